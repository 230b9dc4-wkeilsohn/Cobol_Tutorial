       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENITEMAGE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT TRIALREPORT ASSIGN TO "AgedTrial.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRIALREPORT.
           SELECT EXCEPTIONREPORT ASSIGN TO "AgedExcept.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPTIONREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       01 CUSTOMERDATA.
           88 WS-EOF VALUE HIGH-VALUE.
           02 IDNUM PIC 9(5).
           02 CUSTNAM.
               03 FIRSTNAME PIC X(15).
               03 LASTNAME PIC X(15).
           02 ACCTBALANCE PIC S9(7)V99.
           02 DAYSPASTDUE PIC 9(3).
           02 DATEOFBIRTH.
               03 MOB PIC 99.
               03 DOB PIC 99.
               03 YOB PIC 9(4).
           02 REGIONCODE PIC X(03).
           02 SSNUM.
               03 SSAREA PIC 999.
               03 SSGROUP PIC 99.
               03 SSSERIAL PIC 9999.
           02 MAILADDRESS.
               03 STREETADDR PIC X(20).
               03 CITY PIC X(15).
               03 STATECODE PIC X(02).
               03 ZIPCODE PIC X(05).
           02 CREDITLIMIT PIC S9(7)V99.
           02 CREDITHOLDFLAG PIC X(01).
           02 BILLCYCLE PIC 9(01).

       FD OPENITEMFILE.
       01 OPENITEMRECORD.
           02 OIKEY.
               03 OIIDNUM PIC 9(5).
               03 OIDUEDATE PIC 9(8).
               03 OIINVNUMBER PIC X(10).
           02 OIINVDATE PIC 9(8).
           02 OIORIGAMOUNT PIC S9(7)V99.
           02 OIOPENAMOUNT PIC S9(7)V99.
           02 OILASTPAYDATE PIC 9(8).

       FD TRIALREPORT.
       01 TRIALREPORTLINE PIC X(132).

       FD EXCEPTIONREPORT.
       01 EXCEPTIONREPORTLINE PIC X(80).

       FD JOBSTATSFILE.
       01 JOBSTATSRECORD.
           02 JSJOBNAME PIC X(14).
           02 JSDATE PIC 9(8).
           02 JSTIME PIC 9(6).
           02 JSREAD PIC 9(7).
           02 JSWRITTEN PIC 9(7).
           02 JSREJECTED PIC 9(7).
           02 JSAMOUNT PIC S9(11)V99.
           02 JSSTATUS PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-TRIALREPORT PIC XX VALUE "00".
       01 FS-EXCEPTIONREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
       01 ITEMDAYS PIC S9(7) VALUE ZERO.
       01 NEWDAYSPASTDUE PIC 9(3) VALUE ZERO.
       01 OLDESTDUEDATE PIC 9(8) VALUE ZERO.
       01 CUSTITEMCOUNT PIC 9(5) VALUE ZERO.
       01 CUSTBUCKETS.
           02 CUSTCURRENTAMT PIC S9(9)V99 VALUE ZERO.
           02 CUST30AMT PIC S9(9)V99 VALUE ZERO.
           02 CUST60AMT PIC S9(9)V99 VALUE ZERO.
           02 CUST90AMT PIC S9(9)V99 VALUE ZERO.
           02 CUSTOVER90AMT PIC S9(9)V99 VALUE ZERO.
           02 CUSTOPENTOTAL PIC S9(9)V99 VALUE ZERO.
       01 REPORTBUCKETS.
           02 TOTCURRENTAMT PIC S9(11)V99 VALUE ZERO.
           02 TOT30AMT PIC S9(11)V99 VALUE ZERO.
           02 TOT60AMT PIC S9(11)V99 VALUE ZERO.
           02 TOT90AMT PIC S9(11)V99 VALUE ZERO.
           02 TOTOVER90AMT PIC S9(11)V99 VALUE ZERO.
           02 TOTOPENTOTAL PIC S9(11)V99 VALUE ZERO.
       01 TOTACCTBALANCE PIC S9(11)V99 VALUE ZERO.
       01 CUSTDIFFERENCE PIC S9(9)V99 VALUE ZERO.
       01 TOTDIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 CUSTREADCOUNT PIC 9(7) VALUE ZERO.
       01 DPDUPDATECOUNT PIC 9(7) VALUE ZERO.
       01 EXCEPTIONCOUNT PIC 9(7) VALUE ZERO.
       01 TRIALHEADING PIC X(40) VALUE
           "OPEN-ITEM AGED TRIAL BALANCE BY CUSTOMER".
       01 RUNDATELINE.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 TRIALHEADS.
           02 FILLER PIC X(44) VALUE
               "ID_NUMBER  NAME                       DPD  ".
           02 FILLER PIC X(45) VALUE
               "     CURRENT       1-30      31-60      61-90".
           02 FILLER PIC X(44) VALUE
               "     OVER 90  OPEN ITEMS ACCT BALANCE       ".
       01 TRIALDETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBIDNUM PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNTBNAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNTBDPD PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNTBCURRENT PIC ZZZ,ZZ9.99-.
           02 PRNTB30 PIC ZZZ,ZZ9.99-.
           02 PRNTB60 PIC ZZZ,ZZ9.99-.
           02 PRNTB90 PIC ZZZ,ZZ9.99-.
           02 PRNTBOVER90 PIC ZZZ,ZZ9.99-.
           02 PRNTBOPEN PIC Z,ZZZ,ZZ9.99-.
           02 PRNTBBALANCE PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBFLAG PIC X(3).
       01 TRIALTOTALLINE.
           02 FILLER PIC X(42) VALUE "REPORT TOTALS".
           02 PRNTOTCURRENT PIC ZZ,ZZZ,ZZ9.99-.
           02 PRNTOT30 PIC ZZ,ZZZ,ZZ9.99-.
           02 PRNTOT60 PIC ZZ,ZZZ,ZZ9.99-.
           02 PRNTOT90 PIC ZZ,ZZZ,ZZ9.99-.
           02 PRNTOTOVER90 PIC ZZ,ZZZ,ZZ9.99-.
       01 TRIALPROOFLINE.
           02 FILLER PIC X(20) VALUE "OPEN ITEMS TOTAL:   ".
           02 PRNPROOFOPEN PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(20) VALUE "   ACCT BALANCES:   ".
           02 PRNPROOFBALANCE PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(15) VALUE "   DIFFERENCE: ".
           02 PRNPROOFDIFF PIC ZZZ,ZZZ,ZZ9.99-.
       01 TRIALCOUNTLINE.
           02 FILLER PIC X(20) VALUE "CUSTOMERS READ:     ".
           02 PRNCUSTREAD PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(20) VALUE "   DPD UPDATED:     ".
           02 PRNDPDUPDATED PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(20) VALUE "   EXCEPTIONS:      ".
           02 PRNEXCEPTIONS PIC Z,ZZZ,ZZ9.
       01 EXCEPTIONHEADING PIC X(46) VALUE
           "AGED TRIAL BALANCE EXCEPTIONS - OUT OF BALANCE".
       01 EXCEPTIONHEADS.
           02 FILLER PIC X(37) VALUE
               "ID_NUMBER  NAME                      ".
           02 FILLER PIC X(43) VALUE
               "    OPEN ITEMS   ACCT BALANCE    DIFFERENCE".
       01 EXCEPTIONDETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXIDNUM PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNEXNAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNEXOPEN PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXBALANCE PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXDIFF PIC Z,ZZZ,ZZ9.99-.
       01 EXCEPTIONTOTALLINE.
           02 FILLER PIC X(20) VALUE "EXCEPTIONS LISTED:  ".
           02 PRNEXCOUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       OPEN I-O CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN INPUT OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN OUTPUT TRIALREPORT.
       PERFORM CHECKTRIALREPORTSTATUS.
       OPEN OUTPUT EXCEPTIONREPORT.
       PERFORM CHECKEXCEPTIONREPORTSTATUS.
       WRITE TRIALREPORTLINE FROM TRIALHEADING.
       PERFORM CHECKTRIALREPORTSTATUS.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE TRIALREPORTLINE FROM RUNDATELINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKTRIALREPORTSTATUS.
       WRITE TRIALREPORTLINE FROM TRIALHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKTRIALREPORTSTATUS.
       WRITE EXCEPTIONREPORTLINE FROM EXCEPTIONHEADING.
       PERFORM CHECKEXCEPTIONREPORTSTATUS.
       WRITE EXCEPTIONREPORTLINE FROM EXCEPTIONHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKEXCEPTIONREPORTSTATUS.
       MOVE ZERO TO IDNUM.
       START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
           INVALID KEY SET WS-EOF TO TRUE
       END-START.
       IF NOT WS-EOF THEN
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM CHECKCUSTFILESTATUS
       END-IF.
       PERFORM AGEONECUSTOMER UNTIL WS-EOF.
       PERFORM WRITEREPORTTOTALS.
       PERFORM WRITEJOBSTATS.
       CLOSE CUSTOMERFILE, OPENITEMFILE, TRIALREPORT, EXCEPTIONREPORT.
       GOBACK.

       AGEONECUSTOMER.
           ADD 1 TO CUSTREADCOUNT.
           INITIALIZE CUSTBUCKETS.
           MOVE ZERO TO CUSTITEMCOUNT.
           MOVE ZERO TO OLDESTDUEDATE.
           PERFORM SCANCUSTOPENITEMS.
           PERFORM RECOMPUTEDAYSPASTDUE.
           ADD ACCTBALANCE TO TOTACCTBALANCE.
           ADD CUSTOPENTOTAL TO TOTOPENTOTAL.
           ADD CUSTCURRENTAMT TO TOTCURRENTAMT.
           ADD CUST30AMT TO TOT30AMT.
           ADD CUST60AMT TO TOT60AMT.
           ADD CUST90AMT TO TOT90AMT.
           ADD CUSTOVER90AMT TO TOTOVER90AMT.
           COMPUTE CUSTDIFFERENCE = ACCTBALANCE - CUSTOPENTOTAL.
           IF CUSTOPENTOTAL NOT = ZERO OR ACCTBALANCE NOT = ZERO THEN
               PERFORM WRITETRIALDETAIL
           END-IF.
           IF CUSTDIFFERENCE NOT = ZERO THEN
               PERFORM WRITEEXCEPTIONDETAIL
           END-IF.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKCUSTFILESTATUS.

       SCANCUSTOPENITEMS.
           MOVE "N" TO OISCANFLAG.
           MOVE IDNUM TO OIIDNUM.
           MOVE ZERO TO OIDUEDATE.
           MOVE LOW-VALUES TO OIINVNUMBER.
           START OPENITEMFILE KEY IS NOT LESS THAN OIKEY
               INVALID KEY SET OISCANDONE TO TRUE
           END-START.
           IF NOT OISCANDONE THEN
               PERFORM READNEXTOPENITEM
           END-IF.
           PERFORM AGEONEOPENITEM UNTIL OISCANDONE.

       READNEXTOPENITEM.
           READ OPENITEMFILE NEXT RECORD
               AT END SET OISCANDONE TO TRUE
           END-READ.
           IF NOT OISCANDONE AND OIIDNUM NOT = IDNUM THEN
               SET OISCANDONE TO TRUE
           END-IF.

       AGEONEOPENITEM.
           IF OIOPENAMOUNT NOT = ZERO THEN
               ADD 1 TO CUSTITEMCOUNT
               IF OLDESTDUEDATE = ZERO AND OIOPENAMOUNT > ZERO THEN
                   MOVE OIDUEDATE TO OLDESTDUEDATE
               END-IF
               COMPUTE ITEMDAYS = FUNCTION INTEGER-OF-DATE (RUNDATE)
                   - FUNCTION INTEGER-OF-DATE (OIDUEDATE)
               EVALUATE TRUE
                   WHEN ITEMDAYS <= 0
                       ADD OIOPENAMOUNT TO CUSTCURRENTAMT
                   WHEN ITEMDAYS <= 30
                       ADD OIOPENAMOUNT TO CUST30AMT
                   WHEN ITEMDAYS <= 60
                       ADD OIOPENAMOUNT TO CUST60AMT
                   WHEN ITEMDAYS <= 90
                       ADD OIOPENAMOUNT TO CUST90AMT
                   WHEN OTHER
                       ADD OIOPENAMOUNT TO CUSTOVER90AMT
               END-EVALUATE
               ADD OIOPENAMOUNT TO CUSTOPENTOTAL
           END-IF.
           PERFORM READNEXTOPENITEM.

       RECOMPUTEDAYSPASTDUE.
           EVALUATE TRUE
               WHEN OLDESTDUEDATE NOT = ZERO
                   COMPUTE ITEMDAYS = FUNCTION INTEGER-OF-DATE (RUNDATE)
                       - FUNCTION INTEGER-OF-DATE (OLDESTDUEDATE)
                   EVALUATE TRUE
                       WHEN ITEMDAYS <= 0
                           MOVE ZERO TO NEWDAYSPASTDUE
                       WHEN ITEMDAYS > 999
                           MOVE 999 TO NEWDAYSPASTDUE
                       WHEN OTHER
                           MOVE ITEMDAYS TO NEWDAYSPASTDUE
                   END-EVALUATE
               WHEN ACCTBALANCE NOT > ZERO
                   MOVE ZERO TO NEWDAYSPASTDUE
               WHEN OTHER
                   MOVE DAYSPASTDUE TO NEWDAYSPASTDUE
           END-EVALUATE.
           IF NEWDAYSPASTDUE NOT = DAYSPASTDUE THEN
               MOVE NEWDAYSPASTDUE TO DAYSPASTDUE
               REWRITE CUSTOMERDATA
                   INVALID KEY
                       MOVE "CUSTOMERFILE" TO IOERRORFILE
                       MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
                       PERFORM FILEERRORROUTINE
               END-REWRITE
               ADD 1 TO DPDUPDATECOUNT
           END-IF.

       WRITETRIALDETAIL.
           MOVE IDNUM TO PRNTBIDNUM.
           MOVE SPACES TO PRNTBNAME.
           STRING FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME)
               DELIMITED BY SIZE INTO PRNTBNAME.
           MOVE DAYSPASTDUE TO PRNTBDPD.
           MOVE CUSTCURRENTAMT TO PRNTBCURRENT.
           MOVE CUST30AMT TO PRNTB30.
           MOVE CUST60AMT TO PRNTB60.
           MOVE CUST90AMT TO PRNTB90.
           MOVE CUSTOVER90AMT TO PRNTBOVER90.
           MOVE CUSTOPENTOTAL TO PRNTBOPEN.
           MOVE ACCTBALANCE TO PRNTBBALANCE.
           IF CUSTDIFFERENCE NOT = ZERO THEN
               MOVE "***" TO PRNTBFLAG
           ELSE
               MOVE SPACES TO PRNTBFLAG
           END-IF.
           WRITE TRIALREPORTLINE FROM TRIALDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKTRIALREPORTSTATUS.

       WRITEEXCEPTIONDETAIL.
           ADD 1 TO EXCEPTIONCOUNT.
           MOVE IDNUM TO PRNEXIDNUM.
           MOVE PRNTBNAME TO PRNEXNAME.
           MOVE CUSTOPENTOTAL TO PRNEXOPEN.
           MOVE ACCTBALANCE TO PRNEXBALANCE.
           MOVE CUSTDIFFERENCE TO PRNEXDIFF.
           WRITE EXCEPTIONREPORTLINE FROM EXCEPTIONDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTIONREPORTSTATUS.

       WRITEREPORTTOTALS.
           MOVE TOTCURRENTAMT TO PRNTOTCURRENT.
           MOVE TOT30AMT TO PRNTOT30.
           MOVE TOT60AMT TO PRNTOT60.
           MOVE TOT90AMT TO PRNTOT90.
           MOVE TOTOVER90AMT TO PRNTOTOVER90.
           WRITE TRIALREPORTLINE FROM TRIALTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKTRIALREPORTSTATUS.
           COMPUTE TOTDIFFERENCE = TOTACCTBALANCE - TOTOPENTOTAL.
           MOVE TOTOPENTOTAL TO PRNPROOFOPEN.
           MOVE TOTACCTBALANCE TO PRNPROOFBALANCE.
           MOVE TOTDIFFERENCE TO PRNPROOFDIFF.
           WRITE TRIALREPORTLINE FROM TRIALPROOFLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKTRIALREPORTSTATUS.
           MOVE CUSTREADCOUNT TO PRNCUSTREAD.
           MOVE DPDUPDATECOUNT TO PRNDPDUPDATED.
           MOVE EXCEPTIONCOUNT TO PRNEXCEPTIONS.
           WRITE TRIALREPORTLINE FROM TRIALCOUNTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKTRIALREPORTSTATUS.
           MOVE EXCEPTIONCOUNT TO PRNEXCOUNT.
           WRITE EXCEPTIONREPORTLINE FROM EXCEPTIONTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKEXCEPTIONREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "OPENITEMAGE" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE CUSTREADCOUNT TO JSREAD.
           MOVE DPDUPDATECOUNT TO JSWRITTEN.
           MOVE EXCEPTIONCOUNT TO JSREJECTED.
           MOVE TOTOPENTOTAL TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKTRIALREPORTSTATUS.
           IF FS-TRIALREPORT NOT = "00" THEN
               MOVE "TRIALREPORT" TO IOERRORFILE
               MOVE FS-TRIALREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKEXCEPTIONREPORTSTATUS.
           IF FS-EXCEPTIONREPORT NOT = "00" THEN
               MOVE "EXCEPTIONREPORT" TO IOERRORFILE
               MOVE FS-EXCEPTIONREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKJOBSTATSSTATUS.
           IF FS-JOBSTATSFILE NOT = "00" AND FS-JOBSTATSFILE NOT = "05"
               THEN
               MOVE "JOBSTATSFILE" TO IOERRORFILE
               MOVE FS-JOBSTATSFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS
               " AT ID " IDNUM.
           CLOSE CUSTOMERFILE, OPENITEMFILE, TRIALREPORT,
                 EXCEPTIONREPORT.
           STOP RUN.
