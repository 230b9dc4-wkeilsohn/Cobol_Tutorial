       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICEPOST.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICEFILE ASSIGN TO "Invoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVOICEFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT INVOICEREPORT ASSIGN TO "Invoice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVOICEREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICEFILE.
       01 INVOICERECORD.
           88 WS-INV-EOF VALUE HIGH-VALUE.
           02 INVIDNUM PIC 9(5).
           02 INVNUMBER PIC X(10).
           02 INVDATE PIC 9(8).
           02 INVDUEDATE PIC 9(8).
           02 INVAMOUNT PIC 9(7)V99.
           02 INVDESC PIC X(30).

       FD CUSTOMERFILE.
       01 CUSTOMERDATA.
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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD CONTROLFILE.
       01 CONTROLRECORD.
           02 CTLDATE PIC 9(8).
           02 CTLRECORDCOUNT PIC 9(7).
           02 CTLBALANCETOTAL PIC S9(11)V99.
           02 CTLNETCHANGE PIC S9(11)V99.

       FD INVOICEREPORT.
       01 INVOICEREPORTLINE PIC X(100).

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

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

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

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-INVOICEFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-INVOICEREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 POSTINGDATE PIC 9(8) VALUE ZERO.
       01 PERIODREDIRECTFLAG PIC X VALUE "N".
           88 PERIODREDIRECTED VALUE "Y".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANEOFFLAG PIC X VALUE "N".
           88 SCANATEOF VALUE "Y".
       01 INVREADCOUNT PIC 9(7) VALUE ZERO.
       01 INVREADAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 POSTEDCOUNT PIC 9(7) VALUE ZERO.
       01 POSTEDAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 REJECTEDCOUNT PIC 9(7) VALUE ZERO.
       01 REJECTEDAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 REJECTREASON PIC X(20) VALUE SPACES.
       01 INVOICEHEADING PIC X(34) VALUE
           "INVOICE REGISTER - CHARGE POSTING".
       01 INVOICEHEADS.
           02 FILLER PIC X(44) VALUE
               "ID_NUMBER  INVOICE     INV_DATE  DUE_DATE   ".
           02 FILLER PIC X(39) VALUE
               "       AMOUNT  DESCRIPTION/REJECT NOTE".
       01 INVOICEDETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNINVIDNUM PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNINVNUMBER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNINVDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNINVDUEDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNINVAMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNINVNOTE PIC X(30).
       01 READTOTALLINE.
           02 FILLER PIC X(20) VALUE "INVOICES READ:     ".
           02 PRNREADCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNREADAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 POSTEDTOTALLINE.
           02 FILLER PIC X(20) VALUE "INVOICES POSTED:   ".
           02 PRNPOSTEDCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNPOSTEDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 REJECTEDTOTALLINE.
           02 FILLER PIC X(20) VALUE "INVOICES REJECTED: ".
           02 PRNREJECTEDCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNREJECTEDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 PROOFLINE.
           02 FILLER PIC X(20) VALUE "CONTROL PROOF:      ".
           02 PRNPROOFRESULT PIC X(30).

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "INVOICEPOST: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       OPEN INPUT INVOICEFILE.
       PERFORM CHECKINVOICESTATUS.
       OPEN I-O CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN EXTEND HISTORYFILE.
       PERFORM CHECKHISTORYSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN OUTPUT INVOICEREPORT.
       PERFORM CHECKINVOICEREPORTSTATUS.
       WRITE INVOICEREPORTLINE FROM INVOICEHEADING.
       PERFORM CHECKINVOICEREPORTSTATUS.
       WRITE INVOICEREPORTLINE FROM INVOICEHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKINVOICEREPORTSTATUS.
       READ INVOICEFILE
           AT END SET WS-INV-EOF TO TRUE
       END-READ.
       PERFORM CHECKINVOICESTATUS.
       PERFORM POSTONEINVOICE UNTIL WS-INV-EOF.
       PERFORM WRITEREGISTERTOTALS.
       PERFORM WRITECONTROLTOTALS.
       PERFORM WRITEGLACTIVITY.
       PERFORM WRITEJOBSTATS.
       CLOSE INVOICEFILE, CUSTOMERFILE, HISTORYFILE, INVOICEREPORT,
             OPENITEMFILE.
       GOBACK.

       POSTONEINVOICE.
           ADD 1 TO INVREADCOUNT.
           ADD INVAMOUNT TO INVREADAMOUNT.
           MOVE INVIDNUM TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE "ID NOT FOUND" TO REJECTREASON
                   PERFORM REJECTINVOICE
               NOT INVALID KEY
                   PERFORM APPLYONEINVOICE
           END-READ.
           READ INVOICEFILE
               AT END SET WS-INV-EOF TO TRUE
           END-READ.
           PERFORM CHECKINVOICESTATUS.

       APPLYONEINVOICE.
           EVALUATE TRUE
               WHEN CREDITHOLDFLAG = "Y"
                   MOVE "ACCOUNT ON HOLD" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN INVAMOUNT = ZERO
                   MOVE "ZERO AMOUNT" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN INVDATE NOT NUMERIC
                   MOVE "INVALID INVOICE DATE" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (INVDATE) NOT = ZERO
                   MOVE "INVALID INVOICE DATE" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN INVDUEDATE NOT NUMERIC
                   MOVE "INVALID DUE DATE" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (INVDUEDATE) NOT = ZERO
                   MOVE "INVALID DUE DATE" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN INVDUEDATE < INVDATE
                   MOVE "DUE BEFORE INV DATE" TO REJECTREASON
                   PERFORM REJECTINVOICE
               WHEN OTHER
                   PERFORM WRITEOPENITEM
           END-EVALUATE.

       WRITEOPENITEM.
           MOVE INVIDNUM TO OIIDNUM.
           MOVE INVDUEDATE TO OIDUEDATE.
           MOVE INVNUMBER TO OIINVNUMBER.
           MOVE INVDATE TO OIINVDATE.
           MOVE INVAMOUNT TO OIORIGAMOUNT.
           MOVE INVAMOUNT TO OIOPENAMOUNT.
           MOVE ZERO TO OILASTPAYDATE.
           WRITE OPENITEMRECORD
               INVALID KEY
                   MOVE "DUPLICATE INVOICE" TO REJECTREASON
                   PERFORM REJECTINVOICE
               NOT INVALID KEY
                   PERFORM UPDATECUSTOMERBALANCE
           END-WRITE.

       UPDATECUSTOMERBALANCE.
           ADD INVAMOUNT TO ACCTBALANCE.
           REWRITE CUSTOMERDATA
               INVALID KEY
                   DELETE OPENITEMFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "REWRITE FAILED" TO REJECTREASON
                   PERFORM REJECTINVOICE
               NOT INVALID KEY
                   ADD 1 TO POSTEDCOUNT
                   ADD INVAMOUNT TO POSTEDAMOUNT
                   PERFORM WRITEHISTORY
                   PERFORM WRITEPOSTEDDETAIL
           END-REWRITE.

       WRITEHISTORY.
           MOVE INVIDNUM TO HISTIDNUM.
           MOVE INVDATE TO HISTDATE.
           MOVE "I" TO HISTTRANSCODE.
           MOVE INVAMOUNT TO HISTAMOUNT.
           MOVE ACCTBALANCE TO HISTBALANCE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.

       WRITEPOSTEDDETAIL.
           MOVE INVDESC TO PRNINVNOTE.
           PERFORM WRITEINVOICEDETAIL.

       REJECTINVOICE.
           ADD 1 TO REJECTEDCOUNT.
           ADD INVAMOUNT TO REJECTEDAMOUNT.
           MOVE SPACES TO PRNINVNOTE.
           STRING "** REJECTED - " REJECTREASON
               DELIMITED BY SIZE INTO PRNINVNOTE.
           PERFORM WRITEINVOICEDETAIL.

       WRITEINVOICEDETAIL.
           MOVE INVIDNUM TO PRNINVIDNUM.
           MOVE INVNUMBER TO PRNINVNUMBER.
           MOVE INVDATE TO PRNINVDATE.
           MOVE INVDUEDATE TO PRNINVDUEDATE.
           MOVE INVAMOUNT TO PRNINVAMOUNT.
           WRITE INVOICEREPORTLINE FROM INVOICEDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKINVOICEREPORTSTATUS.

       WRITEREGISTERTOTALS.
           MOVE INVREADCOUNT TO PRNREADCOUNT.
           MOVE INVREADAMOUNT TO PRNREADAMOUNT.
           WRITE INVOICEREPORTLINE FROM READTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKINVOICEREPORTSTATUS.
           MOVE POSTEDCOUNT TO PRNPOSTEDCOUNT.
           MOVE POSTEDAMOUNT TO PRNPOSTEDAMOUNT.
           WRITE INVOICEREPORTLINE FROM POSTEDTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKINVOICEREPORTSTATUS.
           MOVE REJECTEDCOUNT TO PRNREJECTEDCOUNT.
           MOVE REJECTEDAMOUNT TO PRNREJECTEDAMOUNT.
           WRITE INVOICEREPORTLINE FROM REJECTEDTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKINVOICEREPORTSTATUS.
           IF INVREADCOUNT = POSTEDCOUNT + REJECTEDCOUNT
               AND INVREADAMOUNT = POSTEDAMOUNT + REJECTEDAMOUNT THEN
               MOVE "READ = POSTED + REJECTED" TO PRNPROOFRESULT
           ELSE
               MOVE "** OUT OF BALANCE **" TO PRNPROOFRESULT
           END-IF.
           WRITE INVOICEREPORTLINE FROM PROOFLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKINVOICEREPORTSTATUS.

       WRITEGLACTIVITY.
           OPEN EXTEND GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           MOVE POSTINGDATE TO GLWDATE.
           MOVE "INVOICEPOST" TO GLWSOURCE.
           IF POSTEDAMOUNT NOT = ZERO THEN
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               MOVE POSTEDAMOUNT TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
               MOVE "4000" TO GLWACCOUNT
               MOVE "SALES" TO GLWDESC
               MOVE ZERO TO GLWDEBIT
               MOVE POSTEDAMOUNT TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
           END-IF.
           CLOSE GLWORKFILE.

       WRITEGLWORKRECORD.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "INVOICEPOST" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE INVREADCOUNT TO JSREAD.
           MOVE POSTEDCOUNT TO JSWRITTEN.
           MOVE REJECTEDCOUNT TO JSREJECTED.
           MOVE POSTEDAMOUNT TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       WRITECONTROLTOTALS.
           MOVE ZERO TO SCANRECORDCOUNT.
           MOVE ZERO TO SCANBALANCETOTAL.
           MOVE ZERO TO IDNUM.
           START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY SET SCANATEOF TO TRUE
           END-START.
           IF NOT SCANATEOF THEN
               READ CUSTOMERFILE NEXT RECORD
                   AT END SET SCANATEOF TO TRUE
               END-READ
           END-IF.
           PERFORM TOTALONECUSTOMER UNTIL SCANATEOF.
           OPEN OUTPUT CONTROLFILE.
           PERFORM CHECKCONTROLSTATUS.
           MOVE RUNDATE TO CTLDATE.
           MOVE SCANRECORDCOUNT TO CTLRECORDCOUNT.
           MOVE SCANBALANCETOTAL TO CTLBALANCETOTAL.
           MOVE POSTEDAMOUNT TO CTLNETCHANGE.
           WRITE CONTROLRECORD.
           PERFORM CHECKCONTROLSTATUS.
           CLOSE CONTROLFILE.

       TOTALONECUSTOMER.
           ADD 1 TO SCANRECORDCOUNT.
           ADD ACCTBALANCE TO SCANBALANCETOTAL.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET SCANATEOF TO TRUE
           END-READ.

       CHECKINVOICESTATUS.
           IF FS-INVOICEFILE NOT = "00" AND FS-INVOICEFILE NOT = "05"
               AND FS-INVOICEFILE NOT = "10" THEN
               MOVE "INVOICEFILE" TO IOERRORFILE
               MOVE FS-INVOICEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCONTROLSTATUS.
           IF FS-CONTROLFILE NOT = "00" THEN
               MOVE "CONTROLFILE" TO IOERRORFILE
               MOVE FS-CONTROLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKINVOICEREPORTSTATUS.
           IF FS-INVOICEREPORT NOT = "00" THEN
               MOVE "INVOICEREPORT" TO IOERRORFILE
               MOVE FS-INVOICEREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
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
               " AT ID " INVIDNUM.
           CLOSE INVOICEFILE, CUSTOMERFILE, HISTORYFILE, INVOICEREPORT,
                 OPENITEMFILE.
           STOP RUN.

       LOADARPERIOD.
           OPEN INPUT ARPERIODFILE.
           PERFORM CHECKARPERIODSTATUS.
           READ ARPERIODFILE
               AT END SET WS-PER-EOF TO TRUE
           END-READ.
           PERFORM CHECKARPERIODSTATUS.
           IF WS-PER-EOF THEN
               MOVE RUNDATE (1:6) TO PERMONTH
               MOVE RUNDATE TO PERSTARTDATE
               MOVE "01" TO PERSTARTDATE (7:2)
               MOVE RUNDATE (1:4) TO PERIODYEARNUM
               MOVE RUNDATE (5:2) TO PERIODMONTHNUM
               PERFORM SETDAYSINMONTH
               MOVE RUNDATE TO PERENDDATE
               MOVE DAYSINMONTH TO PERENDDATE (7:2)
           END-IF.
           CLOSE ARPERIODFILE.
           EVALUATE TRUE
               WHEN RUNDATE < PERSTARTDATE
                   MOVE PERSTARTDATE TO POSTINGDATE
                   SET PERIODREDIRECTED TO TRUE
               WHEN RUNDATE > PERENDDATE
                   MOVE PERENDDATE TO POSTINGDATE
                   SET PERIODREDIRECTED TO TRUE
               WHEN OTHER
                   MOVE RUNDATE TO POSTINGDATE
           END-EVALUATE.

       SETDAYSINMONTH.
           EVALUATE PERIODMONTHNUM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DAYSINMONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYSINMONTH
               WHEN 2
                   DIVIDE PERIODYEARNUM BY 4 GIVING LEAPQUOTIENT
                       REMAINDER LEAPREMAINDER
                   IF LEAPREMAINDER = ZERO THEN
                       MOVE 29 TO DAYSINMONTH
                   ELSE
                       MOVE 28 TO DAYSINMONTH
                   END-IF
           END-EVALUATE.

       CHECKARPERIODSTATUS.
           IF FS-ARPERIODFILE NOT = "00" AND FS-ARPERIODFILE NOT = "05"
               AND FS-ARPERIODFILE NOT = "10" THEN
               MOVE "ARPERIODFILE" TO IOERRORFILE
               MOVE FS-ARPERIODFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.
