       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITBUREAU.
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
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL RECOVERYFILE ASSIGN TO "Recovery.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIDNUM
           FILE STATUS IS FS-RECOVERYFILE.
           SELECT OPTIONAL PROMISEFILE ASSIGN TO "Promise.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROMIDNUM
           FILE STATUS IS FS-PROMISEFILE.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT OPTIONAL ARCHIVEFILE ASSIGN TO "CustArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIVEFILE.
           SELECT BUREAUFILE ASSIGN TO "Bureau.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BUREAUFILE.
           SELECT EXCEPTIONFILE ASSIGN TO "BureauExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPTIONFILE.
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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           88 WS-HIST-EOF VALUE HIGH-VALUE.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD RECOVERYFILE.
       01 RECOVERYRECORD.
           02 RECIDNUM PIC 9(5).
           02 RECDATE PIC 9(8).
           02 RECWRITEOFF PIC S9(7)V99.
           02 RECRECOVERED PIC S9(7)V99.

       FD PROMISEFILE.
       01 PROMISERECORD.
           02 PROMIDNUM PIC 9(5).
           02 PROMTAKENDATE PIC 9(8).
           02 PROMISEDATE PIC 9(8).
           02 PROMAMOUNT PIC 9(7)V99.
           02 PROMCOLLECTOR PIC X(08).
           02 PROMSTATUS PIC X(01).

       FD DISPUTEFILE.
       01 DISPUTERECORD.
           02 DISPKEY.
               03 DISPIDNUM PIC 9(5).
               03 DISPSEQ PIC 9(3).
           02 DISPAMOUNT PIC 9(7)V99.
           02 DISPREASON PIC X(02).
           02 DISPOPENDATE PIC 9(8).
           02 DISPSTATUS PIC X(01).
               88 DISPUTEOPEN VALUE "O".
           02 DISPRESOLVEDATE PIC 9(8).
           02 DISPCREDITAMOUNT PIC 9(7)V99.
           02 DISPENTEREDBY PIC X(08).

       FD ARCHIVEFILE.
       01 ARCHIVERECORD.
           88 WS-ARCH-EOF VALUE HIGH-VALUE.
           02 ARCHPURGEDATE PIC 9(8).
           02 ARCHIMAGE PIC X(120).

       FD BUREAUFILE.
       01 BUREAUHEADERRECORD.
           02 BHRECTYPE PIC X(01).
           02 BHREPORTERNAME PIC X(20).
           02 BHACTIVITYDATE PIC 9(8).
           02 BHCREATEDDATE PIC 9(8).
           02 FILLER PIC X(163).
       01 BUREAUDETAILRECORD.
           02 BDRECTYPE PIC X(01).
           02 BDIDNUM PIC 9(5).
           02 BDLASTNAME PIC X(15).
           02 BDFIRSTNAME PIC X(15).
           02 BDSSNUM PIC 9(9).
           02 BDDATEOFBIRTH PIC 9(8).
           02 BDSTREETADDR PIC X(20).
           02 BDCITY PIC X(15).
           02 BDSTATECODE PIC X(02).
           02 BDZIPCODE PIC X(05).
           02 BDSTATUSCODE PIC X(02).
           02 BDBALANCE PIC 9(7)V99.
           02 BDCREDITLIMIT PIC 9(7)V99.
           02 BDDAYSPASTDUE PIC 9(3).
           02 BDCHARGEOFFFLAG PIC X(01).
           02 BDCHARGEOFFAMOUNT PIC 9(7)V99.
           02 BDCHARGEOFFDATE PIC 9(8).
           02 BDDISPUTECODE PIC X(02).
           02 BDARRANGEMENTFLAG PIC X(01).
           02 BDLASTACTIVITY PIC 9(8).
           02 BDCLOSEDDATE PIC 9(8).
           02 FILLER PIC X(45).
       01 BUREAUTRAILERRECORD.
           02 BTRECTYPE PIC X(01).
           02 BTRECORDCOUNT PIC 9(9).
           02 BTBALANCETOTAL PIC 9(11)V99.
           02 BTCHARGEOFFCOUNT PIC 9(9).
           02 BTDISPUTECOUNT PIC 9(9).
           02 FILLER PIC X(159).

       FD EXCEPTIONFILE.
       01 EXCEPTIONLINE PIC X(90).

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
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-RECOVERYFILE PIC XX VALUE "00".
       01 FS-PROMISEFILE PIC XX VALUE "00".
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 FS-ARCHIVEFILE PIC XX VALUE "00".
       01 FS-BUREAUFILE PIC XX VALUE "00".
       01 FS-EXCEPTIONFILE PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 REPORTERNAME PIC X(20) VALUE "ACCOUNTS RECEIVABLE".
       01 RECENTDAYS PIC 9(3) VALUE 90.
       01 RECENTCUTOFF PIC 9(8) VALUE ZERO.
       01 ACCOUNTTABLE.
           02 ACCTENTRY OCCURS 5000 TIMES.
               03 ATBLIDNUM PIC 9(5).
               03 ATBLLASTACTIVITY PIC 9(8).
       01 ACCTENTRYCNT PIC 9(4) VALUE ZERO.
       01 ACCTIDX PIC 9(4) VALUE ZERO.
       01 ACCTFOUNDIDX PIC 9(4) VALUE ZERO.
       01 STATUSCODELIST PIC X(20) VALUE "11717880828384139764".
       01 STATUSCODETABLE REDEFINES STATUSCODELIST.
           02 STATUSCODE PIC X(02) OCCURS 10 TIMES.
       01 STATUSLABELLIST.
           02 FILLER PIC X(24) VALUE "CURRENT                 ".
           02 FILLER PIC X(24) VALUE "30-59 DAYS PAST DUE     ".
           02 FILLER PIC X(24) VALUE "60-89 DAYS PAST DUE     ".
           02 FILLER PIC X(24) VALUE "90-119 DAYS PAST DUE    ".
           02 FILLER PIC X(24) VALUE "120-149 DAYS PAST DUE   ".
           02 FILLER PIC X(24) VALUE "150-179 DAYS PAST DUE   ".
           02 FILLER PIC X(24) VALUE "180 OR MORE PAST DUE    ".
           02 FILLER PIC X(24) VALUE "PAID OR CLOSED          ".
           02 FILLER PIC X(24) VALUE "CHARGED OFF             ".
           02 FILLER PIC X(24) VALUE "CHARGE-OFF PAID IN FULL ".
       01 STATUSLABELTABLE REDEFINES STATUSLABELLIST.
           02 STATUSLABEL PIC X(24) OCCURS 10 TIMES.
       01 STATUSTOTALTABLE.
           02 STATUSTOTALENTRY OCCURS 10 TIMES.
               03 STATREPORTEDCOUNT PIC 9(7).
               03 STATEXCEPTCOUNT PIC 9(7).
               03 STATBALANCE PIC S9(11)V99.
       01 STATUSIDX PIC 99 VALUE ZERO.
       01 STATUSFOUNDIDX PIC 99 VALUE ZERO.
       01 ACCOUNTSTATUS PIC X(02) VALUE SPACES.
       01 REPORTFLAG PIC X VALUE "N".
           88 REPORTACCOUNT VALUE "Y".
       01 CHARGEDOFFFLAG PIC X VALUE "N".
           88 CHARGEDOFF VALUE "Y".
       01 REPORTBALANCE PIC S9(7)V99 VALUE ZERO.
       01 LASTACTIVITYDATE PIC 9(8) VALUE ZERO.
       01 SSNVALIDFLAG PIC X VALUE "Y".
           88 SSNISVALID VALUE "Y".
       01 EXCEPTIONREASON PIC X(20) VALUE SPACES.
       01 DISPUTEDAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 DISPSCANID PIC 9(5) VALUE ZERO.
       01 DISPSCANFLAG PIC X VALUE "N".
           88 DISPSCANDONE VALUE "Y".
       01 CUSTOMERREADCOUNT PIC 9(7) VALUE ZERO.
       01 ARCHIVEREADCOUNT PIC 9(7) VALUE ZERO.
       01 REPORTEDCOUNT PIC 9(9) VALUE ZERO.
       01 REPORTEDBALANCE PIC S9(11)V99 VALUE ZERO.
       01 CHARGEOFFCOUNT PIC 9(9) VALUE ZERO.
       01 DISPUTECOUNT PIC 9(9) VALUE ZERO.
       01 EXCEPTIONCOUNT PIC 9(7) VALUE ZERO.
       01 INACTIVECOUNT PIC 9(7) VALUE ZERO.
       01 EXCEPTIONHEADING.
           02 FILLER PIC X(40) VALUE
               "CREDIT BUREAU EXTRACT EXCEPTIONS AS OF  ".
           02 PRNRUNDATE PIC 9(8).
       01 EXCEPTIONHEADS.
           02 FILLER PIC X(44) VALUE
               "ID_NUMBER  NAME                            S".
           02 FILLER PIC X(36) VALUE
               "SN         STATUS  REASON           ".
       01 EXCEPTIONDETAILLINE.
           02 PRNEXIDNUM PIC 9(5).
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNEXNAME PIC X(31).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNEXSSN PIC X(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNEXSTATUS PIC X(02).
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNEXREASON PIC X(20).
       01 SUMMARYHEADS.
           02 FILLER PIC X(45) VALUE
               "STATUS  DESCRIPTION               REPORTED  E".
           02 FILLER PIC X(36) VALUE
               "XCEPTIONS     REPORTED_BALANCE      ".
       01 SUMMARYLINE.
           02 PRNSUMSTATUS PIC X(02).
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNSUMLABEL PIC X(24).
           02 PRNSUMREPORTED PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNSUMEXCEPT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNSUMBALANCE PIC ZZZ,ZZZ,ZZ9.99-.
       01 SUMMARYTOTALLINE.
           02 FILLER PIC X(8) VALUE SPACE.
           02 FILLER PIC X(24) VALUE "TOTAL".
           02 PRNTOTREPORTED PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNTOTEXCEPT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNTOTBALANCE PIC ZZZ,ZZZ,ZZ9.99-.
       01 INACTIVELINE.
           02 FILLER PIC X(40) VALUE
               "INACTIVE ZERO-BALANCE ACCOUNTS SKIPPED: ".
           02 PRNINACTIVECOUNT PIC Z,ZZZ,ZZ9.
       01 DISPUTECOUNTLINE.
           02 FILLER PIC X(40) VALUE
               "ACCOUNTS REPORTED AS DISPUTED:          ".
           02 PRNDISPUTECOUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       COMPUTE RECENTCUTOFF = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (RUNDATE) - RECENTDAYS).
       INITIALIZE STATUSTOTALTABLE.
       PERFORM LOADACCOUNTTABLE.
       PERFORM SCANHISTORYFILE.
       OPEN INPUT CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN INPUT RECOVERYFILE.
       PERFORM CHECKRECOVERYSTATUS.
       OPEN INPUT PROMISEFILE.
       PERFORM CHECKPROMISESTATUS.
       OPEN INPUT DISPUTEFILE.
       PERFORM CHECKDISPUTESTATUS.
       OPEN OUTPUT BUREAUFILE.
       PERFORM CHECKBUREAUSTATUS.
       OPEN OUTPUT EXCEPTIONFILE.
       PERFORM CHECKEXCEPTIONSTATUS.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE EXCEPTIONLINE FROM EXCEPTIONHEADING.
       PERFORM CHECKEXCEPTIONSTATUS.
       WRITE EXCEPTIONLINE FROM EXCEPTIONHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKEXCEPTIONSTATUS.
       PERFORM WRITEBUREAUHEADER.
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
       PERFORM EXTRACTONECUSTOMER UNTIL WS-EOF.
       PERFORM EXTRACTCLOSEDACCOUNTS.
       PERFORM WRITEBUREAUTRAILER.
       PERFORM PRINTSTATUSSUMMARY.
       PERFORM WRITEJOBSTATS.
       CLOSE CUSTOMERFILE, RECOVERYFILE, PROMISEFILE, DISPUTEFILE,
             BUREAUFILE, EXCEPTIONFILE.
       GOBACK.

       LOADACCOUNTTABLE.
           OPEN INPUT CUSTOMERFILE.
           PERFORM CHECKCUSTFILESTATUS.
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
           PERFORM LOADONEACCOUNT UNTIL WS-EOF.
           CLOSE CUSTOMERFILE.

       LOADONEACCOUNT.
           IF ACCTENTRYCNT >= 5000 THEN
               DISPLAY "CREDITBUREAU: CUSTOMER FILE EXCEEDS "
                   ACCTENTRYCNT " ENTRY TABLE - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO ACCTENTRYCNT.
           MOVE IDNUM TO ATBLIDNUM (ACCTENTRYCNT).
           MOVE ZERO TO ATBLLASTACTIVITY (ACCTENTRYCNT).
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKCUSTFILESTATUS.

       SCANHISTORYFILE.
           OPEN INPUT HISTORYFILE.
           PERFORM CHECKHISTORYSTATUS.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM NOTEONEHISTORYRECORD UNTIL WS-HIST-EOF.
           CLOSE HISTORYFILE.

       NOTEONEHISTORYRECORD.
           MOVE HISTIDNUM TO IDNUM.
           PERFORM FINDACCOUNTENTRY.
           IF ACCTFOUNDIDX > ZERO THEN
               IF HISTDATE > ATBLLASTACTIVITY (ACCTFOUNDIDX) THEN
                   MOVE HISTDATE TO ATBLLASTACTIVITY (ACCTFOUNDIDX)
               END-IF
           END-IF.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

       FINDACCOUNTENTRY.
           MOVE ZERO TO ACCTFOUNDIDX.
           PERFORM CHECKONEACCOUNT VARYING ACCTIDX
               FROM 1 BY 1 UNTIL ACCTIDX > ACCTENTRYCNT
               OR ACCTFOUNDIDX > ZERO.

       CHECKONEACCOUNT.
           IF ATBLIDNUM (ACCTIDX) = IDNUM THEN
               MOVE ACCTIDX TO ACCTFOUNDIDX
           END-IF.

       WRITEBUREAUHEADER.
           MOVE SPACES TO BUREAUHEADERRECORD.
           MOVE "H" TO BHRECTYPE.
           MOVE REPORTERNAME TO BHREPORTERNAME.
           MOVE RUNDATE TO BHACTIVITYDATE.
           MOVE RUNDATE TO BHCREATEDDATE.
           WRITE BUREAUHEADERRECORD.
           PERFORM CHECKBUREAUSTATUS.

       EXTRACTONECUSTOMER.
           ADD 1 TO CUSTOMERREADCOUNT.
           PERFORM FINDACCOUNTENTRY.
           IF ACCTFOUNDIDX > ZERO THEN
               MOVE ATBLLASTACTIVITY (ACCTFOUNDIDX) TO LASTACTIVITYDATE
           ELSE
               MOVE ZERO TO LASTACTIVITYDATE
           END-IF.
           PERFORM DETERMINEACCOUNTSTATUS.
           IF REPORTACCOUNT THEN
               PERFORM EDITANDWRITEACCOUNT
           ELSE
               ADD 1 TO INACTIVECOUNT
           END-IF.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKCUSTFILESTATUS.

       DETERMINEACCOUNTSTATUS.
           MOVE "Y" TO REPORTFLAG.
           MOVE "N" TO CHARGEDOFFFLAG.
           MOVE IDNUM TO RECIDNUM.
           READ RECOVERYFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHARGEDOFF TO TRUE
           END-READ.
           IF CHARGEDOFF THEN
               COMPUTE REPORTBALANCE = RECWRITEOFF - RECRECOVERED
               IF REPORTBALANCE > ZERO THEN
                   MOVE "97" TO ACCOUNTSTATUS
               ELSE
                   MOVE ZERO TO REPORTBALANCE
                   MOVE "64" TO ACCOUNTSTATUS
               END-IF
           ELSE
               IF ACCTBALANCE > ZERO THEN
                   MOVE ACCTBALANCE TO REPORTBALANCE
               ELSE
                   MOVE ZERO TO REPORTBALANCE
               END-IF
               EVALUATE TRUE
                   WHEN ACCTBALANCE NOT > ZERO
                       AND LASTACTIVITYDATE < RECENTCUTOFF
                       MOVE "N" TO REPORTFLAG
                   WHEN DAYSPASTDUE < 30
                       MOVE "11" TO ACCOUNTSTATUS
                   WHEN DAYSPASTDUE < 60
                       MOVE "71" TO ACCOUNTSTATUS
                   WHEN DAYSPASTDUE < 90
                       MOVE "78" TO ACCOUNTSTATUS
                   WHEN DAYSPASTDUE < 120
                       MOVE "80" TO ACCOUNTSTATUS
                   WHEN DAYSPASTDUE < 150
                       MOVE "82" TO ACCOUNTSTATUS
                   WHEN DAYSPASTDUE < 180
                       MOVE "83" TO ACCOUNTSTATUS
                   WHEN OTHER
                       MOVE "84" TO ACCOUNTSTATUS
               END-EVALUATE
           END-IF.

       EDITANDWRITEACCOUNT.
           PERFORM FINDSTATUSENTRY.
           PERFORM EDITSSN.
           IF EXCEPTIONREASON NOT = SPACES THEN
               PERFORM WRITEEXCEPTIONDETAIL
           ELSE
               PERFORM WRITEBUREAUDETAIL
           END-IF.

       EDITSSN.
           MOVE SPACES TO EXCEPTIONREASON.
           IF SSNUM NOT NUMERIC THEN
               MOVE "SSN NOT NUMERIC" TO EXCEPTIONREASON
           ELSE
               CALL "SSNVALIDATE" USING SSNUM, SSNVALIDFLAG
               IF NOT SSNISVALID THEN
                   MOVE "SSN FAILS EDIT" TO EXCEPTIONREASON
               END-IF
           END-IF.

       WRITEBUREAUDETAIL.
           MOVE SPACES TO BUREAUDETAILRECORD.
           MOVE "D" TO BDRECTYPE.
           MOVE IDNUM TO BDIDNUM.
           MOVE LASTNAME TO BDLASTNAME.
           MOVE FIRSTNAME TO BDFIRSTNAME.
           MOVE SSNUM TO BDSSNUM.
           MOVE DATEOFBIRTH TO BDDATEOFBIRTH.
           MOVE STREETADDR TO BDSTREETADDR.
           MOVE CITY TO BDCITY.
           MOVE STATECODE TO BDSTATECODE.
           MOVE ZIPCODE TO BDZIPCODE.
           MOVE ACCOUNTSTATUS TO BDSTATUSCODE.
           MOVE REPORTBALANCE TO BDBALANCE.
           IF CREDITLIMIT > ZERO THEN
               MOVE CREDITLIMIT TO BDCREDITLIMIT
           ELSE
               MOVE ZERO TO BDCREDITLIMIT
           END-IF.
           MOVE DAYSPASTDUE TO BDDAYSPASTDUE.
           IF CHARGEDOFF THEN
               MOVE "Y" TO BDCHARGEOFFFLAG
               MOVE RECWRITEOFF TO BDCHARGEOFFAMOUNT
               MOVE RECDATE TO BDCHARGEOFFDATE
               ADD 1 TO CHARGEOFFCOUNT
           ELSE
               MOVE "N" TO BDCHARGEOFFFLAG
               MOVE ZERO TO BDCHARGEOFFAMOUNT
               MOVE ZERO TO BDCHARGEOFFDATE
           END-IF.
           MOVE IDNUM TO DISPSCANID.
           PERFORM SUMOPENDISPUTES.
           IF DISPUTEDAMOUNT > ZERO THEN
               MOVE "XB" TO BDDISPUTECODE
               ADD 1 TO DISPUTECOUNT
           END-IF.
           MOVE "N" TO BDARRANGEMENTFLAG.
           MOVE IDNUM TO PROMIDNUM.
           READ PROMISEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROMSTATUS = "O" THEN
                       MOVE "Y" TO BDARRANGEMENTFLAG
                   END-IF
           END-READ.
           MOVE LASTACTIVITYDATE TO BDLASTACTIVITY.
           MOVE ZERO TO BDCLOSEDDATE.
           PERFORM PUTBUREAUDETAIL.

       PUTBUREAUDETAIL.
           WRITE BUREAUDETAILRECORD.
           PERFORM CHECKBUREAUSTATUS.
           ADD 1 TO REPORTEDCOUNT.
           ADD REPORTBALANCE TO REPORTEDBALANCE.
           IF STATUSFOUNDIDX > ZERO THEN
               ADD 1 TO STATREPORTEDCOUNT (STATUSFOUNDIDX)
               ADD REPORTBALANCE TO STATBALANCE (STATUSFOUNDIDX)
           END-IF.

       WRITEEXCEPTIONDETAIL.
           ADD 1 TO EXCEPTIONCOUNT.
           IF STATUSFOUNDIDX > ZERO THEN
               ADD 1 TO STATEXCEPTCOUNT (STATUSFOUNDIDX)
           END-IF.
           MOVE IDNUM TO PRNEXIDNUM.
           MOVE SPACES TO PRNEXNAME.
           STRING FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME)
               DELIMITED BY SIZE INTO PRNEXNAME.
           MOVE SPACES TO PRNEXSSN.
           STRING SSNUM (1:3) "-" SSNUM (4:2) "-" SSNUM (6:4)
               DELIMITED BY SIZE INTO PRNEXSSN.
           MOVE ACCOUNTSTATUS TO PRNEXSTATUS.
           MOVE EXCEPTIONREASON TO PRNEXREASON.
           WRITE EXCEPTIONLINE FROM EXCEPTIONDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTIONSTATUS.

       FINDSTATUSENTRY.
           MOVE ZERO TO STATUSFOUNDIDX.
           PERFORM CHECKONESTATUS VARYING STATUSIDX
               FROM 1 BY 1 UNTIL STATUSIDX > 10
               OR STATUSFOUNDIDX > ZERO.

       CHECKONESTATUS.
           IF STATUSCODE (STATUSIDX) = ACCOUNTSTATUS THEN
               MOVE STATUSIDX TO STATUSFOUNDIDX
           END-IF.

       EXTRACTCLOSEDACCOUNTS.
           OPEN INPUT ARCHIVEFILE.
           PERFORM CHECKARCHIVESTATUS.
           READ ARCHIVEFILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM CHECKARCHIVESTATUS.
           PERFORM EXTRACTONECLOSEDACCOUNT UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVEFILE.

       EXTRACTONECLOSEDACCOUNT.
           IF ARCHPURGEDATE NOT < RECENTCUTOFF THEN
               ADD 1 TO ARCHIVEREADCOUNT
               MOVE ARCHIMAGE TO CUSTOMERDATA
               MOVE "13" TO ACCOUNTSTATUS
               MOVE ZERO TO REPORTBALANCE
               PERFORM FINDSTATUSENTRY
               PERFORM EDITSSN
               IF EXCEPTIONREASON NOT = SPACES THEN
                   PERFORM WRITEEXCEPTIONDETAIL
               ELSE
                   PERFORM WRITECLOSEDDETAIL
               END-IF
           END-IF.
           READ ARCHIVEFILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM CHECKARCHIVESTATUS.

       WRITECLOSEDDETAIL.
           MOVE SPACES TO BUREAUDETAILRECORD.
           MOVE "D" TO BDRECTYPE.
           MOVE IDNUM TO BDIDNUM.
           MOVE LASTNAME TO BDLASTNAME.
           MOVE FIRSTNAME TO BDFIRSTNAME.
           MOVE SSNUM TO BDSSNUM.
           MOVE DATEOFBIRTH TO BDDATEOFBIRTH.
           MOVE STREETADDR TO BDSTREETADDR.
           MOVE CITY TO BDCITY.
           MOVE STATECODE TO BDSTATECODE.
           MOVE ZIPCODE TO BDZIPCODE.
           MOVE ACCOUNTSTATUS TO BDSTATUSCODE.
           MOVE ZERO TO BDBALANCE.
           IF CREDITLIMIT > ZERO THEN
               MOVE CREDITLIMIT TO BDCREDITLIMIT
           ELSE
               MOVE ZERO TO BDCREDITLIMIT
           END-IF.
           MOVE ZERO TO BDDAYSPASTDUE.
           MOVE "N" TO BDCHARGEOFFFLAG.
           MOVE ZERO TO BDCHARGEOFFAMOUNT.
           MOVE ZERO TO BDCHARGEOFFDATE.
           MOVE "N" TO BDARRANGEMENTFLAG.
           MOVE ZERO TO BDLASTACTIVITY.
           MOVE ARCHPURGEDATE TO BDCLOSEDDATE.
           PERFORM PUTBUREAUDETAIL.

       WRITEBUREAUTRAILER.
           MOVE SPACES TO BUREAUTRAILERRECORD.
           MOVE "T" TO BTRECTYPE.
           MOVE REPORTEDCOUNT TO BTRECORDCOUNT.
           MOVE REPORTEDBALANCE TO BTBALANCETOTAL.
           MOVE CHARGEOFFCOUNT TO BTCHARGEOFFCOUNT.
           MOVE DISPUTECOUNT TO BTDISPUTECOUNT.
           WRITE BUREAUTRAILERRECORD.
           PERFORM CHECKBUREAUSTATUS.

       PRINTSTATUSSUMMARY.
           WRITE EXCEPTIONLINE FROM SUMMARYHEADS
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKEXCEPTIONSTATUS.
           PERFORM PRINTONESTATUS VARYING STATUSIDX
               FROM 1 BY 1 UNTIL STATUSIDX > 10.
           MOVE REPORTEDCOUNT TO PRNTOTREPORTED.
           MOVE EXCEPTIONCOUNT TO PRNTOTEXCEPT.
           MOVE REPORTEDBALANCE TO PRNTOTBALANCE.
           WRITE EXCEPTIONLINE FROM SUMMARYTOTALLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKEXCEPTIONSTATUS.
           MOVE DISPUTECOUNT TO PRNDISPUTECOUNT.
           WRITE EXCEPTIONLINE FROM DISPUTECOUNTLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKEXCEPTIONSTATUS.
           MOVE INACTIVECOUNT TO PRNINACTIVECOUNT.
           WRITE EXCEPTIONLINE FROM INACTIVELINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTIONSTATUS.

       PRINTONESTATUS.
           MOVE STATUSCODE (STATUSIDX) TO PRNSUMSTATUS.
           MOVE STATUSLABEL (STATUSIDX) TO PRNSUMLABEL.
           MOVE STATREPORTEDCOUNT (STATUSIDX) TO PRNSUMREPORTED.
           MOVE STATEXCEPTCOUNT (STATUSIDX) TO PRNSUMEXCEPT.
           MOVE STATBALANCE (STATUSIDX) TO PRNSUMBALANCE.
           WRITE EXCEPTIONLINE FROM SUMMARYLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTIONSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "CREDITBUREAU" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           COMPUTE JSREAD = CUSTOMERREADCOUNT + ARCHIVEREADCOUNT.
           MOVE REPORTEDCOUNT TO JSWRITTEN.
           MOVE EXCEPTIONCOUNT TO JSREJECTED.
           MOVE REPORTEDBALANCE TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       SUMOPENDISPUTES.
           MOVE ZERO TO DISPUTEDAMOUNT.
           MOVE "N" TO DISPSCANFLAG.
           MOVE DISPSCANID TO DISPIDNUM.
           MOVE ZERO TO DISPSEQ.
           START DISPUTEFILE KEY IS NOT LESS THAN DISPKEY
               INVALID KEY SET DISPSCANDONE TO TRUE
           END-START.
           IF NOT DISPSCANDONE THEN
               PERFORM READNEXTDISPUTE
           END-IF.
           PERFORM ADDONEDISPUTE UNTIL DISPSCANDONE.

       ADDONEDISPUTE.
           IF DISPUTEOPEN THEN
               ADD DISPAMOUNT TO DISPUTEDAMOUNT
           END-IF.
           PERFORM READNEXTDISPUTE.

       READNEXTDISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET DISPSCANDONE TO TRUE
           END-READ.
           IF NOT DISPSCANDONE AND DISPIDNUM NOT = DISPSCANID THEN
               SET DISPSCANDONE TO TRUE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
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

       CHECKRECOVERYSTATUS.
           IF FS-RECOVERYFILE NOT = "00" AND FS-RECOVERYFILE NOT = "05"
               THEN
               MOVE "RECOVERYFILE" TO IOERRORFILE
               MOVE FS-RECOVERYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPROMISESTATUS.
           IF FS-PROMISEFILE NOT = "00" AND FS-PROMISEFILE NOT = "05"
               THEN
               MOVE "PROMISEFILE" TO IOERRORFILE
               MOVE FS-PROMISEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKDISPUTESTATUS.
           IF FS-DISPUTEFILE NOT = "00" AND FS-DISPUTEFILE NOT = "05"
               AND FS-DISPUTEFILE NOT = "10"
               AND FS-DISPUTEFILE NOT = "23" THEN
               MOVE "DISPUTEFILE" TO IOERRORFILE
               MOVE FS-DISPUTEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKARCHIVESTATUS.
           IF FS-ARCHIVEFILE NOT = "00" AND FS-ARCHIVEFILE NOT = "05"
               AND FS-ARCHIVEFILE NOT = "10" THEN
               MOVE "ARCHIVEFILE" TO IOERRORFILE
               MOVE FS-ARCHIVEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKBUREAUSTATUS.
           IF FS-BUREAUFILE NOT = "00" THEN
               MOVE "BUREAUFILE" TO IOERRORFILE
               MOVE FS-BUREAUFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKEXCEPTIONSTATUS.
           IF FS-EXCEPTIONFILE NOT = "00" THEN
               MOVE "EXCEPTIONFILE" TO IOERRORFILE
               MOVE FS-EXCEPTIONFILE TO IOERRORSTATUS
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
           CLOSE CUSTOMERFILE, RECOVERYFILE, PROMISEFILE, DISPUTEFILE,
                 BUREAUFILE, EXCEPTIONFILE.
           STOP RUN.
