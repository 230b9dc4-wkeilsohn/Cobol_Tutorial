           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT REGISTERFILE ASSIGN TO "FinChg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGISTERFILE.
           SELECT OPTIONAL CYCLEFILE ASSIGN TO "CycleSel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CYCLEFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
           88 WS-CYC-EOF VALUE HIGH-VALUE.
           02 CYCSELECTED PIC 9(01).

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

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

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
       01 FS-CYCLEFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 DISPUTEDAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 DISPSCANID PIC 9(5) VALUE ZERO.
       01 DISPSCANFLAG PIC X VALUE "N".
           88 DISPSCANDONE VALUE "Y".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 CYCLESELECTED PIC 9(01) VALUE ZERO.
       01 CYCLETOTTABLE.
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 POSTINGDATE PIC 9(8) VALUE ZERO.
       01 PERIODREDIRECTFLAG PIC X VALUE "N".
           88 PERIODREDIRECTED VALUE "Y".
       01 CHARGERATE PIC V999 VALUE ZERO.
       01 CHARGEAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 CHARGEBASE PIC S9(7)V99 VALUE ZERO.
       01 DISPUTEHELDCOUNT PIC 9(5) VALUE ZERO.
       01 ASSESSEDCOUNT PIC 9(5) VALUE ZERO.
       01 TOTALCHARGES PIC S9(9)V99 VALUE ZERO.
       01 RATE30 PIC V999 VALUE .010.
           02 PRNASSESSEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "  TOTAL CHARGES: ".
           02 PRNTOTALCHARGES PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPUTEHELDLINE.
           02 FILLER PIC X(21) VALUE "HELD FOR DISPUTE:    ".
           02 PRNDISPUTEHELDCOUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF RUNDATE < PERSTARTDATE THEN
           DISPLAY "FINANCECHARGE: AR PERIOD " PERMONTH
               " OPENS " PERSTARTDATE " - RUN DATE " RUNDATE
               " FALLS IN A CLOSED PERIOD - NO CHARGES ASSESSED"
           MOVE "CLOSEDPD" TO JSSTATUS
           PERFORM WRITEJOBSTATS
           GOBACK
       END-IF.
       IF PERIODREDIRECTED THEN
           DISPLAY "FINANCECHARGE: RUN DATE " RUNDATE
               " AFTER AR PERIOD " PERMONTH
               " - CHARGES DATED " POSTINGDATE
       END-IF.
       PERFORM LOADCYCLESELECTION.
       INITIALIZE CYCLETOTTABLE.
       OPEN I-O CUSTOMERFILE.
       PERFORM CHECKREGISTERSTATUS.
       OPEN EXTEND HISTORYFILE.
       PERFORM CHECKHISTORYSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN INPUT DISPUTEFILE.
       PERFORM CHECKDISPUTESTATUS.
       MOVE ZERO TO IDNUM.
       START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
           INVALID KEY SET WS-EOF TO TRUE
       WRITE REGISTERRECORD FROM REGISTERTOTALLINE
           AFTER ADVANCING 3 LINES.
       PERFORM CHECKREGISTERSTATUS.
       MOVE DISPUTEHELDCOUNT TO PRNDISPUTEHELDCOUNT.
       WRITE REGISTERRECORD FROM DISPUTEHELDLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKREGISTERSTATUS.
       PERFORM PRINTCYCLETOTALS.
       PERFORM PRINTREGIONTOTALS.
       PERFORM WRITECONTROLTOTALS.
       PERFORM WRITEGLACTIVITY.
       MOVE "ENDOK" TO JSSTATUS.
       PERFORM WRITEJOBSTATS.
       CLOSE CUSTOMERFILE, REGISTERFILE, HISTORYFILE, OPENITEMFILE,
             DISPUTEFILE.
       GOBACK.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "FINANCECHARGE" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE SCANRECORDCOUNT TO JSREAD.
           MOVE ASSESSEDCOUNT TO JSWRITTEN.
           MOVE DISPUTEHELDCOUNT TO JSREJECTED.
           MOVE TOTALCHARGES TO JSAMOUNT.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       ASSESSONECUSTOMER.
           IF ACCTBALANCE > ZERO AND DAYSPASTDUE > ZERO
               AND (CYCLESELECTED = ZERO
                   OR BILLCYCLE = CYCLESELECTED) THEN
               MOVE IDNUM TO DISPSCANID
               PERFORM SUMOPENDISPUTES
               COMPUTE CHARGEBASE = ACCTBALANCE - DISPUTEDAMOUNT
               IF CHARGEBASE > ZERO THEN
                   PERFORM APPLYONECHARGE
               ELSE
                   ADD 1 TO DISPUTEHELDCOUNT
               END-IF
           END-IF.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               WHEN OTHER
                   MOVE RATE90 TO CHARGERATE
           END-EVALUATE.
           COMPUTE CHARGEAMOUNT ROUNDED = CHARGEBASE * CHARGERATE.
           ADD CHARGEAMOUNT TO ACCTBALANCE.
           REWRITE CUSTOMERDATA
               INVALID KEY
                   PERFORM ADDREGIONCHARGE
                   PERFORM ADDCYCLECHARGE
                   PERFORM WRITEHISTORY
                   PERFORM WRITECHARGEOPENITEM
           END-REWRITE.

       WRITECHARGEOPENITEM.
           MOVE IDNUM TO OIIDNUM.
           MOVE POSTINGDATE TO OIDUEDATE.
           MOVE SPACES TO OIINVNUMBER.
           STRING "FC" POSTINGDATE DELIMITED BY SIZE INTO OIINVNUMBER.
           READ OPENITEMFILE
               INVALID KEY
                   MOVE POSTINGDATE TO OIINVDATE
                   MOVE CHARGEAMOUNT TO OIORIGAMOUNT
                   MOVE CHARGEAMOUNT TO OIOPENAMOUNT
                   MOVE ZERO TO OILASTPAYDATE
                   WRITE OPENITEMRECORD
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-WRITE
               NOT INVALID KEY
                   ADD CHARGEAMOUNT TO OIORIGAMOUNT
                   ADD CHARGEAMOUNT TO OIOPENAMOUNT
                   REWRITE OPENITEMRECORD
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-REWRITE
           END-READ.

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

       CHECKDISPUTESTATUS.
           IF FS-DISPUTEFILE NOT = "00" AND FS-DISPUTEFILE NOT = "05"
               AND FS-DISPUTEFILE NOT = "10"
               AND FS-DISPUTEFILE NOT = "23" THEN
               MOVE "DISPUTEFILE" TO IOERRORFILE
               MOVE FS-DISPUTEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       ADDCYCLECHARGE.
           COMPUTE CYCIDX = BILLCYCLE + 1.
           ADD 1 TO CYCTBLCOUNT (CYCIDX).
           IF TOTALCHARGES NOT = ZERO THEN
               OPEN EXTEND GLWORKFILE
               PERFORM CHECKGLWORKSTATUS
               MOVE POSTINGDATE TO GLWDATE
               MOVE "FINANCECHARGE" TO GLWSOURCE
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC

       WRITEHISTORY.
           MOVE IDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           MOVE "F" TO HISTTRANSCODE.
           MOVE CHARGEAMOUNT TO HISTAMOUNT.
           MOVE ACCTBALANCE TO HISTBALANCE.
               PERFORM FILEERRORROUTINE
           END-IF.

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
           CLOSE CUSTOMERFILE, REGISTERFILE, HISTORYFILE, OPENITEMFILE,
                 DISPUTEFILE.
           STOP RUN.
