           SELECT OPTIONAL BACKOUTFILE ASSIGN TO "MaintBackout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKOUTFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTIONFILE.
           02 BKOIDNUM PIC 9(5).
           02 BKOIMAGE PIC X(120).

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 FS-TRANSACTIONFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-MAINTREPORTFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-JOURNALFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
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

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "CUSTMAINT: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       PERFORM LOADREGIONTABLE.
       PERFORM READMAINTCHECKPOINT.
       OPEN INPUT TRANSACTIONFILE.
       PERFORM CHECKHISTORYSTATUS.
       OPEN EXTEND JOURNALFILE.
       PERFORM CHECKJOURNALSTATUS.
       OPEN EXTEND GLWORKFILE.
       PERFORM CHECKGLWORKSTATUS.
       IF MAINTRESUMING THEN
           OPEN EXTEND BACKOUTFILE
       ELSE
       PERFORM WRITEJOBSTATS.
       PERFORM CLEARMAINTCHECKPOINT.
       CLOSE TRANSACTIONFILE, CUSTOMERFILE, MAINTREPORTFILE,
             HISTORYFILE, JOURNALFILE, BACKOUTFILE, GLWORKFILE.
       GOBACK.

       WRITEJOBSTATS.

       WRITEHISTORY.
           MOVE TRANSIDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.
           IF HISTAMOUNT NOT = ZERO THEN
               PERFORM WRITEADJUSTMENTGL
           END-IF.

       WRITEADJUSTMENTGL.
           MOVE POSTINGDATE TO GLWDATE.
           MOVE "CUSTMAINT" TO GLWSOURCE.
           MOVE "1200" TO GLWACCOUNT.
           MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC.
           IF HISTAMOUNT > ZERO THEN
               MOVE HISTAMOUNT TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
           ELSE
               MOVE ZERO TO GLWDEBIT
               COMPUTE GLWCREDIT = ZERO - HISTAMOUNT
           END-IF.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.
           MOVE "4900" TO GLWACCOUNT.
           MOVE "AR MAINT ADJUSTMENT" TO GLWDESC.
           IF HISTAMOUNT > ZERO THEN
               MOVE ZERO TO GLWDEBIT
               MOVE HISTAMOUNT TO GLWCREDIT
           ELSE
               COMPUTE GLWDEBIT = ZERO - HISTAMOUNT
               MOVE ZERO TO GLWCREDIT
           END-IF.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.

       WRITEJOURNAL.
           ACCEPT RUNTIMEOFDAY FROM TIME.
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

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS
               " AT RECORD " TRANSIDNUM.
           CLOSE TRANSACTIONFILE, CUSTOMERFILE, MAINTREPORTFILE,
                 HISTORYFILE, JOURNALFILE, BACKOUTFILE, GLWORKFILE.
           STOP RUN.
