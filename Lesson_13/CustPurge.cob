           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
           02 CTLBALANCETOTAL PIC S9(11)V99.
           02 CTLNETCHANGE PIC S9(11)V99.

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-JOURNALFILE PIC XX VALUE "00".
       01 FS-ARCHIVEFILE PIC XX VALUE "00".
       01 FS-PURGEREPORTFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
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
       01 PURGECUTOFFDATE PIC 9(8) VALUE ZERO.
       01 ACTIVEIDTABLE.
           02 ACTIVEID PIC 9(5) OCCURS 5000 TIMES.
           88 IDISACTIVE VALUE "Y".
       01 LOOKUPID PIC 9(5) VALUE ZERO.
       01 PURGECOUNT PIC 9(5) VALUE ZERO.
       01 PURGEDBALANCE PIC S9(9)V99 VALUE ZERO.
       01 KEPTCOUNT PIC 9(7) VALUE ZERO.
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "CUSTPURGE: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       DISPLAY "ENTER ACTIVITY CUTOFF DATE (YYYYMMDD): "
           WITH NO ADVANCING.
       ACCEPT PURGECUTOFFDATE.
           AFTER ADVANCING 3 LINES.
       PERFORM CHECKPURGEREPORTSTATUS.
       PERFORM WRITECONTROLTOTALS.
       PERFORM WRITEGLACTIVITY.
       CLOSE CUSTOMERFILE, ARCHIVEFILE, PURGEREPORTFILE.
       GOBACK.

       WRITEGLACTIVITY.
           IF PURGEDBALANCE NOT = ZERO THEN
               OPEN EXTEND GLWORKFILE
               PERFORM CHECKGLWORKSTATUS
               MOVE POSTINGDATE TO GLWDATE
               MOVE "CUSTPURGE" TO GLWSOURCE
               MOVE "4900" TO GLWACCOUNT
               MOVE "AR MAINT ADJUSTMENT" TO GLWDESC
               IF PURGEDBALANCE > ZERO THEN
                   MOVE PURGEDBALANCE TO GLWDEBIT
                   MOVE ZERO TO GLWCREDIT
               ELSE
                   MOVE ZERO TO GLWDEBIT
                   COMPUTE GLWCREDIT = ZERO - PURGEDBALANCE
               END-IF
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               IF PURGEDBALANCE > ZERO THEN
                   MOVE ZERO TO GLWDEBIT
                   MOVE PURGEDBALANCE TO GLWCREDIT
               ELSE
                   COMPUTE GLWDEBIT = ZERO - PURGEDBALANCE
                   MOVE ZERO TO GLWCREDIT
               END-IF
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               CLOSE GLWORKFILE
           END-IF.

       EXAMINEONECUSTOMER.
           IF ACCTBALANCE = ZERO AND DAYSPASTDUE = ZERO THEN
               MOVE IDNUM TO LOOKUPID
                   PERFORM FILEERRORROUTINE
               NOT INVALID KEY
                   ADD 1 TO PURGECOUNT
                   ADD ACCTBALANCE TO PURGEDBALANCE
                   WRITE PURGEREPORTLINE FROM PURGEDETAILLINE
                       AFTER ADVANCING 1 LINE
                   PERFORM CHECKPURGEREPORTSTATUS
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
               " AT ID " IDNUM.
           CLOSE CUSTOMERFILE, ARCHIVEFILE, PURGEREPORTFILE.
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
