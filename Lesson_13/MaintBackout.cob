           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD BACKOUTFILE.
           02 CTLBALANCETOTAL PIC S9(11)V99.
           02 CTLNETCHANGE PIC S9(11)V99.

       FD HISTORYFILE.
       01 HISTORYRECORD.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

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
       01 FS-BACKOUTFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-MAINTCHKPTFILE PIC XX VALUE "00".
       01 FS-BACKOUTREPORTFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
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
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANEOFFLAG PIC X VALUE "N".
       01 BKOIDX PIC 9(4) VALUE ZERO.
       01 UNDONECOUNT PIC 9(5) VALUE ZERO.
       01 FAILEDCOUNT PIC 9(5) VALUE ZERO.
       01 PRIORBALANCE PIC S9(7)V99 VALUE ZERO.
       01 BACKOUTDELTA PIC S9(7)V99 VALUE ZERO.
       01 BACKOUTNETCHANGE PIC S9(9)V99 VALUE ZERO.
       01 BACKOUTHEADING PIC X(33) VALUE
           "CUSTOMER MAINTENANCE BACKOUT RUN".
       01 BACKOUTDETAILLINE.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "CUSTBACKOUT: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       PERFORM LOADBACKOUTTABLE.
       OPEN OUTPUT BACKOUTREPORTFILE.
       PERFORM CHECKBACKOUTREPORTSTATUS.
       ELSE
           OPEN I-O CUSTOMERFILE
           PERFORM CHECKCUSTFILESTATUS
           OPEN EXTEND HISTORYFILE
           PERFORM CHECKHISTORYSTATUS
           PERFORM UNDOONEENTRY VARYING BKOIDX
               FROM BKOENTRYCNT BY -1 UNTIL BKOIDX < 1
           PERFORM WRITECONTROLTOTALS
           PERFORM WRITEGLACTIVITY
           CLOSE CUSTOMERFILE, HISTORYFILE
           PERFORM CLEARBACKOUTJOURNAL
           PERFORM CLEARMAINTCHECKPOINT
       END-IF.

       UNDOONEADD.
           MOVE BKOTBLIDNUM (BKOIDX) TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   PERFORM WRITEFAILLINE
               NOT INVALID KEY
                   COMPUTE BACKOUTDELTA = ZERO - ACCTBALANCE
                   MOVE ZERO TO ACCTBALANCE
                   DELETE CUSTOMERFILE
                       INVALID KEY
                           PERFORM WRITEFAILLINE
                       NOT INVALID KEY
                           PERFORM WRITEUNDONELINE
                           PERFORM WRITEBACKOUTHISTORY
                   END-DELETE
           END-READ.

       UNDOONECHANGE.
           MOVE BKOTBLIDNUM (BKOIDX) TO IDNUM.
               INVALID KEY
                   PERFORM WRITEFAILLINE
               NOT INVALID KEY
                   MOVE ACCTBALANCE TO PRIORBALANCE
                   MOVE BKOTBLIMAGE (BKOIDX) TO CUSTOMERDATA
                   COMPUTE BACKOUTDELTA = ACCTBALANCE - PRIORBALANCE
                   REWRITE CUSTOMERDATA
                       INVALID KEY
                           PERFORM WRITEFAILLINE
                       NOT INVALID KEY
                           PERFORM WRITEUNDONELINE
                           PERFORM WRITEBACKOUTHISTORY
                   END-REWRITE
           END-READ.

       UNDOONEDELETE.
           MOVE BKOTBLIMAGE (BKOIDX) TO CUSTOMERDATA.
           MOVE ACCTBALANCE TO BACKOUTDELTA.
           WRITE CUSTOMERDATA
               INVALID KEY
                   PERFORM WRITEFAILLINE
               NOT INVALID KEY
                   PERFORM WRITEUNDONELINE
                   PERFORM WRITEBACKOUTHISTORY
           END-WRITE.

       WRITEBACKOUTHISTORY.
           IF BACKOUTDELTA NOT = ZERO THEN
               MOVE BKOTBLIDNUM (BKOIDX) TO HISTIDNUM
               MOVE POSTINGDATE TO HISTDATE
               MOVE "B" TO HISTTRANSCODE
               MOVE BACKOUTDELTA TO HISTAMOUNT
               MOVE ACCTBALANCE TO HISTBALANCE
               WRITE HISTORYRECORD
               PERFORM CHECKHISTORYSTATUS
               ADD BACKOUTDELTA TO BACKOUTNETCHANGE
           END-IF.

       WRITEGLACTIVITY.
           IF BACKOUTNETCHANGE NOT = ZERO THEN
               OPEN EXTEND GLWORKFILE
               PERFORM CHECKGLWORKSTATUS
               MOVE POSTINGDATE TO GLWDATE
               MOVE "CUSTBACKOUT" TO GLWSOURCE
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               IF BACKOUTNETCHANGE > ZERO THEN
                   MOVE BACKOUTNETCHANGE TO GLWDEBIT
                   MOVE ZERO TO GLWCREDIT
               ELSE
                   MOVE ZERO TO GLWDEBIT
                   COMPUTE GLWCREDIT = ZERO - BACKOUTNETCHANGE
               END-IF
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               MOVE "4900" TO GLWACCOUNT
               MOVE "AR MAINT ADJUSTMENT" TO GLWDESC
               IF BACKOUTNETCHANGE > ZERO THEN
                   MOVE ZERO TO GLWDEBIT
                   MOVE BACKOUTNETCHANGE TO GLWCREDIT
               ELSE
                   COMPUTE GLWDEBIT = ZERO - BACKOUTNETCHANGE
                   MOVE ZERO TO GLWCREDIT
               END-IF
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               CLOSE GLWORKFILE
           END-IF.

       WRITEUNDONELINE.
           ADD 1 TO UNDONECOUNT.
           MOVE BKOTBLCODE (BKOIDX) TO PRNBKOCODE.
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKMAINTCHKPTSTATUS.
           IF FS-MAINTCHKPTFILE NOT = "00"
               AND FS-MAINTCHKPTFILE NOT = "05" THEN
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
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE BACKOUTFILE, CUSTOMERFILE, BACKOUTREPORTFILE,
                 HISTORYFILE.
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
