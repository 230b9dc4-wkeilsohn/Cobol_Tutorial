           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
           02 CTLBALANCETOTAL PIC S9(11)V99.
           02 CTLNETCHANGE PIC S9(11)V99.

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

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-APPROVALFILE PIC XX VALUE "00".
       01 FS-JOURNALFILE PIC XX VALUE "00".
       01 FS-WRITEOFFREPORT PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
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

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "WRITEOFF: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       DISPLAY "ENTER DAYS-PAST-DUE THRESHOLD: " WITH NO ADVANCING.
       ACCEPT DAYSTHRESHOLD.
       DISPLAY "ENTER MINIMUM BALANCE TO WRITE OFF: "
       PERFORM CHECKHISTORYSTATUS.
       OPEN EXTEND JOURNALFILE.
       PERFORM CHECKJOURNALSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN OUTPUT WRITEOFFREPORT.
       PERFORM CHECKWRITEOFFREPORTSTATUS.
       WRITE WRITEOFFREPORTLINE FROM WRITEOFFHEADING.
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKWRITEOFFREPORTSTATUS.
       PERFORM WRITECONTROLTOTALS.
       PERFORM WRITEGLACTIVITY.
       CLOSE CUSTOMERFILE, RECOVERYFILE, HISTORYFILE, JOURNALFILE,
             WRITEOFFREPORT, OPENITEMFILE.
       GOBACK.

       WRITEGLACTIVITY.
           IF WRITEOFFTOTAL NOT = ZERO THEN
               OPEN EXTEND GLWORKFILE
               PERFORM CHECKGLWORKSTATUS
               MOVE POSTINGDATE TO GLWDATE
               MOVE "WRITEOFF" TO GLWSOURCE
               MOVE "6200" TO GLWACCOUNT
               MOVE "BAD DEBT EXPENSE" TO GLWDESC
               MOVE WRITEOFFTOTAL TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               MOVE ZERO TO GLWDEBIT
               MOVE WRITEOFFTOTAL TO GLWCREDIT
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               CLOSE GLWORKFILE
           END-IF.

       LOADAPPROVALTABLE.
           OPEN INPUT APPROVALFILE.
           PERFORM CHECKAPPROVALSTATUS.
                   PERFORM WRITEHISTORY
                   PERFORM WRITEJOURNAL
                   PERFORM POSTRECOVERYRECORD
                   PERFORM CLOSEOPENITEMS
                   MOVE "WRITEOFF: " TO PRNWODISPOSITION
                   PERFORM WRITEREGISTERDETAIL
           END-REWRITE.

       WRITEHISTORY.
           MOVE IDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           MOVE "W" TO HISTTRANSCODE.
           COMPUTE HISTAMOUNT = ZERO - PRIORBALANCE.
           MOVE ZERO TO HISTBALANCE.
           READ RECOVERYFILE
               INVALID KEY
                   MOVE IDNUM TO RECIDNUM
                   MOVE POSTINGDATE TO RECDATE
                   MOVE PRIORBALANCE TO RECWRITEOFF
                   MOVE ZERO TO RECRECOVERED
                   WRITE RECOVERYRECORD
                           PERFORM FILEERRORROUTINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE POSTINGDATE TO RECDATE
                   ADD PRIORBALANCE TO RECWRITEOFF
                   REWRITE RECOVERYRECORD
                       INVALID KEY
                   END-REWRITE
           END-READ.

       CLOSEOPENITEMS.
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
           PERFORM CLOSEONEOPENITEM UNTIL OISCANDONE.

       READNEXTOPENITEM.
           READ OPENITEMFILE NEXT RECORD
               AT END SET OISCANDONE TO TRUE
           END-READ.
           IF NOT OISCANDONE AND OIIDNUM NOT = IDNUM THEN
               SET OISCANDONE TO TRUE
           END-IF.

       CLOSEONEOPENITEM.
           IF OIOPENAMOUNT NOT = ZERO THEN
               MOVE ZERO TO OIOPENAMOUNT
               MOVE POSTINGDATE TO OILASTPAYDATE
               REWRITE OPENITEMRECORD
                   INVALID KEY
                       MOVE "OPENITEMFILE" TO IOERRORFILE
                       MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                       PERFORM FILEERRORROUTINE
               END-REWRITE
           END-IF.
           PERFORM READNEXTOPENITEM.

       WRITEREGISTERDETAIL.
           MOVE IDNUM TO PRNWOIDNUM.
           MOVE SPACES TO PRNWONAME.
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
               " AT ID " IDNUM.
           CLOSE CUSTOMERFILE, RECOVERYFILE, HISTORYFILE, JOURNALFILE,
                 WRITEOFFREPORT, OPENITEMFILE.
           STOP RUN.
