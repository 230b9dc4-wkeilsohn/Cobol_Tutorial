           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT OPTIONAL COLLECTORFILE ASSIGN TO "Collector.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COLLECTORFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL ACTIVITYFILE ASSIGN TO "CollAct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTIVITYFILE.
           SELECT ASSIGNMENTFILE ASSIGN TO "CollAssign.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASSIGNMENTFILE.
           02 CREDITHOLDFLAG PIC X(01).
           02 BILLCYCLE PIC 9(01).

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

       FD COLLECTORFILE.
       01 COLLECTORRECORD.
           88 WS-COLL-EOF VALUE HIGH-VALUE.
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD ACTIVITYFILE.
       01 ACTIVITYRECORD.
           88 WS-ACT-EOF VALUE HIGH-VALUE.
           02 ACTIDNUM PIC 9(5).
           02 ACTDATE PIC 9(8).
           02 ACTCOLLID PIC X(08).
           02 ACTCONTACTTYPE PIC X(01).
           02 ACTOUTCOME PIC X(02).
           02 ACTFOLLOWUP PIC 9(8).

       FD ASSIGNMENTFILE.
       01 ASSIGNMENTRECORD.
           02 ASGCOLLID PIC X(08).
       01 FS-COLLECTORFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-ASSIGNMENTFILE PIC XX VALUE "00".
       01 FS-ACTIVITYFILE PIC XX VALUE "00".
       01 FS-QUEUEREPORTFILE PIC XX VALUE "00".
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 DISPUTEDAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 DISPSCANID PIC 9(5) VALUE ZERO.
       01 DISPSCANFLAG PIC X VALUE "N".
           88 DISPSCANDONE VALUE "Y".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
               03 ATBLDPD PIC 9(3).
               03 ATBLREGION PIC X(03).
               03 ATBLLASTPAYDATE PIC 9(8).
               03 ATBLLASTACTDATE PIC 9(8).
               03 ATBLFOLLOWUP PIC 9(8).
               03 ATBLBUCKET PIC 9.
               03 ATBLCOLLIDX PIC 99.
       01 ACCTENTRYCNT PIC 9(4) VALUE ZERO.
       01 ASSIGNEDCOUNT PIC 9(5) VALUE ZERO.
       01 UNASSIGNEDCOUNT PIC 9(5) VALUE ZERO.
       01 QUEUESUBCOUNT PIC 9(5) VALUE ZERO.
       01 DEFERREDCOUNT PIC 9(5) VALUE ZERO.
       01 PRINTPASS PIC 9 VALUE ZERO.
       01 COLLECTIBLEAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 DISPUTEHELDCOUNT PIC 9(5) VALUE ZERO.
       01 QUEUEHEADING PIC X(28) VALUE
           "DAILY COLLECTIONS WORKQUEUE".
       01 COLLECTORHEADERLINE.
           02 FILLER PIC X(14) VALUE "      BALANCE".
           02 FILLER PIC X(5) VALUE "  DPD".
           02 FILLER PIC X(10) VALUE "  LAST_PAY".
           02 FILLER PIC X(12) VALUE "  FOLLOW_UP".
       01 QUEUEDETAILLINE.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNQUEUEID PIC 9(5).
           02 PRNQUEUEDPD PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNQUEUELASTPAY PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNQUEUEFOLLOWUP PIC X(10).
       01 QUEUESUBTOTALLINE.
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(19) VALUE "ACCOUNTS ASSIGNED: ".
           02 PRNASSIGNEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "  UNASSIGNED:  ".
           02 PRNUNASSIGNEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE "  HELD FOR DISPUTE: ".
           02 PRNDISPUTEHELDCOUNT PIC ZZZZ9.
       01 DEFERREDTOTALLINE.
           02 FILLER PIC X(20) VALUE "DEFERRED TO FOLLOW-".
           02 FILLER PIC X(5) VALUE "UP:  ".
           02 PRNDEFERREDCOUNT PIC ZZZZ9.
       01 NOPAYMENTTEXT PIC X(10) VALUE "NONE".
       01 LASTPAYDISPLAY PIC X(10) VALUE SPACES.

       PERFORM LOADCOLLECTORTABLE.
       PERFORM LOADDELINQUENTACCOUNTS.
       PERFORM SCANHISTORYFILE.
       PERFORM SCANACTIVITYFILE.
       PERFORM ASSIGNALLACCOUNTS.
       PERFORM WRITEASSIGNMENTS.
       PERFORM PRINTWORKQUEUES.
       LOADDELINQUENTACCOUNTS.
           OPEN INPUT CUSTOMERFILE.
           PERFORM CHECKCUSTFILESTATUS.
           OPEN INPUT DISPUTEFILE.
           PERFORM CHECKDISPUTESTATUS.
           MOVE ZERO TO IDNUM.
           START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY SET WS-EOF TO TRUE
               PERFORM CHECKCUSTFILESTATUS
           END-IF.
           PERFORM LOADONEACCOUNT UNTIL WS-EOF.
           CLOSE CUSTOMERFILE, DISPUTEFILE.

       LOADONEACCOUNT.
           MOVE ZERO TO COLLECTIBLEAMOUNT.
           IF DAYSPASTDUE > ZERO AND ACCTBALANCE > ZERO THEN
               MOVE IDNUM TO DISPSCANID
               PERFORM SUMOPENDISPUTES
               COMPUTE COLLECTIBLEAMOUNT = ACCTBALANCE - DISPUTEDAMOUNT
               IF COLLECTIBLEAMOUNT NOT > ZERO THEN
                   ADD 1 TO DISPUTEHELDCOUNT
               END-IF
           END-IF.
           IF COLLECTIBLEAMOUNT > ZERO THEN
               IF ACCTENTRYCNT >= 2000 THEN
                   DISPLAY "COLLECTQUEUE: ACCOUNT TABLE FULL AT "
                       ACCTENTRYCNT " ENTRIES - RUN STOPPED"
               STRING FUNCTION TRIM(FIRSTNAME) " "
                   FUNCTION TRIM(LASTNAME)
                   DELIMITED BY SIZE INTO ATBLNAME (ACCTENTRYCNT)
               MOVE COLLECTIBLEAMOUNT TO ATBLBALANCE (ACCTENTRYCNT)
               MOVE DAYSPASTDUE TO ATBLDPD (ACCTENTRYCNT)
               MOVE REGIONCODE TO ATBLREGION (ACCTENTRYCNT)
               MOVE ZERO TO ATBLLASTPAYDATE (ACCTENTRYCNT)
               MOVE ZERO TO ATBLLASTACTDATE (ACCTENTRYCNT)
               MOVE ZERO TO ATBLFOLLOWUP (ACCTENTRYCNT)
               EVALUATE TRUE
                   WHEN DAYSPASTDUE <= 30
                       MOVE 1 TO ATBLBUCKET (ACCTENTRYCNT)
               MOVE HISTDATE TO ATBLLASTPAYDATE (ACCTIDX)
           END-IF.

       SCANACTIVITYFILE.
           OPEN INPUT ACTIVITYFILE.
           PERFORM CHECKACTIVITYSTATUS.
           READ ACTIVITYFILE
               AT END SET WS-ACT-EOF TO TRUE
           END-READ.
           PERFORM SCANONEACTIVITYRECORD UNTIL WS-ACT-EOF.
           CLOSE ACTIVITYFILE.

       SCANONEACTIVITYRECORD.
           PERFORM NOTEONEACTIVITY VARYING ACCTIDX
               FROM 1 BY 1 UNTIL ACCTIDX > ACCTENTRYCNT.
           READ ACTIVITYFILE
               AT END SET WS-ACT-EOF TO TRUE
           END-READ.

       NOTEONEACTIVITY.
           IF ATBLIDNUM (ACCTIDX) = ACTIDNUM
               AND ACTDATE NOT < ATBLLASTACTDATE (ACCTIDX) THEN
               MOVE ACTDATE TO ATBLLASTACTDATE (ACCTIDX)
               MOVE ACTFOLLOWUP TO ATBLFOLLOWUP (ACCTIDX)
           END-IF.

       ASSIGNALLACCOUNTS.
           PERFORM ASSIGNONEACCOUNT VARYING ACCTIDX
               FROM 1 BY 1 UNTIL ACCTIDX > ACCTENTRYCNT.
               FROM 1 BY 1 UNTIL COLLIDX > COLLENTRYCNT.
           MOVE ASSIGNEDCOUNT TO PRNASSIGNEDCOUNT.
           MOVE UNASSIGNEDCOUNT TO PRNUNASSIGNEDCOUNT.
           MOVE DISPUTEHELDCOUNT TO PRNDISPUTEHELDCOUNT.
           WRITE QUEUEREPORTLINE FROM QUEUETOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKQUEUEREPORTSTATUS.
           MOVE DEFERREDCOUNT TO PRNDEFERREDCOUNT.
           WRITE QUEUEREPORTLINE FROM DEFERREDTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKQUEUEREPORTSTATUS.
           CLOSE QUEUEREPORTFILE.

       PRINTONEQUEUE.
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKQUEUEREPORTSTATUS.
           MOVE ZERO TO QUEUESUBCOUNT.
           PERFORM PRINTQUEUEPASS VARYING PRINTPASS
               FROM 1 BY 1 UNTIL PRINTPASS > 2.
           MOVE QUEUESUBCOUNT TO PRNQUEUESUBCOUNT.
           WRITE QUEUEREPORTLINE FROM QUEUESUBTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKQUEUEREPORTSTATUS.

       PRINTQUEUEPASS.
           PERFORM PRINTONEQUEUELINE VARYING ACCTIDX
               FROM 1 BY 1 UNTIL ACCTIDX > ACCTENTRYCNT.

       PRINTONEQUEUELINE.
           IF ATBLCOLLIDX (ACCTIDX) = COLLIDX
               AND ((PRINTPASS = 1
                     AND ATBLFOLLOWUP (ACCTIDX) NOT > RUNDATE)
                 OR (PRINTPASS = 2
                     AND ATBLFOLLOWUP (ACCTIDX) > RUNDATE)) THEN
               MOVE ATBLIDNUM (ACCTIDX) TO PRNQUEUEID
               MOVE ATBLNAME (ACCTIDX) TO PRNQUEUENAME
               MOVE ATBLBALANCE (ACCTIDX) TO PRNQUEUEBALANCE
                       DELIMITED BY SIZE INTO LASTPAYDISPLAY
                   MOVE LASTPAYDISPLAY TO PRNQUEUELASTPAY
               END-IF
               IF ATBLFOLLOWUP (ACCTIDX) > RUNDATE THEN
                   MOVE SPACES TO LASTPAYDISPLAY
                   STRING ATBLFOLLOWUP (ACCTIDX) (5:2) "/"
                       ATBLFOLLOWUP (ACCTIDX) (7:2) "/"
                       ATBLFOLLOWUP (ACCTIDX) (1:4)
                       DELIMITED BY SIZE INTO LASTPAYDISPLAY
                   MOVE LASTPAYDISPLAY TO PRNQUEUEFOLLOWUP
                   ADD 1 TO DEFERREDCOUNT
               ELSE
                   MOVE SPACES TO PRNQUEUEFOLLOWUP
               END-IF
               WRITE QUEUEREPORTLINE FROM QUEUEDETAILLINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKQUEUEREPORTSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

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

       CHECKCOLLECTORSTATUS.
           IF FS-COLLECTORFILE NOT = "00"
               AND FS-COLLECTORFILE NOT = "05"
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKACTIVITYSTATUS.
           IF FS-ACTIVITYFILE NOT = "00" AND FS-ACTIVITYFILE NOT = "05"
               AND FS-ACTIVITYFILE NOT = "10" THEN
               MOVE "ACTIVITYFILE" TO IOERRORFILE
               MOVE FS-ACTIVITYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKASSIGNMENTSTATUS.
           IF FS-ASSIGNMENTFILE NOT = "00" THEN
               MOVE "ASSIGNMENTFILE" TO IOERRORFILE
