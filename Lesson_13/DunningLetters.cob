           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROMIDNUM
           FILE STATUS IS FS-PROMISEFILE.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD LETTERFILE.
       01 LETTERLINE PIC X(72).

       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 FS-PROMISEFILE PIC XX VALUE "00".
       01 FS-CYCLEFILE PIC XX VALUE "00".
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 DISPUTEDAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 DISPSCANID PIC 9(5) VALUE ZERO.
       01 DISPSCANFLAG PIC X VALUE "N".
           88 DISPSCANDONE VALUE "Y".
       01 CYCLESELECTED PIC 9(01) VALUE ZERO.
       01 CYCLECOUNTTABLE.
           02 CYCLELTRCOUNT PIC 9(5) OCCURS 10 TIMES.
           88 SORTATEOF VALUE "Y".
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 SUPPRESSEDCOUNT PIC 9(5) VALUE ZERO.
       01 DISPUTEHELDCOUNT PIC 9(5) VALUE ZERO.
       01 DUNNABLEAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 PROMISEHOLDFLAG PIC X VALUE "N".
           88 PROMISESUPPRESSED VALUE "Y".
       01 TODAYSDATE.
       INITIALIZE CYCLECOUNTTABLE.
       OPEN INPUT PROMISEFILE.
       PERFORM CHECKPROMISESTATUS.
       OPEN INPUT DISPUTEFILE.
       PERFORM CHECKDISPUTESTATUS.
       OPEN OUTPUT LETTERFILE.
       PERFORM CHECKLETTERSTATUS.
       OPEN OUTPUT REGISTERFILE.
           USING CUSTOMERFILE
           OUTPUT PROCEDURE IS PRODUCELETTERS.
       PERFORM WRITEREGISTER.
       CLOSE PROMISEFILE, DISPUTEFILE, LETTERFILE, REGISTERFILE.
       GOBACK.

       PRODUCELETTERS.
               AND (CYCLESELECTED = ZERO
                   OR WORKBILLCYCLE = CYCLESELECTED) THEN
               PERFORM CHECKPROMISEHOLD
               MOVE WORKIDNUM TO DISPSCANID
               PERFORM SUMOPENDISPUTES
               COMPUTE DUNNABLEAMOUNT = WORKACCTBALANCE
                   - DISPUTEDAMOUNT
               EVALUATE TRUE
                   WHEN PROMISESUPPRESSED
                       ADD 1 TO SUPPRESSEDCOUNT
                   WHEN DUNNABLEAMOUNT NOT > ZERO
                       ADD 1 TO DISPUTEHELDCOUNT
                   WHEN OTHER
                       PERFORM WRITEONELETTER
                       COMPUTE CYCIDX = WORKBILLCYCLE + 1
                       ADD 1 TO CYCLELTRCOUNT (CYCIDX)
               END-EVALUATE
           END-IF.
           RETURN LETTERWORK
               AT END SET SORTATEOF TO TRUE
                   PERFORM WRITEFINALBODY
                   ADD 1 TO FINALCOUNT
           END-EVALUATE.
           MOVE DUNNABLEAMOUNT TO LTRBALANCE.
           WRITE LETTERLINE FROM LETTERBALANCELINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           WRITE REGISTERRECORD FROM REGISTERDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREGISTERSTATUS.
           MOVE "HELD FOR DISPUTE" TO PRNBUCKETLABEL.
           MOVE DISPUTEHELDCOUNT TO PRNBUCKETCOUNT.
           WRITE REGISTERRECORD FROM REGISTERDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREGISTERSTATUS.
           MOVE LETTERCOUNT TO PRNLETTERCOUNT.
           WRITE REGISTERRECORD FROM REGISTERTOTALLINE
               AFTER ADVANCING 2 LINES.
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

       CHECKLETTERSTATUS.
           IF FS-LETTERFILE NOT = "00" THEN
               MOVE "LETTERFILE" TO IOERRORFILE
