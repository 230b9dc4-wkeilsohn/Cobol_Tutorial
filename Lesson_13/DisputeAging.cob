       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTEAGING.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT AGINGREPORT ASSIGN TO "DispAge.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGINGREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD DISPUTEFILE.
       01 DISPUTERECORD.
           88 WS-DISP-EOF VALUE HIGH-VALUE.
           02 DISPKEY.
               03 DISPIDNUM PIC 9(5).
               03 DISPSEQ PIC 9(3).
           02 DISPAMOUNT PIC 9(7)V99.
           02 DISPREASON PIC X(02).
           02 DISPOPENDATE PIC 9(8).
           02 DISPSTATUS PIC X(01).
               88 DISPUTEOPEN VALUE "O".
               88 DISPUTECREDITED VALUE "C".
               88 DISPUTERELEASED VALUE "R".
           02 DISPRESOLVEDATE PIC 9(8).
           02 DISPCREDITAMOUNT PIC 9(7)V99.
           02 DISPENTEREDBY PIC X(08).

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

       FD AGINGREPORT.
       01 AGINGREPORTLINE PIC X(100).

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
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-AGINGREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 DISPUTEDAYS PIC S9(7) VALUE ZERO.
       01 RESOLVEDDAYS PIC S9(7) VALUE ZERO.
       01 ESCALATEDAYS PIC 9(3) VALUE 60.
       01 BUCKETIDX PIC 9 VALUE ZERO.
       01 BUCKETTABLE.
           02 BUCKETENTRY OCCURS 4 TIMES.
               03 BKTCOUNT PIC 9(5).
               03 BKTAMOUNT PIC S9(9)V99.
       01 BUCKETLABELLIST.
           02 FILLER PIC X(12) VALUE "0-30 DAYS".
           02 FILLER PIC X(12) VALUE "31-60 DAYS".
           02 FILLER PIC X(12) VALUE "61-90 DAYS".
           02 FILLER PIC X(12) VALUE "OVER 90 DAYS".
       01 BUCKETLABELTABLE REDEFINES BUCKETLABELLIST.
           02 BUCKETLABEL PIC X(12) OCCURS 4 TIMES.
       01 REASONTABLE.
           02 REASONENTRY OCCURS 20 TIMES.
               03 RSNTBLCODE PIC X(02).
               03 RSNTBLCOUNT PIC 9(5).
               03 RSNTBLAMOUNT PIC S9(9)V99.
       01 REASONENTRYCNT PIC 99 VALUE ZERO.
       01 REASONIDX PIC 99 VALUE ZERO.
       01 REASONFOUNDIDX PIC 99 VALUE ZERO.
       01 DISPUTEREADCOUNT PIC 9(7) VALUE ZERO.
       01 OPENCOUNT PIC 9(7) VALUE ZERO.
       01 OPENTOTAL PIC S9(11)V99 VALUE ZERO.
       01 ESCALATEDCOUNT PIC 9(7) VALUE ZERO.
       01 RESOLVEDWEEKCOUNT PIC 9(7) VALUE ZERO.
       01 CREDITEDWEEKAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 AGINGHEADING PIC X(40) VALUE
           "CUSTOMER DISPUTE AGING REPORT".
       01 RUNDATELINE.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 AGINGHEADS.
           02 FILLER PIC X(44) VALUE
               "ID_NUMBER  NAME                        SEQ  ".
           02 FILLER PIC X(44) VALUE
               "RS  OPENED    ENTERED BY      AMOUNT    DAYS".
       01 AGINGDETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNDAIDNUM PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNDANAME PIC X(28).
           02 PRNDASEQ PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNDAREASON PIC X(02).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNDAOPENDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNDAENTEREDBY PIC X(08).
           02 FILLER PIC X VALUE SPACE.
           02 PRNDAAMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNDADAYS PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNDAFLAG PIC X(3).
       01 BUCKETHEADING PIC X(24) VALUE "OPEN DISPUTES BY AGE".
       01 BUCKETLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNBKTLABEL PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBKTCOUNT PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBKTAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 REASONHEADING PIC X(24) VALUE "OPEN DISPUTES BY REASON".
       01 REASONLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNRSNCODE PIC X(02).
           02 FILLER PIC X(12) VALUE SPACE.
           02 PRNRSNCOUNT PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRSNAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 AGINGTOTALLINE.
           02 FILLER PIC X(20) VALUE "OPEN DISPUTES:      ".
           02 PRNOPENCOUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNOPENTOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(22) VALUE "  OVER ESCALATE DAYS: ".
           02 PRNESCALATEDCOUNT PIC ZZZZ9.
       01 RESOLVEDLINE.
           02 FILLER PIC X(30) VALUE "RESOLVED IN LAST SEVEN DAYS: ".
           02 PRNRESOLVEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE "  CREDITS ISSUED: ".
           02 PRNCREDITEDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       INITIALIZE BUCKETTABLE.
       OPEN INPUT DISPUTEFILE.
       PERFORM CHECKDISPUTESTATUS.
       OPEN INPUT CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN OUTPUT AGINGREPORT.
       PERFORM CHECKAGINGREPORTSTATUS.
       WRITE AGINGREPORTLINE FROM AGINGHEADING.
       PERFORM CHECKAGINGREPORTSTATUS.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE AGINGREPORTLINE FROM RUNDATELINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKAGINGREPORTSTATUS.
       WRITE AGINGREPORTLINE FROM AGINGHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKAGINGREPORTSTATUS.
       MOVE ZERO TO DISPKEY.
       START DISPUTEFILE KEY IS NOT LESS THAN DISPKEY
           INVALID KEY SET WS-DISP-EOF TO TRUE
       END-START.
       IF NOT WS-DISP-EOF THEN
           READ DISPUTEFILE NEXT RECORD
               AT END SET WS-DISP-EOF TO TRUE
           END-READ
           PERFORM CHECKDISPUTESTATUS
       END-IF.
       PERFORM AGEONEDISPUTE UNTIL WS-DISP-EOF.
       PERFORM PRINTAGINGTOTALS.
       PERFORM WRITEJOBSTATS.
       CLOSE DISPUTEFILE, CUSTOMERFILE, AGINGREPORT.
       GOBACK.

       AGEONEDISPUTE.
           ADD 1 TO DISPUTEREADCOUNT.
           EVALUATE TRUE
               WHEN DISPUTEOPEN
                   PERFORM AGEOPENDISPUTE
               WHEN DISPRESOLVEDATE > ZERO
                   COMPUTE RESOLVEDDAYS =
                       FUNCTION INTEGER-OF-DATE (RUNDATE)
                       - FUNCTION INTEGER-OF-DATE (DISPRESOLVEDATE)
                   IF RESOLVEDDAYS < 7 THEN
                       ADD 1 TO RESOLVEDWEEKCOUNT
                       ADD DISPCREDITAMOUNT TO CREDITEDWEEKAMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET WS-DISP-EOF TO TRUE
           END-READ.
           PERFORM CHECKDISPUTESTATUS.

       AGEOPENDISPUTE.
           COMPUTE DISPUTEDAYS = FUNCTION INTEGER-OF-DATE (RUNDATE)
               - FUNCTION INTEGER-OF-DATE (DISPOPENDATE).
           EVALUATE TRUE
               WHEN DISPUTEDAYS <= 30
                   MOVE 1 TO BUCKETIDX
               WHEN DISPUTEDAYS <= 60
                   MOVE 2 TO BUCKETIDX
               WHEN DISPUTEDAYS <= 90
                   MOVE 3 TO BUCKETIDX
               WHEN OTHER
                   MOVE 4 TO BUCKETIDX
           END-EVALUATE.
           ADD 1 TO BKTCOUNT (BUCKETIDX).
           ADD DISPAMOUNT TO BKTAMOUNT (BUCKETIDX).
           ADD 1 TO OPENCOUNT.
           ADD DISPAMOUNT TO OPENTOTAL.
           PERFORM ADDREASONTOTAL.
           MOVE DISPIDNUM TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER FILE **" TO PRNDANAME
               NOT INVALID KEY
                   MOVE SPACES TO PRNDANAME
                   STRING FUNCTION TRIM(FIRSTNAME) " "
                       FUNCTION TRIM(LASTNAME)
                       DELIMITED BY SIZE INTO PRNDANAME
           END-READ.
           MOVE DISPIDNUM TO PRNDAIDNUM.
           MOVE DISPSEQ TO PRNDASEQ.
           MOVE DISPREASON TO PRNDAREASON.
           MOVE DISPOPENDATE TO PRNDAOPENDATE.
           MOVE DISPENTEREDBY TO PRNDAENTEREDBY.
           MOVE DISPAMOUNT TO PRNDAAMOUNT.
           MOVE DISPUTEDAYS TO PRNDADAYS.
           IF DISPUTEDAYS > ESCALATEDAYS THEN
               MOVE "***" TO PRNDAFLAG
               ADD 1 TO ESCALATEDCOUNT
           ELSE
               MOVE SPACES TO PRNDAFLAG
           END-IF.
           WRITE AGINGREPORTLINE FROM AGINGDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKAGINGREPORTSTATUS.

       ADDREASONTOTAL.
           MOVE ZERO TO REASONFOUNDIDX.
           PERFORM CHECKONEREASONENTRY VARYING REASONIDX
               FROM 1 BY 1 UNTIL REASONIDX > REASONENTRYCNT.
           IF REASONFOUNDIDX = ZERO AND REASONENTRYCNT < 20 THEN
               ADD 1 TO REASONENTRYCNT
               MOVE DISPREASON TO RSNTBLCODE (REASONENTRYCNT)
               MOVE ZERO TO RSNTBLCOUNT (REASONENTRYCNT)
               MOVE ZERO TO RSNTBLAMOUNT (REASONENTRYCNT)
               MOVE REASONENTRYCNT TO REASONFOUNDIDX
           END-IF.
           IF REASONFOUNDIDX > ZERO THEN
               ADD 1 TO RSNTBLCOUNT (REASONFOUNDIDX)
               ADD DISPAMOUNT TO RSNTBLAMOUNT (REASONFOUNDIDX)
           END-IF.

       CHECKONEREASONENTRY.
           IF RSNTBLCODE (REASONIDX) = DISPREASON THEN
               MOVE REASONIDX TO REASONFOUNDIDX
           END-IF.

       PRINTAGINGTOTALS.
           MOVE OPENCOUNT TO PRNOPENCOUNT.
           MOVE OPENTOTAL TO PRNOPENTOTAL.
           MOVE ESCALATEDCOUNT TO PRNESCALATEDCOUNT.
           WRITE AGINGREPORTLINE FROM AGINGTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKAGINGREPORTSTATUS.
           MOVE RESOLVEDWEEKCOUNT TO PRNRESOLVEDCOUNT.
           MOVE CREDITEDWEEKAMOUNT TO PRNCREDITEDAMOUNT.
           WRITE AGINGREPORTLINE FROM RESOLVEDLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKAGINGREPORTSTATUS.
           WRITE AGINGREPORTLINE FROM BUCKETHEADING
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKAGINGREPORTSTATUS.
           PERFORM PRINTONEBUCKET VARYING BUCKETIDX
               FROM 1 BY 1 UNTIL BUCKETIDX > 4.
           WRITE AGINGREPORTLINE FROM REASONHEADING
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKAGINGREPORTSTATUS.
           PERFORM PRINTONEREASON VARYING REASONIDX
               FROM 1 BY 1 UNTIL REASONIDX > REASONENTRYCNT.

       PRINTONEBUCKET.
           MOVE BUCKETLABEL (BUCKETIDX) TO PRNBKTLABEL.
           MOVE BKTCOUNT (BUCKETIDX) TO PRNBKTCOUNT.
           MOVE BKTAMOUNT (BUCKETIDX) TO PRNBKTAMOUNT.
           WRITE AGINGREPORTLINE FROM BUCKETLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKAGINGREPORTSTATUS.

       PRINTONEREASON.
           MOVE RSNTBLCODE (REASONIDX) TO PRNRSNCODE.
           MOVE RSNTBLCOUNT (REASONIDX) TO PRNRSNCOUNT.
           MOVE RSNTBLAMOUNT (REASONIDX) TO PRNRSNAMOUNT.
           WRITE AGINGREPORTLINE FROM REASONLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKAGINGREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "DISPUTEAGING" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE DISPUTEREADCOUNT TO JSREAD.
           MOVE OPENCOUNT TO JSWRITTEN.
           MOVE ESCALATEDCOUNT TO JSREJECTED.
           MOVE OPENTOTAL TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKDISPUTESTATUS.
           IF FS-DISPUTEFILE NOT = "00" AND FS-DISPUTEFILE NOT = "05"
               AND FS-DISPUTEFILE NOT = "10" THEN
               MOVE "DISPUTEFILE" TO IOERRORFILE
               MOVE FS-DISPUTEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               AND FS-CUSTOMERFILE NOT = "23" THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKAGINGREPORTSTATUS.
           IF FS-AGINGREPORT NOT = "00" THEN
               MOVE "AGINGREPORT" TO IOERRORFILE
               MOVE FS-AGINGREPORT TO IOERRORSTATUS
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
               " AT ID " DISPIDNUM.
           CLOSE DISPUTEFILE, CUSTOMERFILE, AGINGREPORT.
           STOP RUN.
