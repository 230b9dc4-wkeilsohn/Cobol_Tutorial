       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCYRECON.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGENCYFILE ASSIGN TO "Agency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENCYFILE.
           SELECT OPTIONAL PLACEMENTFILE ASSIGN TO "Placement.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLCIDNUM
           FILE STATUS IS FS-PLACEMENTFILE.
           SELECT OPTIONAL RECOVERYFILE ASSIGN TO "Recovery.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIDNUM
           FILE STATUS IS FS-RECOVERYFILE.
           SELECT RECONREPORT ASSIGN TO "AgyRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECONREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD AGENCYFILE.
       01 AGENCYRECORD.
           88 WS-AGY-EOF VALUE HIGH-VALUE.
           02 AGYCODE PIC X(04).
           02 AGYNAME PIC X(20).
           02 AGYCOMMRATE PIC V999.
           02 AGYSTATUS PIC X(01).

       FD PLACEMENTFILE.
       01 PLACEMENTRECORD.
           88 WS-PLC-EOF VALUE HIGH-VALUE.
           02 PLCIDNUM PIC 9(5).
           02 PLCAGENCY PIC X(04).
           02 PLCDATE PIC 9(8).
           02 PLCAMOUNT PIC S9(7)V99.
           02 PLCSTATUS PIC X(01).
               88 PLCPLACED VALUE "P".
               88 PLCRECALLED VALUE "R".
           02 PLCRECALLDATE PIC 9(8).
           02 PLCGROSSREC PIC S9(7)V99.
           02 PLCCOMMISSION PIC S9(7)V99.
           02 PLCLASTREMITDATE PIC 9(8).

       FD RECOVERYFILE.
       01 RECOVERYRECORD.
           02 RECIDNUM PIC 9(5).
           02 RECDATE PIC 9(8).
           02 RECWRITEOFF PIC S9(7)V99.
           02 RECRECOVERED PIC S9(7)V99.

       FD RECONREPORT.
       01 RECONREPORTLINE PIC X(132).

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
       01 FS-AGENCYFILE PIC XX VALUE "00".
       01 FS-PLACEMENTFILE PIC XX VALUE "00".
       01 FS-RECOVERYFILE PIC XX VALUE "00".
       01 FS-RECONREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 AGENCYTABLE.
           02 AGENCYENTRY OCCURS 50 TIMES.
               03 ATBLCODE PIC X(04).
               03 ATBLNAME PIC X(20).
               03 ATBLPLACEDCOUNT PIC 9(7).
               03 ATBLPLACEDAMOUNT PIC S9(11)V99.
               03 ATBLGROSS PIC S9(11)V99.
               03 ATBLCOMMISSION PIC S9(11)V99.
               03 ATBLRECALLCOUNT PIC 9(7).
               03 ATBLOPENCOUNT PIC 9(7).
               03 ATBLOPENAMOUNT PIC S9(11)V99.
               03 ATBLDIRECT PIC S9(11)V99.
       01 AGENCYENTRYCNT PIC 9(3) VALUE ZERO.
       01 AGENCYIDX PIC 9(3) VALUE ZERO.
       01 AGENCYSCANIDX PIC 9(3) VALUE ZERO.
       01 PLACEMENTREADCOUNT PIC 9(7) VALUE ZERO.
       01 UNKNOWNAGENCYCOUNT PIC 9(7) VALUE ZERO.
       01 PLACEDBALANCE PIC S9(7)V99 VALUE ZERO.
       01 CURRENTBALANCE PIC S9(7)V99 VALUE ZERO.
       01 NETREMITTED PIC S9(11)V99 VALUE ZERO.
       01 TOTPLACEDCOUNT PIC 9(7) VALUE ZERO.
       01 TOTPLACEDAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 TOTGROSS PIC S9(11)V99 VALUE ZERO.
       01 TOTCOMMISSION PIC S9(11)V99 VALUE ZERO.
       01 TOTRECALLCOUNT PIC 9(7) VALUE ZERO.
       01 TOTOPENCOUNT PIC 9(7) VALUE ZERO.
       01 TOTOPENAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 TOTDIRECT PIC S9(11)V99 VALUE ZERO.
       01 RECONHEADING.
           02 FILLER PIC X(40) VALUE
               "COLLECTION AGENCY RECONCILIATION AS OF  ".
           02 PRNRUNDATE PIC 9(8).
       01 RECONHEADS.
           02 FILLER PIC X(44) VALUE
               "AGENCY                       PLACED   PLACED".
           02 FILLER PIC X(45) VALUE
               "_AMT   GROSS_REMIT    COMMISSION      NET_CAS".
           02 FILLER PIC X(44) VALUE
               "H RECALL  OPEN     OPEN_BAL   DIRECT_PAY    ".
       01 RECONDETAILLINE.
           02 PRNAGYCODE PIC X(04).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNAGYNAME PIC X(20).
           02 PRNPLACEDCOUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNPLACEDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNGROSS PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNCOMMISSION PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNNET PIC ZZZ,ZZZ,ZZ9.99-.
           02 PRNRECALLCOUNT PIC ZZ,ZZ9.
           02 PRNOPENCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNOPENAMOUNT PIC ZZ,ZZZ,ZZ9.99-.
           02 PRNDIRECT PIC ZZ,ZZZ,ZZ9.99-.
       01 UNKNOWNAGENCYLINE.
           02 FILLER PIC X(40) VALUE
               "PLACEMENTS FOR AGENCIES NOT ON MASTER:  ".
           02 PRNUNKNOWNAGENCY PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADAGENCYTABLE.
       OPEN INPUT PLACEMENTFILE.
       PERFORM CHECKPLACEMENTSTATUS.
       OPEN INPUT RECOVERYFILE.
       PERFORM CHECKRECOVERYSTATUS.
       OPEN OUTPUT RECONREPORT.
       PERFORM CHECKRECONREPORTSTATUS.
       MOVE ZERO TO PLCIDNUM.
       START PLACEMENTFILE KEY IS NOT LESS THAN PLCIDNUM
           INVALID KEY SET WS-PLC-EOF TO TRUE
       END-START.
       IF NOT WS-PLC-EOF THEN
           READ PLACEMENTFILE NEXT RECORD
               AT END SET WS-PLC-EOF TO TRUE
           END-READ
           PERFORM CHECKPLACEMENTSTATUS
       END-IF.
       PERFORM TOTALONEPLACEMENT UNTIL WS-PLC-EOF.
       PERFORM PRINTRECONREPORT.
       PERFORM WRITEJOBSTATS.
       CLOSE PLACEMENTFILE, RECOVERYFILE, RECONREPORT.
       GOBACK.

       LOADAGENCYTABLE.
           OPEN INPUT AGENCYFILE.
           PERFORM CHECKAGENCYSTATUS.
           READ AGENCYFILE
               AT END SET WS-AGY-EOF TO TRUE
           END-READ.
           PERFORM LOADONEAGENCY UNTIL WS-AGY-EOF.
           CLOSE AGENCYFILE.

       LOADONEAGENCY.
           IF AGENCYENTRYCNT NOT < 50 THEN
               DISPLAY "AGENCYRECON: AGENCY TABLE FULL AT 50 ENTRIES"
                   " - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO AGENCYENTRYCNT.
           MOVE AGYCODE TO ATBLCODE (AGENCYENTRYCNT).
           MOVE AGYNAME TO ATBLNAME (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLPLACEDCOUNT (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLPLACEDAMOUNT (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLGROSS (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLCOMMISSION (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLRECALLCOUNT (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLOPENCOUNT (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLOPENAMOUNT (AGENCYENTRYCNT).
           MOVE ZERO TO ATBLDIRECT (AGENCYENTRYCNT).
           READ AGENCYFILE
               AT END SET WS-AGY-EOF TO TRUE
           END-READ.

       TOTALONEPLACEMENT.
           ADD 1 TO PLACEMENTREADCOUNT.
           MOVE ZERO TO AGENCYIDX.
           PERFORM FINDPLACEMENTAGENCY VARYING AGENCYSCANIDX FROM 1 BY 1
               UNTIL AGENCYSCANIDX > AGENCYENTRYCNT OR AGENCYIDX > 0.
           IF AGENCYIDX = ZERO THEN
               ADD 1 TO UNKNOWNAGENCYCOUNT
           ELSE
               PERFORM ADDPLACEMENTTOAGENCY
           END-IF.
           READ PLACEMENTFILE NEXT RECORD
               AT END SET WS-PLC-EOF TO TRUE
           END-READ.
           PERFORM CHECKPLACEMENTSTATUS.

       FINDPLACEMENTAGENCY.
           IF ATBLCODE (AGENCYSCANIDX) = PLCAGENCY THEN
               MOVE AGENCYSCANIDX TO AGENCYIDX
           END-IF.

       ADDPLACEMENTTOAGENCY.
           ADD 1 TO ATBLPLACEDCOUNT (AGENCYIDX).
           ADD PLCAMOUNT TO ATBLPLACEDAMOUNT (AGENCYIDX).
           ADD PLCGROSSREC TO ATBLGROSS (AGENCYIDX).
           ADD PLCCOMMISSION TO ATBLCOMMISSION (AGENCYIDX).
           IF PLCRECALLED THEN
               ADD 1 TO ATBLRECALLCOUNT (AGENCYIDX)
           ELSE
               ADD 1 TO ATBLOPENCOUNT (AGENCYIDX)
               COMPUTE PLACEDBALANCE = PLCAMOUNT - PLCGROSSREC
               MOVE PLCIDNUM TO RECIDNUM
               READ RECOVERYFILE
                   INVALID KEY
                       MOVE ZERO TO CURRENTBALANCE
                   NOT INVALID KEY
                       COMPUTE CURRENTBALANCE =
                           RECWRITEOFF - RECRECOVERED
               END-READ
               ADD CURRENTBALANCE TO ATBLOPENAMOUNT (AGENCYIDX)
               COMPUTE ATBLDIRECT (AGENCYIDX) =
                   ATBLDIRECT (AGENCYIDX) + PLACEDBALANCE
                   - CURRENTBALANCE
           END-IF.

       PRINTRECONREPORT.
           MOVE RUNDATE TO PRNRUNDATE.
           WRITE RECONREPORTLINE FROM RECONHEADING.
           PERFORM CHECKRECONREPORTSTATUS.
           WRITE RECONREPORTLINE FROM RECONHEADS
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKRECONREPORTSTATUS.
           PERFORM PRINTONEAGENCY VARYING AGENCYIDX FROM 1 BY 1
               UNTIL AGENCYIDX > AGENCYENTRYCNT.
           MOVE "ALL " TO PRNAGYCODE.
           MOVE "AGENCIES" TO PRNAGYNAME.
           MOVE TOTPLACEDCOUNT TO PRNPLACEDCOUNT.
           MOVE TOTPLACEDAMOUNT TO PRNPLACEDAMOUNT.
           MOVE TOTGROSS TO PRNGROSS.
           MOVE TOTCOMMISSION TO PRNCOMMISSION.
           COMPUTE NETREMITTED = TOTGROSS - TOTCOMMISSION.
           MOVE NETREMITTED TO PRNNET.
           MOVE TOTRECALLCOUNT TO PRNRECALLCOUNT.
           MOVE TOTOPENCOUNT TO PRNOPENCOUNT.
           MOVE TOTOPENAMOUNT TO PRNOPENAMOUNT.
           MOVE TOTDIRECT TO PRNDIRECT.
           WRITE RECONREPORTLINE FROM RECONDETAILLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKRECONREPORTSTATUS.
           MOVE UNKNOWNAGENCYCOUNT TO PRNUNKNOWNAGENCY.
           WRITE RECONREPORTLINE FROM UNKNOWNAGENCYLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKRECONREPORTSTATUS.

       PRINTONEAGENCY.
           MOVE ATBLCODE (AGENCYIDX) TO PRNAGYCODE.
           MOVE ATBLNAME (AGENCYIDX) TO PRNAGYNAME.
           MOVE ATBLPLACEDCOUNT (AGENCYIDX) TO PRNPLACEDCOUNT.
           MOVE ATBLPLACEDAMOUNT (AGENCYIDX) TO PRNPLACEDAMOUNT.
           MOVE ATBLGROSS (AGENCYIDX) TO PRNGROSS.
           MOVE ATBLCOMMISSION (AGENCYIDX) TO PRNCOMMISSION.
           COMPUTE NETREMITTED = ATBLGROSS (AGENCYIDX)
               - ATBLCOMMISSION (AGENCYIDX).
           MOVE NETREMITTED TO PRNNET.
           MOVE ATBLRECALLCOUNT (AGENCYIDX) TO PRNRECALLCOUNT.
           MOVE ATBLOPENCOUNT (AGENCYIDX) TO PRNOPENCOUNT.
           MOVE ATBLOPENAMOUNT (AGENCYIDX) TO PRNOPENAMOUNT.
           MOVE ATBLDIRECT (AGENCYIDX) TO PRNDIRECT.
           WRITE RECONREPORTLINE FROM RECONDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKRECONREPORTSTATUS.
           ADD ATBLPLACEDCOUNT (AGENCYIDX) TO TOTPLACEDCOUNT.
           ADD ATBLPLACEDAMOUNT (AGENCYIDX) TO TOTPLACEDAMOUNT.
           ADD ATBLGROSS (AGENCYIDX) TO TOTGROSS.
           ADD ATBLCOMMISSION (AGENCYIDX) TO TOTCOMMISSION.
           ADD ATBLRECALLCOUNT (AGENCYIDX) TO TOTRECALLCOUNT.
           ADD ATBLOPENCOUNT (AGENCYIDX) TO TOTOPENCOUNT.
           ADD ATBLOPENAMOUNT (AGENCYIDX) TO TOTOPENAMOUNT.
           ADD ATBLDIRECT (AGENCYIDX) TO TOTDIRECT.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "AGENCYRECON" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE PLACEMENTREADCOUNT TO JSREAD.
           MOVE AGENCYENTRYCNT TO JSWRITTEN.
           MOVE UNKNOWNAGENCYCOUNT TO JSREJECTED.
           MOVE TOTOPENAMOUNT TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKAGENCYSTATUS.
           IF FS-AGENCYFILE NOT = "00" AND FS-AGENCYFILE NOT = "05"
               AND FS-AGENCYFILE NOT = "10" THEN
               MOVE "AGENCYFILE" TO IOERRORFILE
               MOVE FS-AGENCYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPLACEMENTSTATUS.
           IF FS-PLACEMENTFILE NOT = "00"
               AND FS-PLACEMENTFILE NOT = "05"
               AND FS-PLACEMENTFILE NOT = "10" THEN
               MOVE "PLACEMENTFILE" TO IOERRORFILE
               MOVE FS-PLACEMENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRECOVERYSTATUS.
           IF FS-RECOVERYFILE NOT = "00" AND FS-RECOVERYFILE NOT = "05"
               THEN
               MOVE "RECOVERYFILE" TO IOERRORFILE
               MOVE FS-RECOVERYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRECONREPORTSTATUS.
           IF FS-RECONREPORT NOT = "00" THEN
               MOVE "RECONREPORT" TO IOERRORFILE
               MOVE FS-RECONREPORT TO IOERRORSTATUS
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
               " AT ID " PLCIDNUM.
           CLOSE PLACEMENTFILE, RECOVERYFILE, RECONREPORT.
           STOP RUN.
