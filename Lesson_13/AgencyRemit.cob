       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCYREMIT.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITFILE ASSIGN TO "AgyRemit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMITFILE.
           SELECT OPTIONAL AGENCYFILE ASSIGN TO "Agency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENCYFILE.
           SELECT OPTIONAL RECOVERYFILE ASSIGN TO "Recovery.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIDNUM
           FILE STATUS IS FS-RECOVERYFILE.
           SELECT OPTIONAL PLACEMENTFILE ASSIGN TO "Placement.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLCIDNUM
           FILE STATUS IS FS-PLACEMENTFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT REMITREPORT ASSIGN TO "AgyRemit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMITREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD REMITFILE.
       01 REMITHEADERRECORD.
           88 WS-REMIT-EOF VALUE HIGH-VALUE.
           02 RHRECTYPE PIC X(01).
           02 RHAGENCY PIC X(04).
           02 RHREMITDATE PIC 9(8).
           02 FILLER PIC X(37).
       01 REMITDETAILRECORD.
           02 RDRECTYPE PIC X(01).
           02 RDIDNUM PIC 9(5).
           02 RDPAYDATE PIC 9(8).
           02 RDGROSS PIC 9(7)V99.
           02 RDCOMMISSION PIC 9(7)V99.
           02 FILLER PIC X(18).
       01 REMITTRAILERRECORD.
           02 RTRECTYPE PIC X(01).
           02 RTCOUNT PIC 9(7).
           02 RTGROSSTOTAL PIC 9(11)V99.
           02 FILLER PIC X(29).

       FD AGENCYFILE.
       01 AGENCYRECORD.
           88 WS-AGY-EOF VALUE HIGH-VALUE.
           02 AGYCODE PIC X(04).
           02 AGYNAME PIC X(20).
           02 AGYCOMMRATE PIC V999.
           02 AGYSTATUS PIC X(01).

       FD RECOVERYFILE.
       01 RECOVERYRECORD.
           02 RECIDNUM PIC 9(5).
           02 RECDATE PIC 9(8).
           02 RECWRITEOFF PIC S9(7)V99.
           02 RECRECOVERED PIC S9(7)V99.

       FD PLACEMENTFILE.
       01 PLACEMENTRECORD.
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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD REMITREPORT.
       01 REMITREPORTLINE PIC X(90).

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
       01 FS-REMITFILE PIC XX VALUE "00".
       01 FS-AGENCYFILE PIC XX VALUE "00".
       01 FS-RECOVERYFILE PIC XX VALUE "00".
       01 FS-PLACEMENTFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-REMITREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
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
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 REMITAGENCY PIC X(04) VALUE SPACES.
       01 REMITAGENCYNAME PIC X(20) VALUE SPACES.
       01 REMITCOMMRATE PIC V999 VALUE ZERO.
       01 REMITDATE PIC 9(8) VALUE ZERO.
       01 AGENCYFOUNDFLAG PIC X VALUE "N".
           88 AGENCYFOUND VALUE "Y".
       01 HEADERSEENFLAG PIC X VALUE "N".
           88 HEADERSEEN VALUE "Y".
       01 TRAILERSEENFLAG PIC X VALUE "N".
           88 TRAILERSEEN VALUE "Y".
       01 FILEBALANCEDFLAG PIC X VALUE "N".
           88 FILEBALANCED VALUE "Y".
       01 FILEDETAILCOUNT PIC 9(7) VALUE ZERO.
       01 FILEGROSSTOTAL PIC 9(11)V99 VALUE ZERO.
       01 TRAILERCOUNT PIC 9(7) VALUE ZERO.
       01 TRAILERGROSSTOTAL PIC 9(11)V99 VALUE ZERO.
       01 LINECOMMISSION PIC S9(7)V99 VALUE ZERO.
       01 LINENET PIC S9(7)V99 VALUE ZERO.
       01 REJECTREASON PIC X(20) VALUE SPACES.
       01 REMITREADCOUNT PIC 9(7) VALUE ZERO.
       01 POSTEDCOUNT PIC 9(7) VALUE ZERO.
       01 REJECTEDCOUNT PIC 9(7) VALUE ZERO.
       01 GROSSPOSTED PIC S9(11)V99 VALUE ZERO.
       01 COMMISSIONPOSTED PIC S9(11)V99 VALUE ZERO.
       01 NETPOSTED PIC S9(11)V99 VALUE ZERO.
       01 GROSSREJECTED PIC S9(11)V99 VALUE ZERO.
       01 REMITHEADING PIC X(40) VALUE
           "COLLECTION AGENCY REMITTANCE REGISTER".
       01 AGENCYLINE.
           02 FILLER PIC X(8) VALUE "AGENCY: ".
           02 PRNAGENCYCODE PIC X(04).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNAGENCYNAME PIC X(20).
           02 FILLER PIC X(16) VALUE "  REMITTED ON:  ".
           02 PRNREMITDATE PIC 9(8).
       01 REMITHEADS.
           02 FILLER PIC X(42) VALUE
               "ID_NUMBER  PAID_ON          GROSS  COMMISS".
           02 FILLER PIC X(37) VALUE
               "ION            NET  RESULT           ".
       01 REMITDETAILLINE.
           02 PRNRMIDNUM PIC 9(5).
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNRMPAYDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRMGROSS PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRMCOMMISSION PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRMNET PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRMRESULT PIC X(20).
       01 OUTOFBALANCELINE.
           02 FILLER PIC X(40) VALUE
               "*** REMITTANCE FILE OUT OF BALANCE - NO ".
           02 FILLER PIC X(20) VALUE "ITEMS POSTED ***    ".
       01 FILECOUNTLINE.
           02 FILLER PIC X(20) VALUE "DETAIL RECORDS:     ".
           02 PRNFILECOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  TRAILER:  ".
           02 PRNTRAILERCOUNT PIC Z,ZZZ,ZZ9.
       01 FILEGROSSLINE.
           02 FILLER PIC X(20) VALUE "DETAIL GROSS:       ".
           02 PRNFILEGROSS PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE "  TRAILER:  ".
           02 PRNTRAILERGROSS PIC ZZZ,ZZZ,ZZ9.99.
       01 POSTEDTOTALLINE.
           02 FILLER PIC X(20) VALUE "POSTED:             ".
           02 PRNPOSTEDCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  GROSS: ".
           02 PRNGROSSPOSTED PIC ZZZ,ZZZ,ZZ9.99.
       01 COMMISSIONTOTALLINE.
           02 FILLER PIC X(20) VALUE "AGENCY COMMISSION:  ".
           02 FILLER PIC X(9) VALUE SPACE.
           02 FILLER PIC X(9) VALUE SPACE.
           02 PRNCOMMISSIONPOSTED PIC ZZZ,ZZZ,ZZ9.99.
       01 NETTOTALLINE.
           02 FILLER PIC X(20) VALUE "NET CASH RECEIVED:  ".
           02 FILLER PIC X(9) VALUE SPACE.
           02 FILLER PIC X(9) VALUE SPACE.
           02 PRNNETPOSTED PIC ZZZ,ZZZ,ZZ9.99-.
       01 REJECTEDTOTALLINE.
           02 FILLER PIC X(20) VALUE "REJECTED:           ".
           02 PRNREJECTEDCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  GROSS: ".
           02 PRNGROSSREJECTED PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "AGENCYREMIT: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       OPEN OUTPUT REMITREPORT.
       PERFORM CHECKREMITREPORTSTATUS.
       WRITE REMITREPORTLINE FROM REMITHEADING.
       PERFORM CHECKREMITREPORTSTATUS.
       PERFORM BALANCEREMITFILE.
       IF NOT FILEBALANCED THEN
           PERFORM PRINTOUTOFBALANCE
           PERFORM WRITEJOBSTATS
           CLOSE REMITREPORT
           DISPLAY "AGENCYREMIT: REMITTANCE FILE OUT OF BALANCE - "
               "NOTHING POSTED"
           GOBACK
       END-IF.
       PERFORM FINDAGENCY.
       IF NOT AGENCYFOUND THEN
           DISPLAY "AGENCYREMIT: AGENCY " REMITAGENCY
               " NOT ON AGENCY MASTER - RUN STOPPED"
           CLOSE REMITREPORT
           STOP RUN
       END-IF.
       MOVE REMITAGENCY TO PRNAGENCYCODE.
       MOVE REMITAGENCYNAME TO PRNAGENCYNAME.
       MOVE REMITDATE TO PRNREMITDATE.
       WRITE REMITREPORTLINE FROM AGENCYLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKREMITREPORTSTATUS.
       WRITE REMITREPORTLINE FROM REMITHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKREMITREPORTSTATUS.
       OPEN INPUT REMITFILE.
       PERFORM CHECKREMITSTATUS.
       OPEN I-O RECOVERYFILE.
       PERFORM CHECKRECOVERYSTATUS.
       OPEN I-O PLACEMENTFILE.
       PERFORM CHECKPLACEMENTSTATUS.
       OPEN EXTEND HISTORYFILE.
       PERFORM CHECKHISTORYSTATUS.
       READ REMITFILE
           AT END SET WS-REMIT-EOF TO TRUE
       END-READ.
       PERFORM CHECKREMITSTATUS.
       PERFORM POSTONEREMITRECORD UNTIL WS-REMIT-EOF.
       PERFORM PRINTREMITTOTALS.
       PERFORM WRITEGLACTIVITY.
       PERFORM WRITEJOBSTATS.
       CLOSE REMITFILE, RECOVERYFILE, PLACEMENTFILE, HISTORYFILE,
             REMITREPORT.
       GOBACK.

       BALANCEREMITFILE.
           OPEN INPUT REMITFILE.
           PERFORM CHECKREMITSTATUS.
           READ REMITFILE
               AT END SET WS-REMIT-EOF TO TRUE
           END-READ.
           PERFORM CHECKREMITSTATUS.
           PERFORM TOTALONEREMITRECORD UNTIL WS-REMIT-EOF.
           CLOSE REMITFILE.
           IF HEADERSEEN AND TRAILERSEEN
               AND FILEDETAILCOUNT = TRAILERCOUNT
               AND FILEGROSSTOTAL = TRAILERGROSSTOTAL THEN
               SET FILEBALANCED TO TRUE
           END-IF.

       TOTALONEREMITRECORD.
           EVALUATE RHRECTYPE
               WHEN "H"
                   SET HEADERSEEN TO TRUE
                   MOVE RHAGENCY TO REMITAGENCY
                   MOVE RHREMITDATE TO REMITDATE
               WHEN "D"
                   ADD 1 TO FILEDETAILCOUNT
                   ADD RDGROSS TO FILEGROSSTOTAL
               WHEN "T"
                   SET TRAILERSEEN TO TRUE
                   MOVE RTCOUNT TO TRAILERCOUNT
                   MOVE RTGROSSTOTAL TO TRAILERGROSSTOTAL
           END-EVALUATE.
           READ REMITFILE
               AT END SET WS-REMIT-EOF TO TRUE
           END-READ.
           PERFORM CHECKREMITSTATUS.

       PRINTOUTOFBALANCE.
           WRITE REMITREPORTLINE FROM OUTOFBALANCELINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKREMITREPORTSTATUS.
           MOVE FILEDETAILCOUNT TO PRNFILECOUNT.
           MOVE TRAILERCOUNT TO PRNTRAILERCOUNT.
           WRITE REMITREPORTLINE FROM FILECOUNTLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKREMITREPORTSTATUS.
           MOVE FILEGROSSTOTAL TO PRNFILEGROSS.
           MOVE TRAILERGROSSTOTAL TO PRNTRAILERGROSS.
           WRITE REMITREPORTLINE FROM FILEGROSSLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREMITREPORTSTATUS.
           MOVE FILEDETAILCOUNT TO REJECTEDCOUNT.
           MOVE FILEGROSSTOTAL TO GROSSREJECTED.

       FINDAGENCY.
           OPEN INPUT AGENCYFILE.
           PERFORM CHECKAGENCYSTATUS.
           READ AGENCYFILE
               AT END SET WS-AGY-EOF TO TRUE
           END-READ.
           PERFORM CHECKONEAGENCY UNTIL WS-AGY-EOF.
           CLOSE AGENCYFILE.

       CHECKONEAGENCY.
           IF AGYCODE = REMITAGENCY THEN
               SET AGENCYFOUND TO TRUE
               MOVE AGYNAME TO REMITAGENCYNAME
               MOVE AGYCOMMRATE TO REMITCOMMRATE
           END-IF.
           READ AGENCYFILE
               AT END SET WS-AGY-EOF TO TRUE
           END-READ.

       POSTONEREMITRECORD.
           IF RDRECTYPE = "D" THEN
               ADD 1 TO REMITREADCOUNT
               PERFORM POSTONEREMITTANCE
           END-IF.
           READ REMITFILE
               AT END SET WS-REMIT-EOF TO TRUE
           END-READ.
           PERFORM CHECKREMITSTATUS.

       POSTONEREMITTANCE.
           MOVE SPACES TO REJECTREASON.
           IF RDCOMMISSION = ZERO THEN
               COMPUTE LINECOMMISSION ROUNDED = RDGROSS * REMITCOMMRATE
           ELSE
               MOVE RDCOMMISSION TO LINECOMMISSION
           END-IF.
           COMPUTE LINENET = RDGROSS - LINECOMMISSION.
           IF RDGROSS NOT > ZERO OR LINECOMMISSION > RDGROSS THEN
               MOVE "INVALID AMOUNT" TO REJECTREASON
           END-IF.
           IF REJECTREASON = SPACES THEN
               MOVE RDIDNUM TO PLCIDNUM
               READ PLACEMENTFILE
                   INVALID KEY
                       MOVE "NOT PLACED" TO REJECTREASON
               END-READ
           END-IF.
           IF REJECTREASON = SPACES THEN
               IF NOT PLCPLACED OR PLCAGENCY NOT = REMITAGENCY THEN
                   MOVE "NOT PLACED" TO REJECTREASON
               END-IF
           END-IF.
           IF REJECTREASON = SPACES THEN
               MOVE RDIDNUM TO RECIDNUM
               READ RECOVERYFILE
                   INVALID KEY
                       MOVE "NO WRITE-OFF RECORD" TO REJECTREASON
               END-READ
           END-IF.
           IF REJECTREASON = SPACES THEN
               PERFORM APPLYREMITTANCE
               MOVE "POSTED" TO PRNRMRESULT
           ELSE
               ADD 1 TO REJECTEDCOUNT
               ADD RDGROSS TO GROSSREJECTED
               MOVE REJECTREASON TO PRNRMRESULT
           END-IF.
           PERFORM WRITEREMITDETAILLINE.

       APPLYREMITTANCE.
           ADD RDGROSS TO RECRECOVERED.
           REWRITE RECOVERYRECORD
               INVALID KEY
                   MOVE "RECOVERYFILE" TO IOERRORFILE
                   MOVE FS-RECOVERYFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-REWRITE.
           ADD RDGROSS TO PLCGROSSREC.
           ADD LINECOMMISSION TO PLCCOMMISSION.
           MOVE REMITDATE TO PLCLASTREMITDATE.
           REWRITE PLACEMENTRECORD
               INVALID KEY
                   MOVE "PLACEMENTFILE" TO IOERRORFILE
                   MOVE FS-PLACEMENTFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-REWRITE.
           PERFORM WRITERECOVERYHISTORY.
           ADD 1 TO POSTEDCOUNT.
           ADD RDGROSS TO GROSSPOSTED.
           ADD LINECOMMISSION TO COMMISSIONPOSTED.
           ADD LINENET TO NETPOSTED.

       WRITERECOVERYHISTORY.
           MOVE RDIDNUM TO HISTIDNUM.
           MOVE RDPAYDATE TO HISTDATE.
           IF RDPAYDATE < PERSTARTDATE OR RDPAYDATE > PERENDDATE THEN
               MOVE POSTINGDATE TO HISTDATE
           END-IF.
           MOVE "V" TO HISTTRANSCODE.
           MOVE RDGROSS TO HISTAMOUNT.
           MOVE RDGROSS TO HISTBALANCE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.
           MOVE "P" TO HISTTRANSCODE.
           COMPUTE HISTAMOUNT = ZERO - RDGROSS.
           MOVE ZERO TO HISTBALANCE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.

       WRITEREMITDETAILLINE.
           MOVE RDIDNUM TO PRNRMIDNUM.
           MOVE RDPAYDATE TO PRNRMPAYDATE.
           MOVE RDGROSS TO PRNRMGROSS.
           MOVE LINECOMMISSION TO PRNRMCOMMISSION.
           MOVE LINENET TO PRNRMNET.
           WRITE REMITREPORTLINE FROM REMITDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREMITREPORTSTATUS.

       PRINTREMITTOTALS.
           MOVE POSTEDCOUNT TO PRNPOSTEDCOUNT.
           MOVE GROSSPOSTED TO PRNGROSSPOSTED.
           WRITE REMITREPORTLINE FROM POSTEDTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKREMITREPORTSTATUS.
           MOVE COMMISSIONPOSTED TO PRNCOMMISSIONPOSTED.
           WRITE REMITREPORTLINE FROM COMMISSIONTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREMITREPORTSTATUS.
           MOVE NETPOSTED TO PRNNETPOSTED.
           WRITE REMITREPORTLINE FROM NETTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREMITREPORTSTATUS.
           MOVE REJECTEDCOUNT TO PRNREJECTEDCOUNT.
           MOVE GROSSREJECTED TO PRNGROSSREJECTED.
           WRITE REMITREPORTLINE FROM REJECTEDTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREMITREPORTSTATUS.

       WRITEGLACTIVITY.
           OPEN EXTEND GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           MOVE POSTINGDATE TO GLWDATE.
           MOVE "AGENCYREMIT" TO GLWSOURCE.
           IF GROSSPOSTED NOT = ZERO THEN
               MOVE "1000" TO GLWACCOUNT
               MOVE "CASH" TO GLWDESC
               MOVE NETPOSTED TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
               MOVE "6100" TO GLWACCOUNT
               MOVE "AGENCY COMMISSION" TO GLWDESC
               MOVE COMMISSIONPOSTED TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
               MOVE "4300" TO GLWACCOUNT
               MOVE "BAD DEBT RECOVERY" TO GLWDESC
               MOVE ZERO TO GLWDEBIT
               MOVE GROSSPOSTED TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
           END-IF.
           CLOSE GLWORKFILE.

       WRITEGLWORKRECORD.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "AGENCYREMIT" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE FILEDETAILCOUNT TO JSREAD.
           MOVE POSTEDCOUNT TO JSWRITTEN.
           MOVE REJECTEDCOUNT TO JSREJECTED.
           MOVE GROSSPOSTED TO JSAMOUNT.
           IF FILEBALANCED THEN
               MOVE "ENDOK" TO JSSTATUS
           ELSE
               MOVE "OUTOFBAL" TO JSSTATUS
           END-IF.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKREMITSTATUS.
           IF FS-REMITFILE NOT = "00" AND FS-REMITFILE NOT = "10" THEN
               MOVE "REMITFILE" TO IOERRORFILE
               MOVE FS-REMITFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKAGENCYSTATUS.
           IF FS-AGENCYFILE NOT = "00" AND FS-AGENCYFILE NOT = "05"
               AND FS-AGENCYFILE NOT = "10" THEN
               MOVE "AGENCYFILE" TO IOERRORFILE
               MOVE FS-AGENCYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRECOVERYSTATUS.
           IF FS-RECOVERYFILE NOT = "00" AND FS-RECOVERYFILE NOT = "05"
               THEN
               MOVE "RECOVERYFILE" TO IOERRORFILE
               MOVE FS-RECOVERYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPLACEMENTSTATUS.
           IF FS-PLACEMENTFILE NOT = "00"
               AND FS-PLACEMENTFILE NOT = "05" THEN
               MOVE "PLACEMENTFILE" TO IOERRORFILE
               MOVE FS-PLACEMENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKREMITREPORTSTATUS.
           IF FS-REMITREPORT NOT = "00" THEN
               MOVE "REMITREPORT" TO IOERRORFILE
               MOVE FS-REMITREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
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
               " AT ID " RDIDNUM.
           CLOSE REMITFILE, RECOVERYFILE, PLACEMENTFILE, HISTORYFILE,
                 REMITREPORT.
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
