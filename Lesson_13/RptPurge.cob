       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPURGE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGFILE ASSIGN TO "RptCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGFILE.
           SELECT KEEPFILE ASSIGN TO "RptCatalog.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-KEEPFILE.
           SELECT OPTIONAL RETAINFILE ASSIGN TO "RptRetain.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETAINFILE.
           SELECT PURGEREPORT ASSIGN TO "RptPurge.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PURGEREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGFILE.
       01 CATALOGRECORD.
           88 WS-CAT-EOF VALUE HIGH-VALUE.
           02 RCREPORTNAME PIC X(30).
           02 RCRUNDATE PIC 9(8).
           02 RCRUNTIME PIC 9(6).
           02 RCJOBSTEP PIC X(14).
           02 RCOPERATORID PIC X(08).
           02 RCPAGECOUNT PIC 9(5).
           02 RCLINECOUNT PIC 9(7).
           02 RCARCHIVENAME PIC X(50).

       FD KEEPFILE.
       01 KEEPRECORD.
           88 WS-KEEP-EOF VALUE HIGH-VALUE.
           02 KEEPBUFFER PIC X(128).

       FD RETAINFILE.
       01 RETAINRECORD.
           88 WS-RETAIN-EOF VALUE HIGH-VALUE.
           02 RRREPORTNAME PIC X(30).
           02 RRKEEPDAYS PIC 9(4).

       FD PURGEREPORT.
       01 PURGELINE PIC X(90).

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
       01 FS-CATALOGFILE PIC XX VALUE "00".
       01 FS-KEEPFILE PIC XX VALUE "00".
       01 FS-RETAINFILE PIC XX VALUE "00".
       01 FS-PURGEREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 DEFAULTKEEPDAYS PIC 9(4) VALUE 90.
       01 RETAINTABLE.
           02 RETAINENTRY OCCURS 100 TIMES.
               03 RTBLREPORTNAME PIC X(30).
               03 RTBLKEEPDAYS PIC 9(4).
       01 RETAINENTRYCNT PIC 9(3) VALUE ZERO.
       01 RETAINIDX PIC 9(3) VALUE ZERO.
       01 ENTRYKEEPDAYS PIC 9(4) VALUE ZERO.
       01 ENTRYAGEDAYS PIC S9(7) VALUE ZERO.
       01 DELETERESULT PIC S9(9) COMP-5 VALUE ZERO.
       01 CATALOGREADCOUNT PIC 9(7) VALUE ZERO.
       01 KEPTCOUNT PIC 9(7) VALUE ZERO.
       01 PURGEDCOUNT PIC 9(7) VALUE ZERO.
       01 PURGEDLINECOUNT PIC 9(9) VALUE ZERO.
       01 MISSINGCOUNT PIC 9(7) VALUE ZERO.
       01 PURGEHEADING PIC X(40) VALUE
           "REPORT ARCHIVE RETENTION PURGE".
       01 RUNDATELINE.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
           02 FILLER PIC X(24) VALUE "   DEFAULT RETENTION:   ".
           02 PRNDEFAULTDAYS PIC ZZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
       01 PURGEHEADS.
           02 FILLER PIC X(40) VALUE
               "REPORT                          RUN_DATE".
           02 FILLER PIC X(36) VALUE
               "  STEP            KEEP   AGE  RESULT".
       01 PURGEDETAILLINE.
           02 PRNREPORTNAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNENTRYDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNJOBSTEP PIC X(14).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNKEEPDAYS PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNAGEDAYS PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPURGENOTE PIC X(20).
       01 PURGETOTALLINE.
           02 PRNTOTALLABEL PIC X(30).
           02 PRNTOTALCOUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADRETENTIONLIMITS.
       OPEN OUTPUT PURGEREPORT.
       PERFORM CHECKPURGEREPORTSTATUS.
       WRITE PURGELINE FROM PURGEHEADING.
       PERFORM CHECKPURGEREPORTSTATUS.
       MOVE RUNDATE TO PRNRUNDATE.
       MOVE DEFAULTKEEPDAYS TO PRNDEFAULTDAYS.
       WRITE PURGELINE FROM RUNDATELINE AFTER ADVANCING 1 LINE.
       PERFORM CHECKPURGEREPORTSTATUS.
       WRITE PURGELINE FROM PURGEHEADS AFTER ADVANCING 2 LINES.
       PERFORM CHECKPURGEREPORTSTATUS.
       OPEN INPUT CATALOGFILE.
       PERFORM CHECKCATALOGSTATUS.
       OPEN OUTPUT KEEPFILE.
       PERFORM CHECKKEEPSTATUS.
       READ CATALOGFILE
           AT END SET WS-CAT-EOF TO TRUE
       END-READ.
       PERFORM CHECKCATALOGSTATUS.
       PERFORM EXAMINEONECATALOGENTRY UNTIL WS-CAT-EOF.
       CLOSE CATALOGFILE, KEEPFILE.
       PERFORM COPYKEEPBACK.
       PERFORM PRINTPURGETOTALS.
       PERFORM WRITEJOBSTATS.
       CLOSE PURGEREPORT.
       GOBACK.

       LOADRETENTIONLIMITS.
           OPEN INPUT RETAINFILE.
           PERFORM CHECKRETAINSTATUS.
           READ RETAINFILE
               AT END SET WS-RETAIN-EOF TO TRUE
           END-READ.
           PERFORM CHECKRETAINSTATUS.
           PERFORM LOADONERETENTIONLIMIT UNTIL WS-RETAIN-EOF.
           CLOSE RETAINFILE.

       LOADONERETENTIONLIMIT.
           IF RRKEEPDAYS IS NUMERIC THEN
               IF RRREPORTNAME = "DEFAULT" THEN
                   MOVE RRKEEPDAYS TO DEFAULTKEEPDAYS
               ELSE
                   IF RETAINENTRYCNT NOT < 100 THEN
                       DISPLAY "RPTPURGE: RETENTION TABLE FULL AT 100 "
                           "ENTRIES - RUN STOPPED"
                       CLOSE RETAINFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO RETAINENTRYCNT
                   MOVE RRREPORTNAME TO RTBLREPORTNAME (RETAINENTRYCNT)
                   MOVE RRKEEPDAYS TO RTBLKEEPDAYS (RETAINENTRYCNT)
               END-IF
           END-IF.
           READ RETAINFILE
               AT END SET WS-RETAIN-EOF TO TRUE
           END-READ.
           PERFORM CHECKRETAINSTATUS.

       EXAMINEONECATALOGENTRY.
           ADD 1 TO CATALOGREADCOUNT.
           MOVE DEFAULTKEEPDAYS TO ENTRYKEEPDAYS.
           PERFORM FINDONERETENTIONLIMIT VARYING RETAINIDX
               FROM 1 BY 1 UNTIL RETAINIDX > RETAINENTRYCNT.
           IF RCRUNDATE IS NUMERIC AND RCRUNDATE > 16010101
               AND RCRUNDATE NOT > RUNDATE THEN
               COMPUTE ENTRYAGEDAYS =
                   FUNCTION INTEGER-OF-DATE (RUNDATE)
                   - FUNCTION INTEGER-OF-DATE (RCRUNDATE)
           ELSE
               MOVE ZERO TO ENTRYAGEDAYS
           END-IF.
           IF ENTRYAGEDAYS > ENTRYKEEPDAYS THEN
               PERFORM PURGEONEARCHIVE
           ELSE
               MOVE CATALOGRECORD TO KEEPBUFFER
               WRITE KEEPRECORD
               PERFORM CHECKKEEPSTATUS
               ADD 1 TO KEPTCOUNT
           END-IF.
           READ CATALOGFILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.

       FINDONERETENTIONLIMIT.
           IF RTBLREPORTNAME (RETAINIDX) = RCREPORTNAME THEN
               MOVE RTBLKEEPDAYS (RETAINIDX) TO ENTRYKEEPDAYS
           END-IF.

       PURGEONEARCHIVE.
           CALL "CBL_DELETE_FILE" USING RCARCHIVENAME
               RETURNING DELETERESULT.
           IF DELETERESULT = ZERO THEN
               MOVE "ARCHIVE DELETED" TO PRNPURGENOTE
           ELSE
               MOVE "ARCHIVE NOT ON DISK" TO PRNPURGENOTE
               ADD 1 TO MISSINGCOUNT
           END-IF.
           ADD 1 TO PURGEDCOUNT.
           ADD RCLINECOUNT TO PURGEDLINECOUNT.
           MOVE RCREPORTNAME TO PRNREPORTNAME.
           MOVE RCRUNDATE TO PRNENTRYDATE.
           MOVE RCJOBSTEP TO PRNJOBSTEP.
           MOVE ENTRYKEEPDAYS TO PRNKEEPDAYS.
           MOVE ENTRYAGEDAYS TO PRNAGEDAYS.
           WRITE PURGELINE FROM PURGEDETAILLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKPURGEREPORTSTATUS.

       COPYKEEPBACK.
           IF PURGEDCOUNT > ZERO THEN
               OPEN INPUT KEEPFILE
               PERFORM CHECKKEEPSTATUS
               OPEN OUTPUT CATALOGFILE
               PERFORM CHECKCATALOGSTATUS
               READ KEEPFILE
                   AT END SET WS-KEEP-EOF TO TRUE
               END-READ
               PERFORM COPYONEKEEPRECORD UNTIL WS-KEEP-EOF
               CLOSE CATALOGFILE, KEEPFILE
           END-IF.

       COPYONEKEEPRECORD.
           MOVE KEEPBUFFER TO CATALOGRECORD.
           WRITE CATALOGRECORD.
           PERFORM CHECKCATALOGSTATUS.
           READ KEEPFILE
               AT END SET WS-KEEP-EOF TO TRUE
           END-READ.
           PERFORM CHECKKEEPSTATUS.

       PRINTPURGETOTALS.
           MOVE "CATALOG ENTRIES READ:" TO PRNTOTALLABEL.
           MOVE CATALOGREADCOUNT TO PRNTOTALCOUNT.
           WRITE PURGELINE FROM PURGETOTALLINE AFTER ADVANCING 3 LINES.
           PERFORM CHECKPURGEREPORTSTATUS.
           MOVE "ARCHIVED REPORTS PURGED:" TO PRNTOTALLABEL.
           MOVE PURGEDCOUNT TO PRNTOTALCOUNT.
           WRITE PURGELINE FROM PURGETOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKPURGEREPORTSTATUS.
           MOVE "  ALREADY MISSING FROM DISK:" TO PRNTOTALLABEL.
           MOVE MISSINGCOUNT TO PRNTOTALCOUNT.
           WRITE PURGELINE FROM PURGETOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKPURGEREPORTSTATUS.
           MOVE "ARCHIVED REPORTS KEPT:" TO PRNTOTALLABEL.
           MOVE KEPTCOUNT TO PRNTOTALCOUNT.
           WRITE PURGELINE FROM PURGETOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKPURGEREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "RPTPURGE" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE CATALOGREADCOUNT TO JSREAD.
           MOVE KEPTCOUNT TO JSWRITTEN.
           MOVE PURGEDCOUNT TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKCATALOGSTATUS.
           IF FS-CATALOGFILE NOT = "00" AND FS-CATALOGFILE NOT = "05"
               AND FS-CATALOGFILE NOT = "10" THEN
               MOVE "CATALOGFILE" TO IOERRORFILE
               MOVE FS-CATALOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKKEEPSTATUS.
           IF FS-KEEPFILE NOT = "00" AND FS-KEEPFILE NOT = "10" THEN
               MOVE "KEEPFILE" TO IOERRORFILE
               MOVE FS-KEEPFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRETAINSTATUS.
           IF FS-RETAINFILE NOT = "00" AND FS-RETAINFILE NOT = "05"
               AND FS-RETAINFILE NOT = "10" THEN
               MOVE "RETAINFILE" TO IOERRORFILE
               MOVE FS-RETAINFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPURGEREPORTSTATUS.
           IF FS-PURGEREPORT NOT = "00" THEN
               MOVE "PURGEREPORT" TO IOERRORFILE
               MOVE FS-PURGEREPORT TO IOERRORSTATUS
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
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE CATALOGFILE, KEEPFILE, RETAINFILE, PURGEREPORT.
           STOP RUN.
