       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQCHECK.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS VALIDGRADE IS "A" "B" "C" "D" "F".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGFILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGFILE.
           SELECT OPTIONAL SCOREFILE ASSIGN TO "scores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCOREFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGFILE.
       01 CATALOGRECORD.
           88 WS-CATALOG-EOF VALUE HIGH-VALUE.
           02 CATCOURSENUM PIC X(08).
           02 CATTITLE PIC X(30).
           02 CATCREDITS PIC 9V9.
           02 CATLEVEL PIC 9(03).
           02 CATPREREQCNT PIC 9.
           02 CATPREREQ OCCURS 4 TIMES.
               03 CATPREREQCOURSE PIC X(08).
               03 CATPREREQMINGRADE PIC X(01).

       FD SCOREFILE.
       01 SCORERECORD.
           02 SCIDNUM PIC 9(07).
           02 SCSTUDNAME PIC X(20).
           02 SCTERM PIC X(05).
           02 SCCOURSECOUNT PIC 9.
           02 SCCOURSEENTRY OCCURS 1 TO 8 TIMES
               DEPENDING ON SCCOURSECOUNT.
               03 SCCOURSENUM PIC X(08).
               03 SCCOURSESCORE PIC X(01).
               03 SCCOURSECREDITS PIC 9V9.

       WORKING-STORAGE SECTION.
       01 FS-CATALOGFILE PIC XX VALUE "00".
       01 FS-SCOREFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 TABLESLOADEDFLAG PIC X VALUE "N".
           88 TABLESLOADED VALUE "Y".
       01 SCOREEOFFLAG PIC X VALUE "N".
           88 WS-SCORE-EOF VALUE "Y".
       01 CATALOGTABLE.
           02 CATALOGENTRY OCCURS 300 TIMES.
               03 CTBLCOURSENUM PIC X(08).
               03 CTBLPREREQCNT PIC 9.
               03 CTBLPREREQ OCCURS 4 TIMES.
                   04 CTBLPREREQCOURSE PIC X(08).
                   04 CTBLPREREQMINGRADE PIC X(01).
       01 CATALOGENTRYCNT PIC 9(3) VALUE ZERO.
       01 CATALOGIDX PIC 9(3) VALUE ZERO.
       01 CATALOGFOUNDIDX PIC 9(3) VALUE ZERO.
       01 PREREQIDX PIC 9 VALUE ZERO.
       01 HISTORYTABLE.
           02 HISTORYENTRY OCCURS 20000 TIMES.
               03 HTBLIDNUM PIC 9(07).
               03 HTBLCOURSENUM PIC X(08).
               03 HTBLBESTGRADE PIC X(01).
       01 HISTORYENTRYCNT PIC 9(5) VALUE ZERO.
       01 HISTORYIDX PIC 9(5) VALUE ZERO.
       01 HISTORYFOUNDIDX PIC 9(5) VALUE ZERO.
       01 COURSEIDX PIC 9 VALUE ZERO.
       01 LOOKUPIDNUM PIC 9(07) VALUE ZERO.
       01 LOOKUPCOURSENUM PIC X(08) VALUE SPACES.
       01 REQUIREDGRADE PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01 LINKIDNUM PIC 9(07).
       01 LINKCOURSENUM PIC X(08).
       01 LINKPREREQRESULT.
           02 LINKPREREQFLAG PIC X.
               88 LINKPREREQMET VALUE "Y".
               88 LINKPREREQNOTMET VALUE "N".
               88 LINKCOURSENOTINCATALOG VALUE "U".
           02 LINKMISSINGCOURSE PIC X(08).
           02 LINKMINGRADE PIC X(01).
           02 LINKGRADEHELD PIC X(01).

       PROCEDURE DIVISION USING LINKIDNUM, LINKCOURSENUM,
           LINKPREREQRESULT.
       IF NOT TABLESLOADED THEN
           PERFORM LOADCATALOGTABLE
           PERFORM LOADHISTORYTABLE
           SET TABLESLOADED TO TRUE
       END-IF.
       SET LINKPREREQMET TO TRUE.
       MOVE SPACES TO LINKMISSINGCOURSE.
       MOVE SPACE TO LINKMINGRADE.
       MOVE SPACE TO LINKGRADEHELD.
       IF CATALOGENTRYCNT > ZERO AND LINKCOURSENUM NOT = SPACES THEN
           MOVE ZERO TO CATALOGFOUNDIDX
           PERFORM CHECKONECATALOGENTRY VARYING CATALOGIDX
               FROM 1 BY 1 UNTIL CATALOGIDX > CATALOGENTRYCNT
               OR CATALOGFOUNDIDX > ZERO
           IF CATALOGFOUNDIDX = ZERO THEN
               SET LINKCOURSENOTINCATALOG TO TRUE
           ELSE
               PERFORM CHECKONEPREREQ VARYING PREREQIDX
                   FROM 1 BY 1 UNTIL PREREQIDX >
                   CTBLPREREQCNT (CATALOGFOUNDIDX)
                   OR LINKPREREQNOTMET
           END-IF
       END-IF.
       GOBACK.

       CHECKONECATALOGENTRY.
           IF CTBLCOURSENUM (CATALOGIDX) = LINKCOURSENUM THEN
               MOVE CATALOGIDX TO CATALOGFOUNDIDX
           END-IF.

       CHECKONEPREREQ.
           MOVE CTBLPREREQCOURSE (CATALOGFOUNDIDX, PREREQIDX)
               TO LOOKUPCOURSENUM.
           MOVE CTBLPREREQMINGRADE (CATALOGFOUNDIDX, PREREQIDX)
               TO REQUIREDGRADE.
           IF REQUIREDGRADE IS NOT VALIDGRADE THEN
               MOVE "D" TO REQUIREDGRADE
           END-IF.
           MOVE LINKIDNUM TO LOOKUPIDNUM.
           PERFORM FINDHISTORYENTRY.
           IF HISTORYFOUNDIDX = ZERO THEN
               SET LINKPREREQNOTMET TO TRUE
               MOVE LOOKUPCOURSENUM TO LINKMISSINGCOURSE
               MOVE REQUIREDGRADE TO LINKMINGRADE
           ELSE
               IF HTBLBESTGRADE (HISTORYFOUNDIDX) > REQUIREDGRADE THEN
                   SET LINKPREREQNOTMET TO TRUE
                   MOVE LOOKUPCOURSENUM TO LINKMISSINGCOURSE
                   MOVE REQUIREDGRADE TO LINKMINGRADE
                   MOVE HTBLBESTGRADE (HISTORYFOUNDIDX)
                       TO LINKGRADEHELD
               END-IF
           END-IF.

       FINDHISTORYENTRY.
           MOVE ZERO TO HISTORYFOUNDIDX.
           PERFORM CHECKONEHISTORYENTRY VARYING HISTORYIDX
               FROM 1 BY 1 UNTIL HISTORYIDX > HISTORYENTRYCNT
               OR HISTORYFOUNDIDX > ZERO.

       CHECKONEHISTORYENTRY.
           IF HTBLIDNUM (HISTORYIDX) = LOOKUPIDNUM
               AND HTBLCOURSENUM (HISTORYIDX) = LOOKUPCOURSENUM THEN
               MOVE HISTORYIDX TO HISTORYFOUNDIDX
           END-IF.

       LOADCATALOGTABLE.
           OPEN INPUT CATALOGFILE.
           PERFORM CHECKCATALOGSTATUS.
           READ CATALOGFILE
               AT END SET WS-CATALOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.
           PERFORM LOADONECATALOGENTRY UNTIL WS-CATALOG-EOF
               OR CATALOGENTRYCNT >= 300.
           IF NOT WS-CATALOG-EOF THEN
               DISPLAY "PREREQCHECK: COURSE CATALOG EXCEEDS "
                   CATALOGENTRYCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE CATALOGFILE
               STOP RUN
           END-IF.
           CLOSE CATALOGFILE.

       LOADONECATALOGENTRY.
           ADD 1 TO CATALOGENTRYCNT.
           MOVE CATCOURSENUM TO CTBLCOURSENUM (CATALOGENTRYCNT).
           IF CATPREREQCNT IS NUMERIC AND CATPREREQCNT <= 4 THEN
               MOVE CATPREREQCNT TO CTBLPREREQCNT (CATALOGENTRYCNT)
           ELSE
               MOVE ZERO TO CTBLPREREQCNT (CATALOGENTRYCNT)
           END-IF.
           PERFORM MOVEONECATALOGPREREQ VARYING PREREQIDX
               FROM 1 BY 1 UNTIL PREREQIDX > 4.
           READ CATALOGFILE
               AT END SET WS-CATALOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.

       MOVEONECATALOGPREREQ.
           MOVE CATPREREQCOURSE (PREREQIDX)
               TO CTBLPREREQCOURSE (CATALOGENTRYCNT, PREREQIDX).
           MOVE CATPREREQMINGRADE (PREREQIDX)
               TO CTBLPREREQMINGRADE (CATALOGENTRYCNT, PREREQIDX).

       LOADHISTORYTABLE.
           OPEN INPUT SCOREFILE.
           PERFORM CHECKSCORESTATUS.
           READ SCOREFILE
               AT END SET WS-SCORE-EOF TO TRUE
           END-READ.
           PERFORM CHECKSCORESTATUS.
           PERFORM LOADONESCORERECORD UNTIL WS-SCORE-EOF.
           CLOSE SCOREFILE.

       LOADONESCORERECORD.
           IF SCCOURSECOUNT IS NUMERIC AND SCCOURSECOUNT >= 1
               AND SCCOURSECOUNT <= 8 THEN
               PERFORM LOADONEHISTORYCOURSE VARYING COURSEIDX
                   FROM 1 BY 1 UNTIL COURSEIDX > SCCOURSECOUNT
           END-IF.
           READ SCOREFILE
               AT END SET WS-SCORE-EOF TO TRUE
           END-READ.
           PERFORM CHECKSCORESTATUS.

       LOADONEHISTORYCOURSE.
           IF SCCOURSENUM (COURSEIDX) NOT = SPACES
               AND SCCOURSESCORE (COURSEIDX) IS VALIDGRADE THEN
               MOVE SCIDNUM TO LOOKUPIDNUM
               MOVE SCCOURSENUM (COURSEIDX) TO LOOKUPCOURSENUM
               PERFORM FINDHISTORYENTRY
               IF HISTORYFOUNDIDX = ZERO THEN
                   IF HISTORYENTRYCNT >= 20000 THEN
                       DISPLAY "PREREQCHECK: SCORE HISTORY EXCEEDS "
                           HISTORYENTRYCNT " ENTRY TABLE - RUN STOPPED"
                       CLOSE SCOREFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO HISTORYENTRYCNT
                   MOVE SCIDNUM TO HTBLIDNUM (HISTORYENTRYCNT)
                   MOVE SCCOURSENUM (COURSEIDX)
                       TO HTBLCOURSENUM (HISTORYENTRYCNT)
                   MOVE SCCOURSESCORE (COURSEIDX)
                       TO HTBLBESTGRADE (HISTORYENTRYCNT)
               ELSE
                   IF SCCOURSESCORE (COURSEIDX) <
                       HTBLBESTGRADE (HISTORYFOUNDIDX) THEN
                       MOVE SCCOURSESCORE (COURSEIDX)
                           TO HTBLBESTGRADE (HISTORYFOUNDIDX)
                   END-IF
               END-IF
           END-IF.

       CHECKCATALOGSTATUS.
           IF FS-CATALOGFILE NOT = "00" AND FS-CATALOGFILE NOT = "05"
               AND FS-CATALOGFILE NOT = "10" THEN
               MOVE "CATALOGFILE" TO IOERRORFILE
               MOVE FS-CATALOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSCORESTATUS.
           IF FS-SCOREFILE NOT = "00" AND FS-SCOREFILE NOT = "05"
               AND FS-SCOREFILE NOT = "10" THEN
               MOVE "SCOREFILE" TO IOERRORFILE
               MOVE FS-SCOREFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE CATALOGFILE, SCOREFILE.
           STOP RUN.
