           SELECT PROMOTEREPORT ASSIGN TO "WaitProm.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROMOTEREPORT.
           SELECT OPTIONAL PREREQREPORTFILE ASSIGN TO "PrereqExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREREQREPORTFILE.
       DATA DIVISION.
       FILE SECTION.
       FD WAITLISTFILE.
           02 SESTART PIC 9(04).
           02 SEEND PIC 9(04).
           02 SEINSTRUCTOR PIC X(20).
           02 SECOURSENUM PIC X(08).

       FD MASTERFILE.
       01 MASTSTUDDAT.
       FD PROMOTEREPORT.
       01 PROMOTEREPORTLINE PIC X(66).

       FD PREREQREPORTFILE.
       01 PREREQREPORTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-WAITLISTFILE PIC XX VALUE "00".
       01 FS-SECTIONFILE PIC XX VALUE "00".
       01 FS-MASTERFILE PIC XX VALUE "00".
       01 FS-PROMOTEDFILE PIC XX VALUE "00".
       01 FS-PROMOTEREPORT PIC XX VALUE "00".
       01 FS-PREREQREPORTFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(16) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 SECTIONTABLE.
           02 SECTIONENTRY OCCURS 50 TIMES.
               03 SECTBLCODE PIC X(02).
               03 SECTBLCAPACITY PIC 9(03).
               03 SECTBLENROLLED PIC 9(05).
               03 SECTBLCOURSENUM PIC X(08).
       01 SECTIONENTRYCNT PIC 99 VALUE ZERO.
       01 SECTIONIDX PIC 99 VALUE ZERO.
       01 SECTIONFOUNDIDX PIC 99 VALUE ZERO.
       01 PICKIDX PIC 9(3) VALUE ZERO.
       01 PROMOTEDCOUNT PIC 9(5) VALUE ZERO.
       01 REMAININGCOUNT PIC 9(5) VALUE ZERO.
       01 PREREQCOUNT PIC 9(5) VALUE ZERO.
       01 PREREQCOURSENUM PIC X(08) VALUE SPACES.
       01 PREREQRESULT.
           02 PREREQFLAG PIC X VALUE "Y".
               88 PREREQMET VALUE "Y".
               88 PREREQNOTMET VALUE "N".
               88 PREREQNOTINCATALOG VALUE "U".
           02 PREREQMISSINGCOURSE PIC X(08).
           02 PREREQMINGRADE PIC X(01).
           02 PREREQGRADEHELD PIC X(01).
       01 OPENSEATFLAG PIC X VALUE "N".
           88 SEATSOPENED VALUE "Y".
       01 PROMOTEHEADING PIC X(28) VALUE
           02 FILLER PIC X(15) VALUE "  STILL WAITING".
           02 FILLER PIC X(2) VALUE ": ".
           02 PRNREMAININGCOUNT PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "  PREREQ FAILED: ".
           02 PRNPREREQCOUNT PIC ZZZZ9.
       01 PREREQHEADING.
           02 FILLER PIC X(29) VALUE
               "PREREQUISITE EXCEPTIONS FROM ".
           02 FILLER PIC X(11) VALUE "WAITPROMOTE".
       01 PREREQHEADS.
           02 FILLER PIC X(50) VALUE
           "STUDENT  NAME        SECT  COURSE    PREREQ    MIN".
           02 FILLER PIC X(40) VALUE
           "  HELD  REASON            ACTION".
       01 PREREQDETAILLINE.
           02 PRNPQIDNUM PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPQNAME PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPQSECT PIC X(02).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNPQCOURSE PIC X(08).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPQPREREQ PIC X(08).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNPQMINGRADE PIC X(01).
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNPQGRADEHELD PIC X(01).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNPQREASON PIC X(16).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPQACTION PIC X(22).
       01 PREREQTOTALLINE.
           02 FILLER PIC X(25) VALUE "PREREQUISITE EXCEPTIONS: ".
           02 PRNPQTOTALCOUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       PERFORM LOADSECTIONTABLE.
       PERFORM CHECKPROMOTEREPORTSTATUS.
       WRITE PROMOTEREPORTLINE FROM PROMOTEHEADING.
       PERFORM CHECKPROMOTEREPORTSTATUS.
       OPEN EXTEND PREREQREPORTFILE.
       PERFORM CHECKPREREQREPORTSTATUS.
       WRITE PREREQREPORTLINE FROM PREREQHEADING
           AFTER ADVANCING 3 LINES.
       PERFORM CHECKPREREQREPORTSTATUS.
       WRITE PREREQREPORTLINE FROM PREREQHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKPREREQREPORTSTATUS.
       IF WAITENTRYCNT > ZERO THEN
           OPEN EXTEND PROMOTEDFILE
           PERFORM CHECKPROMOTEDSTATUS
       END-IF.
       MOVE PROMOTEDCOUNT TO PRNPROMOTEDCOUNT.
       MOVE REMAININGCOUNT TO PRNREMAININGCOUNT.
       MOVE PREREQCOUNT TO PRNPREREQCOUNT.
       WRITE PROMOTEREPORTLINE FROM PROMOTETOTALLINE
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKPROMOTEREPORTSTATUS.
       MOVE PREREQCOUNT TO PRNPQTOTALCOUNT.
       WRITE PREREQREPORTLINE FROM PREREQTOTALLINE
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKPREREQREPORTSTATUS.
       CLOSE PROMOTEREPORT, PREREQREPORTFILE.
       GOBACK.

       LOADSECTIONTABLE.
           MOVE SECODE TO SECTBLCODE (SECTIONENTRYCNT).
           MOVE SECAPACITY TO SECTBLCAPACITY (SECTIONENTRYCNT).
           MOVE ZERO TO SECTBLENROLLED (SECTIONENTRYCNT).
           MOVE SECOURSENUM TO SECTBLCOURSENUM (SECTIONENTRYCNT).
           READ SECTIONFILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ.
           PERFORM PICKONEWAITENTRY VARYING WAITIDX
               FROM 1 BY 1 UNTIL WAITIDX > WAITENTRYCNT.
           IF PICKIDX > ZERO THEN
               PERFORM CHECKWAITPREREQS
               IF PREREQMET THEN
                   PERFORM PROMOTEONESTUDENT
               ELSE
                   PERFORM DROPONEPREREQFAILURE
               END-IF
               SET SEATSOPENED TO TRUE
           END-IF.

       CHECKWAITPREREQS.
           MOVE WTBLSECTCODE (PICKIDX) TO LOOKUPSECTCODE.
           PERFORM FINDSECTIONENTRY.
           MOVE SPACES TO PREREQCOURSENUM.
           IF SECTIONFOUNDIDX > ZERO THEN
               MOVE SECTBLCOURSENUM (SECTIONFOUNDIDX)
                   TO PREREQCOURSENUM
           END-IF.
           CALL "PREREQCHECK" USING WTBLIDNUM (PICKIDX),
               PREREQCOURSENUM, PREREQRESULT.

       DROPONEPREREQFAILURE.
           MOVE "P" TO WTBLPROMOTED (PICKIDX).
           ADD 1 TO PREREQCOUNT.
           MOVE WTBLIDNUM (PICKIDX) TO PRNPQIDNUM.
           MOVE WTBLSTUDNAME (PICKIDX) TO PRNPQNAME.
           MOVE WTBLSECTCODE (PICKIDX) TO PRNPQSECT.
           MOVE PREREQCOURSENUM TO PRNPQCOURSE.
           MOVE PREREQMISSINGCOURSE TO PRNPQPREREQ.
           MOVE PREREQMINGRADE TO PRNPQMINGRADE.
           MOVE PREREQGRADEHELD TO PRNPQGRADEHELD.
           EVALUATE TRUE
               WHEN PREREQNOTINCATALOG
                   MOVE "NOT IN CATALOG" TO PRNPQREASON
               WHEN PREREQGRADEHELD = SPACE
                   MOVE "NOT TAKEN" TO PRNPQREASON
               WHEN OTHER
                   MOVE "GRADE BELOW MIN" TO PRNPQREASON
           END-EVALUATE.
           MOVE "REMOVED FROM WAITLIST" TO PRNPQACTION.
           WRITE PREREQREPORTLINE FROM PREREQDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPREREQREPORTSTATUS.

       PICKONEWAITENTRY.
           IF WTBLPROMOTED (WAITIDX) = "N" THEN
               MOVE WTBLSECTCODE (WAITIDX) TO LOOKUPSECTCODE
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPREREQREPORTSTATUS.
           IF FS-PREREQREPORTFILE NOT = "00"
               AND FS-PREREQREPORTFILE NOT = "05" THEN
               MOVE "PREREQREPORTFILE" TO IOERRORFILE
               MOVE FS-PREREQREPORTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE WAITLISTFILE, PROMOTEREPORT, PREREQREPORTFILE.
           STOP RUN.
