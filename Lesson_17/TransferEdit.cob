           SELECT EXCEPTREPORTFILE ASSIGN TO "MergeExcept.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPTREPORTFILE.
           SELECT OPTIONAL PREREQREPORTFILE ASSIGN TO "PrereqExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREREQREPORTFILE.
           SELECT OPTIONAL WAITLISTFILE ASSIGN TO "Waitlist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-WAITLISTFILE.
           02 SESTART PIC 9(04).
           02 SEEND PIC 9(04).
           02 SEINSTRUCTOR PIC X(20).
           02 SECOURSENUM PIC X(08).

       FD EDITEDFILE.
       01 EDITSTUDDAT.
       FD EXCEPTREPORTFILE.
       01 EXCEPTREPORTLINE PIC X(100).

       FD PREREQREPORTFILE.
       01 PREREQREPORTLINE PIC X(100).

       FD WAITLISTFILE.
       01 WAITLISTRECORD.
           88 WS-WAIT-EOF VALUE HIGH-VALUE.
       01 FS-EDITEDFILE PIC XX VALUE "00".
       01 FS-REJECTFILE PIC XX VALUE "00".
       01 FS-EXCEPTREPORTFILE PIC XX VALUE "00".
       01 FS-PREREQREPORTFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(16) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 MASTERIDTABLE.
               03 SECTBLEND PIC 9(04).
               03 SECTBLCAPACITY PIC 9(03).
               03 SECTBLENROLLED PIC 9(05).
               03 SECTBLCOURSENUM PIC X(08).
       01 SECTIONENTRYCNT PIC 99 VALUE ZERO.
       01 SECTIONIDX PIC 99 VALUE ZERO.
       01 SECTIONVALIDFLAG PIC X VALUE "Y".
       01 PASSEDCOUNT PIC 9(5) VALUE ZERO.
       01 REJECTCOUNT PIC 9(5) VALUE ZERO.
       01 DUPLICATECOUNT PIC 9(5) VALUE ZERO.
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
       01 PREREQHEADING.
           02 FILLER PIC X(29) VALUE
               "PREREQUISITE EXCEPTIONS FROM ".
           02 FILLER PIC X(12) VALUE "TRANSFEREDIT".
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
           02 PRNPREREQCOUNT PIC ZZZZ9.
       01 EXCEPTHEADING PIC X(33) VALUE
           "TRANSFER MERGE EXCEPTION REPORT".
       01 EXCEPTDETAILLINE.
       PERFORM CHECKEXCEPTREPORTSTATUS.
       WRITE EXCEPTREPORTLINE FROM EXCEPTHEADING.
       PERFORM CHECKEXCEPTREPORTSTATUS.
       OPEN EXTEND PREREQREPORTFILE.
       PERFORM CHECKPREREQREPORTSTATUS.
       WRITE PREREQREPORTLINE FROM PREREQHEADING
           AFTER ADVANCING 3 LINES.
       PERFORM CHECKPREREQREPORTSTATUS.
       WRITE PREREQREPORTLINE FROM PREREQHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKPREREQREPORTSTATUS.
       READ TRANSFERFILE
           AT END SET WS-TRANS-EOF TO TRUE
       END-READ.
       WRITE EXCEPTREPORTLINE FROM EXCEPTTOTALLINE
           AFTER ADVANCING 3 LINES.
       PERFORM CHECKEXCEPTREPORTSTATUS.
       MOVE PREREQCOUNT TO PRNPREREQCOUNT.
       WRITE PREREQREPORTLINE FROM PREREQTOTALLINE
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKPREREQREPORTSTATUS.
       PERFORM WRITEJOBSTATS.
       CLOSE TRANSFERFILE, EDITEDFILE, REJECTFILE, EXCEPTREPORTFILE,
             WAITLISTFILE, PREREQREPORTFILE.
       GOBACK.

       WRITEJOBSTATS.
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE READCOUNT TO JSREAD.
           MOVE PASSEDCOUNT TO JSWRITTEN.
           COMPUTE TOTALREJECTED = REJECTCOUNT + DUPLICATECOUNT
               + PREREQCOUNT.
           MOVE TOTALREJECTED TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKEXCEPTREPORTSTATUS
           ELSE
               PERFORM CHECKTRANSFERPREREQS
               IF NOT PREREQMET THEN
                   PERFORM WRITEPREREQEXCEPTION
               ELSE
               IF TARGETSECTIDX > ZERO
                   AND SECTBLCAPACITY (TARGETSECTIDX) > ZERO
                   AND SECTBLENROLLED (TARGETSECTIDX) >=
                       ADD 1 TO SECTBLENROLLED (TARGETSECTIDX)
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       CHECKTRANSFERPREREQS.
           MOVE SPACES TO PREREQCOURSENUM.
           IF TARGETSECTIDX > ZERO THEN
               MOVE SECTBLCOURSENUM (TARGETSECTIDX) TO PREREQCOURSENUM
           END-IF.
           CALL "PREREQCHECK" USING TRANSIDNUM, PREREQCOURSENUM,
               PREREQRESULT.

       WRITEPREREQEXCEPTION.
           ADD 1 TO PREREQCOUNT.
           MOVE TRANSIDNUM TO PRNPQIDNUM.
           MOVE TRANSTUDNAME TO PRNPQNAME.
           MOVE TRANSSECTCODE TO PRNPQSECT.
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
           MOVE "TRANSFER NOT PLACED" TO PRNPQACTION.
           WRITE PREREQREPORTLINE FROM PREREQDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPREREQREPORTSTATUS.

       WAITLISTONETRANSFER.
           ADD 1 TO WAITLISTEDCOUNT.
           MOVE NEXTWLSEQ TO WLSEQ.
           MOVE SEEND TO SECTBLEND (SECTIONENTRYCNT).
           MOVE SECAPACITY TO SECTBLCAPACITY (SECTIONENTRYCNT).
           MOVE ZERO TO SECTBLENROLLED (SECTIONENTRYCNT).
           MOVE SECOURSENUM TO SECTBLCOURSENUM (SECTIONENTRYCNT).
           READ SECTIONFILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ.
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
           CLOSE TRANSFERFILE, MASTERFILE, EDITEDFILE, REJECTFILE,
                 EXCEPTREPORTFILE, PREREQREPORTFILE.
           STOP RUN.
