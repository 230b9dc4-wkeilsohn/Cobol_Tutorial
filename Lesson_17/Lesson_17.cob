               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREREQREPORTFILE ASSIGN TO "PrereqExc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORGFILE.
           02 SESTART PIC 9(04).
           02 SEEND PIC 9(04).
           02 SEINSTRUCTOR PIC X(20).
           02 SECOURSENUM PIC X(08).
       FD JOBSTATSFILE.
       01 JOBSTATSRECORD.
           02 JSJOBNAME PIC X(14).
           02 JSREJECTED PIC 9(7).
           02 JSAMOUNT PIC S9(11)V99.
           02 JSSTATUS PIC X(8).
       FD PREREQREPORTFILE.
       01 PREREQREPORTLINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 READCOUNT PIC 9(7) VALUE ZERO.
       01 WRITTENCOUNT PIC 9(7) VALUE ZERO.
       01 SECTIONEOFFLAG PIC X VALUE "N".
           88 SECTIONATEOF VALUE "Y".
       01 SECTIONCODETABLE.
           02 SECTIONENTRY OCCURS 50 TIMES.
               03 SECTBLCODE PIC X(02).
               03 SECTBLCOURSENUM PIC X(08).
       01 SECTIONENTRYCNT PIC 99 VALUE ZERO.
       01 SECTIONIDX PIC 99 VALUE ZERO.
       01 SECTIONVALIDFLAG PIC X VALUE "Y".
           88 SECTIONISVALID VALUE "Y".
       01 PREREQCOURSENUM PIC X(08) VALUE SPACES.
       01 PREREQCOUNT PIC 9(5) VALUE ZERO.
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
           02 FILLER PIC X(10) VALUE "LESSON17".
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
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
           PERFORM LOADSECTIONTABLE.
           OPEN INPUT ORGFILE.
           OPEN OUTPUT REJECTFILE.
           OPEN OUTPUT PREREQREPORTFILE.
           WRITE PREREQREPORTLINE FROM PREREQHEADING.
           WRITE PREREQREPORTLINE FROM PREREQHEADS
               AFTER ADVANCING 2 LINES.
           READ ORGFILE
               AT END SET ORGATEOF TO TRUE
           END-READ.
           PERFORM SCREENONESTUDENT UNTIL ORGATEOF.
           MOVE PREREQCOUNT TO PRNPQTOTALCOUNT.
           WRITE PREREQREPORTLINE FROM PREREQTOTALLINE
               AFTER ADVANCING 2 LINES.
           CLOSE ORGFILE.
           CLOSE REJECTFILE.
           CLOSE PREREQREPORTFILE.

       SCREENONESTUDENT.
           ADD 1 TO READCOUNT.
           PERFORM VALIDATESECTION.
           SET PREREQMET TO TRUE.
           IF STUDNAME NOT = SPACES AND IDNUM NOT = ZERO
               AND SECTIONISVALID
               CALL "PREREQCHECK" USING IDNUM, PREREQCOURSENUM,
                   PREREQRESULT
           END-IF.
           EVALUATE TRUE
               WHEN STUDNAME = SPACES OR IDNUM = ZERO
                   MOVE IDNUM TO REJIDNUM
                   MOVE "UNKNOWN SECTION" TO REJREASON
                   WRITE REJECTDAT
                   ADD 1 TO REJECTEDCOUNT
               WHEN NOT PREREQMET
                   MOVE IDNUM TO REJIDNUM
                   MOVE SECTCODE TO REJSECTCODE
                   MOVE STUDNAME TO REJSTUDNAME
                   MOVE "PREREQUISITE NOT MET" TO REJREASON
                   WRITE REJECTDAT
                   ADD 1 TO REJECTEDCOUNT
                   PERFORM WRITEPREREQEXCEPTION
               WHEN OTHER
                   MOVE IDNUM TO WIDNUM
                   MOVE SECTCODE TO WSECTCODE
               AT END SET ORGATEOF TO TRUE
           END-READ.

       WRITEPREREQEXCEPTION.
           ADD 1 TO PREREQCOUNT.
           MOVE IDNUM TO PRNPQIDNUM.
           MOVE STUDNAME TO PRNPQNAME.
           MOVE SECTCODE TO PRNPQSECT.
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
           MOVE "REJECTED, NOT SORTED" TO PRNPQACTION.
           WRITE PREREQREPORTLINE FROM PREREQDETAILLINE
               AFTER ADVANCING 1 LINE.

       LOADSECTIONTABLE.
           OPEN INPUT SECTIONFILE.
           READ SECTIONFILE
       LOADONESECTION.
           ADD 1 TO SECTIONENTRYCNT.
           MOVE SECODE TO SECTBLCODE (SECTIONENTRYCNT).
           MOVE SECOURSENUM TO SECTBLCOURSENUM (SECTIONENTRYCNT).
           READ SECTIONFILE
               AT END SET SECTIONATEOF TO TRUE
           END-READ.

       VALIDATESECTION.
           MOVE SPACES TO PREREQCOURSENUM.
           IF SECTIONENTRYCNT = ZERO
               MOVE "Y" TO SECTIONVALIDFLAG
           ELSE
       CHECKONESECTION.
           IF SECTBLCODE (SECTIONIDX) = SECTCODE
               MOVE "Y" TO SECTIONVALIDFLAG
               MOVE SECTBLCOURSENUM (SECTIONIDX) TO PREREQCOURSENUM
           END-IF.

       WRITESTUDENTRECORDS.
