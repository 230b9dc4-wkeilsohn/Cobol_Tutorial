           SELECT OPTIONAL TranscriptFile ASSIGN TO "transcript.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TranscriptFile.
           SELECT OPTIONAL RegradeFlagFile ASSIGN TO "RegradeFlag.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RegradeFlagFile.
           SELECT OPTIONAL NeverAttendFile ASSIGN TO "NeverAttend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NeverAttendFile.
           SELECT DeansListFile ASSIGN TO "DeansList.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DeansListFile.
           SELECT AcadActionFile ASSIGN TO "AcadAction.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AcadActionFile.
           SELECT TermEndFile ASSIGN TO "TermEnd.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TermEndFile.
           02 TRGpa PIC 9V99.
           02 TRResult PIC X(04).

       FD RegradeFlagFile.
       01 RegradeFlagRecord PIC X(60).

       FD NeverAttendFile.
       01 NeverAttendRecord.
           88 NeverAttendAtEof VALUE HIGH-VALUE.
           02 NaIdNum PIC 9(07).
           02 NaSectCode PIC X(02).
           02 NaCourseNum PIC X(08).
           02 NaStudName PIC X(20).
           02 NaMeetings PIC 9(03).
           02 NaAbsent PIC 9(03).
           02 NaFlagDate PIC 9(08).

       FD DeansListFile.
       01 DeansListLine PIC X(50).

       FD AcadActionFile.
       01 AcadActionLine PIC X(60).

       FD TermEndFile.
       01 TermEndLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 FS-TranscriptFile PIC XX VALUE "00".
       01 FS-RegradeFlagFile PIC XX VALUE "00".
       01 FS-NeverAttendFile PIC XX VALUE "00".
       01 FS-DeansListFile PIC XX VALUE "00".
       01 FS-AcadActionFile PIC XX VALUE "00".
       01 FS-TermEndFile PIC XX VALUE "00".
       01 ProcessTerm PIC X(05) VALUE SPACES.
       01 EvalTerm PIC X(05) VALUE SPACES.
       01 EvalName PIC X(20) VALUE SPACES.
       01 DeansGpaFloor PIC 9V99 VALUE 3.50.
       01 DeansHoursFloor PIC 99V9 VALUE 12.0.
       01 TranscriptTable.
           02 TranscriptEntry OCCURS 500 TIMES.
               03 TrtblName PIC X(20).
               03 TrtblCreditHours PIC 99V9.
               03 TrtblGpa PIC 9V99.
               03 TrtblResult PIC X(04).
       01 TranscriptEntryCount PIC 9(3) VALUE ZERO.
       01 TranscriptIndex PIC 9(3) VALUE ZERO.
       01 ScanIndex PIC 9(3) VALUE ZERO.
       01 PriorTermResult PIC X(04) VALUE SPACES.
       01 PriorTermFlag PIC X VALUE "N".
           88 PriorTermFound VALUE "Y".
       01 RegradeFlagEofFlag PIC X VALUE "N".
           88 RegradeFlagAtEof VALUE "Y".
       01 RegradeFlagWork.
           02 RfIdNum PIC 9(07).
           02 RfName PIC X(20).
           02 RfTerm PIC X(05).
           02 RfOldGpa PIC 9V99.
           02 RfOldHours PIC 99V9.
           02 RfOldResult PIC X(04).
           02 RfNewGpa PIC 9V99.
           02 RfNewHours PIC 99V9.
           02 RfNewResult PIC X(04).
           02 RfDate PIC 9(08).
       01 RegradeFlagTable.
           02 RegradeFlagImage PIC X(60) OCCURS 500 TIMES.
       01 RegradeFlagCount PIC 9(3) VALUE ZERO.
       01 RegradeFlagIndex PIC 9(3) VALUE ZERO.
       01 StandGpa PIC 9V99 VALUE ZERO.
       01 StandHours PIC 99V9 VALUE ZERO.
       01 StandResult PIC X(04) VALUE SPACES.
       01 StandingText PIC X(13) VALUE SPACES.
       01 OldStandingText PIC X(13) VALUE SPACES.
       01 RevisedHeadingFlag PIC X VALUE "N".
           88 RevisedHeadingWritten VALUE "Y".
       01 DeansCount PIC 9(5) VALUE ZERO.
       01 ProbationCount PIC 9(5) VALUE ZERO.
       01 SuspensionCount PIC 9(5) VALUE ZERO.
       01 GradCandCount PIC 9(5) VALUE ZERO.
       01 RevisedCount PIC 9(5) VALUE ZERO.
       01 NeverAttendCount PIC 9(5) VALUE ZERO.
       01 DeansHeading PIC X(24) VALUE "DEANS LIST FOR TERM".
       01 DeansDetailLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnActionGpa PIC 9.99.
           02 FILLER PIC X(13) VALUE "  FAIL TERMS ".
           02 PrnFailTerms PIC ZZ9.
       01 RevisedHeading PIC X(36) VALUE
           "REVISED STANDING AFTER GRADE CHANGES".
       01 RevisedDetailLine.
           02 PrnRevName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRevTerm PIC X(05).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRevOldStanding PIC X(13).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnRevNewStanding PIC X(13).
       01 RevisedDeansHeading PIC X(31) VALUE
           "REVISED DEANS LIST, PRIOR TERMS".
       01 RevisedDeansLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRevDeansName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRevDeansTerm PIC X(05).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRevDeansGpa PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRevDeansAction PIC X(07).
       01 NeverAttendHeading PIC X(42) VALUE
           "NEVER ATTENDED - ADMINISTRATIVE WITHDRAWAL".
       01 NeverAttendDetailLine.
           02 PrnNeverName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNeverIdNum PIC 9(07).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNeverSectCode PIC X(02).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNeverCourseNum PIC X(08).
           02 FILLER PIC X(10) VALUE "  MEETINGS".
           02 PrnNeverMeetings PIC ZZ9.
       01 SummaryHeading PIC X(34) VALUE
           "TERM-END PROCESSING SUMMARY PAGE".
       01 SummaryTermLine.
       DISPLAY "ENTER TERM TO PROCESS (E.G. 2026A): "
           WITH NO ADVANCING.
       ACCEPT ProcessTerm.
       MOVE ProcessTerm TO EvalTerm.
       PERFORM LoadTranscriptTable.
       PERFORM LoadRegradeFlags.
       OPEN OUTPUT DeansListFile.
       PERFORM CheckDeansListStatus.
       OPEN OUTPUT AcadActionFile.
       PERFORM CheckAcadActionStatus.
       OPEN OUTPUT TermEndFile.
       PERFORM CheckTermEndStatus.
       WRITE DeansListLine FROM DeansHeading.
       PERFORM CheckDeansListStatus.
       WRITE AcadActionLine FROM ActionHeading.
       PERFORM CheckAcadActionStatus.
       PERFORM GradeOneTermRecord VARYING TranscriptIndex
           FROM 1 BY 1 UNTIL TranscriptIndex > TranscriptEntryCount.
       PERFORM ReviseOneFlaggedTerm VARYING RegradeFlagIndex
           FROM 1 BY 1 UNTIL RegradeFlagIndex > RegradeFlagCount.
       PERFORM ListNeverAttended.
       CALL "DEGREEAUDIT" USING GradCandCount.
       PERFORM WriteSummaryPage.
       CLOSE DeansListFile, AcadActionFile, TermEndFile.
       PERFORM RewriteRegradeFlags.
       GOBACK.

       LoadTranscriptTable.
               TrtblCreditHours (TranscriptEntryCount).
           MOVE TRGpa TO TrtblGpa (TranscriptEntryCount).
           MOVE TRResult TO TrtblResult (TranscriptEntryCount).
           READ TranscriptFile
               AT END SET TranscriptAtEof TO TRUE
           END-READ.
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckDeansListStatus
                   WHEN TrtblResult (TranscriptIndex) = "FAIL"
                       MOVE TrtblName (TranscriptIndex) TO EvalName
                       PERFORM CountFailTerms
                       PERFORM FindPriorTerm
                       IF PriorTermFound AND PriorTermResult = "FAIL"
               FROM 1 BY 1 UNTIL ScanIndex > TranscriptEntryCount.

       CountOneFailTerm.
           IF TrtblName (ScanIndex) = EvalName
               AND TrtblResult (ScanIndex) = "FAIL"
               AND TrtblTerm (ScanIndex) <= EvalTerm
               ADD 1 TO FailTermCount
           END-IF.

               FROM 1 BY 1 UNTIL ScanIndex > TranscriptEntryCount.

       CheckOnePriorTerm.
           IF TrtblName (ScanIndex) = EvalName
               AND TrtblTerm (ScanIndex) < EvalTerm
               IF NOT PriorTermFound
                   OR TrtblTerm (ScanIndex) > PriorTerm
                   SET PriorTermFound TO TRUE
               END-IF
           END-IF.

       LoadRegradeFlags.
           OPEN INPUT RegradeFlagFile.
           PERFORM CheckRegradeFlagStatus.
           READ RegradeFlagFile INTO RegradeFlagWork
               AT END SET RegradeFlagAtEof TO TRUE
           END-READ.
           PERFORM CheckRegradeFlagStatus.
           PERFORM LoadOneRegradeFlag UNTIL RegradeFlagAtEof
               OR RegradeFlagCount >= 500.
           IF NOT RegradeFlagAtEof
               DISPLAY "TERMEND: REGRADE FLAG FILE EXCEEDS "
                   RegradeFlagCount " ENTRY TABLE - RUN STOPPED"
               CLOSE RegradeFlagFile
               STOP RUN
           END-IF.
           CLOSE RegradeFlagFile.

       LoadOneRegradeFlag.
           ADD 1 TO RegradeFlagCount.
           MOVE RegradeFlagWork TO RegradeFlagImage (RegradeFlagCount).
           READ RegradeFlagFile INTO RegradeFlagWork
               AT END SET RegradeFlagAtEof TO TRUE
           END-READ.
           PERFORM CheckRegradeFlagStatus.

       ReviseOneFlaggedTerm.
           MOVE RegradeFlagImage (RegradeFlagIndex) TO RegradeFlagWork.
           IF RfTerm < ProcessTerm
               MOVE RfName TO EvalName
               MOVE RfTerm TO EvalTerm
               MOVE RfOldGpa TO StandGpa
               MOVE RfOldHours TO StandHours
               MOVE RfOldResult TO StandResult
               PERFORM DetermineStanding
               MOVE StandingText TO OldStandingText
               MOVE RfNewGpa TO StandGpa
               MOVE RfNewHours TO StandHours
               MOVE RfNewResult TO StandResult
               PERFORM DetermineStanding
               IF NOT RevisedHeadingWritten
                   SET RevisedHeadingWritten TO TRUE
                   WRITE AcadActionLine FROM RevisedHeading
                       AFTER ADVANCING 2 LINES
                   PERFORM CheckAcadActionStatus
                   WRITE DeansListLine FROM RevisedDeansHeading
                       AFTER ADVANCING 2 LINES
                   PERFORM CheckDeansListStatus
               END-IF
               MOVE RfName TO PrnRevName
               MOVE RfTerm TO PrnRevTerm
               MOVE OldStandingText TO PrnRevOldStanding
               MOVE StandingText TO PrnRevNewStanding
               WRITE AcadActionLine FROM RevisedDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckAcadActionStatus
               IF StandingText NOT = OldStandingText
                   ADD 1 TO RevisedCount
                   PERFORM WriteRevisedDeansLine
               END-IF
           END-IF.

       ListNeverAttended.
           OPEN INPUT NeverAttendFile.
           PERFORM CheckNeverAttendStatus.
           READ NeverAttendFile
               AT END SET NeverAttendAtEof TO TRUE
           END-READ.
           PERFORM CheckNeverAttendStatus.
           IF NOT NeverAttendAtEof
               WRITE AcadActionLine FROM NeverAttendHeading
                   AFTER ADVANCING 2 LINES
               PERFORM CheckAcadActionStatus
           END-IF.
           PERFORM WriteOneNeverAttended UNTIL NeverAttendAtEof.
           CLOSE NeverAttendFile.

       WriteOneNeverAttended.
           ADD 1 TO NeverAttendCount.
           MOVE NaStudName TO PrnNeverName.
           MOVE NaIdNum TO PrnNeverIdNum.
           MOVE NaSectCode TO PrnNeverSectCode.
           MOVE NaCourseNum TO PrnNeverCourseNum.
           MOVE NaMeetings TO PrnNeverMeetings.
           WRITE AcadActionLine FROM NeverAttendDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckAcadActionStatus.
           READ NeverAttendFile
               AT END SET NeverAttendAtEof TO TRUE
           END-READ.
           PERFORM CheckNeverAttendStatus.

       DetermineStanding.
           EVALUATE TRUE
               WHEN StandGpa >= DeansGpaFloor
                   AND StandHours >= DeansHoursFloor
                   MOVE "DEANS LIST" TO StandingText
               WHEN StandResult = "FAIL"
                   PERFORM FindPriorTerm
                   IF PriorTermFound AND PriorTermResult = "FAIL"
                       MOVE "SUSPENSION" TO StandingText
                   ELSE
                       MOVE "PROBATION" TO StandingText
                   END-IF
               WHEN OTHER
                   MOVE "GOOD STANDING" TO StandingText
           END-EVALUATE.

       WriteRevisedDeansLine.
           MOVE RfName TO PrnRevDeansName.
           MOVE RfTerm TO PrnRevDeansTerm.
           IF StandingText = "DEANS LIST"
               MOVE RfNewGpa TO PrnRevDeansGpa
               MOVE "ADDED" TO PrnRevDeansAction
               WRITE DeansListLine FROM RevisedDeansLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckDeansListStatus
           END-IF.
           IF OldStandingText = "DEANS LIST"
               MOVE RfOldGpa TO PrnRevDeansGpa
               MOVE "REMOVED" TO PrnRevDeansAction
               WRITE DeansListLine FROM RevisedDeansLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckDeansListStatus
           END-IF.

       RewriteRegradeFlags.
           OPEN OUTPUT RegradeFlagFile.
           PERFORM CheckRegradeFlagStatus.
           PERFORM KeepOneRegradeFlag VARYING RegradeFlagIndex
               FROM 1 BY 1 UNTIL RegradeFlagIndex > RegradeFlagCount.
           CLOSE RegradeFlagFile.

       KeepOneRegradeFlag.
           MOVE RegradeFlagImage (RegradeFlagIndex) TO RegradeFlagWork.
           IF RfTerm > ProcessTerm
               WRITE RegradeFlagRecord FROM RegradeFlagWork
               PERFORM CheckRegradeFlagStatus
           END-IF.

       WriteSummaryPage.
           WRITE TermEndLine FROM SummaryCountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckTermEndStatus.
           MOVE "STANDINGS REVISED:" TO PrnSummaryLabel.
           MOVE RevisedCount TO PrnSummaryCount.
           WRITE TermEndLine FROM SummaryCountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckTermEndStatus.
           MOVE "GRADUATION CANDIDATES:" TO PrnSummaryLabel.
           MOVE GradCandCount TO PrnSummaryCount.
           WRITE TermEndLine FROM SummaryCountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckTermEndStatus.
           MOVE "NEVER ATTENDED FLAGS:" TO PrnSummaryLabel.
           MOVE NeverAttendCount TO PrnSummaryCount.
           WRITE TermEndLine FROM SummaryCountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckTermEndStatus.

       CheckTranscriptStatus.
           IF FS-TranscriptFile NOT = "00"
               STOP RUN
           END-IF.

       CheckRegradeFlagStatus.
           IF FS-RegradeFlagFile NOT = "00"
               AND FS-RegradeFlagFile NOT = "05"
               AND FS-RegradeFlagFile NOT = "10"
               DISPLAY "I/O ERROR ON REGRADEFLAG STATUS "
                   FS-RegradeFlagFile
               STOP RUN
           END-IF.

       CheckNeverAttendStatus.
           IF FS-NeverAttendFile NOT = "00"
               AND FS-NeverAttendFile NOT = "05"
               AND FS-NeverAttendFile NOT = "10"
               DISPLAY "I/O ERROR ON NEVERATTEND STATUS "
                   FS-NeverAttendFile
               STOP RUN
           END-IF.

       CheckDeansListStatus.
           IF FS-DeansListFile NOT = "00"
               DISPLAY "I/O ERROR ON DEANSLIST STATUS "
               STOP RUN
           END-IF.

       CheckTermEndStatus.
           IF FS-TermEndFile NOT = "00"
               DISPLAY "I/O ERROR ON TERMEND STATUS "
