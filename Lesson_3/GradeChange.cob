       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHANGE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS ValidGrade IS "A" "B" "C" "D" "F" "I"
           CLASS PassingScore IS "A" THRU "C", "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GradeChangeFile ASSIGN TO "GradeChg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GradeChangeFile.
           SELECT OPTIONAL ScoreFile ASSIGN TO "scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ScoreFile.
           SELECT ScoreWorkFile ASSIGN TO "ScoreWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ScoreWorkFile.
           SELECT OPTIONAL TranscriptFile ASSIGN TO "transcript.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TranscriptFile.
           SELECT OPTIONAL GradeJournalFile ASSIGN TO "GradeJrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GradeJournalFile.
           SELECT OPTIONAL RegradeFlagFile ASSIGN TO "RegradeFlag.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RegradeFlagFile.
           SELECT RejectFile ASSIGN TO "GradeChg.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RejectFile.
           SELECT ChangeReportFile ASSIGN TO "GradeChg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ChangeReportFile.
       DATA DIVISION.
       FILE SECTION.
       FD GradeChangeFile.
       01 GradeChangeRecord PIC X(32).

       FD ScoreFile.
       01 ScoreRecord.
           02 ScoreStudentId PIC 9(07).
           02 ScoreStudentName PIC X(20).
           02 ScoreTermId PIC X(05).
           02 ScoreCourseCount PIC 9.
           02 ScoreCourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON ScoreCourseCount.
               03 ScoreCourseNum PIC X(08).
               03 ScoreCourseScore PIC X(01).
               03 ScoreCourseCredits PIC 9V9.

       FD ScoreWorkFile.
       01 ScoreWorkRecord.
           02 WkStudentId PIC 9(07).
           02 WkStudentName PIC X(20).
           02 WkTermId PIC X(05).
           02 WkCourseCount PIC 9.
           02 WkCourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON WkCourseCount.
               03 WkCourseNum PIC X(08).
               03 WkCourseScore PIC X(01).
               03 WkCourseCredits PIC 9V9.

       FD TranscriptFile.
       01 TranscriptRecord.
           88 TranscriptAtEof VALUE HIGH-VALUE.
           02 TRName PIC X(20).
           02 TRTerm PIC X(05).
           02 TRQualityPoints PIC 999V99.
           02 TRCreditHours PIC 99V9.
           02 TRGpa PIC 9V99.
           02 TRResult PIC X(04).

       FD GradeJournalFile.
       01 GradeJournalRecord.
           02 GjDate PIC 9(08).
           02 GjTime PIC 9(06).
           02 GjIdNum PIC 9(07).
           02 GjTerm PIC X(05).
           02 GjCourseNum PIC X(08).
           02 GjBeforeGrade PIC X(01).
           02 GjAfterGrade PIC X(01).
           02 GjReasonCode PIC X(02).
           02 GjApprover PIC X(08).

       FD RegradeFlagFile.
       01 RegradeFlagRecord.
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

       FD RejectFile.
       01 RejectRecord PIC X(60).

       FD ChangeReportFile.
       01 ChangeReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-GradeChangeFile PIC XX VALUE "00".
       01 FS-ScoreFile PIC XX VALUE "00".
       01 FS-ScoreWorkFile PIC XX VALUE "00".
       01 FS-TranscriptFile PIC XX VALUE "00".
       01 FS-GradeJournalFile PIC XX VALUE "00".
       01 FS-RegradeFlagFile PIC XX VALUE "00".
       01 FS-RejectFile PIC XX VALUE "00".
       01 FS-ChangeReportFile PIC XX VALUE "00".
       01 RunDate PIC 9(8) VALUE ZERO.
       01 RunTimeOfDay.
           02 RunHour PIC 99.
           02 RunMinute PIC 99.
           02 RunSecond PIC 99.
           02 RunHundredth PIC 99.
       01 GradeChangeEofFlag PIC X VALUE "N".
           88 GradeChangeAtEof VALUE "Y".
       01 GradeChangeIn.
           02 GcIdNum PIC 9(07).
           02 GcTerm PIC X(05).
           02 GcCourseNum PIC X(08).
           02 GcOldGrade PIC X(01).
           02 GcNewGrade PIC X(01).
           02 GcReasonCode PIC X(02).
           02 GcApprover PIC X(08).
       01 ScoreEofFlag PIC X VALUE "N".
           88 ScoreAtEof VALUE "Y".
       01 ScoreWorkEofFlag PIC X VALUE "N".
           88 ScoreWorkAtEof VALUE "Y".
       01 EditReasonCode PIC X(02) VALUE SPACES.
           88 ValidReasonCode VALUE "CO" "IN" "AP" "CL".
       01 ChangeTable.
           02 ChangeEntry OCCURS 500 TIMES.
               03 CtIdNum PIC 9(07).
               03 CtTerm PIC X(05).
               03 CtCourseNum PIC X(08).
               03 CtOldGrade PIC X(01).
               03 CtNewGrade PIC X(01).
               03 CtReasonCode PIC X(02).
               03 CtApprover PIC X(08).
               03 CtStatus PIC X(01).
                   88 CtPending VALUE "P".
                   88 CtApplied VALUE "A".
                   88 CtMismatch VALUE "M".
       01 ChangeEntryCount PIC 9(3) VALUE ZERO.
       01 ChangeIndex PIC 9(3) VALUE ZERO.
       01 AffectedTable.
           02 AffectedEntry OCCURS 500 TIMES.
               03 AfIdNum PIC 9(07).
               03 AfTerm PIC X(05).
               03 AfName PIC X(20).
               03 AfQualityPoints PIC 999V99.
               03 AfCreditHours PIC 99V9.
               03 AfGpa PIC 9V99.
               03 AfResult PIC X(04).
               03 AfChanged PIC X(01).
               03 AfOnTranscript PIC X(01).
               03 AfOldGpa PIC 9V99.
               03 AfOldHours PIC 99V9.
               03 AfOldResult PIC X(04).
               03 AfCumGpa PIC 9V99.
       01 AffectedEntryCount PIC 9(3) VALUE ZERO.
       01 AffectedIndex PIC 9(3) VALUE ZERO.
       01 AffectedFoundIndex PIC 9(3) VALUE ZERO.
       01 LookupIdNum PIC 9(07) VALUE ZERO.
       01 LookupTerm PIC X(05) VALUE SPACES.
       01 TranscriptTable.
           02 TranscriptEntry OCCURS 2000 TIMES.
               03 TrtblName PIC X(20).
               03 TrtblTerm PIC X(05).
               03 TrtblQualityPoints PIC 999V99.
               03 TrtblCreditHours PIC 99V9.
               03 TrtblGpa PIC 9V99.
               03 TrtblResult PIC X(04).
       01 TranscriptEntryCount PIC 9(4) VALUE ZERO.
       01 TranscriptIndex PIC 9(4) VALUE ZERO.
       01 ScanIndex PIC 9(4) VALUE ZERO.
       01 LaterEntryFlag PIC X VALUE "N".
           88 LaterEntryFound VALUE "Y".
       01 TranscriptChangedFlag PIC X VALUE "N".
           88 TranscriptChanged VALUE "Y".
       01 CourseIndex PIC 9 VALUE ZERO.
       01 CourseGradePoint PIC 9V9 VALUE ZERO.
       01 TotalQualityPoints PIC 999V99 VALUE ZERO.
       01 TotalCreditHours PIC 99V9 VALUE ZERO.
       01 StudentPassFlag PIC X VALUE "Y".
           88 StudentPassed VALUE "Y".
       01 RecordChangedFlag PIC X VALUE "N".
           88 RecordChanged VALUE "Y".
       01 CumQualityPoints PIC 9(5)V99 VALUE ZERO.
       01 CumCreditHours PIC 9(4)V9 VALUE ZERO.
       01 ReadCount PIC 9(5) VALUE ZERO.
       01 AppliedCount PIC 9(5) VALUE ZERO.
       01 RejectCount PIC 9(5) VALUE ZERO.
       01 RebuiltCount PIC 9(5) VALUE ZERO.
       01 RejectReason PIC X(25) VALUE SPACES.
       01 ChangeHeading PIC X(34) VALUE
           "GRADE CHANGE AND GPA REBUILD RUN".
       01 ChangeHeads.
           02 FILLER PIC X(47) VALUE
           "STUDENT  TERM   COURSE    OLD NEW RSN APPROVER ".
           02 FILLER PIC X(6) VALUE "RESULT".
       01 ChangeDetailLine.
           02 PrnChgIdNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChgTerm PIC X(05).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChgCourse PIC X(08).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnChgOldGrade PIC X(01).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnChgNewGrade PIC X(01).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChgReason PIC X(02).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChgApprover PIC X(08).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrnChgResult PIC X(25).
       01 RebuildHeading PIC X(31) VALUE
           "TERM AND CUMULATIVE GPA REBUILT".
       01 RebuildHeads.
           02 FILLER PIC X(45) VALUE
           "STUDENT  NAME                  TERM   OLD GPA".
           02 FILLER PIC X(32) VALUE
           "  NEW GPA  CUM GPA RESULT   NOTE".
       01 RebuildDetailLine.
           02 PrnRebIdNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRebName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRebTerm PIC X(05).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRebOldGpa PIC 9.99.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnRebNewGpa PIC 9.99.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnRebCumGpa PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnRebResult PIC X(04).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRebNote PIC X(20).
       01 ChangeTotalLine.
           02 FILLER PIC X(7) VALUE "READ: ".
           02 PrnReadCount PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  APPLIED: ".
           02 PrnAppliedCount PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  REJECTED: ".
           02 PrnRejectCount PIC ZZZZ9.
           02 FILLER PIC X(19) VALUE "  TERMS REBUILT: ".
           02 PrnRebuiltCount PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTimeOfDay FROM TIME.
       OPEN OUTPUT ChangeReportFile.
       PERFORM CheckChangeReportStatus.
       OPEN OUTPUT RejectFile.
       PERFORM CheckRejectStatus.
       WRITE ChangeReportLine FROM ChangeHeading.
       PERFORM CheckChangeReportStatus.
       WRITE ChangeReportLine FROM ChangeHeads
           AFTER ADVANCING 2 LINES.
       PERFORM CheckChangeReportStatus.
       PERFORM LoadChangeTable.
       IF ChangeEntryCount > ZERO
           PERFORM ApplyChangesToScores
       END-IF.
       PERFORM ReportOneChangeOutcome VARYING ChangeIndex
           FROM 1 BY 1 UNTIL ChangeIndex > ChangeEntryCount.
       IF AppliedCount > ZERO
           PERFORM RebuildTranscript
           PERFORM PrintRebuildSection
       END-IF.
       MOVE ReadCount TO PrnReadCount.
       MOVE AppliedCount TO PrnAppliedCount.
       MOVE RejectCount TO PrnRejectCount.
       MOVE RebuiltCount TO PrnRebuiltCount.
       WRITE ChangeReportLine FROM ChangeTotalLine
           AFTER ADVANCING 3 LINES.
       PERFORM CheckChangeReportStatus.
       CLOSE ChangeReportFile, RejectFile.
       GOBACK.

       LoadChangeTable.
           OPEN INPUT GradeChangeFile.
           PERFORM CheckGradeChangeStatus.
           READ GradeChangeFile INTO GradeChangeIn
               AT END SET GradeChangeAtEof TO TRUE
           END-READ.
           PERFORM CheckGradeChangeStatus.
           PERFORM EditOneChange UNTIL GradeChangeAtEof.
           CLOSE GradeChangeFile.

       EditOneChange.
           ADD 1 TO ReadCount.
           MOVE GcReasonCode TO EditReasonCode.
           MOVE SPACES TO RejectReason.
           EVALUATE TRUE
               WHEN GcIdNum NOT NUMERIC OR GcIdNum = ZERO
                   MOVE "BAD STUDENT ID" TO RejectReason
               WHEN GcTerm = SPACES OR GcCourseNum = SPACES
                   MOVE "TERM OR COURSE MISSING" TO RejectReason
               WHEN GcOldGrade IS NOT ValidGrade
                   OR GcNewGrade IS NOT ValidGrade
                   MOVE "INVALID GRADE" TO RejectReason
               WHEN GcOldGrade = GcNewGrade
                   MOVE "NEW GRADE SAME AS OLD" TO RejectReason
               WHEN NOT ValidReasonCode
                   MOVE "INVALID REASON CODE" TO RejectReason
               WHEN GcReasonCode = "IN"
                   AND (GcOldGrade NOT = "I" OR GcNewGrade = "I")
                   MOVE "IN REQUIRES I TO A FINAL" TO RejectReason
               WHEN GcApprover = SPACES
                   MOVE "NO APPROVER" TO RejectReason
               WHEN ChangeEntryCount >= 500
                   MOVE "CHANGE TABLE FULL" TO RejectReason
               WHEN OTHER
                   PERFORM AddChangeEntry
           END-EVALUATE.
           IF RejectReason NOT = SPACES
               PERFORM RejectTransaction
           END-IF.
           READ GradeChangeFile INTO GradeChangeIn
               AT END SET GradeChangeAtEof TO TRUE
           END-READ.
           PERFORM CheckGradeChangeStatus.

       AddChangeEntry.
           ADD 1 TO ChangeEntryCount.
           MOVE GcIdNum TO CtIdNum (ChangeEntryCount).
           MOVE GcTerm TO CtTerm (ChangeEntryCount).
           MOVE GcCourseNum TO CtCourseNum (ChangeEntryCount).
           MOVE GcOldGrade TO CtOldGrade (ChangeEntryCount).
           MOVE GcNewGrade TO CtNewGrade (ChangeEntryCount).
           MOVE GcReasonCode TO CtReasonCode (ChangeEntryCount).
           MOVE GcApprover TO CtApprover (ChangeEntryCount).
           SET CtPending (ChangeEntryCount) TO TRUE.
           MOVE GcIdNum TO LookupIdNum.
           MOVE GcTerm TO LookupTerm.
           PERFORM FindAffectedEntry.
           IF AffectedFoundIndex = ZERO
               ADD 1 TO AffectedEntryCount
               MOVE AffectedEntryCount TO AffectedFoundIndex
               MOVE GcIdNum TO AfIdNum (AffectedFoundIndex)
               MOVE GcTerm TO AfTerm (AffectedFoundIndex)
               MOVE SPACES TO AfName (AffectedFoundIndex)
               MOVE ZERO TO AfQualityPoints (AffectedFoundIndex)
               MOVE ZERO TO AfCreditHours (AffectedFoundIndex)
               MOVE ZERO TO AfGpa (AffectedFoundIndex)
               MOVE SPACES TO AfResult (AffectedFoundIndex)
               MOVE "N" TO AfChanged (AffectedFoundIndex)
               MOVE "N" TO AfOnTranscript (AffectedFoundIndex)
               MOVE ZERO TO AfOldGpa (AffectedFoundIndex)
               MOVE ZERO TO AfOldHours (AffectedFoundIndex)
               MOVE SPACES TO AfOldResult (AffectedFoundIndex)
               MOVE ZERO TO AfCumGpa (AffectedFoundIndex)
           END-IF.

       RejectTransaction.
           ADD 1 TO RejectCount.
           MOVE SPACES TO RejectRecord.
           STRING GcIdNum " " GcTerm " " GcCourseNum " " RejectReason
               DELIMITED BY SIZE INTO RejectRecord.
           WRITE RejectRecord.
           PERFORM CheckRejectStatus.
           MOVE GcIdNum TO PrnChgIdNum.
           MOVE GcTerm TO PrnChgTerm.
           MOVE GcCourseNum TO PrnChgCourse.
           MOVE GcOldGrade TO PrnChgOldGrade.
           MOVE GcNewGrade TO PrnChgNewGrade.
           MOVE GcReasonCode TO PrnChgReason.
           MOVE GcApprover TO PrnChgApprover.
           MOVE RejectReason TO PrnChgResult.
           WRITE ChangeReportLine FROM ChangeDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckChangeReportStatus.

       FindAffectedEntry.
           MOVE ZERO TO AffectedFoundIndex.
           PERFORM CheckOneAffectedEntry VARYING AffectedIndex
               FROM 1 BY 1 UNTIL AffectedIndex > AffectedEntryCount
               OR AffectedFoundIndex > ZERO.

       CheckOneAffectedEntry.
           IF AfIdNum (AffectedIndex) = LookupIdNum
               AND AfTerm (AffectedIndex) = LookupTerm
               MOVE AffectedIndex TO AffectedFoundIndex
           END-IF.

       ApplyChangesToScores.
           OPEN INPUT ScoreFile.
           PERFORM CheckScoreStatus.
           OPEN OUTPUT ScoreWorkFile.
           PERFORM CheckScoreWorkStatus.
           OPEN EXTEND GradeJournalFile.
           PERFORM CheckGradeJournalStatus.
           READ ScoreFile
               AT END SET ScoreAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreStatus.
           PERFORM ProcessOneScoreRecord UNTIL ScoreAtEof.
           CLOSE ScoreFile, ScoreWorkFile, GradeJournalFile.
           IF AppliedCount > ZERO
               PERFORM CopyScoreWorkBack
           END-IF.

       ProcessOneScoreRecord.
           MOVE "N" TO RecordChangedFlag.
           IF ScoreCourseCount >= 1 AND ScoreCourseCount <= 8
               PERFORM ApplyChangesToOneCourse VARYING CourseIndex
                   FROM 1 BY 1 UNTIL CourseIndex > ScoreCourseCount
               MOVE ScoreStudentId TO LookupIdNum
               MOVE ScoreTermId TO LookupTerm
               PERFORM FindAffectedEntry
               IF AffectedFoundIndex > ZERO
                   PERFORM ComputeTermFigures
               END-IF
           END-IF.
           MOVE ScoreStudentId TO WkStudentId.
           MOVE ScoreStudentName TO WkStudentName.
           MOVE ScoreTermId TO WkTermId.
           MOVE ScoreCourseCount TO WkCourseCount.
           PERFORM MoveOneWorkCourse VARYING CourseIndex
               FROM 1 BY 1 UNTIL CourseIndex > ScoreCourseCount.
           WRITE ScoreWorkRecord.
           PERFORM CheckScoreWorkStatus.
           READ ScoreFile
               AT END SET ScoreAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreStatus.

       ApplyChangesToOneCourse.
           PERFORM ApplyOneChange VARYING ChangeIndex
               FROM 1 BY 1 UNTIL ChangeIndex > ChangeEntryCount.

       ApplyOneChange.
           IF (CtPending (ChangeIndex) OR CtMismatch (ChangeIndex))
               AND CtIdNum (ChangeIndex) = ScoreStudentId
               AND CtTerm (ChangeIndex) = ScoreTermId
               AND CtCourseNum (ChangeIndex) =
                   ScoreCourseNum (CourseIndex)
               IF ScoreCourseScore (CourseIndex) =
                   CtOldGrade (ChangeIndex)
                   PERFORM WriteGradeJournal
                   MOVE CtNewGrade (ChangeIndex)
                       TO ScoreCourseScore (CourseIndex)
                   SET CtApplied (ChangeIndex) TO TRUE
                   SET RecordChanged TO TRUE
                   ADD 1 TO AppliedCount
               ELSE
                   SET CtMismatch (ChangeIndex) TO TRUE
               END-IF
           END-IF.

       WriteGradeJournal.
           MOVE RunDate TO GjDate.
           MOVE RunHour TO GjTime (1:2).
           MOVE RunMinute TO GjTime (3:2).
           MOVE RunSecond TO GjTime (5:2).
           MOVE ScoreStudentId TO GjIdNum.
           MOVE ScoreTermId TO GjTerm.
           MOVE ScoreCourseNum (CourseIndex) TO GjCourseNum.
           MOVE ScoreCourseScore (CourseIndex) TO GjBeforeGrade.
           MOVE CtNewGrade (ChangeIndex) TO GjAfterGrade.
           MOVE CtReasonCode (ChangeIndex) TO GjReasonCode.
           MOVE CtApprover (ChangeIndex) TO GjApprover.
           WRITE GradeJournalRecord.
           PERFORM CheckGradeJournalStatus.

       ComputeTermFigures.
           MOVE ZERO TO TotalQualityPoints.
           MOVE ZERO TO TotalCreditHours.
           MOVE "Y" TO StudentPassFlag.
           PERFORM ScoreOneCourse VARYING CourseIndex
               FROM 1 BY 1 UNTIL CourseIndex > ScoreCourseCount.
           MOVE ScoreStudentName TO AfName (AffectedFoundIndex).
           MOVE TotalQualityPoints
               TO AfQualityPoints (AffectedFoundIndex).
           MOVE TotalCreditHours TO AfCreditHours (AffectedFoundIndex).
           IF TotalCreditHours > ZERO
               COMPUTE AfGpa (AffectedFoundIndex) ROUNDED =
                   TotalQualityPoints / TotalCreditHours
           ELSE
               MOVE ZERO TO AfGpa (AffectedFoundIndex)
           END-IF.
           IF StudentPassed
               MOVE "PASS" TO AfResult (AffectedFoundIndex)
           ELSE
               MOVE "FAIL" TO AfResult (AffectedFoundIndex)
           END-IF.
           IF RecordChanged
               MOVE "Y" TO AfChanged (AffectedFoundIndex)
           END-IF.

       ScoreOneCourse.
           EVALUATE TRUE
               WHEN ScoreCourseScore (CourseIndex) = "A"
                   MOVE 4.0 TO CourseGradePoint
               WHEN ScoreCourseScore (CourseIndex) = "B"
                   MOVE 3.0 TO CourseGradePoint
               WHEN ScoreCourseScore (CourseIndex) = "C"
                   MOVE 2.0 TO CourseGradePoint
               WHEN ScoreCourseScore (CourseIndex) = "D"
                   MOVE 1.0 TO CourseGradePoint
               WHEN OTHER
                   MOVE 0.0 TO CourseGradePoint
           END-EVALUATE.
           IF ScoreCourseScore (CourseIndex) NOT = "I"
               IF ScoreCourseScore (CourseIndex) IS NOT PassingScore
                   MOVE "N" TO StudentPassFlag
               END-IF
               COMPUTE TotalQualityPoints =
                   TotalQualityPoints +
                   (CourseGradePoint * ScoreCourseCredits (CourseIndex))
               ADD ScoreCourseCredits (CourseIndex) TO TotalCreditHours
           END-IF.

       MoveOneWorkCourse.
           MOVE ScoreCourseNum (CourseIndex)
               TO WkCourseNum (CourseIndex).
           MOVE ScoreCourseScore (CourseIndex)
               TO WkCourseScore (CourseIndex).
           MOVE ScoreCourseCredits (CourseIndex)
               TO WkCourseCredits (CourseIndex).

       CopyScoreWorkBack.
           OPEN INPUT ScoreWorkFile.
           PERFORM CheckScoreWorkStatus.
           OPEN OUTPUT ScoreFile.
           PERFORM CheckScoreStatus.
           READ ScoreWorkFile
               AT END SET ScoreWorkAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreWorkStatus.
           PERFORM CopyOneScoreBack UNTIL ScoreWorkAtEof.
           CLOSE ScoreWorkFile, ScoreFile.

       CopyOneScoreBack.
           MOVE WkStudentId TO ScoreStudentId.
           MOVE WkStudentName TO ScoreStudentName.
           MOVE WkTermId TO ScoreTermId.
           MOVE WkCourseCount TO ScoreCourseCount.
           PERFORM MoveOneScoreCourse VARYING CourseIndex
               FROM 1 BY 1 UNTIL CourseIndex > WkCourseCount.
           WRITE ScoreRecord.
           PERFORM CheckScoreStatus.
           READ ScoreWorkFile
               AT END SET ScoreWorkAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreWorkStatus.

       MoveOneScoreCourse.
           MOVE WkCourseNum (CourseIndex)
               TO ScoreCourseNum (CourseIndex).
           MOVE WkCourseScore (CourseIndex)
               TO ScoreCourseScore (CourseIndex).
           MOVE WkCourseCredits (CourseIndex)
               TO ScoreCourseCredits (CourseIndex).

       ReportOneChangeOutcome.
           MOVE CtIdNum (ChangeIndex) TO GcIdNum.
           MOVE CtTerm (ChangeIndex) TO GcTerm.
           MOVE CtCourseNum (ChangeIndex) TO GcCourseNum.
           MOVE CtOldGrade (ChangeIndex) TO GcOldGrade.
           MOVE CtNewGrade (ChangeIndex) TO GcNewGrade.
           MOVE CtReasonCode (ChangeIndex) TO GcReasonCode.
           MOVE CtApprover (ChangeIndex) TO GcApprover.
           EVALUATE TRUE
               WHEN CtApplied (ChangeIndex)
                   MOVE GcIdNum TO PrnChgIdNum
                   MOVE GcTerm TO PrnChgTerm
                   MOVE GcCourseNum TO PrnChgCourse
                   MOVE GcOldGrade TO PrnChgOldGrade
                   MOVE GcNewGrade TO PrnChgNewGrade
                   MOVE GcReasonCode TO PrnChgReason
                   MOVE GcApprover TO PrnChgApprover
                   MOVE "APPLIED" TO PrnChgResult
                   WRITE ChangeReportLine FROM ChangeDetailLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckChangeReportStatus
               WHEN CtMismatch (ChangeIndex)
                   MOVE "OLD GRADE DOES NOT MATCH" TO RejectReason
                   PERFORM RejectTransaction
               WHEN OTHER
                   MOVE "COURSE NOT ON SCORES.DAT" TO RejectReason
                   PERFORM RejectTransaction
           END-EVALUATE.

       RebuildTranscript.
           PERFORM LoadTranscriptTable.
           PERFORM UpdateOneTranscriptEntry VARYING TranscriptIndex
               FROM 1 BY 1 UNTIL TranscriptIndex > TranscriptEntryCount.
           IF TranscriptChanged
               OPEN OUTPUT TranscriptFile
               PERFORM CheckTranscriptStatus
               PERFORM WriteOneTranscriptEntry VARYING TranscriptIndex
                   FROM 1 BY 1 UNTIL TranscriptIndex >
                   TranscriptEntryCount
               CLOSE TranscriptFile
               OPEN EXTEND RegradeFlagFile
               PERFORM CheckRegradeFlagStatus
               PERFORM FlagOneAffectedStudent VARYING AffectedIndex
                   FROM 1 BY 1 UNTIL AffectedIndex > AffectedEntryCount
               CLOSE RegradeFlagFile
           END-IF.

       LoadTranscriptTable.
           OPEN INPUT TranscriptFile.
           PERFORM CheckTranscriptStatus.
           READ TranscriptFile
               AT END SET TranscriptAtEof TO TRUE
           END-READ.
           PERFORM CheckTranscriptStatus.
           PERFORM LoadOneTranscript UNTIL TranscriptAtEof
               OR TranscriptEntryCount >= 2000.
           IF NOT TranscriptAtEof
               DISPLAY "GRADECHANGE: TRANSCRIPT FILE EXCEEDS "
                   TranscriptEntryCount " ENTRY TABLE - RUN STOPPED"
               CLOSE TranscriptFile, ChangeReportFile, RejectFile
               STOP RUN
           END-IF.
           CLOSE TranscriptFile.

       LoadOneTranscript.
           ADD 1 TO TranscriptEntryCount.
           MOVE TRName TO TrtblName (TranscriptEntryCount).
           MOVE TRTerm TO TrtblTerm (TranscriptEntryCount).
           MOVE TRQualityPoints
               TO TrtblQualityPoints (TranscriptEntryCount).
           MOVE TRCreditHours
               TO TrtblCreditHours (TranscriptEntryCount).
           MOVE TRGpa TO TrtblGpa (TranscriptEntryCount).
           MOVE TRResult TO TrtblResult (TranscriptEntryCount).
           READ TranscriptFile
               AT END SET TranscriptAtEof TO TRUE
           END-READ.
           PERFORM CheckTranscriptStatus.

       UpdateOneTranscriptEntry.
           PERFORM UpdateFromOneAffected VARYING AffectedIndex
               FROM 1 BY 1 UNTIL AffectedIndex > AffectedEntryCount.

       UpdateFromOneAffected.
           IF AfChanged (AffectedIndex) = "Y"
               AND AfName (AffectedIndex) = TrtblName (TranscriptIndex)
               AND AfTerm (AffectedIndex) = TrtblTerm (TranscriptIndex)
               MOVE "Y" TO AfOnTranscript (AffectedIndex)
               MOVE TrtblGpa (TranscriptIndex)
                   TO AfOldGpa (AffectedIndex)
               MOVE TrtblCreditHours (TranscriptIndex)
                   TO AfOldHours (AffectedIndex)
               MOVE TrtblResult (TranscriptIndex)
                   TO AfOldResult (AffectedIndex)
               MOVE AfQualityPoints (AffectedIndex)
                   TO TrtblQualityPoints (TranscriptIndex)
               MOVE AfCreditHours (AffectedIndex)
                   TO TrtblCreditHours (TranscriptIndex)
               MOVE AfGpa (AffectedIndex) TO TrtblGpa (TranscriptIndex)
               MOVE AfResult (AffectedIndex)
                   TO TrtblResult (TranscriptIndex)
               SET TranscriptChanged TO TRUE
           END-IF.

       WriteOneTranscriptEntry.
           MOVE TrtblName (TranscriptIndex) TO TRName.
           MOVE TrtblTerm (TranscriptIndex) TO TRTerm.
           MOVE TrtblQualityPoints (TranscriptIndex) TO TRQualityPoints.
           MOVE TrtblCreditHours (TranscriptIndex) TO TRCreditHours.
           MOVE TrtblGpa (TranscriptIndex) TO TRGpa.
           MOVE TrtblResult (TranscriptIndex) TO TRResult.
           WRITE TranscriptRecord.
           PERFORM CheckTranscriptStatus.

       FlagOneAffectedStudent.
           IF AfOnTranscript (AffectedIndex) = "Y"
               MOVE AfIdNum (AffectedIndex) TO RfIdNum
               MOVE AfName (AffectedIndex) TO RfName
               MOVE AfTerm (AffectedIndex) TO RfTerm
               MOVE AfOldGpa (AffectedIndex) TO RfOldGpa
               MOVE AfOldHours (AffectedIndex) TO RfOldHours
               MOVE AfOldResult (AffectedIndex) TO RfOldResult
               MOVE AfGpa (AffectedIndex) TO RfNewGpa
               MOVE AfCreditHours (AffectedIndex) TO RfNewHours
               MOVE AfResult (AffectedIndex) TO RfNewResult
               MOVE RunDate TO RfDate
               WRITE RegradeFlagRecord
               PERFORM CheckRegradeFlagStatus
           END-IF.

       PrintRebuildSection.
           WRITE ChangeReportLine FROM RebuildHeading
               AFTER ADVANCING 3 LINES.
           PERFORM CheckChangeReportStatus.
           WRITE ChangeReportLine FROM RebuildHeads
               AFTER ADVANCING 2 LINES.
           PERFORM CheckChangeReportStatus.
           PERFORM PrintOneRebuiltTerm VARYING AffectedIndex
               FROM 1 BY 1 UNTIL AffectedIndex > AffectedEntryCount.

       PrintOneRebuiltTerm.
           IF AfChanged (AffectedIndex) = "Y"
               PERFORM ComputeCumulativeGpa
               MOVE AfIdNum (AffectedIndex) TO PrnRebIdNum
               MOVE AfName (AffectedIndex) TO PrnRebName
               MOVE AfTerm (AffectedIndex) TO PrnRebTerm
               MOVE AfOldGpa (AffectedIndex) TO PrnRebOldGpa
               MOVE AfGpa (AffectedIndex) TO PrnRebNewGpa
               MOVE AfCumGpa (AffectedIndex) TO PrnRebCumGpa
               MOVE AfResult (AffectedIndex) TO PrnRebResult
               IF AfOnTranscript (AffectedIndex) = "Y"
                   ADD 1 TO RebuiltCount
                   MOVE "FLAGGED FOR TERMEND" TO PrnRebNote
               ELSE
                   MOVE "NOT ON TRANSCRIPT" TO PrnRebNote
               END-IF
               WRITE ChangeReportLine FROM RebuildDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckChangeReportStatus
           END-IF.

       ComputeCumulativeGpa.
           MOVE ZERO TO CumQualityPoints.
           MOVE ZERO TO CumCreditHours.
           PERFORM AddOneTranscriptTerm VARYING TranscriptIndex
               FROM 1 BY 1 UNTIL TranscriptIndex > TranscriptEntryCount.
           IF CumCreditHours > ZERO
               COMPUTE AfCumGpa (AffectedIndex) ROUNDED =
                   CumQualityPoints / CumCreditHours
           ELSE
               MOVE ZERO TO AfCumGpa (AffectedIndex)
           END-IF.

       AddOneTranscriptTerm.
           IF TrtblName (TranscriptIndex) = AfName (AffectedIndex)
               MOVE "N" TO LaterEntryFlag
               PERFORM CheckOneLaterEntry VARYING ScanIndex
                   FROM TranscriptIndex BY 1
                   UNTIL ScanIndex > TranscriptEntryCount
               IF NOT LaterEntryFound
                   ADD TrtblQualityPoints (TranscriptIndex)
                       TO CumQualityPoints
                   ADD TrtblCreditHours (TranscriptIndex)
                       TO CumCreditHours
               END-IF
           END-IF.

       CheckOneLaterEntry.
           IF ScanIndex > TranscriptIndex
               AND TrtblName (ScanIndex) = TrtblName (TranscriptIndex)
               AND TrtblTerm (ScanIndex) = TrtblTerm (TranscriptIndex)
               SET LaterEntryFound TO TRUE
           END-IF.

       CheckGradeChangeStatus.
           IF FS-GradeChangeFile NOT = "00"
               AND FS-GradeChangeFile NOT = "05"
               AND FS-GradeChangeFile NOT = "10"
               DISPLAY "I/O ERROR ON GRADECHANGE STATUS "
                   FS-GradeChangeFile
               STOP RUN
           END-IF.

       CheckScoreStatus.
           IF FS-ScoreFile NOT = "00" AND FS-ScoreFile NOT = "05"
               AND FS-ScoreFile NOT = "10"
               DISPLAY "I/O ERROR ON SCOREFILE STATUS " FS-ScoreFile
               STOP RUN
           END-IF.

       CheckScoreWorkStatus.
           IF FS-ScoreWorkFile NOT = "00"
               AND FS-ScoreWorkFile NOT = "10"
               DISPLAY "I/O ERROR ON SCOREWORK STATUS "
                   FS-ScoreWorkFile
               STOP RUN
           END-IF.

       CheckTranscriptStatus.
           IF FS-TranscriptFile NOT = "00"
               AND FS-TranscriptFile NOT = "05"
               AND FS-TranscriptFile NOT = "10"
               DISPLAY "I/O ERROR ON TRANSCRIPT STATUS "
                   FS-TranscriptFile
               STOP RUN
           END-IF.

       CheckGradeJournalStatus.
           IF FS-GradeJournalFile NOT = "00"
               AND FS-GradeJournalFile NOT = "05"
               DISPLAY "I/O ERROR ON GRADEJOURNAL STATUS "
                   FS-GradeJournalFile
               STOP RUN
           END-IF.

       CheckRegradeFlagStatus.
           IF FS-RegradeFlagFile NOT = "00"
               AND FS-RegradeFlagFile NOT = "05"
               DISPLAY "I/O ERROR ON REGRADEFLAG STATUS "
                   FS-RegradeFlagFile
               STOP RUN
           END-IF.

       CheckRejectStatus.
           IF FS-RejectFile NOT = "00"
               DISPLAY "I/O ERROR ON REJECTFILE STATUS "
                   FS-RejectFile
               STOP RUN
           END-IF.

       CheckChangeReportStatus.
           IF FS-ChangeReportFile NOT = "00"
               DISPLAY "I/O ERROR ON CHANGEREPORT STATUS "
                   FS-ChangeReportFile
               STOP RUN
           END-IF.
