       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREEAUDIT.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS FinalGrade IS "A" THRU "D", "F"
           CLASS PassingScore IS "A" THRU "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ProgReqFile ASSIGN TO "ProgReq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ProgReqFile.
           SELECT OPTIONAL StudMasterFile ASSIGN TO "StudMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SmIdNum
               FILE STATUS IS FS-StudMasterFile.
           SELECT OPTIONAL ScoreFile ASSIGN TO "scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ScoreFile.
           SELECT OPTIONAL StudentFile ASSIGN TO "student2.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-StudentFile.
           SELECT OPTIONAL SectionFile ASSIGN TO "Section.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SectionFile.
           SELECT OPTIONAL CatalogFile ASSIGN TO "Catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CatalogFile.
           SELECT AuditReportFile ASSIGN TO "DegreeAudit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AuditReportFile.
           SELECT GradCandFile ASSIGN TO "GradCand.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GradCandFile.
       DATA DIVISION.
       FILE SECTION.
       FD ProgReqFile.
       01 ProgReqRecord.
           88 ProgReqAtEof VALUE HIGH-VALUE.
           02 PrRecordType PIC X(01).
               88 PrMajorHeader VALUE "H".
               88 PrRequiredCourse VALUE "R".
               88 PrElectiveGroup VALUE "E".
               88 PrGroupCourse VALUE "C".
           02 PrMajorCode PIC X(04).
           02 PrBody PIC X(75).
           02 PrHeaderBody REDEFINES PrBody.
               03 PrMajorTitle PIC X(30).
               03 PrMinGpa PIC 9V99.
               03 PrMinCredits PIC 999V9.
               03 FILLER PIC X(38).
           02 PrRequiredBody REDEFINES PrBody.
               03 PrReqCourseNum PIC X(08).
               03 PrReqMinGrade PIC X(01).
               03 FILLER PIC X(66).
           02 PrGroupBody REDEFINES PrBody.
               03 PrGroupId PIC X(02).
               03 PrGroupTitle PIC X(20).
               03 PrGroupMinCredits PIC 99V9.
               03 FILLER PIC X(50).
           02 PrGroupCourseBody REDEFINES PrBody.
               03 PrMemberGroupId PIC X(02).
               03 PrMemberCourseNum PIC X(08).
               03 FILLER PIC X(65).

       FD StudMasterFile.
       01 StudMasterRecord.
           02 SmIdNum PIC 9(7).
           02 SmFirstName PIC X(15).
           02 SmLastName PIC X(15).
           02 SmDob PIC 9(8).
           02 SmStreetAddr PIC X(20).
           02 SmCity PIC X(15).
           02 SmStateCode PIC X(02).
           02 SmZipCode PIC X(05).
           02 SmStatus PIC X(01).
           02 SmMajorCode PIC X(04).

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

       FD StudentFile.
       01 StudentData.
           88 RosterAtEof VALUE HIGH-VALUE.
           02 RosterIdNum PIC 9(07).
           02 RosterSectCode PIC X(02).
           02 RosterStudName PIC X(10).

       FD SectionFile.
       01 SectionRecord.
           88 SectionAtEof VALUE HIGH-VALUE.
           02 SeCode PIC X(02).
           02 SeDesc PIC X(20).
           02 SeCapacity PIC 9(03).
           02 SeDays PIC X(07).
           02 SeStart PIC 9(04).
           02 SeEnd PIC 9(04).
           02 SeInstructor PIC X(20).
           02 SeCourseNum PIC X(08).

       FD CatalogFile.
       01 CatalogRecord.
           88 CatalogAtEof VALUE HIGH-VALUE.
           02 CatCourseNum PIC X(08).
           02 CatTitle PIC X(30).
           02 CatCredits PIC 9V9.
           02 CatLevel PIC 9(03).
           02 CatPrereqCount PIC 9.
           02 CatPrereq OCCURS 4 TIMES.
               03 CatPrereqCourse PIC X(08).
               03 CatPrereqMinGrade PIC X(01).

       FD AuditReportFile.
       01 AuditReportLine PIC X(100).

       FD GradCandFile.
       01 GradCandLine PIC X(70).

       WORKING-STORAGE SECTION.
       01 FS-ProgReqFile PIC XX VALUE "00".
       01 FS-StudMasterFile PIC XX VALUE "00".
       01 FS-ScoreFile PIC XX VALUE "00".
       01 FS-StudentFile PIC XX VALUE "00".
       01 FS-SectionFile PIC XX VALUE "00".
       01 FS-CatalogFile PIC XX VALUE "00".
       01 FS-AuditReportFile PIC XX VALUE "00".
       01 FS-GradCandFile PIC XX VALUE "00".
       01 ScoreEofFlag PIC X VALUE "N".
           88 ScoreAtEof VALUE "Y".
       01 StudMasterEofFlag PIC X VALUE "N".
           88 StudMasterAtEof VALUE "Y".
       01 MajorTable.
           02 MajorEntry OCCURS 50 TIMES.
               03 MjMajorCode PIC X(04).
               03 MjTitle PIC X(30).
               03 MjMinGpa PIC 9V99.
               03 MjMinCredits PIC 999V9.
       01 MajorEntryCount PIC 99 VALUE ZERO.
       01 MajorIndex PIC 99 VALUE ZERO.
       01 MajorFoundIndex PIC 99 VALUE ZERO.
       01 RequiredTable.
           02 RequiredEntry OCCURS 500 TIMES.
               03 RqMajorCode PIC X(04).
               03 RqCourseNum PIC X(08).
               03 RqMinGrade PIC X(01).
       01 RequiredEntryCount PIC 9(3) VALUE ZERO.
       01 RequiredIndex PIC 9(3) VALUE ZERO.
       01 GroupTable.
           02 GroupEntry OCCURS 100 TIMES.
               03 GpMajorCode PIC X(04).
               03 GpGroupId PIC X(02).
               03 GpTitle PIC X(20).
               03 GpMinCredits PIC 99V9.
       01 GroupEntryCount PIC 9(3) VALUE ZERO.
       01 GroupIndex PIC 9(3) VALUE ZERO.
       01 MemberTable.
           02 MemberEntry OCCURS 1000 TIMES.
               03 GmMajorCode PIC X(04).
               03 GmGroupId PIC X(02).
               03 GmCourseNum PIC X(08).
       01 MemberEntryCount PIC 9(4) VALUE ZERO.
       01 MemberIndex PIC 9(4) VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 300 TIMES.
               03 CtblCourseNum PIC X(08).
               03 CtblCredits PIC 9V9.
       01 CatalogEntryCount PIC 9(3) VALUE ZERO.
       01 CatalogIndex PIC 9(3) VALUE ZERO.
       01 CatalogFoundIndex PIC 9(3) VALUE ZERO.
       01 SectionCodeTable.
           02 SectionEntry OCCURS 50 TIMES.
               03 SectblCode PIC X(02).
               03 SectblCourseNum PIC X(08).
       01 SectionEntryCount PIC 99 VALUE ZERO.
       01 SectionIndex PIC 99 VALUE ZERO.
       01 SectionFoundIndex PIC 99 VALUE ZERO.
       01 EnrollTable.
           02 EnrollEntry OCCURS 5000 TIMES.
               03 EnIdNum PIC 9(07).
               03 EnCourseNum PIC X(08).
       01 EnrollEntryCount PIC 9(4) VALUE ZERO.
       01 EnrollIndex PIC 9(4) VALUE ZERO.
       01 EnrollFoundFlag PIC X VALUE "N".
           88 EnrolledNow VALUE "Y".
       01 HistoryTable.
           02 HistoryEntry OCCURS 20000 TIMES.
               03 HsIdNum PIC 9(07).
               03 HsCourseNum PIC X(08).
               03 HsBestGrade PIC X(01).
               03 HsCredits PIC 9V9.
       01 HistoryEntryCount PIC 9(5) VALUE ZERO.
       01 HistoryIndex PIC 9(5) VALUE ZERO.
       01 HistoryFoundIndex PIC 9(5) VALUE ZERO.
       01 CourseIndex PIC 9 VALUE ZERO.
       01 LookupIdNum PIC 9(07) VALUE ZERO.
       01 LookupCourseNum PIC X(08) VALUE SPACES.
       01 RequiredGrade PIC X(01) VALUE SPACES.
       01 HeldGrade PIC X(01) VALUE SPACES.
       01 RequiredCourseFlag PIC X VALUE "N".
           88 IsRequiredCourse VALUE "Y".
       01 MissingFlag PIC X VALUE "N".
           88 RequirementMissing VALUE "Y".
       01 InProgressFlag PIC X VALUE "N".
           88 RequirementInProgress VALUE "Y".
       01 CourseGradePoint PIC 9V9 VALUE ZERO.
       01 QualityPoints PIC 9(5)V99 VALUE ZERO.
       01 GradedHours PIC 9(4)V9 VALUE ZERO.
       01 EarnedHours PIC 9(4)V9 VALUE ZERO.
       01 InProgressHours PIC 9(4)V9 VALUE ZERO.
       01 CheckHours PIC 9(4)V9 VALUE ZERO.
       01 GroupEarned PIC 999V9 VALUE ZERO.
       01 GroupInProgress PIC 999V9 VALUE ZERO.
       01 CumGpa PIC 9V99 VALUE ZERO.
       01 AuditName PIC X(32) VALUE SPACES.
       01 AuditedCount PIC 9(5) VALUE ZERO.
       01 EligibleCount PIC 9(5) VALUE ZERO.
       01 PendingCount PIC 9(5) VALUE ZERO.
       01 NotEligibleCount PIC 9(5) VALUE ZERO.
       01 AuditHeading PIC X(23) VALUE "DEGREE AUDIT BY STUDENT".
       01 AuditStudentLine.
           02 FILLER PIC X(14) VALUE "DEGREE AUDIT  ".
           02 PrnAudIdNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAudName PIC X(32).
           02 FILLER PIC X(7) VALUE "MAJOR ".
           02 PrnAudMajor PIC X(04).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAudMajorTitle PIC X(30).
       01 AuditReqLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "REQUIRED  ".
           02 PrnReqCourse PIC X(08).
           02 FILLER PIC X(6) VALUE "  MIN ".
           02 PrnReqMinGrade PIC X(01).
           02 FILLER PIC X(8) VALUE "  GRADE ".
           02 PrnReqGrade PIC X(01).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReqStatus PIC X(28).
       01 AuditGroupLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "ELECTIVE  ".
           02 PrnGrpId PIC X(02).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGrpTitle PIC X(20).
           02 FILLER PIC X(6) VALUE " NEED ".
           02 PrnGrpNeed PIC Z9.9.
           02 FILLER PIC X(8) VALUE " EARNED ".
           02 PrnGrpEarned PIC ZZ9.9.
           02 FILLER PIC X(9) VALUE " IN PROG ".
           02 PrnGrpInProg PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGrpStatus PIC X(12).
       01 AuditGpaLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(16) VALUE "CUMULATIVE GPA  ".
           02 PrnAudGpa PIC 9.99.
           02 FILLER PIC X(10) VALUE "  MINIMUM ".
           02 PrnAudMinGpa PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAudGpaStatus PIC X(14).
       01 AuditCreditLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(16) VALUE "CREDITS EARNED  ".
           02 PrnAudEarned PIC ZZZ9.9.
           02 FILLER PIC X(9) VALUE " IN PROG ".
           02 PrnAudInProg PIC ZZZ9.9.
           02 FILLER PIC X(10) VALUE "  MINIMUM ".
           02 PrnAudMinCredits PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAudCreditStatus PIC X(12).
       01 AuditResultLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "AUDIT RESULT: ".
           02 PrnAudResult PIC X(36).
       01 AuditTotalLine.
           02 FILLER PIC X(18) VALUE "STUDENTS AUDITED: ".
           02 PrnAuditedCount PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  ELIGIBLE: ".
           02 PrnEligibleCount PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  PENDING: ".
           02 PrnPendingCount PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "  NOT ELIGIBLE: ".
           02 PrnNotEligibleCount PIC ZZZZ9.
       01 GradHeading PIC X(39) VALUE
           "GRADUATION ELIGIBLE LIST - DEGREE AUDIT".
       01 GradHeads.
           02 FILLER PIC X(44) VALUE " STUDENT  NAME".
           02 FILLER PIC X(18) VALUE "MAJOR GPA  CREDITS".
       01 GradDetailLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandIdNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCandName PIC X(32).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCandMajor PIC X(04).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCandGpa PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCandHours PIC ZZZ9.9.

       LINKAGE SECTION.
       01 LinkGradCandCount PIC 9(5).

       PROCEDURE DIVISION USING LinkGradCandCount.
       MOVE ZERO TO MajorEntryCount, RequiredEntryCount,
           GroupEntryCount, MemberEntryCount, CatalogEntryCount,
           SectionEntryCount, EnrollEntryCount, HistoryEntryCount.
       MOVE ZERO TO AuditedCount, EligibleCount, PendingCount,
           NotEligibleCount.
       MOVE "N" TO ScoreEofFlag, StudMasterEofFlag.
       PERFORM LoadRequirementTables.
       PERFORM LoadCatalogTable.
       PERFORM LoadSectionCourses.
       PERFORM LoadEnrollTable.
       PERFORM LoadHistoryTable.
       OPEN OUTPUT AuditReportFile.
       PERFORM CheckAuditReportStatus.
       OPEN OUTPUT GradCandFile.
       PERFORM CheckGradCandStatus.
       WRITE AuditReportLine FROM AuditHeading.
       PERFORM CheckAuditReportStatus.
       WRITE GradCandLine FROM GradHeading.
       PERFORM CheckGradCandStatus.
       WRITE GradCandLine FROM GradHeads AFTER ADVANCING 2 LINES.
       PERFORM CheckGradCandStatus.
       OPEN INPUT StudMasterFile.
       PERFORM CheckStudMasterStatus.
       MOVE ZERO TO SmIdNum.
       START StudMasterFile KEY IS NOT LESS THAN SmIdNum
           INVALID KEY SET StudMasterAtEof TO TRUE
       END-START.
       IF NOT StudMasterAtEof
           READ StudMasterFile NEXT RECORD
               AT END SET StudMasterAtEof TO TRUE
           END-READ
           PERFORM CheckStudMasterStatus
       END-IF.
       PERFORM AuditOneStudent UNTIL StudMasterAtEof.
       CLOSE StudMasterFile.
       MOVE AuditedCount TO PrnAuditedCount.
       MOVE EligibleCount TO PrnEligibleCount.
       MOVE PendingCount TO PrnPendingCount.
       MOVE NotEligibleCount TO PrnNotEligibleCount.
       WRITE AuditReportLine FROM AuditTotalLine
           AFTER ADVANCING 3 LINES.
       PERFORM CheckAuditReportStatus.
       CLOSE AuditReportFile, GradCandFile.
       MOVE EligibleCount TO LinkGradCandCount.
       GOBACK.

       LoadRequirementTables.
           OPEN INPUT ProgReqFile.
           PERFORM CheckProgReqStatus.
           READ ProgReqFile
               AT END SET ProgReqAtEof TO TRUE
           END-READ.
           PERFORM CheckProgReqStatus.
           PERFORM LoadOneRequirement UNTIL ProgReqAtEof.
           CLOSE ProgReqFile.

       LoadOneRequirement.
           EVALUATE TRUE
               WHEN PrMajorHeader
                   IF MajorEntryCount >= 50
                       DISPLAY "DEGREEAUDIT: MAJOR HEADERS EXCEED "
                           MajorEntryCount " ENTRY TABLE - RUN STOPPED"
                       CLOSE ProgReqFile
                       STOP RUN
                   END-IF
                   ADD 1 TO MajorEntryCount
                   MOVE PrMajorCode TO MjMajorCode (MajorEntryCount)
                   MOVE PrMajorTitle TO MjTitle (MajorEntryCount)
                   MOVE PrMinGpa TO MjMinGpa (MajorEntryCount)
                   MOVE PrMinCredits TO MjMinCredits (MajorEntryCount)
               WHEN PrRequiredCourse
                   IF RequiredEntryCount >= 500
                       DISPLAY "DEGREEAUDIT: REQUIRED COURSES EXCEED "
                           RequiredEntryCount
                           " ENTRY TABLE - RUN STOPPED"
                       CLOSE ProgReqFile
                       STOP RUN
                   END-IF
                   ADD 1 TO RequiredEntryCount
                   MOVE PrMajorCode TO RqMajorCode (RequiredEntryCount)
                   MOVE PrReqCourseNum
                       TO RqCourseNum (RequiredEntryCount)
                   MOVE PrReqMinGrade TO RqMinGrade (RequiredEntryCount)
               WHEN PrElectiveGroup
                   IF GroupEntryCount >= 100
                       DISPLAY "DEGREEAUDIT: ELECTIVE GROUPS EXCEED "
                           GroupEntryCount " ENTRY TABLE - RUN STOPPED"
                       CLOSE ProgReqFile
                       STOP RUN
                   END-IF
                   ADD 1 TO GroupEntryCount
                   MOVE PrMajorCode TO GpMajorCode (GroupEntryCount)
                   MOVE PrGroupId TO GpGroupId (GroupEntryCount)
                   MOVE PrGroupTitle TO GpTitle (GroupEntryCount)
                   MOVE PrGroupMinCredits
                       TO GpMinCredits (GroupEntryCount)
               WHEN PrGroupCourse
                   IF MemberEntryCount >= 1000
                       DISPLAY "DEGREEAUDIT: GROUP COURSES EXCEED "
                           MemberEntryCount
                           " ENTRY TABLE - RUN STOPPED"
                       CLOSE ProgReqFile
                       STOP RUN
                   END-IF
                   ADD 1 TO MemberEntryCount
                   MOVE PrMajorCode TO GmMajorCode (MemberEntryCount)
                   MOVE PrMemberGroupId TO GmGroupId (MemberEntryCount)
                   MOVE PrMemberCourseNum
                       TO GmCourseNum (MemberEntryCount)
               WHEN OTHER
                   DISPLAY "DEGREEAUDIT: UNKNOWN REQUIREMENT TYPE "
                       PrRecordType " FOR MAJOR " PrMajorCode
                       " IGNORED"
           END-EVALUATE.
           READ ProgReqFile
               AT END SET ProgReqAtEof TO TRUE
           END-READ.
           PERFORM CheckProgReqStatus.

       LoadCatalogTable.
           OPEN INPUT CatalogFile.
           PERFORM CheckCatalogStatus.
           READ CatalogFile
               AT END SET CatalogAtEof TO TRUE
           END-READ.
           PERFORM CheckCatalogStatus.
           PERFORM LoadOneCatalogCourse UNTIL CatalogAtEof
               OR CatalogEntryCount >= 300.
           IF NOT CatalogAtEof
               DISPLAY "DEGREEAUDIT: CATALOG FILE EXCEEDS "
                   CatalogEntryCount " ENTRY TABLE - RUN STOPPED"
               CLOSE CatalogFile
               STOP RUN
           END-IF.
           CLOSE CatalogFile.

       LoadOneCatalogCourse.
           ADD 1 TO CatalogEntryCount.
           MOVE CatCourseNum TO CtblCourseNum (CatalogEntryCount).
           MOVE CatCredits TO CtblCredits (CatalogEntryCount).
           READ CatalogFile
               AT END SET CatalogAtEof TO TRUE
           END-READ.
           PERFORM CheckCatalogStatus.

       LoadSectionCourses.
           OPEN INPUT SectionFile.
           PERFORM CheckSectionStatus.
           READ SectionFile
               AT END SET SectionAtEof TO TRUE
           END-READ.
           PERFORM CheckSectionStatus.
           PERFORM LoadOneSection UNTIL SectionAtEof
               OR SectionEntryCount >= 50.
           IF NOT SectionAtEof
               DISPLAY "DEGREEAUDIT: SECTION FILE EXCEEDS "
                   SectionEntryCount " ENTRY TABLE - RUN STOPPED"
               CLOSE SectionFile
               STOP RUN
           END-IF.
           CLOSE SectionFile.

       LoadOneSection.
           ADD 1 TO SectionEntryCount.
           MOVE SeCode TO SectblCode (SectionEntryCount).
           MOVE SeCourseNum TO SectblCourseNum (SectionEntryCount).
           READ SectionFile
               AT END SET SectionAtEof TO TRUE
           END-READ.
           PERFORM CheckSectionStatus.

       LoadEnrollTable.
           OPEN INPUT StudentFile.
           PERFORM CheckStudentStatus.
           READ StudentFile
               AT END SET RosterAtEof TO TRUE
           END-READ.
           PERFORM CheckStudentStatus.
           PERFORM LoadOneEnrollment UNTIL RosterAtEof.
           CLOSE StudentFile.

       LoadOneEnrollment.
           MOVE ZERO TO SectionFoundIndex.
           PERFORM CheckOneSectionCode VARYING SectionIndex
               FROM 1 BY 1 UNTIL SectionIndex > SectionEntryCount
               OR SectionFoundIndex > ZERO.
           IF SectionFoundIndex > ZERO
               IF SectblCourseNum (SectionFoundIndex) NOT = SPACES
                   IF EnrollEntryCount >= 5000
                       DISPLAY "DEGREEAUDIT: STUDENT FILE EXCEEDS "
                           EnrollEntryCount
                           " ENTRY TABLE - RUN STOPPED"
                       CLOSE StudentFile
                       STOP RUN
                   END-IF
                   ADD 1 TO EnrollEntryCount
                   MOVE RosterIdNum TO EnIdNum (EnrollEntryCount)
                   MOVE SectblCourseNum (SectionFoundIndex)
                       TO EnCourseNum (EnrollEntryCount)
               END-IF
           END-IF.
           READ StudentFile
               AT END SET RosterAtEof TO TRUE
           END-READ.
           PERFORM CheckStudentStatus.

       CheckOneSectionCode.
           IF SectblCode (SectionIndex) = RosterSectCode
               MOVE SectionIndex TO SectionFoundIndex
           END-IF.

       LoadHistoryTable.
           OPEN INPUT ScoreFile.
           PERFORM CheckScoreStatus.
           READ ScoreFile
               AT END SET ScoreAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreStatus.
           PERFORM LoadOneScoreRecord UNTIL ScoreAtEof.
           CLOSE ScoreFile.

       LoadOneScoreRecord.
           IF ScoreCourseCount >= 1 AND ScoreCourseCount <= 8
               PERFORM LoadOneHistoryCourse VARYING CourseIndex
                   FROM 1 BY 1 UNTIL CourseIndex > ScoreCourseCount
           END-IF.
           READ ScoreFile
               AT END SET ScoreAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreStatus.

       LoadOneHistoryCourse.
           MOVE ZERO TO HistoryFoundIndex.
           IF ScoreCourseNum (CourseIndex) NOT = SPACES
               MOVE ScoreStudentId TO LookupIdNum
               MOVE ScoreCourseNum (CourseIndex) TO LookupCourseNum
               PERFORM FindHistoryEntry
           END-IF.
           IF HistoryFoundIndex = ZERO
               IF HistoryEntryCount >= 20000
                   DISPLAY "DEGREEAUDIT: SCORE HISTORY EXCEEDS "
                       HistoryEntryCount " ENTRY TABLE - RUN STOPPED"
                   CLOSE ScoreFile
                   STOP RUN
               END-IF
               ADD 1 TO HistoryEntryCount
               MOVE ScoreStudentId TO HsIdNum (HistoryEntryCount)
               MOVE ScoreCourseNum (CourseIndex)
                   TO HsCourseNum (HistoryEntryCount)
               MOVE ScoreCourseScore (CourseIndex)
                   TO HsBestGrade (HistoryEntryCount)
               MOVE ScoreCourseCredits (CourseIndex)
                   TO HsCredits (HistoryEntryCount)
           ELSE
               IF ScoreCourseScore (CourseIndex) <
                   HsBestGrade (HistoryFoundIndex)
                   MOVE ScoreCourseScore (CourseIndex)
                       TO HsBestGrade (HistoryFoundIndex)
                   MOVE ScoreCourseCredits (CourseIndex)
                       TO HsCredits (HistoryFoundIndex)
               END-IF
           END-IF.

       FindHistoryEntry.
           MOVE ZERO TO HistoryFoundIndex.
           PERFORM CheckOneHistoryEntry VARYING HistoryIndex
               FROM 1 BY 1 UNTIL HistoryIndex > HistoryEntryCount
               OR HistoryFoundIndex > ZERO.

       CheckOneHistoryEntry.
           IF HsIdNum (HistoryIndex) = LookupIdNum
               AND HsCourseNum (HistoryIndex) = LookupCourseNum
               MOVE HistoryIndex TO HistoryFoundIndex
           END-IF.

       AuditOneStudent.
           IF SmStatus = "A"
               ADD 1 TO AuditedCount
               PERFORM PrintStudentHeader
               EVALUATE TRUE
                   WHEN SmMajorCode = SPACES
                       ADD 1 TO NotEligibleCount
                       MOVE "NO MAJOR DECLARED" TO PrnAudResult
                       PERFORM WriteAuditResult
                   WHEN MajorFoundIndex = ZERO
                       ADD 1 TO NotEligibleCount
                       MOVE "MAJOR NOT ON REQUIREMENTS FILE"
                           TO PrnAudResult
                       PERFORM WriteAuditResult
                   WHEN OTHER
                       PERFORM AuditAgainstMajor
               END-EVALUATE
           END-IF.
           READ StudMasterFile NEXT RECORD
               AT END SET StudMasterAtEof TO TRUE
           END-READ.
           PERFORM CheckStudMasterStatus.

       PrintStudentHeader.
           MOVE ZERO TO MajorFoundIndex.
           PERFORM CheckOneMajor VARYING MajorIndex
               FROM 1 BY 1 UNTIL MajorIndex > MajorEntryCount
               OR MajorFoundIndex > ZERO.
           MOVE SPACES TO AuditName.
           STRING SmLastName DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SmFirstName DELIMITED BY "  "
               INTO AuditName.
           MOVE SmIdNum TO PrnAudIdNum.
           MOVE AuditName TO PrnAudName.
           MOVE SmMajorCode TO PrnAudMajor.
           IF MajorFoundIndex > ZERO
               MOVE MjTitle (MajorFoundIndex) TO PrnAudMajorTitle
           ELSE
               MOVE SPACES TO PrnAudMajorTitle
           END-IF.
           WRITE AuditReportLine FROM AuditStudentLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckAuditReportStatus.

       CheckOneMajor.
           IF MjMajorCode (MajorIndex) = SmMajorCode
               AND SmMajorCode NOT = SPACES
               MOVE MajorIndex TO MajorFoundIndex
           END-IF.

       AuditAgainstMajor.
           MOVE "N" TO MissingFlag.
           MOVE "N" TO InProgressFlag.
           MOVE SmIdNum TO LookupIdNum.
           PERFORM SumStudentHistory.
           PERFORM AuditOneRequiredCourse VARYING RequiredIndex
               FROM 1 BY 1 UNTIL RequiredIndex > RequiredEntryCount.
           PERFORM AuditOneElectiveGroup VARYING GroupIndex
               FROM 1 BY 1 UNTIL GroupIndex > GroupEntryCount.
           PERFORM AuditGpaAndCredits.
           EVALUATE TRUE
               WHEN RequirementMissing
                   ADD 1 TO NotEligibleCount
                   MOVE "NOT ELIGIBLE - REQUIREMENTS MISSING"
                       TO PrnAudResult
               WHEN RequirementInProgress
                   ADD 1 TO PendingCount
                   MOVE "PENDING - WORK IN PROGRESS" TO PrnAudResult
               WHEN OTHER
                   ADD 1 TO EligibleCount
                   MOVE "ELIGIBLE TO GRADUATE" TO PrnAudResult
                   PERFORM WriteGradCandidate
           END-EVALUATE.
           PERFORM WriteAuditResult.

       SumStudentHistory.
           MOVE ZERO TO QualityPoints, GradedHours, EarnedHours,
               InProgressHours.
           PERFORM SumOneHistoryEntry VARYING HistoryIndex
               FROM 1 BY 1 UNTIL HistoryIndex > HistoryEntryCount.
           PERFORM SumOneEnrollment VARYING EnrollIndex
               FROM 1 BY 1 UNTIL EnrollIndex > EnrollEntryCount.
           IF GradedHours > ZERO
               COMPUTE CumGpa ROUNDED = QualityPoints / GradedHours
           ELSE
               MOVE ZERO TO CumGpa
           END-IF.

       SumOneHistoryEntry.
           IF HsIdNum (HistoryIndex) = LookupIdNum
               EVALUATE TRUE
                   WHEN HsBestGrade (HistoryIndex) = "A"
                       MOVE 4.0 TO CourseGradePoint
                   WHEN HsBestGrade (HistoryIndex) = "B"
                       MOVE 3.0 TO CourseGradePoint
                   WHEN HsBestGrade (HistoryIndex) = "C"
                       MOVE 2.0 TO CourseGradePoint
                   WHEN HsBestGrade (HistoryIndex) = "D"
                       MOVE 1.0 TO CourseGradePoint
                   WHEN OTHER
                       MOVE 0.0 TO CourseGradePoint
               END-EVALUATE
               IF HsBestGrade (HistoryIndex) IS FinalGrade
                   COMPUTE QualityPoints = QualityPoints +
                       (CourseGradePoint * HsCredits (HistoryIndex))
                   ADD HsCredits (HistoryIndex) TO GradedHours
               END-IF
               IF HsBestGrade (HistoryIndex) IS PassingScore
                   ADD HsCredits (HistoryIndex) TO EarnedHours
               END-IF
               IF HsBestGrade (HistoryIndex) = "I"
                   ADD HsCredits (HistoryIndex) TO InProgressHours
               END-IF
           END-IF.

       SumOneEnrollment.
           IF EnIdNum (EnrollIndex) = LookupIdNum
               MOVE EnCourseNum (EnrollIndex) TO LookupCourseNum
               PERFORM FindHistoryEntry
               MOVE SPACES TO HeldGrade
               IF HistoryFoundIndex > ZERO
                   MOVE HsBestGrade (HistoryFoundIndex) TO HeldGrade
               END-IF
               IF HeldGrade IS NOT PassingScore AND HeldGrade NOT = "I"
                   PERFORM FindCatalogCredits
                   IF CatalogFoundIndex > ZERO
                       ADD CtblCredits (CatalogFoundIndex)
                           TO InProgressHours
                   END-IF
               END-IF
           END-IF.

       FindCatalogCredits.
           MOVE ZERO TO CatalogFoundIndex.
           PERFORM CheckOneCatalogCourse VARYING CatalogIndex
               FROM 1 BY 1 UNTIL CatalogIndex > CatalogEntryCount
               OR CatalogFoundIndex > ZERO.

       CheckOneCatalogCourse.
           IF CtblCourseNum (CatalogIndex) = LookupCourseNum
               MOVE CatalogIndex TO CatalogFoundIndex
           END-IF.

       FindCurrentEnrollment.
           MOVE "N" TO EnrollFoundFlag.
           PERFORM CheckOneEnrollment VARYING EnrollIndex
               FROM 1 BY 1 UNTIL EnrollIndex > EnrollEntryCount
               OR EnrolledNow.

       CheckOneEnrollment.
           IF EnIdNum (EnrollIndex) = LookupIdNum
               AND EnCourseNum (EnrollIndex) = LookupCourseNum
               SET EnrolledNow TO TRUE
           END-IF.

       AuditOneRequiredCourse.
           IF RqMajorCode (RequiredIndex) = SmMajorCode
               MOVE RqCourseNum (RequiredIndex) TO LookupCourseNum
               PERFORM FindHistoryEntry
               PERFORM FindCurrentEnrollment
               MOVE SPACES TO HeldGrade
               IF HistoryFoundIndex > ZERO
                   MOVE HsBestGrade (HistoryFoundIndex) TO HeldGrade
               END-IF
               MOVE RqMinGrade (RequiredIndex) TO RequiredGrade
               IF RequiredGrade = SPACE
                   MOVE "D" TO RequiredGrade
               END-IF
               EVALUATE TRUE
                   WHEN HeldGrade IS PassingScore
                       AND HeldGrade NOT > RequiredGrade
                       MOVE "MET" TO PrnReqStatus
                   WHEN EnrolledNow OR HeldGrade = "I"
                       SET RequirementInProgress TO TRUE
                       MOVE "IN PROGRESS" TO PrnReqStatus
                   WHEN HeldGrade NOT = SPACE
                       SET RequirementMissing TO TRUE
                       MOVE "MISSING - GRADE BELOW MIN" TO PrnReqStatus
                   WHEN OTHER
                       SET RequirementMissing TO TRUE
                       MOVE "MISSING - NOT TAKEN" TO PrnReqStatus
               END-EVALUATE
               MOVE RqCourseNum (RequiredIndex) TO PrnReqCourse
               MOVE RequiredGrade TO PrnReqMinGrade
               MOVE HeldGrade TO PrnReqGrade
               WRITE AuditReportLine FROM AuditReqLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckAuditReportStatus
           END-IF.

       AuditOneElectiveGroup.
           IF GpMajorCode (GroupIndex) = SmMajorCode
               MOVE ZERO TO GroupEarned, GroupInProgress
               PERFORM CountOneGroupCourse VARYING MemberIndex
                   FROM 1 BY 1 UNTIL MemberIndex > MemberEntryCount
               COMPUTE CheckHours = GroupEarned + GroupInProgress
               EVALUATE TRUE
                   WHEN GroupEarned >= GpMinCredits (GroupIndex)
                       MOVE "MET" TO PrnGrpStatus
                   WHEN CheckHours >= GpMinCredits (GroupIndex)
                       SET RequirementInProgress TO TRUE
                       MOVE "IN PROGRESS" TO PrnGrpStatus
                   WHEN OTHER
                       SET RequirementMissing TO TRUE
                       MOVE "MISSING" TO PrnGrpStatus
               END-EVALUATE
               MOVE GpGroupId (GroupIndex) TO PrnGrpId
               MOVE GpTitle (GroupIndex) TO PrnGrpTitle
               MOVE GpMinCredits (GroupIndex) TO PrnGrpNeed
               MOVE GroupEarned TO PrnGrpEarned
               MOVE GroupInProgress TO PrnGrpInProg
               WRITE AuditReportLine FROM AuditGroupLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckAuditReportStatus
           END-IF.

       CountOneGroupCourse.
           IF GmMajorCode (MemberIndex) = SmMajorCode
               AND GmGroupId (MemberIndex) = GpGroupId (GroupIndex)
               MOVE GmCourseNum (MemberIndex) TO LookupCourseNum
               MOVE "N" TO RequiredCourseFlag
               PERFORM CheckOneRequiredMatch VARYING RequiredIndex
                   FROM 1 BY 1 UNTIL RequiredIndex > RequiredEntryCount
                   OR IsRequiredCourse
               IF NOT IsRequiredCourse
                   PERFORM CountGroupCourseCredits
               END-IF
           END-IF.

       CheckOneRequiredMatch.
           IF RqMajorCode (RequiredIndex) = SmMajorCode
               AND RqCourseNum (RequiredIndex) = LookupCourseNum
               SET IsRequiredCourse TO TRUE
           END-IF.

       CountGroupCourseCredits.
           PERFORM FindHistoryEntry.
           MOVE SPACES TO HeldGrade.
           IF HistoryFoundIndex > ZERO
               MOVE HsBestGrade (HistoryFoundIndex) TO HeldGrade
           END-IF.
           IF HeldGrade IS PassingScore
               ADD HsCredits (HistoryFoundIndex) TO GroupEarned
           ELSE
               PERFORM FindCurrentEnrollment
               IF HeldGrade = "I"
                   ADD HsCredits (HistoryFoundIndex) TO GroupInProgress
               ELSE
                   IF EnrolledNow
                       PERFORM FindCatalogCredits
                       IF CatalogFoundIndex > ZERO
                           ADD CtblCredits (CatalogFoundIndex)
                               TO GroupInProgress
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AuditGpaAndCredits.
           MOVE CumGpa TO PrnAudGpa.
           MOVE MjMinGpa (MajorFoundIndex) TO PrnAudMinGpa.
           IF CumGpa >= MjMinGpa (MajorFoundIndex)
               MOVE "MET" TO PrnAudGpaStatus
           ELSE
               SET RequirementMissing TO TRUE
               MOVE "BELOW MINIMUM" TO PrnAudGpaStatus
           END-IF.
           WRITE AuditReportLine FROM AuditGpaLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckAuditReportStatus.
           COMPUTE CheckHours = EarnedHours + InProgressHours.
           MOVE EarnedHours TO PrnAudEarned.
           MOVE InProgressHours TO PrnAudInProg.
           MOVE MjMinCredits (MajorFoundIndex) TO PrnAudMinCredits.
           EVALUATE TRUE
               WHEN EarnedHours >= MjMinCredits (MajorFoundIndex)
                   MOVE "MET" TO PrnAudCreditStatus
               WHEN CheckHours >= MjMinCredits (MajorFoundIndex)
                   SET RequirementInProgress TO TRUE
                   MOVE "IN PROGRESS" TO PrnAudCreditStatus
               WHEN OTHER
                   SET RequirementMissing TO TRUE
                   MOVE "MISSING" TO PrnAudCreditStatus
           END-EVALUATE.
           WRITE AuditReportLine FROM AuditCreditLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckAuditReportStatus.

       WriteAuditResult.
           WRITE AuditReportLine FROM AuditResultLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckAuditReportStatus.

       WriteGradCandidate.
           MOVE SmIdNum TO PrnCandIdNum.
           MOVE AuditName TO PrnCandName.
           MOVE SmMajorCode TO PrnCandMajor.
           MOVE CumGpa TO PrnCandGpa.
           MOVE EarnedHours TO PrnCandHours.
           WRITE GradCandLine FROM GradDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckGradCandStatus.

       CheckProgReqStatus.
           IF FS-ProgReqFile NOT = "00" AND FS-ProgReqFile NOT = "05"
               AND FS-ProgReqFile NOT = "10"
               DISPLAY "I/O ERROR ON PROGREQ STATUS " FS-ProgReqFile
               STOP RUN
           END-IF.

       CheckStudMasterStatus.
           IF FS-StudMasterFile NOT = "00"
               AND FS-StudMasterFile NOT = "05"
               AND FS-StudMasterFile NOT = "10"
               DISPLAY "I/O ERROR ON STUDMASTER STATUS "
                   FS-StudMasterFile
               STOP RUN
           END-IF.

       CheckScoreStatus.
           IF FS-ScoreFile NOT = "00" AND FS-ScoreFile NOT = "05"
               AND FS-ScoreFile NOT = "10"
               DISPLAY "I/O ERROR ON SCOREFILE STATUS " FS-ScoreFile
               STOP RUN
           END-IF.

       CheckStudentStatus.
           IF FS-StudentFile NOT = "00" AND FS-StudentFile NOT = "05"
               AND FS-StudentFile NOT = "10"
               DISPLAY "I/O ERROR ON STUDENTFILE STATUS "
                   FS-StudentFile
               STOP RUN
           END-IF.

       CheckSectionStatus.
           IF FS-SectionFile NOT = "00" AND FS-SectionFile NOT = "05"
               AND FS-SectionFile NOT = "10"
               DISPLAY "I/O ERROR ON SECTIONFILE STATUS "
                   FS-SectionFile
               STOP RUN
           END-IF.

       CheckCatalogStatus.
           IF FS-CatalogFile NOT = "00" AND FS-CatalogFile NOT = "05"
               AND FS-CatalogFile NOT = "10"
               DISPLAY "I/O ERROR ON CATALOGFILE STATUS "
                   FS-CatalogFile
               STOP RUN
           END-IF.

       CheckAuditReportStatus.
           IF FS-AuditReportFile NOT = "00"
               DISPLAY "I/O ERROR ON AUDITREPORT STATUS "
                   FS-AuditReportFile
               STOP RUN
           END-IF.

       CheckGradCandStatus.
           IF FS-GradCandFile NOT = "00"
               DISPLAY "I/O ERROR ON GRADCAND STATUS "
                   FS-GradCandFile
               STOP RUN
           END-IF.
