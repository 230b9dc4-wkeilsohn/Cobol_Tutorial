       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS ValidGrade IS "A" "B" "C" "D" "F" "I".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GradesheetFile ASSIGN TO "Gradesheet.dat"
           SELECT OPTIONAL SectionFile ASSIGN TO "Section.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SectionFile.
           SELECT OPTIONAL CatalogFile ASSIGN TO "Catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CatalogFile.
           SELECT OPTIONAL StudMasterFile ASSIGN TO "StudMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02 GsCourseCount PIC 9.
           02 GsCourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON GsCourseCount.
               03 GsCourseNum PIC X(08).
               03 GsCourseScore PIC X(01).
               03 GsCourseCredits PIC 9V9.

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

       FD StudMasterFile.
       01 StudMasterRecord.
           02 SmStateCode PIC X(02).
           02 SmZipCode PIC X(05).
           02 SmStatus PIC X(01).
           02 SmMajorCode PIC X(04).

       FD ScoreFile.
       01 ScoreRecord.
           02 ScoreCourseCount PIC 9.
           02 ScoreCourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON ScoreCourseCount.
               03 ScoreCourseNum PIC X(08).
               03 ScoreCourseScore PIC X(01).
               03 ScoreCourseCredits PIC 9V9.

       01 FS-StudentFile PIC XX VALUE "00".
       01 FS-SectionFile PIC XX VALUE "00".
       01 FS-StudMasterFile PIC XX VALUE "00".
       01 FS-CatalogFile PIC XX VALUE "00".
       01 FS-ScoreFile PIC XX VALUE "00".
       01 FS-RejectFile PIC XX VALUE "00".
       01 FS-EditReportFile PIC XX VALUE "00".
       01 RosterIndex PIC 9(4) VALUE ZERO.
       01 RosterFoundIndex PIC 9(4) VALUE ZERO.
       01 SectionCodeTable.
           02 SectionEntry OCCURS 50 TIMES.
               03 SectblCode PIC X(02).
               03 SectblCourseNum PIC X(08).
       01 SectionEntryCount PIC 99 VALUE ZERO.
       01 SectionIndex PIC 99 VALUE ZERO.
       01 SectionFoundIndex PIC 99 VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 300 TIMES.
               03 CtblCourseNum PIC X(08).
               03 CtblCredits PIC 9V9.
       01 CatalogEntryCount PIC 9(3) VALUE ZERO.
       01 CatalogIndex PIC 9(3) VALUE ZERO.
       01 CatalogFoundIndex PIC 9(3) VALUE ZERO.
       01 LookupCourseNum PIC X(08) VALUE SPACES.
       01 CourseValidFlag PIC X VALUE "Y".
           88 CoursesAreValid VALUE "Y".
       01 SectionValidFlag PIC X VALUE "Y".
           88 SectionIsValid VALUE "Y".
       01 GradeValidFlag PIC X VALUE "Y".

       PROCEDURE DIVISION.
       PERFORM LoadSectionTable.
       PERFORM LoadCatalogTable.
       PERFORM LoadRosterTable.
       OPEN INPUT GradesheetFile.
       PERFORM CheckGradesheetStatus.
       LoadOneSection.
           ADD 1 TO SectionEntryCount.
           MOVE SeCode TO SectblCode (SectionEntryCount).
           MOVE SeCourseNum TO SectblCourseNum (SectionEntryCount).
           READ SectionFile
               AT END SET SectionAtEof TO TRUE
           END-READ.

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
               DISPLAY "GRADEPOST: COURSE CATALOG EXCEEDS "
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

       LoadRosterTable.
           OPEN INPUT StudentFile.
           PERFORM CheckStudentStatus.
           PERFORM ValidateSection.
           PERFORM FindRosterStudent.
           PERFORM ValidateGrades.
           PERFORM ValidateCourses.
           EVALUATE TRUE
               WHEN GsCourseCount = ZERO OR GsCourseCount > 8
                   MOVE "BAD COURSE COUNT" TO RejectReason
               WHEN NOT GradesAreValid
                   MOVE "INVALID GRADE" TO RejectReason
                   PERFORM RejectOneGradesheet
               WHEN NOT CoursesAreValid
                   MOVE "COURSE NOT IN CATALOG" TO RejectReason
                   PERFORM RejectOneGradesheet
               WHEN OTHER
                   PERFORM PostOneGradesheet
           END-EVALUATE.
           PERFORM CheckGradesheetStatus.

       ValidateSection.
           MOVE ZERO TO SectionFoundIndex.
           IF SectionEntryCount = ZERO
               MOVE "Y" TO SectionValidFlag
           ELSE
       CheckOneSection.
           IF SectblCode (SectionIndex) = GsSectCode
               MOVE "Y" TO SectionValidFlag
               MOVE SectionIndex TO SectionFoundIndex
           END-IF.

       FindRosterStudent.
               MOVE "N" TO GradeValidFlag
           END-IF.

       ValidateCourses.
           MOVE "Y" TO CourseValidFlag.
           IF CatalogEntryCount > ZERO
               AND GsCourseCount >= 1 AND GsCourseCount <= 8
               PERFORM CheckOneCourse VARYING CourseIndex
                   FROM 1 BY 1 UNTIL CourseIndex > GsCourseCount
           END-IF.

       CheckOneCourse.
           PERFORM ResolveCourseNum.
           PERFORM FindCatalogCourse.
           IF CatalogFoundIndex = ZERO
               MOVE "N" TO CourseValidFlag
           END-IF.

       ResolveCourseNum.
           MOVE GsCourseNum (CourseIndex) TO LookupCourseNum.
           IF LookupCourseNum = SPACES AND SectionFoundIndex > ZERO
               MOVE SectblCourseNum (SectionFoundIndex)
                   TO LookupCourseNum
           END-IF.

       FindCatalogCourse.
           MOVE ZERO TO CatalogFoundIndex.
           PERFORM CheckOneCatalogCourse VARYING CatalogIndex
               FROM 1 BY 1 UNTIL CatalogIndex > CatalogEntryCount
               OR CatalogFoundIndex > ZERO.

       CheckOneCatalogCourse.
           IF CtblCourseNum (CatalogIndex) = LookupCourseNum
               AND LookupCourseNum NOT = SPACES
               MOVE CatalogIndex TO CatalogFoundIndex
           END-IF.

       PostOneGradesheet.
           MOVE GsIdNum TO ScoreStudentId.
           PERFORM BuildStudentName.
           END-READ.

       MoveOneCourse.
           PERFORM ResolveCourseNum.
           MOVE LookupCourseNum TO ScoreCourseNum (CourseIndex).
           MOVE GsCourseScore (CourseIndex)
               TO ScoreCourseScore (CourseIndex).
           PERFORM FindCatalogCourse.
           IF CatalogFoundIndex > ZERO
               MOVE CtblCredits (CatalogFoundIndex)
                   TO ScoreCourseCredits (CourseIndex)
           ELSE
               MOVE GsCourseCredits (CourseIndex)
                   TO ScoreCourseCredits (CourseIndex)
           END-IF.

       RejectOneGradesheet.
           ADD 1 TO RejectCount.
               STOP RUN
           END-IF.

       CheckCatalogStatus.
           IF FS-CatalogFile NOT = "00" AND FS-CatalogFile NOT = "05"
               AND FS-CatalogFile NOT = "10"
               DISPLAY "I/O ERROR ON CATALOGFILE STATUS "
                   FS-CatalogFile
               STOP RUN
           END-IF.

       CheckStudMasterStatus.
           IF FS-StudMasterFile NOT = "00"
               AND FS-StudMasterFile NOT = "05"
