       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECONVERT.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldScoreFile ASSIGN TO "scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OldScoreFile.
           SELECT ScoreUnloadFile ASSIGN TO "ScoreUnload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ScoreUnloadFile.
           SELECT ScoreFile ASSIGN TO "scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ScoreFile.
       DATA DIVISION.
       FILE SECTION.
       FD OldScoreFile.
       01 OldScoreRecord.
           02 OldScoreStudentId PIC 9(07).
           02 OldScoreStudentName PIC X(20).
           02 OldScoreTermId PIC X(05).
           02 OldScoreCourseCount PIC 9.
           02 OldScoreCourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON OldScoreCourseCount.
               03 OldScoreCourseScore PIC X(01).
               03 OldScoreCourseCredits PIC 9V9.

       FD ScoreUnloadFile.
       01 ScoreUnloadRecord.
           88 ScoreUnloadAtEof VALUE HIGH-VALUE.
           02 UnlStudentId PIC 9(07).
           02 UnlStudentName PIC X(20).
           02 UnlTermId PIC X(05).
           02 UnlCourseCount PIC 9.
           02 UnlCourseTable OCCURS 8 TIMES.
               03 UnlCourseScore PIC X(01).
               03 UnlCourseCredits PIC 9V9.

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

       WORKING-STORAGE SECTION.
       01 FS-OldScoreFile PIC XX VALUE "00".
       01 FS-ScoreUnloadFile PIC XX VALUE "00".
       01 FS-ScoreFile PIC XX VALUE "00".
       01 OldScoreEofFlag PIC X VALUE "N".
           88 OldScoreAtEof VALUE "Y".
       01 CourseIndex PIC 9 VALUE ZERO.
       01 UnloadedCount PIC 9(5) VALUE ZERO.
       01 ReloadedCount PIC 9(5) VALUE ZERO.
       01 SkippedCount PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       DISPLAY "SCORECONVERT: ONE-TIME CONVERSION OF scores.dat TO "
           "THE LAYOUT WITH A COURSE NUMBER PER GRADE".
       DISPLAY "SCORECONVERT: EXISTING GRADES GET A BLANK COURSE "
           "NUMBER AND DO NOT COUNT TOWARD PREREQUISITES".
       OPEN INPUT OldScoreFile.
       PERFORM CheckOldScoreStatus.
       OPEN OUTPUT ScoreUnloadFile.
       PERFORM CheckScoreUnloadStatus.
       READ OldScoreFile
           AT END SET OldScoreAtEof TO TRUE
       END-READ.
       PERFORM CheckOldScoreStatus.
       PERFORM UnloadOneScore UNTIL OldScoreAtEof.
       CLOSE OldScoreFile, ScoreUnloadFile.
       OPEN INPUT ScoreUnloadFile.
       PERFORM CheckScoreUnloadStatus.
       OPEN OUTPUT ScoreFile.
       PERFORM CheckScoreStatus.
       READ ScoreUnloadFile
           AT END SET ScoreUnloadAtEof TO TRUE
       END-READ.
       PERFORM CheckScoreUnloadStatus.
       PERFORM ReloadOneScore UNTIL ScoreUnloadAtEof.
       CLOSE ScoreUnloadFile, ScoreFile.
       DISPLAY "SCORECONVERT: " UnloadedCount " UNLOADED, "
           ReloadedCount " RELOADED, " SkippedCount " SKIPPED".
       GOBACK.

       UnloadOneScore.
           IF OldScoreCourseCount IS NUMERIC
               AND OldScoreCourseCount >= 1
               AND OldScoreCourseCount <= 8
               MOVE SPACES TO ScoreUnloadRecord
               MOVE OldScoreRecord TO ScoreUnloadRecord
               WRITE ScoreUnloadRecord
               PERFORM CheckScoreUnloadStatus
               ADD 1 TO UnloadedCount
           ELSE
               DISPLAY "SCORECONVERT: BAD COURSE COUNT FOR "
                   OldScoreStudentId " " OldScoreTermId " NOT CONVERTED"
               ADD 1 TO SkippedCount
           END-IF.
           READ OldScoreFile
               AT END SET OldScoreAtEof TO TRUE
           END-READ.
           PERFORM CheckOldScoreStatus.

       ReloadOneScore.
           MOVE UnlStudentId TO ScoreStudentId.
           MOVE UnlStudentName TO ScoreStudentName.
           MOVE UnlTermId TO ScoreTermId.
           MOVE UnlCourseCount TO ScoreCourseCount.
           PERFORM ReloadOneCourse VARYING CourseIndex
               FROM 1 BY 1 UNTIL CourseIndex > UnlCourseCount.
           WRITE ScoreRecord.
           PERFORM CheckScoreStatus.
           ADD 1 TO ReloadedCount.
           READ ScoreUnloadFile
               AT END SET ScoreUnloadAtEof TO TRUE
           END-READ.
           PERFORM CheckScoreUnloadStatus.

       ReloadOneCourse.
           MOVE SPACES TO ScoreCourseNum (CourseIndex).
           MOVE UnlCourseScore (CourseIndex)
               TO ScoreCourseScore (CourseIndex).
           MOVE UnlCourseCredits (CourseIndex)
               TO ScoreCourseCredits (CourseIndex).

       CheckOldScoreStatus.
           IF FS-OldScoreFile NOT = "00"
               AND FS-OldScoreFile NOT = "10"
               DISPLAY "I/O ERROR ON OLD SCOREFILE STATUS "
                   FS-OldScoreFile
               STOP RUN
           END-IF.

       CheckScoreUnloadStatus.
           IF FS-ScoreUnloadFile NOT = "00"
               AND FS-ScoreUnloadFile NOT = "10"
               DISPLAY "I/O ERROR ON SCOREUNLOAD STATUS "
                   FS-ScoreUnloadFile
               STOP RUN
           END-IF.

       CheckScoreStatus.
           IF FS-ScoreFile NOT = "00"
               DISPLAY "I/O ERROR ON SCOREFILE STATUS " FS-ScoreFile
               STOP RUN
           END-IF.
