           02 CourseCount PIC 9.
           02 CourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON CourseCount.
               03 CourseNum PIC X(08).
               03 CourseScore PIC X(01).
               03 CourseCredits PIC 9V9.
       FD StudentFile.
           02 SmStateCode PIC X(02).
           02 SmZipCode PIC X(05).
           02 SmStatus PIC X(01).
           02 SmMajorCode PIC X(04).

       WORKING-STORAGE SECTION.
       01 FS-StudentFile PIC XX VALUE "00".
               WHEN OTHER
                   MOVE 0.0 TO CourseGradePoint
           END-EVALUATE.
           IF CourseScore (CourseIndex) NOT = "I"
               IF CourseScore (CourseIndex) IS NOT PassingScore
                   MOVE "N" TO StudentPassFlag
               END-IF
               COMPUTE TotalQualityPoints =
                   TotalQualityPoints +
                   (CourseGradePoint * CourseCredits (CourseIndex))
               ADD CourseCredits (CourseIndex) TO TotalCreditHours
           END-IF.

       PrintOneRosterStudent.
           IF NotFirstSection AND RosterSectCode NOT = PreviousSectCode
