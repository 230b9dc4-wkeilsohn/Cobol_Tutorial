           02 CourseCount PIC 9.
           02 CourseTable OCCURS 1 TO 8 TIMES
               DEPENDING ON CourseCount.
               03 CourseNum PIC X(08).
               03 CourseScore PIC X(01).
               03 CourseCredits PIC 9V9.
       FD GpaReportFile.
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

       ComputeCumulativeGpa.
           MOVE TotalQualityPoints TO CumQualityPoints.
