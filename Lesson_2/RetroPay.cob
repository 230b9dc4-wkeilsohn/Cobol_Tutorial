       Identification division.
       program-id. RETROPAY.
       Author. William-Keilsohn.
       environment division.
       configuration section.
       input-output section.
       file-control.
           SELECT OPTIONAL RateHistFile ASSIGN TO "RateHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RateHistFile.
           SELECT OPTIONAL PayHistFile ASSIGN TO "PayHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PayHistFile.
           SELECT OPTIONAL RetroPayFile ASSIGN TO "RetroPay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RetroPayFile.
           SELECT EmployeeFile ASSIGN TO "Employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmpId
               FILE STATUS IS FS-EmployeeFile.
           SELECT RetroRegisterFile ASSIGN TO "RetroReg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RetroRegisterFile.
           SELECT OPTIONAL JobStatsFile ASSIGN TO "JobStats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JobStatsFile.

       data division.
       file section.
       FD RateHistFile.
       01 RateHistRecord.
           88 RateHistAtEof VALUE HIGH-VALUE.
           02 RhEmpId PIC 9(5).
           02 RhEffectiveDate PIC 9(8).
           02 RhOldRate PIC 9(3)V99.
           02 RhNewRate PIC 9(3)V99.
           02 RhEnteredDate PIC 9(8).
           02 RhRetroStatus PIC X.

       FD PayHistFile.
       01 PayHistRecord.
           88 PayHistAtEof VALUE HIGH-VALUE.
           02 PhEmpId PIC 9(5).
           02 PhPayDate PIC 9(8).
           02 PhRunType PIC X.
           02 PhPayRate PIC 9(3)V99.
           02 PhRetroRate PIC 9(3)V99.
           02 PhRegHours PIC 9(4)V99.
           02 PhOtHours PIC 9(4)V99.
           02 PhVacHours PIC 9(4)V99.
           02 PhHolHours PIC 9(4)V99.
           02 PhSickHours PIC 9(4)V99.

       FD RetroPayFile.
       01 RetroPayRecord.
           02 RpEmpId PIC 9(5).
           02 RpEffectiveDate PIC 9(8).
           02 RpAmount PIC 9(5)V99.
           02 RpCreatedDate PIC 9(8).

       FD EmployeeFile.
       01 EmployeeRecord.
           02 EmpId PIC 9(5).
           02 EmpName PIC X(20).
           02 EmpPayRate PIC 9(3)V99.
           02 EmpFilingStatus PIC X.
           02 EmpStatus PIC X.
           02 EmpVacBalance PIC 9(3)V99.
           02 EmpSickBalance PIC 9(3)V99.
           02 EmpDepositFlag PIC X.
           02 EmpRouting PIC 9(9).
           02 EmpAccount PIC X(12).
           02 EmpSSNum.
               03 EmpSSArea PIC 999.
               03 EmpSSGroup PIC 99.
               03 EmpSSSerial PIC 9999.
           02 EmpHomeAddress.
               03 EmpStreet PIC X(20).
               03 EmpCity PIC X(15).
               03 EmpState PIC X(02).
               03 EmpZip PIC X(05).
           02 EmpDept PIC X(4).

       FD RetroRegisterFile.
       01 RetroRegisterLine PIC X(100).

       FD JobStatsFile.
       01 JobStatsRecord.
           02 JsJobName PIC X(14).
           02 JsDate PIC 9(8).
           02 JsTime PIC 9(6).
           02 JsRead PIC 9(7).
           02 JsWritten PIC 9(7).
           02 JsRejected PIC 9(7).
           02 JsAmount PIC S9(11)V99.
           02 JsStatus PIC X(8).

       working-storage section.
       01 FS-RateHistFile PIC XX VALUE "00".
       01 FS-PayHistFile PIC XX VALUE "00".
       01 FS-RetroPayFile PIC XX VALUE "00".
       01 FS-EmployeeFile PIC XX VALUE "00".
       01 FS-RetroRegisterFile PIC XX VALUE "00".
       01 FS-JobStatsFile PIC XX VALUE "00".
       01 RunDate PIC 9(8) VALUE ZERO.
       01 JobRunTime.
           02 JrHour PIC 99.
           02 JrMinute PIC 99.
           02 JrSecond PIC 99.
           02 JrHundredth PIC 99.
       01 RateChangeTable.
           02 RateChangeEntry OCCURS 1000 TIMES.
               03 RcTblEmpId PIC 9(5).
               03 RcTblEffectiveDate PIC 9(8).
               03 RcTblOldRate PIC 9(3)V99.
               03 RcTblNewRate PIC 9(3)V99.
               03 RcTblEnteredDate PIC 9(8).
               03 RcTblRetroStatus PIC X.
                   88 RcTblPending VALUE "P".
       01 RateChangeCount PIC 9(4) VALUE ZERO.
       01 RateChangeIndex PIC 9(4) VALUE ZERO.
       01 PayHistTable.
           02 PayHistEntry OCCURS 20000 TIMES.
               03 PhTblEmpId PIC 9(5).
               03 PhTblPayDate PIC 9(8).
               03 PhTblRunType PIC X.
               03 PhTblPayRate PIC 9(3)V99.
               03 PhTblRetroRate PIC 9(3)V99.
               03 PhTblRegHours PIC 9(4)V99.
               03 PhTblOtHours PIC 9(4)V99.
               03 PhTblVacHours PIC 9(4)V99.
               03 PhTblHolHours PIC 9(4)V99.
               03 PhTblSickHours PIC 9(4)V99.
       01 PayHistCount PIC 9(5) VALUE ZERO.
       01 PayHistIndex PIC 9(5) VALUE ZERO.
       01 RateDifference PIC 9(3)V99 VALUE ZERO.
       01 RetroTypeLabel PIC X(8) VALUE SPACES.
       01 RetroHours PIC 9(4)V99 VALUE ZERO.
       01 RetroFactor PIC 9V9 VALUE ZERO.
       01 RetroLineAmount PIC 9(5)V99 VALUE ZERO.
       01 ChangeRetroAmount PIC 9(5)V99 VALUE ZERO.
       01 ChangePeriodCount PIC 9(4) VALUE ZERO.
       01 ChangesProcessed PIC 9(5) VALUE ZERO.
       01 DecreaseCount PIC 9(5) VALUE ZERO.
       01 RetroRecordCount PIC 9(5) VALUE ZERO.
       01 RetroGrandTotal PIC 9(9)V99 VALUE ZERO.
       01 RetroHeading.
           02 FILLER PIC X(31) VALUE
               "RETROACTIVE PAY REGISTER - RUN ".
           02 PrnRetroRunDate PIC 9(8).
       01 RetroChangeLine.
           02 FILLER PIC X(9) VALUE "EMPLOYEE ".
           02 PrnRcEmpId PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRcEmpName PIC X(20).
           02 FILLER PIC X(6) VALUE " RATE ".
           02 PrnRcOldRate PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnRcNewRate PIC ZZ9.99.
           02 FILLER PIC X(11) VALUE " EFFECTIVE ".
           02 PrnRcEffectiveDate PIC 9(8).
           02 FILLER PIC X(9) VALUE " ENTERED ".
           02 PrnRcEnteredDate PIC 9(8).
       01 RetroDetailHeads.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "PAY DATE".
           02 FILLER PIC X(10) VALUE "TYPE".
           02 FILLER PIC X(9) VALUE "   HOURS".
           02 FILLER PIC X(10) VALUE " PAID RATE".
           02 FILLER PIC X(9) VALUE " NEW RATE".
           02 FILLER PIC X(7) VALUE " FACTOR".
           02 FILLER PIC X(12) VALUE "       RETRO".
       01 RetroDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRdPayDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRdType PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRdHours PIC Z,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRdPaidRate PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnRdNewRate PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRdFactor PIC 9.9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnRdAmount PIC ZZ,ZZ9.99.
       01 RetroResultLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRrText PIC X(40).
           02 PrnRrAmount PIC ZZ,ZZ9.99.
       01 RetroTotalLine.
           02 PrnRtLabel PIC X(32).
           02 PrnRtCount PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRtAmount PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM LoadRateChangeTable.
       PERFORM LoadPayHistTable.
       OPEN INPUT EmployeeFile.
       PERFORM CheckEmployeeStatus.
       OPEN EXTEND RetroPayFile.
       PERFORM CheckRetroPayStatus.
       OPEN OUTPUT RetroRegisterFile.
       PERFORM CheckRetroRegisterStatus.
       MOVE RunDate TO PrnRetroRunDate.
       WRITE RetroRegisterLine FROM RetroHeading.
       PERFORM CheckRetroRegisterStatus.
       PERFORM ProcessOneRateChange VARYING RateChangeIndex
           FROM 1 BY 1 UNTIL RateChangeIndex > RateChangeCount.
       PERFORM PrintRetroTotals.
       CLOSE EmployeeFile, RetroPayFile, RetroRegisterFile.
       PERFORM RewriteRateHistFile.
       PERFORM RewritePayHistFile.
       PERFORM WriteJobStats.
       DISPLAY "RETROPAY: " ChangesProcessed " RATE CHANGES, "
           RetroRecordCount " RETRO AMOUNTS FOR NEXT PAYROLL".
       GOBACK.

       LoadRateChangeTable.
           OPEN INPUT RateHistFile.
           PERFORM CheckRateHistStatus.
           READ RateHistFile
               AT END SET RateHistAtEof TO TRUE
           END-READ.
           PERFORM LoadOneRateChange UNTIL RateHistAtEof
               OR RateChangeCount >= 1000.
           IF NOT RateHistAtEof
               DISPLAY "RETROPAY: RATE HISTORY EXCEEDS "
                   RateChangeCount " ENTRY TABLE - RUN STOPPED"
               CLOSE RateHistFile
               STOP RUN
           END-IF.
           CLOSE RateHistFile.

       LoadOneRateChange.
           ADD 1 TO RateChangeCount.
           MOVE RhEmpId TO RcTblEmpId (RateChangeCount).
           MOVE RhEffectiveDate TO RcTblEffectiveDate (RateChangeCount).
           MOVE RhOldRate TO RcTblOldRate (RateChangeCount).
           MOVE RhNewRate TO RcTblNewRate (RateChangeCount).
           MOVE RhEnteredDate TO RcTblEnteredDate (RateChangeCount).
           MOVE RhRetroStatus TO RcTblRetroStatus (RateChangeCount).
           READ RateHistFile
               AT END SET RateHistAtEof TO TRUE
           END-READ.

       LoadPayHistTable.
           OPEN INPUT PayHistFile.
           PERFORM CheckPayHistStatus.
           READ PayHistFile
               AT END SET PayHistAtEof TO TRUE
           END-READ.
           PERFORM LoadOnePayHist UNTIL PayHistAtEof
               OR PayHistCount >= 20000.
           IF NOT PayHistAtEof
               DISPLAY "RETROPAY: PAY HISTORY EXCEEDS "
                   PayHistCount " ENTRY TABLE - RUN STOPPED"
               CLOSE PayHistFile
               STOP RUN
           END-IF.
           CLOSE PayHistFile.

       LoadOnePayHist.
           ADD 1 TO PayHistCount.
           MOVE PayHistRecord TO PayHistEntry (PayHistCount).
           READ PayHistFile
               AT END SET PayHistAtEof TO TRUE
           END-READ.

       ProcessOneRateChange.
           IF RcTblPending (RateChangeIndex)
               ADD 1 TO ChangesProcessed
               MOVE RcTblEmpId (RateChangeIndex) TO EmpId
               READ EmployeeFile
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO EmpName
               END-READ
               MOVE RcTblEmpId (RateChangeIndex) TO PrnRcEmpId
               MOVE EmpName TO PrnRcEmpName
               MOVE RcTblOldRate (RateChangeIndex) TO PrnRcOldRate
               MOVE RcTblNewRate (RateChangeIndex) TO PrnRcNewRate
               MOVE RcTblEffectiveDate (RateChangeIndex)
                   TO PrnRcEffectiveDate
               MOVE RcTblEnteredDate (RateChangeIndex)
                   TO PrnRcEnteredDate
               WRITE RetroRegisterLine FROM RetroChangeLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckRetroRegisterStatus
               MOVE ZERO TO ChangeRetroAmount
               MOVE ZERO TO ChangePeriodCount
               IF RcTblNewRate (RateChangeIndex)
                   < RcTblOldRate (RateChangeIndex)
                   ADD 1 TO DecreaseCount
                   MOVE "RATE DECREASE - NO RETRO COMPUTED"
                       TO PrnRrText
               ELSE
                   WRITE RetroRegisterLine FROM RetroDetailHeads
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckRetroRegisterStatus
                   PERFORM RetroOnePeriod VARYING PayHistIndex
                       FROM 1 BY 1 UNTIL PayHistIndex > PayHistCount
                   IF ChangeRetroAmount > ZERO
                       PERFORM WriteRetroPay
                       MOVE "RETRO PAY ADDED TO NEXT PAYROLL"
                           TO PrnRrText
                   ELSE
                       MOVE "NO PERIODS PAID AT OLD RATE"
                           TO PrnRrText
                   END-IF
               END-IF
               MOVE ChangeRetroAmount TO PrnRrAmount
               WRITE RetroRegisterLine FROM RetroResultLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckRetroRegisterStatus
               MOVE "D" TO RcTblRetroStatus (RateChangeIndex)
           END-IF.

       RetroOnePeriod.
           IF PhTblEmpId (PayHistIndex) = RcTblEmpId (RateChangeIndex)
               AND PhTblPayDate (PayHistIndex)
                   NOT < RcTblEffectiveDate (RateChangeIndex)
               AND PhTblRetroRate (PayHistIndex)
                   < RcTblNewRate (RateChangeIndex)
               ADD 1 TO ChangePeriodCount
               COMPUTE RateDifference = RcTblNewRate (RateChangeIndex)
                   - PhTblRetroRate (PayHistIndex)
               MOVE "REGULAR" TO RetroTypeLabel
               MOVE PhTblRegHours (PayHistIndex) TO RetroHours
               MOVE 1.0 TO RetroFactor
               PERFORM RetroOnePayType
               MOVE "OVERTIME" TO RetroTypeLabel
               MOVE PhTblOtHours (PayHistIndex) TO RetroHours
               MOVE 1.5 TO RetroFactor
               PERFORM RetroOnePayType
               MOVE "VACATION" TO RetroTypeLabel
               MOVE PhTblVacHours (PayHistIndex) TO RetroHours
               MOVE 1.0 TO RetroFactor
               PERFORM RetroOnePayType
               MOVE "HOLIDAY" TO RetroTypeLabel
               MOVE PhTblHolHours (PayHistIndex) TO RetroHours
               PERFORM RetroOnePayType
               MOVE "SICK" TO RetroTypeLabel
               MOVE PhTblSickHours (PayHistIndex) TO RetroHours
               PERFORM RetroOnePayType
               MOVE RcTblNewRate (RateChangeIndex)
                   TO PhTblRetroRate (PayHistIndex)
           END-IF.

       RetroOnePayType.
           IF RetroHours > ZERO
               COMPUTE RetroLineAmount ROUNDED = RetroHours
                   * RateDifference * RetroFactor
               ADD RetroLineAmount TO ChangeRetroAmount
               MOVE PhTblPayDate (PayHistIndex) TO PrnRdPayDate
               MOVE RetroTypeLabel TO PrnRdType
               MOVE RetroHours TO PrnRdHours
               MOVE PhTblRetroRate (PayHistIndex) TO PrnRdPaidRate
               MOVE RcTblNewRate (RateChangeIndex) TO PrnRdNewRate
               MOVE RetroFactor TO PrnRdFactor
               MOVE RetroLineAmount TO PrnRdAmount
               WRITE RetroRegisterLine FROM RetroDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckRetroRegisterStatus
           END-IF.

       WriteRetroPay.
           MOVE RcTblEmpId (RateChangeIndex) TO RpEmpId.
           MOVE RcTblEffectiveDate (RateChangeIndex) TO RpEffectiveDate.
           MOVE ChangeRetroAmount TO RpAmount.
           MOVE RunDate TO RpCreatedDate.
           WRITE RetroPayRecord.
           PERFORM CheckRetroPayStatus.
           ADD 1 TO RetroRecordCount.
           ADD ChangeRetroAmount TO RetroGrandTotal.

       PrintRetroTotals.
           MOVE "RATE CHANGES PROCESSED:" TO PrnRtLabel.
           MOVE ChangesProcessed TO PrnRtCount.
           MOVE ZERO TO PrnRtAmount.
           WRITE RetroRegisterLine FROM RetroTotalLine
               AFTER ADVANCING 3 LINES.
           PERFORM CheckRetroRegisterStatus.
           MOVE "RATE DECREASES (NO RETRO):" TO PrnRtLabel.
           MOVE DecreaseCount TO PrnRtCount.
           WRITE RetroRegisterLine FROM RetroTotalLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckRetroRegisterStatus.
           MOVE "RETRO AMOUNTS FOR NEXT PAYROLL:" TO PrnRtLabel.
           MOVE RetroRecordCount TO PrnRtCount.
           MOVE RetroGrandTotal TO PrnRtAmount.
           WRITE RetroRegisterLine FROM RetroTotalLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckRetroRegisterStatus.

       RewriteRateHistFile.
           OPEN OUTPUT RateHistFile.
           PERFORM CheckRateHistStatus.
           PERFORM RewriteOneRateChange VARYING RateChangeIndex
               FROM 1 BY 1 UNTIL RateChangeIndex > RateChangeCount.
           CLOSE RateHistFile.

       RewriteOneRateChange.
           MOVE RcTblEmpId (RateChangeIndex) TO RhEmpId.
           MOVE RcTblEffectiveDate (RateChangeIndex) TO RhEffectiveDate.
           MOVE RcTblOldRate (RateChangeIndex) TO RhOldRate.
           MOVE RcTblNewRate (RateChangeIndex) TO RhNewRate.
           MOVE RcTblEnteredDate (RateChangeIndex) TO RhEnteredDate.
           MOVE RcTblRetroStatus (RateChangeIndex) TO RhRetroStatus.
           WRITE RateHistRecord.
           PERFORM CheckRateHistStatus.

       RewritePayHistFile.
           OPEN OUTPUT PayHistFile.
           PERFORM CheckPayHistStatus.
           PERFORM RewriteOnePayHist VARYING PayHistIndex
               FROM 1 BY 1 UNTIL PayHistIndex > PayHistCount.
           CLOSE PayHistFile.

       RewriteOnePayHist.
           MOVE PayHistEntry (PayHistIndex) TO PayHistRecord.
           WRITE PayHistRecord.
           PERFORM CheckPayHistStatus.

       WriteJobStats.
           OPEN EXTEND JobStatsFile.
           PERFORM CheckJobStatsStatus.
           MOVE "RETROPAY" TO JsJobName.
           MOVE RunDate TO JsDate.
           ACCEPT JobRunTime FROM TIME.
           MOVE JrHour TO JsTime (1:2).
           MOVE JrMinute TO JsTime (3:2).
           MOVE JrSecond TO JsTime (5:2).
           MOVE ChangesProcessed TO JsRead.
           MOVE RetroRecordCount TO JsWritten.
           MOVE DecreaseCount TO JsRejected.
           MOVE RetroGrandTotal TO JsAmount.
           MOVE "ENDOK" TO JsStatus.
           WRITE JobStatsRecord.
           PERFORM CheckJobStatsStatus.
           CLOSE JobStatsFile.

       CheckRateHistStatus.
           IF FS-RateHistFile NOT = "00" AND FS-RateHistFile NOT = "05"
               AND FS-RateHistFile NOT = "10"
               DISPLAY "I/O ERROR ON RATEHIST STATUS " FS-RateHistFile
               STOP RUN
           END-IF.

       CheckPayHistStatus.
           IF FS-PayHistFile NOT = "00" AND FS-PayHistFile NOT = "05"
               AND FS-PayHistFile NOT = "10"
               DISPLAY "I/O ERROR ON PAYHIST STATUS " FS-PayHistFile
               STOP RUN
           END-IF.

       CheckRetroPayStatus.
           IF FS-RetroPayFile NOT = "00" AND FS-RetroPayFile NOT = "05"
               DISPLAY "I/O ERROR ON RETROPAY STATUS "
                   FS-RetroPayFile
               STOP RUN
           END-IF.

       CheckEmployeeStatus.
           IF FS-EmployeeFile NOT = "00"
               DISPLAY "I/O ERROR ON EMPLOYEEFILE STATUS "
                   FS-EmployeeFile
               STOP RUN
           END-IF.

       CheckRetroRegisterStatus.
           IF FS-RetroRegisterFile NOT = "00"
               DISPLAY "I/O ERROR ON RETROREG REPORT STATUS "
                   FS-RetroRegisterFile
               STOP RUN
           END-IF.

       CheckJobStatsStatus.
           IF FS-JobStatsFile NOT = "00" AND FS-JobStatsFile NOT = "05"
               DISPLAY "I/O ERROR ON JOBSTATS STATUS "
                   FS-JobStatsFile
               STOP RUN
           END-IF.
