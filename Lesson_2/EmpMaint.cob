           SELECT EmpMaintReport ASSIGN TO "EmpMaint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EmpMaintReport.
           SELECT OPTIONAL DeptFile ASSIGN TO "Dept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DeptFile.
           SELECT OPTIONAL RateHistFile ASSIGN TO "RateHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RateHistFile.

       data division.
       file section.
               88 TxTerminate VALUE "T".
               88 TxRateChange VALUE "R".
               88 TxDeposit VALUE "D".
               88 TxAddressChange VALUE "A".
               88 TxTransfer VALUE "X".
           02 TxEmpId PIC 9(5).
           02 TxEmpName PIC X(20).
           02 TxPayRate PIC 9(3)V99.
           02 TxDepositFlag PIC X.
           02 TxRouting PIC 9(9).
           02 TxAccount PIC X(12).
           02 TxSSNum.
               03 TxSSArea PIC 999.
               03 TxSSGroup PIC 99.
               03 TxSSSerial PIC 9999.
           02 TxHomeAddress.
               03 TxStreet PIC X(20).
               03 TxCity PIC X(15).
               03 TxState PIC X(02).
               03 TxZip PIC X(05).
           02 TxDept PIC X(4).
           02 TxEffectiveDate PIC 9(8).

       FD EmployeeFile.
       01 EmployeeRecord.
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

       FD EmpJournalFile.
       01 EmpJournalRecord.
           02 EjDate PIC 9(8).
           02 EjTime PIC 9(6).
           02 EjTransCode PIC X.
           02 EjBeforeImage PIC X(119).
           02 EjAfterImage PIC X(119).

       FD EmpMaintReport.
       01 EmpMaintLine PIC X(122).

       FD DeptFile.
       01 DeptRecord.
           88 DeptAtEof VALUE HIGH-VALUE.
           02 DeptCode PIC X(4).
           02 DeptName PIC X(20).
           02 DeptExpenseAcct PIC X(4).
           02 DeptActive PIC X.

       FD RateHistFile.
       01 RateHistRecord.
           02 RhEmpId PIC 9(5).
           02 RhEffectiveDate PIC 9(8).
           02 RhOldRate PIC 9(3)V99.
           02 RhNewRate PIC 9(3)V99.
           02 RhEnteredDate PIC 9(8).
           02 RhRetroStatus PIC X.

       working-storage section.
       01 FS-EmpTransFile PIC XX VALUE "00".
       01 FS-EmployeeFile PIC XX VALUE "00".
       01 FS-EmpJournalFile PIC XX VALUE "00".
       01 FS-EmpMaintReport PIC XX VALUE "00".
       01 FS-DeptFile PIC XX VALUE "00".
       01 FS-RateHistFile PIC XX VALUE "00".
       01 RateEffectiveDate PIC 9(8) VALUE ZERO.
       01 DeptTable.
           02 DeptEntry OCCURS 50 TIMES.
               03 DeptTblCode PIC X(4).
               03 DeptTblActive PIC X.
       01 DeptCount PIC 9(3) VALUE ZERO.
       01 DeptIndex PIC 9(3) VALUE ZERO.
       01 DeptValidFlag PIC X VALUE "N".
           88 DeptIsValid VALUE "Y".
       01 RunDate PIC 9(8) VALUE ZERO.
       01 RunTimeOfDay.
           02 RunHour PIC 99.
           02 RunMinute PIC 99.
           02 RunSecond PIC 99.
           02 RunHundredth PIC 99.
       01 BeforeImage PIC X(119) VALUE SPACES.
       01 SSNValidFlag PIC X VALUE "N".
           88 SSNIsValid VALUE "Y".
       01 MinPayRate PIC 9(3)V99 VALUE 7.25.
       01 MaxPayRate PIC 9(3)V99 VALUE 150.00.
       01 HireCount PIC 9(5) VALUE ZERO.
       01 RateChangeCount PIC 9(5) VALUE ZERO.
       01 RejectCount PIC 9(5) VALUE ZERO.
       01 DepositCount PIC 9(5) VALUE ZERO.
       01 AddressCount PIC 9(5) VALUE ZERO.
       01 TransferCount PIC 9(5) VALUE ZERO.
       01 EmpMaintHeading PIC X(29) VALUE
           "EMPLOYEE MAINTENANCE REGISTER".
       01 EmpMaintSummaryLine.
           02 PrnRejectCount PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  DEPOSIT: ".
           02 PrnDepositCount PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  SSN/ADDR: ".
           02 PrnAddressCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  DEPT: ".
           02 PrnTransferCount PIC ZZZZ9.

       procedure division.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM LoadDeptTable.
       OPEN INPUT EmpTransFile.
       PERFORM CheckEmpTransStatus.
       OPEN I-O EmployeeFile.
       PERFORM CheckEmployeeStatus.
       OPEN EXTEND EmpJournalFile.
       PERFORM CheckEmpJournalStatus.
       OPEN EXTEND RateHistFile.
       PERFORM CheckRateHistStatus.
       OPEN OUTPUT EmpMaintReport.
       PERFORM CheckEmpMaintReportStatus.
       WRITE EmpMaintLine FROM EmpMaintHeading.
       MOVE RateChangeCount TO PrnRateChangeCount.
       MOVE RejectCount TO PrnRejectCount.
       MOVE DepositCount TO PrnDepositCount.
       MOVE AddressCount TO PrnAddressCount.
       MOVE TransferCount TO PrnTransferCount.
       WRITE EmpMaintLine FROM EmpMaintSummaryLine
           AFTER ADVANCING 2 LINES.
       PERFORM CheckEmpMaintReportStatus.
       CLOSE EmpTransFile, EmployeeFile, EmpJournalFile,
             EmpMaintReport, RateHistFile.
       GOBACK.

       ProcessOneTransaction.
                   PERFORM ChangePayRate
               WHEN TxDeposit
                   PERFORM ChangeDepositInfo
               WHEN TxAddressChange
                   PERFORM ChangeSsnAddress
               WHEN TxTransfer
                   PERFORM TransferDepartment
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO EmpMaintLine
                   PERFORM RejectTransaction
           PERFORM CheckEmpTransStatus.

       HireEmployee.
           CALL "SSNVALIDATE" USING TxSSNum, SSNValidFlag.
           PERFORM ValidateDept.
           EVALUATE TRUE
               WHEN TxPayRate < MinPayRate OR TxPayRate > MaxPayRate
                   PERFORM RejectBadRate
               WHEN NOT SSNIsValid
                   PERFORM RejectBadSsn
               WHEN NOT DeptIsValid
                   PERFORM RejectBadDept
               WHEN OTHER
                   PERFORM AddNewEmployee
           END-EVALUATE.

       AddNewEmployee.
           MOVE TxEmpId TO EmpId.
           MOVE TxEmpName TO EmpName.
           MOVE TxPayRate TO EmpPayRate.
           MOVE TxFilingStatus TO EmpFilingStatus.
           MOVE "A" TO EmpStatus.
           MOVE ZERO TO EmpVacBalance.
           MOVE ZERO TO EmpSickBalance.
           MOVE TxDepositFlag TO EmpDepositFlag.
           MOVE TxRouting TO EmpRouting.
           MOVE TxAccount TO EmpAccount.
           MOVE TxSSNum TO EmpSSNum.
           MOVE TxHomeAddress TO EmpHomeAddress.
           MOVE TxDept TO EmpDept.
           IF EmpDepositFlag NOT = "Y"
               MOVE "N" TO EmpDepositFlag
           END-IF.
           WRITE EmployeeRecord
               INVALID KEY
                   MOVE SPACES TO EmpMaintLine
                   STRING "REJECTED - DUPLICATE EMPLOYEE "
                       TxEmpId
                       DELIMITED BY SIZE INTO EmpMaintLine
                   PERFORM RejectTransaction
               NOT INVALID KEY
                   ADD 1 TO HireCount
                   MOVE "H" TO EjTransCode
                   MOVE SPACES TO EjBeforeImage
                   MOVE EmployeeRecord TO EjAfterImage
                   PERFORM WriteEmpJournal
           END-WRITE.

       TerminateEmployee.
           MOVE TxEmpId TO EmpId.
           END-READ.

       ChangePayRate.
           IF TxEffectiveDate IS NUMERIC AND TxEffectiveDate > ZERO
               MOVE TxEffectiveDate TO RateEffectiveDate
           ELSE
               MOVE RunDate TO RateEffectiveDate
           END-IF.
           EVALUATE TRUE
               WHEN TxPayRate < MinPayRate OR TxPayRate > MaxPayRate
                   PERFORM RejectBadRate
               WHEN RateEffectiveDate > RunDate
                   MOVE SPACES TO EmpMaintLine
                   STRING "REJECTED - FUTURE EFFECTIVE DATE FOR "
                       TxEmpId DELIMITED BY SIZE INTO EmpMaintLine
                   PERFORM RejectTransaction
               WHEN OTHER
                   PERFORM ApplyPayRate
           END-EVALUATE.

       ApplyPayRate.
           MOVE TxEmpId TO EmpId.
           READ EmployeeFile
               INVALID KEY
                   PERFORM RejectNotFound
               NOT INVALID KEY
                   MOVE EmployeeRecord TO BeforeImage
                   MOVE EmpPayRate TO RhOldRate
                   MOVE TxPayRate TO EmpPayRate
                   REWRITE EmployeeRecord
                       INVALID KEY
                           PERFORM RejectNotFound
                       NOT INVALID KEY
                           ADD 1 TO RateChangeCount
                           MOVE "R" TO EjTransCode
                           MOVE BeforeImage TO EjBeforeImage
                           MOVE EmployeeRecord TO EjAfterImage
                           PERFORM WriteEmpJournal
                           PERFORM WriteRateHistory
                   END-REWRITE
           END-READ.

       ChangeDepositInfo.
           IF TxDepositFlag = "Y" AND (TxRouting = ZERO
               OR TxAccount = SPACES)
               MOVE SPACES TO EmpMaintLine
               STRING "REJECTED - BAD BANK DATA FOR " TxEmpId
                   DELIMITED BY SIZE INTO EmpMaintLine
               PERFORM RejectTransaction
           ELSE
               MOVE TxEmpId TO EmpId
               READ EmployeeFile
                       PERFORM RejectNotFound
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO BeforeImage
                       MOVE TxDepositFlag TO EmpDepositFlag
                       MOVE TxRouting TO EmpRouting
                       MOVE TxAccount TO EmpAccount
                       REWRITE EmployeeRecord
                           INVALID KEY
                               PERFORM RejectNotFound
                           NOT INVALID KEY
                               ADD 1 TO DepositCount
                               MOVE "D" TO EjTransCode
                               MOVE BeforeImage TO EjBeforeImage
                               MOVE EmployeeRecord TO EjAfterImage
                               PERFORM WriteEmpJournal
               END-READ
           END-IF.

       ChangeSsnAddress.
           CALL "SSNVALIDATE" USING TxSSNum, SSNValidFlag.
           IF NOT SSNIsValid
               PERFORM RejectBadSsn
           ELSE
               MOVE TxEmpId TO EmpId
               READ EmployeeFile
                       PERFORM RejectNotFound
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO BeforeImage
                       MOVE TxSSNum TO EmpSSNum
                       MOVE TxHomeAddress TO EmpHomeAddress
                       REWRITE EmployeeRecord
                           INVALID KEY
                               PERFORM RejectNotFound
                           NOT INVALID KEY
                               ADD 1 TO AddressCount
                               MOVE "A" TO EjTransCode
                               MOVE BeforeImage TO EjBeforeImage
                               MOVE EmployeeRecord TO EjAfterImage
                               PERFORM WriteEmpJournal
                       END-REWRITE
               END-READ
           END-IF.

       TransferDepartment.
           PERFORM ValidateDept.
           IF NOT DeptIsValid
               PERFORM RejectBadDept
           ELSE
               MOVE TxEmpId TO EmpId
               READ EmployeeFile
                   INVALID KEY
                       PERFORM RejectNotFound
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO BeforeImage
                       MOVE TxDept TO EmpDept
                       REWRITE EmployeeRecord
                           INVALID KEY
                               PERFORM RejectNotFound
                           NOT INVALID KEY
                               ADD 1 TO TransferCount
                               MOVE "X" TO EjTransCode
                               MOVE BeforeImage TO EjBeforeImage
                               MOVE EmployeeRecord TO EjAfterImage
                               PERFORM WriteEmpJournal
               END-READ
           END-IF.

       WriteRateHistory.
           MOVE TxEmpId TO RhEmpId.
           MOVE RateEffectiveDate TO RhEffectiveDate.
           MOVE TxPayRate TO RhNewRate.
           MOVE RunDate TO RhEnteredDate.
           MOVE "P" TO RhRetroStatus.
           WRITE RateHistRecord.
           PERFORM CheckRateHistStatus.

       ValidateDept.
           MOVE "N" TO DeptValidFlag.
           IF TxDept NOT = SPACES
               PERFORM CheckOneDept VARYING DeptIndex
                   FROM 1 BY 1 UNTIL DeptIndex > DeptCount
           END-IF.

       CheckOneDept.
           IF DeptTblCode (DeptIndex) = TxDept
               AND DeptTblActive (DeptIndex) = "Y"
               MOVE "Y" TO DeptValidFlag
           END-IF.

       LoadDeptTable.
           OPEN INPUT DeptFile.
           PERFORM CheckDeptStatus.
           READ DeptFile
               AT END SET DeptAtEof TO TRUE
           END-READ.
           PERFORM LoadOneDept UNTIL DeptAtEof OR DeptCount >= 50.
           IF NOT DeptAtEof
               DISPLAY "EMPMAINT: DEPARTMENT FILE EXCEEDS "
                   DeptCount " ENTRY TABLE - RUN STOPPED"
               CLOSE DeptFile
               STOP RUN
           END-IF.
           CLOSE DeptFile.

       LoadOneDept.
           ADD 1 TO DeptCount.
           MOVE DeptCode TO DeptTblCode (DeptCount).
           MOVE DeptActive TO DeptTblActive (DeptCount).
           READ DeptFile
               AT END SET DeptAtEof TO TRUE
           END-READ.

       RejectBadDept.
           MOVE SPACES TO EmpMaintLine.
           STRING "REJECTED - INVALID DEPARTMENT " TxDept " FOR "
               TxEmpId DELIMITED BY SIZE INTO EmpMaintLine.
           PERFORM RejectTransaction.

       RejectBadSsn.
           MOVE SPACES TO EmpMaintLine.
           STRING "REJECTED - INVALID SSN FOR " TxEmpId
               DELIMITED BY SIZE INTO EmpMaintLine.
           PERFORM RejectTransaction.

       RejectBadRate.
           MOVE SPACES TO EmpMaintLine.
           STRING "REJECTED - RATE OUT OF RANGE FOR " TxEmpId
                   FS-EmpMaintReport
               STOP RUN
           END-IF.

       CheckDeptStatus.
           IF FS-DeptFile NOT = "00" AND FS-DeptFile NOT = "05"
               AND FS-DeptFile NOT = "10"
               DISPLAY "I/O ERROR ON DEPT FILE STATUS " FS-DeptFile
               STOP RUN
           END-IF.

       CheckRateHistStatus.
           IF FS-RateHistFile NOT = "00" AND FS-RateHistFile NOT = "05"
               DISPLAY "I/O ERROR ON RATEHIST STATUS " FS-RateHistFile
               STOP RUN
           END-IF.
