       Identification division.
       program-id. EMPCONVERT.
       Author. William-Keilsohn.
       environment division.
       configuration section.
       input-output section.
       file-control.
           SELECT OldEmployeeFile ASSIGN TO "Employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldEmpId
               FILE STATUS IS FS-OldEmployeeFile.
           SELECT EmpUnloadFile ASSIGN TO "EmpUnload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EmpUnloadFile.
           SELECT EmployeeFile ASSIGN TO "Employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmpId
               FILE STATUS IS FS-EmployeeFile.

       data division.
       file section.
       FD OldEmployeeFile
           RECORD IS VARYING IN SIZE FROM 64 TO 119 CHARACTERS
               DEPENDING ON OldRecordLength.
       01 OldEmployeeRecord.
           88 OldEmployeeAtEof VALUE HIGH-VALUE.
           02 OldEmpId PIC 9(5).
           02 OldEmpRest PIC X(114).

       FD EmpUnloadFile.
       01 EmpUnloadRecord.
           88 EmpUnloadAtEof VALUE HIGH-VALUE.
           02 UnlRecordLength PIC 9(3).
           02 UnlEmpImage PIC X(119).

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

       working-storage section.
       01 FS-OldEmployeeFile PIC XX VALUE "00".
       01 FS-EmpUnloadFile PIC XX VALUE "00".
       01 FS-EmployeeFile PIC XX VALUE "00".
       01 OldRecordLength PIC 9(3) VALUE ZERO.
       01 UnloadedCount PIC 9(5) VALUE ZERO.
       01 ReloadedCount PIC 9(5) VALUE ZERO.

       procedure division.
       DISPLAY "EMPCONVERT: ONE-TIME CONVERSION OF Employee.dat TO "
           "THE LAYOUT WITH SSN, HOME ADDRESS AND DEPARTMENT".
       DISPLAY "EMPCONVERT: NEW FIELDS ARE LEFT BLANK - LOAD THEM "
           "WITH EMPMAINT A AND X TRANSACTIONS".
       OPEN INPUT OldEmployeeFile.
       PERFORM CheckOldEmployeeStatus.
       OPEN OUTPUT EmpUnloadFile.
       PERFORM CheckEmpUnloadStatus.
       MOVE ZERO TO OldEmpId.
       START OldEmployeeFile KEY IS NOT LESS THAN OldEmpId
           INVALID KEY SET OldEmployeeAtEof TO TRUE
       END-START.
       IF NOT OldEmployeeAtEof
           READ OldEmployeeFile NEXT RECORD
               AT END SET OldEmployeeAtEof TO TRUE
           END-READ
           PERFORM CheckOldEmployeeStatus
       END-IF.
       PERFORM UnloadOneEmployee UNTIL OldEmployeeAtEof.
       CLOSE OldEmployeeFile, EmpUnloadFile.
       OPEN INPUT EmpUnloadFile.
       PERFORM CheckEmpUnloadStatus.
       OPEN OUTPUT EmployeeFile.
       PERFORM CheckEmployeeStatus.
       READ EmpUnloadFile
           AT END SET EmpUnloadAtEof TO TRUE
       END-READ.
       PERFORM CheckEmpUnloadStatus.
       PERFORM ReloadOneEmployee UNTIL EmpUnloadAtEof.
       CLOSE EmpUnloadFile, EmployeeFile.
       DISPLAY "EMPCONVERT: " UnloadedCount " UNLOADED, "
           ReloadedCount " RELOADED".
       GOBACK.

       UnloadOneEmployee.
           MOVE OldRecordLength TO UnlRecordLength.
           MOVE OldEmployeeRecord (1:OldRecordLength) TO UnlEmpImage.
           WRITE EmpUnloadRecord.
           PERFORM CheckEmpUnloadStatus.
           ADD 1 TO UnloadedCount.
           READ OldEmployeeFile NEXT RECORD
               AT END SET OldEmployeeAtEof TO TRUE
           END-READ.
           PERFORM CheckOldEmployeeStatus.

       ReloadOneEmployee.
           MOVE UnlEmpImage TO EmployeeRecord.
           IF UnlRecordLength < 115
               MOVE ZERO TO EmpSSNum
               MOVE SPACES TO EmpHomeAddress
           END-IF.
           IF UnlRecordLength < 119
               MOVE SPACES TO EmpDept
           END-IF.
           WRITE EmployeeRecord
               INVALID KEY
                   DISPLAY "EMPCONVERT: DUPLICATE ID " EmpId
                       " NOT RELOADED"
               NOT INVALID KEY
                   ADD 1 TO ReloadedCount
           END-WRITE.
           READ EmpUnloadFile
               AT END SET EmpUnloadAtEof TO TRUE
           END-READ.
           PERFORM CheckEmpUnloadStatus.

       CheckOldEmployeeStatus.
           IF FS-OldEmployeeFile NOT = "00"
               AND FS-OldEmployeeFile NOT = "10"
               DISPLAY "I/O ERROR ON OLD EMPLOYEE FILE STATUS "
                   FS-OldEmployeeFile
               STOP RUN
           END-IF.

       CheckEmpUnloadStatus.
           IF FS-EmpUnloadFile NOT = "00"
               AND FS-EmpUnloadFile NOT = "10"
               DISPLAY "I/O ERROR ON EMPUNLOAD FILE STATUS "
                   FS-EmpUnloadFile
               STOP RUN
           END-IF.

       CheckEmployeeStatus.
           IF FS-EmployeeFile NOT = "00"
               DISPLAY "I/O ERROR ON EMPLOYEEFILE STATUS "
                   FS-EmployeeFile
               STOP RUN
           END-IF.
