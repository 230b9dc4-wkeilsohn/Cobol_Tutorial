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
           MOVE "N" TO EmpDepositFlag.
           MOVE ZERO TO EmpRouting.
           MOVE SPACES TO EmpAccount.
           MOVE ZERO TO EmpSSNum.
           MOVE SPACES TO EmpHomeAddress.
           MOVE SPACES TO EmpDept.
           WRITE EmployeeRecord
               INVALID KEY
                   ADD 1 TO RejectedCount
