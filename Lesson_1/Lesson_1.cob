           88 RunStudentRoster VALUE 5.
           88 RunCustomerMaintenance VALUE 6.
           88 RunCustomerInquiry VALUE 7.
           88 RunReportReprint VALUE 8.
           88 ExitMenu VALUE 9.
           88 ValidJobChoice VALUES 1, 2, 3, 4, 5, 6, 7, 8, 9.

       01 InteractiveRunMode PIC X VALUE SPACE.
       01 FS-OperatorFile PIC XX VALUE "00".
               UNTIL SignonAccepted OR SignonAttempts >= 3.
           IF NOT SignonAccepted
               DISPLAY "Sign-on failed - terminal locked out."
               PERFORM LogSignonLockout
               STOP RUN
           END-IF.
           PERFORM DisplayMenu.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT SignonPassword.
           PERFORM LookupOperator.
           IF SignonAccepted
               PERFORM LogAcceptedSignon
           ELSE
               DISPLAY "Operator ID or password not recognized."
               PERFORM LogRejectedSignon
           END-IF.
           DISPLAY "  5  Print the student roster report".
           DISPLAY "  6  Run customer file maintenance".
           DISPLAY "  7  Customer inquiry by ID or name".
           DISPLAY "  8  List and reprint archived reports".
           DISPLAY "  9  Exit".
           DISPLAY "----------------------------------------".

           END-IF.

       SetRequiredAuthLevel.
           IF RunCustomerMaintenance OR RunReportReprint
               MOVE 2 TO RequiredAuthLevel
           ELSE
               MOVE 1 TO RequiredAuthLevel
               WHEN RunCustomerInquiry
                   CALL "CUSTINQUIRY" USING CurrentOperatorId,
                       CurrentAuthLevel
               WHEN RunReportReprint
                   CALL "RPTREPRINT" USING CurrentOperatorId,
                       CurrentAuthLevel
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               DELIMITED BY SIZE INTO SecurityLogLine.
           PERFORM WriteSecurityLog.

       LogAcceptedSignon.
           MOVE SPACES TO SecurityLogLine.
           STRING "SIGN-ON ACCEPTED FOR ID " CurrentOperatorId
               DELIMITED BY SIZE INTO SecurityLogLine.
           PERFORM WriteSecurityLog.

       LogSignonLockout.
           MOVE SPACES TO SecurityLogLine.
           STRING "TERMINAL LOCKOUT FOR ID " SignonId
               DELIMITED BY SIZE INTO SecurityLogLine.
           PERFORM WriteSecurityLog.

       LogUnauthorizedAttempt.
           MOVE SPACES TO SecurityLogLine.
           STRING "UNAUTHORIZED JOB " JobChoice " BY ID "
