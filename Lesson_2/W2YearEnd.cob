       Identification division.
       program-id. W2YEAREND.
       Author. William-Keilsohn.
       environment division.
       configuration section.
       input-output section.
       file-control.
           SELECT OPTIONAL YtdFile ASSIGN TO "YtdEarnings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YtdFile.
           SELECT EmployeeFile ASSIGN TO "Employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmpId
               FILE STATUS IS FS-EmployeeFile.
           SELECT OPTIONAL CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CompanyFile.
           SELECT OPTIONAL EmprTaxFile ASSIGN TO "EmprTax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EmprTaxFile.
           SELECT OPTIONAL YearEndCtlFile ASSIGN TO "YearEndCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YearEndCtlFile.
           SELECT OPTIONAL YtdPriorFile ASSIGN TO "YtdPrior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YtdPriorFile.
           SELECT W2PrintFile ASSIGN TO "W2Forms.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-W2PrintFile.
           SELECT W2WageFile ASSIGN TO "W2Report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-W2WageFile.
           SELECT W3ReportFile ASSIGN TO "W3Control.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-W3ReportFile.
           SELECT OPTIONAL JobStatsFile ASSIGN TO "JobStats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JobStatsFile.

       data division.
       file section.
       FD YtdFile.
       01 YtdRecord.
           88 YtdAtEof VALUE HIGH-VALUE.
           02 YtdEmpId PIC 9(5).
           02 YtdGross PIC 9(7)V99.
           02 YtdTax PIC 9(7)V99.
           02 YtdNet PIC 9(7)V99.

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

       FD CompanyFile.
       01 CompanyRecord.
           88 CompanyAtEof VALUE HIGH-VALUE.
           02 CoEin PIC 9(9).
           02 CoName PIC X(30).
           02 CoStreet PIC X(20).
           02 CoCity PIC X(15).
           02 CoState PIC X(02).
           02 CoZip PIC X(05).

       FD EmprTaxFile.
       01 EmprTaxRecord.
           88 EmprTaxAtEof VALUE HIGH-VALUE.
           02 EtTaxCode PIC X(4).
           02 EtDesc PIC X(20).
           02 EtRate PIC V9999.
           02 EtWageBase PIC 9(7)V99.
           02 EtExpenseAcct PIC X(4).
           02 EtLiabilityAcct PIC X(4).
           02 EtDepositFreq PIC X.

       FD YearEndCtlFile.
       01 YearEndCtlRecord.
           88 YearEndCtlAtEof VALUE HIGH-VALUE.
           02 YecLastTaxYear PIC 9(4).
           02 YecClosedOn PIC 9(8).
           02 YecW2Count PIC 9(5).
           02 YecTotalWages PIC 9(9)V99.

       FD YtdPriorFile.
       01 YtdPriorRecord.
           02 PyTaxYear PIC 9(4).
           02 PyEmpId PIC 9(5).
           02 PyGross PIC 9(7)V99.
           02 PyTax PIC 9(7)V99.
           02 PyNet PIC 9(7)V99.

       FD W2PrintFile.
       01 W2PrintLine PIC X(90).

       FD W2WageFile.
       01 W2WageRecord PIC X(160).

       FD W3ReportFile.
       01 W3ReportLine PIC X(80).

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
       01 FS-YtdFile PIC XX VALUE "00".
       01 FS-EmployeeFile PIC XX VALUE "00".
       01 FS-CompanyFile PIC XX VALUE "00".
       01 FS-EmprTaxFile PIC XX VALUE "00".
       01 FS-YearEndCtlFile PIC XX VALUE "00".
       01 FS-YtdPriorFile PIC XX VALUE "00".
       01 FS-W2PrintFile PIC XX VALUE "00".
       01 FS-W2WageFile PIC XX VALUE "00".
       01 FS-W3ReportFile PIC XX VALUE "00".
       01 FS-JobStatsFile PIC XX VALUE "00".
       01 RunDate PIC 9(8) VALUE ZERO.
       01 RunDateParts REDEFINES RunDate.
           02 RunYear PIC 9(4).
           02 RunMonth PIC 99.
           02 RunDay PIC 99.
       01 JobRunTime.
           02 JrHour PIC 99.
           02 JrMinute PIC 99.
           02 JrSecond PIC 99.
           02 JrHundredth PIC 99.
       01 TaxYear PIC 9(4) VALUE ZERO.
       01 LastClosedYear PIC 9(4) VALUE ZERO.
       01 LastClosedOn PIC 9(8) VALUE ZERO.
       01 CompanyInfo.
           02 CompanyEin PIC 9(9) VALUE ZERO.
           02 CompanyEinParts REDEFINES CompanyEin.
               03 CompanyEinPrefix PIC 99.
               03 CompanyEinSuffix PIC 9(7).
           02 CompanyName PIC X(30) VALUE SPACES.
           02 CompanyStreet PIC X(20) VALUE SPACES.
           02 CompanyCity PIC X(15) VALUE SPACES.
           02 CompanyState PIC X(02) VALUE SPACES.
           02 CompanyZip PIC X(05) VALUE SPACES.
       01 SsWageBase PIC 9(7)V99 VALUE 168600.00.
       01 EmployeeFoundFlag PIC X VALUE "N".
           88 EmployeeFound VALUE "Y".
       01 SsWages PIC 9(7)V99 VALUE ZERO.
       01 MedicareWages PIC 9(7)V99 VALUE ZERO.
       01 SsTaxWithheld PIC 9(7)V99 VALUE ZERO.
       01 MedicareTaxWithheld PIC 9(7)V99 VALUE ZERO.
       01 YtdReadCount PIC 9(5) VALUE ZERO.
       01 W2Count PIC 9(5) VALUE ZERO.
       01 ArchivedCount PIC 9(5) VALUE ZERO.
       01 ExceptionCount PIC 9(5) VALUE ZERO.
       01 TotalWages PIC 9(9)V99 VALUE ZERO.
       01 TotalFedTax PIC 9(9)V99 VALUE ZERO.
       01 TotalSsWages PIC 9(9)V99 VALUE ZERO.
       01 TotalSsTax PIC 9(9)V99 VALUE ZERO.
       01 TotalMedicareWages PIC 9(9)V99 VALUE ZERO.
       01 TotalMedicareTax PIC 9(9)V99 VALUE ZERO.
       01 TotalNet PIC 9(9)V99 VALUE ZERO.
       01 W2Separator PIC X(80) VALUE ALL "=".
       01 W2TitleLine.
           02 FILLER PIC X(36) VALUE
               "FORM W-2  WAGE AND TAX STATEMENT".
           02 FILLER PIC X(10) VALUE "TAX YEAR ".
           02 PrnW2TaxYear PIC 9(4).
       01 W2IdLine.
           02 FILLER PIC X(20) VALUE "a EMPLOYEE SSN:     ".
           02 PrnW2SsArea PIC 999.
           02 FILLER PIC X VALUE "-".
           02 PrnW2SsGroup PIC 99.
           02 FILLER PIC X VALUE "-".
           02 PrnW2SsSerial PIC 9999.
           02 FILLER PIC X(5) VALUE SPACE.
           02 FILLER PIC X(18) VALUE "b EMPLOYER EIN:   ".
           02 PrnW2EinPrefix PIC 99.
           02 FILLER PIC X VALUE "-".
           02 PrnW2EinSuffix PIC 9(7).
       01 W2NameLine.
           02 PrnW2NameLabel PIC X(20).
           02 PrnW2Name PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnW2NameNote PIC X(20).
       01 W2StreetLine.
           02 FILLER PIC X(20) VALUE SPACE.
           02 PrnW2Street PIC X(20).
       01 W2CityLine.
           02 FILLER PIC X(20) VALUE SPACE.
           02 PrnW2City PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnW2State PIC X(02).
           02 FILLER PIC X VALUE SPACE.
           02 PrnW2Zip PIC X(05).
       01 W2BoxLine.
           02 PrnW2LeftLabel PIC X(30).
           02 PrnW2LeftAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnW2RightLabel PIC X(30).
           02 PrnW2RightAmount PIC Z,ZZZ,ZZ9.99.
       01 WageEmployerRecord.
           02 FILLER PIC X(2) VALUE "RE".
           02 WreTaxYear PIC 9(4).
           02 WreEin PIC 9(9).
           02 WreName PIC X(30).
           02 WreStreet PIC X(20).
           02 WreCity PIC X(15).
           02 WreState PIC X(02).
           02 WreZip PIC X(05).
       01 WageEmployeeRecord.
           02 FILLER PIC X(2) VALUE "RW".
           02 WrwSsn PIC 9(9).
           02 WrwEmpId PIC 9(5).
           02 WrwName PIC X(20).
           02 WrwStreet PIC X(20).
           02 WrwCity PIC X(15).
           02 WrwState PIC X(02).
           02 WrwZip PIC X(05).
           02 WrwWages PIC 9(9)V99.
           02 WrwFedTax PIC 9(9)V99.
           02 WrwSsWages PIC 9(9)V99.
           02 WrwSsTax PIC 9(9)V99.
           02 WrwMedicareWages PIC 9(9)V99.
           02 WrwMedicareTax PIC 9(9)V99.
       01 WageTotalRecord.
           02 FILLER PIC X(2) VALUE "RT".
           02 WrtCount PIC 9(7).
           02 WrtWages PIC 9(13)V99.
           02 WrtFedTax PIC 9(13)V99.
           02 WrtSsWages PIC 9(13)V99.
           02 WrtSsTax PIC 9(13)V99.
           02 WrtMedicareWages PIC 9(13)V99.
           02 WrtMedicareTax PIC 9(13)V99.
       01 WageFinalRecord.
           02 FILLER PIC X(2) VALUE "RF".
           02 WrfCount PIC 9(9).
       01 W3Heading.
           02 FILLER PIC X(42) VALUE
               "W-3 TRANSMITTAL CONTROL TOTALS - TAX YEAR ".
           02 PrnW3TaxYear PIC 9(4).
       01 W3EmployerLine.
           02 FILLER PIC X(10) VALUE "EMPLOYER: ".
           02 PrnW3EinPrefix PIC 99.
           02 FILLER PIC X VALUE "-".
           02 PrnW3EinSuffix PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnW3CompanyName PIC X(30).
       01 W3CountLine.
           02 PrnW3CountLabel PIC X(40).
           02 PrnW3Count PIC ZZ,ZZ9.
       01 W3AmountLine.
           02 PrnW3AmountLabel PIC X(40).
           02 PrnW3Amount PIC ZZZ,ZZZ,ZZ9.99.
       01 W3ExceptHeading PIC X(30) VALUE "W-2 EXCEPTIONS".
       01 W3ExceptLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnW3ExceptId PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnW3ExceptName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnW3ExceptReason PIC X(40).

       procedure division.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       IF RunMonth = 12
           MOVE RunYear TO TaxYear
       ELSE
           COMPUTE TaxYear = RunYear - 1
       END-IF.
       PERFORM LoadYearEndControl.
       IF LastClosedYear NOT < TaxYear
           DISPLAY "W2YEAREND: TAX YEAR " TaxYear
               " ALREADY CLOSED ON " LastClosedOn " - RUN REFUSED"
           MOVE "DUPYEAR" TO JsStatus
           PERFORM WriteJobStats
           STOP RUN
       END-IF.
       PERFORM LoadCompanyInfo.
       PERFORM LoadSsWageBase.
       OPEN INPUT YtdFile.
       PERFORM CheckYtdStatus.
       OPEN INPUT EmployeeFile.
       PERFORM CheckEmployeeStatus.
       OPEN EXTEND YtdPriorFile.
       PERFORM CheckYtdPriorStatus.
       OPEN OUTPUT W2PrintFile.
       PERFORM CheckW2PrintStatus.
       OPEN OUTPUT W2WageFile.
       PERFORM CheckW2WageStatus.
       OPEN OUTPUT W3ReportFile.
       PERFORM CheckW3ReportStatus.
       MOVE TaxYear TO PrnW3TaxYear.
       WRITE W3ReportLine FROM W3Heading.
       PERFORM CheckW3ReportStatus.
       MOVE CompanyEinPrefix TO PrnW3EinPrefix.
       MOVE CompanyEinSuffix TO PrnW3EinSuffix.
       MOVE CompanyName TO PrnW3CompanyName.
       WRITE W3ReportLine FROM W3EmployerLine
           AFTER ADVANCING 1 LINE.
       PERFORM CheckW3ReportStatus.
       WRITE W3ReportLine FROM W3ExceptHeading
           AFTER ADVANCING 2 LINES.
       PERFORM CheckW3ReportStatus.
       MOVE TaxYear TO WreTaxYear.
       MOVE CompanyEin TO WreEin.
       MOVE CompanyName TO WreName.
       MOVE CompanyStreet TO WreStreet.
       MOVE CompanyCity TO WreCity.
       MOVE CompanyState TO WreState.
       MOVE CompanyZip TO WreZip.
       WRITE W2WageRecord FROM WageEmployerRecord.
       PERFORM CheckW2WageStatus.
       READ YtdFile
           AT END SET YtdAtEof TO TRUE
       END-READ.
       PERFORM CheckYtdStatus.
       PERFORM ProcessOneYtd UNTIL YtdAtEof.
       PERFORM PrintW3Totals.
       MOVE W2Count TO WrtCount.
       MOVE TotalWages TO WrtWages.
       MOVE TotalFedTax TO WrtFedTax.
       MOVE TotalSsWages TO WrtSsWages.
       MOVE TotalSsTax TO WrtSsTax.
       MOVE TotalMedicareWages TO WrtMedicareWages.
       MOVE TotalMedicareTax TO WrtMedicareTax.
       WRITE W2WageRecord FROM WageTotalRecord.
       PERFORM CheckW2WageStatus.
       MOVE W2Count TO WrfCount.
       WRITE W2WageRecord FROM WageFinalRecord.
       PERFORM CheckW2WageStatus.
       CLOSE YtdFile, EmployeeFile, YtdPriorFile, W2PrintFile,
             W2WageFile, W3ReportFile.
       PERFORM ResetYtdFile.
       PERFORM RewriteYearEndControl.
       MOVE "ENDOK" TO JsStatus.
       PERFORM WriteJobStats.
       DISPLAY "W2YEAREND: TAX YEAR " TaxYear " CLOSED - "
           W2Count " W-2 FORMS, " ArchivedCount
           " YTD RECORDS ARCHIVED".
       GOBACK.

       LoadYearEndControl.
           OPEN INPUT YearEndCtlFile.
           PERFORM CheckYearEndCtlStatus.
           READ YearEndCtlFile
               AT END SET YearEndCtlAtEof TO TRUE
           END-READ.
           IF NOT YearEndCtlAtEof AND FS-YearEndCtlFile = "00"
               MOVE YecLastTaxYear TO LastClosedYear
               MOVE YecClosedOn TO LastClosedOn
           END-IF.
           CLOSE YearEndCtlFile.

       RewriteYearEndControl.
           OPEN OUTPUT YearEndCtlFile.
           PERFORM CheckYearEndCtlStatus.
           MOVE TaxYear TO YecLastTaxYear.
           MOVE RunDate TO YecClosedOn.
           MOVE W2Count TO YecW2Count.
           MOVE TotalWages TO YecTotalWages.
           WRITE YearEndCtlRecord.
           PERFORM CheckYearEndCtlStatus.
           CLOSE YearEndCtlFile.

       LoadCompanyInfo.
           OPEN INPUT CompanyFile.
           PERFORM CheckCompanyStatus.
           READ CompanyFile
               AT END SET CompanyAtEof TO TRUE
           END-READ.
           IF NOT CompanyAtEof AND FS-CompanyFile = "00"
               MOVE CoEin TO CompanyEin
               MOVE CoName TO CompanyName
               MOVE CoStreet TO CompanyStreet
               MOVE CoCity TO CompanyCity
               MOVE CoState TO CompanyState
               MOVE CoZip TO CompanyZip
           ELSE
               DISPLAY "W2YEAREND: NO Company.dat ON FILE - EMPLOYER "
                   "NAME AND EIN WILL BE BLANK"
           END-IF.
           CLOSE CompanyFile.

       LoadSsWageBase.
           OPEN INPUT EmprTaxFile.
           PERFORM CheckEmprTaxStatus.
           READ EmprTaxFile
               AT END SET EmprTaxAtEof TO TRUE
           END-READ.
           PERFORM CheckOneEmprTax UNTIL EmprTaxAtEof.
           CLOSE EmprTaxFile.

       CheckOneEmprTax.
           IF EtTaxCode = "FICA" AND EtWageBase > ZERO
               MOVE EtWageBase TO SsWageBase
           END-IF.
           READ EmprTaxFile
               AT END SET EmprTaxAtEof TO TRUE
           END-READ.

       ProcessOneYtd.
           ADD 1 TO YtdReadCount.
           MOVE YtdEmpId TO EmpId.
           READ EmployeeFile
               INVALID KEY
                   MOVE "N" TO EmployeeFoundFlag
                   MOVE SPACES TO EmpName
                   MOVE ZERO TO EmpSSNum
                   MOVE SPACES TO EmpHomeAddress
               NOT INVALID KEY
                   MOVE "Y" TO EmployeeFoundFlag
           END-READ.
           IF YtdGross > ZERO OR YtdTax > ZERO
               PERFORM ProduceOneW2
           END-IF.
           MOVE TaxYear TO PyTaxYear.
           MOVE YtdEmpId TO PyEmpId.
           MOVE YtdGross TO PyGross.
           MOVE YtdTax TO PyTax.
           MOVE YtdNet TO PyNet.
           WRITE YtdPriorRecord.
           PERFORM CheckYtdPriorStatus.
           ADD 1 TO ArchivedCount.
           READ YtdFile
               AT END SET YtdAtEof TO TRUE
           END-READ.
           PERFORM CheckYtdStatus.

       ProduceOneW2.
           IF NOT EmployeeFound
               MOVE "EMPLOYEE NOT ON MASTER - NO NAME OR SSN"
                   TO PrnW3ExceptReason
               PERFORM WriteW2Exception
           ELSE
               IF EmpSSNum = ZERO
                   MOVE "NO SSN ON MASTER - W-2 PRINTED BLANK SSN"
                       TO PrnW3ExceptReason
                   PERFORM WriteW2Exception
               END-IF
               IF EmpStreet = SPACES
                   MOVE "NO HOME ADDRESS ON MASTER"
                       TO PrnW3ExceptReason
                   PERFORM WriteW2Exception
               END-IF
           END-IF.
           IF YtdGross > SsWageBase
               MOVE SsWageBase TO SsWages
           ELSE
               MOVE YtdGross TO SsWages
           END-IF.
           MOVE YtdGross TO MedicareWages.
           MOVE ZERO TO SsTaxWithheld.
           MOVE ZERO TO MedicareTaxWithheld.
           PERFORM PrintOneW2.
           MOVE EmpSSNum TO WrwSsn.
           MOVE YtdEmpId TO WrwEmpId.
           MOVE EmpName TO WrwName.
           MOVE EmpStreet TO WrwStreet.
           MOVE EmpCity TO WrwCity.
           MOVE EmpState TO WrwState.
           MOVE EmpZip TO WrwZip.
           MOVE YtdGross TO WrwWages.
           MOVE YtdTax TO WrwFedTax.
           MOVE SsWages TO WrwSsWages.
           MOVE SsTaxWithheld TO WrwSsTax.
           MOVE MedicareWages TO WrwMedicareWages.
           MOVE MedicareTaxWithheld TO WrwMedicareTax.
           WRITE W2WageRecord FROM WageEmployeeRecord.
           PERFORM CheckW2WageStatus.
           ADD 1 TO W2Count.
           ADD YtdGross TO TotalWages.
           ADD YtdTax TO TotalFedTax.
           ADD SsWages TO TotalSsWages.
           ADD SsTaxWithheld TO TotalSsTax.
           ADD MedicareWages TO TotalMedicareWages.
           ADD MedicareTaxWithheld TO TotalMedicareTax.
           ADD YtdNet TO TotalNet.

       PrintOneW2.
           WRITE W2PrintLine FROM W2Separator
               AFTER ADVANCING PAGE.
           PERFORM CheckW2PrintStatus.
           MOVE TaxYear TO PrnW2TaxYear.
           WRITE W2PrintLine FROM W2TitleLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.
           MOVE EmpSSArea TO PrnW2SsArea.
           MOVE EmpSSGroup TO PrnW2SsGroup.
           MOVE EmpSSSerial TO PrnW2SsSerial.
           MOVE CompanyEinPrefix TO PrnW2EinPrefix.
           MOVE CompanyEinSuffix TO PrnW2EinSuffix.
           WRITE W2PrintLine FROM W2IdLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckW2PrintStatus.
           MOVE "c EMPLOYER:" TO PrnW2NameLabel.
           MOVE CompanyName TO PrnW2Name.
           MOVE SPACES TO PrnW2NameNote.
           WRITE W2PrintLine FROM W2NameLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckW2PrintStatus.
           MOVE CompanyStreet TO PrnW2Street.
           WRITE W2PrintLine FROM W2StreetLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.
           MOVE CompanyCity TO PrnW2City.
           MOVE CompanyState TO PrnW2State.
           MOVE CompanyZip TO PrnW2Zip.
           WRITE W2PrintLine FROM W2CityLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.
           MOVE "e EMPLOYEE:" TO PrnW2NameLabel.
           MOVE EmpName TO PrnW2Name.
           MOVE SPACES TO PrnW2NameNote.
           STRING "EMPLOYEE ID " YtdEmpId
               DELIMITED BY SIZE INTO PrnW2NameNote.
           WRITE W2PrintLine FROM W2NameLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckW2PrintStatus.
           MOVE EmpStreet TO PrnW2Street.
           WRITE W2PrintLine FROM W2StreetLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.
           MOVE EmpCity TO PrnW2City.
           MOVE EmpState TO PrnW2State.
           MOVE EmpZip TO PrnW2Zip.
           WRITE W2PrintLine FROM W2CityLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.
           MOVE "1 WAGES, TIPS, OTHER COMP" TO PrnW2LeftLabel.
           MOVE YtdGross TO PrnW2LeftAmount.
           MOVE "2 FEDERAL INCOME TAX WITHHELD" TO PrnW2RightLabel.
           MOVE YtdTax TO PrnW2RightAmount.
           WRITE W2PrintLine FROM W2BoxLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckW2PrintStatus.
           MOVE "3 SOCIAL SECURITY WAGES" TO PrnW2LeftLabel.
           MOVE SsWages TO PrnW2LeftAmount.
           MOVE "4 SOCIAL SECURITY TAX WITHHELD" TO PrnW2RightLabel.
           MOVE SsTaxWithheld TO PrnW2RightAmount.
           WRITE W2PrintLine FROM W2BoxLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.
           MOVE "5 MEDICARE WAGES AND TIPS" TO PrnW2LeftLabel.
           MOVE MedicareWages TO PrnW2LeftAmount.
           MOVE "6 MEDICARE TAX WITHHELD" TO PrnW2RightLabel.
           MOVE MedicareTaxWithheld TO PrnW2RightAmount.
           WRITE W2PrintLine FROM W2BoxLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW2PrintStatus.

       WriteW2Exception.
           ADD 1 TO ExceptionCount.
           MOVE YtdEmpId TO PrnW3ExceptId.
           MOVE EmpName TO PrnW3ExceptName.
           WRITE W3ReportLine FROM W3ExceptLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW3ReportStatus.

       PrintW3Totals.
           IF ExceptionCount = ZERO
               MOVE "NONE" TO W3ReportLine
               WRITE W3ReportLine AFTER ADVANCING 1 LINE
               PERFORM CheckW3ReportStatus
           END-IF.
           MOVE "YTD RECORDS READ:" TO PrnW3CountLabel.
           MOVE YtdReadCount TO PrnW3Count.
           WRITE W3ReportLine FROM W3CountLine
               AFTER ADVANCING 3 LINES.
           PERFORM CheckW3ReportStatus.
           MOVE "c TOTAL NUMBER OF FORMS W-2:" TO PrnW3CountLabel.
           MOVE W2Count TO PrnW3Count.
           PERFORM WriteW3CountLine.
           MOVE "EXCEPTIONS LISTED ABOVE:" TO PrnW3CountLabel.
           MOVE ExceptionCount TO PrnW3Count.
           PERFORM WriteW3CountLine.
           MOVE "1 WAGES, TIPS, OTHER COMP:" TO PrnW3AmountLabel.
           MOVE TotalWages TO PrnW3Amount.
           WRITE W3ReportLine FROM W3AmountLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckW3ReportStatus.
           MOVE "2 FEDERAL INCOME TAX WITHHELD:" TO PrnW3AmountLabel.
           MOVE TotalFedTax TO PrnW3Amount.
           PERFORM WriteW3AmountLine.
           MOVE "3 SOCIAL SECURITY WAGES:" TO PrnW3AmountLabel.
           MOVE TotalSsWages TO PrnW3Amount.
           PERFORM WriteW3AmountLine.
           MOVE "4 SOCIAL SECURITY TAX WITHHELD:" TO PrnW3AmountLabel.
           MOVE TotalSsTax TO PrnW3Amount.
           PERFORM WriteW3AmountLine.
           MOVE "5 MEDICARE WAGES AND TIPS:" TO PrnW3AmountLabel.
           MOVE TotalMedicareWages TO PrnW3Amount.
           PERFORM WriteW3AmountLine.
           MOVE "6 MEDICARE TAX WITHHELD:" TO PrnW3AmountLabel.
           MOVE TotalMedicareTax TO PrnW3Amount.
           PERFORM WriteW3AmountLine.
           MOVE "NET PAY (PROOF TO PAY REGISTERS):" TO PrnW3AmountLabel.
           MOVE TotalNet TO PrnW3Amount.
           PERFORM WriteW3AmountLine.

       WriteW3CountLine.
           WRITE W3ReportLine FROM W3CountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW3ReportStatus.

       WriteW3AmountLine.
           WRITE W3ReportLine FROM W3AmountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckW3ReportStatus.

       ResetYtdFile.
           OPEN OUTPUT YtdFile.
           PERFORM CheckYtdStatus.
           CLOSE YtdFile.

       WriteJobStats.
           OPEN EXTEND JobStatsFile.
           PERFORM CheckJobStatsStatus.
           MOVE "W2YEAREND" TO JsJobName.
           MOVE RunDate TO JsDate.
           ACCEPT JobRunTime FROM TIME.
           MOVE JrHour TO JsTime (1:2).
           MOVE JrMinute TO JsTime (3:2).
           MOVE JrSecond TO JsTime (5:2).
           MOVE YtdReadCount TO JsRead.
           MOVE W2Count TO JsWritten.
           MOVE ExceptionCount TO JsRejected.
           MOVE TotalWages TO JsAmount.
           WRITE JobStatsRecord.
           PERFORM CheckJobStatsStatus.
           CLOSE JobStatsFile.

       CheckYtdStatus.
           IF FS-YtdFile NOT = "00" AND FS-YtdFile NOT = "05"
               AND FS-YtdFile NOT = "10"
               DISPLAY "I/O ERROR ON YTDFILE STATUS " FS-YtdFile
               STOP RUN
           END-IF.

       CheckEmployeeStatus.
           IF FS-EmployeeFile NOT = "00" AND FS-EmployeeFile NOT = "23"
               DISPLAY "I/O ERROR ON EMPLOYEEFILE STATUS "
                   FS-EmployeeFile
               STOP RUN
           END-IF.

       CheckCompanyStatus.
           IF FS-CompanyFile NOT = "00" AND FS-CompanyFile NOT = "05"
               AND FS-CompanyFile NOT = "10"
               DISPLAY "I/O ERROR ON COMPANYFILE STATUS "
                   FS-CompanyFile
               STOP RUN
           END-IF.

       CheckEmprTaxStatus.
           IF FS-EmprTaxFile NOT = "00" AND FS-EmprTaxFile NOT = "05"
               AND FS-EmprTaxFile NOT = "10"
               DISPLAY "I/O ERROR ON EMPRTAXFILE STATUS "
                   FS-EmprTaxFile
               STOP RUN
           END-IF.

       CheckYearEndCtlStatus.
           IF FS-YearEndCtlFile NOT = "00"
               AND FS-YearEndCtlFile NOT = "05"
               AND FS-YearEndCtlFile NOT = "10"
               DISPLAY "I/O ERROR ON YEARENDCTL STATUS "
                   FS-YearEndCtlFile
               STOP RUN
           END-IF.

       CheckYtdPriorStatus.
           IF FS-YtdPriorFile NOT = "00" AND FS-YtdPriorFile NOT = "05"
               DISPLAY "I/O ERROR ON YTDPRIOR STATUS "
                   FS-YtdPriorFile
               STOP RUN
           END-IF.

       CheckW2PrintStatus.
           IF FS-W2PrintFile NOT = "00"
               DISPLAY "I/O ERROR ON W2 PRINT STATUS "
                   FS-W2PrintFile
               STOP RUN
           END-IF.

       CheckW2WageStatus.
           IF FS-W2WageFile NOT = "00"
               DISPLAY "I/O ERROR ON W2 WAGE FILE STATUS "
                   FS-W2WageFile
               STOP RUN
           END-IF.

       CheckW3ReportStatus.
           IF FS-W3ReportFile NOT = "00"
               DISPLAY "I/O ERROR ON W3 REPORT STATUS "
                   FS-W3ReportFile
               STOP RUN
           END-IF.

       CheckJobStatsStatus.
           IF FS-JobStatsFile NOT = "00" AND FS-JobStatsFile NOT = "05"
               DISPLAY "I/O ERROR ON JOBSTATS STATUS "
                   FS-JobStatsFile
               STOP RUN
           END-IF.
