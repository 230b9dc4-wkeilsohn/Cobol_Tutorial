           SELECT TimecardFile ASSIGN TO "Timecard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TimecardFile.
           SELECT OffCycleFile ASSIGN TO "OffCycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OffCycleFile.
           SELECT OPTIONAL CheckHistFile ASSIGN TO "CheckHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CheckHistFile.
           SELECT OPTIONAL IssuedChkFile ASSIGN TO "IssuedChk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IssuedChkFile.
           SELECT OPTIONAL PosPayCtlFile ASSIGN TO "PosPayCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PosPayCtlFile.
           SELECT PosPayFile ASSIGN TO "PosPayPR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PosPayFile.
           SELECT PayRegisterFile ASSIGN TO "PayRegister.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PayRegisterFile.
           SELECT DeductRegisterFile ASSIGN TO "DeductReg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DeductRegisterFile.
           SELECT OPTIONAL EmprTaxFile ASSIGN TO "EmprTax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EmprTaxFile.
           SELECT EmprTaxRegisterFile ASSIGN TO "EmprTaxReg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EmprTaxRegisterFile.
           SELECT OPTIONAL TaxLiabFile ASSIGN TO "TaxLiab.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TaxLiabFile.
           SELECT TaxDepositFile ASSIGN TO "TaxDeposit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TaxDepositFile.
           SELECT OPTIONAL DeptFile ASSIGN TO "Dept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DeptFile.
           SELECT LaborDistFile ASSIGN TO "LaborDist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LaborDistFile.
           SELECT OPTIONAL PayHistFile ASSIGN TO "PayHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PayHistFile.
           SELECT OPTIONAL RetroPayFile ASSIGN TO "RetroPay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RetroPayFile.

       data division.
       file section.
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

       FD TimecardFile.
       01 TimecardInRecord PIC X(22).

       FD OffCycleFile.
       01 OffCycleInRecord PIC X(22).

       FD CheckHistFile.
       01 CheckHistRecord.
           02 ChCheckNumber PIC 9(6).
           02 ChEmpId PIC 9(5).
           02 ChEmpName PIC X(20).
           02 ChIssueDate PIC 9(8).
           02 ChRunType PIC X.
           02 ChGross PIC 9(5)V99.
           02 ChTax PIC 9(5)V99.
           02 ChRetirement PIC 9(5)V99.
           02 ChInsurance PIC 9(5)V99.
           02 ChGarnish PIC 9(5)V99.
           02 ChNet PIC 9(5)V99.
           02 ChStatus PIC X.
           02 ChStatusDate PIC 9(8).
           02 ChReplacedBy PIC 9(6).
           02 ChOrigCheck PIC 9(6).
           02 ChExpenseAcct PIC X(4).
           02 ChEmprTaxEntry OCCURS 10 TIMES.
               03 ChErTaxCode PIC X(4).
               03 ChErExpenseAcct PIC X(4).
               03 ChErLiabilityAcct PIC X(4).
               03 ChErPeriod PIC X(6).
               03 ChErAmount PIC 9(5)V99.

       FD IssuedChkFile.
       01 IssuedChkRecord.
           02 IcRecType PIC X.
           02 IcCheckNumber PIC 9(6).
           02 IcDate PIC 9(8).
           02 IcAmount PIC 9(7)V99.
           02 IcPayee PIC X(30).
           02 IcSource PIC X(14).

       FD PosPayCtlFile.
       01 PosPayCtlRecord.
           88 PosPayCtlAtEof VALUE HIGH-VALUE.
           02 PcRouting PIC 9(9).
           02 PcAccount PIC X(12).

       FD PosPayFile.
       01 PosPayRecord PIC X(80).

       FD PayRegisterFile.
       01 RegisterPrintLine PIC X(92).
       FD DeductRegisterFile.
       01 DeductRegisterLine PIC X(60).

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

       FD EmprTaxRegisterFile.
       01 EmprTaxRegisterLine PIC X(80).

       FD TaxLiabFile.
       01 TaxLiabRecord.
           88 TaxLiabAtEof VALUE HIGH-VALUE.
           02 TlTaxCode PIC X(4).
           02 TlPeriod PIC X(6).
           02 TlDueDate PIC 9(8).
           02 TlAmount PIC 9(9)V99.
           02 TlLastRunDate PIC 9(8).

       FD TaxDepositFile.
       01 TaxDepositLine PIC X(80).

       FD DeptFile.
       01 DeptRecord.
           88 DeptAtEof VALUE HIGH-VALUE.
           02 DeptCode PIC X(4).
           02 DeptName PIC X(20).
           02 DeptExpenseAcct PIC X(4).
           02 DeptActive PIC X.

       FD LaborDistFile.
       01 LaborDistLine PIC X(132).

       FD PayHistFile.
       01 PayHistRecord.
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
           88 RetroPayAtEof VALUE HIGH-VALUE.
           02 RpEmpId PIC 9(5).
           02 RpEffectiveDate PIC 9(8).
           02 RpAmount PIC 9(5)V99.
           02 RpCreatedDate PIC 9(8).

       FD JobStatsFile.
       01 JobStatsRecord.
           02 JsJobName PIC X(14).
       01 FS-PayExceptFile PIC XX VALUE "00".
       01 FS-GlWorkFile PIC XX VALUE "00".
       01 FS-JobStatsFile PIC XX VALUE "00".
       01 FS-OffCycleFile PIC XX VALUE "00".
       01 FS-CheckHistFile PIC XX VALUE "00".
       01 FS-IssuedChkFile PIC XX VALUE "00".
       01 FS-PosPayCtlFile PIC XX VALUE "00".
       01 FS-PosPayFile PIC XX VALUE "00".
       01 BankRouting PIC 9(9) VALUE ZERO.
       01 BankAccount PIC X(12) VALUE SPACES.
       01 PosPayCount PIC 9(6) VALUE ZERO.
       01 PosPayTotal PIC 9(10)V99 VALUE ZERO.
       01 PosPayVoidCount PIC 9(6) VALUE ZERO.
       01 PosPayVoidTotal PIC 9(10)V99 VALUE ZERO.
       01 IssueCheckNumber PIC 9(6) VALUE ZERO.
       01 IssueDate PIC 9(8) VALUE ZERO.
       01 IssueAmount PIC 9(7)V99 VALUE ZERO.
       01 IssuePayee PIC X(30) VALUE SPACES.
       01 IssueRecType PIC X VALUE "I".
           88 IssueIsVoid VALUE "V".
       01 PosPayHeader.
           02 FILLER PIC X VALUE "H".
           02 PphRouting PIC 9(9).
           02 PphAccount PIC X(12).
           02 PphFileDate PIC 9(8).
           02 PphSource PIC X(14).
           02 FILLER PIC X(36) VALUE SPACES.
       01 PosPayDetail.
           02 FILLER PIC X VALUE "D".
           02 PpdAccount PIC X(12).
           02 PpdCheckNumber PIC 9(10).
           02 PpdAmount PIC 9(8)V99.
           02 PpdIssueDate PIC 9(8).
           02 PpdVoidFlag PIC X.
           02 PpdPayee PIC X(30).
           02 FILLER PIC X(8) VALUE SPACES.
       01 PosPayTrailer.
           02 FILLER PIC X VALUE "T".
           02 PptCount PIC 9(6).
           02 PptTotal PIC 9(10)V99.
           02 PptVoidCount PIC 9(6).
           02 PptVoidTotal PIC 9(10)V99.
           02 FILLER PIC X(43) VALUE SPACES.
       01 TimecardRecord.
           02 TcEmpId PIC X(5).
           02 TcHours PIC X(5).
           02 TcPayType PIC X.
               88 TcRegular VALUES "R", " ".
               88 TcOvertime VALUE "O".
               88 TcVacation VALUE "V".
               88 TcHoliday VALUE "H".
               88 TcSick VALUE "S".
               88 TcValidPayType VALUES "R", " ", "O", "V", "H", "S".
               88 TcAmountType VALUES "B", "C".
           02 TcAmount PIC X(7).
           02 TcDept PIC X(4).
       01 PayLineEof PIC X VALUE "N".
           88 PayLinesAtEof VALUE "Y".
       01 PayRunType PIC X VALUE "R".
           88 OffCycleRun VALUE "O".
       01 PayOperatorId PIC X(8) VALUE SPACES.
       01 PayArchiveStep PIC X(14) VALUE SPACES.
       01 PayArchiveAllReports PIC X(30) VALUE SPACES.
       01 FlatAmount PIC 9(5)V99 VALUE ZERO.
       01 EmpRetirement PIC 9(5)V99 VALUE ZERO.
       01 EmpInsurance PIC 9(5)V99 VALUE ZERO.
       01 EmpGarnish PIC 9(5)V99 VALUE ZERO.
       01 TimecardReadCount PIC 9(7) VALUE ZERO.
       01 JobRunTime.
           02 JrHour PIC 99.
       01 FS-CheckPrintFile PIC XX VALUE "00".
       01 FS-CheckRegisterFile PIC XX VALUE "00".
       01 FS-AchFile PIC XX VALUE "00".
       01 FS-EmprTaxFile PIC XX VALUE "00".
       01 FS-EmprTaxRegisterFile PIC XX VALUE "00".
       01 FS-TaxLiabFile PIC XX VALUE "00".
       01 FS-TaxDepositFile PIC XX VALUE "00".
       01 FS-DeptFile PIC XX VALUE "00".
       01 FS-LaborDistFile PIC XX VALUE "00".
       01 FS-PayHistFile PIC XX VALUE "00".
       01 FS-RetroPayFile PIC XX VALUE "00".
       01 RetroTable.
           02 RetroEntry OCCURS 500 TIMES.
               03 RtEmpId PIC 9(5).
               03 RtEffectiveDate PIC 9(8).
               03 RtAmount PIC 9(5)V99.
               03 RtCreatedDate PIC 9(8).
               03 RtAppliedFlag PIC X.
       01 RetroCount PIC 9(3) VALUE ZERO.
       01 RetroIndex PIC 9(3) VALUE ZERO.
       01 RetroPaidCount PIC 9(5) VALUE ZERO.
       01 RetroPaidTotal PIC 9(9)V99 VALUE ZERO.
       01 LookupEmpId PIC 9(5) VALUE ZERO.
       01 PayHistCount PIC 9(5) VALUE ZERO.
       01 DeptTable.
           02 DeptEntry OCCURS 51 TIMES.
               03 DeptTblCode PIC X(4).
               03 DeptTblName PIC X(20).
               03 DeptTblExpenseAcct PIC X(4).
               03 DeptTblActive PIC X.
               03 DeptTblRegHours PIC 9(6)V99.
               03 DeptTblOtHours PIC 9(6)V99.
               03 DeptTblVacHours PIC 9(6)V99.
               03 DeptTblHolHours PIC 9(6)V99.
               03 DeptTblSickHours PIC 9(6)V99.
               03 DeptTblGross PIC 9(9)V99.
               03 DeptTblEmprTax PIC 9(9)V99.
       01 DeptCount PIC 9(3) VALUE ZERO.
       01 DeptIndex PIC 9(3) VALUE ZERO.
       01 DeptFoundIndex PIC 9(3) VALUE ZERO.
       01 LookupDept PIC X(4) VALUE SPACES.
       01 LineDeptIndex PIC 9(3) VALUE ZERO.
       01 LaborTable.
           02 LaborEntry OCCURS 1000 TIMES.
               03 LdEmpIndex PIC 9(3).
               03 LdDeptIndex PIC 9(3).
               03 LdGross PIC 9(7)V99.
       01 LaborCount PIC 9(4) VALUE ZERO.
       01 LaborIndex PIC 9(4) VALUE ZERO.
       01 LaborFoundIndex PIC 9(4) VALUE ZERO.
       01 LaborLastIndex PIC 9(4) VALUE ZERO.
       01 LaborMainIndex PIC 9(4) VALUE ZERO.
       01 EmprTaxShare PIC 9(7)V99 VALUE ZERO.
       01 EmprTaxUnallocated PIC S9(7)V99 VALUE ZERO.
       01 LaborTotals.
           02 LtRegHours PIC 9(6)V99 VALUE ZERO.
           02 LtOtHours PIC 9(6)V99 VALUE ZERO.
           02 LtVacHours PIC 9(6)V99 VALUE ZERO.
           02 LtHolHours PIC 9(6)V99 VALUE ZERO.
           02 LtSickHours PIC 9(6)V99 VALUE ZERO.
           02 LtGross PIC 9(9)V99 VALUE ZERO.
           02 LtEmprTax PIC 9(9)V99 VALUE ZERO.
       01 LaborDistHeading.
           02 FILLER PIC X(35) VALUE
               "LABOR DISTRIBUTION BY DEPARTMENT - ".
           02 PrnLdRunType PIC X(10).
           02 FILLER PIC X(7) VALUE "   RUN ".
           02 PrnLdRunDate PIC 9(8).
       01 LaborDistHeads.
           02 FILLER PIC X(6) VALUE "DEPT".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(6) VALUE "ACCT".
           02 FILLER PIC X(10) VALUE "  REG HRS".
           02 FILLER PIC X(10) VALUE "   OT HRS".
           02 FILLER PIC X(10) VALUE "  VAC HRS".
           02 FILLER PIC X(10) VALUE "  HOL HRS".
           02 FILLER PIC X(10) VALUE " SICK HRS".
           02 FILLER PIC X(14) VALUE "         GROSS".
           02 FILLER PIC X(14) VALUE "  EMPLOYER TAX".
           02 FILLER PIC X(15) VALUE "     TOTAL COST".
       01 LaborDistDetailLine.
           02 PrnLdDept PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLdName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLdAcct PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLdRegHours PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdOtHours PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdVacHours PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdHolHours PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdSickHours PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdGross PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdEmprTax PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLdTotalCost PIC ZZZ,ZZZ,ZZ9.99.
       01 EmprTaxTable.
           02 EmprTaxEntry OCCURS 10 TIMES.
               03 ErTblTaxCode PIC X(4).
               03 ErTblDesc PIC X(20).
               03 ErTblRate PIC V9999.
               03 ErTblWageBase PIC 9(7)V99.
               03 ErTblExpenseAcct PIC X(4).
               03 ErTblLiabilityAcct PIC X(4).
               03 ErTblDepositFreq PIC X.
                   88 ErTblQuarterly VALUE "Q".
               03 ErTblTaxableTotal PIC 9(9)V99.
               03 ErTblTaxTotal PIC 9(9)V99.
       01 BuiltInTaxList.
           02 FILLER PIC X(46) VALUE
               "FICAEMPLOYER SOC SEC    062001686000063002300M".
           02 FILLER PIC X(46) VALUE
               "MEDIEMPLOYER MEDICARE   014500000000063002310M".
           02 FILLER PIC X(46) VALUE
               "FUTAFEDERAL UNEMPLOYMENT006000070000063002320Q".
           02 FILLER PIC X(46) VALUE
               "SUTASTATE UNEMPLOYMENT  027000070000063002330Q".
       01 BuiltInTaxTable REDEFINES BuiltInTaxList.
           02 BuiltInTaxEntry OCCURS 4 TIMES.
               03 BiTaxCode PIC X(4).
               03 BiDesc PIC X(20).
               03 BiRate PIC V9999.
               03 BiWageBase PIC 9(7)V99.
               03 BiExpenseAcct PIC X(4).
               03 BiLiabilityAcct PIC X(4).
               03 BiDepositFreq PIC X.
       01 EmprTaxCount PIC 9(3) VALUE ZERO.
       01 EmprTaxIndex PIC 9(3) VALUE ZERO.
       01 EmprTaxBuiltIn PIC X VALUE "N".
       01 PriorYtdGross PIC 9(7)V99 VALUE ZERO.
       01 WageBaseRoom PIC S9(7)V99 VALUE ZERO.
       01 EmprTaxableWages PIC 9(5)V99 VALUE ZERO.
       01 EmprTaxAmount PIC 9(5)V99 VALUE ZERO.
       01 EmpEmprTaxTotal PIC 9(7)V99 VALUE ZERO.
       01 EmpEmprTaxTable.
           02 EmpErAmount PIC 9(5)V99 OCCURS 10 TIMES.
       01 TotalEmprTax PIC 9(9)V99 VALUE ZERO.
       01 TaxLiabTable.
           02 TaxLiabEntry OCCURS 100 TIMES.
               03 TlTblTaxCode PIC X(4).
               03 TlTblPeriod PIC X(6).
               03 TlTblDueDate PIC 9(8).
               03 TlTblAmount PIC 9(9)V99.
               03 TlTblLastRunDate PIC 9(8).
       01 TaxLiabCount PIC 9(3) VALUE ZERO.
       01 TaxLiabIndex PIC 9(3) VALUE ZERO.
       01 TaxLiabFoundIndex PIC 9(3) VALUE ZERO.
       01 DepositPeriod PIC X(6) VALUE SPACES.
       01 DepositDueDate.
           02 DueYear PIC 9(4).
           02 DueMonth PIC 99.
           02 DueDay PIC 99.
       01 RunQuarter PIC 9 VALUE ZERO.
       01 EmprTaxHeading PIC X(30) VALUE
           "EMPLOYER PAYROLL TAX REGISTER".
       01 EmprTaxHeads.
           02 FILLER PIC X(8) VALUE "EMP_ID".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(6) VALUE "TAX".
           02 FILLER PIC X(12) VALUE "  PRIOR YTD".
           02 FILLER PIC X(11) VALUE "    TAXABLE".
           02 FILLER PIC X(11) VALUE "   EMPLOYER".
       01 EmprTaxDetailLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnErEmpId PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErEmpName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErTaxCode PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrnErPriorYtd PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErTaxable PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErAmount PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrnErNote PIC X(9).
       01 EmprTaxTotalHeads.
           02 FILLER PIC X(6) VALUE "TAX".
           02 FILLER PIC X(22) VALUE "DESCRIPTION".
           02 FILLER PIC X(8) VALUE "   RATE".
           02 FILLER PIC X(14) VALUE "  WAGE BASE".
           02 FILLER PIC X(15) VALUE "   TAXABLE".
           02 FILLER PIC X(15) VALUE "      EMPLOYER".
       01 EmprTaxTotalLine.
           02 PrnErTotCode PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErTotDesc PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErTotRate PIC .9999.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErTotBase PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnErTotTaxable PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrnErTotAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 EmprTaxGrandLine.
           02 FILLER PIC X(30) VALUE "TOTAL EMPLOYER TAX THIS RUN:".
           02 PrnErGrandTotal PIC ZZZ,ZZZ,ZZ9.99.
       01 TaxDepositHeading.
           02 FILLER PIC X(36) VALUE
               "PAYROLL TAX DEPOSIT SCHEDULE AS OF ".
           02 PrnDepRunDate PIC 9(8).
       01 TaxDepositHeads.
           02 FILLER PIC X(6) VALUE "TAX".
           02 FILLER PIC X(22) VALUE "DESCRIPTION".
           02 FILLER PIC X(8) VALUE "PERIOD".
           02 FILLER PIC X(15) VALUE "    AMOUNT DUE".
           02 FILLER PIC X(10) VALUE "  DUE DATE".
           02 FILLER PIC X(16) VALUE "  STATUS".
       01 TaxDepositDetailLine.
           02 PrnDepTaxCode PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDepDesc PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDepPeriod PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDepAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDepDueDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDepStatus PIC X(16).
       01 NextCheckNumber PIC 9(6) VALUE 100001.
       01 StartCheckNumber PIC 9(6) VALUE ZERO.
       01 LastCheckNumber PIC 9(6) VALUE ZERO.
           02 StubCurTax PIC ZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " NET: ".
           02 StubCurNet PIC ZZ,ZZ9.99.
       01 StubRetroLine.
           02 FILLER PIC X(9) VALUE "RETRO    ".
           02 FILLER PIC X(7) VALUE "PAY:   ".
           02 StubRetroPay PIC ZZ,ZZ9.99.
           02 FILLER PIC X(21) VALUE "  (INCLUDED IN GROSS)".
       01 StubYtdLine.
           02 FILLER PIC X(9) VALUE "YTD      ".
           02 FILLER PIC X(7) VALUE "GROSS: ".
               03 EmpTblDepositFlag PIC X.
               03 EmpTblRouting PIC 9(9).
               03 EmpTblAccount PIC X(12).
               03 EmpTblDept PIC X(4).
               03 EmpTblRetroPay PIC 9(5)V99.
               03 EmpTblRegHours PIC 9(4)V99.
               03 EmpTblOtHours PIC 9(4)V99.
               03 EmpTblVacHours PIC 9(4)V99.
               03 EmpTblHolHours PIC 9(4)V99.
               03 EmpTblSickHours PIC 9(4)V99.
       01 EmployeeEntryCount PIC 9(3) VALUE ZERO.
       01 EmployeeIndex PIC 9(3) VALUE ZERO.
       01 EmployeeFoundIndex PIC 9(3) VALUE ZERO.
       01 TotalWithheld PIC 9(9)V99 VALUE ZERO.
       01 TotalNet PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading PIC X(20) VALUE "WEEKLY PAY REGISTER".
       01 OffCycleHeading PIC X(20) VALUE "OFF-CYCLE REGISTER".
       01 RegisterHeads.
           02 FILLER PIC X(8) VALUE "EMP_ID".
           02 FILLER PIC X(22) VALUE "NAME".
           02 PrnTotalWithheld PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " NET: ".
           02 PrnTotalNet PIC ZZZ,ZZZ,ZZ9.99.
       01 RegisterRetroLine.
           02 FILLER PIC X(8) VALUE SPACE.
           02 FILLER PIC X(22) VALUE "RETRO PAY IN GROSS".
           02 FILLER PIC X(9) VALUE SPACE.
           02 PrnRetroGross PIC ZZ,ZZ9.99.
       01 RegisterRetroTotalLine.
           02 FILLER PIC X(16) VALUE "RETRO PAY PAID: ".
           02 PrnRetroPaidCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PrnRetroPaidTotal PIC ZZZ,ZZZ,ZZ9.99.
       01 RegisterCountLine.
           02 FILLER PIC X(16) VALUE "EMPLOYEES PAID: ".
           02 PrnPaidCount PIC ZZZZ9.

       procedure division.
       ACCEPT PayRunDate FROM DATE YYYYMMDD.
       DISPLAY "ENTER RUN TYPE (R = REGULAR, O = OFF-CYCLE): "
           WITH NO ADVANCING.
       ACCEPT PayRunType.
       IF NOT OffCycleRun
           MOVE "R" TO PayRunType
       END-IF.
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
       ACCEPT PayOperatorId.
       PERFORM LoadEmployeeTable.
       PERFORM LoadDeptTable.
       IF NOT OffCycleRun
           PERFORM LoadRetroPay
       END-IF.
       PERFORM LoadTaxTable.
       PERFORM PrintTaxTable.
       PERFORM LoadEmprTaxTable.
       PERFORM LoadTaxLiabTable.
       PERFORM LoadDeductTable.
       PERFORM LoadYtdTable.
       PERFORM LoadCheckControl.
       PERFORM LoadPosPayControl.
       IF OffCycleRun
           OPEN INPUT OffCycleFile
           PERFORM CheckOffCycleStatus
       ELSE
           OPEN INPUT TimecardFile
           PERFORM CheckTimecardStatus
       END-IF.
       OPEN EXTEND CheckHistFile.
       PERFORM CheckCheckHistStatus.
       OPEN EXTEND PayHistFile.
       PERFORM CheckPayHistStatus.
       PERFORM OpenCheckIssueFiles.
       OPEN OUTPUT PayStubFile.
       PERFORM CheckPayStubStatus.
       OPEN OUTPUT CheckPrintFile.
       PERFORM CheckPayRegisterStatus.
       OPEN OUTPUT PayExceptFile.
       PERFORM CheckPayExceptStatus.
       IF OffCycleRun
           WRITE RegisterPrintLine FROM OffCycleHeading
       ELSE
           WRITE RegisterPrintLine FROM RegisterHeading
       END-IF.
       PERFORM CheckPayRegisterStatus.
       WRITE RegisterPrintLine FROM RegisterHeads
           AFTER ADVANCING 2 LINES.
       PERFORM CheckPayRegisterStatus.
       WRITE ExceptPrintLine FROM ExceptHeading.
       PERFORM CheckPayExceptStatus.
       OPEN OUTPUT EmprTaxRegisterFile.
       PERFORM CheckEmprTaxRegisterStatus.
       WRITE EmprTaxRegisterLine FROM EmprTaxHeading.
       PERFORM CheckEmprTaxRegisterStatus.
       IF EmprTaxBuiltIn = "Y"
           MOVE "NO EMPLOYER TAX FILE ON FILE - BUILT-IN RATES USED"
               TO EmprTaxRegisterLine
           WRITE EmprTaxRegisterLine AFTER ADVANCING 1 LINE
           PERFORM CheckEmprTaxRegisterStatus
       END-IF.
       WRITE EmprTaxRegisterLine FROM EmprTaxHeads
           AFTER ADVANCING 2 LINES.
       PERFORM CheckEmprTaxRegisterStatus.
       PERFORM ReadNextPayLine.
       PERFORM PayOneTimecard UNTIL PayLinesAtEof.
       PERFORM SettleOneEmployee VARYING EmployeeIndex
           FROM 1 BY 1 UNTIL EmployeeIndex > EmployeeEntryCount.
       MOVE TotalGross TO PrnTotalGross.
       WRITE RegisterPrintLine FROM RegisterTotalLine
           AFTER ADVANCING 2 LINES.
       PERFORM CheckPayRegisterStatus.
       IF RetroPaidCount > ZERO
           MOVE RetroPaidCount TO PrnRetroPaidCount
           MOVE RetroPaidTotal TO PrnRetroPaidTotal
           WRITE RegisterPrintLine FROM RegisterRetroTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckPayRegisterStatus
       END-IF.
       MOVE PaidCount TO PrnPaidCount.
       MOVE ExceptionCount TO PrnExceptionCount.
       WRITE RegisterPrintLine FROM RegisterCountLine
           AFTER ADVANCING 1 LINE.
       PERFORM CheckPayRegisterStatus.
       PERFORM PrintCheckRegisterTotals.
       PERFORM PrintEmprTaxTotals.
       PERFORM PrintLaborDistribution.
       PERFORM AccrueTaxLiabilities.
       PERFORM PrintTaxDepositSchedule.
       PERFORM RewriteTaxLiabFile.
       PERFORM RewriteCheckControl.
       PERFORM UpdateAccrualBalances.
       PERFORM PrintDeductTotals.
       PERFORM RewriteDeductFile.
       PERFORM RewriteYtdFile.
       IF NOT OffCycleRun
           PERFORM RewriteRetroPayFile
       END-IF.
       PERFORM WriteGlActivity.
       PERFORM WriteJobStats.
       IF OffCycleRun
           CLOSE OffCycleFile
       ELSE
           CLOSE TimecardFile
       END-IF.
       CLOSE PayRegisterFile, PayExceptFile,
             DeductRegisterFile, PayStubFile, CheckPrintFile,
             CheckRegisterFile, AchFile, EmprTaxRegisterFile,
             CheckHistFile, PayHistFile.
       PERFORM CloseCheckIssueFiles.
       PERFORM ArchivePayrollReports.
       Stop Run.

       ArchivePayrollReports.
           IF OffCycleRun
               MOVE "PAYOFFCYCLE" TO PayArchiveStep
           ELSE
               MOVE "PAYROLLRUN" TO PayArchiveStep
           END-IF.
           CALL "RPTARCHIVE" USING PayArchiveStep, PayOperatorId,
               PayArchiveAllReports.

       WriteJobStats.
           OPEN EXTEND JobStatsFile.
           PERFORM CheckJobStatsStatus.
           IF OffCycleRun
               MOVE "PAYOFFCYCLE" TO JsJobName
           ELSE
               MOVE "PAYROLLRUN" TO JsJobName
           END-IF.
           MOVE PayRunDate TO JsDate.
           ACCEPT JobRunTime FROM TIME.
           MOVE JrHour TO JsTime (1:2).
           WRITE CheckRegisterLine FROM CheckRegDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckCheckRegisterStatus.
           MOVE NextCheckNumber TO ChCheckNumber.
           MOVE EmpTblId (EmployeeFoundIndex) TO ChEmpId.
           MOVE EmpTblName (EmployeeFoundIndex) TO ChEmpName.
           MOVE PayRunDate TO ChIssueDate.
           MOVE PayRunType TO ChRunType.
           MOVE GrossPay TO ChGross.
           MOVE TaxWithholding TO ChTax.
           MOVE EmpRetirement TO ChRetirement.
           MOVE EmpInsurance TO ChInsurance.
           MOVE EmpGarnish TO ChGarnish.
           MOVE PayCheck TO ChNet.
           MOVE "I" TO ChStatus.
           MOVE PayRunDate TO ChStatusDate.
           MOVE ZERO TO ChReplacedBy.
           MOVE ZERO TO ChOrigCheck.
           PERFORM SetCheckExpenseAcct.
           PERFORM ClearOneCheckEmprTax VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > 10.
           PERFORM SetOneCheckEmprTax VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > EmprTaxCount.
           WRITE CheckHistRecord.
           PERFORM CheckCheckHistStatus.
           MOVE "I" TO IssueRecType.
           MOVE NextCheckNumber TO IssueCheckNumber.
           MOVE PayRunDate TO IssueDate.
           MOVE PayCheck TO IssueAmount.
           MOVE EmpTblName (EmployeeFoundIndex) TO IssuePayee.
           PERFORM WriteIssuedCheck.
           MOVE NextCheckNumber TO LastCheckNumber.
           ADD 1 TO NextCheckNumber.
           ADD 1 TO CheckCount.
           ADD PayCheck TO CheckTotal.

       SetCheckExpenseAcct.
           MOVE ZERO TO LaborMainIndex.
           PERFORM CheckOneMainLabor VARYING LaborIndex
               FROM 1 BY 1 UNTIL LaborIndex > LaborCount.
           IF LaborMainIndex > ZERO
               MOVE LdDeptIndex (LaborMainIndex) TO DeptIndex
           ELSE
               PERFORM SetHomeDepartment
               MOVE LineDeptIndex TO DeptIndex
           END-IF.
           MOVE DeptTblExpenseAcct (DeptIndex) TO ChExpenseAcct.

       CheckOneMainLabor.
           IF LdEmpIndex (LaborIndex) = EmployeeFoundIndex
               IF LaborMainIndex = ZERO
                   MOVE LaborIndex TO LaborMainIndex
               ELSE
                   IF LdGross (LaborIndex) > LdGross (LaborMainIndex)
                       MOVE LaborIndex TO LaborMainIndex
                   END-IF
               END-IF
           END-IF.

       ClearOneCheckEmprTax.
           MOVE SPACES TO ChErTaxCode (EmprTaxIndex).
           MOVE SPACES TO ChErExpenseAcct (EmprTaxIndex).
           MOVE SPACES TO ChErLiabilityAcct (EmprTaxIndex).
           MOVE SPACES TO ChErPeriod (EmprTaxIndex).
           MOVE ZERO TO ChErAmount (EmprTaxIndex).

       SetOneCheckEmprTax.
           IF EmpErAmount (EmprTaxIndex) > ZERO
               PERFORM SetDepositPeriod
               MOVE ErTblTaxCode (EmprTaxIndex)
                   TO ChErTaxCode (EmprTaxIndex)
               MOVE ErTblExpenseAcct (EmprTaxIndex)
                   TO ChErExpenseAcct (EmprTaxIndex)
               MOVE ErTblLiabilityAcct (EmprTaxIndex)
                   TO ChErLiabilityAcct (EmprTaxIndex)
               MOVE DepositPeriod TO ChErPeriod (EmprTaxIndex)
               MOVE EmpErAmount (EmprTaxIndex)
                   TO ChErAmount (EmprTaxIndex)
           END-IF.

       IssueOneDeposit.
           MOVE EmpTblRouting (EmployeeFoundIndex) TO AchRouting.
           MOVE EmpTblAccount (EmployeeFoundIndex) TO AchAccount.
               STOP RUN
           END-IF.

       CheckCheckHistStatus.
           IF FS-CheckHistFile NOT = "00"
               AND FS-CheckHistFile NOT = "05"
               DISPLAY "I/O ERROR ON CHECKHIST STATUS "
                   FS-CheckHistFile
               STOP RUN
           END-IF.

       CheckCheckPrintStatus.
           IF FS-CheckPrintFile NOT = "00"
               DISPLAY "I/O ERROR ON CHECK PRINT STATUS "
           WRITE PayStubLine FROM StubCurrentLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckPayStubStatus.
           IF EmpTblRetroPay (EmployeeFoundIndex) > ZERO
               MOVE EmpTblRetroPay (EmployeeFoundIndex)
                   TO StubRetroPay
               WRITE PayStubLine FROM StubRetroLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckPayStubStatus
           END-IF.
           MOVE YtdTblGross (YtdFoundIndex) TO StubYtdGross.
           MOVE YtdTblTax (YtdFoundIndex) TO StubYtdTax.
           MOVE YtdTblNet (YtdFoundIndex) TO StubYtdNet.
       ApplyDeductions.
           MOVE ZERO TO PreTaxDeduct.
           MOVE ZERO TO PostTaxDeduct.
           MOVE ZERO TO EmpRetirement.
           MOVE ZERO TO EmpInsurance.
           MOVE ZERO TO EmpGarnish.
           PERFORM ApplyOnePreTaxDeduct VARYING DeductIndex
               FROM 1 BY 1 UNTIL DeductIndex > DeductEntryCount.
           COMPUTE TaxableGross = GrossPay - PreTaxDeduct.
                   DedTblRate (DeductIndex) / 100
               ADD OneDeduct TO PreTaxDeduct
               ADD OneDeduct TO RetirementTotal
               ADD OneDeduct TO EmpRetirement
               PERFORM WriteDeductDetail
           END-IF.

                           END-IF
                           ADD OneDeduct TO PostTaxDeduct
                           ADD OneDeduct TO InsuranceTotal
                           ADD OneDeduct TO EmpInsurance
                           PERFORM WriteDeductDetail
                       WHEN "G"
                           COMPUTE GarnishRoom =
                               END-IF
                               ADD OneDeduct TO PostTaxDeduct
                               ADD OneDeduct TO GarnishTotal
                               ADD OneDeduct TO EmpGarnish
                               ADD OneDeduct TO
                                   DedTblTaken (DeductIndex)
                               PERFORM WriteDeductDetail
               PERFORM CheckGlWorkStatus
               MOVE PayRunDate TO GlwDate
               MOVE "PAYROLLRUN" TO GlwSource
               PERFORM WriteOneDeptSalaryGl VARYING DeptIndex
                   FROM 1 BY 1 UNTIL DeptIndex > DeptCount
               MOVE "2100" TO GlwAccount
               MOVE "TAX WITHHELD PAYABLE" TO GlwDesc
               MOVE ZERO TO GlwDebit
               MOVE TotalNet TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
               PERFORM WriteOneEmprTaxGl VARYING EmprTaxIndex
                   FROM 1 BY 1 UNTIL EmprTaxIndex > EmprTaxCount
               CLOSE GlWorkFile
           END-IF.

       WriteOneDeptSalaryGl.
           IF DeptTblGross (DeptIndex) > ZERO
               MOVE DeptTblExpenseAcct (DeptIndex) TO GlwAccount
               IF DeptIndex = 1
                   MOVE "SALARY EXPENSE" TO GlwDesc
               ELSE
                   MOVE SPACES TO GlwDesc
                   STRING "SALARY EXPENSE " DeptTblCode (DeptIndex)
                       DELIMITED BY SIZE INTO GlwDesc
               END-IF
               MOVE DeptTblGross (DeptIndex) TO GlwDebit
               MOVE ZERO TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.

       WriteOneEmprTaxGl.
           IF ErTblTaxTotal (EmprTaxIndex) > ZERO
               MOVE ErTblExpenseAcct (EmprTaxIndex) TO GlwAccount
               MOVE ErTblDesc (EmprTaxIndex) TO GlwDesc
               MOVE ErTblTaxTotal (EmprTaxIndex) TO GlwDebit
               MOVE ZERO TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
               MOVE ErTblLiabilityAcct (EmprTaxIndex) TO GlwAccount
               MOVE ZERO TO GlwDebit
               MOVE ErTblTaxTotal (EmprTaxIndex) TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.

       LoadEmprTaxTable.
           OPEN INPUT EmprTaxFile.
           PERFORM CheckEmprTaxStatus.
           READ EmprTaxFile
               AT END SET EmprTaxAtEof TO TRUE
           END-READ.
           PERFORM LoadOneEmprTax UNTIL EmprTaxAtEof
               OR EmprTaxCount >= 10.
           IF NOT EmprTaxAtEof
               DISPLAY "PAYROLLRUN: EMPLOYER TAX FILE EXCEEDS "
                   EmprTaxCount " ENTRY TABLE - RUN STOPPED"
               CLOSE EmprTaxFile
               STOP RUN
           END-IF.
           CLOSE EmprTaxFile.
           IF EmprTaxCount = ZERO
               PERFORM LoadBuiltInEmprTaxes
           END-IF.

       LoadOneEmprTax.
           ADD 1 TO EmprTaxCount.
           MOVE EtTaxCode TO ErTblTaxCode (EmprTaxCount).
           MOVE EtDesc TO ErTblDesc (EmprTaxCount).
           MOVE EtRate TO ErTblRate (EmprTaxCount).
           MOVE EtWageBase TO ErTblWageBase (EmprTaxCount).
           MOVE EtExpenseAcct TO ErTblExpenseAcct (EmprTaxCount).
           MOVE EtLiabilityAcct TO ErTblLiabilityAcct (EmprTaxCount).
           MOVE EtDepositFreq TO ErTblDepositFreq (EmprTaxCount).
           MOVE ZERO TO ErTblTaxableTotal (EmprTaxCount).
           MOVE ZERO TO ErTblTaxTotal (EmprTaxCount).
           READ EmprTaxFile
               AT END SET EmprTaxAtEof TO TRUE
           END-READ.

       LoadBuiltInEmprTaxes.
           MOVE "Y" TO EmprTaxBuiltIn.
           PERFORM LoadOneBuiltInTax VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > 4.

       LoadOneBuiltInTax.
           ADD 1 TO EmprTaxCount.
           MOVE BiTaxCode (EmprTaxIndex) TO ErTblTaxCode (EmprTaxCount).
           MOVE BiDesc (EmprTaxIndex) TO ErTblDesc (EmprTaxCount).
           MOVE BiRate (EmprTaxIndex) TO ErTblRate (EmprTaxCount).
           MOVE BiWageBase (EmprTaxIndex)
               TO ErTblWageBase (EmprTaxCount).
           MOVE BiExpenseAcct (EmprTaxIndex)
               TO ErTblExpenseAcct (EmprTaxCount).
           MOVE BiLiabilityAcct (EmprTaxIndex)
               TO ErTblLiabilityAcct (EmprTaxCount).
           MOVE BiDepositFreq (EmprTaxIndex)
               TO ErTblDepositFreq (EmprTaxCount).
           MOVE ZERO TO ErTblTaxableTotal (EmprTaxCount).
           MOVE ZERO TO ErTblTaxTotal (EmprTaxCount).

       ComputeEmprTaxes.
           COMPUTE PriorYtdGross = YtdTblGross (YtdFoundIndex)
               - GrossPay.
           MOVE ZERO TO EmpEmprTaxTotal.
           PERFORM ComputeOneEmprTax VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > EmprTaxCount.
           ADD EmpEmprTaxTotal TO TotalEmprTax.
           PERFORM AllocateEmprTax.

       ComputeOneEmprTax.
           MOVE SPACES TO PrnErNote.
           IF ErTblWageBase (EmprTaxIndex) = ZERO
               MOVE GrossPay TO EmprTaxableWages
           ELSE
               COMPUTE WageBaseRoom = ErTblWageBase (EmprTaxIndex)
                   - PriorYtdGross
               EVALUATE TRUE
                   WHEN WageBaseRoom NOT > ZERO
                       MOVE ZERO TO EmprTaxableWages
                       MOVE "BASE MET" TO PrnErNote
                   WHEN WageBaseRoom < GrossPay
                       MOVE WageBaseRoom TO EmprTaxableWages
                       MOVE "BASE MET" TO PrnErNote
                   WHEN OTHER
                       MOVE GrossPay TO EmprTaxableWages
               END-EVALUATE
           END-IF.
           COMPUTE EmprTaxAmount rounded = EmprTaxableWages
               * ErTblRate (EmprTaxIndex).
           ADD EmprTaxableWages TO ErTblTaxableTotal (EmprTaxIndex).
           ADD EmprTaxAmount TO ErTblTaxTotal (EmprTaxIndex).
           ADD EmprTaxAmount TO EmpEmprTaxTotal.
           MOVE EmprTaxAmount TO EmpErAmount (EmprTaxIndex).
           MOVE EmpTblId (EmployeeFoundIndex) TO PrnErEmpId.
           MOVE EmpTblName (EmployeeFoundIndex) TO PrnErEmpName.
           MOVE ErTblTaxCode (EmprTaxIndex) TO PrnErTaxCode.
           MOVE PriorYtdGross TO PrnErPriorYtd.
           MOVE EmprTaxableWages TO PrnErTaxable.
           MOVE EmprTaxAmount TO PrnErAmount.
           WRITE EmprTaxRegisterLine FROM EmprTaxDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckEmprTaxRegisterStatus.

       PrintEmprTaxTotals.
           WRITE EmprTaxRegisterLine FROM EmprTaxTotalHeads
               AFTER ADVANCING 3 LINES.
           PERFORM CheckEmprTaxRegisterStatus.
           PERFORM PrintOneEmprTaxTotal VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > EmprTaxCount.
           MOVE TotalEmprTax TO PrnErGrandTotal.
           WRITE EmprTaxRegisterLine FROM EmprTaxGrandLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckEmprTaxRegisterStatus.

       PrintOneEmprTaxTotal.
           MOVE ErTblTaxCode (EmprTaxIndex) TO PrnErTotCode.
           MOVE ErTblDesc (EmprTaxIndex) TO PrnErTotDesc.
           MOVE ErTblRate (EmprTaxIndex) TO PrnErTotRate.
           MOVE ErTblWageBase (EmprTaxIndex) TO PrnErTotBase.
           MOVE ErTblTaxableTotal (EmprTaxIndex) TO PrnErTotTaxable.
           MOVE ErTblTaxTotal (EmprTaxIndex) TO PrnErTotAmount.
           WRITE EmprTaxRegisterLine FROM EmprTaxTotalLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckEmprTaxRegisterStatus.

       LoadTaxLiabTable.
           OPEN INPUT TaxLiabFile.
           PERFORM CheckTaxLiabStatus.
           READ TaxLiabFile
               AT END SET TaxLiabAtEof TO TRUE
           END-READ.
           PERFORM LoadOneTaxLiab UNTIL TaxLiabAtEof
               OR TaxLiabCount >= 100.
           IF NOT TaxLiabAtEof
               DISPLAY "PAYROLLRUN: TAX LIABILITY FILE EXCEEDS "
                   TaxLiabCount " ENTRY TABLE - RUN STOPPED"
               CLOSE TaxLiabFile
               STOP RUN
           END-IF.
           CLOSE TaxLiabFile.

       LoadOneTaxLiab.
           ADD 1 TO TaxLiabCount.
           MOVE TlTaxCode TO TlTblTaxCode (TaxLiabCount).
           MOVE TlPeriod TO TlTblPeriod (TaxLiabCount).
           MOVE TlDueDate TO TlTblDueDate (TaxLiabCount).
           MOVE TlAmount TO TlTblAmount (TaxLiabCount).
           MOVE TlLastRunDate TO TlTblLastRunDate (TaxLiabCount).
           READ TaxLiabFile
               AT END SET TaxLiabAtEof TO TRUE
           END-READ.

       AccrueTaxLiabilities.
           PERFORM AccrueOneTaxLiab VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > EmprTaxCount.

       AccrueOneTaxLiab.
           IF ErTblTaxTotal (EmprTaxIndex) > ZERO
               PERFORM SetDepositPeriod
               MOVE ZERO TO TaxLiabFoundIndex
               PERFORM FindOneTaxLiab VARYING TaxLiabIndex
                   FROM 1 BY 1 UNTIL TaxLiabIndex > TaxLiabCount
               IF TaxLiabFoundIndex = ZERO
                   IF TaxLiabCount >= 100
                       DISPLAY "PAYROLLRUN: TAX LIABILITY TABLE "
                           "FULL AT " TaxLiabCount
                           " ENTRIES - RUN STOPPED"
                       STOP RUN
                   END-IF
                   ADD 1 TO TaxLiabCount
                   MOVE TaxLiabCount TO TaxLiabFoundIndex
                   MOVE ErTblTaxCode (EmprTaxIndex)
                       TO TlTblTaxCode (TaxLiabFoundIndex)
                   MOVE DepositPeriod TO TlTblPeriod (TaxLiabFoundIndex)
                   MOVE DepositDueDate
                       TO TlTblDueDate (TaxLiabFoundIndex)
                   MOVE ZERO TO TlTblAmount (TaxLiabFoundIndex)
               END-IF
               ADD ErTblTaxTotal (EmprTaxIndex)
                   TO TlTblAmount (TaxLiabFoundIndex)
               MOVE PayRunDate TO TlTblLastRunDate (TaxLiabFoundIndex)
           END-IF.

       FindOneTaxLiab.
           IF TlTblTaxCode (TaxLiabIndex) = ErTblTaxCode (EmprTaxIndex)
               AND TlTblPeriod (TaxLiabIndex) = DepositPeriod
               MOVE TaxLiabIndex TO TaxLiabFoundIndex
           END-IF.

       SetDepositPeriod.
           MOVE PayRunDate (1:4) TO DueYear.
           MOVE PayRunDate (5:2) TO DueMonth.
           IF ErTblQuarterly (EmprTaxIndex)
               COMPUTE RunQuarter = (DueMonth - 1) / 3 + 1
               MOVE SPACES TO DepositPeriod
               STRING PayRunDate (1:4) "Q" RunQuarter
                   DELIMITED BY SIZE INTO DepositPeriod
               COMPUTE DueMonth = RunQuarter * 3 + 1
           ELSE
               MOVE PayRunDate (1:6) TO DepositPeriod
               ADD 1 TO DueMonth
           END-IF.
           IF DueMonth > 12
               MOVE 1 TO DueMonth
               ADD 1 TO DueYear
           END-IF.
           IF ErTblQuarterly (EmprTaxIndex)
               IF DueMonth = 4
                   MOVE 30 TO DueDay
               ELSE
                   MOVE 31 TO DueDay
               END-IF
           ELSE
               MOVE 15 TO DueDay
           END-IF.

       PrintTaxDepositSchedule.
           OPEN OUTPUT TaxDepositFile.
           PERFORM CheckTaxDepositStatus.
           MOVE PayRunDate TO PrnDepRunDate.
           WRITE TaxDepositLine FROM TaxDepositHeading.
           PERFORM CheckTaxDepositStatus.
           WRITE TaxDepositLine FROM TaxDepositHeads
               AFTER ADVANCING 2 LINES.
           PERFORM CheckTaxDepositStatus.
           PERFORM PrintOneTaxDeposit VARYING TaxLiabIndex
               FROM 1 BY 1 UNTIL TaxLiabIndex > TaxLiabCount.
           CLOSE TaxDepositFile.

       PrintOneTaxDeposit.
           MOVE TlTblTaxCode (TaxLiabIndex) TO PrnDepTaxCode.
           MOVE SPACES TO PrnDepDesc.
           PERFORM FindDepositTaxDesc VARYING EmprTaxIndex
               FROM 1 BY 1 UNTIL EmprTaxIndex > EmprTaxCount.
           MOVE TlTblPeriod (TaxLiabIndex) TO PrnDepPeriod.
           MOVE TlTblAmount (TaxLiabIndex) TO PrnDepAmount.
           MOVE TlTblDueDate (TaxLiabIndex) TO PrnDepDueDate.
           EVALUATE TRUE
               WHEN TlTblDueDate (TaxLiabIndex) < PayRunDate
                   MOVE "DUE DATE PASSED" TO PrnDepStatus
               WHEN TlTblLastRunDate (TaxLiabIndex) = PayRunDate
                   MOVE "ACCRUING" TO PrnDepStatus
               WHEN OTHER
                   MOVE "DUE" TO PrnDepStatus
           END-EVALUATE.
           WRITE TaxDepositLine FROM TaxDepositDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckTaxDepositStatus.

       FindDepositTaxDesc.
           IF ErTblTaxCode (EmprTaxIndex) = TlTblTaxCode (TaxLiabIndex)
               MOVE ErTblDesc (EmprTaxIndex) TO PrnDepDesc
           END-IF.

       RewriteTaxLiabFile.
           OPEN OUTPUT TaxLiabFile.
           PERFORM CheckTaxLiabStatus.
           PERFORM RewriteOneTaxLiab VARYING TaxLiabIndex
               FROM 1 BY 1 UNTIL TaxLiabIndex > TaxLiabCount.
           CLOSE TaxLiabFile.

       RewriteOneTaxLiab.
           IF TlTblDueDate (TaxLiabIndex) NOT < PayRunDate
               MOVE TlTblTaxCode (TaxLiabIndex) TO TlTaxCode
               MOVE TlTblPeriod (TaxLiabIndex) TO TlPeriod
               MOVE TlTblDueDate (TaxLiabIndex) TO TlDueDate
               MOVE TlTblAmount (TaxLiabIndex) TO TlAmount
               MOVE TlTblLastRunDate (TaxLiabIndex) TO TlLastRunDate
               WRITE TaxLiabRecord
               PERFORM CheckTaxLiabStatus
           END-IF.

       CheckEmprTaxStatus.
           IF FS-EmprTaxFile NOT = "00" AND FS-EmprTaxFile NOT = "05"
               AND FS-EmprTaxFile NOT = "10"
               DISPLAY "I/O ERROR ON EMPRTAXFILE STATUS "
                   FS-EmprTaxFile
               STOP RUN
           END-IF.

       CheckEmprTaxRegisterStatus.
           IF FS-EmprTaxRegisterFile NOT = "00"
               DISPLAY "I/O ERROR ON EMPRTAX REGISTER STATUS "
                   FS-EmprTaxRegisterFile
               STOP RUN
           END-IF.

       CheckTaxLiabStatus.
           IF FS-TaxLiabFile NOT = "00" AND FS-TaxLiabFile NOT = "05"
               AND FS-TaxLiabFile NOT = "10"
               DISPLAY "I/O ERROR ON TAXLIABFILE STATUS "
                   FS-TaxLiabFile
               STOP RUN
           END-IF.

       CheckTaxDepositStatus.
           IF FS-TaxDepositFile NOT = "00"
               DISPLAY "I/O ERROR ON TAXDEPOSIT REPORT STATUS "
                   FS-TaxDepositFile
               STOP RUN
           END-IF.

       CheckGlWorkStatus.
           IF FS-GlWorkFile NOT = "00" AND FS-GlWorkFile NOT = "05"
               DISPLAY "I/O ERROR ON GLWORKFILE STATUS "
           CLOSE EmployeeFile.

       LoadOneEmployee.
           IF NOT EmpTerminated OR OffCycleRun
               ADD 1 TO EmployeeEntryCount
               MOVE EmpId TO EmpTblId (EmployeeEntryCount)
               MOVE EmpName TO EmpTblName (EmployeeEntryCount)
                   EmpTblRouting (EmployeeEntryCount)
               MOVE EmpAccount TO
                   EmpTblAccount (EmployeeEntryCount)
               MOVE EmpDept TO EmpTblDept (EmployeeEntryCount)
               MOVE ZERO TO EmpTblRetroPay (EmployeeEntryCount)
               MOVE ZERO TO EmpTblRegHours (EmployeeEntryCount)
               MOVE ZERO TO EmpTblOtHours (EmployeeEntryCount)
               MOVE ZERO TO EmpTblVacHours (EmployeeEntryCount)
               MOVE ZERO TO EmpTblHolHours (EmployeeEntryCount)
               MOVE ZERO TO EmpTblSickHours (EmployeeEntryCount)
           END-IF.
           READ EmployeeFile NEXT RECORD
               AT END SET EmployeeAtEof TO TRUE
               WHEN TcEmpId NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO PrnExceptReason
                   PERFORM WriteOneException
               WHEN TcHours NOT NUMERIC AND NOT TcAmountType
                   MOVE "HOURS NOT NUMERIC" TO PrnExceptReason
                   PERFORM WriteOneException
               WHEN NOT TcValidPayType
                   AND NOT (TcAmountType AND OffCycleRun)
                   MOVE "INVALID PAY TYPE" TO PrnExceptReason
                   PERFORM WriteOneException
               WHEN TcAmountType AND TcAmount NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO PrnExceptReason
                   PERFORM WriteOneException
               WHEN OTHER
                   PERFORM FindOneEmployee
                   IF EmployeeFoundIndex = ZERO
                           TO PrnExceptReason
                       PERFORM WriteOneException
                   ELSE
                       PERFORM SetLineDepartment
                       IF LineDeptIndex = ZERO
                           MOVE "INVALID DEPARTMENT"
                               TO PrnExceptReason
                           PERFORM WriteOneException
                       ELSE
                           PERFORM PayOneEmployee
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM ReadNextPayLine.

       ReadNextPayLine.
           IF OffCycleRun
               READ OffCycleFile INTO TimecardRecord
                   AT END MOVE "Y" TO PayLineEof
               END-READ
               PERFORM CheckOffCycleStatus
           ELSE
               READ TimecardFile INTO TimecardRecord
                   AT END MOVE "Y" TO PayLineEof
               END-READ
               PERFORM CheckTimecardStatus
           END-IF.

       FindOneEmployee.
           MOVE ZERO TO EmployeeFoundIndex.
           END-IF.

       PayOneEmployee.
           IF TcAmountType
               MOVE ZERO TO Hours
           ELSE
               COMPUTE Hours = FUNCTION NUMVAL (TcHours) / 100
           END-IF.
           COMPUTE VacAvailable =
               EmpTblVacBalance (EmployeeFoundIndex)
               - EmpTblVacUsed (EmployeeFoundIndex).
           IF TcSick
               ADD Hours TO EmpTblSickUsed (EmployeeFoundIndex)
           END-IF.
           PERFORM AccumulateHoursByType.
           PERFORM DistributeOneTimecard.

       SettleOneEmployee.
           IF EmpTblGrossAccum (EmployeeIndex) > ZERO
               WRITE RegisterPrintLine FROM RegisterDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckPayRegisterStatus
               IF EmpTblRetroPay (EmployeeFoundIndex) > ZERO
                   MOVE EmpTblRetroPay (EmployeeFoundIndex)
                       TO PrnRetroGross
                   WRITE RegisterPrintLine FROM RegisterRetroLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckPayRegisterStatus
                   ADD 1 TO RetroPaidCount
                   ADD EmpTblRetroPay (EmployeeFoundIndex)
                       TO RetroPaidTotal
               END-IF
               ADD 1 TO PaidCount
               ADD GrossPay TO TotalGross
               ADD TaxWithholding TO TotalWithheld
               ADD PayCheck TO TotalNet
               PERFORM RollYtdForward
               PERFORM ComputeEmprTaxes
               PERFORM PrintOnePayStub
               PERFORM IssuePayment
               PERFORM WritePayHistory
               PERFORM PostAccrualActivity
           END-IF.

               EmpTblVacBalance (EmployeeFoundIndex).
           SUBTRACT EmpTblSickUsed (EmployeeFoundIndex) FROM
               EmpTblSickBalance (EmployeeFoundIndex).
           IF NOT OffCycleRun
               ADD VacAccrualPerRun TO
                   EmpTblVacBalance (EmployeeFoundIndex)
               ADD SickAccrualPerRun TO
                   EmpTblSickBalance (EmployeeFoundIndex)
           END-IF.
           MOVE "Y" TO EmpTblPaidFlag (EmployeeFoundIndex).

       Payroll.
           IF TcAmountType
               COMPUTE FlatAmount = FUNCTION NUMVAL (TcAmount) / 100
           ELSE
               MOVE ZERO TO FlatAmount
           END-IF.
           EVALUATE TRUE
               WHEN TcAmountType
                   MOVE ZERO TO RegularHours
                   MOVE ZERO TO OvertimeHours
               WHEN TcOvertime
                   MOVE ZERO TO RegularHours
                   MOVE Hours TO OvertimeHours
                   MOVE ZERO TO OvertimeHours
           END-EVALUATE.
           COMPUTE GrossPay = (RegularHours * PayRate)
               + (OvertimeHours * PayRate * 1.5) + FlatAmount.

       WriteOneException.
           ADD 1 TO ExceptionCount.
               STOP RUN
           END-IF.

       CheckOffCycleStatus.
           IF FS-OffCycleFile NOT = "00" AND FS-OffCycleFile NOT = "10"
               DISPLAY "I/O ERROR ON OFFCYCLEFILE STATUS "
                   FS-OffCycleFile
               STOP RUN
           END-IF.

       CheckPayRegisterStatus.
           IF FS-PayRegisterFile NOT = "00"
               DISPLAY "I/O ERROR ON PAYREGISTER STATUS "
                   FS-PayExceptFile
               STOP RUN
           END-IF.

       LoadPosPayControl.
           OPEN INPUT PosPayCtlFile.
           PERFORM CheckPosPayCtlStatus.
           READ PosPayCtlFile
               AT END SET PosPayCtlAtEof TO TRUE
           END-READ.
           IF NOT PosPayCtlAtEof AND FS-PosPayCtlFile = "00"
               MOVE PcRouting TO BankRouting
               MOVE PcAccount TO BankAccount
           ELSE
               DISPLAY "PAYROLLRUN: NO PosPayCtl.dat ON FILE - BANK "
                   "ACCOUNT LEFT BLANK ON POSITIVE PAY FILE"
           END-IF.
           CLOSE PosPayCtlFile.

       OpenCheckIssueFiles.
           OPEN EXTEND IssuedChkFile.
           PERFORM CheckIssuedChkStatus.
           OPEN OUTPUT PosPayFile.
           PERFORM CheckPosPayStatus.
           MOVE BankRouting TO PphRouting.
           MOVE BankAccount TO PphAccount.
           MOVE PayRunDate TO PphFileDate.
           MOVE "PAYROLLRUN" TO PphSource.
           WRITE PosPayRecord FROM PosPayHeader.
           PERFORM CheckPosPayStatus.

       WriteIssuedCheck.
           MOVE IssueRecType TO IcRecType.
           MOVE IssueCheckNumber TO IcCheckNumber.
           MOVE IssueDate TO IcDate.
           MOVE IssueAmount TO IcAmount.
           MOVE IssuePayee TO IcPayee.
           MOVE "PAYROLLRUN" TO IcSource.
           WRITE IssuedChkRecord.
           PERFORM CheckIssuedChkStatus.
           MOVE BankAccount TO PpdAccount.
           MOVE IssueCheckNumber TO PpdCheckNumber.
           MOVE IssueAmount TO PpdAmount.
           MOVE IssueDate TO PpdIssueDate.
           MOVE IssuePayee TO PpdPayee.
           IF IssueIsVoid
               MOVE "V" TO PpdVoidFlag
               ADD 1 TO PosPayVoidCount
               ADD IssueAmount TO PosPayVoidTotal
           ELSE
               MOVE SPACE TO PpdVoidFlag
               ADD 1 TO PosPayCount
               ADD IssueAmount TO PosPayTotal
           END-IF.
           WRITE PosPayRecord FROM PosPayDetail.
           PERFORM CheckPosPayStatus.

       CloseCheckIssueFiles.
           MOVE PosPayCount TO PptCount.
           MOVE PosPayTotal TO PptTotal.
           MOVE PosPayVoidCount TO PptVoidCount.
           MOVE PosPayVoidTotal TO PptVoidTotal.
           WRITE PosPayRecord FROM PosPayTrailer.
           PERFORM CheckPosPayStatus.
           CLOSE IssuedChkFile, PosPayFile.

       CheckPosPayCtlStatus.
           IF FS-PosPayCtlFile NOT = "00"
               AND FS-PosPayCtlFile NOT = "05"
               AND FS-PosPayCtlFile NOT = "10"
               DISPLAY "I/O ERROR ON POSPAYCTL STATUS "
                   FS-PosPayCtlFile
               STOP RUN
           END-IF.

       CheckIssuedChkStatus.
           IF FS-IssuedChkFile NOT = "00"
               AND FS-IssuedChkFile NOT = "05"
               DISPLAY "I/O ERROR ON ISSUEDCHK STATUS "
                   FS-IssuedChkFile
               STOP RUN
           END-IF.

       CheckPosPayStatus.
           IF FS-PosPayFile NOT = "00"
               DISPLAY "I/O ERROR ON POSITIVE PAY STATUS "
                   FS-PosPayFile
               STOP RUN
           END-IF.

       LoadDeptTable.
           MOVE 1 TO DeptCount.
           MOVE SPACES TO DeptTblCode (1).
           MOVE "NO VALID DEPARTMENT" TO DeptTblName (1).
           MOVE "6000" TO DeptTblExpenseAcct (1).
           MOVE "N" TO DeptTblActive (1).
           PERFORM ClearOneDeptTotal.
           OPEN INPUT DeptFile.
           PERFORM CheckDeptStatus.
           READ DeptFile
               AT END SET DeptAtEof TO TRUE
           END-READ.
           PERFORM LoadOneDept UNTIL DeptAtEof OR DeptCount >= 51.
           IF NOT DeptAtEof
               DISPLAY "PAYROLLRUN: DEPARTMENT FILE EXCEEDS 50 "
                   "ENTRY TABLE - RUN STOPPED"
               CLOSE DeptFile
               STOP RUN
           END-IF.
           CLOSE DeptFile.

       LoadOneDept.
           ADD 1 TO DeptCount.
           MOVE DeptCode TO DeptTblCode (DeptCount).
           MOVE DeptName TO DeptTblName (DeptCount).
           MOVE DeptExpenseAcct TO DeptTblExpenseAcct (DeptCount).
           MOVE DeptActive TO DeptTblActive (DeptCount).
           PERFORM ClearOneDeptTotal.
           READ DeptFile
               AT END SET DeptAtEof TO TRUE
           END-READ.

       ClearOneDeptTotal.
           MOVE ZERO TO DeptTblRegHours (DeptCount).
           MOVE ZERO TO DeptTblOtHours (DeptCount).
           MOVE ZERO TO DeptTblVacHours (DeptCount).
           MOVE ZERO TO DeptTblHolHours (DeptCount).
           MOVE ZERO TO DeptTblSickHours (DeptCount).
           MOVE ZERO TO DeptTblGross (DeptCount).
           MOVE ZERO TO DeptTblEmprTax (DeptCount).

       SetLineDepartment.
           IF TcDept = SPACES
               PERFORM SetHomeDepartment
           ELSE
               MOVE TcDept TO LookupDept
               PERFORM FindOneDept
               MOVE DeptFoundIndex TO LineDeptIndex
           END-IF.

       SetHomeDepartment.
           MOVE EmpTblDept (EmployeeFoundIndex) TO LookupDept.
           PERFORM FindOneDept.
           IF DeptFoundIndex = ZERO
               MOVE 1 TO LineDeptIndex
           ELSE
               MOVE DeptFoundIndex TO LineDeptIndex
           END-IF.

       FindOneDept.
           MOVE ZERO TO DeptFoundIndex.
           PERFORM CheckOneDept VARYING DeptIndex
               FROM 2 BY 1 UNTIL DeptIndex > DeptCount.

       CheckOneDept.
           IF DeptTblCode (DeptIndex) = LookupDept
               AND DeptTblActive (DeptIndex) = "Y"
               MOVE DeptIndex TO DeptFoundIndex
           END-IF.

       DistributeOneTimecard.
           EVALUATE TRUE
               WHEN TcVacation
                   ADD Hours TO DeptTblVacHours (LineDeptIndex)
               WHEN TcHoliday
                   ADD Hours TO DeptTblHolHours (LineDeptIndex)
               WHEN TcSick
                   ADD Hours TO DeptTblSickHours (LineDeptIndex)
               WHEN OTHER
                   ADD RegularHours TO DeptTblRegHours (LineDeptIndex)
                   ADD OvertimeHours TO DeptTblOtHours (LineDeptIndex)
           END-EVALUATE.
           PERFORM AddLaborGross.

       AddLaborGross.
           ADD GrossPay TO DeptTblGross (LineDeptIndex).
           MOVE ZERO TO LaborFoundIndex.
           PERFORM CheckOneLaborEntry VARYING LaborIndex
               FROM 1 BY 1 UNTIL LaborIndex > LaborCount.
           IF LaborFoundIndex = ZERO
               IF LaborCount >= 1000
                   DISPLAY "PAYROLLRUN: LABOR DISTRIBUTION EXCEEDS "
                       LaborCount " ENTRY TABLE - RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO LaborCount
               MOVE LaborCount TO LaborFoundIndex
               MOVE EmployeeFoundIndex TO LdEmpIndex (LaborCount)
               MOVE LineDeptIndex TO LdDeptIndex (LaborCount)
               MOVE ZERO TO LdGross (LaborCount)
           END-IF.
           ADD GrossPay TO LdGross (LaborFoundIndex).

       CheckOneLaborEntry.
           IF LdEmpIndex (LaborIndex) = EmployeeFoundIndex
               AND LdDeptIndex (LaborIndex) = LineDeptIndex
               MOVE LaborIndex TO LaborFoundIndex
           END-IF.

       AllocateEmprTax.
           MOVE EmpEmprTaxTotal TO EmprTaxUnallocated.
           MOVE ZERO TO LaborLastIndex.
           PERFORM AllocateOneEmprTax VARYING LaborIndex
               FROM 1 BY 1 UNTIL LaborIndex > LaborCount.
           IF LaborLastIndex > ZERO
               MOVE LdDeptIndex (LaborLastIndex) TO DeptIndex
               ADD EmprTaxUnallocated TO DeptTblEmprTax (DeptIndex)
           END-IF.

       AllocateOneEmprTax.
           IF LdEmpIndex (LaborIndex) = EmployeeFoundIndex
               COMPUTE EmprTaxShare ROUNDED = EmpEmprTaxTotal
                   * LdGross (LaborIndex) / GrossPay
               MOVE LdDeptIndex (LaborIndex) TO DeptIndex
               ADD EmprTaxShare TO DeptTblEmprTax (DeptIndex)
               SUBTRACT EmprTaxShare FROM EmprTaxUnallocated
               MOVE LaborIndex TO LaborLastIndex
           END-IF.

       PrintLaborDistribution.
           OPEN OUTPUT LaborDistFile.
           PERFORM CheckLaborDistStatus.
           IF OffCycleRun
               MOVE "OFF-CYCLE" TO PrnLdRunType
           ELSE
               MOVE "REGULAR" TO PrnLdRunType
           END-IF.
           MOVE PayRunDate TO PrnLdRunDate.
           WRITE LaborDistLine FROM LaborDistHeading.
           PERFORM CheckLaborDistStatus.
           WRITE LaborDistLine FROM LaborDistHeads
               AFTER ADVANCING 2 LINES.
           PERFORM CheckLaborDistStatus.
           PERFORM PrintOneDeptLabor VARYING DeptIndex
               FROM 1 BY 1 UNTIL DeptIndex > DeptCount.
           MOVE SPACES TO PrnLdDept.
           MOVE "COMPANY TOTAL" TO PrnLdName.
           MOVE SPACES TO PrnLdAcct.
           MOVE LtRegHours TO PrnLdRegHours.
           MOVE LtOtHours TO PrnLdOtHours.
           MOVE LtVacHours TO PrnLdVacHours.
           MOVE LtHolHours TO PrnLdHolHours.
           MOVE LtSickHours TO PrnLdSickHours.
           MOVE LtGross TO PrnLdGross.
           MOVE LtEmprTax TO PrnLdEmprTax.
           COMPUTE PrnLdTotalCost = LtGross + LtEmprTax.
           WRITE LaborDistLine FROM LaborDistDetailLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckLaborDistStatus.
           CLOSE LaborDistFile.

       PrintOneDeptLabor.
           IF DeptTblGross (DeptIndex) > ZERO
               OR DeptTblRegHours (DeptIndex) > ZERO
               OR DeptTblOtHours (DeptIndex) > ZERO
               OR DeptTblVacHours (DeptIndex) > ZERO
               OR DeptTblHolHours (DeptIndex) > ZERO
               OR DeptTblSickHours (DeptIndex) > ZERO
               MOVE DeptTblCode (DeptIndex) TO PrnLdDept
               MOVE DeptTblName (DeptIndex) TO PrnLdName
               MOVE DeptTblExpenseAcct (DeptIndex) TO PrnLdAcct
               MOVE DeptTblRegHours (DeptIndex) TO PrnLdRegHours
               MOVE DeptTblOtHours (DeptIndex) TO PrnLdOtHours
               MOVE DeptTblVacHours (DeptIndex) TO PrnLdVacHours
               MOVE DeptTblHolHours (DeptIndex) TO PrnLdHolHours
               MOVE DeptTblSickHours (DeptIndex) TO PrnLdSickHours
               MOVE DeptTblGross (DeptIndex) TO PrnLdGross
               MOVE DeptTblEmprTax (DeptIndex) TO PrnLdEmprTax
               COMPUTE PrnLdTotalCost = DeptTblGross (DeptIndex)
                   + DeptTblEmprTax (DeptIndex)
               WRITE LaborDistLine FROM LaborDistDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckLaborDistStatus
               ADD DeptTblRegHours (DeptIndex) TO LtRegHours
               ADD DeptTblOtHours (DeptIndex) TO LtOtHours
               ADD DeptTblVacHours (DeptIndex) TO LtVacHours
               ADD DeptTblHolHours (DeptIndex) TO LtHolHours
               ADD DeptTblSickHours (DeptIndex) TO LtSickHours
               ADD DeptTblGross (DeptIndex) TO LtGross
               ADD DeptTblEmprTax (DeptIndex) TO LtEmprTax
           END-IF.

       CheckDeptStatus.
           IF FS-DeptFile NOT = "00" AND FS-DeptFile NOT = "05"
               AND FS-DeptFile NOT = "10"
               DISPLAY "I/O ERROR ON DEPT FILE STATUS " FS-DeptFile
               STOP RUN
           END-IF.

       CheckLaborDistStatus.
           IF FS-LaborDistFile NOT = "00"
               DISPLAY "I/O ERROR ON LABORDIST REPORT STATUS "
                   FS-LaborDistFile
               STOP RUN
           END-IF.

       AccumulateHoursByType.
           EVALUATE TRUE
               WHEN TcVacation
                   ADD Hours TO EmpTblVacHours (EmployeeFoundIndex)
               WHEN TcHoliday
                   ADD Hours TO EmpTblHolHours (EmployeeFoundIndex)
               WHEN TcSick
                   ADD Hours TO EmpTblSickHours (EmployeeFoundIndex)
               WHEN OTHER
                   ADD RegularHours TO
                       EmpTblRegHours (EmployeeFoundIndex)
                   ADD OvertimeHours TO
                       EmpTblOtHours (EmployeeFoundIndex)
           END-EVALUATE.

       WritePayHistory.
           IF EmpTblHoursAccum (EmployeeFoundIndex) > ZERO
               MOVE EmpTblId (EmployeeFoundIndex) TO PhEmpId
               MOVE PayRunDate TO PhPayDate
               MOVE PayRunType TO PhRunType
               MOVE EmpTblPayRate (EmployeeFoundIndex) TO PhPayRate
               MOVE EmpTblPayRate (EmployeeFoundIndex) TO PhRetroRate
               MOVE EmpTblRegHours (EmployeeFoundIndex) TO PhRegHours
               MOVE EmpTblOtHours (EmployeeFoundIndex) TO PhOtHours
               MOVE EmpTblVacHours (EmployeeFoundIndex) TO PhVacHours
               MOVE EmpTblHolHours (EmployeeFoundIndex) TO PhHolHours
               MOVE EmpTblSickHours (EmployeeFoundIndex)
                   TO PhSickHours
               WRITE PayHistRecord
               PERFORM CheckPayHistStatus
               ADD 1 TO PayHistCount
           END-IF.

       LoadRetroPay.
           OPEN INPUT RetroPayFile.
           PERFORM CheckRetroPayStatus.
           READ RetroPayFile
               AT END SET RetroPayAtEof TO TRUE
           END-READ.
           PERFORM LoadOneRetroPay UNTIL RetroPayAtEof
               OR RetroCount >= 500.
           IF NOT RetroPayAtEof
               DISPLAY "PAYROLLRUN: RETRO PAY FILE EXCEEDS "
                   RetroCount " ENTRY TABLE - RUN STOPPED"
               CLOSE RetroPayFile
               STOP RUN
           END-IF.
           CLOSE RetroPayFile.

       LoadOneRetroPay.
           ADD 1 TO RetroCount.
           MOVE RpEmpId TO RtEmpId (RetroCount).
           MOVE RpEffectiveDate TO RtEffectiveDate (RetroCount).
           MOVE RpAmount TO RtAmount (RetroCount).
           MOVE RpCreatedDate TO RtCreatedDate (RetroCount).
           MOVE "N" TO RtAppliedFlag (RetroCount).
           MOVE RpEmpId TO LookupEmpId.
           MOVE ZERO TO EmployeeFoundIndex.
           PERFORM CheckOneEmployeeId VARYING EmployeeIndex
               FROM 1 BY 1 UNTIL EmployeeIndex > EmployeeEntryCount.
           IF EmployeeFoundIndex > ZERO AND RpAmount > ZERO
               MOVE "Y" TO RtAppliedFlag (RetroCount)
               ADD RpAmount TO EmpTblRetroPay (EmployeeFoundIndex)
               ADD RpAmount TO EmpTblGrossAccum (EmployeeFoundIndex)
               MOVE RpAmount TO GrossPay
               PERFORM SetHomeDepartment
               PERFORM AddLaborGross
           END-IF.
           READ RetroPayFile
               AT END SET RetroPayAtEof TO TRUE
           END-READ.

       CheckOneEmployeeId.
           IF EmpTblId (EmployeeIndex) = LookupEmpId
               MOVE EmployeeIndex TO EmployeeFoundIndex
           END-IF.

       RewriteRetroPayFile.
           OPEN OUTPUT RetroPayFile.
           PERFORM CheckRetroPayStatus.
           PERFORM RewriteOneRetroPay VARYING RetroIndex
               FROM 1 BY 1 UNTIL RetroIndex > RetroCount.
           CLOSE RetroPayFile.

       RewriteOneRetroPay.
           IF RtAppliedFlag (RetroIndex) NOT = "Y"
               MOVE RtEmpId (RetroIndex) TO RpEmpId
               MOVE RtEffectiveDate (RetroIndex) TO RpEffectiveDate
               MOVE RtAmount (RetroIndex) TO RpAmount
               MOVE RtCreatedDate (RetroIndex) TO RpCreatedDate
               WRITE RetroPayRecord
               PERFORM CheckRetroPayStatus
           END-IF.

       CheckPayHistStatus.
           IF FS-PayHistFile NOT = "00" AND FS-PayHistFile NOT = "05"
               DISPLAY "I/O ERROR ON PAYHIST STATUS " FS-PayHistFile
               STOP RUN
           END-IF.

       CheckRetroPayStatus.
           IF FS-RetroPayFile NOT = "00" AND FS-RetroPayFile NOT = "05"
               AND FS-RetroPayFile NOT = "10"
               DISPLAY "I/O ERROR ON RETROPAY STATUS "
                   FS-RetroPayFile
               STOP RUN
           END-IF.
