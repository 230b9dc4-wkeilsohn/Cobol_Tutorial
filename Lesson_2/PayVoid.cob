       Identification division.
       program-id. PAYVOID.
       Author. William-Keilsohn.
       environment division.
       configuration section.
       input-output section.
       file-control.
           SELECT VoidTransFile ASSIGN TO "VoidTrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VoidTransFile.
           SELECT OPTIONAL CheckHistFile ASSIGN TO "CheckHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CheckHistFile.
           SELECT OPTIONAL IssuedChkFile ASSIGN TO "IssuedChk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IssuedChkFile.
           SELECT OPTIONAL PosPayCtlFile ASSIGN TO "PosPayCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PosPayCtlFile.
           SELECT PosPayFile ASSIGN TO "PosPayPV.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PosPayFile.
           SELECT OPTIONAL YtdFile ASSIGN TO "YtdEarnings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YtdFile.
           SELECT OPTIONAL DeductFile ASSIGN TO "Deduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DeductFile.
           SELECT OPTIONAL CheckCtlFile ASSIGN TO "CheckCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CheckCtlFile.
           SELECT CheckPrintFile ASSIGN TO "Reissue.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CheckPrintFile.
           SELECT VoidRegisterFile ASSIGN TO "VoidReg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VoidRegisterFile.
           SELECT OPTIONAL TaxLiabFile ASSIGN TO "TaxLiab.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TaxLiabFile.
           SELECT OPTIONAL GlWorkFile ASSIGN TO "GlWork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GlWorkFile.
           SELECT OPTIONAL JobStatsFile ASSIGN TO "JobStats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JobStatsFile.

       data division.
       file section.
       FD VoidTransFile.
       01 VoidTransRecord.
           88 VoidTransAtEof VALUE HIGH-VALUE.
           02 VtCode PIC X.
               88 VtVoid VALUE "V".
               88 VtReissue VALUE "R".
           02 VtCheckNumber PIC X(6).
           02 VtReason PIC X(20).

       FD CheckHistFile.
       01 CheckHistRecord.
           88 CheckHistAtEof VALUE HIGH-VALUE.
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

       FD YtdFile.
       01 YtdRecord.
           88 YtdAtEof VALUE HIGH-VALUE.
           02 YtdEmpId PIC 9(5).
           02 YtdGross PIC 9(7)V99.
           02 YtdTax PIC 9(7)V99.
           02 YtdNet PIC 9(7)V99.

       FD DeductFile.
       01 DeductRecord.
           88 DeductAtEof VALUE HIGH-VALUE.
           02 DedEmpId PIC 9(5).
           02 DedType PIC X.
           02 DedRate PIC 9(2)V99.
           02 DedAmount PIC 9(5)V99.
           02 DedStopBalance PIC 9(7)V99.
           02 DedTakenToDate PIC 9(7)V99.

       FD CheckCtlFile.
       01 CheckCtlRecord.
           88 CheckCtlAtEof VALUE HIGH-VALUE.
           02 CtlNextCheckNumber PIC 9(6).

       FD CheckPrintFile.
       01 CheckPrintLine PIC X(90).

       FD VoidRegisterFile.
       01 VoidRegisterLine PIC X(110).

       FD TaxLiabFile.
       01 TaxLiabRecord.
           88 TaxLiabAtEof VALUE HIGH-VALUE.
           02 TlTaxCode PIC X(4).
           02 TlPeriod PIC X(6).
           02 TlDueDate PIC 9(8).
           02 TlAmount PIC 9(9)V99.
           02 TlLastRunDate PIC 9(8).

       FD GlWorkFile.
       01 GlWorkRecord.
           02 GlwDate PIC 9(8).
           02 GlwSource PIC X(14).
           02 GlwAccount PIC X(4).
           02 GlwDesc PIC X(20).
           02 GlwDebit PIC S9(11)V99.
           02 GlwCredit PIC S9(11)V99.

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
       01 FS-VoidTransFile PIC XX VALUE "00".
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
       01 FS-YtdFile PIC XX VALUE "00".
       01 FS-DeductFile PIC XX VALUE "00".
       01 FS-CheckCtlFile PIC XX VALUE "00".
       01 FS-CheckPrintFile PIC XX VALUE "00".
       01 FS-VoidRegisterFile PIC XX VALUE "00".
       01 FS-TaxLiabFile PIC XX VALUE "00".
       01 FS-GlWorkFile PIC XX VALUE "00".
       01 FS-JobStatsFile PIC XX VALUE "00".
       01 RunDate PIC 9(8) VALUE ZERO.
       01 JobRunTime.
           02 JrHour PIC 99.
           02 JrMinute PIC 99.
           02 JrSecond PIC 99.
           02 JrHundredth PIC 99.
       01 CheckHistTable.
           02 CheckHistEntry OCCURS 2000 TIMES.
               03 ChTblCheckNumber PIC 9(6).
               03 ChTblEmpId PIC 9(5).
               03 ChTblEmpName PIC X(20).
               03 ChTblIssueDate PIC 9(8).
               03 ChTblRunType PIC X.
               03 ChTblGross PIC 9(5)V99.
               03 ChTblTax PIC 9(5)V99.
               03 ChTblRetirement PIC 9(5)V99.
               03 ChTblInsurance PIC 9(5)V99.
               03 ChTblGarnish PIC 9(5)V99.
               03 ChTblNet PIC 9(5)V99.
               03 ChTblStatus PIC X.
                   88 ChTblVoided VALUE "V".
               03 ChTblStatusDate PIC 9(8).
               03 ChTblReplacedBy PIC 9(6).
               03 ChTblOrigCheck PIC 9(6).
               03 ChTblExpenseAcct PIC X(4).
               03 ChTblEmprTaxEntry OCCURS 10 TIMES.
                   04 ChTblErTaxCode PIC X(4).
                   04 ChTblErExpenseAcct PIC X(4).
                   04 ChTblErLiabilityAcct PIC X(4).
                   04 ChTblErPeriod PIC X(6).
                   04 ChTblErAmount PIC 9(5)V99.
       01 CheckHistCount PIC 9(4) VALUE ZERO.
       01 ChErIndex PIC 99 VALUE ZERO.
       01 SalaryAcctTable.
           02 SalaryAcctEntry OCCURS 50 TIMES.
               03 SaTblAcct PIC X(4).
               03 SaTblVoidGross PIC 9(9)V99.
               03 SaTblReissueGross PIC 9(9)V99.
       01 SalaryAcctCount PIC 99 VALUE ZERO.
       01 SalaryAcctIndex PIC 99 VALUE ZERO.
       01 SalaryAcctFoundIndex PIC 99 VALUE ZERO.
       01 LookupExpenseAcct PIC X(4) VALUE SPACES.
       01 EmprTaxGlTable.
           02 EmprTaxGlEntry OCCURS 20 TIMES.
               03 EgTblTaxCode PIC X(4).
               03 EgTblExpenseAcct PIC X(4).
               03 EgTblLiabilityAcct PIC X(4).
               03 EgTblVoidAmount PIC 9(9)V99.
               03 EgTblReissueAmount PIC 9(9)V99.
       01 EmprTaxGlCount PIC 99 VALUE ZERO.
       01 EmprTaxGlIndex PIC 99 VALUE ZERO.
       01 EmprTaxGlFoundIndex PIC 99 VALUE ZERO.
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
       01 VoidEmprTax PIC 9(9)V99 VALUE ZERO.
       01 ReissueEmprTax PIC 9(9)V99 VALUE ZERO.
       01 LiabNotFoundCount PIC 9(5) VALUE ZERO.
       01 CheckHistIndex PIC 9(4) VALUE ZERO.
       01 CheckHistFoundIndex PIC 9(4) VALUE ZERO.
       01 YtdTable.
           02 YtdEntry OCCURS 200 TIMES.
               03 YtdTblEmpId PIC 9(5).
               03 YtdTblGross PIC 9(7)V99.
               03 YtdTblTax PIC 9(7)V99.
               03 YtdTblNet PIC 9(7)V99.
       01 YtdEntryCount PIC 9(3) VALUE ZERO.
       01 YtdIndex PIC 9(3) VALUE ZERO.
       01 YtdFoundIndex PIC 9(3) VALUE ZERO.
       01 DeductTable.
           02 DeductEntry OCCURS 400 TIMES.
               03 DedTblEmpId PIC 9(5).
               03 DedTblType PIC X.
               03 DedTblRate PIC 9(2)V99.
               03 DedTblAmount PIC 9(5)V99.
               03 DedTblStopBalance PIC 9(7)V99.
               03 DedTblTaken PIC 9(7)V99.
       01 DeductEntryCount PIC 9(3) VALUE ZERO.
       01 DeductIndex PIC 9(3) VALUE ZERO.
       01 GarnishToApply PIC 9(5)V99 VALUE ZERO.
       01 NextCheckNumber PIC 9(6) VALUE 100001.
       01 VoidCheckNumber PIC 9(6) VALUE ZERO.
       01 ReissueIndex PIC 9(4) VALUE ZERO.
       01 TransReadCount PIC 9(5) VALUE ZERO.
       01 VoidCount PIC 9(5) VALUE ZERO.
       01 ReissueCount PIC 9(5) VALUE ZERO.
       01 RejectCount PIC 9(5) VALUE ZERO.
       01 VoidGross PIC 9(9)V99 VALUE ZERO.
       01 VoidTax PIC 9(9)V99 VALUE ZERO.
       01 VoidDeductions PIC 9(9)V99 VALUE ZERO.
       01 VoidNet PIC 9(9)V99 VALUE ZERO.
       01 ReissueGross PIC 9(9)V99 VALUE ZERO.
       01 ReissueTax PIC 9(9)V99 VALUE ZERO.
       01 ReissueDeductions PIC 9(9)V99 VALUE ZERO.
       01 ReissueNet PIC 9(9)V99 VALUE ZERO.
       01 PayCheck PIC 9(5)V99 VALUE ZERO.
       01 WorkDollars PIC 9(5) VALUE ZERO.
       01 WorkCents PIC 99 VALUE ZERO.
       01 ThousandsPart PIC 99 VALUE ZERO.
       01 HundredsRemainder PIC 9(3) VALUE ZERO.
       01 HundredsDigit PIC 9 VALUE ZERO.
       01 TwoDigitValue PIC 99 VALUE ZERO.
       01 TensDigit PIC 9 VALUE ZERO.
       01 OnesDigit PIC 9 VALUE ZERO.
       01 TwoDigitWords PIC X(20) VALUE SPACES.
       01 AmountWords PIC X(80) VALUE SPACES.
       01 WordsWork PIC X(80) VALUE SPACES.
       01 OnesWordList.
           02 FILLER PIC X(9) VALUE "ONE".
           02 FILLER PIC X(9) VALUE "TWO".
           02 FILLER PIC X(9) VALUE "THREE".
           02 FILLER PIC X(9) VALUE "FOUR".
           02 FILLER PIC X(9) VALUE "FIVE".
           02 FILLER PIC X(9) VALUE "SIX".
           02 FILLER PIC X(9) VALUE "SEVEN".
           02 FILLER PIC X(9) VALUE "EIGHT".
           02 FILLER PIC X(9) VALUE "NINE".
           02 FILLER PIC X(9) VALUE "TEN".
           02 FILLER PIC X(9) VALUE "ELEVEN".
           02 FILLER PIC X(9) VALUE "TWELVE".
           02 FILLER PIC X(9) VALUE "THIRTEEN".
           02 FILLER PIC X(9) VALUE "FOURTEEN".
           02 FILLER PIC X(9) VALUE "FIFTEEN".
           02 FILLER PIC X(9) VALUE "SIXTEEN".
           02 FILLER PIC X(9) VALUE "SEVENTEEN".
           02 FILLER PIC X(9) VALUE "EIGHTEEN".
           02 FILLER PIC X(9) VALUE "NINETEEN".
       01 OnesWordTable REDEFINES OnesWordList.
           02 OnesWord PIC X(9) OCCURS 19 TIMES.
       01 TensWordList.
           02 FILLER PIC X(7) VALUE "TWENTY".
           02 FILLER PIC X(7) VALUE "THIRTY".
           02 FILLER PIC X(7) VALUE "FORTY".
           02 FILLER PIC X(7) VALUE "FIFTY".
           02 FILLER PIC X(7) VALUE "SIXTY".
           02 FILLER PIC X(7) VALUE "SEVENTY".
           02 FILLER PIC X(7) VALUE "EIGHTY".
           02 FILLER PIC X(7) VALUE "NINETY".
       01 TensWordTable REDEFINES TensWordList.
           02 TensWord PIC X(7) OCCURS 8 TIMES.
       01 CheckSeparator PIC X(70) VALUE ALL "=".
       01 CheckHeaderLine.
           02 FILLER PIC X(10) VALUE "CHECK NO. ".
           02 PrnCheckNumber PIC 9(6).
           02 FILLER PIC X(8) VALUE "   DATE ".
           02 PrnCheckDate PIC 9(8).
           02 FILLER PIC X(21) VALUE "   REPLACES CHECK NO ".
           02 PrnCheckReplaces PIC 9(6).
       01 CheckPayeeLine.
           02 FILLER PIC X(18) VALUE "PAY TO THE ORDER: ".
           02 PrnCheckPayee PIC X(20).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCheckAmount PIC $ZZ,ZZ9.99.
       01 VoidRegHeading.
           02 FILLER PIC X(36) VALUE
               "PAYROLL CHECK VOID/REISSUE REGISTER ".
           02 PrnVoidRunDate PIC 9(8).
       01 VoidRegHeads.
           02 FILLER PIC X(5) VALUE "CODE".
           02 FILLER PIC X(9) VALUE "CHECK".
           02 FILLER PIC X(8) VALUE "EMP_ID".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(11) VALUE "      GROSS".
           02 FILLER PIC X(11) VALUE "        NET".
           02 FILLER PIC X(9) VALUE "  NEW NO".
           02 FILLER PIC X(20) VALUE "REASON / RESULT".
       01 VoidRegDetailLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnVoidCode PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnVoidCheck PIC X(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnVoidEmpId PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnVoidName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVoidGross PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVoidNet PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVoidNewCheck PIC ZZZZZZ.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVoidReason PIC X(26).
       01 VoidRegCountLine.
           02 PrnVoidCountLabel PIC X(24).
           02 PrnVoidCount PIC ZZ,ZZ9.
       01 VoidRegEmprTaxLine.
           02 PrnVoidEmprTaxLabel PIC X(24).
           02 FILLER PIC X(14) VALUE "EMPLOYER TAX: ".
           02 PrnVoidEmprTax PIC ZZZ,ZZZ,ZZ9.99.
       01 VoidRegAmountLine.
           02 PrnVoidAmountLabel PIC X(24).
           02 FILLER PIC X(7) VALUE "GROSS: ".
           02 PrnVoidTotGross PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " TAX: ".
           02 PrnVoidTotTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE " DEDUCT: ".
           02 PrnVoidTotDeduct PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " NET: ".
           02 PrnVoidTotNet PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM LoadCheckHistTable.
       PERFORM LoadYtdTable.
       PERFORM LoadDeductTable.
       PERFORM LoadTaxLiabTable.
       PERFORM LoadCheckControl.
       PERFORM LoadPosPayControl.
       PERFORM OpenCheckIssueFiles.
       OPEN INPUT VoidTransFile.
       PERFORM CheckVoidTransStatus.
       OPEN OUTPUT CheckPrintFile.
       PERFORM CheckCheckPrintStatus.
       OPEN OUTPUT VoidRegisterFile.
       PERFORM CheckVoidRegisterStatus.
       MOVE RunDate TO PrnVoidRunDate.
       WRITE VoidRegisterLine FROM VoidRegHeading.
       PERFORM CheckVoidRegisterStatus.
       WRITE VoidRegisterLine FROM VoidRegHeads
           AFTER ADVANCING 2 LINES.
       PERFORM CheckVoidRegisterStatus.
       READ VoidTransFile
           AT END SET VoidTransAtEof TO TRUE
       END-READ.
       PERFORM CheckVoidTransStatus.
       PERFORM ProcessOneVoid UNTIL VoidTransAtEof.
       PERFORM PrintVoidTotals.
       CLOSE VoidTransFile, CheckPrintFile, VoidRegisterFile.
       PERFORM CloseCheckIssueFiles.
       PERFORM RewriteCheckHistFile.
       PERFORM RewriteYtdFile.
       PERFORM RewriteDeductFile.
       PERFORM RewriteTaxLiabFile.
       PERFORM RewriteCheckControl.
       PERFORM WriteGlActivity.
       PERFORM WriteJobStats.
       DISPLAY "PAYVOID: " VoidCount " VOIDED, " ReissueCount
           " REISSUED, " RejectCount " REJECTED".
       GOBACK.

       ProcessOneVoid.
           ADD 1 TO TransReadCount.
           MOVE VtCode TO PrnVoidCode.
           MOVE VtCheckNumber TO PrnVoidCheck.
           MOVE ZERO TO PrnVoidEmpId.
           MOVE SPACES TO PrnVoidName.
           MOVE ZERO TO PrnVoidGross.
           MOVE ZERO TO PrnVoidNet.
           MOVE ZERO TO PrnVoidNewCheck.
           MOVE ZERO TO CheckHistFoundIndex.
           MOVE ZERO TO YtdFoundIndex.
           IF VtCheckNumber IS NUMERIC
               MOVE VtCheckNumber TO VoidCheckNumber
               PERFORM FindOneCheck VARYING CheckHistIndex
                   FROM 1 BY 1 UNTIL CheckHistIndex > CheckHistCount
           END-IF.
           IF CheckHistFoundIndex > ZERO
               MOVE ChTblEmpId (CheckHistFoundIndex) TO PrnVoidEmpId
               MOVE ChTblEmpName (CheckHistFoundIndex) TO PrnVoidName
               MOVE ChTblGross (CheckHistFoundIndex) TO PrnVoidGross
               MOVE ChTblNet (CheckHistFoundIndex) TO PrnVoidNet
               PERFORM FindOneYtd VARYING YtdIndex
                   FROM 1 BY 1 UNTIL YtdIndex > YtdEntryCount
           END-IF.
           EVALUATE TRUE
               WHEN NOT VtVoid AND NOT VtReissue
                   MOVE "INVALID TRANSACTION CODE" TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN VtCheckNumber NOT NUMERIC
                   MOVE "CHECK NUMBER NOT NUMERIC" TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN CheckHistFoundIndex = ZERO
                   MOVE "CHECK NOT ON HISTORY" TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN ChTblVoided (CheckHistFoundIndex)
                   MOVE "CHECK ALREADY VOIDED" TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN ChTblIssueDate (CheckHistFoundIndex) (1:4)
                   NOT = RunDate (1:4)
                   MOVE "PRIOR TAX YEAR CHECK" TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN YtdFoundIndex = ZERO
                   MOVE "NO YTD EARNINGS FOR EMPLOYEE"
                       TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN YtdTblGross (YtdFoundIndex) <
                   ChTblGross (CheckHistFoundIndex)
                   OR YtdTblTax (YtdFoundIndex) <
                   ChTblTax (CheckHistFoundIndex)
                   OR YtdTblNet (YtdFoundIndex) <
                   ChTblNet (CheckHistFoundIndex)
                   MOVE "YTD LESS THAN CHECK AMOUNT" TO PrnVoidReason
                   PERFORM RejectOneVoid
               WHEN OTHER
                   PERFORM VoidOneCheck
                   IF VtReissue
                       PERFORM ReissueOneCheck
                   END-IF
                   MOVE VtReason TO PrnVoidReason
                   WRITE VoidRegisterLine FROM VoidRegDetailLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckVoidRegisterStatus
           END-EVALUATE.
           READ VoidTransFile
               AT END SET VoidTransAtEof TO TRUE
           END-READ.
           PERFORM CheckVoidTransStatus.

       FindOneCheck.
           IF ChTblCheckNumber (CheckHistIndex) = VoidCheckNumber
               MOVE CheckHistIndex TO CheckHistFoundIndex
           END-IF.

       FindOneYtd.
           IF YtdTblEmpId (YtdIndex) = ChTblEmpId (CheckHistFoundIndex)
               MOVE YtdIndex TO YtdFoundIndex
           END-IF.

       RejectOneVoid.
           ADD 1 TO RejectCount.
           WRITE VoidRegisterLine FROM VoidRegDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckVoidRegisterStatus.

       VoidOneCheck.
           MOVE "V" TO ChTblStatus (CheckHistFoundIndex).
           MOVE RunDate TO ChTblStatusDate (CheckHistFoundIndex).
           SUBTRACT ChTblGross (CheckHistFoundIndex)
               FROM YtdTblGross (YtdFoundIndex).
           SUBTRACT ChTblTax (CheckHistFoundIndex)
               FROM YtdTblTax (YtdFoundIndex).
           SUBTRACT ChTblNet (CheckHistFoundIndex)
               FROM YtdTblNet (YtdFoundIndex).
           MOVE ChTblGarnish (CheckHistFoundIndex) TO GarnishToApply.
           PERFORM ReverseOneGarnish VARYING DeductIndex
               FROM 1 BY 1 UNTIL DeductIndex > DeductEntryCount.
           MOVE "V" TO IssueRecType.
           MOVE ChTblCheckNumber (CheckHistFoundIndex)
               TO IssueCheckNumber.
           MOVE ChTblIssueDate (CheckHistFoundIndex) TO IssueDate.
           MOVE ChTblNet (CheckHistFoundIndex) TO IssueAmount.
           MOVE ChTblEmpName (CheckHistFoundIndex) TO IssuePayee.
           PERFORM WriteIssuedCheck.
           ADD 1 TO VoidCount.
           ADD ChTblGross (CheckHistFoundIndex) TO VoidGross.
           ADD ChTblTax (CheckHistFoundIndex) TO VoidTax.
           ADD ChTblRetirement (CheckHistFoundIndex)
               ChTblInsurance (CheckHistFoundIndex)
               ChTblGarnish (CheckHistFoundIndex) TO VoidDeductions.
           ADD ChTblNet (CheckHistFoundIndex) TO VoidNet.
           MOVE ChTblExpenseAcct (CheckHistFoundIndex)
               TO LookupExpenseAcct.
           PERFORM FindSalaryAcct.
           ADD ChTblGross (CheckHistFoundIndex)
               TO SaTblVoidGross (SalaryAcctFoundIndex).
           PERFORM ReverseOneEmprTax VARYING ChErIndex
               FROM 1 BY 1 UNTIL ChErIndex > 10.

       ReverseOneEmprTax.
           IF ChTblErTaxCode (CheckHistFoundIndex ChErIndex)
               NOT = SPACES
               AND ChTblErAmount (CheckHistFoundIndex ChErIndex) > ZERO
               MOVE CheckHistFoundIndex TO CheckHistIndex
               PERFORM FindEmprTaxGl
               ADD ChTblErAmount (CheckHistFoundIndex ChErIndex)
                   TO EgTblVoidAmount (EmprTaxGlFoundIndex)
               ADD ChTblErAmount (CheckHistFoundIndex ChErIndex)
                   TO VoidEmprTax
               PERFORM FindCheckTaxLiab
               IF TaxLiabFoundIndex = ZERO
                   ADD 1 TO LiabNotFoundCount
               ELSE
                   IF TlTblAmount (TaxLiabFoundIndex) <
                       ChTblErAmount (CheckHistFoundIndex ChErIndex)
                       MOVE ZERO TO TlTblAmount (TaxLiabFoundIndex)
                       ADD 1 TO LiabNotFoundCount
                   ELSE
                       SUBTRACT ChTblErAmount
                           (CheckHistFoundIndex ChErIndex)
                           FROM TlTblAmount (TaxLiabFoundIndex)
                   END-IF
                   MOVE RunDate TO TlTblLastRunDate (TaxLiabFoundIndex)
               END-IF
           END-IF.

       ReaccrueOneEmprTax.
           IF ChTblErTaxCode (ReissueIndex ChErIndex) NOT = SPACES
               AND ChTblErAmount (ReissueIndex ChErIndex) > ZERO
               MOVE ReissueIndex TO CheckHistIndex
               PERFORM FindEmprTaxGl
               ADD ChTblErAmount (ReissueIndex ChErIndex)
                   TO EgTblReissueAmount (EmprTaxGlFoundIndex)
               ADD ChTblErAmount (ReissueIndex ChErIndex)
                   TO ReissueEmprTax
               PERFORM FindCheckTaxLiab
               IF TaxLiabFoundIndex = ZERO
                   ADD 1 TO LiabNotFoundCount
               ELSE
                   ADD ChTblErAmount (ReissueIndex ChErIndex)
                       TO TlTblAmount (TaxLiabFoundIndex)
                   MOVE RunDate TO TlTblLastRunDate (TaxLiabFoundIndex)
               END-IF
           END-IF.

       FindSalaryAcct.
           IF LookupExpenseAcct = SPACES
               MOVE "6000" TO LookupExpenseAcct
           END-IF.
           MOVE ZERO TO SalaryAcctFoundIndex.
           PERFORM CheckOneSalaryAcct VARYING SalaryAcctIndex
               FROM 1 BY 1 UNTIL SalaryAcctIndex > SalaryAcctCount.
           IF SalaryAcctFoundIndex = ZERO
               IF SalaryAcctCount >= 50
                   DISPLAY "PAYVOID: SALARY ACCOUNT TABLE FULL AT "
                       SalaryAcctCount " ENTRIES - RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO SalaryAcctCount
               MOVE SalaryAcctCount TO SalaryAcctFoundIndex
               MOVE LookupExpenseAcct TO SaTblAcct (SalaryAcctCount)
               MOVE ZERO TO SaTblVoidGross (SalaryAcctCount)
               MOVE ZERO TO SaTblReissueGross (SalaryAcctCount)
           END-IF.

       CheckOneSalaryAcct.
           IF SaTblAcct (SalaryAcctIndex) = LookupExpenseAcct
               MOVE SalaryAcctIndex TO SalaryAcctFoundIndex
           END-IF.

       FindEmprTaxGl.
           MOVE ZERO TO EmprTaxGlFoundIndex.
           PERFORM CheckOneEmprTaxGl VARYING EmprTaxGlIndex
               FROM 1 BY 1 UNTIL EmprTaxGlIndex > EmprTaxGlCount.
           IF EmprTaxGlFoundIndex = ZERO
               IF EmprTaxGlCount >= 20
                   DISPLAY "PAYVOID: EMPLOYER TAX GL TABLE FULL AT "
                       EmprTaxGlCount " ENTRIES - RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO EmprTaxGlCount
               MOVE EmprTaxGlCount TO EmprTaxGlFoundIndex
               MOVE ChTblErTaxCode (CheckHistIndex ChErIndex)
                   TO EgTblTaxCode (EmprTaxGlCount)
               MOVE ChTblErExpenseAcct (CheckHistIndex ChErIndex)
                   TO EgTblExpenseAcct (EmprTaxGlCount)
               MOVE ChTblErLiabilityAcct (CheckHistIndex ChErIndex)
                   TO EgTblLiabilityAcct (EmprTaxGlCount)
               MOVE ZERO TO EgTblVoidAmount (EmprTaxGlCount)
               MOVE ZERO TO EgTblReissueAmount (EmprTaxGlCount)
           END-IF.

       CheckOneEmprTaxGl.
           IF EgTblTaxCode (EmprTaxGlIndex) =
               ChTblErTaxCode (CheckHistIndex ChErIndex)
               AND EgTblExpenseAcct (EmprTaxGlIndex) =
               ChTblErExpenseAcct (CheckHistIndex ChErIndex)
               AND EgTblLiabilityAcct (EmprTaxGlIndex) =
               ChTblErLiabilityAcct (CheckHistIndex ChErIndex)
               MOVE EmprTaxGlIndex TO EmprTaxGlFoundIndex
           END-IF.

       FindCheckTaxLiab.
           MOVE ZERO TO TaxLiabFoundIndex.
           PERFORM CheckOneTaxLiab VARYING TaxLiabIndex
               FROM 1 BY 1 UNTIL TaxLiabIndex > TaxLiabCount.

       CheckOneTaxLiab.
           IF TlTblTaxCode (TaxLiabIndex) =
               ChTblErTaxCode (CheckHistIndex ChErIndex)
               AND TlTblPeriod (TaxLiabIndex) =
               ChTblErPeriod (CheckHistIndex ChErIndex)
               MOVE TaxLiabIndex TO TaxLiabFoundIndex
           END-IF.

       ReverseOneGarnish.
           IF DedTblEmpId (DeductIndex) =
               ChTblEmpId (CheckHistFoundIndex)
               AND DedTblType (DeductIndex) = "G"
               AND GarnishToApply > ZERO
               IF DedTblTaken (DeductIndex) < GarnishToApply
                   SUBTRACT DedTblTaken (DeductIndex)
                       FROM GarnishToApply
                   MOVE ZERO TO DedTblTaken (DeductIndex)
               ELSE
                   SUBTRACT GarnishToApply
                       FROM DedTblTaken (DeductIndex)
                   MOVE ZERO TO GarnishToApply
               END-IF
           END-IF.

       ReissueOneCheck.
           IF CheckHistCount >= 2000
               DISPLAY "PAYVOID: CHECK HISTORY TABLE FULL AT "
                   CheckHistCount " ENTRIES - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO CheckHistCount.
           MOVE CheckHistCount TO ReissueIndex.
           MOVE CheckHistEntry (CheckHistFoundIndex)
               TO CheckHistEntry (ReissueIndex).
           MOVE NextCheckNumber TO ChTblCheckNumber (ReissueIndex).
           MOVE RunDate TO ChTblIssueDate (ReissueIndex).
           MOVE "X" TO ChTblRunType (ReissueIndex).
           MOVE "I" TO ChTblStatus (ReissueIndex).
           MOVE RunDate TO ChTblStatusDate (ReissueIndex).
           MOVE ZERO TO ChTblReplacedBy (ReissueIndex).
           MOVE ChTblCheckNumber (CheckHistFoundIndex)
               TO ChTblOrigCheck (ReissueIndex).
           MOVE NextCheckNumber
               TO ChTblReplacedBy (CheckHistFoundIndex).
           ADD ChTblGross (ReissueIndex) TO YtdTblGross (YtdFoundIndex).
           ADD ChTblTax (ReissueIndex) TO YtdTblTax (YtdFoundIndex).
           ADD ChTblNet (ReissueIndex) TO YtdTblNet (YtdFoundIndex).
           MOVE ChTblGarnish (ReissueIndex) TO GarnishToApply.
           PERFORM ReapplyOneGarnish VARYING DeductIndex
               FROM 1 BY 1 UNTIL DeductIndex > DeductEntryCount.
           ADD 1 TO ReissueCount.
           ADD ChTblGross (ReissueIndex) TO ReissueGross.
           ADD ChTblTax (ReissueIndex) TO ReissueTax.
           ADD ChTblRetirement (ReissueIndex)
               ChTblInsurance (ReissueIndex)
               ChTblGarnish (ReissueIndex) TO ReissueDeductions.
           ADD ChTblNet (ReissueIndex) TO ReissueNet.
           MOVE ChTblExpenseAcct (ReissueIndex) TO LookupExpenseAcct.
           PERFORM FindSalaryAcct.
           ADD ChTblGross (ReissueIndex)
               TO SaTblReissueGross (SalaryAcctFoundIndex).
           PERFORM ReaccrueOneEmprTax VARYING ChErIndex
               FROM 1 BY 1 UNTIL ChErIndex > 10.
           PERFORM PrintReissueCheck.
           MOVE "I" TO IssueRecType.
           MOVE NextCheckNumber TO IssueCheckNumber.
           MOVE RunDate TO IssueDate.
           MOVE ChTblNet (ReissueIndex) TO IssueAmount.
           MOVE ChTblEmpName (ReissueIndex) TO IssuePayee.
           PERFORM WriteIssuedCheck.
           MOVE NextCheckNumber TO PrnVoidNewCheck.
           ADD 1 TO NextCheckNumber.

       ReapplyOneGarnish.
           IF DedTblEmpId (DeductIndex) = ChTblEmpId (ReissueIndex)
               AND DedTblType (DeductIndex) = "G"
               AND GarnishToApply > ZERO
               ADD GarnishToApply TO DedTblTaken (DeductIndex)
               MOVE ZERO TO GarnishToApply
           END-IF.

       PrintReissueCheck.
           WRITE CheckPrintLine FROM CheckSeparator
               AFTER ADVANCING 2 LINES.
           PERFORM CheckCheckPrintStatus.
           MOVE NextCheckNumber TO PrnCheckNumber.
           MOVE RunDate TO PrnCheckDate.
           MOVE ChTblOrigCheck (ReissueIndex) TO PrnCheckReplaces.
           WRITE CheckPrintLine FROM CheckHeaderLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckCheckPrintStatus.
           MOVE ChTblEmpName (ReissueIndex) TO PrnCheckPayee.
           MOVE ChTblNet (ReissueIndex) TO PayCheck.
           MOVE PayCheck TO PrnCheckAmount.
           WRITE CheckPrintLine FROM CheckPayeeLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckCheckPrintStatus.
           PERFORM ConvertAmountToWords.
           WRITE CheckPrintLine FROM AmountWords
               AFTER ADVANCING 1 LINE.
           PERFORM CheckCheckPrintStatus.

       ConvertAmountToWords.
           MOVE PayCheck TO WorkDollars.
           COMPUTE WorkCents = (PayCheck - WorkDollars) * 100.
           MOVE SPACES TO AmountWords.
           DIVIDE WorkDollars BY 1000 GIVING ThousandsPart
               REMAINDER HundredsRemainder.
           IF ThousandsPart > ZERO
               MOVE ThousandsPart TO TwoDigitValue
               PERFORM ConvertTwoDigits
               STRING FUNCTION TRIM(TwoDigitWords) " THOUSAND"
                   DELIMITED BY SIZE INTO AmountWords
           END-IF.
           DIVIDE HundredsRemainder BY 100 GIVING HundredsDigit
               REMAINDER TwoDigitValue.
           IF HundredsDigit > ZERO
               MOVE AmountWords TO WordsWork
               STRING FUNCTION TRIM(WordsWork) " "
                   FUNCTION TRIM(OnesWord (HundredsDigit))
                   " HUNDRED"
                   DELIMITED BY SIZE INTO AmountWords
           END-IF.
           IF TwoDigitValue > ZERO
               PERFORM ConvertTwoDigits
               MOVE AmountWords TO WordsWork
               STRING FUNCTION TRIM(WordsWork) " "
                   FUNCTION TRIM(TwoDigitWords)
                   DELIMITED BY SIZE INTO AmountWords
           END-IF.
           IF WorkDollars = ZERO
               MOVE "ZERO" TO AmountWords
           END-IF.
           MOVE AmountWords TO WordsWork.
           STRING FUNCTION TRIM(WordsWork) " DOLLARS AND "
               WorkCents "/100"
               DELIMITED BY SIZE INTO AmountWords.

       ConvertTwoDigits.
           MOVE SPACES TO TwoDigitWords.
           EVALUATE TRUE
               WHEN TwoDigitValue = ZERO
                   CONTINUE
               WHEN TwoDigitValue < 20
                   MOVE OnesWord (TwoDigitValue) TO TwoDigitWords
               WHEN OTHER
                   DIVIDE TwoDigitValue BY 10 GIVING TensDigit
                       REMAINDER OnesDigit
                   IF OnesDigit > ZERO
                       STRING FUNCTION TRIM(TensWord (TensDigit - 1))
                           "-" OnesWord (OnesDigit)
                           DELIMITED BY SIZE INTO TwoDigitWords
                   ELSE
                       MOVE TensWord (TensDigit - 1)
                           TO TwoDigitWords
                   END-IF
           END-EVALUATE.

       PrintVoidTotals.
           MOVE "TRANSACTIONS READ:" TO PrnVoidCountLabel.
           MOVE TransReadCount TO PrnVoidCount.
           WRITE VoidRegisterLine FROM VoidRegCountLine
               AFTER ADVANCING 3 LINES.
           PERFORM CheckVoidRegisterStatus.
           MOVE "CHECKS VOIDED:" TO PrnVoidCountLabel.
           MOVE VoidCount TO PrnVoidCount.
           PERFORM WriteVoidCountLine.
           MOVE "REPLACEMENTS ISSUED:" TO PrnVoidCountLabel.
           MOVE ReissueCount TO PrnVoidCount.
           PERFORM WriteVoidCountLine.
           MOVE "REJECTED:" TO PrnVoidCountLabel.
           MOVE RejectCount TO PrnVoidCount.
           PERFORM WriteVoidCountLine.
           MOVE "VOIDED (REVERSED):" TO PrnVoidAmountLabel.
           MOVE VoidGross TO PrnVoidTotGross.
           MOVE VoidTax TO PrnVoidTotTax.
           MOVE VoidDeductions TO PrnVoidTotDeduct.
           MOVE VoidNet TO PrnVoidTotNet.
           WRITE VoidRegisterLine FROM VoidRegAmountLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckVoidRegisterStatus.
           MOVE "REISSUED (RE-POSTED):" TO PrnVoidAmountLabel.
           MOVE ReissueGross TO PrnVoidTotGross.
           MOVE ReissueTax TO PrnVoidTotTax.
           MOVE ReissueDeductions TO PrnVoidTotDeduct.
           MOVE ReissueNet TO PrnVoidTotNet.
           WRITE VoidRegisterLine FROM VoidRegAmountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckVoidRegisterStatus.
           MOVE "VOIDED (REVERSED):" TO PrnVoidEmprTaxLabel.
           MOVE VoidEmprTax TO PrnVoidEmprTax.
           WRITE VoidRegisterLine FROM VoidRegEmprTaxLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckVoidRegisterStatus.
           MOVE "REISSUED (RE-ACCRUED):" TO PrnVoidEmprTaxLabel.
           MOVE ReissueEmprTax TO PrnVoidEmprTax.
           WRITE VoidRegisterLine FROM VoidRegEmprTaxLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckVoidRegisterStatus.
           MOVE "TAX LIAB NOT ON FILE:" TO PrnVoidCountLabel.
           MOVE LiabNotFoundCount TO PrnVoidCount.
           PERFORM WriteVoidCountLine.

       WriteVoidCountLine.
           WRITE VoidRegisterLine FROM VoidRegCountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckVoidRegisterStatus.

       LoadCheckHistTable.
           OPEN INPUT CheckHistFile.
           PERFORM CheckCheckHistStatus.
           READ CheckHistFile
               AT END SET CheckHistAtEof TO TRUE
           END-READ.
           PERFORM LoadOneCheckHist UNTIL CheckHistAtEof
               OR CheckHistCount >= 2000.
           IF NOT CheckHistAtEof
               DISPLAY "PAYVOID: CHECK HISTORY EXCEEDS "
                   CheckHistCount " ENTRY TABLE - RUN STOPPED"
               CLOSE CheckHistFile
               STOP RUN
           END-IF.
           CLOSE CheckHistFile.

       LoadOneCheckHist.
           ADD 1 TO CheckHistCount.
           MOVE ChCheckNumber TO ChTblCheckNumber (CheckHistCount).
           MOVE ChEmpId TO ChTblEmpId (CheckHistCount).
           MOVE ChEmpName TO ChTblEmpName (CheckHistCount).
           MOVE ChIssueDate TO ChTblIssueDate (CheckHistCount).
           MOVE ChRunType TO ChTblRunType (CheckHistCount).
           MOVE ChGross TO ChTblGross (CheckHistCount).
           MOVE ChTax TO ChTblTax (CheckHistCount).
           MOVE ChRetirement TO ChTblRetirement (CheckHistCount).
           MOVE ChInsurance TO ChTblInsurance (CheckHistCount).
           MOVE ChGarnish TO ChTblGarnish (CheckHistCount).
           MOVE ChNet TO ChTblNet (CheckHistCount).
           MOVE ChStatus TO ChTblStatus (CheckHistCount).
           MOVE ChStatusDate TO ChTblStatusDate (CheckHistCount).
           MOVE ChReplacedBy TO ChTblReplacedBy (CheckHistCount).
           MOVE ChOrigCheck TO ChTblOrigCheck (CheckHistCount).
           MOVE ChExpenseAcct TO ChTblExpenseAcct (CheckHistCount).
           PERFORM LoadOneCheckEmprTax VARYING ChErIndex
               FROM 1 BY 1 UNTIL ChErIndex > 10.
           READ CheckHistFile
               AT END SET CheckHistAtEof TO TRUE
           END-READ.

       LoadOneCheckEmprTax.
           IF ChErTaxCode (ChErIndex) = SPACES
               MOVE SPACES TO ChTblErTaxCode (CheckHistCount ChErIndex)
               MOVE SPACES
                   TO ChTblErExpenseAcct (CheckHistCount ChErIndex)
               MOVE SPACES
                   TO ChTblErLiabilityAcct (CheckHistCount ChErIndex)
               MOVE SPACES TO ChTblErPeriod (CheckHistCount ChErIndex)
               MOVE ZERO TO ChTblErAmount (CheckHistCount ChErIndex)
           ELSE
               MOVE ChEmprTaxEntry (ChErIndex)
                   TO ChTblEmprTaxEntry (CheckHistCount ChErIndex)
           END-IF.

       RewriteCheckHistFile.
           IF CheckHistCount > ZERO
               OPEN OUTPUT CheckHistFile
               PERFORM CheckCheckHistStatus
               PERFORM RewriteOneCheckHist VARYING CheckHistIndex
                   FROM 1 BY 1 UNTIL CheckHistIndex > CheckHistCount
               CLOSE CheckHistFile
           END-IF.

       RewriteOneCheckHist.
           MOVE ChTblCheckNumber (CheckHistIndex) TO ChCheckNumber.
           MOVE ChTblEmpId (CheckHistIndex) TO ChEmpId.
           MOVE ChTblEmpName (CheckHistIndex) TO ChEmpName.
           MOVE ChTblIssueDate (CheckHistIndex) TO ChIssueDate.
           MOVE ChTblRunType (CheckHistIndex) TO ChRunType.
           MOVE ChTblGross (CheckHistIndex) TO ChGross.
           MOVE ChTblTax (CheckHistIndex) TO ChTax.
           MOVE ChTblRetirement (CheckHistIndex) TO ChRetirement.
           MOVE ChTblInsurance (CheckHistIndex) TO ChInsurance.
           MOVE ChTblGarnish (CheckHistIndex) TO ChGarnish.
           MOVE ChTblNet (CheckHistIndex) TO ChNet.
           MOVE ChTblStatus (CheckHistIndex) TO ChStatus.
           MOVE ChTblStatusDate (CheckHistIndex) TO ChStatusDate.
           MOVE ChTblReplacedBy (CheckHistIndex) TO ChReplacedBy.
           MOVE ChTblOrigCheck (CheckHistIndex) TO ChOrigCheck.
           MOVE ChTblExpenseAcct (CheckHistIndex) TO ChExpenseAcct.
           PERFORM RewriteOneCheckEmprTax VARYING ChErIndex
               FROM 1 BY 1 UNTIL ChErIndex > 10.
           WRITE CheckHistRecord.
           PERFORM CheckCheckHistStatus.

       RewriteOneCheckEmprTax.
           MOVE ChTblEmprTaxEntry (CheckHistIndex ChErIndex)
               TO ChEmprTaxEntry (ChErIndex).

       LoadTaxLiabTable.
           OPEN INPUT TaxLiabFile.
           PERFORM CheckTaxLiabStatus.
           READ TaxLiabFile
               AT END SET TaxLiabAtEof TO TRUE
           END-READ.
           PERFORM LoadOneTaxLiab UNTIL TaxLiabAtEof
               OR TaxLiabCount >= 100.
           IF NOT TaxLiabAtEof
               DISPLAY "PAYVOID: TAX LIABILITY FILE EXCEEDS "
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

       RewriteTaxLiabFile.
           IF TaxLiabCount > ZERO
               OPEN OUTPUT TaxLiabFile
               PERFORM CheckTaxLiabStatus
               PERFORM RewriteOneTaxLiab VARYING TaxLiabIndex
                   FROM 1 BY 1 UNTIL TaxLiabIndex > TaxLiabCount
               CLOSE TaxLiabFile
           END-IF.

       RewriteOneTaxLiab.
           MOVE TlTblTaxCode (TaxLiabIndex) TO TlTaxCode.
           MOVE TlTblPeriod (TaxLiabIndex) TO TlPeriod.
           MOVE TlTblDueDate (TaxLiabIndex) TO TlDueDate.
           MOVE TlTblAmount (TaxLiabIndex) TO TlAmount.
           MOVE TlTblLastRunDate (TaxLiabIndex) TO TlLastRunDate.
           WRITE TaxLiabRecord.
           PERFORM CheckTaxLiabStatus.

       LoadYtdTable.
           OPEN INPUT YtdFile.
           PERFORM CheckYtdStatus.
           READ YtdFile
               AT END SET YtdAtEof TO TRUE
           END-READ.
           PERFORM LoadOneYtd UNTIL YtdAtEof
               OR YtdEntryCount >= 200.
           IF NOT YtdAtEof
               DISPLAY "PAYVOID: YTD FILE EXCEEDS "
                   YtdEntryCount " ENTRY TABLE - RUN STOPPED"
               CLOSE YtdFile
               STOP RUN
           END-IF.
           CLOSE YtdFile.

       LoadOneYtd.
           ADD 1 TO YtdEntryCount.
           MOVE YtdEmpId TO YtdTblEmpId (YtdEntryCount).
           MOVE YtdGross TO YtdTblGross (YtdEntryCount).
           MOVE YtdTax TO YtdTblTax (YtdEntryCount).
           MOVE YtdNet TO YtdTblNet (YtdEntryCount).
           READ YtdFile
               AT END SET YtdAtEof TO TRUE
           END-READ.

       RewriteYtdFile.
           IF YtdEntryCount > ZERO
               OPEN OUTPUT YtdFile
               PERFORM CheckYtdStatus
               PERFORM RewriteOneYtd VARYING YtdIndex
                   FROM 1 BY 1 UNTIL YtdIndex > YtdEntryCount
               CLOSE YtdFile
           END-IF.

       RewriteOneYtd.
           MOVE YtdTblEmpId (YtdIndex) TO YtdEmpId.
           MOVE YtdTblGross (YtdIndex) TO YtdGross.
           MOVE YtdTblTax (YtdIndex) TO YtdTax.
           MOVE YtdTblNet (YtdIndex) TO YtdNet.
           WRITE YtdRecord.
           PERFORM CheckYtdStatus.

       LoadDeductTable.
           OPEN INPUT DeductFile.
           PERFORM CheckDeductStatus.
           READ DeductFile
               AT END SET DeductAtEof TO TRUE
           END-READ.
           PERFORM LoadOneDeduct UNTIL DeductAtEof
               OR DeductEntryCount >= 400.
           IF NOT DeductAtEof
               DISPLAY "PAYVOID: DEDUCTION FILE EXCEEDS "
                   DeductEntryCount " ENTRY TABLE - RUN STOPPED"
               CLOSE DeductFile
               STOP RUN
           END-IF.
           CLOSE DeductFile.

       LoadOneDeduct.
           ADD 1 TO DeductEntryCount.
           MOVE DedEmpId TO DedTblEmpId (DeductEntryCount).
           MOVE DedType TO DedTblType (DeductEntryCount).
           MOVE DedRate TO DedTblRate (DeductEntryCount).
           MOVE DedAmount TO DedTblAmount (DeductEntryCount).
           MOVE DedStopBalance TO
               DedTblStopBalance (DeductEntryCount).
           MOVE DedTakenToDate TO DedTblTaken (DeductEntryCount).
           READ DeductFile
               AT END SET DeductAtEof TO TRUE
           END-READ.

       RewriteDeductFile.
           IF DeductEntryCount > ZERO
               OPEN OUTPUT DeductFile
               PERFORM CheckDeductStatus
               PERFORM RewriteOneDeduct VARYING DeductIndex
                   FROM 1 BY 1 UNTIL DeductIndex > DeductEntryCount
               CLOSE DeductFile
           END-IF.

       RewriteOneDeduct.
           MOVE DedTblEmpId (DeductIndex) TO DedEmpId.
           MOVE DedTblType (DeductIndex) TO DedType.
           MOVE DedTblRate (DeductIndex) TO DedRate.
           MOVE DedTblAmount (DeductIndex) TO DedAmount.
           MOVE DedTblStopBalance (DeductIndex) TO DedStopBalance.
           MOVE DedTblTaken (DeductIndex) TO DedTakenToDate.
           WRITE DeductRecord.
           PERFORM CheckDeductStatus.

       LoadCheckControl.
           OPEN INPUT CheckCtlFile.
           PERFORM CheckCheckCtlStatus.
           READ CheckCtlFile
               AT END SET CheckCtlAtEof TO TRUE
           END-READ.
           IF NOT CheckCtlAtEof AND FS-CheckCtlFile = "00"
               MOVE CtlNextCheckNumber TO NextCheckNumber
           END-IF.
           CLOSE CheckCtlFile.

       RewriteCheckControl.
           OPEN OUTPUT CheckCtlFile.
           PERFORM CheckCheckCtlStatus.
           MOVE NextCheckNumber TO CtlNextCheckNumber.
           WRITE CheckCtlRecord.
           PERFORM CheckCheckCtlStatus.
           CLOSE CheckCtlFile.

       WriteGlActivity.
           IF VoidGross NOT = ZERO OR ReissueGross NOT = ZERO
               OPEN EXTEND GlWorkFile
               PERFORM CheckGlWorkStatus
               MOVE RunDate TO GlwDate
               MOVE "PAYVOID" TO GlwSource
               IF VoidGross NOT = ZERO
                   PERFORM WriteVoidGl
               END-IF
               IF ReissueGross NOT = ZERO
                   PERFORM WriteReissueGl
               END-IF
               CLOSE GlWorkFile
           END-IF.

       WriteVoidGl.
           MOVE "1000" TO GlwAccount.
           MOVE "CASH - VOIDED CHECKS" TO GlwDesc.
           MOVE VoidNet TO GlwDebit.
           MOVE ZERO TO GlwCredit.
           WRITE GlWorkRecord.
           PERFORM CheckGlWorkStatus.
           MOVE "2100" TO GlwAccount.
           MOVE "TAX WITHHELD - VOIDS" TO GlwDesc.
           MOVE VoidTax TO GlwDebit.
           WRITE GlWorkRecord.
           PERFORM CheckGlWorkStatus.
           IF VoidDeductions NOT = ZERO
               MOVE "2200" TO GlwAccount
               MOVE "DEDUCTIONS - VOIDS" TO GlwDesc
               MOVE VoidDeductions TO GlwDebit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.
           PERFORM WriteOneVoidSalaryGl VARYING SalaryAcctIndex
               FROM 1 BY 1 UNTIL SalaryAcctIndex > SalaryAcctCount.
           PERFORM WriteOneVoidEmprTaxGl VARYING EmprTaxGlIndex
               FROM 1 BY 1 UNTIL EmprTaxGlIndex > EmprTaxGlCount.

       WriteOneVoidSalaryGl.
           IF SaTblVoidGross (SalaryAcctIndex) > ZERO
               MOVE SaTblAcct (SalaryAcctIndex) TO GlwAccount
               MOVE "SALARY EXP - VOIDS" TO GlwDesc
               MOVE ZERO TO GlwDebit
               MOVE SaTblVoidGross (SalaryAcctIndex) TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.

       WriteOneVoidEmprTaxGl.
           IF EgTblVoidAmount (EmprTaxGlIndex) > ZERO
               MOVE SPACES TO GlwDesc
               STRING EgTblTaxCode (EmprTaxGlIndex) " TAX - VOIDS"
                   DELIMITED BY SIZE INTO GlwDesc
               MOVE EgTblLiabilityAcct (EmprTaxGlIndex) TO GlwAccount
               MOVE EgTblVoidAmount (EmprTaxGlIndex) TO GlwDebit
               MOVE ZERO TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
               MOVE EgTblExpenseAcct (EmprTaxGlIndex) TO GlwAccount
               MOVE ZERO TO GlwDebit
               MOVE EgTblVoidAmount (EmprTaxGlIndex) TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.

       WriteReissueGl.
           PERFORM WriteOneReissueSalaryGl VARYING SalaryAcctIndex
               FROM 1 BY 1 UNTIL SalaryAcctIndex > SalaryAcctCount.
           MOVE "2100" TO GlwAccount.
           MOVE "TAX WITHHELD-REISSUE" TO GlwDesc.
           MOVE ZERO TO GlwDebit.
           MOVE ReissueTax TO GlwCredit.
           WRITE GlWorkRecord.
           PERFORM CheckGlWorkStatus.
           IF ReissueDeductions NOT = ZERO
               MOVE "2200" TO GlwAccount
               MOVE "DEDUCTIONS - REISSUE" TO GlwDesc
               MOVE ReissueDeductions TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.
           MOVE "1000" TO GlwAccount.
           MOVE "CASH - REISSUED CHKS" TO GlwDesc.
           MOVE ReissueNet TO GlwCredit.
           WRITE GlWorkRecord.
           PERFORM CheckGlWorkStatus.
           PERFORM WriteOneReissueEmprTaxGl VARYING EmprTaxGlIndex
               FROM 1 BY 1 UNTIL EmprTaxGlIndex > EmprTaxGlCount.

       WriteOneReissueSalaryGl.
           IF SaTblReissueGross (SalaryAcctIndex) > ZERO
               MOVE SaTblAcct (SalaryAcctIndex) TO GlwAccount
               MOVE "SALARY EXP - REISSUE" TO GlwDesc
               MOVE SaTblReissueGross (SalaryAcctIndex) TO GlwDebit
               MOVE ZERO TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.

       WriteOneReissueEmprTaxGl.
           IF EgTblReissueAmount (EmprTaxGlIndex) > ZERO
               MOVE SPACES TO GlwDesc
               STRING EgTblTaxCode (EmprTaxGlIndex) " TAX - REISSUE"
                   DELIMITED BY SIZE INTO GlwDesc
               MOVE EgTblExpenseAcct (EmprTaxGlIndex) TO GlwAccount
               MOVE EgTblReissueAmount (EmprTaxGlIndex) TO GlwDebit
               MOVE ZERO TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
               MOVE EgTblLiabilityAcct (EmprTaxGlIndex) TO GlwAccount
               MOVE ZERO TO GlwDebit
               MOVE EgTblReissueAmount (EmprTaxGlIndex) TO GlwCredit
               WRITE GlWorkRecord
               PERFORM CheckGlWorkStatus
           END-IF.

       WriteJobStats.
           OPEN EXTEND JobStatsFile.
           PERFORM CheckJobStatsStatus.
           MOVE "PAYVOID" TO JsJobName.
           MOVE RunDate TO JsDate.
           ACCEPT JobRunTime FROM TIME.
           MOVE JrHour TO JsTime (1:2).
           MOVE JrMinute TO JsTime (3:2).
           MOVE JrSecond TO JsTime (5:2).
           MOVE TransReadCount TO JsRead.
           COMPUTE JsWritten = VoidCount + ReissueCount.
           MOVE RejectCount TO JsRejected.
           COMPUTE JsAmount = ReissueNet - VoidNet.
           MOVE "ENDOK" TO JsStatus.
           WRITE JobStatsRecord.
           PERFORM CheckJobStatsStatus.
           CLOSE JobStatsFile.

       CheckVoidTransStatus.
           IF FS-VoidTransFile NOT = "00"
               AND FS-VoidTransFile NOT = "10"
               DISPLAY "I/O ERROR ON VOIDTRANS STATUS "
                   FS-VoidTransFile
               STOP RUN
           END-IF.

       CheckCheckHistStatus.
           IF FS-CheckHistFile NOT = "00"
               AND FS-CheckHistFile NOT = "05"
               AND FS-CheckHistFile NOT = "10"
               DISPLAY "I/O ERROR ON CHECKHIST STATUS "
                   FS-CheckHistFile
               STOP RUN
           END-IF.

       CheckYtdStatus.
           IF FS-YtdFile NOT = "00" AND FS-YtdFile NOT = "05"
               AND FS-YtdFile NOT = "10"
               DISPLAY "I/O ERROR ON YTDFILE STATUS " FS-YtdFile
               STOP RUN
           END-IF.

       CheckDeductStatus.
           IF FS-DeductFile NOT = "00" AND FS-DeductFile NOT = "05"
               AND FS-DeductFile NOT = "10"
               DISPLAY "I/O ERROR ON DEDUCTFILE STATUS "
                   FS-DeductFile
               STOP RUN
           END-IF.

       CheckCheckCtlStatus.
           IF FS-CheckCtlFile NOT = "00"
               AND FS-CheckCtlFile NOT = "05"
               AND FS-CheckCtlFile NOT = "10"
               DISPLAY "I/O ERROR ON CHECKCTL STATUS "
                   FS-CheckCtlFile
               STOP RUN
           END-IF.

       CheckCheckPrintStatus.
           IF FS-CheckPrintFile NOT = "00"
               DISPLAY "I/O ERROR ON CHECK PRINT STATUS "
                   FS-CheckPrintFile
               STOP RUN
           END-IF.

       CheckVoidRegisterStatus.
           IF FS-VoidRegisterFile NOT = "00"
               DISPLAY "I/O ERROR ON VOID REGISTER STATUS "
                   FS-VoidRegisterFile
               STOP RUN
           END-IF.

       CheckTaxLiabStatus.
           IF FS-TaxLiabFile NOT = "00" AND FS-TaxLiabFile NOT = "05"
               AND FS-TaxLiabFile NOT = "10"
               DISPLAY "I/O ERROR ON TAXLIAB STATUS " FS-TaxLiabFile
               STOP RUN
           END-IF.

       CheckGlWorkStatus.
           IF FS-GlWorkFile NOT = "00" AND FS-GlWorkFile NOT = "05"
               DISPLAY "I/O ERROR ON GLWORKFILE STATUS "
                   FS-GlWorkFile
               STOP RUN
           END-IF.

       CheckJobStatsStatus.
           IF FS-JobStatsFile NOT = "00" AND FS-JobStatsFile NOT = "05"
               DISPLAY "I/O ERROR ON JOBSTATS STATUS "
                   FS-JobStatsFile
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
               DISPLAY "PAYVOID: NO PosPayCtl.dat ON FILE - BANK "
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
           MOVE RunDate TO PphFileDate.
           MOVE "PAYVOID" TO PphSource.
           WRITE PosPayRecord FROM PosPayHeader.
           PERFORM CheckPosPayStatus.

       WriteIssuedCheck.
           MOVE IssueRecType TO IcRecType.
           MOVE IssueCheckNumber TO IcCheckNumber.
           MOVE IssueDate TO IcDate.
           MOVE IssueAmount TO IcAmount.
           MOVE IssuePayee TO IcPayee.
           MOVE "PAYVOID" TO IcSource.
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
