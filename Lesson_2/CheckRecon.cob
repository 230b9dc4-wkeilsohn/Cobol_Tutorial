       Identification division.
       program-id. CHECKRECON.
       Author. William-Keilsohn.
       environment division.
       configuration section.
       input-output section.
       file-control.
           SELECT OPTIONAL ClearedFile ASSIGN TO "Cleared.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ClearedFile.
           SELECT OPTIONAL IssuedChkFile ASSIGN TO "IssuedChk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IssuedChkFile.
           SELECT ReconReportFile ASSIGN TO "ChkRecon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ReconReportFile.
           SELECT OPTIONAL JobStatsFile ASSIGN TO "JobStats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JobStatsFile.

       data division.
       file section.
       FD ClearedFile.
       01 ClearedRecord.
           88 ClearedAtEof VALUE HIGH-VALUE.
           02 ClAccount PIC X(12).
           02 ClCheckNumber PIC 9(10).
           02 ClAmount PIC 9(8)V99.
           02 ClPaidDate PIC 9(8).

       FD IssuedChkFile.
       01 IssuedChkRecord.
           88 IssuedChkAtEof VALUE HIGH-VALUE.
           02 IcRecType PIC X.
               88 IcIssued VALUE "I".
               88 IcVoided VALUE "V".
               88 IcPaid VALUE "P".
           02 IcCheckNumber PIC 9(6).
           02 IcDate PIC 9(8).
           02 IcAmount PIC 9(7)V99.
           02 IcPayee PIC X(30).
           02 IcSource PIC X(14).

       FD ReconReportFile.
       01 ReconReportLine PIC X(110).

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
       01 FS-ClearedFile PIC XX VALUE "00".
       01 FS-IssuedChkFile PIC XX VALUE "00".
       01 FS-ReconReportFile PIC XX VALUE "00".
       01 FS-JobStatsFile PIC XX VALUE "00".
       01 RunDate PIC 9(8) VALUE ZERO.
       01 JobRunTime.
           02 JrHour PIC 99.
           02 JrMinute PIC 99.
           02 JrSecond PIC 99.
           02 JrHundredth PIC 99.
       01 IssuedTable.
           02 IssuedEntry OCCURS 5000 TIMES.
               03 ItCheckNumber PIC 9(6).
               03 ItIssueDate PIC 9(8).
               03 ItAmount PIC 9(7)V99.
               03 ItPayee PIC X(30).
               03 ItSource PIC X(14).
               03 ItStatus PIC X.
                   88 ItOutstanding VALUE "I".
                   88 ItVoided VALUE "V".
                   88 ItPaid VALUE "P".
               03 ItPaidDate PIC 9(8).
               03 ItPaidAmount PIC 9(7)V99.
       01 IssuedCount PIC 9(4) VALUE ZERO.
       01 IssuedIndex PIC 9(4) VALUE ZERO.
       01 IssuedFoundIndex PIC 9(4) VALUE ZERO.
       01 LookupCheckNumber PIC 9(10) VALUE ZERO.
       01 OrphanCount PIC 9(5) VALUE ZERO.
       01 ClearedReadCount PIC 9(5) VALUE ZERO.
       01 MatchedCount PIC 9(5) VALUE ZERO.
       01 MatchedTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionCount PIC 9(5) VALUE ZERO.
       01 ExceptionTotal PIC 9(9)V99 VALUE ZERO.
       01 CheckAgeDays PIC S9(7) VALUE ZERO.
       01 AgeBucket PIC 9 VALUE ZERO.
       01 AgeBucketTable.
           02 AgeBucketEntry OCCURS 4 TIMES.
               03 AgeBucketCount PIC 9(5).
               03 AgeBucketTotal PIC 9(9)V99.
       01 AgeBucketLabelList.
           02 FILLER PIC X(24) VALUE "0 - 30 DAYS".
           02 FILLER PIC X(24) VALUE "31 - 90 DAYS".
           02 FILLER PIC X(24) VALUE "91 - 180 DAYS".
           02 FILLER PIC X(24) VALUE "OVER 180 DAYS (STALE)".
       01 AgeBucketLabelTable REDEFINES AgeBucketLabelList.
           02 AgeBucketLabel PIC X(24) OCCURS 4 TIMES.
       01 OutstandingCount PIC 9(5) VALUE ZERO.
       01 OutstandingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReconHeading.
           02 FILLER PIC X(40) VALUE
               "CLEARED CHECK RECONCILIATION AS OF ".
           02 PrnReconRunDate PIC 9(8).
       01 ExceptHeading PIC X(40) VALUE
           "CLEARED CHECK EXCEPTIONS".
       01 ExceptHeads.
           02 FILLER PIC X(12) VALUE "CHECK NO".
           02 FILLER PIC X(10) VALUE "PAID ON".
           02 FILLER PIC X(14) VALUE "   BANK AMOUNT".
           02 FILLER PIC X(14) VALUE " ISSUED AMOUNT".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(30) VALUE "PAYEE".
           02 FILLER PIC X(18) VALUE "EXCEPTION".
       01 ExceptDetailLine.
           02 PrnExCheck PIC Z(9)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExPaidDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExBankAmount PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExIssuedAmount PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExPayee PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExReason PIC X(22).
       01 OutstandingHeading PIC X(40) VALUE
           "OUTSTANDING CHECKS AGED BY ISSUE DATE".
       01 OutstandingHeads.
           02 FILLER PIC X(8) VALUE "CHECK".
           02 FILLER PIC X(10) VALUE "ISSUED".
           02 FILLER PIC X(7) VALUE "  DAYS".
           02 FILLER PIC X(14) VALUE "        AMOUNT".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(32) VALUE "PAYEE".
           02 FILLER PIC X(16) VALUE "SOURCE".
       01 OutstandingDetailLine.
           02 PrnOsCheck PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOsIssueDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOsDays PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOsAmount PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOsPayee PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOsSource PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOsNote PIC X(6).
       01 BucketTotalLine.
           02 PrnBucketLabel PIC X(24).
           02 FILLER PIC X(8) VALUE "COUNT: ".
           02 PrnBucketCount PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "  AMOUNT: ".
           02 PrnBucketTotal PIC ZZZ,ZZZ,ZZ9.99.
       01 SummaryCountLine.
           02 PrnSummaryLabel PIC X(32).
           02 PrnSummaryCount PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "  AMOUNT: ".
           02 PrnSummaryAmount PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM LoadIssuedTable.
       OPEN OUTPUT ReconReportFile.
       PERFORM CheckReconReportStatus.
       MOVE RunDate TO PrnReconRunDate.
       WRITE ReconReportLine FROM ReconHeading.
       PERFORM CheckReconReportStatus.
       WRITE ReconReportLine FROM ExceptHeading
           AFTER ADVANCING 2 LINES.
       PERFORM CheckReconReportStatus.
       WRITE ReconReportLine FROM ExceptHeads
           AFTER ADVANCING 1 LINE.
       PERFORM CheckReconReportStatus.
       OPEN INPUT ClearedFile.
       PERFORM CheckClearedStatus.
       OPEN EXTEND IssuedChkFile.
       PERFORM CheckIssuedChkStatus.
       READ ClearedFile
           AT END SET ClearedAtEof TO TRUE
       END-READ.
       PERFORM CheckClearedStatus.
       PERFORM MatchOneCleared UNTIL ClearedAtEof.
       CLOSE ClearedFile, IssuedChkFile.
       IF ExceptionCount = ZERO
           MOVE "NONE" TO ReconReportLine
           WRITE ReconReportLine AFTER ADVANCING 1 LINE
           PERFORM CheckReconReportStatus
       END-IF.
       WRITE ReconReportLine FROM OutstandingHeading
           AFTER ADVANCING 3 LINES.
       PERFORM CheckReconReportStatus.
       WRITE ReconReportLine FROM OutstandingHeads
           AFTER ADVANCING 1 LINE.
       PERFORM CheckReconReportStatus.
       PERFORM ClearOneBucket VARYING AgeBucket
           FROM 1 BY 1 UNTIL AgeBucket > 4.
       PERFORM ListOneOutstanding VARYING IssuedIndex
           FROM 1 BY 1 UNTIL IssuedIndex > IssuedCount.
       PERFORM PrintReconTotals.
       CLOSE ReconReportFile.
       PERFORM WriteJobStats.
       DISPLAY "CHECKRECON: " MatchedCount " MATCHED, "
           ExceptionCount " EXCEPTIONS, " OutstandingCount
           " OUTSTANDING".
       GOBACK.

       LoadIssuedTable.
           OPEN INPUT IssuedChkFile.
           PERFORM CheckIssuedChkStatus.
           READ IssuedChkFile
               AT END SET IssuedChkAtEof TO TRUE
           END-READ.
           PERFORM LoadOneIssued UNTIL IssuedChkAtEof.
           CLOSE IssuedChkFile.
           IF OrphanCount > ZERO
               DISPLAY "CHECKRECON: " OrphanCount " VOID/PAID RECORDS "
                   "FOR CHECKS NOT ON IssuedChk.dat IGNORED"
           END-IF.

       LoadOneIssued.
           IF IcIssued
               IF IssuedCount >= 5000
                   DISPLAY "CHECKRECON: ISSUED CHECK FILE EXCEEDS "
                       IssuedCount " ENTRY TABLE - RUN STOPPED"
                   CLOSE IssuedChkFile
                   STOP RUN
               END-IF
               ADD 1 TO IssuedCount
               MOVE IcCheckNumber TO ItCheckNumber (IssuedCount)
               MOVE IcDate TO ItIssueDate (IssuedCount)
               MOVE IcAmount TO ItAmount (IssuedCount)
               MOVE IcPayee TO ItPayee (IssuedCount)
               MOVE IcSource TO ItSource (IssuedCount)
               MOVE "I" TO ItStatus (IssuedCount)
               MOVE ZERO TO ItPaidDate (IssuedCount)
               MOVE ZERO TO ItPaidAmount (IssuedCount)
           ELSE
               MOVE IcCheckNumber TO LookupCheckNumber
               PERFORM FindIssuedCheck
               IF IssuedFoundIndex = ZERO
                   ADD 1 TO OrphanCount
               ELSE
                   MOVE IcRecType TO ItStatus (IssuedFoundIndex)
                   IF IcPaid
                       MOVE IcDate TO ItPaidDate (IssuedFoundIndex)
                       MOVE IcAmount
                           TO ItPaidAmount (IssuedFoundIndex)
                   END-IF
               END-IF
           END-IF.
           READ IssuedChkFile
               AT END SET IssuedChkAtEof TO TRUE
           END-READ.

       FindIssuedCheck.
           MOVE ZERO TO IssuedFoundIndex.
           PERFORM CheckOneIssued VARYING IssuedIndex
               FROM 1 BY 1 UNTIL IssuedIndex > IssuedCount.

       CheckOneIssued.
           IF ItCheckNumber (IssuedIndex) = LookupCheckNumber
               MOVE IssuedIndex TO IssuedFoundIndex
           END-IF.

       MatchOneCleared.
           ADD 1 TO ClearedReadCount.
           MOVE ZERO TO IssuedFoundIndex.
           IF ClCheckNumber IS NUMERIC
               MOVE ClCheckNumber TO LookupCheckNumber
               PERFORM FindIssuedCheck
           END-IF.
           MOVE ZERO TO PrnExCheck.
           MOVE ZERO TO PrnExPaidDate.
           MOVE ZERO TO PrnExBankAmount.
           MOVE ZERO TO PrnExIssuedAmount.
           MOVE SPACES TO PrnExPayee.
           IF ClCheckNumber IS NUMERIC
               MOVE ClCheckNumber TO PrnExCheck
           END-IF.
           IF ClPaidDate IS NUMERIC
               MOVE ClPaidDate TO PrnExPaidDate
           END-IF.
           IF ClAmount IS NUMERIC
               MOVE ClAmount TO PrnExBankAmount
           END-IF.
           IF IssuedFoundIndex > ZERO
               MOVE ItAmount (IssuedFoundIndex) TO PrnExIssuedAmount
               MOVE ItPayee (IssuedFoundIndex) TO PrnExPayee
           END-IF.
           EVALUATE TRUE
               WHEN ClCheckNumber NOT NUMERIC
                   OR ClAmount NOT NUMERIC
                   OR ClPaidDate NOT NUMERIC
                   MOVE "INVALID BANK RECORD" TO PrnExReason
                   PERFORM WriteReconException
               WHEN IssuedFoundIndex = ZERO
                   MOVE "PAID NOT ISSUED" TO PrnExReason
                   PERFORM WriteReconException
               WHEN ItVoided (IssuedFoundIndex)
                   MOVE "PAID AFTER VOID" TO PrnExReason
                   PERFORM WriteReconException
               WHEN ItPaid (IssuedFoundIndex)
                   MOVE "DUPLICATE PRESENTMENT" TO PrnExReason
                   PERFORM WriteReconException
               WHEN ClAmount NOT = ItAmount (IssuedFoundIndex)
                   MOVE "AMOUNT MISMATCH" TO PrnExReason
                   PERFORM WriteReconException
                   PERFORM MarkCheckPaid
               WHEN OTHER
                   PERFORM MarkCheckPaid
                   ADD 1 TO MatchedCount
                   ADD ClAmount TO MatchedTotal
           END-EVALUATE.
           READ ClearedFile
               AT END SET ClearedAtEof TO TRUE
           END-READ.
           PERFORM CheckClearedStatus.

       MarkCheckPaid.
           MOVE "P" TO ItStatus (IssuedFoundIndex).
           MOVE ClPaidDate TO ItPaidDate (IssuedFoundIndex).
           MOVE ClAmount TO ItPaidAmount (IssuedFoundIndex).
           MOVE "P" TO IcRecType.
           MOVE ItCheckNumber (IssuedFoundIndex) TO IcCheckNumber.
           MOVE ClPaidDate TO IcDate.
           MOVE ClAmount TO IcAmount.
           MOVE ItPayee (IssuedFoundIndex) TO IcPayee.
           MOVE "CHECKRECON" TO IcSource.
           WRITE IssuedChkRecord.
           PERFORM CheckIssuedChkStatus.

       WriteReconException.
           ADD 1 TO ExceptionCount.
           IF ClAmount IS NUMERIC
               ADD ClAmount TO ExceptionTotal
           END-IF.
           WRITE ReconReportLine FROM ExceptDetailLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckReconReportStatus.

       ClearOneBucket.
           MOVE ZERO TO AgeBucketCount (AgeBucket).
           MOVE ZERO TO AgeBucketTotal (AgeBucket).

       ListOneOutstanding.
           IF ItOutstanding (IssuedIndex)
               COMPUTE CheckAgeDays = FUNCTION INTEGER-OF-DATE (RunDate)
                   - FUNCTION INTEGER-OF-DATE
                       (ItIssueDate (IssuedIndex))
               EVALUATE TRUE
                   WHEN CheckAgeDays NOT > 30
                       MOVE 1 TO AgeBucket
                   WHEN CheckAgeDays NOT > 90
                       MOVE 2 TO AgeBucket
                   WHEN CheckAgeDays NOT > 180
                       MOVE 3 TO AgeBucket
                   WHEN OTHER
                       MOVE 4 TO AgeBucket
               END-EVALUATE
               ADD 1 TO AgeBucketCount (AgeBucket)
               ADD ItAmount (IssuedIndex) TO AgeBucketTotal (AgeBucket)
               ADD 1 TO OutstandingCount
               ADD ItAmount (IssuedIndex) TO OutstandingTotal
               MOVE ItCheckNumber (IssuedIndex) TO PrnOsCheck
               MOVE ItIssueDate (IssuedIndex) TO PrnOsIssueDate
               MOVE CheckAgeDays TO PrnOsDays
               MOVE ItAmount (IssuedIndex) TO PrnOsAmount
               MOVE ItPayee (IssuedIndex) TO PrnOsPayee
               MOVE ItSource (IssuedIndex) TO PrnOsSource
               IF AgeBucket = 4
                   MOVE "STALE" TO PrnOsNote
               ELSE
                   MOVE SPACES TO PrnOsNote
               END-IF
               WRITE ReconReportLine FROM OutstandingDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckReconReportStatus
           END-IF.

       PrintReconTotals.
           MOVE "AGING OF OUTSTANDING CHECKS" TO ReconReportLine.
           WRITE ReconReportLine AFTER ADVANCING 3 LINES.
           PERFORM CheckReconReportStatus.
           PERFORM PrintOneBucket VARYING AgeBucket
               FROM 1 BY 1 UNTIL AgeBucket > 4.
           MOVE "CLEARED ITEMS READ:" TO PrnSummaryLabel.
           MOVE ClearedReadCount TO PrnSummaryCount.
           MOVE ZERO TO PrnSummaryAmount.
           WRITE ReconReportLine FROM SummaryCountLine
               AFTER ADVANCING 2 LINES.
           PERFORM CheckReconReportStatus.
           MOVE "MATCHED AND MARKED PAID:" TO PrnSummaryLabel.
           MOVE MatchedCount TO PrnSummaryCount.
           MOVE MatchedTotal TO PrnSummaryAmount.
           PERFORM WriteSummaryLine.
           MOVE "EXCEPTIONS:" TO PrnSummaryLabel.
           MOVE ExceptionCount TO PrnSummaryCount.
           MOVE ExceptionTotal TO PrnSummaryAmount.
           PERFORM WriteSummaryLine.
           MOVE "TOTAL OUTSTANDING:" TO PrnSummaryLabel.
           MOVE OutstandingCount TO PrnSummaryCount.
           MOVE OutstandingTotal TO PrnSummaryAmount.
           PERFORM WriteSummaryLine.

       PrintOneBucket.
           MOVE AgeBucketLabel (AgeBucket) TO PrnBucketLabel.
           MOVE AgeBucketCount (AgeBucket) TO PrnBucketCount.
           MOVE AgeBucketTotal (AgeBucket) TO PrnBucketTotal.
           WRITE ReconReportLine FROM BucketTotalLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckReconReportStatus.

       WriteSummaryLine.
           WRITE ReconReportLine FROM SummaryCountLine
               AFTER ADVANCING 1 LINE.
           PERFORM CheckReconReportStatus.

       WriteJobStats.
           OPEN EXTEND JobStatsFile.
           PERFORM CheckJobStatsStatus.
           MOVE "CHECKRECON" TO JsJobName.
           MOVE RunDate TO JsDate.
           ACCEPT JobRunTime FROM TIME.
           MOVE JrHour TO JsTime (1:2).
           MOVE JrMinute TO JsTime (3:2).
           MOVE JrSecond TO JsTime (5:2).
           MOVE ClearedReadCount TO JsRead.
           MOVE MatchedCount TO JsWritten.
           MOVE ExceptionCount TO JsRejected.
           MOVE OutstandingTotal TO JsAmount.
           IF ExceptionCount > ZERO
               MOVE "EXCEPT" TO JsStatus
           ELSE
               MOVE "ENDOK" TO JsStatus
           END-IF.
           WRITE JobStatsRecord.
           PERFORM CheckJobStatsStatus.
           CLOSE JobStatsFile.

       CheckClearedStatus.
           IF FS-ClearedFile NOT = "00" AND FS-ClearedFile NOT = "05"
               AND FS-ClearedFile NOT = "10"
               DISPLAY "I/O ERROR ON CLEARED FILE STATUS "
                   FS-ClearedFile
               STOP RUN
           END-IF.

       CheckIssuedChkStatus.
           IF FS-IssuedChkFile NOT = "00"
               AND FS-IssuedChkFile NOT = "05"
               AND FS-IssuedChkFile NOT = "10"
               DISPLAY "I/O ERROR ON ISSUEDCHK STATUS "
                   FS-IssuedChkFile
               STOP RUN
           END-IF.

       CheckReconReportStatus.
           IF FS-ReconReportFile NOT = "00"
               DISPLAY "I/O ERROR ON CHKRECON REPORT STATUS "
                   FS-ReconReportFile
               STOP RUN
           END-IF.

       CheckJobStatsStatus.
           IF FS-JobStatsFile NOT = "00" AND FS-JobStatsFile NOT = "05"
               DISPLAY "I/O ERROR ON JOBSTATS STATUS "
                   FS-JobStatsFile
               STOP RUN
           END-IF.
