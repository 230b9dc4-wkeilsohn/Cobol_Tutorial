       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOXINTAKE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCKBOXFILE ASSIGN TO "Lockbox.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOCKBOXFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT PAYMENTFILE ASSIGN TO "Payment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAYMENTFILE.
           SELECT OPTIONAL KEYEDPAYFILE ASSIGN TO "PayKeyed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-KEYEDPAYFILE.
           SELECT OPTIONAL DEPOSITLOGFILE ASSIGN TO "LockboxDep.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPOSITLOGFILE.
           SELECT OPTIONAL HELDITEMFILE ASSIGN TO "LockboxHeld.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HELDITEMFILE.
           SELECT LOCKBOXREPORT ASSIGN TO "Lockbox.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOCKBOXREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOXFILE.
       01 LBFILEHEADER.
           88 WS-LB-EOF VALUE HIGH-VALUE.
           02 LHRECTYPE PIC X(01).
           02 LHBANKID PIC X(08).
           02 LHLOCKBOXNUM PIC X(06).
           02 LHPROCESSDATE PIC 9(8).
           02 FILLER PIC X(57).
       01 LBBATCHHEADER.
           02 LBRECTYPE PIC X(01).
           02 LBBATCHNUM PIC 9(4).
           02 LBDEPOSITID PIC X(10).
           02 LBDEPOSITDATE PIC 9(8).
           02 FILLER PIC X(57).
       01 LBCHECKDETAIL.
           02 LCRECTYPE PIC X(01).
           02 LCIDNUM PIC 9(5).
           02 LCREMITLAST PIC X(15).
           02 LCREMITFIRST PIC X(15).
           02 LCCHECKNUM PIC X(10).
           02 LCINVREF PIC X(10).
           02 LCAMOUNT PIC 9(7)V99.
           02 FILLER PIC X(15).
       01 LBBATCHTRAILER.
           02 LERECTYPE PIC X(01).
           02 LEBATCHNUM PIC 9(4).
           02 LECOUNT PIC 9(5).
           02 LETOTAL PIC 9(9)V99.
           02 FILLER PIC X(59).
       01 LBFILETRAILER.
           02 LTRECTYPE PIC X(01).
           02 LTBATCHCOUNT PIC 9(4).
           02 LTITEMCOUNT PIC 9(7).
           02 LTTOTAL PIC 9(11)V99.
           02 FILLER PIC X(55).

       FD CUSTOMERFILE.
       01 CUSTOMERDATA.
           02 IDNUM PIC 9(5).
           02 CUSTNAM.
               03 FIRSTNAME PIC X(15).
               03 LASTNAME PIC X(15).
           02 ACCTBALANCE PIC S9(7)V99.
           02 DAYSPASTDUE PIC 9(3).
           02 DATEOFBIRTH.
               03 MOB PIC 99.
               03 DOB PIC 99.
               03 YOB PIC 9(4).
           02 REGIONCODE PIC X(03).
           02 SSNUM.
               03 SSAREA PIC 999.
               03 SSGROUP PIC 99.
               03 SSSERIAL PIC 9999.
           02 MAILADDRESS.
               03 STREETADDR PIC X(20).
               03 CITY PIC X(15).
               03 STATECODE PIC X(02).
               03 ZIPCODE PIC X(05).
           02 CREDITLIMIT PIC S9(7)V99.
           02 CREDITHOLDFLAG PIC X(01).
           02 BILLCYCLE PIC 9(01).

       FD PAYMENTFILE.
       01 PAYMENTRECORD.
           02 PAYIDNUM PIC 9(5).
           02 PAYDATE PIC 9(8).
           02 PAYAMOUNT PIC 9(7)V99.
           02 PAYTYPE PIC X(01).

       FD KEYEDPAYFILE.
       01 KEYEDPAYRECORD.
           88 WS-KEYED-EOF VALUE HIGH-VALUE.
           02 KPIDNUM PIC 9(5).
           02 KPDATE PIC 9(8).
           02 KPAMOUNT PIC 9(7)V99.
           02 KPTYPE PIC X(01).

       FD DEPOSITLOGFILE.
       01 DEPOSITLOGRECORD.
           88 WS-DEPLOG-EOF VALUE HIGH-VALUE.
           02 DLBANKID PIC X(08).
           02 DLLOCKBOXNUM PIC X(06).
           02 DLDEPOSITID PIC X(10).
           02 DLDEPOSITDATE PIC 9(8).
           02 DLCOUNT PIC 9(5).
           02 DLTOTAL PIC 9(9)V99.
           02 DLRECEIVEDON PIC 9(8).

       FD HELDITEMFILE.
       01 HELDITEMRECORD.
           02 HIBANKID PIC X(08).
           02 HILOCKBOXNUM PIC X(06).
           02 HIDEPOSITID PIC X(10).
           02 HIDEPOSITDATE PIC 9(8).
           02 HICHECKNUM PIC X(10).
           02 HIIDNUM PIC X(05).
           02 HIREMITLAST PIC X(15).
           02 HIREMITFIRST PIC X(15).
           02 HIINVREF PIC X(10).
           02 HIAMOUNT PIC 9(7)V99.
           02 HIREASON PIC X(22).
           02 HIHELDON PIC 9(8).

       FD LOCKBOXREPORT.
       01 LOCKBOXREPORTLINE PIC X(100).

       FD JOBSTATSFILE.
       01 JOBSTATSRECORD.
           02 JSJOBNAME PIC X(14).
           02 JSDATE PIC 9(8).
           02 JSTIME PIC 9(6).
           02 JSREAD PIC 9(7).
           02 JSWRITTEN PIC 9(7).
           02 JSREJECTED PIC 9(7).
           02 JSAMOUNT PIC S9(11)V99.
           02 JSSTATUS PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-LOCKBOXFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-PAYMENTFILE PIC XX VALUE "00".
       01 FS-KEYEDPAYFILE PIC XX VALUE "00".
       01 FS-DEPOSITLOGFILE PIC XX VALUE "00".
       01 FS-HELDITEMFILE PIC XX VALUE "00".
       01 FS-LOCKBOXREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 LOCKBOXFOUNDFLAG PIC X VALUE "Y".
           88 LOCKBOXFOUND VALUE "Y".
       01 HEADERSEENFLAG PIC X VALUE "N".
           88 HEADERSEEN VALUE "Y".
       01 TRAILERSEENFLAG PIC X VALUE "N".
           88 TRAILERSEEN VALUE "Y".
       01 BATCHOPENFLAG PIC X VALUE "N".
           88 BATCHOPEN VALUE "Y".
       01 FILEBALANCEDFLAG PIC X VALUE "N".
           88 FILEBALANCED VALUE "Y".
       01 DEPOSITRECONFLAG PIC X VALUE "N".
           88 DEPOSITRECONCILED VALUE "Y".
       01 LOCKBOXBANKID PIC X(08) VALUE SPACES.
       01 LOCKBOXNUM PIC X(06) VALUE SPACES.
       01 LOCKBOXPROCESSDATE PIC 9(8) VALUE ZERO.
       01 SEQUENCEERRORCOUNT PIC 9(5) VALUE ZERO.
       01 BADBATCHCOUNT PIC 9(4) VALUE ZERO.
       01 FILEITEMCOUNT PIC 9(7) VALUE ZERO.
       01 FILEITEMTOTAL PIC 9(11)V99 VALUE ZERO.
       01 TRAILERBATCHCOUNT PIC 9(4) VALUE ZERO.
       01 TRAILERITEMCOUNT PIC 9(7) VALUE ZERO.
       01 TRAILERITEMTOTAL PIC 9(11)V99 VALUE ZERO.
       01 BATCHTABLE.
           02 BTENTRY OCCURS 100 TIMES.
               03 BTBATCHNUM PIC 9(4).
               03 BTDEPOSITID PIC X(10).
               03 BTDEPOSITDATE PIC 9(8).
               03 BTCOUNT PIC 9(5).
               03 BTTOTAL PIC 9(9)V99.
               03 BTTRLCOUNT PIC 9(5).
               03 BTTRLTOTAL PIC 9(9)V99.
               03 BTTRAILERFLAG PIC X.
                   88 BTTRAILERSEEN VALUE "Y".
               03 BTBADAMOUNTFLAG PIC X.
                   88 BTBADAMOUNT VALUE "Y".
               03 BTBALANCEDFLAG PIC X.
                   88 BTBALANCED VALUE "Y".
               03 BTDUPLICATEFLAG PIC X.
                   88 BTDUPLICATE VALUE "Y".
               03 BTPRIORDATE PIC 9(8).
       01 BATCHENTRYCNT PIC 9(3) VALUE ZERO.
       01 BATCHIDX PIC 9(3) VALUE ZERO.
       01 PRIORIDX PIC 9(3) VALUE ZERO.
       01 DUPLICATEBATCHCOUNT PIC 9(3) VALUE ZERO.
       01 MATCHEDFLAG PIC X VALUE "N".
           88 REMITTERMATCHED VALUE "Y".
       01 NAMESCANFLAG PIC X VALUE "N".
           88 NAMESCANDONE VALUE "Y".
       01 MATCHEDIDNUM PIC 9(5) VALUE ZERO.
       01 LASTNAMEHITS PIC 9(3) VALUE ZERO.
       01 FULLNAMEHITS PIC 9(3) VALUE ZERO.
       01 LASTNAMEIDNUM PIC 9(5) VALUE ZERO.
       01 FULLNAMEIDNUM PIC 9(5) VALUE ZERO.
       01 ITEMRESULT PIC X(22) VALUE SPACES.
       01 BATCHRELEASEDTOTAL PIC 9(9)V99 VALUE ZERO.
       01 BATCHHELDTOTAL PIC 9(9)V99 VALUE ZERO.
       01 RELEASEDCOUNT PIC 9(7) VALUE ZERO.
       01 RELEASEDTOTAL PIC 9(11)V99 VALUE ZERO.
       01 HELDCOUNT PIC 9(7) VALUE ZERO.
       01 HELDTOTAL PIC 9(11)V99 VALUE ZERO.
       01 DUPLICATECOUNT PIC 9(7) VALUE ZERO.
       01 DUPLICATETOTAL PIC 9(11)V99 VALUE ZERO.
       01 KEYEDCOUNT PIC 9(7) VALUE ZERO.
       01 KEYEDTOTAL PIC 9(11)V99 VALUE ZERO.
       01 ACCOUNTEDTOTAL PIC 9(11)V99 VALUE ZERO.
       01 LOCKBOXHEADING PIC X(40) VALUE
           "LOCKBOX DEPOSIT RECONCILIATION".
       01 BANKLINE.
           02 FILLER PIC X(6) VALUE "BANK: ".
           02 PRNBANKID PIC X(08).
           02 FILLER PIC X(11) VALUE "  LOCKBOX: ".
           02 PRNLOCKBOXNUM PIC X(06).
           02 FILLER PIC X(16) VALUE "  PROCESSED ON: ".
           02 PRNPROCESSDATE PIC 9(8).
           02 FILLER PIC X(12) VALUE "  RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 NOLOCKBOXLINE PIC X(40) VALUE
           "NO LOCKBOX FILE RECEIVED FOR THIS RUN".
       01 BATCHLINE.
           02 FILLER PIC X(6) VALUE "BATCH ".
           02 PRNBATCHNUM PIC 9(4).
           02 FILLER PIC X(11) VALUE "  DEPOSIT: ".
           02 PRNDEPOSITID PIC X(10).
           02 FILLER PIC X(16) VALUE "  DEPOSITED ON: ".
           02 PRNDEPOSITDATE PIC 9(8).
       01 DUPLICATELINE.
           02 FILLER PIC X(40) VALUE
               "  *** DUPLICATE DEPOSIT - FIRST RECEIVED".
           02 FILLER PIC X VALUE SPACE.
           02 PRNPRIORDATE PIC 9(8).
           02 FILLER PIC X(22) VALUE " - NOT RELEASED ***".
       01 ITEMHEADS.
           02 FILLER PIC X(45) VALUE
               "CHECK_NUM   REMITTER                         ".
           02 FILLER PIC X(45) VALUE
               "INVOICE_REF       AMOUNT  ID_NO  RESULT      ".
       01 ITEMDETAILLINE.
           02 PRNCHECKNUM PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNREMITLAST PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PRNREMITFIRST PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNINVREF PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNITEMAMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNITEMIDNUM PIC ZZZZ9 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNITEMRESULT PIC X(22).
       01 BATCHTOTALLINE.
           02 FILLER PIC X(14) VALUE "  BATCH ITEMS:".
           02 PRNBTCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "  AMOUNT: ".
           02 PRNBTTOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE "  RELEASED: ".
           02 PRNBTRELEASED PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  HELD: ".
           02 PRNBTHELD PIC ZZZ,ZZZ,ZZ9.99.
       01 OUTOFBALANCELINE.
           02 FILLER PIC X(40) VALUE
               "*** LOCKBOX FILE OUT OF BALANCE - NO PAY".
           02 FILLER PIC X(20) VALUE "MENTS RELEASED ***  ".
       01 BALANCEHEADS.
           02 FILLER PIC X(45) VALUE
               "BATCH  DEPOSIT     ITEMS  BANK_ITEMS         ".
           02 FILLER PIC X(45) VALUE
               "  AMOUNT     BANK_AMOUNT  STATUS             ".
       01 BALANCEDETAILLINE.
           02 PRNBALBATCHNUM PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNBALDEPOSITID PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBALCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PRNBALTRLCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBALTOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBALTRLTOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBALSTATUS PIC X(20).
       01 FILEBATCHLINE.
           02 FILLER PIC X(20) VALUE "BATCHES IN FILE:    ".
           02 PRNFILEBATCHES PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  TRAILER:  ".
           02 PRNTRAILERBATCHES PIC Z,ZZZ,ZZ9.
       01 FILECOUNTLINE.
           02 FILLER PIC X(20) VALUE "ITEMS IN FILE:      ".
           02 PRNFILECOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  TRAILER:  ".
           02 PRNTRAILERCOUNT PIC Z,ZZZ,ZZ9.
       01 FILEAMOUNTLINE.
           02 FILLER PIC X(20) VALUE "AMOUNT IN FILE:     ".
           02 PRNFILETOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE "  TRAILER:  ".
           02 PRNTRAILERTOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 NOHEADERLINE PIC X(40) VALUE
           "FILE HEADER RECORD MISSING".
       01 NOTRAILERLINE PIC X(40) VALUE
           "FILE TRAILER RECORD MISSING".
       01 SEQUENCEERRORLINE.
           02 FILLER PIC X(40) VALUE
               "RECORDS OUT OF SEQUENCE OR UNKNOWN TYPE:".
           02 PRNSEQUENCEERRORS PIC ZZ,ZZ9.
       01 RECONTOTALLINE.
           02 PRNRECONLABEL PIC X(30).
           02 PRNRECONCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "  AMOUNT: ".
           02 PRNRECONTOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 RECONRESULTLINE PIC X(50) VALUE SPACES.
       01 RECONCILEDTEXT PIC X(50) VALUE
           "RESULT: DEPOSIT RECONCILED".
       01 NOTRECONCILEDTEXT PIC X(50) VALUE
           "RESULT: *** DEPOSIT DOES NOT RECONCILE ***".

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       OPEN OUTPUT LOCKBOXREPORT.
       PERFORM CHECKLOCKBOXREPORTSTATUS.
       WRITE LOCKBOXREPORTLINE FROM LOCKBOXHEADING.
       PERFORM CHECKLOCKBOXREPORTSTATUS.
       PERFORM BALANCELOCKBOXFILE.
       IF NOT LOCKBOXFOUND THEN
           WRITE LOCKBOXREPORTLINE FROM NOLOCKBOXLINE
               AFTER ADVANCING 2 LINES
           PERFORM CHECKLOCKBOXREPORTSTATUS
           SET FILEBALANCED TO TRUE
       END-IF.
       IF NOT FILEBALANCED THEN
           PERFORM PRINTOUTOFBALANCE
           PERFORM WRITEJOBSTATS
           CLOSE LOCKBOXREPORT
           DISPLAY "LOCKBOXINTAKE: LOCKBOX FILE OUT OF BALANCE - "
               "SEE Lockbox.rpt - RUN STOPPED"
           STOP RUN
       END-IF.
       OPEN OUTPUT PAYMENTFILE.
       PERFORM CHECKPAYMENTSTATUS.
       PERFORM COPYKEYEDPAYMENTS.
       IF LOCKBOXFOUND THEN
           PERFORM CHECKDEPOSITLOG
           PERFORM RELEASELOCKBOXFILE
           PERFORM PRINTRECONTOTALS
           PERFORM LOGACCEPTEDDEPOSITS
       END-IF.
       CLOSE PAYMENTFILE.
       PERFORM WRITEJOBSTATS.
       CLOSE LOCKBOXREPORT.
       IF DUPLICATEBATCHCOUNT > ZERO THEN
           DISPLAY "LOCKBOXINTAKE: " DUPLICATEBATCHCOUNT
               " DUPLICATE DEPOSIT(S) REJECTED - SEE Lockbox.rpt"
       END-IF.
       GOBACK.

       BALANCELOCKBOXFILE.
           OPEN INPUT LOCKBOXFILE.
           PERFORM CHECKLOCKBOXSTATUS.
           IF FS-LOCKBOXFILE = "05" THEN
               MOVE "N" TO LOCKBOXFOUNDFLAG
               CLOSE LOCKBOXFILE
           ELSE
               READ LOCKBOXFILE
                   AT END SET WS-LB-EOF TO TRUE
               END-READ
               PERFORM CHECKLOCKBOXSTATUS
               PERFORM TOTALONELOCKBOXRECORD UNTIL WS-LB-EOF
               CLOSE LOCKBOXFILE
               IF BATCHOPEN THEN
                   ADD 1 TO SEQUENCEERRORCOUNT
               END-IF
               PERFORM BALANCEONEBATCH VARYING BATCHIDX
                   FROM 1 BY 1 UNTIL BATCHIDX > BATCHENTRYCNT
               IF HEADERSEEN AND TRAILERSEEN
                   AND SEQUENCEERRORCOUNT = ZERO
                   AND BADBATCHCOUNT = ZERO
                   AND BATCHENTRYCNT = TRAILERBATCHCOUNT
                   AND FILEITEMCOUNT = TRAILERITEMCOUNT
                   AND FILEITEMTOTAL = TRAILERITEMTOTAL THEN
                   SET FILEBALANCED TO TRUE
               END-IF
           END-IF.

       TOTALONELOCKBOXRECORD.
           EVALUATE LHRECTYPE
               WHEN "H"
                   IF HEADERSEEN OR BATCHENTRYCNT > ZERO THEN
                       ADD 1 TO SEQUENCEERRORCOUNT
                   END-IF
                   SET HEADERSEEN TO TRUE
                   MOVE LHBANKID TO LOCKBOXBANKID
                   MOVE LHLOCKBOXNUM TO LOCKBOXNUM
                   MOVE LHPROCESSDATE TO LOCKBOXPROCESSDATE
               WHEN "B"
                   IF BATCHOPEN OR TRAILERSEEN THEN
                       ADD 1 TO SEQUENCEERRORCOUNT
                   END-IF
                   PERFORM ADDBATCHENTRY
               WHEN "C"
                   IF BATCHOPEN THEN
                       PERFORM TOTALONECHECK
                   ELSE
                       ADD 1 TO SEQUENCEERRORCOUNT
                   END-IF
               WHEN "E"
                   IF BATCHOPEN AND LEBATCHNUM = BTBATCHNUM (BATCHIDX)
                       THEN
                       SET BTTRAILERSEEN (BATCHIDX) TO TRUE
                       MOVE LECOUNT TO BTTRLCOUNT (BATCHIDX)
                       MOVE LETOTAL TO BTTRLTOTAL (BATCHIDX)
                       MOVE "N" TO BATCHOPENFLAG
                   ELSE
                       ADD 1 TO SEQUENCEERRORCOUNT
                   END-IF
               WHEN "T"
                   IF BATCHOPEN OR TRAILERSEEN THEN
                       ADD 1 TO SEQUENCEERRORCOUNT
                   END-IF
                   SET TRAILERSEEN TO TRUE
                   MOVE LTBATCHCOUNT TO TRAILERBATCHCOUNT
                   MOVE LTITEMCOUNT TO TRAILERITEMCOUNT
                   MOVE LTTOTAL TO TRAILERITEMTOTAL
               WHEN OTHER
                   ADD 1 TO SEQUENCEERRORCOUNT
           END-EVALUATE.
           READ LOCKBOXFILE
               AT END SET WS-LB-EOF TO TRUE
           END-READ.
           PERFORM CHECKLOCKBOXSTATUS.

       ADDBATCHENTRY.
           IF BATCHENTRYCNT NOT < 100 THEN
               DISPLAY "LOCKBOXINTAKE: BATCH TABLE FULL AT 100 ENTRIES"
                   " - RUN STOPPED"
               CLOSE LOCKBOXFILE, LOCKBOXREPORT
               STOP RUN
           END-IF.
           ADD 1 TO BATCHENTRYCNT.
           MOVE BATCHENTRYCNT TO BATCHIDX.
           MOVE LBBATCHNUM TO BTBATCHNUM (BATCHIDX).
           MOVE LBDEPOSITID TO BTDEPOSITID (BATCHIDX).
           MOVE LBDEPOSITDATE TO BTDEPOSITDATE (BATCHIDX).
           MOVE ZERO TO BTCOUNT (BATCHIDX), BTTOTAL (BATCHIDX),
               BTTRLCOUNT (BATCHIDX), BTTRLTOTAL (BATCHIDX),
               BTPRIORDATE (BATCHIDX).
           MOVE "N" TO BTTRAILERFLAG (BATCHIDX),
               BTBADAMOUNTFLAG (BATCHIDX), BTBALANCEDFLAG (BATCHIDX),
               BTDUPLICATEFLAG (BATCHIDX).
           SET BATCHOPEN TO TRUE.
           PERFORM CHECKSAMEFILEDEPOSIT VARYING PRIORIDX
               FROM 1 BY 1 UNTIL PRIORIDX NOT < BATCHIDX.

       CHECKSAMEFILEDEPOSIT.
           IF BTDEPOSITID (PRIORIDX) = BTDEPOSITID (BATCHIDX) THEN
               SET BTDUPLICATE (BATCHIDX) TO TRUE
               MOVE RUNDATE TO BTPRIORDATE (BATCHIDX)
           END-IF.

       TOTALONECHECK.
           IF LCAMOUNT IS NUMERIC THEN
               ADD 1 TO BTCOUNT (BATCHIDX)
               ADD LCAMOUNT TO BTTOTAL (BATCHIDX)
               ADD 1 TO FILEITEMCOUNT
               ADD LCAMOUNT TO FILEITEMTOTAL
           ELSE
               SET BTBADAMOUNT (BATCHIDX) TO TRUE
               ADD 1 TO FILEITEMCOUNT
           END-IF.

       BALANCEONEBATCH.
           IF BTTRAILERSEEN (BATCHIDX)
               AND NOT BTBADAMOUNT (BATCHIDX)
               AND BTCOUNT (BATCHIDX) = BTTRLCOUNT (BATCHIDX)
               AND BTTOTAL (BATCHIDX) = BTTRLTOTAL (BATCHIDX) THEN
               SET BTBALANCED (BATCHIDX) TO TRUE
           ELSE
               ADD 1 TO BADBATCHCOUNT
           END-IF.

       PRINTOUTOFBALANCE.
           WRITE LOCKBOXREPORTLINE FROM OUTOFBALANCELINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           IF HEADERSEEN THEN
               PERFORM PRINTBANKLINE
           ELSE
               WRITE LOCKBOXREPORTLINE FROM NOHEADERLINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKLOCKBOXREPORTSTATUS
           END-IF.
           IF NOT TRAILERSEEN THEN
               WRITE LOCKBOXREPORTLINE FROM NOTRAILERLINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKLOCKBOXREPORTSTATUS
           END-IF.
           IF SEQUENCEERRORCOUNT > ZERO THEN
               MOVE SEQUENCEERRORCOUNT TO PRNSEQUENCEERRORS
               WRITE LOCKBOXREPORTLINE FROM SEQUENCEERRORLINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKLOCKBOXREPORTSTATUS
           END-IF.
           WRITE LOCKBOXREPORTLINE FROM BALANCEHEADS
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           PERFORM PRINTONEBATCHBALANCE VARYING BATCHIDX
               FROM 1 BY 1 UNTIL BATCHIDX > BATCHENTRYCNT.
           MOVE BATCHENTRYCNT TO PRNFILEBATCHES.
           MOVE TRAILERBATCHCOUNT TO PRNTRAILERBATCHES.
           WRITE LOCKBOXREPORTLINE FROM FILEBATCHLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           MOVE FILEITEMCOUNT TO PRNFILECOUNT.
           MOVE TRAILERITEMCOUNT TO PRNTRAILERCOUNT.
           WRITE LOCKBOXREPORTLINE FROM FILECOUNTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           MOVE FILEITEMTOTAL TO PRNFILETOTAL.
           MOVE TRAILERITEMTOTAL TO PRNTRAILERTOTAL.
           WRITE LOCKBOXREPORTLINE FROM FILEAMOUNTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           MOVE FILEITEMCOUNT TO HELDCOUNT.
           MOVE FILEITEMTOTAL TO HELDTOTAL.

       PRINTONEBATCHBALANCE.
           MOVE BTBATCHNUM (BATCHIDX) TO PRNBALBATCHNUM.
           MOVE BTDEPOSITID (BATCHIDX) TO PRNBALDEPOSITID.
           MOVE BTCOUNT (BATCHIDX) TO PRNBALCOUNT.
           MOVE BTTRLCOUNT (BATCHIDX) TO PRNBALTRLCOUNT.
           MOVE BTTOTAL (BATCHIDX) TO PRNBALTOTAL.
           MOVE BTTRLTOTAL (BATCHIDX) TO PRNBALTRLTOTAL.
           EVALUATE TRUE
               WHEN BTBALANCED (BATCHIDX)
                   MOVE "IN BALANCE" TO PRNBALSTATUS
               WHEN NOT BTTRAILERSEEN (BATCHIDX)
                   MOVE "NO BATCH TRAILER" TO PRNBALSTATUS
               WHEN BTBADAMOUNT (BATCHIDX)
                   MOVE "NON-NUMERIC AMOUNT" TO PRNBALSTATUS
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO PRNBALSTATUS
           END-EVALUATE.
           WRITE LOCKBOXREPORTLINE FROM BALANCEDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       PRINTBANKLINE.
           MOVE LOCKBOXBANKID TO PRNBANKID.
           MOVE LOCKBOXNUM TO PRNLOCKBOXNUM.
           MOVE LOCKBOXPROCESSDATE TO PRNPROCESSDATE.
           MOVE RUNDATE TO PRNRUNDATE.
           WRITE LOCKBOXREPORTLINE FROM BANKLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       COPYKEYEDPAYMENTS.
           OPEN INPUT KEYEDPAYFILE.
           PERFORM CHECKKEYEDPAYSTATUS.
           READ KEYEDPAYFILE
               AT END SET WS-KEYED-EOF TO TRUE
           END-READ.
           PERFORM CHECKKEYEDPAYSTATUS.
           PERFORM COPYONEKEYEDPAYMENT UNTIL WS-KEYED-EOF.
           CLOSE KEYEDPAYFILE.
           OPEN OUTPUT KEYEDPAYFILE.
           PERFORM CHECKKEYEDPAYSTATUS.
           CLOSE KEYEDPAYFILE.

       COPYONEKEYEDPAYMENT.
           WRITE PAYMENTRECORD FROM KEYEDPAYRECORD.
           PERFORM CHECKPAYMENTSTATUS.
           ADD 1 TO KEYEDCOUNT.
           ADD KPAMOUNT TO KEYEDTOTAL.
           READ KEYEDPAYFILE
               AT END SET WS-KEYED-EOF TO TRUE
           END-READ.
           PERFORM CHECKKEYEDPAYSTATUS.

       CHECKDEPOSITLOG.
           OPEN INPUT DEPOSITLOGFILE.
           PERFORM CHECKDEPOSITLOGSTATUS.
           READ DEPOSITLOGFILE
               AT END SET WS-DEPLOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKDEPOSITLOGSTATUS.
           PERFORM CHECKONELOGGEDDEPOSIT UNTIL WS-DEPLOG-EOF.
           CLOSE DEPOSITLOGFILE.
           PERFORM COUNTONEDUPLICATE VARYING BATCHIDX
               FROM 1 BY 1 UNTIL BATCHIDX > BATCHENTRYCNT.

       CHECKONELOGGEDDEPOSIT.
           IF DLBANKID = LOCKBOXBANKID
               AND DLLOCKBOXNUM = LOCKBOXNUM THEN
               PERFORM MATCHLOGGEDDEPOSIT VARYING BATCHIDX
                   FROM 1 BY 1 UNTIL BATCHIDX > BATCHENTRYCNT
           END-IF.
           READ DEPOSITLOGFILE
               AT END SET WS-DEPLOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKDEPOSITLOGSTATUS.

       MATCHLOGGEDDEPOSIT.
           IF DLDEPOSITID = BTDEPOSITID (BATCHIDX)
               AND NOT BTDUPLICATE (BATCHIDX) THEN
               SET BTDUPLICATE (BATCHIDX) TO TRUE
               MOVE DLRECEIVEDON TO BTPRIORDATE (BATCHIDX)
           END-IF.

       COUNTONEDUPLICATE.
           IF BTDUPLICATE (BATCHIDX) THEN
               ADD 1 TO DUPLICATEBATCHCOUNT
           END-IF.

       RELEASELOCKBOXFILE.
           OPEN INPUT CUSTOMERFILE.
           PERFORM CHECKCUSTOMERSTATUS.
           OPEN INPUT LOCKBOXFILE.
           PERFORM CHECKLOCKBOXSTATUS.
           OPEN EXTEND HELDITEMFILE.
           PERFORM CHECKHELDITEMSTATUS.
           MOVE ZERO TO BATCHIDX.
           READ LOCKBOXFILE
               AT END SET WS-LB-EOF TO TRUE
           END-READ.
           PERFORM CHECKLOCKBOXSTATUS.
           PERFORM RELEASEONELOCKBOXRECORD UNTIL WS-LB-EOF.
           CLOSE LOCKBOXFILE, CUSTOMERFILE, HELDITEMFILE.

       RELEASEONELOCKBOXRECORD.
           EVALUATE LHRECTYPE
               WHEN "H"
                   PERFORM PRINTBANKLINE
               WHEN "B"
                   ADD 1 TO BATCHIDX
                   PERFORM STARTONEBATCH
               WHEN "C"
                   IF BTDUPLICATE (BATCHIDX) THEN
                       ADD 1 TO DUPLICATECOUNT
                       ADD LCAMOUNT TO DUPLICATETOTAL
                   ELSE
                       PERFORM RELEASEONECHECK
                   END-IF
               WHEN "E"
                   IF NOT BTDUPLICATE (BATCHIDX) THEN
                       PERFORM PRINTBATCHTOTALS
                   END-IF
           END-EVALUATE.
           READ LOCKBOXFILE
               AT END SET WS-LB-EOF TO TRUE
           END-READ.
           PERFORM CHECKLOCKBOXSTATUS.

       STARTONEBATCH.
           MOVE ZERO TO BATCHRELEASEDTOTAL, BATCHHELDTOTAL.
           MOVE BTBATCHNUM (BATCHIDX) TO PRNBATCHNUM.
           MOVE BTDEPOSITID (BATCHIDX) TO PRNDEPOSITID.
           MOVE BTDEPOSITDATE (BATCHIDX) TO PRNDEPOSITDATE.
           WRITE LOCKBOXREPORTLINE FROM BATCHLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           IF BTDUPLICATE (BATCHIDX) THEN
               MOVE BTPRIORDATE (BATCHIDX) TO PRNPRIORDATE
               WRITE LOCKBOXREPORTLINE FROM DUPLICATELINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE LOCKBOXREPORTLINE FROM ITEMHEADS
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       RELEASEONECHECK.
           PERFORM MATCHREMITTER.
           IF REMITTERMATCHED THEN
               MOVE MATCHEDIDNUM TO PAYIDNUM
               MOVE BTDEPOSITDATE (BATCHIDX) TO PAYDATE
               MOVE LCAMOUNT TO PAYAMOUNT
               MOVE "P" TO PAYTYPE
               WRITE PAYMENTRECORD
               PERFORM CHECKPAYMENTSTATUS
               ADD 1 TO RELEASEDCOUNT
               ADD LCAMOUNT TO RELEASEDTOTAL
               ADD LCAMOUNT TO BATCHRELEASEDTOTAL
           ELSE
               ADD 1 TO HELDCOUNT
               ADD LCAMOUNT TO HELDTOTAL
               ADD LCAMOUNT TO BATCHHELDTOTAL
               PERFORM WRITEHELDITEM
               IF LCAMOUNT > ZERO THEN
                   PERFORM RELEASEUNIDENTIFIED
               END-IF
           END-IF.
           MOVE LCCHECKNUM TO PRNCHECKNUM.
           MOVE LCREMITLAST TO PRNREMITLAST.
           MOVE LCREMITFIRST TO PRNREMITFIRST.
           MOVE LCINVREF TO PRNINVREF.
           MOVE LCAMOUNT TO PRNITEMAMOUNT.
           MOVE MATCHEDIDNUM TO PRNITEMIDNUM.
           MOVE ITEMRESULT TO PRNITEMRESULT.
           WRITE LOCKBOXREPORTLINE FROM ITEMDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       RELEASEUNIDENTIFIED.
           IF LCIDNUM IS NUMERIC THEN
               MOVE LCIDNUM TO PAYIDNUM
           ELSE
               MOVE ZERO TO PAYIDNUM
           END-IF.
           MOVE BTDEPOSITDATE (BATCHIDX) TO PAYDATE.
           MOVE LCAMOUNT TO PAYAMOUNT.
           MOVE "U" TO PAYTYPE.
           WRITE PAYMENTRECORD.
           PERFORM CHECKPAYMENTSTATUS.

       WRITEHELDITEM.
           MOVE LOCKBOXBANKID TO HIBANKID.
           MOVE LOCKBOXNUM TO HILOCKBOXNUM.
           MOVE BTDEPOSITID (BATCHIDX) TO HIDEPOSITID.
           MOVE BTDEPOSITDATE (BATCHIDX) TO HIDEPOSITDATE.
           MOVE LCCHECKNUM TO HICHECKNUM.
           MOVE LCIDNUM TO HIIDNUM.
           MOVE LCREMITLAST TO HIREMITLAST.
           MOVE LCREMITFIRST TO HIREMITFIRST.
           MOVE LCINVREF TO HIINVREF.
           MOVE LCAMOUNT TO HIAMOUNT.
           MOVE ITEMRESULT TO HIREASON.
           MOVE RUNDATE TO HIHELDON.
           WRITE HELDITEMRECORD.
           PERFORM CHECKHELDITEMSTATUS.

       MATCHREMITTER.
           MOVE "N" TO MATCHEDFLAG.
           MOVE ZERO TO MATCHEDIDNUM.
           IF LCAMOUNT = ZERO THEN
               MOVE "HELD - ZERO AMOUNT" TO ITEMRESULT
           ELSE
               IF LCIDNUM IS NUMERIC AND LCIDNUM NOT = ZERO THEN
                   MOVE LCIDNUM TO IDNUM
                   READ CUSTOMERFILE
                       INVALID KEY
                           MOVE "N" TO MATCHEDFLAG
                       NOT INVALID KEY
                           SET REMITTERMATCHED TO TRUE
                           MOVE IDNUM TO MATCHEDIDNUM
                           MOVE "RELEASED - BY ID" TO ITEMRESULT
                   END-READ
               END-IF
               IF NOT REMITTERMATCHED THEN
                   PERFORM MATCHBYLASTNAME
               END-IF
           END-IF.

       MATCHBYLASTNAME.
           MOVE ZERO TO LASTNAMEHITS, FULLNAMEHITS.
           IF LCREMITLAST = SPACES THEN
               MOVE "HELD - NO REMITTER" TO ITEMRESULT
           ELSE
               MOVE "N" TO NAMESCANFLAG
               MOVE LCREMITLAST TO LASTNAME
               START CUSTOMERFILE KEY IS EQUAL TO LASTNAME
                   INVALID KEY SET NAMESCANDONE TO TRUE
               END-START
               IF NOT NAMESCANDONE THEN
                   PERFORM READNEXTBYNAME
               END-IF
               PERFORM COUNTONENAMEMATCH UNTIL NAMESCANDONE
               EVALUATE TRUE
                   WHEN LCREMITFIRST = SPACES AND LASTNAMEHITS = 1
                       SET REMITTERMATCHED TO TRUE
                       MOVE LASTNAMEIDNUM TO MATCHEDIDNUM
                   WHEN LCREMITFIRST NOT = SPACES AND FULLNAMEHITS = 1
                       SET REMITTERMATCHED TO TRUE
                       MOVE FULLNAMEIDNUM TO MATCHEDIDNUM
               END-EVALUATE
               EVALUATE TRUE
                   WHEN REMITTERMATCHED
                       MOVE "RELEASED - BY NAME" TO ITEMRESULT
                   WHEN LASTNAMEHITS = ZERO
                       MOVE "HELD - NO NAME MATCH" TO ITEMRESULT
                   WHEN LCREMITFIRST NOT = SPACES
                       AND FULLNAMEHITS = ZERO
                       MOVE "HELD - NO NAME MATCH" TO ITEMRESULT
                   WHEN OTHER
                       MOVE "HELD - AMBIGUOUS NAME" TO ITEMRESULT
               END-EVALUATE
           END-IF.

       READNEXTBYNAME.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET NAMESCANDONE TO TRUE
           END-READ.
           IF NOT NAMESCANDONE AND LASTNAME NOT = LCREMITLAST THEN
               SET NAMESCANDONE TO TRUE
           END-IF.

       COUNTONENAMEMATCH.
           ADD 1 TO LASTNAMEHITS.
           MOVE IDNUM TO LASTNAMEIDNUM.
           IF FIRSTNAME = LCREMITFIRST THEN
               ADD 1 TO FULLNAMEHITS
               MOVE IDNUM TO FULLNAMEIDNUM
           END-IF.
           PERFORM READNEXTBYNAME.

       PRINTBATCHTOTALS.
           MOVE BTCOUNT (BATCHIDX) TO PRNBTCOUNT.
           MOVE BTTOTAL (BATCHIDX) TO PRNBTTOTAL.
           MOVE BATCHRELEASEDTOTAL TO PRNBTRELEASED.
           MOVE BATCHHELDTOTAL TO PRNBTHELD.
           WRITE LOCKBOXREPORTLINE FROM BATCHTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       PRINTRECONTOTALS.
           MOVE "DEPOSIT FILE (BANK TRAILER):" TO PRNRECONLABEL.
           MOVE TRAILERITEMCOUNT TO PRNRECONCOUNT.
           MOVE TRAILERITEMTOTAL TO PRNRECONTOTAL.
           WRITE LOCKBOXREPORTLINE FROM RECONTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           MOVE "RELEASED TO PAYMENT POSTING:" TO PRNRECONLABEL.
           MOVE RELEASEDCOUNT TO PRNRECONCOUNT.
           MOVE RELEASEDTOTAL TO PRNRECONTOTAL.
           PERFORM WRITERECONTOTALLINE.
           MOVE "HELD - TO UNAPPLIED SUSPENSE:" TO PRNRECONLABEL.
           MOVE HELDCOUNT TO PRNRECONCOUNT.
           MOVE HELDTOTAL TO PRNRECONTOTAL.
           PERFORM WRITERECONTOTALLINE.
           MOVE "REJECTED - DUPLICATE DEPOSIT:" TO PRNRECONLABEL.
           MOVE DUPLICATECOUNT TO PRNRECONCOUNT.
           MOVE DUPLICATETOTAL TO PRNRECONTOTAL.
           PERFORM WRITERECONTOTALLINE.
           MOVE "KEYED PAYMENTS COPIED:" TO PRNRECONLABEL.
           MOVE KEYEDCOUNT TO PRNRECONCOUNT.
           MOVE KEYEDTOTAL TO PRNRECONTOTAL.
           WRITE LOCKBOXREPORTLINE FROM RECONTOTALLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.
           COMPUTE ACCOUNTEDTOTAL = RELEASEDTOTAL + HELDTOTAL
               + DUPLICATETOTAL.
           IF ACCOUNTEDTOTAL = TRAILERITEMTOTAL
               AND RELEASEDCOUNT + HELDCOUNT + DUPLICATECOUNT
                   = TRAILERITEMCOUNT THEN
               SET DEPOSITRECONCILED TO TRUE
               MOVE RECONCILEDTEXT TO RECONRESULTLINE
           ELSE
               MOVE NOTRECONCILEDTEXT TO RECONRESULTLINE
           END-IF.
           WRITE LOCKBOXREPORTLINE FROM RECONRESULTLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       WRITERECONTOTALLINE.
           WRITE LOCKBOXREPORTLINE FROM RECONTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLOCKBOXREPORTSTATUS.

       LOGACCEPTEDDEPOSITS.
           OPEN EXTEND DEPOSITLOGFILE.
           PERFORM CHECKDEPOSITLOGSTATUS.
           PERFORM LOGONEDEPOSIT VARYING BATCHIDX
               FROM 1 BY 1 UNTIL BATCHIDX > BATCHENTRYCNT.
           CLOSE DEPOSITLOGFILE.

       LOGONEDEPOSIT.
           IF NOT BTDUPLICATE (BATCHIDX) THEN
               MOVE LOCKBOXBANKID TO DLBANKID
               MOVE LOCKBOXNUM TO DLLOCKBOXNUM
               MOVE BTDEPOSITID (BATCHIDX) TO DLDEPOSITID
               MOVE BTDEPOSITDATE (BATCHIDX) TO DLDEPOSITDATE
               MOVE BTCOUNT (BATCHIDX) TO DLCOUNT
               MOVE BTTOTAL (BATCHIDX) TO DLTOTAL
               MOVE RUNDATE TO DLRECEIVEDON
               WRITE DEPOSITLOGRECORD
               PERFORM CHECKDEPOSITLOGSTATUS
           END-IF.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "LOCKBOXINTAKE" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE FILEITEMCOUNT TO JSREAD.
           COMPUTE JSWRITTEN = RELEASEDCOUNT + KEYEDCOUNT.
           COMPUTE JSREJECTED = HELDCOUNT + DUPLICATECOUNT.
           COMPUTE JSAMOUNT = RELEASEDTOTAL + KEYEDTOTAL.
           IF FILEBALANCED THEN
               MOVE "ENDOK" TO JSSTATUS
           ELSE
               MOVE "OUTOFBAL" TO JSSTATUS
           END-IF.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKLOCKBOXSTATUS.
           IF FS-LOCKBOXFILE NOT = "00" AND FS-LOCKBOXFILE NOT = "05"
               AND FS-LOCKBOXFILE NOT = "10" THEN
               MOVE "LOCKBOXFILE" TO IOERRORFILE
               MOVE FS-LOCKBOXFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTOMERSTATUS.
           IF FS-CUSTOMERFILE NOT = "00" THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPAYMENTSTATUS.
           IF FS-PAYMENTFILE NOT = "00" THEN
               MOVE "PAYMENTFILE" TO IOERRORFILE
               MOVE FS-PAYMENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKKEYEDPAYSTATUS.
           IF FS-KEYEDPAYFILE NOT = "00" AND FS-KEYEDPAYFILE NOT = "05"
               AND FS-KEYEDPAYFILE NOT = "10" THEN
               MOVE "KEYEDPAYFILE" TO IOERRORFILE
               MOVE FS-KEYEDPAYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKDEPOSITLOGSTATUS.
           IF FS-DEPOSITLOGFILE NOT = "00"
               AND FS-DEPOSITLOGFILE NOT = "05"
               AND FS-DEPOSITLOGFILE NOT = "10" THEN
               MOVE "DEPOSITLOGFILE" TO IOERRORFILE
               MOVE FS-DEPOSITLOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHELDITEMSTATUS.
           IF FS-HELDITEMFILE NOT = "00" AND FS-HELDITEMFILE NOT = "05"
               THEN
               MOVE "HELDITEMFILE" TO IOERRORFILE
               MOVE FS-HELDITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKLOCKBOXREPORTSTATUS.
           IF FS-LOCKBOXREPORT NOT = "00" THEN
               MOVE "LOCKBOXREPORT" TO IOERRORFILE
               MOVE FS-LOCKBOXREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKJOBSTATSSTATUS.
           IF FS-JOBSTATSFILE NOT = "00" AND FS-JOBSTATSFILE NOT = "05"
               THEN
               MOVE "JOBSTATSFILE" TO IOERRORFILE
               MOVE FS-JOBSTATSFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE LOCKBOXFILE, CUSTOMERFILE, PAYMENTFILE, KEYEDPAYFILE,
                 DEPOSITLOGFILE, HELDITEMFILE, LOCKBOXREPORT.
           STOP RUN.
