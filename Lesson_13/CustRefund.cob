       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREFUND.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL APPROVALFILE ASSIGN TO "RefundAppr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APPROVALFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO "CustJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNALFILE.
           SELECT OPTIONAL CHECKCTLFILE ASSIGN TO "CheckCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKCTLFILE.
           SELECT REFUNDREPORT ASSIGN TO "Refund.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REFUNDREPORT.
           SELECT REFUNDCHECKFILE ASSIGN TO "RefundChk.prn"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REFUNDCHECKFILE.
           SELECT OPTIONAL ISSUEDCHKFILE ASSIGN TO "IssuedChk.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ISSUEDCHKFILE.
           SELECT OPTIONAL POSPAYCTLFILE ASSIGN TO "PosPayCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-POSPAYCTLFILE.
           SELECT POSPAYFILE ASSIGN TO "PosPayRF.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-POSPAYFILE.
           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
       01 CUSTOMERDATA.
           88 WS-EOF VALUE HIGH-VALUE.
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

       FD APPROVALFILE.
       01 APPROVALRECORD.
           88 WS-APPR-EOF VALUE HIGH-VALUE.
           02 APPRIDNUM PIC 9(5).
           02 APPROVERID PIC X(08).
           02 APPRAMOUNT PIC 9(7)V99.
           02 APPRDATE PIC 9(8).

       FD HISTORYFILE.
       01 HISTORYRECORD.
           88 WS-HIST-EOF VALUE HIGH-VALUE.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD JOURNALFILE.
       01 JOURNALRECORD.
           02 JRNLIDNUM PIC 9(5).
           02 JRNLDATE PIC 9(8).
           02 JRNLTIME PIC 9(6).
           02 JRNLTRANSCODE PIC X(01).
           02 JRNLBEFOREIMAGE PIC X(120).
           02 JRNLAFTERIMAGE PIC X(120).

       FD CHECKCTLFILE.
       01 CHECKCTLRECORD.
           88 WS-CHECKCTL-EOF VALUE HIGH-VALUE.
           02 CTLNEXTCHECKNUMBER PIC 9(6).

       FD REFUNDREPORT.
       01 REFUNDREPORTLINE PIC X(90).

       FD REFUNDCHECKFILE.
       01 REFUNDCHECKLINE PIC X(90).

       FD ISSUEDCHKFILE.
       01 ISSUEDCHKRECORD.
           02 ICRECTYPE PIC X.
           02 ICCHECKNUMBER PIC 9(6).
           02 ICDATE PIC 9(8).
           02 ICAMOUNT PIC 9(7)V99.
           02 ICPAYEE PIC X(30).
           02 ICSOURCE PIC X(14).

       FD POSPAYCTLFILE.
       01 POSPAYCTLRECORD.
           88 WS-POSPAYCTL-EOF VALUE HIGH-VALUE.
           02 PCROUTING PIC 9(9).
           02 PCACCOUNT PIC X(12).

       FD POSPAYFILE.
       01 POSPAYRECORD PIC X(80).

       FD CONTROLFILE.
       01 CONTROLRECORD.
           02 CTLDATE PIC 9(8).
           02 CTLRECORDCOUNT PIC 9(7).
           02 CTLBALANCETOTAL PIC S9(11)V99.
           02 CTLNETCHANGE PIC S9(11)V99.

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

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

       FD OPENITEMFILE.
       01 OPENITEMRECORD.
           02 OIKEY.
               03 OIIDNUM PIC 9(5).
               03 OIDUEDATE PIC 9(8).
               03 OIINVNUMBER PIC X(10).
           02 OIINVDATE PIC 9(8).
           02 OIORIGAMOUNT PIC S9(7)V99.
           02 OIOPENAMOUNT PIC S9(7)V99.
           02 OILASTPAYDATE PIC 9(8).

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-APPROVALFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-JOURNALFILE PIC XX VALUE "00".
       01 FS-CHECKCTLFILE PIC XX VALUE "00".
       01 FS-REFUNDREPORT PIC XX VALUE "00".
       01 FS-REFUNDCHECKFILE PIC XX VALUE "00".
       01 FS-ISSUEDCHKFILE PIC XX VALUE "00".
       01 FS-POSPAYCTLFILE PIC XX VALUE "00".
       01 FS-POSPAYFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 OIREMAINING PIC S9(7)V99 VALUE ZERO.
       01 OIAPPLYAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 POSTINGDATE PIC 9(8) VALUE ZERO.
       01 PERIODREDIRECTFLAG PIC X VALUE "N".
           88 PERIODREDIRECTED VALUE "Y".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 REFUNDTHRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 IDLEDAYSTHRESHOLD PIC 9(3) VALUE 60.
       01 IDLEDAYS PIC S9(7) VALUE ZERO.
       01 CREDITAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 REFUNDAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 BEFOREIMAGE PIC X(120) VALUE SPACES.
       01 NEXTCHECKNUMBER PIC 9(6) VALUE 100001.
       01 STARTCHECKNUMBER PIC 9(6) VALUE ZERO.
       01 LASTCHECKNUMBER PIC 9(6) VALUE ZERO.
       01 BANKROUTING PIC 9(9) VALUE ZERO.
       01 BANKACCOUNT PIC X(12) VALUE SPACES.
       01 POSPAYCOUNT PIC 9(6) VALUE ZERO.
       01 POSPAYTOTAL PIC 9(10)V99 VALUE ZERO.
       01 POSPAYHEADER.
           02 FILLER PIC X VALUE "H".
           02 PPHROUTING PIC 9(9).
           02 PPHACCOUNT PIC X(12).
           02 PPHFILEDATE PIC 9(8).
           02 PPHSOURCE PIC X(14).
           02 FILLER PIC X(36) VALUE SPACES.
       01 POSPAYDETAIL.
           02 FILLER PIC X VALUE "D".
           02 PPDACCOUNT PIC X(12).
           02 PPDCHECKNUMBER PIC 9(10).
           02 PPDAMOUNT PIC 9(8)V99.
           02 PPDISSUEDATE PIC 9(8).
           02 PPDVOIDFLAG PIC X.
           02 PPDPAYEE PIC X(30).
           02 FILLER PIC X(8) VALUE SPACES.
       01 POSPAYTRAILER.
           02 FILLER PIC X VALUE "T".
           02 PPTCOUNT PIC 9(6).
           02 PPTTOTAL PIC 9(10)V99.
           02 PPTVOIDCOUNT PIC 9(6).
           02 PPTVOIDTOTAL PIC 9(10)V99.
           02 FILLER PIC X(43) VALUE SPACES.
       01 APPROVALTABLE.
           02 APPROVALENTRY OCCURS 500 TIMES.
               03 APPROVALID PIC 9(5).
               03 APPROVALBY PIC X(08).
               03 APPROVALAMOUNT PIC 9(7)V99.
               03 APPROVALDATE PIC 9(8).
               03 APPROVALUSED PIC X(01).
       01 APPROVALCNT PIC 9(3) VALUE ZERO.
       01 APPROVALIDX PIC 9(3) VALUE ZERO.
       01 APPROVALFOUNDIDX PIC 9(3) VALUE ZERO.
       01 APPROVALIDMATCHIDX PIC 9(3) VALUE ZERO.
       01 CREDITTABLE.
           02 CREDITENTRY OCCURS 500 TIMES.
               03 CTBLIDNUM PIC 9(5).
               03 CTBLLASTACTIVITY PIC 9(8).
       01 CREDITENTRYCNT PIC 9(3) VALUE ZERO.
       01 CREDITIDX PIC 9(3) VALUE ZERO.
       01 REFUNDCOUNT PIC 9(5) VALUE ZERO.
       01 REFUNDTOTAL PIC S9(9)V99 VALUE ZERO.
       01 PENDINGCOUNT PIC 9(5) VALUE ZERO.
       01 PENDINGTOTAL PIC S9(9)V99 VALUE ZERO.
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANEOFFLAG PIC X VALUE "N".
           88 SCANATEOF VALUE "Y".
       01 WORKDOLLARS PIC 9(7) VALUE ZERO.
       01 WORKCENTS PIC 99 VALUE ZERO.
       01 THOUSANDSPART PIC 9(4) VALUE ZERO.
       01 HUNDREDSREMAINDER PIC 9(3) VALUE ZERO.
       01 HUNDREDSDIGIT PIC 9 VALUE ZERO.
       01 TWODIGITVALUE PIC 99 VALUE ZERO.
       01 TENSDIGIT PIC 9 VALUE ZERO.
       01 ONESDIGIT PIC 9 VALUE ZERO.
       01 TWODIGITWORDS PIC X(20) VALUE SPACES.
       01 AMOUNTWORDS PIC X(80) VALUE SPACES.
       01 WORDSWORK PIC X(80) VALUE SPACES.
       01 ONESWORDLIST.
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
       01 ONESWORDTABLE REDEFINES ONESWORDLIST.
           02 ONESWORD PIC X(9) OCCURS 19 TIMES.
       01 TENSWORDLIST.
           02 FILLER PIC X(7) VALUE "TWENTY".
           02 FILLER PIC X(7) VALUE "THIRTY".
           02 FILLER PIC X(7) VALUE "FORTY".
           02 FILLER PIC X(7) VALUE "FIFTY".
           02 FILLER PIC X(7) VALUE "SIXTY".
           02 FILLER PIC X(7) VALUE "SEVENTY".
           02 FILLER PIC X(7) VALUE "EIGHTY".
           02 FILLER PIC X(7) VALUE "NINETY".
       01 TENSWORDTABLE REDEFINES TENSWORDLIST.
           02 TENSWORD PIC X(7) OCCURS 8 TIMES.
       01 CHECKSEPARATOR PIC X(70) VALUE ALL "=".
       01 CHECKHEADERLINE.
           02 FILLER PIC X(10) VALUE "CHECK NO. ".
           02 PRNCHECKNUMBER PIC 9(6).
           02 FILLER PIC X(8) VALUE "   DATE ".
           02 PRNCHECKDATE PIC 9(8).
           02 FILLER PIC X(20) VALUE "   CUSTOMER REFUND ".
           02 PRNCHECKIDNUM PIC 9(5).
       01 CHECKPAYEELINE.
           02 FILLER PIC X(18) VALUE "PAY TO THE ORDER: ".
           02 PRNCHECKPAYEE PIC X(31).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNCHECKAMOUNT PIC $Z,ZZZ,ZZ9.99.
       01 CHECKADDRESSLINE.
           02 FILLER PIC X(18) VALUE SPACE.
           02 PRNCHECKSTREET PIC X(20).
       01 CHECKCITYLINE.
           02 FILLER PIC X(18) VALUE SPACE.
           02 PRNCHECKCITY PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCHECKSTATE PIC X(02).
           02 FILLER PIC X VALUE SPACE.
           02 PRNCHECKZIP PIC X(05).
       01 REFUNDHEADING PIC X(40) VALUE
           "CREDIT BALANCE REFUND APPROVAL REGISTER".
       01 THRESHOLDLINE.
           02 FILLER PIC X(19) VALUE "MINIMUM CREDIT:    ".
           02 PRNREFTHRESHOLD PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(16) VALUE "   IDLE DAYS:   ".
           02 PRNIDLETHRESHOLD PIC ZZ9.
       01 REFUNDHEADS.
           02 FILLER PIC X(42) VALUE
               "STATUS    ID_NUMBER  NAME                 ".
           02 FILLER PIC X(44) VALUE
               "            CREDIT  LAST_ACT  IDLE  CHECK/BY".
       01 REFUNDDETAILLINE.
           02 PRNRFDISPOSITION PIC X(10).
           02 PRNRFIDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRFNAME PIC X(31).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRFAMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRFLASTACT PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRFIDLE PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRFREFERENCE PIC X(8).
       01 REFUNDTOTALLINE.
           02 FILLER PIC X(21) VALUE "REFUNDS ISSUED:      ".
           02 PRNREFUNDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNREFUNDTOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 PENDINGTOTALLINE.
           02 FILLER PIC X(21) VALUE "AWAITING APPROVAL:   ".
           02 PRNPENDINGCOUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNPENDINGTOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 CHECKRANGELINE.
           02 FILLER PIC X(21) VALUE "REFUND CHECKS:  FIRST".
           02 FILLER PIC X VALUE SPACE.
           02 PRNSTARTCHECK PIC 9(6).
           02 FILLER PIC X(8) VALUE "  LAST: ".
           02 PRNLASTCHECK PIC 9(6).

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "CUSTREFUND: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       DISPLAY "ENTER MINIMUM CREDIT BALANCE TO REFUND: "
           WITH NO ADVANCING.
       ACCEPT REFUNDTHRESHOLD.
       DISPLAY "ENTER DAYS WITHOUT ACTIVITY BEFORE REFUND: "
           WITH NO ADVANCING.
       ACCEPT IDLEDAYSTHRESHOLD.
       PERFORM LOADAPPROVALTABLE.
       PERFORM LOADCREDITACCOUNTS.
       PERFORM SCANHISTORYFILE.
       PERFORM LOADCHECKCONTROL.
       PERFORM LOADPOSPAYCONTROL.
       MOVE NEXTCHECKNUMBER TO STARTCHECKNUMBER.
       OPEN I-O CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN EXTEND HISTORYFILE.
       PERFORM CHECKHISTORYSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN EXTEND JOURNALFILE.
       PERFORM CHECKJOURNALSTATUS.
       OPEN OUTPUT REFUNDCHECKFILE.
       PERFORM CHECKREFUNDCHECKSTATUS.
       OPEN EXTEND ISSUEDCHKFILE.
       PERFORM CHECKISSUEDCHKSTATUS.
       OPEN OUTPUT POSPAYFILE.
       PERFORM CHECKPOSPAYSTATUS.
       MOVE BANKROUTING TO PPHROUTING.
       MOVE BANKACCOUNT TO PPHACCOUNT.
       MOVE RUNDATE TO PPHFILEDATE.
       MOVE "CUSTREFUND" TO PPHSOURCE.
       WRITE POSPAYRECORD FROM POSPAYHEADER.
       PERFORM CHECKPOSPAYSTATUS.
       OPEN OUTPUT REFUNDREPORT.
       PERFORM CHECKREFUNDREPORTSTATUS.
       WRITE REFUNDREPORTLINE FROM REFUNDHEADING.
       PERFORM CHECKREFUNDREPORTSTATUS.
       MOVE REFUNDTHRESHOLD TO PRNREFTHRESHOLD.
       MOVE IDLEDAYSTHRESHOLD TO PRNIDLETHRESHOLD.
       WRITE REFUNDREPORTLINE FROM THRESHOLDLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKREFUNDREPORTSTATUS.
       WRITE REFUNDREPORTLINE FROM REFUNDHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKREFUNDREPORTSTATUS.
       PERFORM EXAMINEONECREDIT VARYING CREDITIDX
           FROM 1 BY 1 UNTIL CREDITIDX > CREDITENTRYCNT.
       PERFORM PRINTREFUNDTOTALS.
       PERFORM WRITEPOSPAYTRAILER.
       PERFORM REWRITECHECKCONTROL.
       PERFORM WRITECONTROLTOTALS.
       PERFORM WRITEGLACTIVITY.
       PERFORM WRITEJOBSTATS.
       PERFORM REWRITEAPPROVALFILE.
       CLOSE CUSTOMERFILE, HISTORYFILE, JOURNALFILE, REFUNDCHECKFILE,
             REFUNDREPORT, ISSUEDCHKFILE, POSPAYFILE, OPENITEMFILE.
       GOBACK.

       LOADAPPROVALTABLE.
           OPEN INPUT APPROVALFILE.
           PERFORM CHECKAPPROVALSTATUS.
           READ APPROVALFILE
               AT END SET WS-APPR-EOF TO TRUE
           END-READ.
           PERFORM LOADONEAPPROVAL UNTIL WS-APPR-EOF
               OR APPROVALCNT >= 500.
           IF NOT WS-APPR-EOF THEN
               DISPLAY "CUSTREFUND: APPROVAL FILE EXCEEDS "
                   APPROVALCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE APPROVALFILE
               STOP RUN
           END-IF.
           CLOSE APPROVALFILE.

       LOADONEAPPROVAL.
           ADD 1 TO APPROVALCNT.
           MOVE APPRIDNUM TO APPROVALID (APPROVALCNT).
           MOVE APPROVERID TO APPROVALBY (APPROVALCNT).
           MOVE APPRAMOUNT TO APPROVALAMOUNT (APPROVALCNT).
           MOVE APPRDATE TO APPROVALDATE (APPROVALCNT).
           MOVE "N" TO APPROVALUSED (APPROVALCNT).
           READ APPROVALFILE
               AT END SET WS-APPR-EOF TO TRUE
           END-READ.

       LOADCREDITACCOUNTS.
           OPEN INPUT CUSTOMERFILE.
           PERFORM CHECKCUSTFILESTATUS.
           MOVE ZERO TO IDNUM.
           START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF THEN
               READ CUSTOMERFILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM CHECKCUSTFILESTATUS
           END-IF.
           PERFORM LOADONECREDIT UNTIL WS-EOF.
           CLOSE CUSTOMERFILE.

       LOADONECREDIT.
           COMPUTE CREDITAMOUNT = ZERO - ACCTBALANCE.
           IF ACCTBALANCE < ZERO AND CREDITAMOUNT >= REFUNDTHRESHOLD
               THEN
               IF CREDITENTRYCNT >= 500 THEN
                   DISPLAY "CUSTREFUND: CREDIT TABLE FULL AT "
                       CREDITENTRYCNT " ENTRIES - RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO CREDITENTRYCNT
               MOVE IDNUM TO CTBLIDNUM (CREDITENTRYCNT)
               MOVE ZERO TO CTBLLASTACTIVITY (CREDITENTRYCNT)
           END-IF.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKCUSTFILESTATUS.

       SCANHISTORYFILE.
           OPEN INPUT HISTORYFILE.
           PERFORM CHECKHISTORYSTATUS.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM SCANONEHISTORYRECORD UNTIL WS-HIST-EOF.
           CLOSE HISTORYFILE.

       SCANONEHISTORYRECORD.
           PERFORM NOTEONEACTIVITY VARYING CREDITIDX
               FROM 1 BY 1 UNTIL CREDITIDX > CREDITENTRYCNT.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

       NOTEONEACTIVITY.
           IF CTBLIDNUM (CREDITIDX) = HISTIDNUM
               AND HISTDATE > CTBLLASTACTIVITY (CREDITIDX) THEN
               MOVE HISTDATE TO CTBLLASTACTIVITY (CREDITIDX)
           END-IF.

       LOADCHECKCONTROL.
           OPEN INPUT CHECKCTLFILE.
           PERFORM CHECKCHECKCTLSTATUS.
           READ CHECKCTLFILE
               AT END SET WS-CHECKCTL-EOF TO TRUE
           END-READ.
           IF NOT WS-CHECKCTL-EOF AND FS-CHECKCTLFILE = "00" THEN
               MOVE CTLNEXTCHECKNUMBER TO NEXTCHECKNUMBER
           END-IF.
           CLOSE CHECKCTLFILE.

       REWRITECHECKCONTROL.
           OPEN OUTPUT CHECKCTLFILE.
           PERFORM CHECKCHECKCTLSTATUS.
           MOVE NEXTCHECKNUMBER TO CTLNEXTCHECKNUMBER.
           WRITE CHECKCTLRECORD.
           PERFORM CHECKCHECKCTLSTATUS.
           CLOSE CHECKCTLFILE.

       EXAMINEONECREDIT.
           MOVE CTBLIDNUM (CREDITIDX) TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE "CUSTOMERFILE" TO IOERRORFILE
                   MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-READ.
           IF CTBLLASTACTIVITY (CREDITIDX) = ZERO THEN
               MOVE 9999 TO IDLEDAYS
           ELSE
               COMPUTE IDLEDAYS = FUNCTION INTEGER-OF-DATE (RUNDATE)
                   - FUNCTION INTEGER-OF-DATE
                       (CTBLLASTACTIVITY (CREDITIDX))
           END-IF.
           COMPUTE CREDITAMOUNT = ZERO - ACCTBALANCE.
           IF ACCTBALANCE < ZERO AND IDLEDAYS >= IDLEDAYSTHRESHOLD
               THEN
               PERFORM FINDAPPROVAL
               IF APPROVALFOUNDIDX > ZERO THEN
                   PERFORM POSTONEREFUND
               ELSE
                   ADD 1 TO PENDINGCOUNT
                   ADD CREDITAMOUNT TO PENDINGTOTAL
                   MOVE "PENDING:  " TO PRNRFDISPOSITION
                   MOVE SPACES TO PRNRFREFERENCE
                   IF APPROVALIDMATCHIDX > ZERO THEN
                       MOVE "AMT DIFF" TO PRNRFREFERENCE
                   END-IF
                   PERFORM WRITEREGISTERDETAIL
               END-IF
           END-IF.

       FINDAPPROVAL.
           MOVE ZERO TO APPROVALFOUNDIDX, APPROVALIDMATCHIDX.
           PERFORM CHECKONEAPPROVAL VARYING APPROVALIDX
               FROM 1 BY 1 UNTIL APPROVALIDX > APPROVALCNT
               OR APPROVALFOUNDIDX > ZERO.

       CHECKONEAPPROVAL.
           IF APPROVALID (APPROVALIDX) = IDNUM
               AND APPROVALUSED (APPROVALIDX) = "N" THEN
               MOVE APPROVALIDX TO APPROVALIDMATCHIDX
               IF APPROVALAMOUNT (APPROVALIDX) = CREDITAMOUNT
                   AND APPROVALDATE (APPROVALIDX) NOT > RUNDATE THEN
                   MOVE APPROVALIDX TO APPROVALFOUNDIDX
               END-IF
           END-IF.

       REWRITEAPPROVALFILE.
           OPEN OUTPUT APPROVALFILE.
           PERFORM CHECKAPPROVALSTATUS.
           PERFORM KEEPONEAPPROVAL VARYING APPROVALIDX
               FROM 1 BY 1 UNTIL APPROVALIDX > APPROVALCNT.
           CLOSE APPROVALFILE.

       KEEPONEAPPROVAL.
           IF APPROVALUSED (APPROVALIDX) = "N" THEN
               MOVE APPROVALID (APPROVALIDX) TO APPRIDNUM
               MOVE APPROVALBY (APPROVALIDX) TO APPROVERID
               MOVE APPROVALAMOUNT (APPROVALIDX) TO APPRAMOUNT
               MOVE APPROVALDATE (APPROVALIDX) TO APPRDATE
               WRITE APPROVALRECORD
               PERFORM CHECKAPPROVALSTATUS
           END-IF.

       POSTONEREFUND.
           MOVE CUSTOMERDATA TO BEFOREIMAGE.
           MOVE CREDITAMOUNT TO REFUNDAMOUNT.
           MOVE ZERO TO ACCTBALANCE.
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE "CUSTOMERFILE" TO IOERRORFILE
                   MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
               NOT INVALID KEY
                   ADD 1 TO REFUNDCOUNT
                   ADD REFUNDAMOUNT TO REFUNDTOTAL
                   MOVE "Y" TO APPROVALUSED (APPROVALFOUNDIDX)
                   PERFORM WRITEHISTORY
                   PERFORM CLOSECREDITOPENITEMS
                   PERFORM WRITEJOURNAL
                   PERFORM PRINTREFUNDCHECK
                   MOVE "REFUNDED: " TO PRNRFDISPOSITION
                   MOVE SPACES TO PRNRFREFERENCE
                   MOVE LASTCHECKNUMBER TO PRNRFREFERENCE (1:6)
                   PERFORM WRITEREGISTERDETAIL
           END-REWRITE.

       WRITEHISTORY.
           MOVE IDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           MOVE "X" TO HISTTRANSCODE.
           MOVE REFUNDAMOUNT TO HISTAMOUNT.
           MOVE ZERO TO HISTBALANCE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.

       CLOSECREDITOPENITEMS.
           MOVE REFUNDAMOUNT TO OIREMAINING.
           MOVE "N" TO OISCANFLAG.
           MOVE IDNUM TO OIIDNUM.
           MOVE ZERO TO OIDUEDATE.
           MOVE LOW-VALUES TO OIINVNUMBER.
           START OPENITEMFILE KEY IS NOT LESS THAN OIKEY
               INVALID KEY SET OISCANDONE TO TRUE
           END-START.
           IF NOT OISCANDONE THEN
               PERFORM READNEXTOPENITEM
           END-IF.
           PERFORM CLOSEONECREDITITEM UNTIL OISCANDONE.

       READNEXTOPENITEM.
           READ OPENITEMFILE NEXT RECORD
               AT END SET OISCANDONE TO TRUE
           END-READ.
           IF NOT OISCANDONE AND OIIDNUM NOT = IDNUM THEN
               SET OISCANDONE TO TRUE
           END-IF.

       CLOSEONECREDITITEM.
           IF OIOPENAMOUNT < ZERO THEN
               COMPUTE OIAPPLYAMOUNT = ZERO - OIOPENAMOUNT
               IF OIAPPLYAMOUNT > OIREMAINING THEN
                   MOVE OIREMAINING TO OIAPPLYAMOUNT
               END-IF
               ADD OIAPPLYAMOUNT TO OIOPENAMOUNT
               SUBTRACT OIAPPLYAMOUNT FROM OIREMAINING
               MOVE POSTINGDATE TO OILASTPAYDATE
               REWRITE OPENITEMRECORD
                   INVALID KEY
                       MOVE "OPENITEMFILE" TO IOERRORFILE
                       MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                       PERFORM FILEERRORROUTINE
               END-REWRITE
           END-IF.
           IF OIREMAINING = ZERO THEN
               SET OISCANDONE TO TRUE
           ELSE
               PERFORM READNEXTOPENITEM
           END-IF.

       WRITEJOURNAL.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE IDNUM TO JRNLIDNUM.
           MOVE RUNDATE TO JRNLDATE.
           MOVE RUNHOUR TO JRNLTIME (1:2).
           MOVE RUNMINUTE TO JRNLTIME (3:2).
           MOVE RUNSECOND TO JRNLTIME (5:2).
           MOVE "X" TO JRNLTRANSCODE.
           MOVE BEFOREIMAGE TO JRNLBEFOREIMAGE.
           MOVE CUSTOMERDATA TO JRNLAFTERIMAGE.
           WRITE JOURNALRECORD.
           PERFORM CHECKJOURNALSTATUS.

       PRINTREFUNDCHECK.
           WRITE REFUNDCHECKLINE FROM CHECKSEPARATOR
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKREFUNDCHECKSTATUS.
           MOVE NEXTCHECKNUMBER TO PRNCHECKNUMBER.
           MOVE RUNDATE TO PRNCHECKDATE.
           MOVE IDNUM TO PRNCHECKIDNUM.
           WRITE REFUNDCHECKLINE FROM CHECKHEADERLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDCHECKSTATUS.
           MOVE SPACES TO PRNCHECKPAYEE.
           STRING FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME)
               DELIMITED BY SIZE INTO PRNCHECKPAYEE.
           MOVE REFUNDAMOUNT TO PRNCHECKAMOUNT.
           WRITE REFUNDCHECKLINE FROM CHECKPAYEELINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDCHECKSTATUS.
           MOVE STREETADDR TO PRNCHECKSTREET.
           WRITE REFUNDCHECKLINE FROM CHECKADDRESSLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDCHECKSTATUS.
           MOVE CITY TO PRNCHECKCITY.
           MOVE STATECODE TO PRNCHECKSTATE.
           MOVE ZIPCODE TO PRNCHECKZIP.
           WRITE REFUNDCHECKLINE FROM CHECKCITYLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDCHECKSTATUS.
           PERFORM CONVERTAMOUNTTOWORDS.
           WRITE REFUNDCHECKLINE FROM AMOUNTWORDS
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDCHECKSTATUS.
           PERFORM WRITEISSUEDCHECK.
           MOVE NEXTCHECKNUMBER TO LASTCHECKNUMBER.
           ADD 1 TO NEXTCHECKNUMBER.

       WRITEISSUEDCHECK.
           MOVE "I" TO ICRECTYPE.
           MOVE NEXTCHECKNUMBER TO ICCHECKNUMBER.
           MOVE RUNDATE TO ICDATE.
           MOVE REFUNDAMOUNT TO ICAMOUNT.
           MOVE PRNCHECKPAYEE TO ICPAYEE.
           MOVE "CUSTREFUND" TO ICSOURCE.
           WRITE ISSUEDCHKRECORD.
           PERFORM CHECKISSUEDCHKSTATUS.
           MOVE BANKACCOUNT TO PPDACCOUNT.
           MOVE NEXTCHECKNUMBER TO PPDCHECKNUMBER.
           MOVE REFUNDAMOUNT TO PPDAMOUNT.
           MOVE RUNDATE TO PPDISSUEDATE.
           MOVE SPACE TO PPDVOIDFLAG.
           MOVE PRNCHECKPAYEE TO PPDPAYEE.
           WRITE POSPAYRECORD FROM POSPAYDETAIL.
           PERFORM CHECKPOSPAYSTATUS.
           ADD 1 TO POSPAYCOUNT.
           ADD REFUNDAMOUNT TO POSPAYTOTAL.

       WRITEPOSPAYTRAILER.
           MOVE POSPAYCOUNT TO PPTCOUNT.
           MOVE POSPAYTOTAL TO PPTTOTAL.
           MOVE ZERO TO PPTVOIDCOUNT.
           MOVE ZERO TO PPTVOIDTOTAL.
           WRITE POSPAYRECORD FROM POSPAYTRAILER.
           PERFORM CHECKPOSPAYSTATUS.

       LOADPOSPAYCONTROL.
           OPEN INPUT POSPAYCTLFILE.
           PERFORM CHECKPOSPAYCTLSTATUS.
           READ POSPAYCTLFILE
               AT END SET WS-POSPAYCTL-EOF TO TRUE
           END-READ.
           IF NOT WS-POSPAYCTL-EOF AND FS-POSPAYCTLFILE = "00" THEN
               MOVE PCROUTING TO BANKROUTING
               MOVE PCACCOUNT TO BANKACCOUNT
           END-IF.
           CLOSE POSPAYCTLFILE.

       CONVERTAMOUNTTOWORDS.
           MOVE REFUNDAMOUNT TO WORKDOLLARS.
           COMPUTE WORKCENTS = (REFUNDAMOUNT - WORKDOLLARS) * 100.
           MOVE SPACES TO AMOUNTWORDS.
           DIVIDE WORKDOLLARS BY 1000 GIVING THOUSANDSPART
               REMAINDER HUNDREDSREMAINDER.
           IF THOUSANDSPART > 99 THEN
               DIVIDE THOUSANDSPART BY 100 GIVING HUNDREDSDIGIT
                   REMAINDER TWODIGITVALUE
               PERFORM CONVERTTWODIGITS
               STRING FUNCTION TRIM(ONESWORD (HUNDREDSDIGIT))
                   " HUNDRED " FUNCTION TRIM(TWODIGITWORDS)
                   " THOUSAND"
                   DELIMITED BY SIZE INTO AMOUNTWORDS
           ELSE
               IF THOUSANDSPART > ZERO THEN
                   MOVE THOUSANDSPART TO TWODIGITVALUE
                   PERFORM CONVERTTWODIGITS
                   STRING FUNCTION TRIM(TWODIGITWORDS) " THOUSAND"
                       DELIMITED BY SIZE INTO AMOUNTWORDS
               END-IF
           END-IF.
           DIVIDE HUNDREDSREMAINDER BY 100 GIVING HUNDREDSDIGIT
               REMAINDER TWODIGITVALUE.
           IF HUNDREDSDIGIT > ZERO THEN
               MOVE AMOUNTWORDS TO WORDSWORK
               STRING FUNCTION TRIM(WORDSWORK) " "
                   FUNCTION TRIM(ONESWORD (HUNDREDSDIGIT))
                   " HUNDRED"
                   DELIMITED BY SIZE INTO AMOUNTWORDS
           END-IF.
           IF TWODIGITVALUE > ZERO THEN
               PERFORM CONVERTTWODIGITS
               MOVE AMOUNTWORDS TO WORDSWORK
               STRING FUNCTION TRIM(WORDSWORK) " "
                   FUNCTION TRIM(TWODIGITWORDS)
                   DELIMITED BY SIZE INTO AMOUNTWORDS
           END-IF.
           IF WORKDOLLARS = ZERO THEN
               MOVE "ZERO" TO AMOUNTWORDS
           END-IF.
           MOVE AMOUNTWORDS TO WORDSWORK.
           STRING FUNCTION TRIM(WORDSWORK) " DOLLARS AND "
               WORKCENTS "/100"
               DELIMITED BY SIZE INTO AMOUNTWORDS.

       CONVERTTWODIGITS.
           MOVE SPACES TO TWODIGITWORDS.
           EVALUATE TRUE
               WHEN TWODIGITVALUE = ZERO
                   CONTINUE
               WHEN TWODIGITVALUE < 20
                   MOVE ONESWORD (TWODIGITVALUE) TO TWODIGITWORDS
               WHEN OTHER
                   DIVIDE TWODIGITVALUE BY 10 GIVING TENSDIGIT
                       REMAINDER ONESDIGIT
                   IF ONESDIGIT > ZERO THEN
                       STRING FUNCTION TRIM(TENSWORD (TENSDIGIT - 1))
                           "-" ONESWORD (ONESDIGIT)
                           DELIMITED BY SIZE INTO TWODIGITWORDS
                   ELSE
                       MOVE TENSWORD (TENSDIGIT - 1)
                           TO TWODIGITWORDS
                   END-IF
           END-EVALUATE.

       WRITEREGISTERDETAIL.
           MOVE IDNUM TO PRNRFIDNUM.
           MOVE SPACES TO PRNRFNAME.
           STRING FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME)
               DELIMITED BY SIZE INTO PRNRFNAME.
           MOVE CREDITAMOUNT TO PRNRFAMOUNT.
           MOVE CTBLLASTACTIVITY (CREDITIDX) TO PRNRFLASTACT.
           IF IDLEDAYS > 9999 THEN
               MOVE 9999 TO PRNRFIDLE
           ELSE
               MOVE IDLEDAYS TO PRNRFIDLE
           END-IF.
           WRITE REFUNDREPORTLINE FROM REFUNDDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDREPORTSTATUS.

       PRINTREFUNDTOTALS.
           MOVE REFUNDCOUNT TO PRNREFUNDCOUNT.
           MOVE REFUNDTOTAL TO PRNREFUNDTOTAL.
           WRITE REFUNDREPORTLINE FROM REFUNDTOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKREFUNDREPORTSTATUS.
           MOVE PENDINGCOUNT TO PRNPENDINGCOUNT.
           MOVE PENDINGTOTAL TO PRNPENDINGTOTAL.
           WRITE REFUNDREPORTLINE FROM PENDINGTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKREFUNDREPORTSTATUS.
           IF REFUNDCOUNT > ZERO THEN
               MOVE STARTCHECKNUMBER TO PRNSTARTCHECK
               MOVE LASTCHECKNUMBER TO PRNLASTCHECK
               WRITE REFUNDREPORTLINE FROM CHECKRANGELINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKREFUNDREPORTSTATUS
           END-IF.

       WRITEGLACTIVITY.
           IF REFUNDTOTAL NOT = ZERO THEN
               OPEN EXTEND GLWORKFILE
               PERFORM CHECKGLWORKSTATUS
               MOVE POSTINGDATE TO GLWDATE
               MOVE "CUSTREFUND" TO GLWSOURCE
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               MOVE REFUNDTOTAL TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               MOVE "1000" TO GLWACCOUNT
               MOVE "CASH" TO GLWDESC
               MOVE ZERO TO GLWDEBIT
               MOVE REFUNDTOTAL TO GLWCREDIT
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               CLOSE GLWORKFILE
           END-IF.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "CUSTREFUND" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE CREDITENTRYCNT TO JSREAD.
           MOVE REFUNDCOUNT TO JSWRITTEN.
           MOVE ZERO TO JSREJECTED.
           MOVE REFUNDTOTAL TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       WRITECONTROLTOTALS.
           MOVE ZERO TO SCANRECORDCOUNT.
           MOVE ZERO TO SCANBALANCETOTAL.
           MOVE "N" TO SCANEOFFLAG.
           MOVE ZERO TO IDNUM.
           START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY SET SCANATEOF TO TRUE
           END-START.
           IF NOT SCANATEOF THEN
               READ CUSTOMERFILE NEXT RECORD
                   AT END SET SCANATEOF TO TRUE
               END-READ
           END-IF.
           PERFORM TOTALONECUSTOMER UNTIL SCANATEOF.
           OPEN OUTPUT CONTROLFILE.
           PERFORM CHECKCONTROLSTATUS.
           MOVE RUNDATE TO CTLDATE.
           MOVE SCANRECORDCOUNT TO CTLRECORDCOUNT.
           MOVE SCANBALANCETOTAL TO CTLBALANCETOTAL.
           MOVE REFUNDTOTAL TO CTLNETCHANGE.
           WRITE CONTROLRECORD.
           PERFORM CHECKCONTROLSTATUS.
           CLOSE CONTROLFILE.

       TOTALONECUSTOMER.
           ADD 1 TO SCANRECORDCOUNT.
           ADD ACCTBALANCE TO SCANBALANCETOTAL.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET SCANATEOF TO TRUE
           END-READ.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKAPPROVALSTATUS.
           IF FS-APPROVALFILE NOT = "00" AND FS-APPROVALFILE NOT = "05"
               AND FS-APPROVALFILE NOT = "10" THEN
               MOVE "APPROVALFILE" TO IOERRORFILE
               MOVE FS-APPROVALFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               AND FS-HISTORYFILE NOT = "10" THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKJOURNALSTATUS.
           IF FS-JOURNALFILE NOT = "00" AND FS-JOURNALFILE NOT = "05"
               THEN
               MOVE "JOURNALFILE" TO IOERRORFILE
               MOVE FS-JOURNALFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCHECKCTLSTATUS.
           IF FS-CHECKCTLFILE NOT = "00" AND FS-CHECKCTLFILE NOT = "05"
               AND FS-CHECKCTLFILE NOT = "10" THEN
               MOVE "CHECKCTLFILE" TO IOERRORFILE
               MOVE FS-CHECKCTLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKREFUNDREPORTSTATUS.
           IF FS-REFUNDREPORT NOT = "00" THEN
               MOVE "REFUNDREPORT" TO IOERRORFILE
               MOVE FS-REFUNDREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKREFUNDCHECKSTATUS.
           IF FS-REFUNDCHECKFILE NOT = "00" THEN
               MOVE "REFUNDCHECKFILE" TO IOERRORFILE
               MOVE FS-REFUNDCHECKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKISSUEDCHKSTATUS.
           IF FS-ISSUEDCHKFILE NOT = "00"
               AND FS-ISSUEDCHKFILE NOT = "05" THEN
               MOVE "ISSUEDCHKFILE" TO IOERRORFILE
               MOVE FS-ISSUEDCHKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPOSPAYCTLSTATUS.
           IF FS-POSPAYCTLFILE NOT = "00"
               AND FS-POSPAYCTLFILE NOT = "05"
               AND FS-POSPAYCTLFILE NOT = "10" THEN
               MOVE "POSPAYCTLFILE" TO IOERRORFILE
               MOVE FS-POSPAYCTLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPOSPAYSTATUS.
           IF FS-POSPAYFILE NOT = "00" THEN
               MOVE "POSPAYFILE" TO IOERRORFILE
               MOVE FS-POSPAYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCONTROLSTATUS.
           IF FS-CONTROLFILE NOT = "00" THEN
               MOVE "CONTROLFILE" TO IOERRORFILE
               MOVE FS-CONTROLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
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
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS
               " AT ID " IDNUM.
           CLOSE CUSTOMERFILE, HISTORYFILE, JOURNALFILE,
                 REFUNDCHECKFILE, REFUNDREPORT, ISSUEDCHKFILE,
                 POSPAYFILE, OPENITEMFILE.
           STOP RUN.

       LOADARPERIOD.
           OPEN INPUT ARPERIODFILE.
           PERFORM CHECKARPERIODSTATUS.
           READ ARPERIODFILE
               AT END SET WS-PER-EOF TO TRUE
           END-READ.
           PERFORM CHECKARPERIODSTATUS.
           IF WS-PER-EOF THEN
               MOVE RUNDATE (1:6) TO PERMONTH
               MOVE RUNDATE TO PERSTARTDATE
               MOVE "01" TO PERSTARTDATE (7:2)
               MOVE RUNDATE (1:4) TO PERIODYEARNUM
               MOVE RUNDATE (5:2) TO PERIODMONTHNUM
               PERFORM SETDAYSINMONTH
               MOVE RUNDATE TO PERENDDATE
               MOVE DAYSINMONTH TO PERENDDATE (7:2)
           END-IF.
           CLOSE ARPERIODFILE.
           EVALUATE TRUE
               WHEN RUNDATE < PERSTARTDATE
                   MOVE PERSTARTDATE TO POSTINGDATE
                   SET PERIODREDIRECTED TO TRUE
               WHEN RUNDATE > PERENDDATE
                   MOVE PERENDDATE TO POSTINGDATE
                   SET PERIODREDIRECTED TO TRUE
               WHEN OTHER
                   MOVE RUNDATE TO POSTINGDATE
           END-EVALUATE.

       SETDAYSINMONTH.
           EVALUATE PERIODMONTHNUM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DAYSINMONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYSINMONTH
               WHEN 2
                   DIVIDE PERIODYEARNUM BY 4 GIVING LEAPQUOTIENT
                       REMAINDER LEAPREMAINDER
                   IF LEAPREMAINDER = ZERO THEN
                       MOVE 29 TO DAYSINMONTH
                   ELSE
                       MOVE 28 TO DAYSINMONTH
                   END-IF
           END-EVALUATE.

       CHECKARPERIODSTATUS.
           IF FS-ARPERIODFILE NOT = "00" AND FS-ARPERIODFILE NOT = "05"
               AND FS-ARPERIODFILE NOT = "10" THEN
               MOVE "ARPERIODFILE" TO IOERRORFILE
               MOVE FS-ARPERIODFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.
