           SELECT GLREPORTFILE ASSIGN TO "GlPost.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLREPORTFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
           SELECT OPTIONAL CHARTFILE ASSIGN TO "ChartAcct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHARTFILE.
           SELECT OPTIONAL LEDGERFILE ASSIGN TO "GlLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGERFILE.
           SELECT OPTIONAL GLDETAILFILE ASSIGN TO "GlDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLDETAILFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD GLWORKFILE.
           02 GLPCREDIT PIC S9(11)V99.

       FD GLREPORTFILE.
       01 GLREPORTLINE PIC X(132).

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

       FD CHARTFILE.
       01 CHARTRECORD.
           88 WS-COA-EOF VALUE HIGH-VALUE.
           02 COAACCOUNT PIC X(4).
           02 COADESC PIC X(20).
           02 COATYPE PIC X(1).
               88 COAASSET VALUE "A".
               88 COALIABILITY VALUE "L".
               88 COAEQUITY VALUE "Q".
               88 COAREVENUE VALUE "R".
               88 COAEXPENSE VALUE "E".
           02 COAACTIVEFLAG PIC X(1).
               88 COAISACTIVE VALUE "Y".

       FD LEDGERFILE.
       01 LEDGERRECORD.
           88 WS-LDG-EOF VALUE HIGH-VALUE.
           02 LDGACCOUNT PIC X(4).
           02 LDGDESC PIC X(20).
           02 LDGTYPE PIC X(1).
           02 LDGPERIOD PIC 9(6).
           02 LDGPTDBALANCE PIC S9(13)V99.
           02 LDGYTDBALANCE PIC S9(13)V99.
           02 LDGLASTPOSTED PIC 9(8).

       FD GLDETAILFILE.
       01 GLDETAILRECORD.
           02 GLDPOSTDATE PIC 9(8).
           02 GLDDATE PIC 9(8).
           02 GLDSOURCE PIC X(14).
           02 GLDACCOUNT PIC X(4).
           02 GLDWORKACCOUNT PIC X(4).
           02 GLDDESC PIC X(20).
           02 GLDDEBIT PIC S9(11)V99.
           02 GLDCREDIT PIC S9(11)V99.

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-GLPOSTFILE PIC XX VALUE "00".
       01 FS-GLREPORTFILE PIC XX VALUE "00".
       01 FS-CHARTFILE PIC XX VALUE "00".
       01 FS-LEDGERFILE PIC XX VALUE "00".
       01 FS-GLDETAILFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 ACCOUNTTABLE.
           02 GLENTRY OCCURS 200 TIMES.
               03 GLTBLACCOUNT PIC X(4).
               03 GLTBLDESC PIC X(20).
               03 GLTBLTYPE PIC X(1).
               03 GLTBLCHARTFLAG PIC X(1).
                   88 GLTBLINCHART VALUE "Y".
               03 GLTBLACTIVEFLAG PIC X(1).
                   88 GLTBLACTIVE VALUE "Y".
               03 GLTBLACTIVITY PIC 9(5).
               03 GLTBLDEBIT PIC S9(11)V99.
               03 GLTBLCREDIT PIC S9(11)V99.
               03 GLTBLPTD PIC S9(13)V99.
               03 GLTBLYTD PIC S9(13)V99.
               03 GLTBLLASTPOSTED PIC 9(8).
       01 GLENTRYCNT PIC 999 VALUE ZERO.
       01 GLIDX PIC 999 VALUE ZERO.
       01 GLFOUNDIDX PIC 999 VALUE ZERO.
       01 SUSPENSEIDX PIC 999 VALUE ZERO.
       01 SEARCHACCOUNT PIC X(4) VALUE SPACES.
       01 EXCEPTIONREASON PIC X(16) VALUE SPACES.
       01 SUSPENSEACCOUNT PIC X(4) VALUE "9999".
       01 SUSPENSEDESC PIC X(20) VALUE "GL SUSPENSE".
       01 RETAINEDACCOUNT PIC X(4) VALUE "3900".
       01 RETAINEDDESC PIC X(20) VALUE "RETAINED EARNINGS".
       01 YEARENDTRANSFER PIC S9(13)V99 VALUE ZERO.
       01 WORKRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 EXCEPTIONCOUNT PIC 9(7) VALUE ZERO.
       01 TOTALDEBITS PIC S9(13)V99 VALUE ZERO.
       01 TOTALCREDITS PIC S9(13)V99 VALUE ZERO.
       01 TBPTDDEBITS PIC S9(13)V99 VALUE ZERO.
       01 TBPTDCREDITS PIC S9(13)V99 VALUE ZERO.
       01 TBYTDDEBITS PIC S9(13)V99 VALUE ZERO.
       01 TBYTDCREDITS PIC S9(13)V99 VALUE ZERO.
       01 BALANCEFLAG PIC X VALUE "N".
           88 POSTINGBALANCED VALUE "Y".
       01 TRIALBALANCEFLAG PIC X VALUE "N".
           88 TRIALBALANCED VALUE "Y".
       01 GLHEADING PIC X(34) VALUE
           "GENERAL LEDGER POSTING EXTRACT".
       01 GLPERIODLINE.
           02 FILLER PIC X(11) VALUE "GL PERIOD: ".
           02 PRNGLPERIOD PIC 9(6).
           02 FILLER PIC X(12) VALUE "  RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 EXCEPTIONHEADING PIC X(40) VALUE
           "ACCOUNT EXCEPTIONS - POSTED TO SUSPENSE".
       01 EXCEPTIONHEADS.
           02 FILLER PIC X(16) VALUE " SOURCE".
           02 FILLER PIC X(6) VALUE "ACCT".
           02 FILLER PIC X(22) VALUE "DESCRIPTION".
           02 FILLER PIC X(18) VALUE "          DEBITS".
           02 FILLER PIC X(18) VALUE "         CREDITS".
           02 FILLER PIC X(16) VALUE "REASON".
       01 EXCEPTIONLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXCSOURCE PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXCACCOUNT PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNEXCDESC PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXCDEBIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNEXCCREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNEXCREASON PIC X(16).
       01 EXCEPTIONTOTALLINE.
           02 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
           02 PRNEXCEPTIONCOUNT PIC Z,ZZZ,ZZ9.
       01 NOEXCEPTIONTEXT PIC X(32) VALUE
           "NO ACCOUNT EXCEPTIONS TONIGHT".
       01 GLHEADS.
           02 FILLER PIC X(6) VALUE "ACCT".
           02 FILLER PIC X(22) VALUE "DESCRIPTION".
           02 PRNTOTALDEBITS PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTOTALCREDITS PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 TBHEADING PIC X(40) VALUE
           "TRIAL BALANCE AFTER TONIGHT'S POSTING".
       01 TBHEADS.
           02 FILLER PIC X(6) VALUE "ACCT".
           02 FILLER PIC X(22) VALUE "DESCRIPTION".
           02 FILLER PIC X(5) VALUE "TYPE".
           02 FILLER PIC X(18) VALUE "      PTD DEBITS".
           02 FILLER PIC X(18) VALUE "     PTD CREDITS".
           02 FILLER PIC X(18) VALUE "      YTD DEBITS".
           02 FILLER PIC X(18) VALUE "     YTD CREDITS".
       01 TBDETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBACCOUNT PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBDESC PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNTBTYPE PIC X(1).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNTBPTDDEBIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBPTDCREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBYTDDEBIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBYTDCREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 TBTOTALLINE.
           02 FILLER PIC X(32) VALUE "TRIAL BALANCE TOTALS".
           02 PRNTBTOTPTDDEBIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBTOTPTDCREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBTOTYTDDEBIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTBTOTYTDCREDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 INBALANCETEXT PIC X(44) VALUE
           "RESULT: DEBITS EQUAL CREDITS - FILE RELEASED".
       01 OUTOFBALANCETEXT PIC X(50) VALUE
           "RESULT: *** OUT OF BALANCE - FILE NOT RELEASED ***".
       01 TBOUTOFBALANCETEXT PIC X(58) VALUE
           "RESULT: *** TRIAL BALANCE NOT ZERO - FILE NOT RELEASED ***".
       01 NOACTIVITYTEXT PIC X(36) VALUE
           "RESULT: NO ACTIVITY TO POST TONIGHT".

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       PERFORM LOADCHARTOFACCOUNTS.
       PERFORM LOADGLLEDGER.
       OPEN OUTPUT GLREPORTFILE.
       PERFORM CHECKGLREPORTSTATUS.
       WRITE GLREPORTLINE FROM GLHEADING.
       PERFORM CHECKGLREPORTSTATUS.
       MOVE PERMONTH TO PRNGLPERIOD.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE GLREPORTLINE FROM GLPERIODLINE AFTER ADVANCING 1 LINE.
       PERFORM CHECKGLREPORTSTATUS.
       WRITE GLREPORTLINE FROM EXCEPTIONHEADING
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKGLREPORTSTATUS.
       WRITE GLREPORTLINE FROM EXCEPTIONHEADS AFTER ADVANCING 1 LINE.
       PERFORM CHECKGLREPORTSTATUS.
       PERFORM SUMMARIZEGLWORK.
       IF EXCEPTIONCOUNT = ZERO THEN
           WRITE GLREPORTLINE FROM NOEXCEPTIONTEXT
               AFTER ADVANCING 1 LINE
       ELSE
           MOVE EXCEPTIONCOUNT TO PRNEXCEPTIONCOUNT
           WRITE GLREPORTLINE FROM EXCEPTIONTOTALLINE
               AFTER ADVANCING 1 LINE
       END-IF.
       PERFORM CHECKGLREPORTSTATUS.
       WRITE GLREPORTLINE FROM GLHEADS AFTER ADVANCING 2 LINES.
       PERFORM CHECKGLREPORTSTATUS.
       PERFORM PRINTONEACCOUNT VARYING GLIDX
       IF TOTALDEBITS = TOTALCREDITS THEN
           SET POSTINGBALANCED TO TRUE
       END-IF.
       PERFORM PRINTTRIALBALANCE.
       EVALUATE TRUE
           WHEN WORKRECORDCOUNT = ZERO
               WRITE GLREPORTLINE FROM NOACTIVITYTEXT
                   AFTER ADVANCING 2 LINES
           WHEN NOT POSTINGBALANCED
               WRITE GLREPORTLINE FROM OUTOFBALANCETEXT
                   AFTER ADVANCING 2 LINES
           WHEN NOT TRIALBALANCED
               WRITE GLREPORTLINE FROM TBOUTOFBALANCETEXT
                   AFTER ADVANCING 2 LINES
           WHEN OTHER
               WRITE GLREPORTLINE FROM INBALANCETEXT
                   AFTER ADVANCING 2 LINES
       END-EVALUATE.
       PERFORM CHECKGLREPORTSTATUS.
       CLOSE GLREPORTFILE.
       IF POSTINGBALANCED AND TRIALBALANCED
           AND WORKRECORDCOUNT > ZERO THEN
           PERFORM RELEASEPOSTINGFILE
           PERFORM RELEASEGLDETAIL
           PERFORM REWRITEGLLEDGER
           PERFORM CLEARGLWORK
       END-IF.
       IF NOT POSTINGBALANCED AND WORKRECORDCOUNT > ZERO THEN
           DISPLAY "GLPOST: DEBITS DO NOT EQUAL CREDITS - "
               "SEE GlPost.rpt - POSTING FILE HELD"
       END-IF.
       IF POSTINGBALANCED AND NOT TRIALBALANCED
           AND WORKRECORDCOUNT > ZERO THEN
           DISPLAY "GLPOST: TRIAL BALANCE DOES NOT NET TO ZERO - "
               "SEE GlPost.rpt - POSTING FILE HELD"
       END-IF.
       IF EXCEPTIONCOUNT > ZERO THEN
           DISPLAY "GLPOST: " EXCEPTIONCOUNT
               " GLWORK LINES ROUTED TO SUSPENSE ACCOUNT "
               SUSPENSEACCOUNT
       END-IF.
       PERFORM WRITEJOBSTATS.
       GOBACK.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "GLPOST" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE WORKRECORDCOUNT TO JSREAD.
           MOVE TOTALDEBITS TO JSAMOUNT.
           IF WORKRECORDCOUNT = ZERO
               OR (POSTINGBALANCED AND TRIALBALANCED) THEN
               MOVE WORKRECORDCOUNT TO JSWRITTEN
               MOVE EXCEPTIONCOUNT TO JSREJECTED
               MOVE "ENDOK" TO JSSTATUS
           ELSE
               MOVE ZERO TO JSWRITTEN
               MOVE WORKRECORDCOUNT TO JSREJECTED
               MOVE "OUTOFBAL" TO JSSTATUS
           END-IF.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       LOADCHARTOFACCOUNTS.
           OPEN INPUT CHARTFILE.
           PERFORM CHECKCHARTSTATUS.
           READ CHARTFILE
               AT END SET WS-COA-EOF TO TRUE
           END-READ.
           PERFORM CHECKCHARTSTATUS.
           PERFORM LOADONECHARTACCOUNT UNTIL WS-COA-EOF.
           CLOSE CHARTFILE.
           MOVE SUSPENSEACCOUNT TO SEARCHACCOUNT.
           PERFORM FINDACCOUNTENTRY.
           IF GLFOUNDIDX = ZERO THEN
               PERFORM ADDACCOUNTENTRY
               MOVE SUSPENSEDESC TO GLTBLDESC (GLFOUNDIDX)
               MOVE "A" TO GLTBLTYPE (GLFOUNDIDX)
           END-IF.
           MOVE GLFOUNDIDX TO SUSPENSEIDX.
           MOVE "Y" TO GLTBLACTIVEFLAG (SUSPENSEIDX).

       LOADONECHARTACCOUNT.
           MOVE COAACCOUNT TO SEARCHACCOUNT.
           PERFORM FINDACCOUNTENTRY.
           IF GLFOUNDIDX = ZERO THEN
               PERFORM ADDACCOUNTENTRY
           END-IF.
           MOVE COADESC TO GLTBLDESC (GLFOUNDIDX).
           MOVE COATYPE TO GLTBLTYPE (GLFOUNDIDX).
           MOVE "Y" TO GLTBLCHARTFLAG (GLFOUNDIDX).
           IF COAISACTIVE THEN
               MOVE "Y" TO GLTBLACTIVEFLAG (GLFOUNDIDX)
           ELSE
               MOVE "N" TO GLTBLACTIVEFLAG (GLFOUNDIDX)
           END-IF.
           READ CHARTFILE
               AT END SET WS-COA-EOF TO TRUE
           END-READ.
           PERFORM CHECKCHARTSTATUS.

       LOADGLLEDGER.
           MOVE ZERO TO YEARENDTRANSFER.
           OPEN INPUT LEDGERFILE.
           PERFORM CHECKLEDGERSTATUS.
           READ LEDGERFILE
               AT END SET WS-LDG-EOF TO TRUE
           END-READ.
           PERFORM CHECKLEDGERSTATUS.
           PERFORM LOADONELEDGERACCOUNT UNTIL WS-LDG-EOF.
           CLOSE LEDGERFILE.
           IF YEARENDTRANSFER NOT = ZERO THEN
               MOVE RETAINEDACCOUNT TO SEARCHACCOUNT
               PERFORM FINDACCOUNTENTRY
               IF GLFOUNDIDX = ZERO THEN
                   PERFORM ADDACCOUNTENTRY
                   MOVE RETAINEDDESC TO GLTBLDESC (GLFOUNDIDX)
                   MOVE "Q" TO GLTBLTYPE (GLFOUNDIDX)
               END-IF
               ADD YEARENDTRANSFER TO GLTBLYTD (GLFOUNDIDX)
           END-IF.

       LOADONELEDGERACCOUNT.
           MOVE LDGACCOUNT TO SEARCHACCOUNT.
           PERFORM FINDACCOUNTENTRY.
           IF GLFOUNDIDX = ZERO THEN
               PERFORM ADDACCOUNTENTRY
               MOVE LDGDESC TO GLTBLDESC (GLFOUNDIDX)
               MOVE LDGTYPE TO GLTBLTYPE (GLFOUNDIDX)
           END-IF.
           MOVE LDGPTDBALANCE TO GLTBLPTD (GLFOUNDIDX).
           MOVE LDGYTDBALANCE TO GLTBLYTD (GLFOUNDIDX).
           MOVE LDGLASTPOSTED TO GLTBLLASTPOSTED (GLFOUNDIDX).
           IF LDGPERIOD NOT = PERMONTH THEN
               MOVE ZERO TO GLTBLPTD (GLFOUNDIDX)
           END-IF.
           IF LDGPERIOD (1:4) NOT = PERMONTH (1:4)
               AND (GLTBLTYPE (GLFOUNDIDX) = "R"
               OR GLTBLTYPE (GLFOUNDIDX) = "E") THEN
               ADD GLTBLYTD (GLFOUNDIDX) TO YEARENDTRANSFER
               MOVE ZERO TO GLTBLYTD (GLFOUNDIDX)
           END-IF.
           READ LEDGERFILE
               AT END SET WS-LDG-EOF TO TRUE
           END-READ.
           PERFORM CHECKLEDGERSTATUS.

       SUMMARIZEGLWORK.
           OPEN INPUT GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.

       SUMMARIZEONERECORD.
           ADD 1 TO WORKRECORDCOUNT.
           PERFORM VALIDATEWORKACCOUNT.
           IF EXCEPTIONREASON NOT = SPACES THEN
               PERFORM WRITEACCOUNTEXCEPTION
           END-IF.
           ADD 1 TO GLTBLACTIVITY (GLFOUNDIDX).
           ADD GLWDEBIT TO GLTBLDEBIT (GLFOUNDIDX).
           ADD GLWCREDIT TO GLTBLCREDIT (GLFOUNDIDX).
           ADD GLWDEBIT TO TOTALDEBITS.
               AT END SET WS-GLW-EOF TO TRUE
           END-READ.

       VALIDATEWORKACCOUNT.
           MOVE SPACES TO EXCEPTIONREASON.
           MOVE GLWACCOUNT TO SEARCHACCOUNT.
           PERFORM FINDACCOUNTENTRY.
           EVALUATE TRUE
               WHEN GLFOUNDIDX = ZERO
                   MOVE "NOT IN CHART" TO EXCEPTIONREASON
               WHEN NOT GLTBLINCHART (GLFOUNDIDX)
                   AND GLFOUNDIDX NOT = SUSPENSEIDX
                   MOVE "NOT IN CHART" TO EXCEPTIONREASON
               WHEN NOT GLTBLACTIVE (GLFOUNDIDX)
                   MOVE "INACTIVE ACCOUNT" TO EXCEPTIONREASON
           END-EVALUATE.
           IF EXCEPTIONREASON NOT = SPACES THEN
               MOVE SUSPENSEIDX TO GLFOUNDIDX
           END-IF.

       WRITEACCOUNTEXCEPTION.
           MOVE EXCEPTIONREASON TO PRNEXCREASON.
           MOVE GLWSOURCE TO PRNEXCSOURCE.
           MOVE GLWACCOUNT TO PRNEXCACCOUNT.
           MOVE GLWDESC TO PRNEXCDESC.
           MOVE GLWDEBIT TO PRNEXCDEBIT.
           MOVE GLWCREDIT TO PRNEXCCREDIT.
           WRITE GLREPORTLINE FROM EXCEPTIONLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKGLREPORTSTATUS.
           ADD 1 TO EXCEPTIONCOUNT.

       FINDACCOUNTENTRY.
           MOVE ZERO TO GLFOUNDIDX.
           PERFORM CHECKONEACCOUNT VARYING GLIDX
               FROM 1 BY 1 UNTIL GLIDX > GLENTRYCNT
               OR GLFOUNDIDX > ZERO.

       CHECKONEACCOUNT.
           IF GLTBLACCOUNT (GLIDX) = SEARCHACCOUNT THEN
               MOVE GLIDX TO GLFOUNDIDX
           END-IF.

       ADDACCOUNTENTRY.
           IF GLENTRYCNT >= 200 THEN
               DISPLAY "GLPOST: ACCOUNT TABLE FULL AT "
                   GLENTRYCNT " ENTRIES - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO GLENTRYCNT.
           MOVE GLENTRYCNT TO GLFOUNDIDX.
           MOVE SEARCHACCOUNT TO GLTBLACCOUNT (GLFOUNDIDX).
           MOVE SPACES TO GLTBLDESC (GLFOUNDIDX).
           MOVE SPACE TO GLTBLTYPE (GLFOUNDIDX).
           MOVE "N" TO GLTBLCHARTFLAG (GLFOUNDIDX).
           MOVE "N" TO GLTBLACTIVEFLAG (GLFOUNDIDX).
           MOVE ZERO TO GLTBLACTIVITY (GLFOUNDIDX).
           MOVE ZERO TO GLTBLDEBIT (GLFOUNDIDX).
           MOVE ZERO TO GLTBLCREDIT (GLFOUNDIDX).
           MOVE ZERO TO GLTBLPTD (GLFOUNDIDX).
           MOVE ZERO TO GLTBLYTD (GLFOUNDIDX).
           MOVE ZERO TO GLTBLLASTPOSTED (GLFOUNDIDX).

       PRINTONEACCOUNT.
           IF GLTBLACTIVITY (GLIDX) > ZERO THEN
               MOVE GLTBLACCOUNT (GLIDX) TO PRNGLACCOUNT
               MOVE GLTBLDESC (GLIDX) TO PRNGLDESC
               MOVE GLTBLDEBIT (GLIDX) TO PRNGLDEBIT
               MOVE GLTBLCREDIT (GLIDX) TO PRNGLCREDIT
               WRITE GLREPORTLINE FROM GLDETAILLINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKGLREPORTSTATUS
           END-IF.

       PRINTTRIALBALANCE.
           WRITE GLREPORTLINE FROM TBHEADING AFTER ADVANCING 3 LINES.
           PERFORM CHECKGLREPORTSTATUS.
           WRITE GLREPORTLINE FROM TBHEADS AFTER ADVANCING 1 LINE.
           PERFORM CHECKGLREPORTSTATUS.
           PERFORM PRINTONETRIALBALANCE VARYING GLIDX
               FROM 1 BY 1 UNTIL GLIDX > GLENTRYCNT.
           MOVE TBPTDDEBITS TO PRNTBTOTPTDDEBIT.
           MOVE TBPTDCREDITS TO PRNTBTOTPTDCREDIT.
           MOVE TBYTDDEBITS TO PRNTBTOTYTDDEBIT.
           MOVE TBYTDCREDITS TO PRNTBTOTYTDCREDIT.
           WRITE GLREPORTLINE FROM TBTOTALLINE AFTER ADVANCING 2 LINES.
           PERFORM CHECKGLREPORTSTATUS.
           IF TBPTDDEBITS = TBPTDCREDITS
               AND TBYTDDEBITS = TBYTDCREDITS THEN
               SET TRIALBALANCED TO TRUE
           END-IF.

       PRINTONETRIALBALANCE.
           COMPUTE GLTBLPTD (GLIDX) = GLTBLPTD (GLIDX)
               + GLTBLDEBIT (GLIDX) - GLTBLCREDIT (GLIDX).
           COMPUTE GLTBLYTD (GLIDX) = GLTBLYTD (GLIDX)
               + GLTBLDEBIT (GLIDX) - GLTBLCREDIT (GLIDX).
           IF GLTBLACTIVITY (GLIDX) > ZERO THEN
               MOVE RUNDATE TO GLTBLLASTPOSTED (GLIDX)
           END-IF.
           MOVE GLTBLACCOUNT (GLIDX) TO PRNTBACCOUNT.
           MOVE GLTBLDESC (GLIDX) TO PRNTBDESC.
           MOVE GLTBLTYPE (GLIDX) TO PRNTBTYPE.
           MOVE ZERO TO PRNTBPTDDEBIT, PRNTBPTDCREDIT,
               PRNTBYTDDEBIT, PRNTBYTDCREDIT.
           IF GLTBLPTD (GLIDX) > ZERO THEN
               MOVE GLTBLPTD (GLIDX) TO PRNTBPTDDEBIT
               ADD GLTBLPTD (GLIDX) TO TBPTDDEBITS
           ELSE
               COMPUTE PRNTBPTDCREDIT = ZERO - GLTBLPTD (GLIDX)
               SUBTRACT GLTBLPTD (GLIDX) FROM TBPTDCREDITS
           END-IF.
           IF GLTBLYTD (GLIDX) > ZERO THEN
               MOVE GLTBLYTD (GLIDX) TO PRNTBYTDDEBIT
               ADD GLTBLYTD (GLIDX) TO TBYTDDEBITS
           ELSE
               COMPUTE PRNTBYTDCREDIT = ZERO - GLTBLYTD (GLIDX)
               SUBTRACT GLTBLYTD (GLIDX) FROM TBYTDCREDITS
           END-IF.
           WRITE GLREPORTLINE FROM TBDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKGLREPORTSTATUS.

           CLOSE GLPOSTFILE.

       RELEASEONEACCOUNT.
           IF GLTBLACTIVITY (GLIDX) > ZERO THEN
               MOVE RUNDATE TO GLPDATE
               MOVE GLTBLACCOUNT (GLIDX) TO GLPACCOUNT
               MOVE GLTBLDESC (GLIDX) TO GLPDESC
               MOVE GLTBLDEBIT (GLIDX) TO GLPDEBIT
               MOVE GLTBLCREDIT (GLIDX) TO GLPCREDIT
               WRITE GLPOSTRECORD
               PERFORM CHECKGLPOSTSTATUS
           END-IF.

       RELEASEGLDETAIL.
           OPEN EXTEND GLDETAILFILE.
           PERFORM CHECKGLDETAILSTATUS.
           OPEN INPUT GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           READ GLWORKFILE
               AT END SET WS-GLW-EOF TO TRUE
           END-READ.
           PERFORM RELEASEONEDETAIL UNTIL WS-GLW-EOF.
           CLOSE GLWORKFILE, GLDETAILFILE.

       RELEASEONEDETAIL.
           PERFORM VALIDATEWORKACCOUNT.
           MOVE RUNDATE TO GLDPOSTDATE.
           MOVE GLWDATE TO GLDDATE.
           MOVE GLWSOURCE TO GLDSOURCE.
           MOVE GLTBLACCOUNT (GLFOUNDIDX) TO GLDACCOUNT.
           MOVE GLWACCOUNT TO GLDWORKACCOUNT.
           MOVE GLWDESC TO GLDDESC.
           MOVE GLWDEBIT TO GLDDEBIT.
           MOVE GLWCREDIT TO GLDCREDIT.
           WRITE GLDETAILRECORD.
           PERFORM CHECKGLDETAILSTATUS.
           READ GLWORKFILE
               AT END SET WS-GLW-EOF TO TRUE
           END-READ.

       REWRITEGLLEDGER.
           OPEN OUTPUT LEDGERFILE.
           PERFORM CHECKLEDGERSTATUS.
           PERFORM REWRITEONELEDGERACCOUNT VARYING GLIDX
               FROM 1 BY 1 UNTIL GLIDX > GLENTRYCNT.
           CLOSE LEDGERFILE.

       REWRITEONELEDGERACCOUNT.
           MOVE GLTBLACCOUNT (GLIDX) TO LDGACCOUNT.
           MOVE GLTBLDESC (GLIDX) TO LDGDESC.
           MOVE GLTBLTYPE (GLIDX) TO LDGTYPE.
           MOVE PERMONTH TO LDGPERIOD.
           MOVE GLTBLPTD (GLIDX) TO LDGPTDBALANCE.
           MOVE GLTBLYTD (GLIDX) TO LDGYTDBALANCE.
           MOVE GLTBLLASTPOSTED (GLIDX) TO LDGLASTPOSTED.
           WRITE LEDGERRECORD.
           PERFORM CHECKLEDGERSTATUS.

       CLEARGLWORK.
           OPEN OUTPUT GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           CLOSE GLWORKFILE.

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

       CHECKCHARTSTATUS.
           IF FS-CHARTFILE NOT = "00" AND FS-CHARTFILE NOT = "05"
               AND FS-CHARTFILE NOT = "10" THEN
               MOVE "CHARTFILE" TO IOERRORFILE
               MOVE FS-CHARTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKLEDGERSTATUS.
           IF FS-LEDGERFILE NOT = "00" AND FS-LEDGERFILE NOT = "05"
               AND FS-LEDGERFILE NOT = "10" THEN
               MOVE "LEDGERFILE" TO IOERRORFILE
               MOVE FS-LEDGERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               AND FS-GLWORKFILE NOT = "10" THEN
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLDETAILSTATUS.
           IF FS-GLDETAILFILE NOT = "00" AND FS-GLDETAILFILE NOT = "05"
               THEN
               MOVE "GLDETAILFILE" TO IOERRORFILE
               MOVE FS-GLDETAILFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLPOSTSTATUS.
           IF FS-GLPOSTFILE NOT = "00" THEN
               MOVE "GLPOSTFILE" TO IOERRORFILE
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
           CLOSE GLWORKFILE, GLPOSTFILE, GLREPORTFILE, CHARTFILE,
                 LEDGERFILE, GLDETAILFILE.
           STOP RUN.
