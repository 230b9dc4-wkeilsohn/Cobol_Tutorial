       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARGLRECON.
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
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL LEDGERFILE ASSIGN TO "GlLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGERFILE.
           SELECT OPTIONAL GLDETAILFILE ASSIGN TO "GlDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLDETAILFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT RECONREPORT ASSIGN TO "ArGlRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECONREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           88 WS-HIST-EOF VALUE HIGH-VALUE.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

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
           88 WS-GLD-EOF VALUE HIGH-VALUE.
           02 GLDPOSTDATE PIC 9(8).
           02 GLDDATE PIC 9(8).
           02 GLDSOURCE PIC X(14).
           02 GLDACCOUNT PIC X(4).
           02 GLDWORKACCOUNT PIC X(4).
           02 GLDDESC PIC X(20).
           02 GLDDEBIT PIC S9(11)V99.
           02 GLDCREDIT PIC S9(11)V99.

       FD GLWORKFILE.
       01 GLWORKRECORD.
           88 WS-GLW-EOF VALUE HIGH-VALUE.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

       FD RECONREPORT.
       01 RECONREPORTLINE PIC X(132).

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
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-LEDGERFILE PIC XX VALUE "00".
       01 FS-GLDETAILFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-RECONREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 ARCONTROLACCOUNT PIC X(4) VALUE "1200".
       01 CODEMAPVALUES.
           02 FILLER PIC X(15) VALUE "ACUSTMAINT".
           02 FILLER PIC X(15) VALUE "CCUSTMAINT".
           02 FILLER PIC X(15) VALUE "DCUSTMAINT".
           02 FILLER PIC X(15) VALUE "PPAYMENTPOST".
           02 FILLER PIC X(15) VALUE "RPAYMENTPOST".
           02 FILLER PIC X(15) VALUE "NPAYMENTPOST".
           02 FILLER PIC X(15) VALUE "VPAYMENTPOST".
           02 FILLER PIC X(15) VALUE "FFINANCECHARGE".
           02 FILLER PIC X(15) VALUE "WWRITEOFF".
           02 FILLER PIC X(15) VALUE "IINVOICEPOST".
           02 FILLER PIC X(15) VALUE "XCUSTREFUND".
           02 FILLER PIC X(15) VALUE "MDISPUTEENTRY".
           02 FILLER PIC X(15) VALUE "BCUSTBACKOUT".
           02 FILLER PIC X(15) VALUE "TTUITIONBILL".
       01 CODEMAPTABLE REDEFINES CODEMAPVALUES.
           02 CODEMAPENTRY OCCURS 14 TIMES.
               03 MAPCODE PIC X(01).
               03 MAPSOURCE PIC X(14).
       01 MAPIDX PIC 99 VALUE ZERO.
       01 MAPFOUNDIDX PIC 99 VALUE ZERO.
       01 OTHERSOURCE PIC X(14) VALUE "OTHER".
       01 SOURCETABLE.
           02 SOURCEENTRY OCCURS 30 TIMES.
               03 SRCTBLNAME PIC X(14).
               03 SRCTBLSUBCOUNT PIC 9(7).
               03 SRCTBLSUBAMOUNT PIC S9(11)V99.
               03 SRCTBLGLCOUNT PIC 9(7).
               03 SRCTBLGLAMOUNT PIC S9(11)V99.
       01 SOURCEENTRYCNT PIC 99 VALUE ZERO.
       01 SOURCEIDX PIC 99 VALUE ZERO.
       01 SOURCEFOUNDIDX PIC 99 VALUE ZERO.
       01 SEARCHSOURCE PIC X(14) VALUE SPACES.
       01 CODETABLE.
           02 CODEENTRY OCCURS 40 TIMES.
               03 CDTBLCODE PIC X(01).
               03 CDTBLSRCIDX PIC 99.
               03 CDTBLCOUNT PIC 9(7).
               03 CDTBLAMOUNT PIC S9(11)V99.
       01 CODEENTRYCNT PIC 99 VALUE ZERO.
       01 CODEIDX PIC 99 VALUE ZERO.
       01 CODEFOUNDIDX PIC 99 VALUE ZERO.
       01 CUSTOMERCOUNT PIC 9(7) VALUE ZERO.
       01 HISTREADCOUNT PIC 9(7) VALUE ZERO.
       01 GLREADCOUNT PIC 9(7) VALUE ZERO.
       01 WINDOWSTART PIC 9(8) VALUE ZERO.
       01 GLNETAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 SUBLEDGERTOTAL PIC S9(11)V99 VALUE ZERO.
       01 GLPOSTEDBALANCE PIC S9(13)V99 VALUE ZERO.
       01 GLUNPOSTEDAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 GLCONTROLBALANCE PIC S9(13)V99 VALUE ZERO.
       01 RECONDIFFERENCE PIC S9(13)V99 VALUE ZERO.
       01 SOURCEDIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 TOTSUBAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 TOTGLAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 TOTSOURCEDIFF PIC S9(11)V99 VALUE ZERO.
       01 UNEXPLAINEDDIFF PIC S9(13)V99 VALUE ZERO.
       01 SOURCEOUTCOUNT PIC 9(7) VALUE ZERO.
       01 RECONHEADING.
           02 FILLER PIC X(52) VALUE
               "AR SUBLEDGER TO GENERAL LEDGER RECONCILIATION AS OF ".
           02 PRNRUNDATE PIC 9(8).
       01 SUMMARYLINE.
           02 PRNSUMMARYLABEL PIC X(44).
           02 PRNSUMMARYAMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 SUMMARYCOUNTLINE.
           02 PRNSUMCOUNTLABEL PIC X(44).
           02 PRNSUMCOUNT PIC ZZZZ,ZZZ,ZZ9.
       01 BREAKDOWNHEADING.
           02 FILLER PIC X(49) VALUE
               "ACTIVITY BY SOURCE PROGRAM AND HISTORY CODE SINCE".
           02 FILLER PIC X VALUE SPACE.
           02 PRNWINDOWSTART PIC 9(8).
       01 BREAKDOWNHEADS.
           02 FILLER PIC X(45) VALUE
               "SOURCE          CODE    COUNT  SUBLEDGER_MOVE".
           02 FILLER PIC X(44) VALUE
               "    COUNT     GL_AR_MOVE     DIFFERENCE     ".
       01 BREAKDOWNLINE.
           02 PRNSOURCE PIC X(14).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNCODE PIC X(01).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNSUBCOUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNSUBAMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNGLCOUNT PIC ZZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNGLAMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNDIFFERENCE PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNDIFFFLAG PIC X(3).
       01 CODELINE.
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "HISTORY CODE".
           02 PRNCODELINECODE PIC X(01).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNCODECOUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNCODEAMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 INBALANCETEXT PIC X(44) VALUE
           "RESULT: SUBLEDGER AGREES WITH GL AR CONTROL".
       01 OUTOFBALANCETEXT PIC X(56) VALUE
           "RESULT: *** SUBLEDGER DOES NOT AGREE WITH GL AR CONTROL".

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADSOURCETABLE.
       PERFORM TOTALSUBLEDGER.
       PERFORM SCANHISTORY.
       PERFORM LOADGLLEDGER.
       PERFORM SCANGLDETAIL.
       PERFORM SCANGLWORK.
       COMPUTE GLCONTROLBALANCE = GLPOSTEDBALANCE + GLUNPOSTEDAMOUNT.
       COMPUTE RECONDIFFERENCE = SUBLEDGERTOTAL - GLCONTROLBALANCE.
       OPEN OUTPUT RECONREPORT.
       PERFORM CHECKRECONREPORTSTATUS.
       PERFORM PRINTRECONREPORT.
       CLOSE RECONREPORT.
       IF RECONDIFFERENCE NOT = ZERO THEN
           DISPLAY "ARGLRECON: AR SUBLEDGER DOES NOT AGREE WITH GL "
               "ACCOUNT " ARCONTROLACCOUNT " - SEE ArGlRecon.rpt"
       END-IF.
       PERFORM WRITEJOBSTATS.
       GOBACK.

       LOADSOURCETABLE.
           PERFORM LOADONEMAPSOURCE VARYING MAPIDX FROM 1 BY 1
               UNTIL MAPIDX > 14.

       LOADONEMAPSOURCE.
           MOVE MAPSOURCE (MAPIDX) TO SEARCHSOURCE.
           PERFORM FINDSOURCEENTRY.

       TOTALSUBLEDGER.
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
           PERFORM TOTALONECUSTOMER UNTIL WS-EOF.
           CLOSE CUSTOMERFILE.

       TOTALONECUSTOMER.
           ADD 1 TO CUSTOMERCOUNT.
           ADD ACCTBALANCE TO SUBLEDGERTOTAL.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKCUSTFILESTATUS.

       SCANHISTORY.
           OPEN INPUT HISTORYFILE.
           PERFORM CHECKHISTORYSTATUS.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM CHECKHISTORYSTATUS.
           PERFORM TOTALONEHISTORY UNTIL WS-HIST-EOF.
           CLOSE HISTORYFILE.

       TOTALONEHISTORY.
           ADD 1 TO HISTREADCOUNT.
           IF WINDOWSTART = ZERO OR HISTDATE < WINDOWSTART THEN
               MOVE HISTDATE TO WINDOWSTART
           END-IF.
           PERFORM FINDCODEENTRY.
           ADD 1 TO CDTBLCOUNT (CODEFOUNDIDX).
           ADD HISTAMOUNT TO CDTBLAMOUNT (CODEFOUNDIDX).
           MOVE CDTBLSRCIDX (CODEFOUNDIDX) TO SOURCEFOUNDIDX.
           ADD 1 TO SRCTBLSUBCOUNT (SOURCEFOUNDIDX).
           ADD HISTAMOUNT TO SRCTBLSUBAMOUNT (SOURCEFOUNDIDX).
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM CHECKHISTORYSTATUS.

       FINDCODEENTRY.
           MOVE ZERO TO CODEFOUNDIDX.
           PERFORM CHECKONECODE VARYING CODEIDX FROM 1 BY 1
               UNTIL CODEIDX > CODEENTRYCNT OR CODEFOUNDIDX > ZERO.
           IF CODEFOUNDIDX = ZERO THEN
               PERFORM ADDCODEENTRY
           END-IF.

       CHECKONECODE.
           IF CDTBLCODE (CODEIDX) = HISTTRANSCODE THEN
               MOVE CODEIDX TO CODEFOUNDIDX
           END-IF.

       ADDCODEENTRY.
           IF CODEENTRYCNT NOT < 40 THEN
               DISPLAY "ARGLRECON: HISTORY CODE TABLE FULL AT 40 "
                   "ENTRIES - RUN STOPPED"
               STOP RUN
           END-IF.
           MOVE ZERO TO MAPFOUNDIDX.
           PERFORM CHECKONEMAPCODE VARYING MAPIDX FROM 1 BY 1
               UNTIL MAPIDX > 14 OR MAPFOUNDIDX > ZERO.
           IF MAPFOUNDIDX = ZERO THEN
               MOVE OTHERSOURCE TO SEARCHSOURCE
           ELSE
               MOVE MAPSOURCE (MAPFOUNDIDX) TO SEARCHSOURCE
           END-IF.
           PERFORM FINDSOURCEENTRY.
           ADD 1 TO CODEENTRYCNT.
           MOVE CODEENTRYCNT TO CODEFOUNDIDX.
           MOVE HISTTRANSCODE TO CDTBLCODE (CODEFOUNDIDX).
           MOVE SOURCEFOUNDIDX TO CDTBLSRCIDX (CODEFOUNDIDX).
           MOVE ZERO TO CDTBLCOUNT (CODEFOUNDIDX).
           MOVE ZERO TO CDTBLAMOUNT (CODEFOUNDIDX).

       CHECKONEMAPCODE.
           IF MAPCODE (MAPIDX) = HISTTRANSCODE THEN
               MOVE MAPIDX TO MAPFOUNDIDX
           END-IF.

       FINDSOURCEENTRY.
           MOVE ZERO TO SOURCEFOUNDIDX.
           PERFORM CHECKONESOURCE VARYING SOURCEIDX FROM 1 BY 1
               UNTIL SOURCEIDX > SOURCEENTRYCNT
               OR SOURCEFOUNDIDX > ZERO.
           IF SOURCEFOUNDIDX = ZERO THEN
               PERFORM ADDSOURCEENTRY
           END-IF.

       CHECKONESOURCE.
           IF SRCTBLNAME (SOURCEIDX) = SEARCHSOURCE THEN
               MOVE SOURCEIDX TO SOURCEFOUNDIDX
           END-IF.

       ADDSOURCEENTRY.
           IF SOURCEENTRYCNT NOT < 30 THEN
               DISPLAY "ARGLRECON: SOURCE TABLE FULL AT 30 ENTRIES"
                   " - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO SOURCEENTRYCNT.
           MOVE SOURCEENTRYCNT TO SOURCEFOUNDIDX.
           MOVE SEARCHSOURCE TO SRCTBLNAME (SOURCEFOUNDIDX).
           MOVE ZERO TO SRCTBLSUBCOUNT (SOURCEFOUNDIDX).
           MOVE ZERO TO SRCTBLSUBAMOUNT (SOURCEFOUNDIDX).
           MOVE ZERO TO SRCTBLGLCOUNT (SOURCEFOUNDIDX).
           MOVE ZERO TO SRCTBLGLAMOUNT (SOURCEFOUNDIDX).

       LOADGLLEDGER.
           OPEN INPUT LEDGERFILE.
           PERFORM CHECKLEDGERSTATUS.
           READ LEDGERFILE
               AT END SET WS-LDG-EOF TO TRUE
           END-READ.
           PERFORM CHECKLEDGERSTATUS.
           PERFORM LOADONELEDGERACCOUNT UNTIL WS-LDG-EOF.
           CLOSE LEDGERFILE.

       LOADONELEDGERACCOUNT.
           IF LDGACCOUNT = ARCONTROLACCOUNT THEN
               MOVE LDGYTDBALANCE TO GLPOSTEDBALANCE
           END-IF.
           READ LEDGERFILE
               AT END SET WS-LDG-EOF TO TRUE
           END-READ.
           PERFORM CHECKLEDGERSTATUS.

       SCANGLDETAIL.
           OPEN INPUT GLDETAILFILE.
           PERFORM CHECKGLDETAILSTATUS.
           READ GLDETAILFILE
               AT END SET WS-GLD-EOF TO TRUE
           END-READ.
           PERFORM CHECKGLDETAILSTATUS.
           PERFORM TOTALONEGLDETAIL UNTIL WS-GLD-EOF.
           CLOSE GLDETAILFILE.

       TOTALONEGLDETAIL.
           IF GLDACCOUNT = ARCONTROLACCOUNT
               AND GLDDATE NOT < WINDOWSTART THEN
               ADD 1 TO GLREADCOUNT
               MOVE GLDSOURCE TO SEARCHSOURCE
               PERFORM FINDSOURCEENTRY
               COMPUTE GLNETAMOUNT = GLDDEBIT - GLDCREDIT
               ADD 1 TO SRCTBLGLCOUNT (SOURCEFOUNDIDX)
               ADD GLNETAMOUNT TO SRCTBLGLAMOUNT (SOURCEFOUNDIDX)
           END-IF.
           READ GLDETAILFILE
               AT END SET WS-GLD-EOF TO TRUE
           END-READ.
           PERFORM CHECKGLDETAILSTATUS.

       SCANGLWORK.
           OPEN INPUT GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           READ GLWORKFILE
               AT END SET WS-GLW-EOF TO TRUE
           END-READ.
           PERFORM CHECKGLWORKSTATUS.
           PERFORM TOTALONEGLWORK UNTIL WS-GLW-EOF.
           CLOSE GLWORKFILE.

       TOTALONEGLWORK.
           IF GLWACCOUNT = ARCONTROLACCOUNT THEN
               ADD 1 TO GLREADCOUNT
               MOVE GLWSOURCE TO SEARCHSOURCE
               PERFORM FINDSOURCEENTRY
               COMPUTE GLNETAMOUNT = GLWDEBIT - GLWCREDIT
               ADD GLNETAMOUNT TO GLUNPOSTEDAMOUNT
               ADD 1 TO SRCTBLGLCOUNT (SOURCEFOUNDIDX)
               ADD GLNETAMOUNT TO SRCTBLGLAMOUNT (SOURCEFOUNDIDX)
           END-IF.
           READ GLWORKFILE
               AT END SET WS-GLW-EOF TO TRUE
           END-READ.
           PERFORM CHECKGLWORKSTATUS.

       PRINTRECONREPORT.
           MOVE RUNDATE TO PRNRUNDATE.
           WRITE RECONREPORTLINE FROM RECONHEADING.
           PERFORM CHECKRECONREPORTSTATUS.
           MOVE "CUSTOMER ACCOUNTS ON FILE:" TO PRNSUMCOUNTLABEL.
           MOVE CUSTOMERCOUNT TO PRNSUMCOUNT.
           WRITE RECONREPORTLINE FROM SUMMARYCOUNTLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKRECONREPORTSTATUS.
           MOVE "SUBLEDGER BALANCE (CUSTOMER MASTER):"
               TO PRNSUMMARYLABEL.
           MOVE SUBLEDGERTOTAL TO PRNSUMMARYAMOUNT.
           PERFORM WRITESUMMARYLINE.
           MOVE "GL AR CONTROL - POSTED LEDGER BALANCE:"
               TO PRNSUMMARYLABEL.
           MOVE GLPOSTEDBALANCE TO PRNSUMMARYAMOUNT.
           PERFORM WRITESUMMARYLINE.
           MOVE "GL AR CONTROL - NOT YET POSTED:" TO PRNSUMMARYLABEL.
           MOVE GLUNPOSTEDAMOUNT TO PRNSUMMARYAMOUNT.
           PERFORM WRITESUMMARYLINE.
           MOVE "GL AR CONTROL BALANCE:" TO PRNSUMMARYLABEL.
           MOVE GLCONTROLBALANCE TO PRNSUMMARYAMOUNT.
           PERFORM WRITESUMMARYLINE.
           MOVE "DIFFERENCE (SUBLEDGER LESS GL):" TO PRNSUMMARYLABEL.
           MOVE RECONDIFFERENCE TO PRNSUMMARYAMOUNT.
           PERFORM WRITESUMMARYLINE.
           MOVE WINDOWSTART TO PRNWINDOWSTART.
           WRITE RECONREPORTLINE FROM BREAKDOWNHEADING
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKRECONREPORTSTATUS.
           WRITE RECONREPORTLINE FROM BREAKDOWNHEADS
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKRECONREPORTSTATUS.
           PERFORM PRINTONESOURCE VARYING SOURCEIDX FROM 1 BY 1
               UNTIL SOURCEIDX > SOURCEENTRYCNT.
           MOVE "ALL SOURCES" TO PRNSOURCE.
           MOVE SPACE TO PRNCODE.
           MOVE HISTREADCOUNT TO PRNSUBCOUNT.
           MOVE TOTSUBAMOUNT TO PRNSUBAMOUNT.
           MOVE GLREADCOUNT TO PRNGLCOUNT.
           MOVE TOTGLAMOUNT TO PRNGLAMOUNT.
           MOVE TOTSOURCEDIFF TO PRNDIFFERENCE.
           MOVE SPACES TO PRNDIFFFLAG.
           WRITE RECONREPORTLINE FROM BREAKDOWNLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKRECONREPORTSTATUS.
           COMPUTE UNEXPLAINEDDIFF = RECONDIFFERENCE - TOTSOURCEDIFF.
           MOVE "DIFFERENCE NOT EXPLAINED BY ACTIVITY ABOVE:"
               TO PRNSUMMARYLABEL.
           MOVE UNEXPLAINEDDIFF TO PRNSUMMARYAMOUNT.
           WRITE RECONREPORTLINE FROM SUMMARYLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKRECONREPORTSTATUS.
           IF RECONDIFFERENCE = ZERO THEN
               WRITE RECONREPORTLINE FROM INBALANCETEXT
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RECONREPORTLINE FROM OUTOFBALANCETEXT
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM CHECKRECONREPORTSTATUS.

       WRITESUMMARYLINE.
           WRITE RECONREPORTLINE FROM SUMMARYLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKRECONREPORTSTATUS.

       PRINTONESOURCE.
           IF SRCTBLSUBCOUNT (SOURCEIDX) > ZERO
               OR SRCTBLGLCOUNT (SOURCEIDX) > ZERO THEN
               COMPUTE SOURCEDIFFERENCE = SRCTBLSUBAMOUNT (SOURCEIDX)
                   - SRCTBLGLAMOUNT (SOURCEIDX)
               MOVE SRCTBLNAME (SOURCEIDX) TO PRNSOURCE
               MOVE SPACE TO PRNCODE
               MOVE SRCTBLSUBCOUNT (SOURCEIDX) TO PRNSUBCOUNT
               MOVE SRCTBLSUBAMOUNT (SOURCEIDX) TO PRNSUBAMOUNT
               MOVE SRCTBLGLCOUNT (SOURCEIDX) TO PRNGLCOUNT
               MOVE SRCTBLGLAMOUNT (SOURCEIDX) TO PRNGLAMOUNT
               MOVE SOURCEDIFFERENCE TO PRNDIFFERENCE
               IF SOURCEDIFFERENCE = ZERO THEN
                   MOVE SPACES TO PRNDIFFFLAG
               ELSE
                   MOVE "***" TO PRNDIFFFLAG
                   ADD 1 TO SOURCEOUTCOUNT
               END-IF
               WRITE RECONREPORTLINE FROM BREAKDOWNLINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKRECONREPORTSTATUS
               PERFORM PRINTONECODE VARYING CODEIDX FROM 1 BY 1
                   UNTIL CODEIDX > CODEENTRYCNT
               ADD SRCTBLSUBAMOUNT (SOURCEIDX) TO TOTSUBAMOUNT
               ADD SRCTBLGLAMOUNT (SOURCEIDX) TO TOTGLAMOUNT
               ADD SOURCEDIFFERENCE TO TOTSOURCEDIFF
           END-IF.

       PRINTONECODE.
           IF CDTBLSRCIDX (CODEIDX) = SOURCEIDX THEN
               MOVE CDTBLCODE (CODEIDX) TO PRNCODELINECODE
               MOVE CDTBLCOUNT (CODEIDX) TO PRNCODECOUNT
               MOVE CDTBLAMOUNT (CODEIDX) TO PRNCODEAMOUNT
               WRITE RECONREPORTLINE FROM CODELINE
                   AFTER ADVANCING 1 LINE
               PERFORM CHECKRECONREPORTSTATUS
           END-IF.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "ARGLRECON" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE CUSTOMERCOUNT TO JSREAD.
           MOVE HISTREADCOUNT TO JSWRITTEN.
           MOVE SOURCEOUTCOUNT TO JSREJECTED.
           MOVE RECONDIFFERENCE TO JSAMOUNT.
           IF RECONDIFFERENCE = ZERO THEN
               MOVE "ENDOK" TO JSSTATUS
           ELSE
               MOVE "OUTOFBAL" TO JSSTATUS
           END-IF.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               AND FS-HISTORYFILE NOT = "10" THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKLEDGERSTATUS.
           IF FS-LEDGERFILE NOT = "00" AND FS-LEDGERFILE NOT = "05"
               AND FS-LEDGERFILE NOT = "10" THEN
               MOVE "LEDGERFILE" TO IOERRORFILE
               MOVE FS-LEDGERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLDETAILSTATUS.
           IF FS-GLDETAILFILE NOT = "00" AND FS-GLDETAILFILE NOT = "05"
               AND FS-GLDETAILFILE NOT = "10" THEN
               MOVE "GLDETAILFILE" TO IOERRORFILE
               MOVE FS-GLDETAILFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               AND FS-GLWORKFILE NOT = "10" THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRECONREPORTSTATUS.
           IF FS-RECONREPORT NOT = "00" THEN
               MOVE "RECONREPORT" TO IOERRORFILE
               MOVE FS-RECONREPORT TO IOERRORSTATUS
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
           CLOSE CUSTOMERFILE, HISTORYFILE, LEDGERFILE, GLDETAILFILE,
                 GLWORKFILE, RECONREPORT.
           STOP RUN.
