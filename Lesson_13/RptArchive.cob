       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCHIVE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCEREPORT ASSIGN TO DYNAMIC
               SOURCEREPORTNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOURCEREPORT.
           SELECT OPTIONAL CATALOGFILE ASSIGN TO "RptCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGFILE.
       DATA DIVISION.
       FILE SECTION.
       FD SOURCEREPORT.
       01 SOURCERECORD.
           88 WS-SOURCE-EOF VALUE HIGH-VALUE.
           02 SOURCEBUFFER PIC X(300).

       FD CATALOGFILE.
       01 CATALOGRECORD.
           02 RCREPORTNAME PIC X(30).
           02 RCRUNDATE PIC 9(8).
           02 RCRUNTIME PIC 9(6).
           02 RCJOBSTEP PIC X(14).
           02 RCOPERATORID PIC X(08).
           02 RCPAGECOUNT PIC 9(5).
           02 RCLINECOUNT PIC 9(7).
           02 RCARCHIVENAME PIC X(50).

       WORKING-STORAGE SECTION.
       01 FS-SOURCEREPORT PIC XX VALUE "00".
       01 FS-CATALOGFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 SOURCEREPORTNAME PIC X(30) VALUE SPACES.
       01 ARCHIVEFILENAME PIC X(50) VALUE SPACES.
       01 COPYRESULT PIC S9(9) COMP-5 VALUE ZERO.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHHMMSS PIC 9(6).
           02 RUNHUNDREDTH PIC 99.
       01 REPORTLINECOUNT PIC 9(7) VALUE ZERO.
       01 REPORTPAGECOUNT PIC 9(5) VALUE ZERO.
       01 FORMFEEDCOUNT PIC 9(3) VALUE ZERO.
       01 FIRSTLINEFEEDFLAG PIC X VALUE "N".
           88 FIRSTLINESTARTSPAGE VALUE "Y".
       01 ARCHIVEDCOUNT PIC 9(3) VALUE ZERO.
       01 RLIDX PIC 99 VALUE ZERO.
       01 REPORTLISTTABLE.
           02 FILLER PIC X(44) VALUE
               "CUSTRECON     CustRecon.rpt".
           02 FILLER PIC X(44) VALUE
               "CUSTMAINT     CustMaint.rpt".
           02 FILLER PIC X(44) VALUE
               "TRANSFEREDIT  MergeExcept.rpt".
           02 FILLER PIC X(44) VALUE
               "WAITPROMOTE   WaitProm.rpt".
           02 FILLER PIC X(44) VALUE
               "WAITPROMOTE   PrereqExc.rpt".
           02 FILLER PIC X(44) VALUE
               "STUDMAINT     StudMaint.rpt".
           02 FILLER PIC X(44) VALUE
               "ROSTERREPORT  Roster.rpt".
           02 FILLER PIC X(44) VALUE
               "ATTENDPOST    AttendExc.rpt".
           02 FILLER PIC X(44) VALUE
               "ATTENDPOST    AttendWarn.ltr".
           02 FILLER PIC X(44) VALUE
               "ATTENDSHEET   AttendSheet.rpt".
           02 FILLER PIC X(44) VALUE
               "TUITIONBILL   TuitBill.rpt".
           02 FILLER PIC X(44) VALUE
               "INVOICEPOST   Invoice.rpt".
           02 FILLER PIC X(44) VALUE
               "LOCKBOXINTAKE Lockbox.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYMENTPOST   Unapplied.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYMENTPOST   Reversal.rpt".
           02 FILLER PIC X(44) VALUE
               "OPENITEMAGE   AgedTrial.rpt".
           02 FILLER PIC X(44) VALUE
               "OPENITEMAGE   AgedExcept.rpt".
           02 FILLER PIC X(44) VALUE
               "LESSON13      CustReport.rpt".
           02 FILLER PIC X(44) VALUE
               "LESSON13      CustExcept.rpt".
           02 FILLER PIC X(44) VALUE
               "LESSON13      Birthday.rpt".
           02 FILLER PIC X(44) VALUE
               "BROKENPROMISE BrokenProm.rpt".
           02 FILLER PIC X(44) VALUE
               "DUNNINGLETTERSDunning.rpt".
           02 FILLER PIC X(44) VALUE
               "DUNNINGLETTERSDunning.ltr".
           02 FILLER PIC X(44) VALUE
               "CREDITEXCEPT  CreditExcept.rpt".
           02 FILLER PIC X(44) VALUE
               "COLLECTQUEUE  CollQueue.rpt".
           02 FILLER PIC X(44) VALUE
               "DISPUTEAGING  DispAge.rpt".
           02 FILLER PIC X(44) VALUE
               "FINANCECHARGE FinChg.rpt".
           02 FILLER PIC X(44) VALUE
               "CUSTSTATEMENT CustStmt.rpt".
           02 FILLER PIC X(44) VALUE
               "AGINGTREND    AgingTrend.rpt".
           02 FILLER PIC X(44) VALUE
               "COLLPRODRPT   CollProd.rpt".
           02 FILLER PIC X(44) VALUE
               "CREDITBUREAU  BureauExc.rpt".
           02 FILLER PIC X(44) VALUE
               "GLPOST        GlPost.rpt".
           02 FILLER PIC X(44) VALUE
               "ARGLRECON     ArGlRecon.rpt".
           02 FILLER PIC X(44) VALUE
               "INTEGSWEEP    IntegSweep.rpt".
           02 FILLER PIC X(44) VALUE
               "SECREVIEW     SecReview.rpt".
           02 FILLER PIC X(44) VALUE
               "RPTPURGE      RptPurge.rpt".
           02 FILLER PIC X(44) VALUE
               "OPSSUMMARY    OpsSummary.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    PayRegister.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    PayExcept.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    TaxTable.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    CheckReg.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    PayStub.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    DeductReg.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    EmprTaxReg.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    TaxDeposit.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYROLLRUN    LaborDist.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   PayRegister.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   PayExcept.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   CheckReg.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   PayStub.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   DeductReg.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   EmprTaxReg.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   TaxDeposit.rpt".
           02 FILLER PIC X(44) VALUE
               "PAYOFFCYCLE   LaborDist.rpt".
       01 REPORTLIST REDEFINES REPORTLISTTABLE.
           02 RLENTRY OCCURS 54 TIMES.
               03 RLJOBSTEP PIC X(14).
               03 RLREPORTNAME PIC X(30).
       01 REPORTLISTCOUNT PIC 99 VALUE 54.
       01 CURRENTREPORTNAME PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 CALLERJOBSTEP PIC X(14).
       01 CALLEROPERATORID PIC X(08).
       01 CALLERREPORTNAME PIC X(30).

       PROCEDURE DIVISION USING CALLERJOBSTEP, CALLEROPERATORID,
           CALLERREPORTNAME.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       ACCEPT RUNTIMEOFDAY FROM TIME.
       MOVE ZERO TO ARCHIVEDCOUNT.
       IF CALLERREPORTNAME NOT = SPACES THEN
           MOVE CALLERREPORTNAME TO CURRENTREPORTNAME
           PERFORM ARCHIVEONEREPORT
       ELSE
           PERFORM CHECKONELISTENTRY VARYING RLIDX
               FROM 1 BY 1 UNTIL RLIDX > REPORTLISTCOUNT
       END-IF.
       GOBACK.

       CHECKONELISTENTRY.
           IF RLJOBSTEP (RLIDX) = CALLERJOBSTEP THEN
               MOVE RLREPORTNAME (RLIDX) TO CURRENTREPORTNAME
               PERFORM ARCHIVEONEREPORT
           END-IF.

       ARCHIVEONEREPORT.
           MOVE CURRENTREPORTNAME TO SOURCEREPORTNAME.
           OPEN INPUT SOURCEREPORT.
           PERFORM CHECKSOURCEREPORTSTATUS.
           IF FS-SOURCEREPORT = "05" THEN
               CLOSE SOURCEREPORT
           ELSE
               PERFORM COPYREPORTTOARCHIVE
               PERFORM WRITECATALOGENTRY
           END-IF.

       COPYREPORTTOARCHIVE.
           MOVE SPACES TO ARCHIVEFILENAME.
           STRING CURRENTREPORTNAME DELIMITED BY SPACE
               "." RUNDATE "." RUNHHMMSS ".arc"
               DELIMITED BY SIZE INTO ARCHIVEFILENAME.
           MOVE ZERO TO REPORTLINECOUNT, FORMFEEDCOUNT.
           MOVE "N" TO FIRSTLINEFEEDFLAG.
           READ SOURCEREPORT
               AT END SET WS-SOURCE-EOF TO TRUE
           END-READ.
           PERFORM CHECKSOURCEREPORTSTATUS.
           PERFORM COUNTONEREPORTLINE UNTIL WS-SOURCE-EOF.
           CLOSE SOURCEREPORT.
           CALL "CBL_COPY_FILE" USING SOURCEREPORTNAME, ARCHIVEFILENAME
               RETURNING COPYRESULT.
           IF COPYRESULT NOT = ZERO THEN
               DISPLAY "RPTARCHIVE: COPY OF " CURRENTREPORTNAME
                   " TO " ARCHIVEFILENAME " FAILED - RUN STOPPED"
               STOP RUN
           END-IF.
           MOVE FORMFEEDCOUNT TO REPORTPAGECOUNT.
           IF REPORTLINECOUNT > ZERO AND NOT FIRSTLINESTARTSPAGE THEN
               ADD 1 TO REPORTPAGECOUNT
           END-IF.

       COUNTONEREPORTLINE.
           ADD 1 TO REPORTLINECOUNT.
           IF SOURCEBUFFER (1:1) = X"0C" AND REPORTLINECOUNT = 1 THEN
               SET FIRSTLINESTARTSPAGE TO TRUE
           END-IF.
           INSPECT SOURCEBUFFER TALLYING FORMFEEDCOUNT FOR ALL X"0C".
           READ SOURCEREPORT
               AT END SET WS-SOURCE-EOF TO TRUE
           END-READ.
           PERFORM CHECKSOURCEREPORTSTATUS.

       WRITECATALOGENTRY.
           OPEN EXTEND CATALOGFILE.
           PERFORM CHECKCATALOGSTATUS.
           MOVE CURRENTREPORTNAME TO RCREPORTNAME.
           MOVE RUNDATE TO RCRUNDATE.
           MOVE RUNHHMMSS TO RCRUNTIME.
           MOVE CALLERJOBSTEP TO RCJOBSTEP.
           MOVE CALLEROPERATORID TO RCOPERATORID.
           MOVE REPORTPAGECOUNT TO RCPAGECOUNT.
           MOVE REPORTLINECOUNT TO RCLINECOUNT.
           MOVE ARCHIVEFILENAME TO RCARCHIVENAME.
           WRITE CATALOGRECORD.
           PERFORM CHECKCATALOGSTATUS.
           CLOSE CATALOGFILE.
           ADD 1 TO ARCHIVEDCOUNT.

       CHECKSOURCEREPORTSTATUS.
           IF FS-SOURCEREPORT NOT = "00" AND FS-SOURCEREPORT NOT = "05"
               AND FS-SOURCEREPORT NOT = "10" THEN
               MOVE "SOURCEREPORT" TO IOERRORFILE
               MOVE FS-SOURCEREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCATALOGSTATUS.
           IF FS-CATALOGFILE NOT = "00" AND FS-CATALOGFILE NOT = "05"
               THEN
               MOVE "CATALOGFILE" TO IOERRORFILE
               MOVE FS-CATALOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS
               " ARCHIVING " CURRENTREPORTNAME.
           CLOSE SOURCEREPORT, CATALOGFILE.
           STOP RUN.
