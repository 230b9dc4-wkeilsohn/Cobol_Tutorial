       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPRINT.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGFILE ASSIGN TO "RptCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGFILE.
           SELECT OPTIONAL SECURITYLOGFILE ASSIGN TO "Security.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECURITYLOGFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGFILE.
       01 CATALOGRECORD.
           88 WS-CAT-EOF VALUE HIGH-VALUE.
           02 RCREPORTNAME PIC X(30).
           02 RCRUNDATE PIC 9(8).
           02 RCRUNTIME PIC 9(6).
           02 RCJOBSTEP PIC X(14).
           02 RCOPERATORID PIC X(08).
           02 RCPAGECOUNT PIC 9(5).
           02 RCLINECOUNT PIC 9(7).
           02 RCARCHIVENAME PIC X(50).

       FD SECURITYLOGFILE.
       01 SECURITYLOGRECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01 FS-CATALOGFILE PIC XX VALUE "00".
       01 FS-SECURITYLOGFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 ARCHIVEFILENAME PIC X(50) VALUE SPACES.
       01 REPRINTFILENAME PIC X(50) VALUE "Reprint.rpt".
       01 COPYRESULT PIC S9(9) COMP-5 VALUE ZERO.
       01 PAYROLLPRIVLEVEL PIC 9 VALUE 3.
       01 TODAYDATE PIC 9(8) VALUE ZERO.
       01 LOGDATE PIC 9(8) VALUE ZERO.
       01 LOGTIME.
           02 LOGHOUR PIC 99.
           02 LOGMINUTE PIC 99.
           02 LOGSECOND PIC 99.
           02 LOGHUNDREDTH PIC 99.
       01 SECURITYLOGLINE PIC X(60) VALUE SPACES.
       01 SELECTREPORTNAME PIC X(30) VALUE SPACES.
       01 SELECTFROMDATE PIC 9(8) VALUE ZERO.
       01 SELECTTODATE PIC 9(8) VALUE ZERO.
       01 SELECTEDNUMBER PIC 9(3) VALUE ZERO.
       01 HIDDENCOUNT PIC 9(5) VALUE ZERO.
       01 LISTTABLE.
           02 LISTENTRY OCCURS 200 TIMES.
               03 LTREPORTNAME PIC X(30).
               03 LTRUNDATE PIC 9(8).
               03 LTRUNTIME PIC 9(6).
               03 LTJOBSTEP PIC X(14).
               03 LTOPERATORID PIC X(08).
               03 LTPAGECOUNT PIC 9(5).
               03 LTLINECOUNT PIC 9(7).
               03 LTARCHIVENAME PIC X(50).
       01 LISTENTRYCNT PIC 9(3) VALUE ZERO.
       01 LISTIDX PIC 9(3) VALUE ZERO.
       01 LISTFULLFLAG PIC X VALUE "N".
           88 LISTISFULL VALUE "Y".
       01 LISTHEADING.
           02 FILLER PIC X(40) VALUE
               " NO. REPORT                         RUN_".
           02 FILLER PIC X(40) VALUE
               "DATE RUN_TIME STEP           OPERATOR  P".
           02 FILLER PIC X(12) VALUE
               "AGES   LINES".
       01 LISTDETAIL.
           02 PRNLISTNUMBER PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNREPORTNAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNRUNDATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PRNRUNTIME PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNJOBSTEP PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PRNOPERATORID PIC X(08).
           02 FILLER PIC X VALUE SPACE.
           02 PRNPAGECOUNT PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNLINECOUNT PIC ZZZZZZ9.
       LINKAGE SECTION.
       01 CALLEROPERATORID PIC X(08).
       01 CALLERAUTHLEVEL PIC 9.

       PROCEDURE DIVISION USING CALLEROPERATORID, CALLERAUTHLEVEL.
       ACCEPT TODAYDATE FROM DATE YYYYMMDD.
       PERFORM ASKSELECTION.
       PERFORM LOADCATALOGLIST.
       IF LISTENTRYCNT = ZERO THEN
           DISPLAY "NO ARCHIVED REPORTS MATCH THE SELECTION"
       ELSE
           PERFORM DISPLAYCATALOGLIST
           PERFORM ASKENTRYNUMBER
           PERFORM REPRINTONEENTRY UNTIL SELECTEDNUMBER = ZERO
       END-IF.
       GOBACK.

       ASKSELECTION.
           DISPLAY "ENTER REPORT NAME (BLANK FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT SELECTREPORTNAME.
           DISPLAY "ENTER FROM DATE YYYYMMDD (0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT SELECTFROMDATE.
           IF SELECTFROMDATE = ZERO THEN
               MOVE TODAYDATE TO SELECTFROMDATE
           END-IF.
           DISPLAY "ENTER TO DATE YYYYMMDD (0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT SELECTTODATE.
           IF SELECTTODATE = ZERO THEN
               MOVE TODAYDATE TO SELECTTODATE
           END-IF.

       LOADCATALOGLIST.
           MOVE ZERO TO LISTENTRYCNT, HIDDENCOUNT.
           MOVE "N" TO LISTFULLFLAG.
           OPEN INPUT CATALOGFILE.
           PERFORM CHECKCATALOGSTATUS.
           READ CATALOGFILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.
           PERFORM LOADONECATALOGENTRY UNTIL WS-CAT-EOF.
           CLOSE CATALOGFILE.
           IF LISTISFULL THEN
               DISPLAY "ONLY THE FIRST 200 MATCHING REPORTS ARE LISTED"
                   " - NARROW THE DATE RANGE"
           END-IF.
           IF HIDDENCOUNT > ZERO THEN
               DISPLAY HIDDENCOUNT " PAYROLL REPORTS NOT LISTED - "
                   "AUTHORITY LEVEL " PAYROLLPRIVLEVEL " REQUIRED"
           END-IF.

       LOADONECATALOGENTRY.
           IF (SELECTREPORTNAME = SPACES
               OR SELECTREPORTNAME = RCREPORTNAME)
               AND RCRUNDATE NOT < SELECTFROMDATE
               AND RCRUNDATE NOT > SELECTTODATE THEN
               IF (RCJOBSTEP = "PAYROLLRUN"
                   OR RCJOBSTEP = "PAYOFFCYCLE")
                   AND CALLERAUTHLEVEL < PAYROLLPRIVLEVEL THEN
                   ADD 1 TO HIDDENCOUNT
               ELSE
                   IF LISTENTRYCNT < 200 THEN
                       ADD 1 TO LISTENTRYCNT
                       MOVE CATALOGRECORD TO LISTENTRY (LISTENTRYCNT)
                   ELSE
                       SET LISTISFULL TO TRUE
                   END-IF
               END-IF
           END-IF.
           READ CATALOGFILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.

       DISPLAYCATALOGLIST.
           DISPLAY LISTHEADING.
           PERFORM DISPLAYONELISTENTRY VARYING LISTIDX
               FROM 1 BY 1 UNTIL LISTIDX > LISTENTRYCNT.

       DISPLAYONELISTENTRY.
           MOVE LISTIDX TO PRNLISTNUMBER.
           MOVE LTREPORTNAME (LISTIDX) TO PRNREPORTNAME.
           MOVE LTRUNDATE (LISTIDX) TO PRNRUNDATE.
           MOVE LTRUNTIME (LISTIDX) TO PRNRUNTIME.
           MOVE LTJOBSTEP (LISTIDX) TO PRNJOBSTEP.
           MOVE LTOPERATORID (LISTIDX) TO PRNOPERATORID.
           MOVE LTPAGECOUNT (LISTIDX) TO PRNPAGECOUNT.
           MOVE LTLINECOUNT (LISTIDX) TO PRNLINECOUNT.
           DISPLAY LISTDETAIL.

       ASKENTRYNUMBER.
           DISPLAY "ENTER ENTRY NUMBER TO REPRINT (0 TO EXIT): "
               WITH NO ADVANCING.
           ACCEPT SELECTEDNUMBER.

       REPRINTONEENTRY.
           IF SELECTEDNUMBER > LISTENTRYCNT THEN
               DISPLAY "NO ENTRY NUMBER " SELECTEDNUMBER " IN THE LIST"
           ELSE
               PERFORM COPYARCHIVETOREPRINT
           END-IF.
           PERFORM ASKENTRYNUMBER.

       COPYARCHIVETOREPRINT.
           MOVE LTARCHIVENAME (SELECTEDNUMBER) TO ARCHIVEFILENAME.
           CALL "CBL_COPY_FILE" USING ARCHIVEFILENAME, REPRINTFILENAME
               RETURNING COPYRESULT.
           IF COPYRESULT NOT = ZERO THEN
               DISPLAY "ARCHIVE " ARCHIVEFILENAME " IS NO LONGER ON "
                   "DISK"
           ELSE
               DISPLAY LTREPORTNAME (SELECTEDNUMBER) " RUN OF "
                   LTRUNDATE (SELECTEDNUMBER) " "
                   LTRUNTIME (SELECTEDNUMBER) " COPIED TO "
                   "Reprint.rpt - " LTPAGECOUNT (SELECTEDNUMBER)
                   " PAGES"
               MOVE SPACES TO SECURITYLOGLINE
               STRING "REPRINT BY " CALLEROPERATORID " "
                   LTREPORTNAME (SELECTEDNUMBER)
                   DELIMITED BY SIZE INTO SECURITYLOGLINE
               PERFORM WRITESECURITYLOG
           END-IF.

       WRITESECURITYLOG.
           ACCEPT LOGDATE FROM DATE YYYYMMDD.
           ACCEPT LOGTIME FROM TIME.
           OPEN EXTEND SECURITYLOGFILE.
           PERFORM CHECKSECURITYLOGSTATUS.
           MOVE SPACES TO SECURITYLOGRECORD.
           STRING LOGDATE " " LOGHOUR ":" LOGMINUTE ":" LOGSECOND
               " " SECURITYLOGLINE
               DELIMITED BY SIZE INTO SECURITYLOGRECORD.
           WRITE SECURITYLOGRECORD.
           PERFORM CHECKSECURITYLOGSTATUS.
           CLOSE SECURITYLOGFILE.

       CHECKCATALOGSTATUS.
           IF FS-CATALOGFILE NOT = "00" AND FS-CATALOGFILE NOT = "05"
               AND FS-CATALOGFILE NOT = "10" THEN
               MOVE "CATALOGFILE" TO IOERRORFILE
               MOVE FS-CATALOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSECURITYLOGSTATUS.
           IF FS-SECURITYLOGFILE NOT = "00"
               AND FS-SECURITYLOGFILE NOT = "05" THEN
               MOVE "SECURITYLOG" TO IOERRORFILE
               MOVE FS-SECURITYLOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE CATALOGFILE.
           STOP RUN.
