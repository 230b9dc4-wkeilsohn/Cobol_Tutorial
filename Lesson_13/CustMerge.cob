           SELECT OPTIONAL JOURNALFILE ASSIGN TO "CustJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNALFILE.
           SELECT OPTIONAL MERGEXREFFILE ASSIGN TO "CustMergeXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MERGEXREFFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL STUDXREFFILE ASSIGN TO "StudCustXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDXREFFILE.
           SELECT STUDXREFCOPYFILE ASSIGN TO "MergeXref.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDXREFCOPYFILE.
           SELECT MERGEREPORTFILE ASSIGN TO "Merge.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MERGEREPORTFILE.
           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERFILE.
           02 JRNLBEFOREIMAGE PIC X(120).
           02 JRNLAFTERIMAGE PIC X(120).

       FD MERGEXREFFILE.
       01 MERGEXREFRECORD.
           02 MXVICTIMID PIC 9(5).
           02 MXSURVIVORID PIC 9(5).
           02 MXMERGEDATE PIC 9(8).

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

       FD STUDXREFFILE.
       01 STUDXREFRECORD.
           88 WS-SXREF-EOF VALUE HIGH-VALUE.
           02 XRSMIDNUM PIC 9(7).
           02 XRIDNUM PIC 9(5).
           02 XRCREATEDDATE PIC 9(8).

       FD STUDXREFCOPYFILE.
       01 STUDXREFCOPYRECORD.
           88 WS-SXCOPY-EOF VALUE HIGH-VALUE.
           02 XCSMIDNUM PIC 9(7).
           02 XCIDNUM PIC 9(5).
           02 XCCREATEDDATE PIC 9(8).

       FD MERGEREPORTFILE.
       01 MERGEREPORTLINE PIC X(80).

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
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-HISTORYCOPYFILE PIC XX VALUE "00".
       01 FS-JOURNALFILE PIC XX VALUE "00".
       01 FS-MERGEXREFFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-STUDXREFFILE PIC XX VALUE "00".
       01 FS-STUDXREFCOPYFILE PIC XX VALUE "00".
       01 FS-MERGEREPORTFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
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
       01 FOUNDBOTHFLAG PIC X VALUE "N".
           88 BOTHONFILE VALUE "Y".
       01 MOVEDHISTCOUNT PIC 9(5) VALUE ZERO.
       01 MOVEDITEMCOUNT PIC 9(5) VALUE ZERO.
       01 MOVEDXREFCOUNT PIC 9(5) VALUE ZERO.
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
       01 SAVEDOIKEY PIC X(23) VALUE SPACES.
       01 MERGEDCOUNT PIC 9(5) VALUE ZERO.
       01 REJECTEDCOUNT PIC 9(5) VALUE ZERO.
       01 MERGEDBALANCE PIC S9(9)V99 VALUE ZERO.
       01 MERGEGLAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANEOFFLAG PIC X VALUE "N".
           02 FILLER PIC X VALUE SPACE.
           02 PRNVICTIMID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNMERGEREASON PIC X(38).
       01 MERGETOTALLINE.
           02 FILLER PIC X(18) VALUE "MERGES COMPLETED: ".
           02 PRNMERGEDCOUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "CUSTMERGE: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       OPEN OUTPUT MERGEREPORTFILE.
       PERFORM CHECKMERGEREPORTSTATUS.
       WRITE MERGEREPORTLINE FROM MERGEHEADING.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN EXTEND JOURNALFILE.
       PERFORM CHECKJOURNALSTATUS.
       OPEN EXTEND MERGEXREFFILE.
       PERFORM CHECKMERGEXREFSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       PERFORM MERGEONEPAIR UNTIL ANOTHERANSWER NOT = "Y".
       PERFORM WRITECONTROLTOTALS.
       PERFORM WRITEGLACTIVITY.
       CLOSE CUSTOMERFILE, JOURNALFILE, MERGEXREFFILE, OPENITEMFILE.
       MOVE MERGEDCOUNT TO PRNMERGEDCOUNT.
       MOVE REJECTEDCOUNT TO PRNREJECTEDCOUNT.
       WRITE MERGEREPORTLINE FROM MERGETOTALLINE
       CLOSE MERGEREPORTFILE.
       GOBACK.

       WRITEGLACTIVITY.
           IF MERGEDBALANCE NOT = ZERO THEN
               IF MERGEDBALANCE < ZERO THEN
                   COMPUTE MERGEGLAMOUNT = ZERO - MERGEDBALANCE
               ELSE
                   MOVE MERGEDBALANCE TO MERGEGLAMOUNT
               END-IF
               OPEN EXTEND GLWORKFILE
               PERFORM CHECKGLWORKSTATUS
               MOVE POSTINGDATE TO GLWDATE
               MOVE "CUSTMERGE" TO GLWSOURCE
               MOVE "1200" TO GLWACCOUNT
               MOVE "AR MERGE - SURVIVOR" TO GLWDESC
               MOVE MERGEGLAMOUNT TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               MOVE "AR MERGE - VICTIM" TO GLWDESC
               MOVE ZERO TO GLWDEBIT
               MOVE MERGEGLAMOUNT TO GLWCREDIT
               WRITE GLWORKRECORD
               PERFORM CHECKGLWORKSTATUS
               CLOSE GLWORKFILE
           END-IF.

       MERGEONEPAIR.
           DISPLAY "ENTER SURVIVING CUSTOMER ID: " WITH NO ADVANCING.
           ACCEPT SURVIVORID.
           MOVE CUSTOMERDATA TO JRNLAFTERIMAGE.
           PERFORM WRITEJOURNAL.
           PERFORM MOVEVICTIMHISTORY.
           PERFORM MOVEVICTIMOPENITEMS.
           PERFORM MOVEVICTIMSTUDXREF.
           MOVE VICTIMID TO IDNUM.
           DELETE CUSTOMERFILE
               INVALID KEY
                   MOVE VICTIMIMAGE TO JRNLBEFOREIMAGE
                   MOVE SPACES TO JRNLAFTERIMAGE
                   PERFORM WRITEJOURNAL
                   MOVE VICTIMID TO MXVICTIMID
                   MOVE SURVIVORID TO MXSURVIVORID
                   MOVE RUNDATE TO MXMERGEDATE
                   WRITE MERGEXREFRECORD
                   PERFORM CHECKMERGEXREFSTATUS
                   ADD 1 TO MERGEDCOUNT
                   ADD VIACCTBALANCE TO MERGEDBALANCE
                   MOVE "MERGED:   " TO PRNMERGERESULT
                   MOVE SPACES TO PRNMERGEREASON
                   STRING "MOVED HIST " MOVEDHISTCOUNT
                       " ITEMS " MOVEDITEMCOUNT
                       " XREF " MOVEDXREFCOUNT
                       DELIMITED BY SIZE INTO PRNMERGEREASON
                   MOVE SURVIVORID TO PRNSURVIVORID
                   MOVE VICTIMID TO PRNVICTIMID
               AT END SET WS-COPY-EOF TO TRUE
           END-READ.

       MOVEVICTIMOPENITEMS.
           MOVE ZERO TO MOVEDITEMCOUNT.
           MOVE "N" TO OISCANFLAG.
           MOVE VICTIMID TO OIIDNUM.
           MOVE ZERO TO OIDUEDATE.
           MOVE LOW-VALUES TO OIINVNUMBER.
           START OPENITEMFILE KEY IS NOT LESS THAN OIKEY
               INVALID KEY SET OISCANDONE TO TRUE
           END-START.
           IF NOT OISCANDONE THEN
               PERFORM READNEXTOPENITEM
           END-IF.
           PERFORM MOVEONEOPENITEM UNTIL OISCANDONE.

       READNEXTOPENITEM.
           READ OPENITEMFILE NEXT RECORD
               AT END SET OISCANDONE TO TRUE
           END-READ.
           IF NOT OISCANDONE AND OIIDNUM NOT = VICTIMID THEN
               SET OISCANDONE TO TRUE
           END-IF.

       MOVEONEOPENITEM.
           MOVE OIKEY TO SAVEDOIKEY.
           MOVE SURVIVORID TO OIIDNUM.
           WRITE OPENITEMRECORD
               INVALID KEY
                   MOVE "WARNING:  " TO PRNMERGERESULT
                   MOVE SURVIVORID TO PRNSURVIVORID
                   MOVE VICTIMID TO PRNVICTIMID
                   MOVE SPACES TO PRNMERGEREASON
                   STRING "OPEN ITEM ON BOTH IDS " OIINVNUMBER
                       DELIMITED BY SIZE INTO PRNMERGEREASON
                   WRITE MERGEREPORTLINE FROM MERGEDETAILLINE
                       AFTER ADVANCING 1 LINE
                   PERFORM CHECKMERGEREPORTSTATUS
               NOT INVALID KEY
                   MOVE SAVEDOIKEY TO OIKEY
                   DELETE OPENITEMFILE
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-DELETE
                   ADD 1 TO MOVEDITEMCOUNT
           END-WRITE.
           MOVE SAVEDOIKEY TO OIKEY.
           START OPENITEMFILE KEY IS GREATER THAN OIKEY
               INVALID KEY SET OISCANDONE TO TRUE
           END-START.
           IF NOT OISCANDONE THEN
               PERFORM READNEXTOPENITEM
           END-IF.

       MOVEVICTIMSTUDXREF.
           MOVE ZERO TO MOVEDXREFCOUNT.
           OPEN INPUT STUDXREFFILE.
           PERFORM CHECKSTUDXREFSTATUS.
           OPEN OUTPUT STUDXREFCOPYFILE.
           PERFORM CHECKSTUDXREFCOPYSTATUS.
           READ STUDXREFFILE
               AT END SET WS-SXREF-EOF TO TRUE
           END-READ.
           PERFORM COPYONEXREFOUT UNTIL WS-SXREF-EOF.
           CLOSE STUDXREFFILE, STUDXREFCOPYFILE.
           IF MOVEDXREFCOUNT > ZERO THEN
               OPEN INPUT STUDXREFCOPYFILE
               PERFORM CHECKSTUDXREFCOPYSTATUS
               OPEN OUTPUT STUDXREFFILE
               PERFORM CHECKSTUDXREFSTATUS
               READ STUDXREFCOPYFILE
                   AT END SET WS-SXCOPY-EOF TO TRUE
               END-READ
               PERFORM COPYONEXREFBACK UNTIL WS-SXCOPY-EOF
               CLOSE STUDXREFFILE, STUDXREFCOPYFILE
           END-IF.

       COPYONEXREFOUT.
           MOVE STUDXREFRECORD TO STUDXREFCOPYRECORD.
           IF XCIDNUM = VICTIMID THEN
               MOVE SURVIVORID TO XCIDNUM
               ADD 1 TO MOVEDXREFCOUNT
           END-IF.
           WRITE STUDXREFCOPYRECORD.
           PERFORM CHECKSTUDXREFCOPYSTATUS.
           READ STUDXREFFILE
               AT END SET WS-SXREF-EOF TO TRUE
           END-READ.

       COPYONEXREFBACK.
           MOVE STUDXREFCOPYRECORD TO STUDXREFRECORD.
           WRITE STUDXREFRECORD.
           PERFORM CHECKSTUDXREFSTATUS.
           READ STUDXREFCOPYFILE
               AT END SET WS-SXCOPY-EOF TO TRUE
           END-READ.

       REJECTONEMERGE.
           ADD 1 TO REJECTEDCOUNT.
           MOVE "REJECTED: " TO PRNMERGERESULT.
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKMERGEXREFSTATUS.
           IF FS-MERGEXREFFILE NOT = "00"
               AND FS-MERGEXREFFILE NOT = "05" THEN
               MOVE "MERGEXREFFILE" TO IOERRORFILE
               MOVE FS-MERGEXREFFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00"
               AND FS-OPENITEMFILE NOT = "05" THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDXREFSTATUS.
           IF FS-STUDXREFFILE NOT = "00" AND FS-STUDXREFFILE NOT = "05"
               AND FS-STUDXREFFILE NOT = "10" THEN
               MOVE "STUDXREFFILE" TO IOERRORFILE
               MOVE FS-STUDXREFFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDXREFCOPYSTATUS.
           IF FS-STUDXREFCOPYFILE NOT = "00"
               AND FS-STUDXREFCOPYFILE NOT = "10" THEN
               MOVE "STUDXREFCOPY" TO IOERRORFILE
               MOVE FS-STUDXREFCOPYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKMERGEREPORTSTATUS.
           IF FS-MERGEREPORTFILE NOT = "00" THEN
               MOVE "MERGEREPORTFILE" TO IOERRORFILE
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE CUSTOMERFILE, MERGEREPORTFILE, JOURNALFILE,
               MERGEXREFFILE, OPENITEMFILE.
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
