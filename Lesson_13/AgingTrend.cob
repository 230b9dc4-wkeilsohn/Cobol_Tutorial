           SELECT TRENDREPORTFILE ASSIGN TO "AgingTrend.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRENDREPORTFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD AGINGHISTFILE.
       FD TRENDREPORTFILE.
       01 TRENDLINE PIC X(110).

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
       01 FS-AGINGHISTFILE PIC XX VALUE "00".
       01 FS-TRENDREPORTFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 TRENDPERIODS PIC 99 VALUE 12.
       01 HISTORYTABLE.
           02 HISTENTRY OCCURS 500 TIMES.
           "NO AGING HISTORY ON FILE - NO DATA".

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       OPEN OUTPUT TRENDREPORTFILE.
       PERFORM CHECKTRENDREPORTSTATUS.
       WRITE TRENDLINE FROM TRENDHEADING.
           PERFORM PRINTREGIONSECTIONS
       END-IF.
       CLOSE TRENDREPORTFILE.
       PERFORM WRITEJOBSTATS.
       GOBACK.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "AGINGTREND" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE HISTFILECOUNT TO JSREAD.
           MOVE HISTENTRYCNT TO JSWRITTEN.
           MOVE ZERO TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       LOADHISTORYTABLE.
           PERFORM COUNTHISTORYRECORDS.
           IF HISTFILECOUNT > 500 THEN
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
           CLOSE AGINGHISTFILE, TRENDREPORTFILE.
