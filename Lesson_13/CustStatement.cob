           SELECT OPTIONAL CYCLEFILE ASSIGN TO "CycleSel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CYCLEFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       SD HISTORYWORK.
           88 WS-CYC-EOF VALUE HIGH-VALUE.
           02 CYCSELECTED PIC 9(01).

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
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
           02 PRNCYCLESTMTCOUNT PIC ZZ,ZZ9.
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 SORTEOFFLAG PIC X VALUE "N".
           88 SORTATEOF VALUE "Y".
       01 FIRSTSTMTFLAG PIC X VALUE "N".
       01 NOTONFILENAME PIC X(17) VALUE "** NOT ON FILE **".

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADCYCLESELECTION.
       INITIALIZE CYCLESTMTTABLE.
       OPEN INPUT CUSTOMERFILE.
       PERFORM PRINTONECYCLECOUNT VARYING CYCPRINTIDX
           FROM 1 BY 1 UNTIL CYCPRINTIDX > 10.
       CLOSE CUSTOMERFILE, STATEMENTFILE.
       PERFORM WRITEJOBSTATS.
       GOBACK.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "CUSTSTATEMENT" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE STATEMENTCOUNT TO JSREAD.
           MOVE STATEMENTCOUNT TO JSWRITTEN.
           MOVE ZERO TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       PRINTSTATEMENTS.
           RETURN HISTORYWORK
               AT END SET SORTATEOF TO TRUE
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
               " AT ID " PREVIOUSHISTID.
