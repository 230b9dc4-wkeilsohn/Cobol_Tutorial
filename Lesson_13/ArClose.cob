       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCLOSE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
           SELECT OPTIONAL RUNCONTROLFILE ASSIGN TO "RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCONTROLFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
           SELECT CLOSEREPORTFILE ASSIGN TO "MonthClose.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLOSEREPORTFILE.
       DATA DIVISION.
       FILE SECTION.
       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       FD RUNCONTROLFILE.
       01 RUNCONTROLRECORD.
           88 WS-RC-EOF VALUE HIGH-VALUE.
           02 RCDATE PIC 9(8).
           02 FILLER PIC X.
           02 RCTIME PIC 9(6).
           02 FILLER PIC X.
           02 RCSTEPNUM PIC 99.
           02 FILLER PIC X.
           02 RCSTEPNAME PIC X(14).
           02 FILLER PIC X.
           02 RCSTATUS PIC X(8).

       FD JOBSTATSFILE.
       01 JOBSTATSRECORD.
           88 WS-JS-EOF VALUE HIGH-VALUE.
           02 JSJOBNAME PIC X(14).
           02 JSDATE PIC 9(8).
           02 JSTIME PIC 9(6).
           02 JSREAD PIC 9(7).
           02 JSWRITTEN PIC 9(7).
           02 JSREJECTED PIC 9(7).
           02 JSAMOUNT PIC S9(11)V99.
           02 JSSTATUS PIC X(8).

       FD CLOSEREPORTFILE.
       01 CLOSEREPORTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 FS-RUNCONTROLFILE PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 FS-CLOSEREPORTFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 CLOSESTEPLIST.
           02 FILLER PIC X(14) VALUE "FINANCECHARGE".
           02 FILLER PIC X(14) VALUE "CUSTSTATEMENT".
           02 FILLER PIC X(14) VALUE "AGINGTREND".
           02 FILLER PIC X(14) VALUE "GLPOST".
       01 CLOSESTEPNAMES REDEFINES CLOSESTEPLIST.
           02 CLOSESTEPNAME PIC X(14) OCCURS 4 TIMES.
       01 CLOSESTEPCOUNT PIC 9 VALUE 4.
       01 GLPOSTSTEPIDX PIC 9 VALUE 4.
       01 CLOSESTEPTABLE.
           02 CLOSESTEPENTRY OCCURS 4 TIMES.
               03 CSRCSTATUS PIC X(8).
               03 CSRCSTAMP PIC 9(14).
               03 CSJSSTATUS PIC X(8).
               03 CSJSSTAMP PIC 9(14).
               03 CSRESULT PIC X(8).
       01 STEPIDX PIC 9 VALUE ZERO.
       01 STEPFOUNDIDX PIC 9 VALUE ZERO.
       01 SEARCHSTEPNAME PIC X(14) VALUE SPACES.
       01 SCANSTAMP PIC 9(14) VALUE ZERO.
       01 LATESTSTEPSTAMP PIC 9(14) VALUE ZERO.
       01 FAILEDCHECKCOUNT PIC 9(3) VALUE ZERO.
       01 RCSCANCOUNT PIC 9(7) VALUE ZERO.
       01 JSSCANCOUNT PIC 9(7) VALUE ZERO.
       01 CLOSEDMONTH PIC 9(6) VALUE ZERO.
       01 NEXTYEARNUM PIC 9(4) VALUE ZERO.
       01 NEXTMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 PERIODCLOSEDFLAG PIC X VALUE "N".
           88 PERIODWASCLOSED VALUE "Y".
       01 CLOSEHEADING PIC X(32) VALUE
           "AR MONTH-END CLOSE CHECKLIST".
       01 CLOSEPERIODLINE.
           02 FILLER PIC X(11) VALUE "AR PERIOD: ".
           02 PRNPERMONTH PIC 9(6).
           02 FILLER PIC X(7) VALUE "  FROM ".
           02 PRNPERSTARTDATE PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PRNPERENDDATE PIC 9(8).
           02 FILLER PIC X(12) VALUE "  RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 CLOSEHEADS.
           02 FILLER PIC X(16) VALUE "STEP".
           02 FILLER PIC X(10) VALUE "RUNCTL".
           02 FILLER PIC X(16) VALUE "LAST COMPLETED".
           02 FILLER PIC X(10) VALUE "JOBSTATS".
           02 FILLER PIC X(16) VALUE "LAST REPORTED".
           02 FILLER PIC X(8) VALUE "RESULT".
       01 CLOSEDETAILLINE.
           02 PRNSTEPNAME PIC X(14).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRCSTATUS PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRCSTAMP PIC 9(8)B9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNJSSTATUS PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNJSSTAMP PIC 9(8)B9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNRESULT PIC X(8).
       01 CLOSECHECKLINE.
           02 PRNCHECKTEXT PIC X(40).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCHECKRESULT PIC X(8).
       01 CLOSEDLINE.
           02 FILLER PIC X(10) VALUE "AR PERIOD ".
           02 PRNCLOSEDMONTH PIC 9(6).
           02 FILLER PIC X(27) VALUE " CLOSED - NEXT PERIOD OPEN ".
           02 PRNNEXTMONTH PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNNEXTSTARTDATE PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PRNNEXTENDDATE PIC 9(8).
       01 NOTCLOSEDLINE.
           02 FILLER PIC X(10) VALUE "AR PERIOD ".
           02 PRNNOTCLOSEDMONTH PIC 9(6).
           02 FILLER PIC X(29) VALUE " NOT CLOSED - CHECKS FAILED: ".
           02 PRNFAILEDCOUNT PIC ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       INITIALIZE CLOSESTEPTABLE.
       PERFORM SCANRUNCONTROL.
       PERFORM SCANJOBSTATS.
       OPEN OUTPUT CLOSEREPORTFILE.
       PERFORM CHECKCLOSEREPORTSTATUS.
       WRITE CLOSEREPORTLINE FROM CLOSEHEADING.
       PERFORM CHECKCLOSEREPORTSTATUS.
       MOVE PERMONTH TO PRNPERMONTH.
       MOVE PERSTARTDATE TO PRNPERSTARTDATE.
       MOVE PERENDDATE TO PRNPERENDDATE.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE CLOSEREPORTLINE FROM CLOSEPERIODLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKCLOSEREPORTSTATUS.
       WRITE CLOSEREPORTLINE FROM CLOSEHEADS AFTER ADVANCING 2 LINES.
       PERFORM CHECKCLOSEREPORTSTATUS.
       PERFORM PRINTONECLOSESTEP VARYING STEPIDX
           FROM 1 BY 1 UNTIL STEPIDX > CLOSESTEPCOUNT.
       PERFORM CHECKGLPOSTSEQUENCE.
       PERFORM CHECKPERIODENDED.
       IF FAILEDCHECKCOUNT = ZERO THEN
           PERFORM OPENNEXTPERIOD
       ELSE
           MOVE PERMONTH TO PRNNOTCLOSEDMONTH
           MOVE FAILEDCHECKCOUNT TO PRNFAILEDCOUNT
           WRITE CLOSEREPORTLINE FROM NOTCLOSEDLINE
               AFTER ADVANCING 2 LINES
           PERFORM CHECKCLOSEREPORTSTATUS
           DISPLAY "ARCLOSE: AR PERIOD " PERMONTH
               " NOT CLOSED - SEE MonthClose.rpt"
       END-IF.
       CLOSE CLOSEREPORTFILE.
       PERFORM WRITEJOBSTATS.
       GOBACK.

       LOADARPERIOD.
           OPEN INPUT ARPERIODFILE.
           PERFORM CHECKARPERIODSTATUS.
           READ ARPERIODFILE
               AT END SET WS-PER-EOF TO TRUE
           END-READ.
           PERFORM CHECKARPERIODSTATUS.
           IF WS-PER-EOF THEN
               MOVE ZERO TO ARPERIODRECORD
               MOVE RUNDATE (1:6) TO PERMONTH
               MOVE RUNDATE TO PERSTARTDATE
               MOVE "01" TO PERSTARTDATE (7:2)
               MOVE RUNDATE (1:4) TO NEXTYEARNUM
               MOVE RUNDATE (5:2) TO NEXTMONTHNUM
               PERFORM SETDAYSINMONTH
               MOVE RUNDATE TO PERENDDATE
               MOVE DAYSINMONTH TO PERENDDATE (7:2)
           END-IF.
           CLOSE ARPERIODFILE.

       SCANRUNCONTROL.
           OPEN INPUT RUNCONTROLFILE.
           PERFORM CHECKRUNCONTROLSTATUS.
           READ RUNCONTROLFILE
               AT END SET WS-RC-EOF TO TRUE
           END-READ.
           PERFORM CHECKRUNCONTROLSTATUS.
           PERFORM SCANONERUNCONTROL UNTIL WS-RC-EOF.
           CLOSE RUNCONTROLFILE.

       SCANONERUNCONTROL.
           ADD 1 TO RCSCANCOUNT.
           IF RCDATE NOT < PERSTARTDATE
               AND (RCSTATUS = "START" OR RCSTATUS = "ENDOK") THEN
               MOVE RCSTEPNAME TO SEARCHSTEPNAME
               PERFORM FINDCLOSESTEP
               IF STEPFOUNDIDX > ZERO THEN
                   MOVE RCSTATUS TO CSRCSTATUS (STEPFOUNDIDX)
                   IF RCSTATUS = "ENDOK" THEN
                       COMPUTE CSRCSTAMP (STEPFOUNDIDX)
                           = RCDATE * 1000000 + RCTIME
                   END-IF
               END-IF
           END-IF.
           READ RUNCONTROLFILE
               AT END SET WS-RC-EOF TO TRUE
           END-READ.
           PERFORM CHECKRUNCONTROLSTATUS.

       SCANJOBSTATS.
           OPEN INPUT JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           READ JOBSTATSFILE
               AT END SET WS-JS-EOF TO TRUE
           END-READ.
           PERFORM CHECKJOBSTATSSTATUS.
           PERFORM SCANONEJOBSTATS UNTIL WS-JS-EOF.
           CLOSE JOBSTATSFILE.

       SCANONEJOBSTATS.
           ADD 1 TO JSSCANCOUNT.
           IF JSDATE NOT < PERSTARTDATE THEN
               MOVE JSJOBNAME TO SEARCHSTEPNAME
               PERFORM FINDCLOSESTEP
               IF STEPFOUNDIDX > ZERO THEN
                   COMPUTE SCANSTAMP = JSDATE * 1000000 + JSTIME
                   IF SCANSTAMP NOT < CSJSSTAMP (STEPFOUNDIDX) THEN
                       MOVE SCANSTAMP TO CSJSSTAMP (STEPFOUNDIDX)
                       MOVE JSSTATUS TO CSJSSTATUS (STEPFOUNDIDX)
                   END-IF
               END-IF
           END-IF.
           READ JOBSTATSFILE
               AT END SET WS-JS-EOF TO TRUE
           END-READ.
           PERFORM CHECKJOBSTATSSTATUS.

       FINDCLOSESTEP.
           MOVE ZERO TO STEPFOUNDIDX.
           PERFORM CHECKONECLOSESTEP VARYING STEPIDX
               FROM 1 BY 1 UNTIL STEPIDX > CLOSESTEPCOUNT
               OR STEPFOUNDIDX > ZERO.

       CHECKONECLOSESTEP.
           IF CLOSESTEPNAME (STEPIDX) = SEARCHSTEPNAME THEN
               MOVE STEPIDX TO STEPFOUNDIDX
           END-IF.

       PRINTONECLOSESTEP.
           IF CSRCSTATUS (STEPIDX) = "ENDOK"
               AND CSJSSTATUS (STEPIDX) = "ENDOK" THEN
               MOVE "OK" TO CSRESULT (STEPIDX)
           ELSE
               MOVE "NOT DONE" TO CSRESULT (STEPIDX)
               ADD 1 TO FAILEDCHECKCOUNT
           END-IF.
           IF CSRCSTATUS (STEPIDX) = SPACES THEN
               MOVE "NONE" TO CSRCSTATUS (STEPIDX)
           END-IF.
           IF CSJSSTATUS (STEPIDX) = SPACES THEN
               MOVE "NONE" TO CSJSSTATUS (STEPIDX)
           END-IF.
           MOVE CLOSESTEPNAME (STEPIDX) TO PRNSTEPNAME.
           MOVE CSRCSTATUS (STEPIDX) TO PRNRCSTATUS.
           MOVE CSRCSTAMP (STEPIDX) TO PRNRCSTAMP.
           MOVE CSJSSTATUS (STEPIDX) TO PRNJSSTATUS.
           MOVE CSJSSTAMP (STEPIDX) TO PRNJSSTAMP.
           MOVE CSRESULT (STEPIDX) TO PRNRESULT.
           WRITE CLOSEREPORTLINE FROM CLOSEDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKCLOSEREPORTSTATUS.

       CHECKGLPOSTSEQUENCE.
           MOVE ZERO TO LATESTSTEPSTAMP.
           PERFORM FINDLATESTSTEPSTAMP VARYING STEPIDX
               FROM 1 BY 1 UNTIL STEPIDX > CLOSESTEPCOUNT.
           MOVE "GLPOST AFTER MONTH-END STEPS" TO PRNCHECKTEXT.
           IF CSRCSTAMP (GLPOSTSTEPIDX) NOT < LATESTSTEPSTAMP
               AND CSRCSTAMP (GLPOSTSTEPIDX) > ZERO THEN
               MOVE "OK" TO PRNCHECKRESULT
           ELSE
               MOVE "NOT DONE" TO PRNCHECKRESULT
               ADD 1 TO FAILEDCHECKCOUNT
           END-IF.
           WRITE CLOSEREPORTLINE FROM CLOSECHECKLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKCLOSEREPORTSTATUS.

       FINDLATESTSTEPSTAMP.
           IF STEPIDX NOT = GLPOSTSTEPIDX
               AND CSRCSTAMP (STEPIDX) > LATESTSTEPSTAMP THEN
               MOVE CSRCSTAMP (STEPIDX) TO LATESTSTEPSTAMP
           END-IF.

       CHECKPERIODENDED.
           MOVE "RUN DATE ON OR AFTER PERIOD END" TO PRNCHECKTEXT.
           IF RUNDATE NOT < PERENDDATE THEN
               MOVE "OK" TO PRNCHECKRESULT
           ELSE
               MOVE "NOT DONE" TO PRNCHECKRESULT
               ADD 1 TO FAILEDCHECKCOUNT
           END-IF.
           WRITE CLOSEREPORTLINE FROM CLOSECHECKLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKCLOSEREPORTSTATUS.

       OPENNEXTPERIOD.
           MOVE PERMONTH TO CLOSEDMONTH.
           MOVE PERMONTH (1:4) TO NEXTYEARNUM.
           MOVE PERMONTH (5:2) TO NEXTMONTHNUM.
           IF NEXTMONTHNUM = 12 THEN
               MOVE 1 TO NEXTMONTHNUM
               ADD 1 TO NEXTYEARNUM
           ELSE
               ADD 1 TO NEXTMONTHNUM
           END-IF.
           PERFORM SETDAYSINMONTH.
           MOVE SPACES TO ARPERIODRECORD.
           MOVE NEXTYEARNUM TO PERMONTH (1:4).
           MOVE NEXTMONTHNUM TO PERMONTH (5:2).
           MOVE PERMONTH TO PERSTARTDATE (1:6).
           MOVE "01" TO PERSTARTDATE (7:2).
           MOVE PERMONTH TO PERENDDATE (1:6).
           MOVE DAYSINMONTH TO PERENDDATE (7:2).
           MOVE CLOSEDMONTH TO PERLASTCLOSED.
           MOVE RUNDATE TO PERCLOSEDON.
           OPEN OUTPUT ARPERIODFILE.
           PERFORM CHECKARPERIODSTATUS.
           WRITE ARPERIODRECORD.
           PERFORM CHECKARPERIODSTATUS.
           CLOSE ARPERIODFILE.
           SET PERIODWASCLOSED TO TRUE.
           MOVE CLOSEDMONTH TO PRNCLOSEDMONTH.
           MOVE PERMONTH TO PRNNEXTMONTH.
           MOVE PERSTARTDATE TO PRNNEXTSTARTDATE.
           MOVE PERENDDATE TO PRNNEXTENDDATE.
           WRITE CLOSEREPORTLINE FROM CLOSEDLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKCLOSEREPORTSTATUS.
           DISPLAY "ARCLOSE: AR PERIOD " CLOSEDMONTH
               " CLOSED - PERIOD " PERMONTH " NOW OPEN".

       SETDAYSINMONTH.
           EVALUATE NEXTMONTHNUM
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
                   DIVIDE NEXTYEARNUM BY 4 GIVING LEAPQUOTIENT
                       REMAINDER LEAPREMAINDER
                   IF LEAPREMAINDER = ZERO THEN
                       MOVE 29 TO DAYSINMONTH
                   ELSE
                       MOVE 28 TO DAYSINMONTH
                   END-IF
           END-EVALUATE.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "ARCLOSE" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           COMPUTE JSREAD = RCSCANCOUNT + JSSCANCOUNT.
           MOVE FAILEDCHECKCOUNT TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           IF PERIODWASCLOSED THEN
               MOVE 1 TO JSWRITTEN
               MOVE "ENDOK" TO JSSTATUS
           ELSE
               MOVE ZERO TO JSWRITTEN
               MOVE "NOTCLOSD" TO JSSTATUS
           END-IF.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKARPERIODSTATUS.
           IF FS-ARPERIODFILE NOT = "00" AND FS-ARPERIODFILE NOT = "05"
               AND FS-ARPERIODFILE NOT = "10" THEN
               MOVE "ARPERIODFILE" TO IOERRORFILE
               MOVE FS-ARPERIODFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRUNCONTROLSTATUS.
           IF FS-RUNCONTROLFILE NOT = "00"
               AND FS-RUNCONTROLFILE NOT = "05"
               AND FS-RUNCONTROLFILE NOT = "10" THEN
               MOVE "RUNCONTROLFILE" TO IOERRORFILE
               MOVE FS-RUNCONTROLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKJOBSTATSSTATUS.
           IF FS-JOBSTATSFILE NOT = "00" AND FS-JOBSTATSFILE NOT = "05"
               AND FS-JOBSTATSFILE NOT = "10" THEN
               MOVE "JOBSTATSFILE" TO IOERRORFILE
               MOVE FS-JOBSTATSFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCLOSEREPORTSTATUS.
           IF FS-CLOSEREPORTFILE NOT = "00" THEN
               MOVE "CLOSEREPORTFILE" TO IOERRORFILE
               MOVE FS-CLOSEREPORTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE ARPERIODFILE, RUNCONTROLFILE, JOBSTATSFILE,
                 CLOSEREPORTFILE.
           STOP RUN.
