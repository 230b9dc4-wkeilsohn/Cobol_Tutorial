       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPRODRPT.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLLECTORFILE ASSIGN TO "Collector.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COLLECTORFILE.
           SELECT OPTIONAL ACTIVITYFILE ASSIGN TO "CollAct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTIVITYFILE.
           SELECT OPTIONAL PROMISEFILE ASSIGN TO "Promise.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROMIDNUM
           FILE STATUS IS FS-PROMISEFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT PRODREPORT ASSIGN TO "CollProd.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD COLLECTORFILE.
       01 COLLECTORRECORD.
           88 WS-COLL-EOF VALUE HIGH-VALUE.
           02 COLLID PIC X(08).
           02 COLLNAME PIC X(20).
           02 COLLREGION PIC X(03).
           02 COLLSTATUS PIC X(01).

       FD ACTIVITYFILE.
       01 ACTIVITYRECORD.
           88 WS-ACT-EOF VALUE HIGH-VALUE.
           02 ACTIDNUM PIC 9(5).
           02 ACTDATE PIC 9(8).
           02 ACTCOLLID PIC X(08).
           02 ACTCONTACTTYPE PIC X(01).
           02 ACTOUTCOME PIC X(02).
           02 ACTFOLLOWUP PIC 9(8).

       FD PROMISEFILE.
       01 PROMISERECORD.
           88 WS-PROM-EOF VALUE HIGH-VALUE.
           02 PROMIDNUM PIC 9(5).
           02 PROMTAKENDATE PIC 9(8).
           02 PROMISEDATE PIC 9(8).
           02 PROMAMOUNT PIC 9(7)V99.
           02 PROMCOLLECTOR PIC X(08).
           02 PROMSTATUS PIC X(01).

       FD HISTORYFILE.
       01 HISTORYRECORD.
           88 WS-HIST-EOF VALUE HIGH-VALUE.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD PRODREPORT.
       01 PRODREPORTLINE PIC X(100).

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
       01 FS-COLLECTORFILE PIC XX VALUE "00".
       01 FS-ACTIVITYFILE PIC XX VALUE "00".
       01 FS-PROMISEFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-PRODREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 REPORTMONTH PIC 9(6) VALUE ZERO.
       01 COLLECTORTABLE.
           02 COLLENTRY OCCURS 50 TIMES.
               03 CTBLID PIC X(08).
               03 CTBLNAME PIC X(20).
               03 CTBLACCOUNTS PIC 9(5).
               03 CTBLCONTACTS PIC 9(5).
               03 CTBLPROMISES PIC 9(5).
               03 CTBLPROMISEAMT PIC S9(9)V99.
               03 CTBLCOLLECTED PIC S9(9)V99.
       01 COLLENTRYCNT PIC 99 VALUE ZERO.
       01 COLLIDX PIC 99 VALUE ZERO.
       01 COLLFOUNDIDX PIC 99 VALUE ZERO.
       01 SEARCHCOLLID PIC X(08) VALUE SPACES.
       01 ACTIVITYTABLE.
           02 ACTENTRY OCCURS 5000 TIMES.
               03 ATBLIDNUM PIC 9(5).
               03 ATBLDATE PIC 9(8).
               03 ATBLCOLLIDX PIC 99.
       01 ACTENTRYCNT PIC 9(4) VALUE ZERO.
       01 ACTIDX PIC 9(4) VALUE ZERO.
       01 PAIRFOUNDFLAG PIC X VALUE "N".
           88 PAIRALREADYSEEN VALUE "Y".
       01 CREDITACTIDX PIC 9(4) VALUE ZERO.
       01 PAYMENTAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 ACTIVITYREADCOUNT PIC 9(7) VALUE ZERO.
       01 UNKNOWNCOLLCOUNT PIC 9(7) VALUE ZERO.
       01 UNATTRIBUTEDAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 TOTALACCOUNTS PIC 9(7) VALUE ZERO.
       01 TOTALCONTACTS PIC 9(7) VALUE ZERO.
       01 TOTALPROMISES PIC 9(7) VALUE ZERO.
       01 TOTALPROMISEAMT PIC S9(11)V99 VALUE ZERO.
       01 TOTALCOLLECTED PIC S9(11)V99 VALUE ZERO.
       01 PRODHEADING PIC X(40) VALUE
           "MONTHLY COLLECTOR PRODUCTIVITY REPORT".
       01 MONTHLINE.
           02 FILLER PIC X(14) VALUE "REPORT MONTH: ".
           02 PRNMONTHYEAR PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 PRNMONTHNUM PIC 99.
       01 PRODHEADS.
           02 FILLER PIC X(44) VALUE
               "COLLECTOR NAME                  ACCOUNTS  CO".
           02 FILLER PIC X(44) VALUE
               "NTACTS  PROMISES    PROMISED $   COLLECTED $".
       01 PRODDETAILLINE.
           02 PRNPRCOLLID PIC X(08).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPRNAME PIC X(20).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNPRACCOUNTS PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNPRCONTACTS PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNPRPROMISES PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNPRPROMISEAMT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNPRCOLLECTED PIC ZZ,ZZZ,ZZ9.99.
       01 PRODTOTALLINE.
           02 FILLER PIC X(33) VALUE "TOTALS".
           02 PRNTOTACCOUNTS PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNTOTCONTACTS PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNTOTPROMISES PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNTOTPROMISEAMT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRNTOTCOLLECTED PIC ZZ,ZZZ,ZZ9.99.
       01 UNKNOWNLINE.
           02 FILLER PIC X(38) VALUE
               "CONTACTS BY UNKNOWN COLLECTOR IDS:    ".
           02 PRNUNKNOWNCOUNT PIC Z,ZZZ,ZZ9.
       01 UNATTRIBUTEDLINE.
           02 FILLER PIC X(38) VALUE
               "PAYMENTS ON ACCOUNTS NOT WORKED:      ".
           02 PRNUNATTRIBUTED PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       MOVE RUNDATE (1:6) TO REPORTMONTH.
       PERFORM LOADCOLLECTORTABLE.
       PERFORM LOADMONTHACTIVITY.
       PERFORM SCANPROMISEFILE.
       PERFORM SCANHISTORYFILE.
       PERFORM PRINTPRODUCTIVITY.
       PERFORM WRITEJOBSTATS.
       GOBACK.

       LOADCOLLECTORTABLE.
           OPEN INPUT COLLECTORFILE.
           PERFORM CHECKCOLLECTORSTATUS.
           READ COLLECTORFILE
               AT END SET WS-COLL-EOF TO TRUE
           END-READ.
           PERFORM LOADONECOLLECTOR UNTIL WS-COLL-EOF
               OR COLLENTRYCNT >= 50.
           IF NOT WS-COLL-EOF THEN
               DISPLAY "COLLPRODRPT: COLLECTOR MASTER EXCEEDS "
                   COLLENTRYCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE COLLECTORFILE
               STOP RUN
           END-IF.
           CLOSE COLLECTORFILE.

       LOADONECOLLECTOR.
           ADD 1 TO COLLENTRYCNT.
           MOVE COLLID TO CTBLID (COLLENTRYCNT).
           MOVE COLLNAME TO CTBLNAME (COLLENTRYCNT).
           MOVE ZERO TO CTBLACCOUNTS (COLLENTRYCNT).
           MOVE ZERO TO CTBLCONTACTS (COLLENTRYCNT).
           MOVE ZERO TO CTBLPROMISES (COLLENTRYCNT).
           MOVE ZERO TO CTBLPROMISEAMT (COLLENTRYCNT).
           MOVE ZERO TO CTBLCOLLECTED (COLLENTRYCNT).
           READ COLLECTORFILE
               AT END SET WS-COLL-EOF TO TRUE
           END-READ.

       FINDCOLLECTOR.
           MOVE ZERO TO COLLFOUNDIDX.
           PERFORM CHECKONECOLLECTOR VARYING COLLIDX
               FROM 1 BY 1 UNTIL COLLIDX > COLLENTRYCNT.

       CHECKONECOLLECTOR.
           IF CTBLID (COLLIDX) = SEARCHCOLLID THEN
               MOVE COLLIDX TO COLLFOUNDIDX
           END-IF.

       LOADMONTHACTIVITY.
           OPEN INPUT ACTIVITYFILE.
           PERFORM CHECKACTIVITYSTATUS.
           READ ACTIVITYFILE
               AT END SET WS-ACT-EOF TO TRUE
           END-READ.
           PERFORM LOADONEACTIVITY UNTIL WS-ACT-EOF.
           CLOSE ACTIVITYFILE.

       LOADONEACTIVITY.
           IF ACTDATE (1:6) = REPORTMONTH THEN
               ADD 1 TO ACTIVITYREADCOUNT
               MOVE ACTCOLLID TO SEARCHCOLLID
               PERFORM FINDCOLLECTOR
               IF COLLFOUNDIDX = ZERO THEN
                   ADD 1 TO UNKNOWNCOLLCOUNT
               ELSE
                   PERFORM RECORDONEACTIVITY
               END-IF
           END-IF.
           READ ACTIVITYFILE
               AT END SET WS-ACT-EOF TO TRUE
           END-READ.

       RECORDONEACTIVITY.
           IF ACTENTRYCNT >= 5000 THEN
               DISPLAY "COLLPRODRPT: ACTIVITY TABLE FULL AT "
                   ACTENTRYCNT " ENTRIES - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO CTBLCONTACTS (COLLFOUNDIDX).
           MOVE "N" TO PAIRFOUNDFLAG.
           PERFORM CHECKONEPAIR VARYING ACTIDX
               FROM 1 BY 1 UNTIL ACTIDX > ACTENTRYCNT.
           IF NOT PAIRALREADYSEEN THEN
               ADD 1 TO CTBLACCOUNTS (COLLFOUNDIDX)
           END-IF.
           ADD 1 TO ACTENTRYCNT.
           MOVE ACTIDNUM TO ATBLIDNUM (ACTENTRYCNT).
           MOVE ACTDATE TO ATBLDATE (ACTENTRYCNT).
           MOVE COLLFOUNDIDX TO ATBLCOLLIDX (ACTENTRYCNT).

       CHECKONEPAIR.
           IF ATBLIDNUM (ACTIDX) = ACTIDNUM
               AND ATBLCOLLIDX (ACTIDX) = COLLFOUNDIDX THEN
               SET PAIRALREADYSEEN TO TRUE
           END-IF.

       SCANPROMISEFILE.
           OPEN INPUT PROMISEFILE.
           PERFORM CHECKPROMISESTATUS.
           MOVE ZERO TO PROMIDNUM.
           START PROMISEFILE KEY IS NOT LESS THAN PROMIDNUM
               INVALID KEY SET WS-PROM-EOF TO TRUE
           END-START.
           IF NOT WS-PROM-EOF THEN
               READ PROMISEFILE NEXT RECORD
                   AT END SET WS-PROM-EOF TO TRUE
               END-READ
               PERFORM CHECKPROMISESTATUS
           END-IF.
           PERFORM NOTEONEPROMISE UNTIL WS-PROM-EOF.
           CLOSE PROMISEFILE.

       NOTEONEPROMISE.
           IF PROMTAKENDATE (1:6) = REPORTMONTH THEN
               MOVE PROMCOLLECTOR TO SEARCHCOLLID
               PERFORM FINDCOLLECTOR
               IF COLLFOUNDIDX > ZERO THEN
                   ADD 1 TO CTBLPROMISES (COLLFOUNDIDX)
                   ADD PROMAMOUNT TO CTBLPROMISEAMT (COLLFOUNDIDX)
               END-IF
           END-IF.
           READ PROMISEFILE NEXT RECORD
               AT END SET WS-PROM-EOF TO TRUE
           END-READ.
           PERFORM CHECKPROMISESTATUS.

       SCANHISTORYFILE.
           OPEN INPUT HISTORYFILE.
           PERFORM CHECKHISTORYSTATUS.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM SCANONEHISTORYRECORD UNTIL WS-HIST-EOF.
           CLOSE HISTORYFILE.

       SCANONEHISTORYRECORD.
           IF HISTTRANSCODE = "P" AND HISTDATE (1:6) = REPORTMONTH
               THEN
               COMPUTE PAYMENTAMOUNT = ZERO - HISTAMOUNT
               MOVE ZERO TO CREDITACTIDX
               PERFORM CHECKONECREDITCONTACT VARYING ACTIDX
                   FROM 1 BY 1 UNTIL ACTIDX > ACTENTRYCNT
               IF CREDITACTIDX > ZERO THEN
                   ADD PAYMENTAMOUNT TO CTBLCOLLECTED
                       (ATBLCOLLIDX (CREDITACTIDX))
               ELSE
                   ADD PAYMENTAMOUNT TO UNATTRIBUTEDAMOUNT
               END-IF
           END-IF.
           READ HISTORYFILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

       CHECKONECREDITCONTACT.
           IF ATBLIDNUM (ACTIDX) = HISTIDNUM
               AND ATBLDATE (ACTIDX) NOT > HISTDATE THEN
               IF CREDITACTIDX = ZERO THEN
                   MOVE ACTIDX TO CREDITACTIDX
               ELSE
                   IF ATBLDATE (ACTIDX) NOT < ATBLDATE (CREDITACTIDX)
                       THEN
                       MOVE ACTIDX TO CREDITACTIDX
                   END-IF
               END-IF
           END-IF.

       PRINTPRODUCTIVITY.
           OPEN OUTPUT PRODREPORT.
           PERFORM CHECKPRODREPORTSTATUS.
           WRITE PRODREPORTLINE FROM PRODHEADING.
           PERFORM CHECKPRODREPORTSTATUS.
           MOVE REPORTMONTH (1:4) TO PRNMONTHYEAR.
           MOVE REPORTMONTH (5:2) TO PRNMONTHNUM.
           WRITE PRODREPORTLINE FROM MONTHLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPRODREPORTSTATUS.
           WRITE PRODREPORTLINE FROM PRODHEADS
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKPRODREPORTSTATUS.
           PERFORM PRINTONECOLLECTOR VARYING COLLIDX
               FROM 1 BY 1 UNTIL COLLIDX > COLLENTRYCNT.
           MOVE TOTALACCOUNTS TO PRNTOTACCOUNTS.
           MOVE TOTALCONTACTS TO PRNTOTCONTACTS.
           MOVE TOTALPROMISES TO PRNTOTPROMISES.
           MOVE TOTALPROMISEAMT TO PRNTOTPROMISEAMT.
           MOVE TOTALCOLLECTED TO PRNTOTCOLLECTED.
           WRITE PRODREPORTLINE FROM PRODTOTALLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKPRODREPORTSTATUS.
           MOVE UNKNOWNCOLLCOUNT TO PRNUNKNOWNCOUNT.
           WRITE PRODREPORTLINE FROM UNKNOWNLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKPRODREPORTSTATUS.
           MOVE UNATTRIBUTEDAMOUNT TO PRNUNATTRIBUTED.
           WRITE PRODREPORTLINE FROM UNATTRIBUTEDLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPRODREPORTSTATUS.
           CLOSE PRODREPORT.

       PRINTONECOLLECTOR.
           MOVE CTBLID (COLLIDX) TO PRNPRCOLLID.
           MOVE CTBLNAME (COLLIDX) TO PRNPRNAME.
           MOVE CTBLACCOUNTS (COLLIDX) TO PRNPRACCOUNTS.
           MOVE CTBLCONTACTS (COLLIDX) TO PRNPRCONTACTS.
           MOVE CTBLPROMISES (COLLIDX) TO PRNPRPROMISES.
           MOVE CTBLPROMISEAMT (COLLIDX) TO PRNPRPROMISEAMT.
           MOVE CTBLCOLLECTED (COLLIDX) TO PRNPRCOLLECTED.
           WRITE PRODREPORTLINE FROM PRODDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPRODREPORTSTATUS.
           ADD CTBLACCOUNTS (COLLIDX) TO TOTALACCOUNTS.
           ADD CTBLCONTACTS (COLLIDX) TO TOTALCONTACTS.
           ADD CTBLPROMISES (COLLIDX) TO TOTALPROMISES.
           ADD CTBLPROMISEAMT (COLLIDX) TO TOTALPROMISEAMT.
           ADD CTBLCOLLECTED (COLLIDX) TO TOTALCOLLECTED.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "COLLPRODRPT" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE ACTIVITYREADCOUNT TO JSREAD.
           MOVE COLLENTRYCNT TO JSWRITTEN.
           MOVE UNKNOWNCOLLCOUNT TO JSREJECTED.
           MOVE TOTALCOLLECTED TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKCOLLECTORSTATUS.
           IF FS-COLLECTORFILE NOT = "00"
               AND FS-COLLECTORFILE NOT = "05"
               AND FS-COLLECTORFILE NOT = "10" THEN
               MOVE "COLLECTORFILE" TO IOERRORFILE
               MOVE FS-COLLECTORFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKACTIVITYSTATUS.
           IF FS-ACTIVITYFILE NOT = "00" AND FS-ACTIVITYFILE NOT = "05"
               AND FS-ACTIVITYFILE NOT = "10" THEN
               MOVE "ACTIVITYFILE" TO IOERRORFILE
               MOVE FS-ACTIVITYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPROMISESTATUS.
           IF FS-PROMISEFILE NOT = "00" AND FS-PROMISEFILE NOT = "05"
               AND FS-PROMISEFILE NOT = "10" THEN
               MOVE "PROMISEFILE" TO IOERRORFILE
               MOVE FS-PROMISEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               AND FS-HISTORYFILE NOT = "10" THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPRODREPORTSTATUS.
           IF FS-PRODREPORT NOT = "00" THEN
               MOVE "PRODREPORT" TO IOERRORFILE
               MOVE FS-PRODREPORT TO IOERRORSTATUS
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
           CLOSE PRODREPORT.
           STOP RUN.
