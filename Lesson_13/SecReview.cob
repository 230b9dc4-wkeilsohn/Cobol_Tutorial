       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECREVIEW.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITYLOGFILE ASSIGN TO "Security.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECURITYLOGFILE.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "Operator.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERATORFILE.
           SELECT OPTIONAL RUNCONTROLFILE ASSIGN TO "RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCONTROLFILE.
           SELECT REVIEWREPORT ASSIGN TO "SecReview.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVIEWREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD SECURITYLOGFILE.
       01 SECURITYLOGRECORD.
           88 WS-LOG-EOF VALUE HIGH-VALUE.
           02 SLDATE PIC 9(8).
           02 FILLER PIC X.
           02 SLTIME.
               03 SLHOUR PIC 99.
               03 FILLER PIC X.
               03 SLMINUTE PIC 99.
               03 FILLER PIC X.
               03 SLSECOND PIC 99.
           02 FILLER PIC X.
           02 SLMESSAGE PIC X(42).

       FD OPERATORFILE.
       01 OPERATORRECORD.
           88 WS-OPER-EOF VALUE HIGH-VALUE.
           02 OPERATORID PIC X(08).
           02 OPERATORPASSWORD PIC X(08).
           02 OPERATORAUTHLEVEL PIC 9.

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

       FD REVIEWREPORT.
       01 PRINTLINE PIC X(90).

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
       01 FS-SECURITYLOGFILE PIC XX VALUE "00".
       01 FS-OPERATORFILE PIC XX VALUE "00".
       01 FS-RUNCONTROLFILE PIC XX VALUE "00".
       01 FS-REVIEWREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(18) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 REVIEWDATE PIC 9(8) VALUE ZERO.
       01 PRIORDATE PIC 9(8) VALUE ZERO.
       01 NEXTDATE PIC 9(8) VALUE ZERO.
       01 REVIEWDAYINT PIC 9(7) VALUE ZERO.
       01 REVIEWWEEKS PIC 9(7) VALUE ZERO.
       01 REVIEWWEEKDAY PIC 9 VALUE ZERO.
           88 REVIEWONWEEKEND VALUES 0, 6.
       01 REVIEWCUTOFFHOUR PIC 99 VALUE 12.
       01 BUSINESSSTARTHOUR PIC 99 VALUE 07.
       01 BUSINESSENDHOUR PIC 99 VALUE 19.
       01 FAILBURSTLIMIT PIC 99 VALUE 3.
       01 FAILBURSTWINDOW PIC 9(5) VALUE 600.
       01 SSNVIEWLIMIT PIC 9(5) VALUE 20.
       01 CUSTOPERLIMIT PIC 99 VALUE 3.
       01 BATCHOPERATORID PIC X(08) VALUE "BATCH".
       01 OPERATORTABLE.
           02 OPERENTRY OCCURS 100 TIMES.
               03 OTBLOPID PIC X(08).
       01 OPERENTRYCNT PIC 999 VALUE ZERO.
       01 OPERIDX PIC 999 VALUE ZERO.
       01 OPERFOUNDIDX PIC 999 VALUE ZERO.
       01 ACTIVITYTABLE.
           02 ACTENTRY OCCURS 200 TIMES.
               03 ATBLOPID PIC X(08).
               03 ATBLONFILE PIC X.
               03 ATBLEVENTS PIC 9(5).
               03 ATBLREJECTS PIC 9(5).
               03 ATBLBURSTCNT PIC 99.
               03 ATBLBURSTSTART PIC 9(5).
               03 ATBLLOCKOUTS PIC 9(3).
               03 ATBLOFFHOURS PIC 9(3).
               03 ATBLSSNVIEWS PIC 9(5).
       01 ACTENTRYCNT PIC 999 VALUE ZERO.
       01 ACTIDX PIC 999 VALUE ZERO.
       01 ACTFOUNDIDX PIC 999 VALUE ZERO.
       01 WINDOWTABLE.
           02 WINDOWENTRY OCCURS 500 TIMES.
               03 WTBLSTAMP PIC 9(14).
               03 WTBLSTATUS PIC X(8).
       01 WINDOWENTRYCNT PIC 999 VALUE ZERO.
       01 WINDOWIDX PIC 999 VALUE ZERO.
       01 DRIVERRUNFLAG PIC X VALUE "N".
           88 INSIDEDRIVERRUN VALUE "Y".
       01 INQUIRYTABLE.
           02 INQENTRY OCCURS 2000 TIMES.
               03 ITBLCUSTID PIC 9(5).
               03 ITBLOPID PIC X(08).
       01 INQENTRYCNT PIC 9(4) VALUE ZERO.
       01 INQIDX PIC 9(4) VALUE ZERO.
       01 INQSCANIDX PIC 9(4) VALUE ZERO.
       01 INQFOUNDFLAG PIC X VALUE "N".
           88 INQALREADYSEEN VALUE "Y".
       01 INQOPERCOUNT PIC 9(4) VALUE ZERO.
       01 EVENTTYPE PIC X VALUE SPACE.
           88 EVENTREJECT VALUE "R".
           88 EVENTACCEPT VALUE "A".
           88 EVENTLOCKOUT VALUE "L".
           88 EVENTUNAUTHORIZED VALUE "U".
           88 EVENTSSNDISPLAY VALUE "S".
           88 EVENTSSNBULK VALUE "B".
           88 EVENTINQUIRY VALUE "I".
           88 EVENTREPRINT VALUE "P".
           88 EVENTUNRECOGNIZED VALUE "O".
           88 EVENTATSIGNON VALUES "R", "A", "L", "U".
           88 EVENTSIGNONFAILURE VALUES "R", "L".
       01 EVENTOPID PIC X(08) VALUE SPACES.
       01 EVENTCUSTID PIC 9(5) VALUE ZERO.
       01 EVENTSECS PIC 9(5) VALUE ZERO.
       01 EVENTSTAMP PIC 9(14) VALUE ZERO.
       01 LOGREAD PIC 9(7) VALUE ZERO.
       01 LOGREVIEWED PIC 9(7) VALUE ZERO.
       01 LOGUNRECOGNIZED PIC 9(7) VALUE ZERO.
       01 TOTALEXCEPTIONS PIC 9(7) VALUE ZERO.
       01 CONDITIONTEXT PIC X(30) VALUE SPACES.
       01 DETAILTEXT PIC X(42) VALUE SPACES.
       01 EXCEPTIONTIME PIC X(8) VALUE SPACES.
       01 EXCEPTIONOPID PIC X(08) VALUE SPACES.
       01 DETAILCOUNT PIC ZZZZ9.
       01 DETAILCUSTID PIC 9(5).
       01 REVIEWHEADING PIC X(40) VALUE
           "SECURITY LOG EXCEPTION REVIEW".
       01 DATELINE.
           02 FILLER PIC X(13) VALUE "REVIEW DATE: ".
           02 PRNREVIEWDATE PIC 9(8).
           02 FILLER PIC X(13) VALUE "   RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 EXCEPTIONHEADS.
           02 FILLER PIC X(40) VALUE
               "TIME      OPERATOR  CONDITION           ".
           02 FILLER PIC X(40) VALUE
               "           DETAIL".
       01 EXCEPTIONLINE.
           02 PRNTIME PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNOPID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCONDITION PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PRNDETAIL PIC X(42).
       01 SUMMARYHEADS.
           02 FILLER PIC X(40) VALUE
               "OPERATOR  ON FILE  EVENTS  REJECTS  LOCK".
           02 FILLER PIC X(40) VALUE
               "OUTS  OFF-HOURS  SSN VIEWS".
       01 SUMMARYLINE.
           02 PRNSUMOPID PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNSUMONFILE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNSUMEVENTS PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PRNSUMREJECTS PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNSUMLOCKOUTS PIC ZZ9.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PRNSUMOFFHOURS PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PRNSUMSSNVIEWS PIC ZZ,ZZ9.
       01 TOTALLINE.
           02 PRNTOTLABEL PIC X(30).
           02 PRNTOTCOUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       ACCEPT RUNTIMEOFDAY FROM TIME.
       PERFORM SETREVIEWDATE.
       PERFORM LOADOPERATORS.
       PERFORM LOADDRIVERWINDOWS.
       OPEN OUTPUT REVIEWREPORT.
       PERFORM CHECKREVIEWREPORTSTATUS.
       WRITE PRINTLINE FROM REVIEWHEADING.
       PERFORM CHECKREVIEWREPORTSTATUS.
       MOVE REVIEWDATE TO PRNREVIEWDATE.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE PRINTLINE FROM DATELINE AFTER ADVANCING 1 LINE.
       PERFORM CHECKREVIEWREPORTSTATUS.
       WRITE PRINTLINE FROM EXCEPTIONHEADS AFTER ADVANCING 2 LINES.
       PERFORM CHECKREVIEWREPORTSTATUS.
       OPEN INPUT SECURITYLOGFILE.
       PERFORM CHECKSECURITYLOGSTATUS.
       READ SECURITYLOGFILE
           AT END SET WS-LOG-EOF TO TRUE
       END-READ.
       PERFORM CHECKSECURITYLOGSTATUS.
       PERFORM REVIEWONELOGRECORD UNTIL WS-LOG-EOF.
       CLOSE SECURITYLOGFILE.
       PERFORM CHECKSSNVIEWLIMIT VARYING ACTIDX FROM 1 BY 1
           UNTIL ACTIDX > ACTENTRYCNT.
       PERFORM CHECKCUSTOMERSPREAD VARYING INQIDX FROM 1 BY 1
           UNTIL INQIDX > INQENTRYCNT.
       PERFORM PRINTOPERATORSUMMARY.
       PERFORM PRINTREVIEWTOTALS.
       PERFORM WRITEJOBSTATS.
       CLOSE REVIEWREPORT.
       GOBACK.

       SETREVIEWDATE.
           MOVE RUNDATE TO REVIEWDATE.
           IF RUNHOUR < REVIEWCUTOFFHOUR THEN
               COMPUTE REVIEWDATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUNDATE) - 1)
           END-IF.
           COMPUTE REVIEWDAYINT = FUNCTION INTEGER-OF-DATE
               (REVIEWDATE).
           DIVIDE REVIEWDAYINT BY 7 GIVING REVIEWWEEKS
               REMAINDER REVIEWWEEKDAY.
           COMPUTE PRIORDATE = FUNCTION DATE-OF-INTEGER
               (REVIEWDAYINT - 1).
           COMPUTE NEXTDATE = FUNCTION DATE-OF-INTEGER
               (REVIEWDAYINT + 1).

       LOADOPERATORS.
           OPEN INPUT OPERATORFILE.
           PERFORM CHECKOPERATORSTATUS.
           READ OPERATORFILE
               AT END SET WS-OPER-EOF TO TRUE
           END-READ.
           PERFORM CHECKOPERATORSTATUS.
           PERFORM LOADONEOPERATOR UNTIL WS-OPER-EOF.
           CLOSE OPERATORFILE.

       LOADONEOPERATOR.
           IF OPERENTRYCNT NOT < 100 THEN
               DISPLAY "SECREVIEW: OPERATOR TABLE FULL AT 100 "
                   "ENTRIES - RUN STOPPED"
               CLOSE OPERATORFILE
               STOP RUN
           END-IF.
           ADD 1 TO OPERENTRYCNT.
           MOVE OPERATORID TO OTBLOPID (OPERENTRYCNT).
           READ OPERATORFILE
               AT END SET WS-OPER-EOF TO TRUE
           END-READ.
           PERFORM CHECKOPERATORSTATUS.

       LOADDRIVERWINDOWS.
           OPEN INPUT RUNCONTROLFILE.
           PERFORM CHECKRUNCONTROLSTATUS.
           READ RUNCONTROLFILE
               AT END SET WS-RC-EOF TO TRUE
           END-READ.
           PERFORM CHECKRUNCONTROLSTATUS.
           PERFORM LOADONEDRIVERWINDOW UNTIL WS-RC-EOF.
           CLOSE RUNCONTROLFILE.

       LOADONEDRIVERWINDOW.
           IF RCDATE NOT < PRIORDATE AND RCDATE NOT > NEXTDATE THEN
               IF WINDOWENTRYCNT NOT < 500 THEN
                   DISPLAY "SECREVIEW: RUN CONTROL TABLE FULL AT 500 "
                       "ENTRIES - RUN STOPPED"
                   CLOSE RUNCONTROLFILE
                   STOP RUN
               END-IF
               ADD 1 TO WINDOWENTRYCNT
               MOVE RCDATE TO WTBLSTAMP (WINDOWENTRYCNT) (1:8)
               MOVE RCTIME TO WTBLSTAMP (WINDOWENTRYCNT) (9:6)
               MOVE RCSTATUS TO WTBLSTATUS (WINDOWENTRYCNT)
           END-IF.
           READ RUNCONTROLFILE
               AT END SET WS-RC-EOF TO TRUE
           END-READ.
           PERFORM CHECKRUNCONTROLSTATUS.

       REVIEWONELOGRECORD.
           ADD 1 TO LOGREAD.
           IF SLDATE IS NUMERIC AND SLDATE = REVIEWDATE THEN
               ADD 1 TO LOGREVIEWED
               PERFORM CLASSIFYLOGEVENT
               IF EVENTUNRECOGNIZED THEN
                   ADD 1 TO LOGUNRECOGNIZED
               ELSE
                   PERFORM REVIEWONEEVENT
               END-IF
           END-IF.
           READ SECURITYLOGFILE
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKSECURITYLOGSTATUS.

       CLASSIFYLOGEVENT.
           MOVE SPACES TO EVENTOPID.
           MOVE ZERO TO EVENTCUSTID.
           EVALUATE TRUE
               WHEN SLMESSAGE (1:24) = "REJECTED SIGN-ON FOR ID "
                   SET EVENTREJECT TO TRUE
                   MOVE SLMESSAGE (25:8) TO EVENTOPID
               WHEN SLMESSAGE (1:24) = "SIGN-ON ACCEPTED FOR ID "
                   SET EVENTACCEPT TO TRUE
                   MOVE SLMESSAGE (25:8) TO EVENTOPID
               WHEN SLMESSAGE (1:24) = "TERMINAL LOCKOUT FOR ID "
                   SET EVENTLOCKOUT TO TRUE
                   MOVE SLMESSAGE (25:8) TO EVENTOPID
               WHEN SLMESSAGE (1:17) = "UNAUTHORIZED JOB "
                   SET EVENTUNAUTHORIZED TO TRUE
                   MOVE SLMESSAGE (26:8) TO EVENTOPID
               WHEN SLMESSAGE (1:24) = "UNMASKED SSN DISPLAY ID "
                   SET EVENTSSNDISPLAY TO TRUE
                   IF SLMESSAGE (25:5) IS NUMERIC THEN
                       MOVE SLMESSAGE (25:5) TO EVENTCUSTID
                   END-IF
                   MOVE SLMESSAGE (34:8) TO EVENTOPID
               WHEN SLMESSAGE (1:20) = "UNMASKED SSN UNLOAD "
                   SET EVENTSSNBULK TO TRUE
                   MOVE SLMESSAGE (32:8) TO EVENTOPID
               WHEN SLMESSAGE (1:32) =
                   "UNMASKED SSN PRINTED ON XREF BY "
                   SET EVENTSSNBULK TO TRUE
                   MOVE SLMESSAGE (33:8) TO EVENTOPID
               WHEN SLMESSAGE (1:20) = "CUSTOMER INQUIRY ID "
                   SET EVENTINQUIRY TO TRUE
                   IF SLMESSAGE (21:5) IS NUMERIC THEN
                       MOVE SLMESSAGE (21:5) TO EVENTCUSTID
                   END-IF
                   MOVE SLMESSAGE (30:8) TO EVENTOPID
               WHEN SLMESSAGE (1:11) = "REPRINT BY "
                   SET EVENTREPRINT TO TRUE
                   MOVE SLMESSAGE (12:8) TO EVENTOPID
               WHEN OTHER
                   SET EVENTUNRECOGNIZED TO TRUE
           END-EVALUATE.
           IF NOT EVENTUNRECOGNIZED AND EVENTOPID = SPACES THEN
               SET EVENTUNRECOGNIZED TO TRUE
           END-IF.

       REVIEWONEEVENT.
           COMPUTE EVENTSECS = SLHOUR * 3600 + SLMINUTE * 60
               + SLSECOND.
           MOVE SLDATE TO EVENTSTAMP (1:8).
           MOVE SLHOUR TO EVENTSTAMP (9:2).
           MOVE SLMINUTE TO EVENTSTAMP (11:2).
           MOVE SLSECOND TO EVENTSTAMP (13:2).
           MOVE SLTIME TO EXCEPTIONTIME.
           MOVE EVENTOPID TO EXCEPTIONOPID.
           MOVE SLMESSAGE TO DETAILTEXT.
           PERFORM FINDACTIVITYENTRY.
           ADD 1 TO ATBLEVENTS (ACTFOUNDIDX).
           IF EVENTOPID = BATCHOPERATORID THEN
               PERFORM CHECKBATCHUSE
           ELSE
               IF ATBLONFILE (ACTFOUNDIDX) = "N"
                   AND NOT EVENTSIGNONFAILURE THEN
                   MOVE "ACTIVITY UNDER UNKNOWN ID"
                       TO CONDITIONTEXT
                   PERFORM WRITEEXCEPTIONLINE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN EVENTREJECT
                   PERFORM CHECKFAILEDBURST
               WHEN EVENTLOCKOUT
                   ADD 1 TO ATBLLOCKOUTS (ACTFOUNDIDX)
                   MOVE "TERMINAL LOCKOUT" TO CONDITIONTEXT
                   PERFORM WRITEEXCEPTIONLINE
               WHEN EVENTACCEPT
                   PERFORM CHECKSIGNONHOURS
               WHEN EVENTSSNDISPLAY
                   ADD 1 TO ATBLSSNVIEWS (ACTFOUNDIDX)
                   PERFORM RECORDCUSTINQUIRY
               WHEN EVENTSSNBULK
                   ADD 1 TO ATBLSSNVIEWS (ACTFOUNDIDX)
               WHEN EVENTINQUIRY
                   PERFORM RECORDCUSTINQUIRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FINDACTIVITYENTRY.
           MOVE ZERO TO ACTFOUNDIDX.
           PERFORM CHECKONEACTIVITYENTRY VARYING ACTIDX FROM 1 BY 1
               UNTIL ACTIDX > ACTENTRYCNT OR ACTFOUNDIDX > ZERO.
           IF ACTFOUNDIDX = ZERO THEN
               IF ACTENTRYCNT NOT < 200 THEN
                   DISPLAY "SECREVIEW: OPERATOR ACTIVITY TABLE FULL AT "
                       "200 ENTRIES - RUN STOPPED"
                   CLOSE SECURITYLOGFILE, REVIEWREPORT
                   STOP RUN
               END-IF
               ADD 1 TO ACTENTRYCNT
               MOVE ACTENTRYCNT TO ACTFOUNDIDX
               MOVE EVENTOPID TO ATBLOPID (ACTFOUNDIDX)
               MOVE ZERO TO ATBLEVENTS (ACTFOUNDIDX),
                   ATBLREJECTS (ACTFOUNDIDX),
                   ATBLBURSTCNT (ACTFOUNDIDX),
                   ATBLBURSTSTART (ACTFOUNDIDX),
                   ATBLLOCKOUTS (ACTFOUNDIDX),
                   ATBLOFFHOURS (ACTFOUNDIDX),
                   ATBLSSNVIEWS (ACTFOUNDIDX)
               PERFORM FINDOPERATOR
               IF OPERFOUNDIDX > ZERO THEN
                   MOVE "Y" TO ATBLONFILE (ACTFOUNDIDX)
               ELSE
                   MOVE "N" TO ATBLONFILE (ACTFOUNDIDX)
               END-IF
           END-IF.

       CHECKONEACTIVITYENTRY.
           IF ATBLOPID (ACTIDX) = EVENTOPID THEN
               MOVE ACTIDX TO ACTFOUNDIDX
           END-IF.

       FINDOPERATOR.
           MOVE ZERO TO OPERFOUNDIDX.
           PERFORM CHECKONEOPERATOR VARYING OPERIDX FROM 1 BY 1
               UNTIL OPERIDX > OPERENTRYCNT OR OPERFOUNDIDX > ZERO.

       CHECKONEOPERATOR.
           IF OTBLOPID (OPERIDX) = EVENTOPID THEN
               MOVE OPERIDX TO OPERFOUNDIDX
           END-IF.

       CHECKBATCHUSE.
           IF EVENTATSIGNON THEN
               MOVE "BATCH ID USED AT SIGN-ON" TO CONDITIONTEXT
               PERFORM WRITEEXCEPTIONLINE
           ELSE
               MOVE "N" TO DRIVERRUNFLAG
               PERFORM CHECKONEDRIVERWINDOW VARYING WINDOWIDX
                   FROM 1 BY 1 UNTIL WINDOWIDX > WINDOWENTRYCNT
                   OR INSIDEDRIVERRUN
               IF NOT INSIDEDRIVERRUN THEN
                   MOVE "BATCH ID OUTSIDE NIGHTLY RUN"
                       TO CONDITIONTEXT
                   PERFORM WRITEEXCEPTIONLINE
               END-IF
           END-IF.

       CHECKONEDRIVERWINDOW.
           IF WTBLSTATUS (WINDOWIDX) = "START"
               AND WTBLSTAMP (WINDOWIDX) NOT > EVENTSTAMP THEN
               IF WINDOWIDX = WINDOWENTRYCNT THEN
                   SET INSIDEDRIVERRUN TO TRUE
               ELSE
                   IF WTBLSTAMP (WINDOWIDX + 1) NOT < EVENTSTAMP THEN
                       SET INSIDEDRIVERRUN TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECKFAILEDBURST.
           ADD 1 TO ATBLREJECTS (ACTFOUNDIDX).
           IF ATBLBURSTCNT (ACTFOUNDIDX) = ZERO
               OR EVENTSECS - ATBLBURSTSTART (ACTFOUNDIDX)
                   > FAILBURSTWINDOW THEN
               MOVE EVENTSECS TO ATBLBURSTSTART (ACTFOUNDIDX)
               MOVE 1 TO ATBLBURSTCNT (ACTFOUNDIDX)
           ELSE
               ADD 1 TO ATBLBURSTCNT (ACTFOUNDIDX)
           END-IF.
           IF ATBLBURSTCNT (ACTFOUNDIDX) = FAILBURSTLIMIT THEN
               MOVE "FAILED SIGN-ON BURST" TO CONDITIONTEXT
               PERFORM WRITEEXCEPTIONLINE
           END-IF.

       CHECKSIGNONHOURS.
           IF REVIEWONWEEKEND THEN
               ADD 1 TO ATBLOFFHOURS (ACTFOUNDIDX)
               MOVE "WEEKEND SIGN-ON" TO CONDITIONTEXT
               PERFORM WRITEEXCEPTIONLINE
           ELSE
               IF SLHOUR < BUSINESSSTARTHOUR
                   OR SLHOUR NOT < BUSINESSENDHOUR THEN
                   ADD 1 TO ATBLOFFHOURS (ACTFOUNDIDX)
                   MOVE "SIGN-ON OUTSIDE BUSINESS HOURS"
                       TO CONDITIONTEXT
                   PERFORM WRITEEXCEPTIONLINE
               END-IF
           END-IF.

       RECORDCUSTINQUIRY.
           MOVE "N" TO INQFOUNDFLAG.
           IF EVENTCUSTID = ZERO THEN
               SET INQALREADYSEEN TO TRUE
           END-IF.
           PERFORM CHECKONEINQUIRYPAIR VARYING INQSCANIDX FROM 1 BY 1
               UNTIL INQSCANIDX > INQENTRYCNT OR INQALREADYSEEN.
           IF NOT INQALREADYSEEN THEN
               IF INQENTRYCNT NOT < 2000 THEN
                   DISPLAY "SECREVIEW: INQUIRY TABLE FULL AT 2000 "
                       "ENTRIES - RUN STOPPED"
                   CLOSE SECURITYLOGFILE, REVIEWREPORT
                   STOP RUN
               END-IF
               ADD 1 TO INQENTRYCNT
               MOVE EVENTCUSTID TO ITBLCUSTID (INQENTRYCNT)
               MOVE EVENTOPID TO ITBLOPID (INQENTRYCNT)
           END-IF.

       CHECKONEINQUIRYPAIR.
           IF ITBLCUSTID (INQSCANIDX) = EVENTCUSTID
               AND ITBLOPID (INQSCANIDX) = EVENTOPID THEN
               SET INQALREADYSEEN TO TRUE
           END-IF.

       CHECKSSNVIEWLIMIT.
           IF ATBLSSNVIEWS (ACTIDX) > SSNVIEWLIMIT THEN
               MOVE SPACES TO EXCEPTIONTIME
               MOVE ATBLOPID (ACTIDX) TO EXCEPTIONOPID
               MOVE "SSN VIEWS OVER DAILY LIMIT" TO CONDITIONTEXT
               MOVE ATBLSSNVIEWS (ACTIDX) TO DETAILCOUNT
               MOVE SPACES TO DETAILTEXT
               STRING "UNMASKED SSN EVENTS: " DETAILCOUNT
                   DELIMITED BY SIZE INTO DETAILTEXT
               PERFORM WRITEEXCEPTIONLINE
           END-IF.

       CHECKCUSTOMERSPREAD.
           MOVE "N" TO INQFOUNDFLAG.
           MOVE ITBLCUSTID (INQIDX) TO EVENTCUSTID.
           PERFORM CHECKEARLIERCUSTOMER VARYING INQSCANIDX FROM 1 BY 1
               UNTIL INQSCANIDX NOT < INQIDX OR INQALREADYSEEN.
           IF NOT INQALREADYSEEN THEN
               MOVE ZERO TO INQOPERCOUNT
               PERFORM COUNTONECUSTOPERATOR VARYING INQSCANIDX
                   FROM INQIDX BY 1 UNTIL INQSCANIDX > INQENTRYCNT
               IF INQOPERCOUNT NOT < CUSTOPERLIMIT THEN
                   MOVE SPACES TO EXCEPTIONTIME, EXCEPTIONOPID
                   MOVE "CUSTOMER INQUIRY SPREAD"
                       TO CONDITIONTEXT
                   MOVE EVENTCUSTID TO DETAILCUSTID
                   MOVE INQOPERCOUNT TO DETAILCOUNT
                   MOVE SPACES TO DETAILTEXT
                   STRING "CUSTOMER " DETAILCUSTID " OPERATORS: "
                       DETAILCOUNT
                       DELIMITED BY SIZE INTO DETAILTEXT
                   PERFORM WRITEEXCEPTIONLINE
               END-IF
           END-IF.

       CHECKEARLIERCUSTOMER.
           IF ITBLCUSTID (INQSCANIDX) = EVENTCUSTID THEN
               SET INQALREADYSEEN TO TRUE
           END-IF.

       COUNTONECUSTOPERATOR.
           IF ITBLCUSTID (INQSCANIDX) = EVENTCUSTID THEN
               ADD 1 TO INQOPERCOUNT
           END-IF.

       WRITEEXCEPTIONLINE.
           ADD 1 TO TOTALEXCEPTIONS.
           MOVE EXCEPTIONTIME TO PRNTIME.
           MOVE EXCEPTIONOPID TO PRNOPID.
           MOVE CONDITIONTEXT TO PRNCONDITION.
           MOVE DETAILTEXT TO PRNDETAIL.
           WRITE PRINTLINE FROM EXCEPTIONLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKREVIEWREPORTSTATUS.

       PRINTOPERATORSUMMARY.
           WRITE PRINTLINE FROM SUMMARYHEADS AFTER ADVANCING 3 LINES.
           PERFORM CHECKREVIEWREPORTSTATUS.
           PERFORM PRINTONEOPERATOR VARYING ACTIDX FROM 1 BY 1
               UNTIL ACTIDX > ACTENTRYCNT.

       PRINTONEOPERATOR.
           MOVE ATBLOPID (ACTIDX) TO PRNSUMOPID.
           IF ATBLOPID (ACTIDX) = BATCHOPERATORID THEN
               MOVE "N/A" TO PRNSUMONFILE
           ELSE
               IF ATBLONFILE (ACTIDX) = "Y" THEN
                   MOVE "YES" TO PRNSUMONFILE
               ELSE
                   MOVE "NO" TO PRNSUMONFILE
               END-IF
           END-IF.
           MOVE ATBLEVENTS (ACTIDX) TO PRNSUMEVENTS.
           MOVE ATBLREJECTS (ACTIDX) TO PRNSUMREJECTS.
           MOVE ATBLLOCKOUTS (ACTIDX) TO PRNSUMLOCKOUTS.
           MOVE ATBLOFFHOURS (ACTIDX) TO PRNSUMOFFHOURS.
           MOVE ATBLSSNVIEWS (ACTIDX) TO PRNSUMSSNVIEWS.
           WRITE PRINTLINE FROM SUMMARYLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKREVIEWREPORTSTATUS.

       PRINTREVIEWTOTALS.
           MOVE "LOG RECORDS READ" TO PRNTOTLABEL.
           MOVE LOGREAD TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 3 LINES.
           PERFORM CHECKREVIEWREPORTSTATUS.
           MOVE "RECORDS FOR REVIEW DATE" TO PRNTOTLABEL.
           MOVE LOGREVIEWED TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKREVIEWREPORTSTATUS.
           MOVE "UNRECOGNIZED RECORDS" TO PRNTOTLABEL.
           MOVE LOGUNRECOGNIZED TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKREVIEWREPORTSTATUS.
           MOVE "EXCEPTIONS REPORTED" TO PRNTOTLABEL.
           MOVE TOTALEXCEPTIONS TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKREVIEWREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "SECREVIEW" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE LOGREVIEWED TO JSREAD.
           MOVE ZERO TO JSWRITTEN.
           MOVE TOTALEXCEPTIONS TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKSECURITYLOGSTATUS.
           IF FS-SECURITYLOGFILE NOT = "00"
               AND FS-SECURITYLOGFILE NOT = "05"
               AND FS-SECURITYLOGFILE NOT = "10" THEN
               MOVE "SECURITYLOGFILE" TO IOERRORFILE
               MOVE FS-SECURITYLOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPERATORSTATUS.
           IF FS-OPERATORFILE NOT = "00" AND FS-OPERATORFILE NOT = "05"
               AND FS-OPERATORFILE NOT = "10" THEN
               MOVE "OPERATORFILE" TO IOERRORFILE
               MOVE FS-OPERATORFILE TO IOERRORSTATUS
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

       CHECKREVIEWREPORTSTATUS.
           IF FS-REVIEWREPORT NOT = "00" THEN
               MOVE "REVIEWREPORT" TO IOERRORFILE
               MOVE FS-REVIEWREPORT TO IOERRORSTATUS
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
           CLOSE SECURITYLOGFILE, OPERATORFILE, RUNCONTROLFILE,
               REVIEWREPORT.
           STOP RUN.
