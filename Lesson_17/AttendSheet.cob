       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDSHEET.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECTIONFILE ASSIGN TO "Section.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECTIONFILE.
           SELECT OPTIONAL STUDENTFILE ASSIGN TO "student2.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDENTFILE.
           SELECT OPTIONAL STUDMASTERFILE ASSIGN TO "StudMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMIDNUM
           FILE STATUS IS FS-STUDMASTERFILE.
           SELECT SHEETREPORT ASSIGN TO "AttendSheet.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SHEETREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD SECTIONFILE.
       01 SECTIONRECORD.
           88 WS-SECTION-EOF VALUE HIGH-VALUE.
           02 SECODE PIC X(02).
           02 SEDESC PIC X(20).
           02 SECAPACITY PIC 9(03).
           02 SEDAYS PIC X(07).
           02 SESTART PIC 9(04).
           02 SEEND PIC 9(04).
           02 SEINSTRUCTOR PIC X(20).
           02 SECOURSENUM PIC X(08).

       FD STUDENTFILE.
       01 STUDENTDATA.
           88 WS-STUD-EOF VALUE HIGH-VALUE.
           02 IDNUM PIC 9(07).
           02 SECTCODE PIC X(02).
           02 STUDNAME PIC X(10).

       FD STUDMASTERFILE.
       01 STUDMASTERRECORD.
           02 SMIDNUM PIC 9(7).
           02 SMFIRSTNAME PIC X(15).
           02 SMLASTNAME PIC X(15).
           02 SMDOB PIC 9(8).
           02 SMSTREETADDR PIC X(20).
           02 SMCITY PIC X(15).
           02 SMSTATECODE PIC X(02).
           02 SMZIPCODE PIC X(05).
           02 SMSTATUS PIC X(01).
           02 SMMAJORCODE PIC X(04).

       FD SHEETREPORT.
       01 PRINTLINE PIC X(80).

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
       01 FS-SECTIONFILE PIC XX VALUE "00".
       01 FS-STUDENTFILE PIC XX VALUE "00".
       01 FS-STUDMASTERFILE PIC XX VALUE "00".
       01 FS-SHEETREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 RUNDAYINT PIC 9(7) VALUE ZERO.
       01 RUNWEEKS PIC 9(7) VALUE ZERO.
       01 RUNWEEKDAY PIC 9 VALUE ZERO.
       01 DAYSTOMONDAY PIC 9 VALUE ZERO.
       01 WEEKSTARTINT PIC 9(7) VALUE ZERO.
       01 WEEKSTARTDATE PIC 9(8) VALUE ZERO.
       01 MEETINGDATE PIC 9(8) VALUE ZERO.
       01 SECTIONTABLE.
           02 SECTIONENTRY OCCURS 50 TIMES.
               03 SECTBLCODE PIC X(02).
               03 SECTBLDESC PIC X(20).
               03 SECTBLDAYS PIC X(07).
               03 SECTBLSTART PIC 9(04).
               03 SECTBLEND PIC 9(04).
               03 SECTBLINSTRUCTOR PIC X(20).
               03 SECTBLCOURSENUM PIC X(08).
       01 SECTIONENTRYCNT PIC 99 VALUE ZERO.
       01 SECTIONIDX PIC 99 VALUE ZERO.
       01 SECTIONFOUNDIDX PIC 99 VALUE ZERO.
       01 LOOKUPSECTCODE PIC X(02) VALUE SPACES.
       01 ENROLLTABLE.
           02 ENROLLENTRY OCCURS 2000 TIMES.
               03 ETBLIDNUM PIC 9(07).
               03 ETBLSECTCODE PIC X(02).
               03 ETBLSTUDNAME PIC X(10).
       01 ENROLLENTRYCNT PIC 9(4) VALUE ZERO.
       01 ENROLLIDX PIC 9(4) VALUE ZERO.
       01 DAYLETTERS PIC X(7) VALUE "MTWRFSU".
       01 DAYIDX PIC 9 VALUE ZERO.
       01 DAYCHAR PIC X VALUE SPACE.
       01 DAYTALLY PIC 99 VALUE ZERO.
       01 MEETINGCOUNT PIC 9 VALUE ZERO.
       01 SECTIONSTUDENTS PIC 9(4) VALUE ZERO.
       01 FULLSTUDENTNAME PIC X(31) VALUE SPACES.
       01 LINECOUNT PIC 99 VALUE ZERO.
           88 NEWPAGEREQUIRED VALUE 50 THRU 99.
       01 READCOUNT PIC 9(7) VALUE ZERO.
       01 SHEETCOUNT PIC 9(7) VALUE ZERO.
       01 UNKNOWNSECTCOUNT PIC 9(7) VALUE ZERO.
       01 DATECOLUMNS PIC X(42) VALUE SPACES.
       01 MARKCOLUMNS PIC X(42) VALUE SPACES.
       01 COLUMNPOS PIC 99 VALUE ZERO.
       01 DATECOLUMN.
           02 COLMONTH PIC 99.
           02 FILLER PIC X VALUE "/".
           02 COLDAY PIC 99.
       01 SHEETHEADING PIC X(40) VALUE
           "CLASS ATTENDANCE SHEET".
       01 SHEETSECTIONLINE.
           02 FILLER PIC X(9) VALUE "SECTION: ".
           02 PRNSECTCODE PIC X(02).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNSECTDESC PIC X(20).
           02 FILLER PIC X(10) VALUE "  COURSE: ".
           02 PRNCOURSENUM PIC X(08).
       01 SHEETINSTRUCTORLINE.
           02 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
           02 PRNINSTRUCTOR PIC X(20).
           02 FILLER PIC X(9) VALUE "  MEETS: ".
           02 PRNSECTDAYS PIC X(07).
           02 FILLER PIC X VALUE SPACE.
           02 PRNSECTSTART PIC 9(04).
           02 FILLER PIC X(3) VALUE " - ".
           02 PRNSECTEND PIC 9(04).
       01 SHEETWEEKLINE.
           02 FILLER PIC X(9) VALUE "WEEK OF: ".
           02 PRNWEEKMONTH PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PRNWEEKDAY PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PRNWEEKYEAR PIC 9(4).
       01 SHEETHEADS.
           02 FILLER PIC X(38) VALUE
               "STUDENT  NAME".
           02 PRNDATECOLUMNS PIC X(42).
       01 SHEETDETAILLINE.
           02 PRNIDNUM PIC 9(07).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNSTUDNAME PIC X(29).
           02 PRNMARKCOLUMNS PIC X(42).
       01 SHEETMARKLEGEND PIC X(60) VALUE
           "MARK EACH DATE P = PRESENT, A = ABSENT, E = EXCUSED".
       01 SHEETCOUNTLINE.
           02 FILLER PIC X(18) VALUE "STUDENTS ENROLLED:".
           02 PRNSECTSTUDENTS PIC ZZZ9.
       01 SHEETSIGNLINE PIC X(60) VALUE
           "INSTRUCTOR SIGNATURE: ______________________________".

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM SETSHEETWEEK.
       PERFORM LOADSECTIONTABLE.
       PERFORM LOADENROLLTABLE.
       OPEN INPUT STUDMASTERFILE.
       PERFORM CHECKSTUDMASTERSTATUS.
       OPEN OUTPUT SHEETREPORT.
       PERFORM CHECKSHEETREPORTSTATUS.
       PERFORM PRINTONESECTIONSHEET VARYING SECTIONIDX
           FROM 1 BY 1 UNTIL SECTIONIDX > SECTIONENTRYCNT.
       PERFORM WRITEJOBSTATS.
       CLOSE STUDMASTERFILE, SHEETREPORT.
       GOBACK.

       SETSHEETWEEK.
           COMPUTE RUNDAYINT = FUNCTION INTEGER-OF-DATE (RUNDATE).
           DIVIDE RUNDAYINT BY 7 GIVING RUNWEEKS
               REMAINDER RUNWEEKDAY.
           COMPUTE DAYSTOMONDAY = 8 - RUNWEEKDAY.
           IF DAYSTOMONDAY NOT < 7 THEN
               SUBTRACT 7 FROM DAYSTOMONDAY
           END-IF.
           COMPUTE WEEKSTARTINT = RUNDAYINT + DAYSTOMONDAY.
           COMPUTE WEEKSTARTDATE = FUNCTION DATE-OF-INTEGER
               (WEEKSTARTINT).

       LOADSECTIONTABLE.
           OPEN INPUT SECTIONFILE.
           PERFORM CHECKSECTIONSTATUS.
           READ SECTIONFILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ.
           PERFORM CHECKSECTIONSTATUS.
           PERFORM LOADONESECTION UNTIL WS-SECTION-EOF
               OR SECTIONENTRYCNT >= 50.
           IF NOT WS-SECTION-EOF THEN
               DISPLAY "ATTENDSHEET: SECTION MASTER EXCEEDS "
                   SECTIONENTRYCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE SECTIONFILE
               STOP RUN
           END-IF.
           CLOSE SECTIONFILE.

       LOADONESECTION.
           ADD 1 TO SECTIONENTRYCNT.
           MOVE SECODE TO SECTBLCODE (SECTIONENTRYCNT).
           MOVE SEDESC TO SECTBLDESC (SECTIONENTRYCNT).
           MOVE SEDAYS TO SECTBLDAYS (SECTIONENTRYCNT).
           MOVE SESTART TO SECTBLSTART (SECTIONENTRYCNT).
           MOVE SEEND TO SECTBLEND (SECTIONENTRYCNT).
           MOVE SEINSTRUCTOR TO SECTBLINSTRUCTOR (SECTIONENTRYCNT).
           MOVE SECOURSENUM TO SECTBLCOURSENUM (SECTIONENTRYCNT).
           READ SECTIONFILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ.
           PERFORM CHECKSECTIONSTATUS.

       LOADENROLLTABLE.
           OPEN INPUT STUDENTFILE.
           PERFORM CHECKSTUDENTSTATUS.
           READ STUDENTFILE
               AT END SET WS-STUD-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTSTATUS.
           PERFORM LOADONEENROLLMENT UNTIL WS-STUD-EOF.
           CLOSE STUDENTFILE.

       LOADONEENROLLMENT.
           ADD 1 TO READCOUNT.
           MOVE SECTCODE TO LOOKUPSECTCODE.
           PERFORM FINDSECTIONENTRY.
           IF SECTIONFOUNDIDX = ZERO THEN
               ADD 1 TO UNKNOWNSECTCOUNT
           ELSE
               IF ENROLLENTRYCNT NOT < 2000 THEN
                   DISPLAY "ATTENDSHEET: ENROLLMENT TABLE FULL AT "
                       "2000 ENTRIES - RUN STOPPED"
                   CLOSE STUDENTFILE
                   STOP RUN
               END-IF
               ADD 1 TO ENROLLENTRYCNT
               MOVE IDNUM TO ETBLIDNUM (ENROLLENTRYCNT)
               MOVE SECTCODE TO ETBLSECTCODE (ENROLLENTRYCNT)
               MOVE STUDNAME TO ETBLSTUDNAME (ENROLLENTRYCNT)
           END-IF.
           READ STUDENTFILE
               AT END SET WS-STUD-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTSTATUS.

       FINDSECTIONENTRY.
           MOVE ZERO TO SECTIONFOUNDIDX.
           PERFORM CHECKONESECTIONENTRY VARYING SECTIONIDX
               FROM 1 BY 1 UNTIL SECTIONIDX > SECTIONENTRYCNT
               OR SECTIONFOUNDIDX > ZERO.

       CHECKONESECTIONENTRY.
           IF SECTBLCODE (SECTIONIDX) = LOOKUPSECTCODE THEN
               MOVE SECTIONIDX TO SECTIONFOUNDIDX
           END-IF.

       PRINTONESECTIONSHEET.
           MOVE SPACES TO DATECOLUMNS, MARKCOLUMNS.
           MOVE 1 TO COLUMNPOS.
           MOVE ZERO TO MEETINGCOUNT.
           PERFORM ADDONEMEETINGCOLUMN VARYING DAYIDX
               FROM 1 BY 1 UNTIL DAYIDX > 7.
           MOVE ZERO TO SECTIONSTUDENTS.
           IF MEETINGCOUNT > ZERO THEN
               PERFORM PRINTSHEETHEADING
               PERFORM PRINTONESHEETSTUDENT VARYING ENROLLIDX
                   FROM 1 BY 1 UNTIL ENROLLIDX > ENROLLENTRYCNT
               PERFORM PRINTSHEETFOOTING
               ADD 1 TO SHEETCOUNT
           END-IF.

       ADDONEMEETINGCOLUMN.
           MOVE DAYLETTERS (DAYIDX:1) TO DAYCHAR.
           MOVE ZERO TO DAYTALLY.
           INSPECT SECTBLDAYS (SECTIONIDX)
               TALLYING DAYTALLY FOR ALL DAYCHAR.
           IF DAYTALLY > ZERO THEN
               ADD 1 TO MEETINGCOUNT
               COMPUTE MEETINGDATE = FUNCTION DATE-OF-INTEGER
                   (WEEKSTARTINT + DAYIDX - 1)
               MOVE MEETINGDATE (5:2) TO COLMONTH
               MOVE MEETINGDATE (7:2) TO COLDAY
               MOVE DATECOLUMN TO DATECOLUMNS (COLUMNPOS:5)
               MOVE "[ ]" TO MARKCOLUMNS (COLUMNPOS + 1:3)
               ADD 6 TO COLUMNPOS
           END-IF.

       PRINTSHEETHEADING.
           WRITE PRINTLINE FROM SHEETHEADING AFTER ADVANCING PAGE.
           PERFORM CHECKSHEETREPORTSTATUS.
           MOVE SECTBLCODE (SECTIONIDX) TO PRNSECTCODE.
           MOVE SECTBLDESC (SECTIONIDX) TO PRNSECTDESC.
           MOVE SECTBLCOURSENUM (SECTIONIDX) TO PRNCOURSENUM.
           WRITE PRINTLINE FROM SHEETSECTIONLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKSHEETREPORTSTATUS.
           MOVE SECTBLINSTRUCTOR (SECTIONIDX) TO PRNINSTRUCTOR.
           MOVE SECTBLDAYS (SECTIONIDX) TO PRNSECTDAYS.
           MOVE SECTBLSTART (SECTIONIDX) TO PRNSECTSTART.
           MOVE SECTBLEND (SECTIONIDX) TO PRNSECTEND.
           WRITE PRINTLINE FROM SHEETINSTRUCTORLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKSHEETREPORTSTATUS.
           MOVE WEEKSTARTDATE (5:2) TO PRNWEEKMONTH.
           MOVE WEEKSTARTDATE (7:2) TO PRNWEEKDAY.
           MOVE WEEKSTARTDATE (1:4) TO PRNWEEKYEAR.
           WRITE PRINTLINE FROM SHEETWEEKLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKSHEETREPORTSTATUS.
           MOVE DATECOLUMNS TO PRNDATECOLUMNS.
           WRITE PRINTLINE FROM SHEETHEADS AFTER ADVANCING 2 LINES.
           PERFORM CHECKSHEETREPORTSTATUS.
           MOVE 7 TO LINECOUNT.

       PRINTONESHEETSTUDENT.
           IF ETBLSECTCODE (ENROLLIDX) = SECTBLCODE (SECTIONIDX) THEN
               IF NEWPAGEREQUIRED THEN
                   PERFORM PRINTSHEETHEADING
               END-IF
               MOVE ETBLIDNUM (ENROLLIDX) TO PRNIDNUM
               PERFORM LOOKUPSTUDENTNAME
               MOVE FULLSTUDENTNAME TO PRNSTUDNAME
               MOVE MARKCOLUMNS TO PRNMARKCOLUMNS
               WRITE PRINTLINE FROM SHEETDETAILLINE
                   AFTER ADVANCING 2 LINES
               PERFORM CHECKSHEETREPORTSTATUS
               ADD 2 TO LINECOUNT
               ADD 1 TO SECTIONSTUDENTS
           END-IF.

       LOOKUPSTUDENTNAME.
           MOVE ETBLIDNUM (ENROLLIDX) TO SMIDNUM.
           READ STUDMASTERFILE
               INVALID KEY
                   MOVE ETBLSTUDNAME (ENROLLIDX) TO FULLSTUDENTNAME
               NOT INVALID KEY
                   MOVE SPACES TO FULLSTUDENTNAME
                   STRING FUNCTION TRIM(SMLASTNAME) ", "
                       FUNCTION TRIM(SMFIRSTNAME)
                       DELIMITED BY SIZE INTO FULLSTUDENTNAME
           END-READ.
           PERFORM CHECKSTUDMASTERSTATUS.

       PRINTSHEETFOOTING.
           WRITE PRINTLINE FROM SHEETMARKLEGEND
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKSHEETREPORTSTATUS.
           MOVE SECTIONSTUDENTS TO PRNSECTSTUDENTS.
           WRITE PRINTLINE FROM SHEETCOUNTLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKSHEETREPORTSTATUS.
           WRITE PRINTLINE FROM SHEETSIGNLINE AFTER ADVANCING 3 LINES.
           PERFORM CHECKSHEETREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "ATTENDSHEET" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE READCOUNT TO JSREAD.
           MOVE SHEETCOUNT TO JSWRITTEN.
           MOVE UNKNOWNSECTCOUNT TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKSECTIONSTATUS.
           IF FS-SECTIONFILE NOT = "00" AND FS-SECTIONFILE NOT = "05"
               AND FS-SECTIONFILE NOT = "10" THEN
               MOVE "SECTIONFILE" TO IOERRORFILE
               MOVE FS-SECTIONFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDENTSTATUS.
           IF FS-STUDENTFILE NOT = "00" AND FS-STUDENTFILE NOT = "05"
               AND FS-STUDENTFILE NOT = "10" THEN
               MOVE "STUDENTFILE" TO IOERRORFILE
               MOVE FS-STUDENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDMASTERSTATUS.
           IF FS-STUDMASTERFILE NOT = "00"
               AND FS-STUDMASTERFILE NOT = "05"
               AND FS-STUDMASTERFILE NOT = "10"
               AND FS-STUDMASTERFILE NOT = "23" THEN
               MOVE "STUDMASTERFILE" TO IOERRORFILE
               MOVE FS-STUDMASTERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSHEETREPORTSTATUS.
           IF FS-SHEETREPORT NOT = "00" THEN
               MOVE "SHEETREPORT" TO IOERRORFILE
               MOVE FS-SHEETREPORT TO IOERRORSTATUS
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
           CLOSE SECTIONFILE, STUDENTFILE, STUDMASTERFILE, SHEETREPORT.
           STOP RUN.
