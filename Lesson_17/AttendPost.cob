       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDPOST.
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
           SELECT OPTIONAL TRANSFILE ASSIGN TO "AttendTrans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSFILE.
           SELECT OPTIONAL ATTENDFILE ASSIGN TO "Attend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATTENDFILE.
           SELECT NEVERFILE ASSIGN TO "NeverAttend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NEVERFILE.
           SELECT LETTERFILE ASSIGN TO "AttendWarn.ltr"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LETTERFILE.
           SELECT EXCEPTREPORT ASSIGN TO "AttendExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPTREPORT.
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

       FD TRANSFILE.
       01 TRANSRECORD.
           88 WS-TRANS-EOF VALUE HIGH-VALUE.
           02 ATIDNUM PIC 9(07).
           02 ATSECTCODE PIC X(02).
           02 ATMEETDATE PIC 9(08).
           02 ATMARK PIC X(01).
               88 ATPRESENT VALUE "P".
               88 ATABSENT VALUE "A".
               88 ATEXCUSED VALUE "E".
               88 ATVALIDMARK VALUES "P", "A", "E".

       FD ATTENDFILE.
       01 ATTENDRECORD.
           88 WS-ATTEND-EOF VALUE HIGH-VALUE.
           02 AMIDNUM PIC 9(07).
           02 AMSECTCODE PIC X(02).
           02 AMMEETINGS PIC 9(03).
           02 AMPRESENT PIC 9(03).
           02 AMABSENT PIC 9(03).
           02 AMEXCUSED PIC 9(03).
           02 AMWEEKSTART PIC 9(08).
           02 AMWEEKMARKS PIC X(07).
           02 AMWARNLEVEL PIC 9(01).
           02 AMLASTWARNDATE PIC 9(08).

       FD NEVERFILE.
       01 NEVERRECORD.
           02 NAIDNUM PIC 9(07).
           02 NASECTCODE PIC X(02).
           02 NACOURSENUM PIC X(08).
           02 NASTUDNAME PIC X(20).
           02 NAMEETINGS PIC 9(03).
           02 NAABSENT PIC 9(03).
           02 NAFLAGDATE PIC 9(08).

       FD LETTERFILE.
       01 LETTERLINE PIC X(72).

       FD EXCEPTREPORT.
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
       01 FS-SECTIONFILE PIC XX VALUE "00".
       01 FS-STUDENTFILE PIC XX VALUE "00".
       01 FS-STUDMASTERFILE PIC XX VALUE "00".
       01 FS-TRANSFILE PIC XX VALUE "00".
       01 FS-ATTENDFILE PIC XX VALUE "00".
       01 FS-NEVERFILE PIC XX VALUE "00".
       01 FS-LETTERFILE PIC XX VALUE "00".
       01 FS-EXCEPTREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 ABSENCEWARNLIMIT PIC 99 VALUE 3.
       01 WARNTHRESHOLD PIC 9(3) VALUE ZERO.
       01 SECTIONTABLE.
           02 SECTIONENTRY OCCURS 50 TIMES.
               03 SECTBLCODE PIC X(02).
               03 SECTBLDESC PIC X(20).
               03 SECTBLDAYS PIC X(07).
               03 SECTBLINSTRUCTOR PIC X(20).
               03 SECTBLCOURSENUM PIC X(08).
               03 SECTBLPRINTED PIC X(01).
       01 SECTIONENTRYCNT PIC 99 VALUE ZERO.
       01 SECTIONIDX PIC 99 VALUE ZERO.
       01 SECTIONFOUNDIDX PIC 99 VALUE ZERO.
       01 PICKIDX PIC 99 VALUE ZERO.
       01 LOOKUPSECTCODE PIC X(02) VALUE SPACES.
       01 CURRENTINSTRUCTOR PIC X(20) VALUE SPACES.
       01 ENROLLTABLE.
           02 ENROLLENTRY OCCURS 2000 TIMES.
               03 ETBLIDNUM PIC 9(07).
               03 ETBLSECTCODE PIC X(02).
               03 ETBLSTUDNAME PIC X(10).
       01 ENROLLENTRYCNT PIC 9(4) VALUE ZERO.
       01 ENROLLIDX PIC 9(4) VALUE ZERO.
       01 ENROLLFOUNDIDX PIC 9(4) VALUE ZERO.
       01 LOOKUPIDNUM PIC 9(07) VALUE ZERO.
       01 ATTENDTABLE.
           02 ATTENDENTRY OCCURS 3000 TIMES.
               03 ATBLIDNUM PIC 9(07).
               03 ATBLSECTCODE PIC X(02).
               03 ATBLMEETINGS PIC 9(03).
               03 ATBLPRESENT PIC 9(03).
               03 ATBLABSENT PIC 9(03).
               03 ATBLEXCUSED PIC 9(03).
               03 ATBLWEEKSTART PIC 9(08).
               03 ATBLWEEKMARKS PIC X(07).
               03 ATBLWARNLEVEL PIC 9(01).
               03 ATBLLASTWARNDATE PIC 9(08).
               03 ATBLWARNEDNOW PIC X(01).
       01 ATTENDENTRYCNT PIC 9(4) VALUE ZERO.
       01 ATTENDIDX PIC 9(4) VALUE ZERO.
       01 ATTENDFOUNDIDX PIC 9(4) VALUE ZERO.
       01 REJECTTABLE.
           02 REJECTENTRY OCCURS 1000 TIMES.
               03 RTBLIDNUM PIC 9(07).
               03 RTBLSECTCODE PIC X(02).
               03 RTBLMEETDATE PIC 9(08).
               03 RTBLMARK PIC X(01).
               03 RTBLREASON PIC X(24).
       01 REJECTENTRYCNT PIC 9(4) VALUE ZERO.
       01 REJECTIDX PIC 9(4) VALUE ZERO.
       01 REJECTREASON PIC X(24) VALUE SPACES.
       01 DAYLETTERS PIC X(7) VALUE "MTWRFSU".
       01 DAYCHAR PIC X VALUE SPACE.
       01 DAYTALLY PIC 99 VALUE ZERO.
       01 MEETDAYINT PIC 9(7) VALUE ZERO.
       01 MEETWEEKS PIC 9(7) VALUE ZERO.
       01 MEETDAYPOS PIC 9 VALUE ZERO.
       01 MEETWEEKSTART PIC 9(8) VALUE ZERO.
       01 PRIORMARK PIC X VALUE SPACE.
       01 TRANSREAD PIC 9(7) VALUE ZERO.
       01 POSTEDCOUNT PIC 9(7) VALUE ZERO.
       01 CORRECTEDCOUNT PIC 9(7) VALUE ZERO.
       01 REJECTCOUNT PIC 9(7) VALUE ZERO.
       01 DUPLICATECOUNT PIC 9(7) VALUE ZERO.
       01 TOTALREJECTED PIC 9(7) VALUE ZERO.
       01 LETTERCOUNT PIC 9(5) VALUE ZERO.
       01 NEVERCOUNT PIC 9(5) VALUE ZERO.
       01 NOADDRESSCOUNT PIC 9(5) VALUE ZERO.
       01 STUDMASTERFLAG PIC X VALUE "N".
           88 STUDMASTERFOUND VALUE "Y".
       01 FULLSTUDENTNAME PIC X(31) VALUE SPACES.
       01 EXCEPTIONTEXT PIC X(24) VALUE SPACES.
       01 INSTRUCTORLINECOUNT PIC 9(5) VALUE ZERO.
       01 LETTERDATELINE.
           02 LTRMONTH PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LTRDAY PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LTRYEAR PIC 9(4).
       01 LETTERNAMELINE.
           02 LTRFIRSTNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 LTRLASTNAME PIC X(15).
       01 LETTERSTREETLINE.
           02 LTRSTREETADDR PIC X(20).
       01 LETTERCITYLINE PIC X(30) VALUE SPACES.
       01 LETTERIDLINE.
           02 FILLER PIC X(12) VALUE "STUDENT ID: ".
           02 LTRIDNUM PIC 9(07).
       01 LETTERSECTIONLINE.
           02 FILLER PIC X(9) VALUE "SECTION: ".
           02 LTRSECTCODE PIC X(02).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LTRSECTDESC PIC X(20).
           02 FILLER PIC X(10) VALUE "  COURSE: ".
           02 LTRCOURSENUM PIC X(08).
       01 LETTERABSENCELINE.
           02 FILLER PIC X(22) VALUE "UNEXCUSED ABSENCES:   ".
           02 LTRABSENT PIC ZZ9.
           02 FILLER PIC X(20) VALUE "  OF CLASS MEETINGS ".
           02 FILLER PIC X(9) VALUE "RECORDED:".
           02 LTRMEETINGS PIC ZZZ9.
       01 LETTERSEPARATOR PIC X(72) VALUE ALL "-".
       01 FIRSTWARNTEXT1 PIC X(68) VALUE
           "OUR RECORDS SHOW THAT YOU HAVE MISSED SEVERAL MEETINGS OF".
       01 FIRSTWARNTEXT2 PIC X(68) VALUE
           "THE CLASS SHOWN BELOW WITHOUT AN EXCUSED ABSENCE. REGULAR".
       01 FIRSTWARNTEXT3 PIC X(68) VALUE
           "ATTENDANCE IS EXPECTED. PLEASE CONTACT YOUR INSTRUCTOR OR".
       01 FIRSTWARNTEXT4 PIC X(68) VALUE
           "THE REGISTRAR IF THERE ARE CIRCUMSTANCES WE SHOULD KNOW.".
       01 REPEATWARNTEXT1 PIC X(68) VALUE
           "YOU WERE PREVIOUSLY NOTIFIED OF ABSENCES IN THE CLASS".
       01 REPEATWARNTEXT2 PIC X(68) VALUE
           "SHOWN BELOW AND HAVE CONTINUED TO MISS MEETINGS. FURTHER".
       01 REPEATWARNTEXT3 PIC X(68) VALUE
           "ABSENCES MAY AFFECT YOUR GRADE AND FINANCIAL AID STATUS.".
       01 REPEATWARNTEXT4 PIC X(68) VALUE
           "PLEASE CONTACT THE REGISTRAR WITHIN TEN DAYS.".
       01 SALUTATIONLINE.
           02 FILLER PIC X(5) VALUE "DEAR ".
           02 SALNAME PIC X(32).
       01 CLOSINGLINE PIC X(19) VALUE "OFFICE OF REGISTRAR".
       01 EXCEPTHEADING PIC X(40) VALUE
           "ATTENDANCE EXCEPTIONS BY INSTRUCTOR".
       01 RUNDATELINE.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 INSTRUCTORLINE.
           02 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
           02 PRNINSTRUCTOR PIC X(20).
       01 EXCEPTHEADS.
           02 FILLER PIC X(40) VALUE
               "SECT  STUDENT  NAME                  MEE".
           02 FILLER PIC X(40) VALUE
               "T PRES  ABS  EXC  CONDITION".
       01 EXCEPTDETAILLINE.
           02 PRNSECTCODE PIC X(02).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNIDNUM PIC 9(07).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNSTUDNAME PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNMEETINGS PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPRESENT PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNABSENT PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNEXCUSED PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCONDITION PIC X(24).
       01 REJECTDETAILLINE.
           02 PRNREJSECTCODE PIC X(02).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PRNREJIDNUM PIC 9(07).
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(13) VALUE "TRANSACTION  ".
           02 PRNREJMEETDATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 PRNREJMARK PIC X(01).
           02 FILLER PIC X(15) VALUE SPACE.
           02 PRNREJREASON PIC X(24).
       01 NOSECTIONLINE PIC X(40) VALUE
           "TRANSACTIONS FOR SECTIONS NOT ON FILE".
       01 TOTALLINE.
           02 PRNTOTLABEL PIC X(30).
           02 PRNTOTCOUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADSECTIONTABLE.
       PERFORM LOADENROLLTABLE.
       PERFORM LOADATTENDTABLE.
       OPEN INPUT STUDMASTERFILE.
       PERFORM CHECKSTUDMASTERSTATUS.
       OPEN INPUT TRANSFILE.
       PERFORM CHECKTRANSSTATUS.
       READ TRANSFILE
           AT END SET WS-TRANS-EOF TO TRUE
       END-READ.
       PERFORM CHECKTRANSSTATUS.
       PERFORM POSTONETRANSACTION UNTIL WS-TRANS-EOF.
       CLOSE TRANSFILE.
       OPEN OUTPUT LETTERFILE.
       PERFORM CHECKLETTERSTATUS.
       MOVE RUNDATE (5:2) TO LTRMONTH.
       MOVE RUNDATE (7:2) TO LTRDAY.
       MOVE RUNDATE (1:4) TO LTRYEAR.
       PERFORM CHECKONEABSENCEWARNING VARYING ATTENDIDX
           FROM 1 BY 1 UNTIL ATTENDIDX > ATTENDENTRYCNT.
       CLOSE LETTERFILE.
       OPEN OUTPUT NEVERFILE.
       PERFORM CHECKNEVERSTATUS.
       PERFORM CHECKONENEVERATTENDED VARYING ATTENDIDX
           FROM 1 BY 1 UNTIL ATTENDIDX > ATTENDENTRYCNT.
       CLOSE NEVERFILE.
       PERFORM PRINTEXCEPTIONREPORT.
       PERFORM REWRITEATTENDFILE.
       PERFORM WRITEJOBSTATS.
       CLOSE STUDMASTERFILE.
       GOBACK.

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
               DISPLAY "ATTENDPOST: SECTION MASTER EXCEEDS "
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
           MOVE SEINSTRUCTOR TO SECTBLINSTRUCTOR (SECTIONENTRYCNT).
           MOVE SECOURSENUM TO SECTBLCOURSENUM (SECTIONENTRYCNT).
           MOVE "N" TO SECTBLPRINTED (SECTIONENTRYCNT).
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
           IF ENROLLENTRYCNT NOT < 2000 THEN
               DISPLAY "ATTENDPOST: ENROLLMENT TABLE FULL AT 2000 "
                   "ENTRIES - RUN STOPPED"
               CLOSE STUDENTFILE
               STOP RUN
           END-IF.
           ADD 1 TO ENROLLENTRYCNT.
           MOVE IDNUM TO ETBLIDNUM (ENROLLENTRYCNT).
           MOVE SECTCODE TO ETBLSECTCODE (ENROLLENTRYCNT).
           MOVE STUDNAME TO ETBLSTUDNAME (ENROLLENTRYCNT).
           READ STUDENTFILE
               AT END SET WS-STUD-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTSTATUS.

       LOADATTENDTABLE.
           OPEN INPUT ATTENDFILE.
           PERFORM CHECKATTENDSTATUS.
           READ ATTENDFILE
               AT END SET WS-ATTEND-EOF TO TRUE
           END-READ.
           PERFORM CHECKATTENDSTATUS.
           PERFORM LOADONEATTENDANCE UNTIL WS-ATTEND-EOF.
           CLOSE ATTENDFILE.

       LOADONEATTENDANCE.
           IF ATTENDENTRYCNT NOT < 3000 THEN
               DISPLAY "ATTENDPOST: ATTENDANCE TABLE FULL AT 3000 "
                   "ENTRIES - RUN STOPPED"
               CLOSE ATTENDFILE
               STOP RUN
           END-IF.
           ADD 1 TO ATTENDENTRYCNT.
           MOVE AMIDNUM TO ATBLIDNUM (ATTENDENTRYCNT).
           MOVE AMSECTCODE TO ATBLSECTCODE (ATTENDENTRYCNT).
           MOVE AMMEETINGS TO ATBLMEETINGS (ATTENDENTRYCNT).
           MOVE AMPRESENT TO ATBLPRESENT (ATTENDENTRYCNT).
           MOVE AMABSENT TO ATBLABSENT (ATTENDENTRYCNT).
           MOVE AMEXCUSED TO ATBLEXCUSED (ATTENDENTRYCNT).
           MOVE AMWEEKSTART TO ATBLWEEKSTART (ATTENDENTRYCNT).
           MOVE AMWEEKMARKS TO ATBLWEEKMARKS (ATTENDENTRYCNT).
           MOVE AMWARNLEVEL TO ATBLWARNLEVEL (ATTENDENTRYCNT).
           MOVE AMLASTWARNDATE TO ATBLLASTWARNDATE (ATTENDENTRYCNT).
           MOVE "N" TO ATBLWARNEDNOW (ATTENDENTRYCNT).
           READ ATTENDFILE
               AT END SET WS-ATTEND-EOF TO TRUE
           END-READ.
           PERFORM CHECKATTENDSTATUS.

       POSTONETRANSACTION.
           ADD 1 TO TRANSREAD.
           MOVE SPACES TO REJECTREASON.
           PERFORM EDITTRANSACTION.
           IF REJECTREASON = SPACES THEN
               PERFORM FINDATTENDENTRY
               PERFORM APPLYTRANSACTION
           END-IF.
           IF REJECTREASON NOT = SPACES THEN
               PERFORM STOREREJECT
           END-IF.
           READ TRANSFILE
               AT END SET WS-TRANS-EOF TO TRUE
           END-READ.
           PERFORM CHECKTRANSSTATUS.

       EDITTRANSACTION.
           MOVE ATSECTCODE TO LOOKUPSECTCODE.
           PERFORM FINDSECTIONENTRY.
           EVALUATE TRUE
               WHEN NOT ATVALIDMARK
                   MOVE "INVALID MARK" TO REJECTREASON
               WHEN SECTIONFOUNDIDX = ZERO
                   MOVE "SECTION NOT ON FILE" TO REJECTREASON
               WHEN ATMEETDATE NOT NUMERIC
                   MOVE "INVALID MEETING DATE" TO REJECTREASON
               WHEN OTHER
                   PERFORM EDITMEETINGDATE
           END-EVALUATE.
           IF REJECTREASON = SPACES THEN
               MOVE ATIDNUM TO LOOKUPIDNUM
               PERFORM FINDENROLLMENT
               IF ENROLLFOUNDIDX = ZERO THEN
                   MOVE "NOT ENROLLED IN SECTION" TO REJECTREASON
               END-IF
           END-IF.

       EDITMEETINGDATE.
           IF ATMEETDATE (5:2) < "01" OR ATMEETDATE (5:2) > "12"
               OR ATMEETDATE (7:2) < "01" OR ATMEETDATE (7:2) > "31"
               OR ATMEETDATE (1:4) < "1601" THEN
               MOVE "INVALID MEETING DATE" TO REJECTREASON
           ELSE
               COMPUTE MEETDAYINT = FUNCTION INTEGER-OF-DATE
                   (ATMEETDATE)
               EVALUATE TRUE
                   WHEN MEETDAYINT = ZERO
                       MOVE "INVALID MEETING DATE" TO REJECTREASON
                   WHEN ATMEETDATE > RUNDATE
                       MOVE "MEETING DATE IN FUTURE" TO REJECTREASON
                   WHEN OTHER
                       PERFORM EDITMEETINGDAY
               END-EVALUATE
           END-IF.

       EDITMEETINGDAY.
           DIVIDE MEETDAYINT BY 7 GIVING MEETWEEKS
               REMAINDER MEETDAYPOS.
           IF MEETDAYPOS = ZERO THEN
               MOVE 7 TO MEETDAYPOS
           END-IF.
           MOVE DAYLETTERS (MEETDAYPOS:1) TO DAYCHAR.
           MOVE ZERO TO DAYTALLY.
           INSPECT SECTBLDAYS (SECTIONFOUNDIDX)
               TALLYING DAYTALLY FOR ALL DAYCHAR.
           IF DAYTALLY = ZERO THEN
               MOVE "NOT A MEETING DAY" TO REJECTREASON
           ELSE
               COMPUTE MEETWEEKSTART = FUNCTION
                   DATE-OF-INTEGER (MEETDAYINT - MEETDAYPOS
                   + 1)
           END-IF.

       FINDSECTIONENTRY.
           MOVE ZERO TO SECTIONFOUNDIDX.
           PERFORM CHECKONESECTIONENTRY VARYING SECTIONIDX
               FROM 1 BY 1 UNTIL SECTIONIDX > SECTIONENTRYCNT
               OR SECTIONFOUNDIDX > ZERO.

       CHECKONESECTIONENTRY.
           IF SECTBLCODE (SECTIONIDX) = LOOKUPSECTCODE THEN
               MOVE SECTIONIDX TO SECTIONFOUNDIDX
           END-IF.

       FINDENROLLMENT.
           MOVE ZERO TO ENROLLFOUNDIDX.
           PERFORM CHECKONEENROLLMENT VARYING ENROLLIDX
               FROM 1 BY 1 UNTIL ENROLLIDX > ENROLLENTRYCNT
               OR ENROLLFOUNDIDX > ZERO.

       CHECKONEENROLLMENT.
           IF ETBLIDNUM (ENROLLIDX) = LOOKUPIDNUM
               AND ETBLSECTCODE (ENROLLIDX) = LOOKUPSECTCODE THEN
               MOVE ENROLLIDX TO ENROLLFOUNDIDX
           END-IF.

       FINDATTENDENTRY.
           MOVE ZERO TO ATTENDFOUNDIDX.
           PERFORM CHECKONEATTENDENTRY VARYING ATTENDIDX
               FROM 1 BY 1 UNTIL ATTENDIDX > ATTENDENTRYCNT
               OR ATTENDFOUNDIDX > ZERO.
           IF ATTENDFOUNDIDX = ZERO THEN
               IF ATTENDENTRYCNT NOT < 3000 THEN
                   DISPLAY "ATTENDPOST: ATTENDANCE TABLE FULL AT 3000 "
                       "ENTRIES - RUN STOPPED"
                   CLOSE TRANSFILE, STUDMASTERFILE
                   STOP RUN
               END-IF
               ADD 1 TO ATTENDENTRYCNT
               MOVE ATTENDENTRYCNT TO ATTENDFOUNDIDX
               MOVE ATIDNUM TO ATBLIDNUM (ATTENDFOUNDIDX)
               MOVE ATSECTCODE TO ATBLSECTCODE (ATTENDFOUNDIDX)
               MOVE ZERO TO ATBLMEETINGS (ATTENDFOUNDIDX),
                   ATBLPRESENT (ATTENDFOUNDIDX),
                   ATBLABSENT (ATTENDFOUNDIDX),
                   ATBLEXCUSED (ATTENDFOUNDIDX),
                   ATBLWEEKSTART (ATTENDFOUNDIDX),
                   ATBLWARNLEVEL (ATTENDFOUNDIDX),
                   ATBLLASTWARNDATE (ATTENDFOUNDIDX)
               MOVE SPACES TO ATBLWEEKMARKS (ATTENDFOUNDIDX)
               MOVE "N" TO ATBLWARNEDNOW (ATTENDFOUNDIDX)
           END-IF.

       CHECKONEATTENDENTRY.
           IF ATBLIDNUM (ATTENDIDX) = ATIDNUM
               AND ATBLSECTCODE (ATTENDIDX) = ATSECTCODE THEN
               MOVE ATTENDIDX TO ATTENDFOUNDIDX
           END-IF.

       APPLYTRANSACTION.
           IF MEETWEEKSTART < ATBLWEEKSTART (ATTENDFOUNDIDX) THEN
               MOVE "WEEK ALREADY CLOSED" TO REJECTREASON
           ELSE
               IF MEETWEEKSTART > ATBLWEEKSTART (ATTENDFOUNDIDX) THEN
                   MOVE MEETWEEKSTART TO ATBLWEEKSTART (ATTENDFOUNDIDX)
                   MOVE SPACES TO ATBLWEEKMARKS (ATTENDFOUNDIDX)
               END-IF
               MOVE ATBLWEEKMARKS (ATTENDFOUNDIDX) (MEETDAYPOS:1)
                   TO PRIORMARK
               EVALUATE TRUE
                   WHEN PRIORMARK = SPACE
                       ADD 1 TO ATBLMEETINGS (ATTENDFOUNDIDX)
                       PERFORM ADDMARKCOUNT
                       ADD 1 TO POSTEDCOUNT
                   WHEN PRIORMARK = ATMARK
                       MOVE "DUPLICATE MARK" TO REJECTREASON
                   WHEN OTHER
                       PERFORM REMOVEPRIORMARKCOUNT
                       PERFORM ADDMARKCOUNT
                       ADD 1 TO POSTEDCOUNT
                       ADD 1 TO CORRECTEDCOUNT
               END-EVALUATE
               IF REJECTREASON = SPACES THEN
                   MOVE ATMARK TO
                       ATBLWEEKMARKS (ATTENDFOUNDIDX) (MEETDAYPOS:1)
               END-IF
           END-IF.

       ADDMARKCOUNT.
           EVALUATE TRUE
               WHEN ATPRESENT
                   ADD 1 TO ATBLPRESENT (ATTENDFOUNDIDX)
               WHEN ATABSENT
                   ADD 1 TO ATBLABSENT (ATTENDFOUNDIDX)
               WHEN ATEXCUSED
                   ADD 1 TO ATBLEXCUSED (ATTENDFOUNDIDX)
           END-EVALUATE.

       REMOVEPRIORMARKCOUNT.
           EVALUATE PRIORMARK
               WHEN "P"
                   SUBTRACT 1 FROM ATBLPRESENT (ATTENDFOUNDIDX)
               WHEN "A"
                   SUBTRACT 1 FROM ATBLABSENT (ATTENDFOUNDIDX)
               WHEN "E"
                   SUBTRACT 1 FROM ATBLEXCUSED (ATTENDFOUNDIDX)
           END-EVALUATE.

       STOREREJECT.
           IF REJECTREASON = "DUPLICATE MARK" THEN
               ADD 1 TO DUPLICATECOUNT
           ELSE
               ADD 1 TO REJECTCOUNT
           END-IF.
           IF REJECTENTRYCNT NOT < 1000 THEN
               DISPLAY "ATTENDPOST: REJECT TABLE FULL AT 1000 "
                   "ENTRIES - RUN STOPPED"
               CLOSE TRANSFILE, STUDMASTERFILE
               STOP RUN
           END-IF.
           ADD 1 TO REJECTENTRYCNT.
           MOVE ATIDNUM TO RTBLIDNUM (REJECTENTRYCNT).
           MOVE ATSECTCODE TO RTBLSECTCODE (REJECTENTRYCNT).
           MOVE ATMEETDATE TO RTBLMEETDATE (REJECTENTRYCNT).
           MOVE ATMARK TO RTBLMARK (REJECTENTRYCNT).
           MOVE REJECTREASON TO RTBLREASON (REJECTENTRYCNT).

       CHECKONEABSENCEWARNING.
           COMPUTE WARNTHRESHOLD = ABSENCEWARNLIMIT
               * (ATBLWARNLEVEL (ATTENDIDX) + 1).
           IF ATBLABSENT (ATTENDIDX) NOT < WARNTHRESHOLD
               AND ATBLWARNLEVEL (ATTENDIDX) < 9 THEN
               MOVE ATBLIDNUM (ATTENDIDX) TO SMIDNUM
               PERFORM READSTUDMASTER
               IF STUDMASTERFOUND THEN
                   MOVE ATBLSECTCODE (ATTENDIDX) TO LOOKUPSECTCODE
                   PERFORM FINDSECTIONENTRY
                   PERFORM WRITEONEWARNINGLETTER
                   ADD 1 TO ATBLWARNLEVEL (ATTENDIDX)
                   MOVE RUNDATE TO ATBLLASTWARNDATE (ATTENDIDX)
                   MOVE "Y" TO ATBLWARNEDNOW (ATTENDIDX)
               ELSE
                   MOVE "X" TO ATBLWARNEDNOW (ATTENDIDX)
                   ADD 1 TO NOADDRESSCOUNT
               END-IF
           END-IF.

       READSTUDMASTER.
           MOVE "N" TO STUDMASTERFLAG.
           READ STUDMASTERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STUDMASTERFOUND TO TRUE
           END-READ.
           PERFORM CHECKSTUDMASTERSTATUS.

       WRITEONEWARNINGLETTER.
           WRITE LETTERLINE FROM LETTERSEPARATOR
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM LETTERDATELINE AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           MOVE SMFIRSTNAME TO LTRFIRSTNAME.
           MOVE SMLASTNAME TO LTRLASTNAME.
           WRITE LETTERLINE FROM LETTERNAMELINE AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           MOVE SMSTREETADDR TO LTRSTREETADDR.
           WRITE LETTERLINE FROM LETTERSTREETLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           MOVE SPACES TO LETTERCITYLINE.
           STRING FUNCTION TRIM(SMCITY) ", "
               SMSTATECODE " " SMZIPCODE
               DELIMITED BY SIZE INTO LETTERCITYLINE.
           WRITE LETTERLINE FROM LETTERCITYLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           MOVE ATBLIDNUM (ATTENDIDX) TO LTRIDNUM.
           WRITE LETTERLINE FROM LETTERIDLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           MOVE SPACES TO SALNAME.
           STRING FUNCTION TRIM(SMFIRSTNAME) " "
               FUNCTION TRIM(SMLASTNAME) ","
               DELIMITED BY SIZE INTO SALNAME.
           WRITE LETTERLINE FROM SALUTATIONLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           IF ATBLWARNLEVEL (ATTENDIDX) = ZERO THEN
               PERFORM WRITEFIRSTWARNBODY
           ELSE
               PERFORM WRITEREPEATWARNBODY
           END-IF.
           MOVE ATBLSECTCODE (ATTENDIDX) TO LTRSECTCODE.
           IF SECTIONFOUNDIDX > ZERO THEN
               MOVE SECTBLDESC (SECTIONFOUNDIDX) TO LTRSECTDESC
               MOVE SECTBLCOURSENUM (SECTIONFOUNDIDX) TO LTRCOURSENUM
           ELSE
               MOVE SPACES TO LTRSECTDESC, LTRCOURSENUM
           END-IF.
           WRITE LETTERLINE FROM LETTERSECTIONLINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           MOVE ATBLABSENT (ATTENDIDX) TO LTRABSENT.
           MOVE ATBLMEETINGS (ATTENDIDX) TO LTRMEETINGS.
           WRITE LETTERLINE FROM LETTERABSENCELINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM CLOSINGLINE AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           ADD 1 TO LETTERCOUNT.

       WRITEFIRSTWARNBODY.
           WRITE LETTERLINE FROM FIRSTWARNTEXT1 AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM FIRSTWARNTEXT2 AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM FIRSTWARNTEXT3 AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM FIRSTWARNTEXT4 AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.

       WRITEREPEATWARNBODY.
           WRITE LETTERLINE FROM REPEATWARNTEXT1
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM REPEATWARNTEXT2
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM REPEATWARNTEXT3
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.
           WRITE LETTERLINE FROM REPEATWARNTEXT4
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKLETTERSTATUS.

       CHECKONENEVERATTENDED.
           IF ATBLMEETINGS (ATTENDIDX) > ZERO
               AND ATBLPRESENT (ATTENDIDX) = ZERO THEN
               MOVE ATBLIDNUM (ATTENDIDX) TO LOOKUPIDNUM
               MOVE ATBLSECTCODE (ATTENDIDX) TO LOOKUPSECTCODE
               PERFORM FINDENROLLMENT
               IF ENROLLFOUNDIDX > ZERO THEN
                   PERFORM FINDSECTIONENTRY
                   PERFORM BUILDSTUDENTNAME
                   MOVE ATBLIDNUM (ATTENDIDX) TO NAIDNUM
                   MOVE ATBLSECTCODE (ATTENDIDX) TO NASECTCODE
                   IF SECTIONFOUNDIDX > ZERO THEN
                       MOVE SECTBLCOURSENUM (SECTIONFOUNDIDX)
                           TO NACOURSENUM
                   ELSE
                       MOVE SPACES TO NACOURSENUM
                   END-IF
                   MOVE FULLSTUDENTNAME TO NASTUDNAME
                   MOVE ATBLMEETINGS (ATTENDIDX) TO NAMEETINGS
                   MOVE ATBLABSENT (ATTENDIDX) TO NAABSENT
                   MOVE RUNDATE TO NAFLAGDATE
                   WRITE NEVERRECORD
                   PERFORM CHECKNEVERSTATUS
                   ADD 1 TO NEVERCOUNT
               END-IF
           END-IF.

       BUILDSTUDENTNAME.
           MOVE ATBLIDNUM (ATTENDIDX) TO SMIDNUM.
           PERFORM READSTUDMASTER.
           IF STUDMASTERFOUND THEN
               MOVE SPACES TO FULLSTUDENTNAME
               STRING FUNCTION TRIM(SMFIRSTNAME) " "
                   FUNCTION TRIM(SMLASTNAME)
                   DELIMITED BY SIZE INTO FULLSTUDENTNAME
           ELSE
               MOVE ETBLSTUDNAME (ENROLLFOUNDIDX) TO FULLSTUDENTNAME
           END-IF.

       PRINTEXCEPTIONREPORT.
           OPEN OUTPUT EXCEPTREPORT.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           WRITE PRINTLINE FROM EXCEPTHEADING.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE RUNDATE TO PRNRUNDATE.
           WRITE PRINTLINE FROM RUNDATELINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE 1 TO PICKIDX.
           PERFORM PRINTNEXTINSTRUCTOR UNTIL PICKIDX = ZERO.
           PERFORM PRINTUNKNOWNSECTIONREJECTS.
           PERFORM PRINTPOSTINGTOTALS.
           CLOSE EXCEPTREPORT.

       PRINTNEXTINSTRUCTOR.
           MOVE ZERO TO PICKIDX.
           PERFORM PICKONEINSTRUCTOR VARYING SECTIONIDX
               FROM 1 BY 1 UNTIL SECTIONIDX > SECTIONENTRYCNT.
           IF PICKIDX > ZERO THEN
               MOVE SECTBLINSTRUCTOR (PICKIDX) TO CURRENTINSTRUCTOR
               MOVE CURRENTINSTRUCTOR TO PRNINSTRUCTOR
               WRITE PRINTLINE FROM INSTRUCTORLINE
                   AFTER ADVANCING 3 LINES
               PERFORM CHECKEXCEPTREPORTSTATUS
               WRITE PRINTLINE FROM EXCEPTHEADS
                   AFTER ADVANCING 2 LINES
               PERFORM CHECKEXCEPTREPORTSTATUS
               MOVE ZERO TO INSTRUCTORLINECOUNT
               PERFORM PRINTONEINSTRUCTORSECTION VARYING SECTIONIDX
                   FROM 1 BY 1 UNTIL SECTIONIDX > SECTIONENTRYCNT
               IF INSTRUCTORLINECOUNT = ZERO THEN
                   MOVE SPACES TO PRINTLINE
                   MOVE "NO ATTENDANCE EXCEPTIONS" TO PRINTLINE
                   WRITE PRINTLINE AFTER ADVANCING 1 LINE
                   PERFORM CHECKEXCEPTREPORTSTATUS
               END-IF
           END-IF.

       PICKONEINSTRUCTOR.
           IF SECTBLPRINTED (SECTIONIDX) = "N" THEN
               IF PICKIDX = ZERO OR SECTBLINSTRUCTOR (SECTIONIDX) <
                   SECTBLINSTRUCTOR (PICKIDX) THEN
                   MOVE SECTIONIDX TO PICKIDX
               END-IF
           END-IF.

       PRINTONEINSTRUCTORSECTION.
           IF SECTBLPRINTED (SECTIONIDX) = "N"
               AND SECTBLINSTRUCTOR (SECTIONIDX) = CURRENTINSTRUCTOR
               THEN
               MOVE "Y" TO SECTBLPRINTED (SECTIONIDX)
               MOVE SECTBLCODE (SECTIONIDX) TO LOOKUPSECTCODE
               PERFORM PRINTONESTUDENTEXCEPTION VARYING ATTENDIDX
                   FROM 1 BY 1 UNTIL ATTENDIDX > ATTENDENTRYCNT
               PERFORM PRINTONESECTIONREJECT VARYING REJECTIDX
                   FROM 1 BY 1 UNTIL REJECTIDX > REJECTENTRYCNT
           END-IF.

       PRINTONESTUDENTEXCEPTION.
           IF ATBLSECTCODE (ATTENDIDX) = LOOKUPSECTCODE THEN
               MOVE SPACES TO EXCEPTIONTEXT
               MOVE ATBLIDNUM (ATTENDIDX) TO LOOKUPIDNUM
               PERFORM FINDENROLLMENT
               EVALUATE TRUE
                   WHEN ENROLLFOUNDIDX = ZERO
                       CONTINUE
                   WHEN ATBLMEETINGS (ATTENDIDX) > ZERO
                       AND ATBLPRESENT (ATTENDIDX) = ZERO
                       MOVE "NEVER ATTENDED" TO EXCEPTIONTEXT
                   WHEN ATBLWARNEDNOW (ATTENDIDX) = "Y"
                       MOVE "WARNING LETTER SENT" TO EXCEPTIONTEXT
                   WHEN ATBLWARNEDNOW (ATTENDIDX) = "X"
                       MOVE "NO ADDRESS - NOT WARNED" TO EXCEPTIONTEXT
                   WHEN ATBLABSENT (ATTENDIDX) NOT < ABSENCEWARNLIMIT
                       MOVE "OVER ABSENCE LIMIT" TO EXCEPTIONTEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF EXCEPTIONTEXT NOT = SPACES THEN
                   PERFORM BUILDSTUDENTNAME
                   MOVE ATBLSECTCODE (ATTENDIDX) TO PRNSECTCODE
                   MOVE ATBLIDNUM (ATTENDIDX) TO PRNIDNUM
                   MOVE FULLSTUDENTNAME TO PRNSTUDNAME
                   MOVE ATBLMEETINGS (ATTENDIDX) TO PRNMEETINGS
                   MOVE ATBLPRESENT (ATTENDIDX) TO PRNPRESENT
                   MOVE ATBLABSENT (ATTENDIDX) TO PRNABSENT
                   MOVE ATBLEXCUSED (ATTENDIDX) TO PRNEXCUSED
                   MOVE EXCEPTIONTEXT TO PRNCONDITION
                   WRITE PRINTLINE FROM EXCEPTDETAILLINE
                       AFTER ADVANCING 1 LINE
                   PERFORM CHECKEXCEPTREPORTSTATUS
                   ADD 1 TO INSTRUCTORLINECOUNT
               END-IF
           END-IF.

       PRINTONESECTIONREJECT.
           IF RTBLSECTCODE (REJECTIDX) = LOOKUPSECTCODE THEN
               PERFORM WRITEREJECTLINE
               ADD 1 TO INSTRUCTORLINECOUNT
           END-IF.

       PRINTUNKNOWNSECTIONREJECTS.
           MOVE ZERO TO INSTRUCTORLINECOUNT.
           PERFORM PRINTONEUNKNOWNREJECT VARYING REJECTIDX
               FROM 1 BY 1 UNTIL REJECTIDX > REJECTENTRYCNT.

       PRINTONEUNKNOWNREJECT.
           IF RTBLREASON (REJECTIDX) = "SECTION NOT ON FILE" THEN
               IF INSTRUCTORLINECOUNT = ZERO THEN
                   WRITE PRINTLINE FROM NOSECTIONLINE
                       AFTER ADVANCING 3 LINES
                   PERFORM CHECKEXCEPTREPORTSTATUS
               END-IF
               PERFORM WRITEREJECTLINE
               ADD 1 TO INSTRUCTORLINECOUNT
           END-IF.

       WRITEREJECTLINE.
           MOVE RTBLSECTCODE (REJECTIDX) TO PRNREJSECTCODE.
           MOVE RTBLIDNUM (REJECTIDX) TO PRNREJIDNUM.
           MOVE RTBLMEETDATE (REJECTIDX) TO PRNREJMEETDATE.
           MOVE RTBLMARK (REJECTIDX) TO PRNREJMARK.
           MOVE RTBLREASON (REJECTIDX) TO PRNREJREASON.
           WRITE PRINTLINE FROM REJECTDETAILLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.

       PRINTPOSTINGTOTALS.
           MOVE "TRANSACTIONS READ" TO PRNTOTLABEL.
           MOVE TRANSREAD TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 3 LINES.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "MARKS POSTED" TO PRNTOTLABEL.
           MOVE POSTEDCOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "  OF WHICH CORRECTIONS" TO PRNTOTLABEL.
           MOVE CORRECTEDCOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "DUPLICATE MARKS" TO PRNTOTLABEL.
           MOVE DUPLICATECOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "TRANSACTIONS REJECTED" TO PRNTOTLABEL.
           MOVE REJECTCOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "WARNING LETTERS PRODUCED" TO PRNTOTLABEL.
           MOVE LETTERCOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "WARNINGS WITHOUT ADDRESS" TO PRNTOTLABEL.
           MOVE NOADDRESSCOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.
           MOVE "NEVER ATTENDED FLAGS" TO PRNTOTLABEL.
           MOVE NEVERCOUNT TO PRNTOTCOUNT.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKEXCEPTREPORTSTATUS.

       REWRITEATTENDFILE.
           OPEN OUTPUT ATTENDFILE.
           PERFORM CHECKATTENDSTATUS.
           PERFORM REWRITEONEATTENDANCE VARYING ATTENDIDX
               FROM 1 BY 1 UNTIL ATTENDIDX > ATTENDENTRYCNT.
           CLOSE ATTENDFILE.

       REWRITEONEATTENDANCE.
           MOVE ATBLIDNUM (ATTENDIDX) TO AMIDNUM.
           MOVE ATBLSECTCODE (ATTENDIDX) TO AMSECTCODE.
           MOVE ATBLMEETINGS (ATTENDIDX) TO AMMEETINGS.
           MOVE ATBLPRESENT (ATTENDIDX) TO AMPRESENT.
           MOVE ATBLABSENT (ATTENDIDX) TO AMABSENT.
           MOVE ATBLEXCUSED (ATTENDIDX) TO AMEXCUSED.
           MOVE ATBLWEEKSTART (ATTENDIDX) TO AMWEEKSTART.
           MOVE ATBLWEEKMARKS (ATTENDIDX) TO AMWEEKMARKS.
           MOVE ATBLWARNLEVEL (ATTENDIDX) TO AMWARNLEVEL.
           MOVE ATBLLASTWARNDATE (ATTENDIDX) TO AMLASTWARNDATE.
           WRITE ATTENDRECORD.
           PERFORM CHECKATTENDSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "ATTENDPOST" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE TRANSREAD TO JSREAD.
           MOVE POSTEDCOUNT TO JSWRITTEN.
           COMPUTE TOTALREJECTED = REJECTCOUNT + DUPLICATECOUNT.
           MOVE TOTALREJECTED TO JSREJECTED.
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

       CHECKTRANSSTATUS.
           IF FS-TRANSFILE NOT = "00" AND FS-TRANSFILE NOT = "05"
               AND FS-TRANSFILE NOT = "10" THEN
               MOVE "TRANSFILE" TO IOERRORFILE
               MOVE FS-TRANSFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKATTENDSTATUS.
           IF FS-ATTENDFILE NOT = "00" AND FS-ATTENDFILE NOT = "05"
               AND FS-ATTENDFILE NOT = "10" THEN
               MOVE "ATTENDFILE" TO IOERRORFILE
               MOVE FS-ATTENDFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKNEVERSTATUS.
           IF FS-NEVERFILE NOT = "00" THEN
               MOVE "NEVERFILE" TO IOERRORFILE
               MOVE FS-NEVERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKLETTERSTATUS.
           IF FS-LETTERFILE NOT = "00" THEN
               MOVE "LETTERFILE" TO IOERRORFILE
               MOVE FS-LETTERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKEXCEPTREPORTSTATUS.
           IF FS-EXCEPTREPORT NOT = "00" THEN
               MOVE "EXCEPTREPORT" TO IOERRORFILE
               MOVE FS-EXCEPTREPORT TO IOERRORSTATUS
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
           CLOSE SECTIONFILE, STUDENTFILE, STUDMASTERFILE, TRANSFILE,
               ATTENDFILE, NEVERFILE, LETTERFILE, EXCEPTREPORT.
           STOP RUN.
