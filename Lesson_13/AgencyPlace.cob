       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCYPLACE.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGENCYFILE ASSIGN TO "Agency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENCYFILE.
           SELECT OPTIONAL RECOVERYFILE ASSIGN TO "Recovery.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIDNUM
           FILE STATUS IS FS-RECOVERYFILE.
           SELECT OPTIONAL PLACEMENTFILE ASSIGN TO "Placement.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLCIDNUM
           FILE STATUS IS FS-PLACEMENTFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT PLACEOUTFILE ASSIGN TO "AgyPlcOut.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLACEOUTFILE.
           SELECT PLACEREPORT ASSIGN TO "AgyPlace.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLACEREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD AGENCYFILE.
       01 AGENCYRECORD.
           88 WS-AGY-EOF VALUE HIGH-VALUE.
           02 AGYCODE PIC X(04).
           02 AGYNAME PIC X(20).
           02 AGYCOMMRATE PIC V999.
           02 AGYSTATUS PIC X(01).

       FD RECOVERYFILE.
       01 RECOVERYRECORD.
           88 WS-REC-EOF VALUE HIGH-VALUE.
           02 RECIDNUM PIC 9(5).
           02 RECDATE PIC 9(8).
           02 RECWRITEOFF PIC S9(7)V99.
           02 RECRECOVERED PIC S9(7)V99.

       FD PLACEMENTFILE.
       01 PLACEMENTRECORD.
           02 PLCIDNUM PIC 9(5).
           02 PLCAGENCY PIC X(04).
           02 PLCDATE PIC 9(8).
           02 PLCAMOUNT PIC S9(7)V99.
           02 PLCSTATUS PIC X(01).
               88 PLCPLACED VALUE "P".
               88 PLCRECALLED VALUE "R".
           02 PLCRECALLDATE PIC 9(8).
           02 PLCGROSSREC PIC S9(7)V99.
           02 PLCCOMMISSION PIC S9(7)V99.
           02 PLCLASTREMITDATE PIC 9(8).

       FD CUSTOMERFILE.
       01 CUSTOMERDATA.
           02 IDNUM PIC 9(5).
           02 CUSTNAM.
               03 FIRSTNAME PIC X(15).
               03 LASTNAME PIC X(15).
           02 ACCTBALANCE PIC S9(7)V99.
           02 DAYSPASTDUE PIC 9(3).
           02 DATEOFBIRTH.
               03 MOB PIC 99.
               03 DOB PIC 99.
               03 YOB PIC 9(4).
           02 REGIONCODE PIC X(03).
           02 SSNUM.
               03 SSAREA PIC 999.
               03 SSGROUP PIC 99.
               03 SSSERIAL PIC 9999.
           02 MAILADDRESS.
               03 STREETADDR PIC X(20).
               03 CITY PIC X(15).
               03 STATECODE PIC X(02).
               03 ZIPCODE PIC X(05).
           02 CREDITLIMIT PIC S9(7)V99.
           02 CREDITHOLDFLAG PIC X(01).
           02 BILLCYCLE PIC 9(01).

       FD PLACEOUTFILE.
       01 PLACEHEADERRECORD.
           02 PHRECTYPE PIC X(01).
           02 PHAGENCY PIC X(04).
           02 PHFILEDATE PIC 9(8).
           02 PHSENDER PIC X(20).
           02 FILLER PIC X(95).
       01 PLACEDETAILRECORD.
           02 PDRECTYPE PIC X(01).
           02 PDACTION PIC X(01).
           02 PDIDNUM PIC 9(5).
           02 PDFIRSTNAME PIC X(15).
           02 PDLASTNAME PIC X(15).
           02 PDSTREETADDR PIC X(20).
           02 PDCITY PIC X(15).
           02 PDSTATECODE PIC X(02).
           02 PDZIPCODE PIC X(05).
           02 PDSSNUM PIC 9(9).
           02 PDBALANCE PIC 9(7)V99.
           02 PDWRITEOFFDATE PIC 9(8).
           02 PDDATEOFBIRTH PIC 9(8).
           02 FILLER PIC X(06).
       01 PLACETRAILERRECORD.
           02 PTRECTYPE PIC X(01).
           02 PTPLACECOUNT PIC 9(7).
           02 PTPLACEAMOUNT PIC 9(11)V99.
           02 PTRECALLCOUNT PIC 9(7).
           02 FILLER PIC X(100).

       FD PLACEREPORT.
       01 PLACEREPORTLINE PIC X(90).

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
       01 FS-AGENCYFILE PIC XX VALUE "00".
       01 FS-RECOVERYFILE PIC XX VALUE "00".
       01 FS-PLACEMENTFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-PLACEOUTFILE PIC XX VALUE "00".
       01 FS-PLACEREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 PLACEAGENCY PIC X(04) VALUE SPACES.
       01 PLACEAGENCYNAME PIC X(20) VALUE SPACES.
       01 AGENCYFOUNDFLAG PIC X VALUE "N".
           88 AGENCYFOUND VALUE "Y".
       01 PLACEMINDAYS PIC 9(3) VALUE 90.
       01 WRITEOFFDAYS PIC S9(7) VALUE ZERO.
       01 REMAININGBALANCE PIC S9(7)V99 VALUE ZERO.
       01 PLACEMENTFOUNDFLAG PIC X VALUE "N".
           88 PLACEMENTFOUND VALUE "Y".
       01 RECOVERYREADCOUNT PIC 9(7) VALUE ZERO.
       01 PLACEDCOUNT PIC 9(7) VALUE ZERO.
       01 PLACEDAMOUNT PIC S9(11)V99 VALUE ZERO.
       01 RECALLEDCOUNT PIC 9(7) VALUE ZERO.
       01 NOCUSTOMERCOUNT PIC 9(7) VALUE ZERO.
       01 SENDERNAME PIC X(20) VALUE "ACCOUNTS RECEIVABLE".
       01 PLACEHEADING PIC X(40) VALUE
           "COLLECTION AGENCY PLACEMENT REGISTER".
       01 AGENCYLINE.
           02 FILLER PIC X(8) VALUE "AGENCY: ".
           02 PRNAGENCYCODE PIC X(04).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNAGENCYNAME PIC X(20).
           02 FILLER PIC X(22) VALUE "  MINIMUM DAYS SINCE W".
           02 FILLER PIC X(11) VALUE "RITE-OFF:  ".
           02 PRNMINDAYS PIC ZZ9.
       01 PLACEHEADS.
           02 FILLER PIC X(44) VALUE
               "ACTION    ID_NUMBER  NAME                   ".
           02 FILLER PIC X(30) VALUE
               "          BALANCE  WRITTEN OFF".
       01 PLACEDETAILLINE.
           02 PRNPLACTION PIC X(10).
           02 PRNPLIDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPLNAME PIC X(31).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPLBALANCE PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPLWODATE PIC 9(8).
       01 PLACETOTALLINE.
           02 FILLER PIC X(20) VALUE "ACCOUNTS PLACED:    ".
           02 PRNPLACEDCOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNPLACEDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 RECALLTOTALLINE.
           02 FILLER PIC X(20) VALUE "ACCOUNTS RECALLED:  ".
           02 PRNRECALLEDCOUNT PIC Z,ZZZ,ZZ9.
       01 NOCUSTOMERLINE.
           02 FILLER PIC X(20) VALUE "NOT ON CUSTOMER FILE".
           02 PRNNOCUSTOMERCOUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       DISPLAY "ENTER AGENCY CODE FOR PLACEMENT: " WITH NO ADVANCING.
       ACCEPT PLACEAGENCY.
       PERFORM FINDAGENCY.
       IF NOT AGENCYFOUND THEN
           DISPLAY "AGENCYPLACE: AGENCY " PLACEAGENCY
               " NOT ACTIVE ON AGENCY MASTER - RUN STOPPED"
           STOP RUN
       END-IF.
       DISPLAY "ENTER MINIMUM DAYS SINCE WRITE-OFF: "
           WITH NO ADVANCING.
       ACCEPT PLACEMINDAYS.
       OPEN INPUT RECOVERYFILE.
       PERFORM CHECKRECOVERYSTATUS.
       OPEN I-O PLACEMENTFILE.
       PERFORM CHECKPLACEMENTSTATUS.
       OPEN INPUT CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN OUTPUT PLACEOUTFILE.
       PERFORM CHECKPLACEOUTSTATUS.
       OPEN OUTPUT PLACEREPORT.
       PERFORM CHECKPLACEREPORTSTATUS.
       PERFORM WRITEPLACEHEADER.
       MOVE ZERO TO RECIDNUM.
       START RECOVERYFILE KEY IS NOT LESS THAN RECIDNUM
           INVALID KEY SET WS-REC-EOF TO TRUE
       END-START.
       IF NOT WS-REC-EOF THEN
           READ RECOVERYFILE NEXT RECORD
               AT END SET WS-REC-EOF TO TRUE
           END-READ
           PERFORM CHECKRECOVERYSTATUS
       END-IF.
       PERFORM EXAMINEONERECOVERY UNTIL WS-REC-EOF.
       PERFORM WRITEPLACETRAILER.
       PERFORM PRINTPLACETOTALS.
       PERFORM WRITEJOBSTATS.
       CLOSE RECOVERYFILE, PLACEMENTFILE, CUSTOMERFILE, PLACEOUTFILE,
             PLACEREPORT.
       GOBACK.

       FINDAGENCY.
           OPEN INPUT AGENCYFILE.
           PERFORM CHECKAGENCYSTATUS.
           READ AGENCYFILE
               AT END SET WS-AGY-EOF TO TRUE
           END-READ.
           PERFORM CHECKONEAGENCY UNTIL WS-AGY-EOF.
           CLOSE AGENCYFILE.

       CHECKONEAGENCY.
           IF AGYCODE = PLACEAGENCY AND AGYSTATUS = "A" THEN
               SET AGENCYFOUND TO TRUE
               MOVE AGYNAME TO PLACEAGENCYNAME
           END-IF.
           READ AGENCYFILE
               AT END SET WS-AGY-EOF TO TRUE
           END-READ.

       WRITEPLACEHEADER.
           MOVE SPACES TO PLACEHEADERRECORD.
           MOVE "H" TO PHRECTYPE.
           MOVE PLACEAGENCY TO PHAGENCY.
           MOVE RUNDATE TO PHFILEDATE.
           MOVE SENDERNAME TO PHSENDER.
           WRITE PLACEHEADERRECORD.
           PERFORM CHECKPLACEOUTSTATUS.
           WRITE PLACEREPORTLINE FROM PLACEHEADING.
           PERFORM CHECKPLACEREPORTSTATUS.
           MOVE PLACEAGENCY TO PRNAGENCYCODE.
           MOVE PLACEAGENCYNAME TO PRNAGENCYNAME.
           MOVE PLACEMINDAYS TO PRNMINDAYS.
           WRITE PLACEREPORTLINE FROM AGENCYLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPLACEREPORTSTATUS.
           WRITE PLACEREPORTLINE FROM PLACEHEADS
               AFTER ADVANCING 2 LINES.
           PERFORM CHECKPLACEREPORTSTATUS.

       EXAMINEONERECOVERY.
           ADD 1 TO RECOVERYREADCOUNT.
           COMPUTE REMAININGBALANCE = RECWRITEOFF - RECRECOVERED.
           MOVE "N" TO PLACEMENTFOUNDFLAG.
           MOVE RECIDNUM TO PLCIDNUM.
           READ PLACEMENTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PLACEMENTFOUND TO TRUE
           END-READ.
           IF PLACEMENTFOUND THEN
               IF PLCPLACED AND PLCAGENCY = PLACEAGENCY
                   AND REMAININGBALANCE NOT > ZERO THEN
                   PERFORM RECALLONEACCOUNT
               END-IF
           ELSE
               COMPUTE WRITEOFFDAYS = FUNCTION INTEGER-OF-DATE
                   (RUNDATE) - FUNCTION INTEGER-OF-DATE (RECDATE)
               IF REMAININGBALANCE > ZERO
                   AND WRITEOFFDAYS NOT < PLACEMINDAYS THEN
                   PERFORM PLACEONEACCOUNT
               END-IF
           END-IF.
           READ RECOVERYFILE NEXT RECORD
               AT END SET WS-REC-EOF TO TRUE
           END-READ.
           PERFORM CHECKRECOVERYSTATUS.

       PLACEONEACCOUNT.
           MOVE RECIDNUM TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   ADD 1 TO NOCUSTOMERCOUNT
                   MOVE SPACES TO CUSTNAM
                   MOVE "NO CUSTOMER" TO PRNPLACTION
                   PERFORM WRITEPLACEDETAILLINE
               NOT INVALID KEY
                   PERFORM WRITEPLACEMENT
           END-READ.

       WRITEPLACEMENT.
           MOVE SPACES TO PLACEDETAILRECORD.
           MOVE "D" TO PDRECTYPE.
           MOVE "P" TO PDACTION.
           MOVE IDNUM TO PDIDNUM.
           MOVE FIRSTNAME TO PDFIRSTNAME.
           MOVE LASTNAME TO PDLASTNAME.
           MOVE STREETADDR TO PDSTREETADDR.
           MOVE CITY TO PDCITY.
           MOVE STATECODE TO PDSTATECODE.
           MOVE ZIPCODE TO PDZIPCODE.
           MOVE SSNUM TO PDSSNUM.
           MOVE REMAININGBALANCE TO PDBALANCE.
           MOVE RECDATE TO PDWRITEOFFDATE.
           MOVE DATEOFBIRTH TO PDDATEOFBIRTH.
           WRITE PLACEDETAILRECORD.
           PERFORM CHECKPLACEOUTSTATUS.
           MOVE RECIDNUM TO PLCIDNUM.
           MOVE PLACEAGENCY TO PLCAGENCY.
           MOVE RUNDATE TO PLCDATE.
           MOVE REMAININGBALANCE TO PLCAMOUNT.
           SET PLCPLACED TO TRUE.
           MOVE ZERO TO PLCRECALLDATE.
           MOVE ZERO TO PLCGROSSREC.
           MOVE ZERO TO PLCCOMMISSION.
           MOVE ZERO TO PLCLASTREMITDATE.
           WRITE PLACEMENTRECORD
               INVALID KEY
                   MOVE "PLACEMENTFILE" TO IOERRORFILE
                   MOVE FS-PLACEMENTFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-WRITE.
           ADD 1 TO PLACEDCOUNT.
           ADD REMAININGBALANCE TO PLACEDAMOUNT.
           MOVE "PLACED" TO PRNPLACTION.
           PERFORM WRITEPLACEDETAILLINE.

       RECALLONEACCOUNT.
           MOVE RECIDNUM TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   MOVE SPACES TO CUSTNAM
                   MOVE SPACES TO MAILADDRESS
                   MOVE ZERO TO SSNUM
                   MOVE ZERO TO DATEOFBIRTH
           END-READ.
           MOVE SPACES TO PLACEDETAILRECORD.
           MOVE "D" TO PDRECTYPE.
           MOVE "R" TO PDACTION.
           MOVE RECIDNUM TO PDIDNUM.
           MOVE FIRSTNAME TO PDFIRSTNAME.
           MOVE LASTNAME TO PDLASTNAME.
           MOVE STREETADDR TO PDSTREETADDR.
           MOVE CITY TO PDCITY.
           MOVE STATECODE TO PDSTATECODE.
           MOVE ZIPCODE TO PDZIPCODE.
           MOVE SSNUM TO PDSSNUM.
           MOVE ZERO TO PDBALANCE.
           MOVE RECDATE TO PDWRITEOFFDATE.
           MOVE DATEOFBIRTH TO PDDATEOFBIRTH.
           WRITE PLACEDETAILRECORD.
           PERFORM CHECKPLACEOUTSTATUS.
           SET PLCRECALLED TO TRUE.
           MOVE RUNDATE TO PLCRECALLDATE.
           REWRITE PLACEMENTRECORD
               INVALID KEY
                   MOVE "PLACEMENTFILE" TO IOERRORFILE
                   MOVE FS-PLACEMENTFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-REWRITE.
           ADD 1 TO RECALLEDCOUNT.
           MOVE "RECALLED" TO PRNPLACTION.
           PERFORM WRITEPLACEDETAILLINE.

       WRITEPLACEDETAILLINE.
           MOVE RECIDNUM TO PRNPLIDNUM.
           MOVE SPACES TO PRNPLNAME.
           STRING FUNCTION TRIM(FIRSTNAME) " "
               FUNCTION TRIM(LASTNAME)
               DELIMITED BY SIZE INTO PRNPLNAME.
           MOVE REMAININGBALANCE TO PRNPLBALANCE.
           MOVE RECDATE TO PRNPLWODATE.
           WRITE PLACEREPORTLINE FROM PLACEDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPLACEREPORTSTATUS.

       WRITEPLACETRAILER.
           MOVE SPACES TO PLACETRAILERRECORD.
           MOVE "T" TO PTRECTYPE.
           MOVE PLACEDCOUNT TO PTPLACECOUNT.
           MOVE PLACEDAMOUNT TO PTPLACEAMOUNT.
           MOVE RECALLEDCOUNT TO PTRECALLCOUNT.
           WRITE PLACETRAILERRECORD.
           PERFORM CHECKPLACEOUTSTATUS.

       PRINTPLACETOTALS.
           MOVE PLACEDCOUNT TO PRNPLACEDCOUNT.
           MOVE PLACEDAMOUNT TO PRNPLACEDAMOUNT.
           WRITE PLACEREPORTLINE FROM PLACETOTALLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKPLACEREPORTSTATUS.
           MOVE RECALLEDCOUNT TO PRNRECALLEDCOUNT.
           WRITE PLACEREPORTLINE FROM RECALLTOTALLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPLACEREPORTSTATUS.
           MOVE NOCUSTOMERCOUNT TO PRNNOCUSTOMERCOUNT.
           WRITE PLACEREPORTLINE FROM NOCUSTOMERLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKPLACEREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "AGENCYPLACE" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE RECOVERYREADCOUNT TO JSREAD.
           COMPUTE JSWRITTEN = PLACEDCOUNT + RECALLEDCOUNT.
           MOVE NOCUSTOMERCOUNT TO JSREJECTED.
           MOVE PLACEDAMOUNT TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKAGENCYSTATUS.
           IF FS-AGENCYFILE NOT = "00" AND FS-AGENCYFILE NOT = "05"
               AND FS-AGENCYFILE NOT = "10" THEN
               MOVE "AGENCYFILE" TO IOERRORFILE
               MOVE FS-AGENCYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKRECOVERYSTATUS.
           IF FS-RECOVERYFILE NOT = "00" AND FS-RECOVERYFILE NOT = "05"
               AND FS-RECOVERYFILE NOT = "10" THEN
               MOVE "RECOVERYFILE" TO IOERRORFILE
               MOVE FS-RECOVERYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPLACEMENTSTATUS.
           IF FS-PLACEMENTFILE NOT = "00"
               AND FS-PLACEMENTFILE NOT = "05" THEN
               MOVE "PLACEMENTFILE" TO IOERRORFILE
               MOVE FS-PLACEMENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPLACEOUTSTATUS.
           IF FS-PLACEOUTFILE NOT = "00" THEN
               MOVE "PLACEOUTFILE" TO IOERRORFILE
               MOVE FS-PLACEOUTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKPLACEREPORTSTATUS.
           IF FS-PLACEREPORT NOT = "00" THEN
               MOVE "PLACEREPORT" TO IOERRORFILE
               MOVE FS-PLACEREPORT TO IOERRORSTATUS
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
               " AT ID " RECIDNUM.
           CLOSE RECOVERYFILE, PLACEMENTFILE, CUSTOMERFILE,
                 PLACEOUTFILE, PLACEREPORT.
           STOP RUN.
