       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLACTENTRY.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTIVITYFILE ASSIGN TO "CollAct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTIVITYFILE.
           SELECT OPTIONAL COLLECTORFILE ASSIGN TO "Collector.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COLLECTORFILE.
           SELECT OPTIONAL ASSIGNMENTFILE ASSIGN TO "CollAssign.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASSIGNMENTFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
       DATA DIVISION.
       FILE SECTION.
       FD ACTIVITYFILE.
       01 ACTIVITYRECORD.
           02 ACTIDNUM PIC 9(5).
           02 ACTDATE PIC 9(8).
           02 ACTCOLLID PIC X(08).
           02 ACTCONTACTTYPE PIC X(01).
               88 VALIDCONTACTTYPE VALUES "P" "L" "E" "V".
           02 ACTOUTCOME PIC X(02).
               88 VALIDOUTCOME VALUES "NA" "LM" "PP" "RP" "WN" "DP"
                   "PD" "CB".
           02 ACTFOLLOWUP PIC 9(8).

       FD COLLECTORFILE.
       01 COLLECTORRECORD.
           88 WS-COLL-EOF VALUE HIGH-VALUE.
           02 COLLID PIC X(08).
           02 COLLNAME PIC X(20).
           02 COLLREGION PIC X(03).
           02 COLLSTATUS PIC X(01).

       FD ASSIGNMENTFILE.
       01 ASSIGNMENTRECORD.
           88 WS-ASG-EOF VALUE HIGH-VALUE.
           02 ASGCOLLID PIC X(08).
           02 ASGIDNUM PIC 9(5).
           02 ASGDATE PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 FS-ACTIVITYFILE PIC XX VALUE "00".
       01 FS-COLLECTORFILE PIC XX VALUE "00".
       01 FS-ASSIGNMENTFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 ENTRYMODE PIC X VALUE SPACE.
           88 ENTRYLOG VALUE "L".
           88 ENTRYEXIT VALUE "X".
       01 ENTRYCOLLECTOR PIC X(08) VALUE SPACES.
       01 ENTRYID PIC 9(5) VALUE ZERO.
       01 ENTRYCONTACTDATE PIC 9(8) VALUE ZERO.
       01 ENTRYCONTACTTYPE PIC X(01) VALUE SPACE.
       01 ENTRYOUTCOME PIC X(02) VALUE SPACES.
       01 ENTRYFOLLOWUP PIC 9(8) VALUE ZERO.
       01 COLLECTORFOUNDFLAG PIC X VALUE "N".
           88 COLLECTORFOUND VALUE "Y".
       01 ASSIGNEDFLAG PIC X VALUE "N".
           88 ACCOUNTASSIGNED VALUE "Y".
       01 DISPLAYAMOUNT PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       OPEN INPUT CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN EXTEND ACTIVITYFILE.
       PERFORM CHECKACTIVITYSTATUS.
       DISPLAY "ENTER COLLECTOR ID: " WITH NO ADVANCING.
       ACCEPT ENTRYCOLLECTOR.
       PERFORM FINDCOLLECTOR.
       IF NOT COLLECTORFOUND THEN
           DISPLAY "COLLECTOR " ENTRYCOLLECTOR
               " NOT ACTIVE ON COLLECTOR MASTER"
           MOVE "X" TO ENTRYMODE
       ELSE
           PERFORM ASKENTRYMODE
       END-IF.
       PERFORM RUNONEENTRY UNTIL ENTRYEXIT.
       CLOSE CUSTOMERFILE, ACTIVITYFILE.
       GOBACK.

       ASKENTRYMODE.
           DISPLAY "(L)OG CONTACT OR E(X)IT? " WITH NO ADVANCING.
           ACCEPT ENTRYMODE.

       RUNONEENTRY.
           IF ENTRYLOG THEN
               PERFORM LOGONECONTACT
           END-IF.
           IF NOT ENTRYEXIT THEN
               PERFORM ASKENTRYMODE
           END-IF.

       FINDCOLLECTOR.
           MOVE "N" TO COLLECTORFOUNDFLAG.
           OPEN INPUT COLLECTORFILE.
           PERFORM CHECKCOLLECTORSTATUS.
           READ COLLECTORFILE
               AT END SET WS-COLL-EOF TO TRUE
           END-READ.
           PERFORM CHECKONECOLLECTOR UNTIL WS-COLL-EOF.
           CLOSE COLLECTORFILE.

       CHECKONECOLLECTOR.
           IF COLLID = ENTRYCOLLECTOR AND COLLSTATUS = "A" THEN
               SET COLLECTORFOUND TO TRUE
               DISPLAY "COLLECTOR: " COLLNAME "  REGION " COLLREGION
           END-IF.
           READ COLLECTORFILE
               AT END SET WS-COLL-EOF TO TRUE
           END-READ.

       LOGONECONTACT.
           DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
           ACCEPT ENTRYID.
           MOVE ENTRYID TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "CUSTOMER " ENTRYID " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM FINDASSIGNMENT
                   IF ACCOUNTASSIGNED THEN
                       PERFORM LOGVALIDCONTACT
                   ELSE
                       DISPLAY "ACCOUNT " ENTRYID
                           " NOT ASSIGNED TO COLLECTOR "
                           ENTRYCOLLECTOR " - NOT SAVED"
                   END-IF
           END-READ.

       FINDASSIGNMENT.
           MOVE "N" TO ASSIGNEDFLAG.
           OPEN INPUT ASSIGNMENTFILE.
           PERFORM CHECKASSIGNMENTSTATUS.
           READ ASSIGNMENTFILE
               AT END SET WS-ASG-EOF TO TRUE
           END-READ.
           PERFORM CHECKONEASSIGNMENT UNTIL WS-ASG-EOF.
           CLOSE ASSIGNMENTFILE.

       CHECKONEASSIGNMENT.
           IF ASGIDNUM = ENTRYID AND ASGCOLLID = ENTRYCOLLECTOR THEN
               SET ACCOUNTASSIGNED TO TRUE
           END-IF.
           READ ASSIGNMENTFILE
               AT END SET WS-ASG-EOF TO TRUE
           END-READ.

       LOGVALIDCONTACT.
           DISPLAY "CUSTOMER: " FIRSTNAME " " LASTNAME.
           MOVE ACCTBALANCE TO DISPLAYAMOUNT.
           DISPLAY "BALANCE:  " DISPLAYAMOUNT "  DPD " DAYSPASTDUE.
           DISPLAY "ENTER CONTACT DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT ENTRYCONTACTDATE.
           IF ENTRYCONTACTDATE = ZERO THEN
               MOVE RUNDATE TO ENTRYCONTACTDATE
           END-IF.
           DISPLAY "ENTER CONTACT TYPE (P=PHONE L=LETTER E=EMAIL "
               "V=VISIT): " WITH NO ADVANCING.
           ACCEPT ENTRYCONTACTTYPE.
           DISPLAY "ENTER OUTCOME (NA=NO ANSWER LM=LEFT MESSAGE "
               "PP=PROMISE RP=REFUSED WN=WRONG NUMBER DP=DISPUTE "
               "PD=PAID CB=CALL BACK): " WITH NO ADVANCING.
           ACCEPT ENTRYOUTCOME.
           DISPLAY "ENTER NEXT FOLLOW-UP DATE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING.
           ACCEPT ENTRYFOLLOWUP.
           MOVE ENTRYCONTACTTYPE TO ACTCONTACTTYPE.
           MOVE ENTRYOUTCOME TO ACTOUTCOME.
           EVALUATE TRUE
               WHEN ENTRYCONTACTDATE > RUNDATE
                   DISPLAY "CONTACT DATE IN FUTURE - NOT SAVED"
               WHEN NOT VALIDCONTACTTYPE
                   DISPLAY "CONTACT TYPE " ENTRYCONTACTTYPE
                       " NOT VALID - NOT SAVED"
               WHEN NOT VALIDOUTCOME
                   DISPLAY "OUTCOME " ENTRYOUTCOME
                       " NOT VALID - NOT SAVED"
               WHEN ENTRYFOLLOWUP NOT = ZERO
                   AND ENTRYFOLLOWUP < RUNDATE
                   DISPLAY "FOLLOW-UP DATE PAST - NOT SAVED"
               WHEN OTHER
                   PERFORM WRITEACTIVITY
           END-EVALUATE.

       WRITEACTIVITY.
           MOVE ENTRYID TO ACTIDNUM.
           MOVE ENTRYCONTACTDATE TO ACTDATE.
           MOVE ENTRYCOLLECTOR TO ACTCOLLID.
           MOVE ENTRYFOLLOWUP TO ACTFOLLOWUP.
           WRITE ACTIVITYRECORD.
           PERFORM CHECKACTIVITYSTATUS.
           DISPLAY "CONTACT LOGGED FOR ID " ENTRYID.

       CHECKACTIVITYSTATUS.
           IF FS-ACTIVITYFILE NOT = "00" AND FS-ACTIVITYFILE NOT = "05"
               THEN
               MOVE "ACTIVITYFILE" TO IOERRORFILE
               MOVE FS-ACTIVITYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCOLLECTORSTATUS.
           IF FS-COLLECTORFILE NOT = "00"
               AND FS-COLLECTORFILE NOT = "05"
               AND FS-COLLECTORFILE NOT = "10" THEN
               MOVE "COLLECTORFILE" TO IOERRORFILE
               MOVE FS-COLLECTORFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKASSIGNMENTSTATUS.
           IF FS-ASSIGNMENTFILE NOT = "00"
               AND FS-ASSIGNMENTFILE NOT = "05"
               AND FS-ASSIGNMENTFILE NOT = "10" THEN
               MOVE "ASSIGNMENTFILE" TO IOERRORFILE
               MOVE FS-ASSIGNMENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE CUSTOMERFILE, ACTIVITYFILE.
           STOP RUN.
