       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMASTCONVERT.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSTUDMASTERFILE ASSIGN TO "StudMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDSMIDNUM
           FILE STATUS IS FS-OLDSTUDMASTERFILE.
           SELECT STUDMASTUNLOADFILE ASSIGN TO "StudMastUnload.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDMASTUNLOADFILE.
           SELECT STUDMASTERFILE ASSIGN TO "StudMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMIDNUM
           FILE STATUS IS FS-STUDMASTERFILE.
       DATA DIVISION.
       FILE SECTION.
       FD OLDSTUDMASTERFILE
           RECORD IS VARYING IN SIZE FROM 88 TO 92 CHARACTERS
               DEPENDING ON OLDRECORDLENGTH.
       01 OLDSTUDMASTERRECORD.
           88 WS-OLDMASTER-EOF VALUE HIGH-VALUE.
           02 OLDSMIDNUM PIC 9(7).
           02 OLDSMREST PIC X(85).

       FD STUDMASTUNLOADFILE.
       01 STUDMASTUNLOADRECORD.
           88 WS-UNLOAD-EOF VALUE HIGH-VALUE.
           02 UNLRECORDLENGTH PIC 9(3).
           02 UNLSTUDMASTIMAGE PIC X(92).

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

       WORKING-STORAGE SECTION.
       01 FS-OLDSTUDMASTERFILE PIC XX VALUE "00".
       01 FS-STUDMASTUNLOADFILE PIC XX VALUE "00".
       01 FS-STUDMASTERFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(18) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 OLDRECORDLENGTH PIC 9(3) VALUE ZERO.
       01 UNLOADEDCOUNT PIC 9(5) VALUE ZERO.
       01 RELOADEDCOUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       DISPLAY "STUDMASTCONVERT: ONE-TIME CONVERSION OF StudMaster.dat"
           " TO THE LAYOUT WITH A MAJOR CODE".
       DISPLAY "STUDMASTCONVERT: MAJOR CODE IS LEFT BLANK - LOAD IT "
           "WITH STUDMAINT C TRANSACTIONS".
       OPEN INPUT OLDSTUDMASTERFILE.
       PERFORM CHECKOLDSTUDMASTERSTATUS.
       OPEN OUTPUT STUDMASTUNLOADFILE.
       PERFORM CHECKSTUDMASTUNLOADSTATUS.
       MOVE ZERO TO OLDSMIDNUM.
       START OLDSTUDMASTERFILE KEY IS NOT LESS THAN OLDSMIDNUM
           INVALID KEY SET WS-OLDMASTER-EOF TO TRUE
       END-START.
       IF NOT WS-OLDMASTER-EOF THEN
           READ OLDSTUDMASTERFILE NEXT RECORD
               AT END SET WS-OLDMASTER-EOF TO TRUE
           END-READ
           PERFORM CHECKOLDSTUDMASTERSTATUS
       END-IF.
       PERFORM UNLOADONESTUDENT UNTIL WS-OLDMASTER-EOF.
       CLOSE OLDSTUDMASTERFILE, STUDMASTUNLOADFILE.
       OPEN INPUT STUDMASTUNLOADFILE.
       PERFORM CHECKSTUDMASTUNLOADSTATUS.
       OPEN OUTPUT STUDMASTERFILE.
       PERFORM CHECKSTUDMASTERSTATUS.
       READ STUDMASTUNLOADFILE
           AT END SET WS-UNLOAD-EOF TO TRUE
       END-READ.
       PERFORM CHECKSTUDMASTUNLOADSTATUS.
       PERFORM RELOADONESTUDENT UNTIL WS-UNLOAD-EOF.
       CLOSE STUDMASTUNLOADFILE, STUDMASTERFILE.
       DISPLAY "STUDMASTCONVERT: " UNLOADEDCOUNT " UNLOADED, "
           RELOADEDCOUNT " RELOADED".
       GOBACK.

       UNLOADONESTUDENT.
           MOVE OLDRECORDLENGTH TO UNLRECORDLENGTH.
           MOVE SPACES TO UNLSTUDMASTIMAGE.
           MOVE OLDSTUDMASTERRECORD (1:OLDRECORDLENGTH)
               TO UNLSTUDMASTIMAGE.
           WRITE STUDMASTUNLOADRECORD.
           PERFORM CHECKSTUDMASTUNLOADSTATUS.
           ADD 1 TO UNLOADEDCOUNT.
           READ OLDSTUDMASTERFILE NEXT RECORD
               AT END SET WS-OLDMASTER-EOF TO TRUE
           END-READ.
           PERFORM CHECKOLDSTUDMASTERSTATUS.

       RELOADONESTUDENT.
           MOVE UNLSTUDMASTIMAGE TO STUDMASTERRECORD.
           IF UNLRECORDLENGTH < 92 THEN
               MOVE SPACES TO SMMAJORCODE
           END-IF.
           WRITE STUDMASTERRECORD
               INVALID KEY
                   DISPLAY "STUDMASTCONVERT: DUPLICATE ID " SMIDNUM
                       " NOT RELOADED"
               NOT INVALID KEY
                   ADD 1 TO RELOADEDCOUNT
           END-WRITE.
           READ STUDMASTUNLOADFILE
               AT END SET WS-UNLOAD-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDMASTUNLOADSTATUS.

       CHECKOLDSTUDMASTERSTATUS.
           IF FS-OLDSTUDMASTERFILE NOT = "00"
               AND FS-OLDSTUDMASTERFILE NOT = "10" THEN
               MOVE "OLDSTUDMASTERFILE" TO IOERRORFILE
               MOVE FS-OLDSTUDMASTERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDMASTUNLOADSTATUS.
           IF FS-STUDMASTUNLOADFILE NOT = "00"
               AND FS-STUDMASTUNLOADFILE NOT = "10" THEN
               MOVE "STUDMASTUNLOADFILE" TO IOERRORFILE
               MOVE FS-STUDMASTUNLOADFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDMASTERSTATUS.
           IF FS-STUDMASTERFILE NOT = "00" THEN
               MOVE "STUDMASTERFILE" TO IOERRORFILE
               MOVE FS-STUDMASTERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE OLDSTUDMASTERFILE, STUDMASTUNLOADFILE, STUDMASTERFILE.
           STOP RUN.
