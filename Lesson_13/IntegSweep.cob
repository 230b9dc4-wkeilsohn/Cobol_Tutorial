       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGSWEEP.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL MERGEXREFFILE ASSIGN TO "CustMergeXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MERGEXREFFILE.
           SELECT OPTIONAL ARCHIVEFILE ASSIGN TO "CustArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIVEFILE.
           SELECT OPTIONAL COLLECTORFILE ASSIGN TO "Collector.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COLLECTORFILE.
           SELECT OPTIONAL PROMISEFILE ASSIGN TO "Promise.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROMIDNUM
           FILE STATUS IS FS-PROMISEFILE.
           SELECT OPTIONAL ASSIGNMENTFILE ASSIGN TO "CollAssign.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASSIGNMENTFILE.
           SELECT OPTIONAL RECOVERYFILE ASSIGN TO "Recovery.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIDNUM
           FILE STATUS IS FS-RECOVERYFILE.
           SELECT OPTIONAL APPROVALFILE ASSIGN TO "WriteoffAppr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APPROVALFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT OPTIONAL STUDXREFFILE ASSIGN TO "StudCustXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDXREFFILE.
           SELECT STUDMASTERFILE ASSIGN TO "StudMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMIDNUM
           FILE STATUS IS FS-STUDMASTERFILE.
           SELECT OPTIONAL STUDENTFILE ASSIGN TO "student2.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDENTFILE.
           SELECT OPTIONAL WAITLISTFILE ASSIGN TO "Waitlist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-WAITLISTFILE.
           SELECT OPTIONAL SCOREFILE ASSIGN TO "scores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCOREFILE.
           SELECT FIXFILE ASSIGN TO "IntegFix.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FIXFILE.
           SELECT SWEEPREPORT ASSIGN TO "IntegSweep.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SWEEPREPORT.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
       DATA DIVISION.
       FILE SECTION.
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

       FD MERGEXREFFILE.
       01 MERGEXREFRECORD.
           88 WS-XREF-EOF VALUE HIGH-VALUE.
           02 MXVICTIMID PIC 9(5).
           02 MXSURVIVORID PIC 9(5).
           02 MXMERGEDATE PIC 9(8).

       FD ARCHIVEFILE.
       01 ARCHIVERECORD.
           88 WS-ARCH-EOF VALUE HIGH-VALUE.
           02 ARCHPURGEDATE PIC 9(8).
           02 ARCHIDNUM PIC 9(5).
           02 ARCHREST PIC X(115).

       FD COLLECTORFILE.
       01 COLLECTORRECORD.
           88 WS-COLL-EOF VALUE HIGH-VALUE.
           02 COLLID PIC X(08).
           02 COLLNAME PIC X(20).
           02 COLLREGION PIC X(03).
           02 COLLSTATUS PIC X(01).

       FD PROMISEFILE.
       01 PROMISERECORD.
           02 PROMIDNUM PIC 9(5).
           02 PROMTAKENDATE PIC 9(8).
           02 PROMISEDATE PIC 9(8).
           02 PROMAMOUNT PIC 9(7)V99.
           02 PROMCOLLECTOR PIC X(08).
           02 PROMSTATUS PIC X(01).
               88 PROMISEOPEN VALUE "O".
               88 PROMISECANCELLED VALUE "C".

       FD ASSIGNMENTFILE.
       01 ASSIGNMENTRECORD.
           88 WS-ASG-EOF VALUE HIGH-VALUE.
           02 ASGCOLLID PIC X(08).
           02 ASGIDNUM PIC 9(5).
           02 ASGDATE PIC 9(8).

       FD RECOVERYFILE.
       01 RECOVERYRECORD.
           02 RECIDNUM PIC 9(5).
           02 RECDATE PIC 9(8).
           02 RECWRITEOFF PIC S9(7)V99.
           02 RECRECOVERED PIC S9(7)V99.

       FD APPROVALFILE.
       01 APPROVALRECORD.
           88 WS-APPR-EOF VALUE HIGH-VALUE.
           02 APPRIDNUM PIC 9(5).
           02 APPROVERID PIC X(08).

       FD OPENITEMFILE.
       01 OPENITEMRECORD.
           02 OIKEY.
               03 OIIDNUM PIC 9(5).
               03 OIDUEDATE PIC 9(8).
               03 OIINVNUMBER PIC X(10).
           02 OIINVDATE PIC 9(8).
           02 OIORIGAMOUNT PIC S9(7)V99.
           02 OIOPENAMOUNT PIC S9(7)V99.
           02 OILASTPAYDATE PIC 9(8).

       FD DISPUTEFILE.
       01 DISPUTERECORD.
           02 DISPKEY.
               03 DISPIDNUM PIC 9(5).
               03 DISPSEQ PIC 9(3).
           02 DISPAMOUNT PIC 9(7)V99.
           02 DISPREASON PIC X(02).
           02 DISPOPENDATE PIC 9(8).
           02 DISPSTATUS PIC X(01).
           02 DISPRESOLVEDATE PIC 9(8).
           02 DISPCREDITAMOUNT PIC 9(7)V99.
           02 DISPENTEREDBY PIC X(08).

       FD STUDXREFFILE.
       01 STUDXREFRECORD.
           88 WS-SXREF-EOF VALUE HIGH-VALUE.
           02 XRSMIDNUM PIC 9(7).
           02 XRIDNUM PIC 9(5).
           02 XRCREATEDDATE PIC 9(8).

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

       FD STUDENTFILE.
       01 STUDENTDATA.
           88 WS-STUD-EOF VALUE HIGH-VALUE.
           02 ENIDNUM PIC 9(07).
           02 ENSECTCODE PIC X(02).
           02 ENSTUDNAME PIC X(10).

       FD WAITLISTFILE.
       01 WAITLISTRECORD.
           88 WS-WAIT-EOF VALUE HIGH-VALUE.
           02 WLSEQ PIC 9(7).
           02 WLSECTCODE PIC X(02).
           02 WLIDNUM PIC 9(7).
           02 WLSTUDNAME PIC X(10).
           02 WLDATE PIC 9(8).

       FD SCOREFILE.
       01 SCORERECORD.
           02 SCIDNUM PIC 9(07).
           02 SCSTUDNAME PIC X(20).
           02 SCTERM PIC X(05).
           02 SCCOURSECOUNT PIC 9.
           02 SCCOURSEENTRY OCCURS 1 TO 8 TIMES
               DEPENDING ON SCCOURSECOUNT.
               03 SCCOURSENUM PIC X(08).
               03 SCCOURSESCORE PIC X(01).
               03 SCCOURSECREDITS PIC 9V9.

       FD FIXFILE.
       01 FIXRECORD.
           02 IFSWEEPDATE PIC 9(8).
           02 IFFILENAME PIC X(16).
           02 IFACTION PIC X(01).
           02 IFOLDID PIC 9(7).
           02 IFNEWID PIC 9(7).
           02 IFRECORDIMAGE PIC X(60).

       FD SWEEPREPORT.
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
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-MERGEXREFFILE PIC XX VALUE "00".
       01 FS-ARCHIVEFILE PIC XX VALUE "00".
       01 FS-COLLECTORFILE PIC XX VALUE "00".
       01 FS-PROMISEFILE PIC XX VALUE "00".
       01 FS-ASSIGNMENTFILE PIC XX VALUE "00".
       01 FS-RECOVERYFILE PIC XX VALUE "00".
       01 FS-APPROVALFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 FS-STUDXREFFILE PIC XX VALUE "00".
       01 FS-STUDMASTERFILE PIC XX VALUE "00".
       01 FS-STUDENTFILE PIC XX VALUE "00".
       01 FS-WAITLISTFILE PIC XX VALUE "00".
       01 FS-SCOREFILE PIC XX VALUE "00".
       01 FS-FIXFILE PIC XX VALUE "00".
       01 FS-SWEEPREPORT PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(18) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 MERGEXREFTABLE.
           02 XREFENTRY OCCURS 2000 TIMES.
               03 XTBLVICTIMID PIC 9(5).
               03 XTBLSURVIVORID PIC 9(5).
       01 XREFENTRYCNT PIC 9(4) VALUE ZERO.
       01 XREFIDX PIC 9(4) VALUE ZERO.
       01 XREFFOUNDIDX PIC 9(4) VALUE ZERO.
       01 PURGEDTABLE.
           02 PURGEDENTRY OCCURS 5000 TIMES.
               03 PTBLIDNUM PIC 9(5).
               03 PTBLPURGEDATE PIC 9(8).
       01 PURGEDENTRYCNT PIC 9(4) VALUE ZERO.
       01 PURGEDIDX PIC 9(4) VALUE ZERO.
       01 PURGEDFOUNDIDX PIC 9(4) VALUE ZERO.
       01 COLLECTORTABLE.
           02 COLLENTRY OCCURS 50 TIMES.
               03 CTBLCOLLID PIC X(08).
               03 CTBLSTATUS PIC X(01).
       01 COLLENTRYCNT PIC 99 VALUE ZERO.
       01 COLLIDX PIC 99 VALUE ZERO.
       01 COLLFOUNDIDX PIC 99 VALUE ZERO.
       01 CHECKCUSTID PIC 9(5) VALUE ZERO.
       01 CHECKCOLLID PIC X(08) VALUE SPACES.
       01 CHECKSTUDID PIC 9(7) VALUE ZERO.
       01 CUSTLINKSTATE PIC X VALUE SPACE.
           88 CUSTLINKOK VALUE "K".
           88 CUSTLINKORPHAN VALUE "O".
           88 CUSTLINKPURGED VALUE "P".
           88 CUSTLINKMERGED VALUE "M".
           88 CUSTLINKMERGEDGONE VALUE "G".
       01 STUDLINKSTATE PIC X VALUE SPACE.
           88 STUDLINKOK VALUE "K".
           88 STUDLINKORPHAN VALUE "O".
           88 STUDLINKINACTIVE VALUE "I".
       01 CHAINID PIC 9(5) VALUE ZERO.
       01 CHAINHOPS PIC 99 VALUE ZERO.
       01 CHAINDONEFLAG PIC X VALUE "N".
           88 CHAINDONE VALUE "Y".
       01 SURVIVORID PIC 9(5) VALUE ZERO.
       01 SURVIVORHASRECFLAG PIC X VALUE "N".
           88 SURVIVORHASRECORD VALUE "Y".
       01 SAVEDKEYID PIC 9(5) VALUE ZERO.
       01 SAVEDRECORDIMAGE PIC X(60) VALUE SPACES.
       01 SAVEDOTHERKEY PIC X(10) VALUE SPACES.
       01 SAVEDOIKEY PIC X(23) VALUE SPACES.
       01 SAVEDDISPKEY PIC X(8) VALUE SPACES.
       01 KEYEDSCANFLAG PIC X VALUE "N".
           88 KEYEDSCANDONE VALUE "Y".
       01 SCOREEOFFLAG PIC X VALUE "N".
           88 WS-SCORE-EOF VALUE "Y".
       01 FILENUM PIC 99 VALUE ZERO.
       01 TOTALREAD PIC 9(7) VALUE ZERO.
       01 TOTALEXCEPTIONS PIC 9(7) VALUE ZERO.
       01 TOTALFIXES PIC 9(7) VALUE ZERO.
       01 FILENAMETABLE.
           02 FILLER PIC X(16) VALUE "Promise.dat".
           02 FILLER PIC X(16) VALUE "CollAssign.dat".
           02 FILLER PIC X(16) VALUE "Recovery.dat".
           02 FILLER PIC X(16) VALUE "WriteoffAppr.dat".
           02 FILLER PIC X(16) VALUE "student2.dat".
           02 FILLER PIC X(16) VALUE "Waitlist.dat".
           02 FILLER PIC X(16) VALUE "scores.dat".
           02 FILLER PIC X(16) VALUE "OpenItem.dat".
           02 FILLER PIC X(16) VALUE "Dispute.dat".
           02 FILLER PIC X(16) VALUE "StudCustXref.dat".
       01 FILENAMES REDEFINES FILENAMETABLE.
           02 FTBLNAME PIC X(16) OCCURS 10 TIMES.
       01 FILECOUNTTABLE.
           02 FILECOUNTS OCCURS 10 TIMES.
               03 FCREAD PIC 9(7).
               03 FCORPHAN PIC 9(7).
               03 FCPURGED PIC 9(7).
               03 FCMERGED PIC 9(7).
               03 FCINACTIVE PIC 9(7).
               03 FCFIXES PIC 9(7).
       01 SWEEPHEADING PIC X(40) VALUE
           "REFERENTIAL INTEGRITY SWEEP".
       01 RUNDATELINE.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 PRNRUNDATE PIC 9(8).
       01 SWEEPHEADS.
           02 FILLER PIC X(40) VALUE
               "FILE              ID       KEY         C".
           02 FILLER PIC X(40) VALUE
               "ONDITION                         ACTION".
       01 EXCEPTIONLINE.
           02 PRNFILENAME PIC X(16).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCHILDID PIC X(07).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNOTHERKEY PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCONDITION PIC X(32).
           02 FILLER PIC X VALUE SPACE.
           02 PRNACTION PIC X(16).
       01 CONDITIONTEXT PIC X(32) VALUE SPACES.
       01 ACTIONTEXT PIC X(16) VALUE SPACES.
       01 TOTALHEADS.
           02 FILLER PIC X(40) VALUE
               "FILE                 READ  ORPHAN  PURGE".
           02 FILLER PIC X(40) VALUE
               "D  MERGED INACTIVE   FIXES".
       01 TOTALLINE.
           02 PRNTOTFILENAME PIC X(16).
           02 PRNTOTREAD PIC Z,ZZZ,ZZ9.
           02 PRNTOTORPHAN PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTOTPURGED PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTOTMERGED PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTOTINACTIVE PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PRNTOTFIXES PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       INITIALIZE FILECOUNTTABLE.
       PERFORM LOADMERGEXREF.
       PERFORM LOADPURGEDIDS.
       PERFORM LOADCOLLECTORS.
       OPEN INPUT CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN INPUT STUDMASTERFILE.
       PERFORM CHECKSTUDMASTERSTATUS.
       OPEN OUTPUT FIXFILE.
       PERFORM CHECKFIXSTATUS.
       OPEN OUTPUT SWEEPREPORT.
       PERFORM CHECKSWEEPREPORTSTATUS.
       WRITE PRINTLINE FROM SWEEPHEADING.
       PERFORM CHECKSWEEPREPORTSTATUS.
       MOVE RUNDATE TO PRNRUNDATE.
       WRITE PRINTLINE FROM RUNDATELINE AFTER ADVANCING 1 LINE.
       PERFORM CHECKSWEEPREPORTSTATUS.
       WRITE PRINTLINE FROM SWEEPHEADS AFTER ADVANCING 2 LINES.
       PERFORM CHECKSWEEPREPORTSTATUS.
       PERFORM SWEEPPROMISES.
       PERFORM SWEEPASSIGNMENTS.
       PERFORM SWEEPRECOVERIES.
       PERFORM SWEEPAPPROVALS.
       PERFORM SWEEPENROLLMENTS.
       PERFORM SWEEPWAITLIST.
       PERFORM SWEEPSCORES.
       PERFORM SWEEPOPENITEMS.
       PERFORM SWEEPDISPUTES.
       PERFORM SWEEPSTUDXREF.
       PERFORM PRINTSWEEPTOTALS.
       PERFORM WRITEJOBSTATS.
       CLOSE CUSTOMERFILE, STUDMASTERFILE, FIXFILE, SWEEPREPORT.
       GOBACK.

       LOADMERGEXREF.
           OPEN INPUT MERGEXREFFILE.
           PERFORM CHECKMERGEXREFSTATUS.
           READ MERGEXREFFILE
               AT END SET WS-XREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKMERGEXREFSTATUS.
           PERFORM LOADONEMERGEXREF UNTIL WS-XREF-EOF.
           CLOSE MERGEXREFFILE.

       LOADONEMERGEXREF.
           IF XREFENTRYCNT NOT < 2000 THEN
               DISPLAY "INTEGSWEEP: MERGE XREF TABLE FULL AT 2000 "
                   "ENTRIES - RUN STOPPED"
               CLOSE MERGEXREFFILE
               STOP RUN
           END-IF.
           ADD 1 TO XREFENTRYCNT.
           MOVE MXVICTIMID TO XTBLVICTIMID (XREFENTRYCNT).
           MOVE MXSURVIVORID TO XTBLSURVIVORID (XREFENTRYCNT).
           READ MERGEXREFFILE
               AT END SET WS-XREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKMERGEXREFSTATUS.

       LOADPURGEDIDS.
           OPEN INPUT ARCHIVEFILE.
           PERFORM CHECKARCHIVESTATUS.
           READ ARCHIVEFILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM CHECKARCHIVESTATUS.
           PERFORM LOADONEPURGEDID UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVEFILE.

       LOADONEPURGEDID.
           IF PURGEDENTRYCNT NOT < 5000 THEN
               DISPLAY "INTEGSWEEP: PURGED ID TABLE FULL AT 5000 "
                   "ENTRIES - RUN STOPPED"
               CLOSE ARCHIVEFILE
               STOP RUN
           END-IF.
           ADD 1 TO PURGEDENTRYCNT.
           MOVE ARCHIDNUM TO PTBLIDNUM (PURGEDENTRYCNT).
           MOVE ARCHPURGEDATE TO PTBLPURGEDATE (PURGEDENTRYCNT).
           READ ARCHIVEFILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM CHECKARCHIVESTATUS.

       LOADCOLLECTORS.
           OPEN INPUT COLLECTORFILE.
           PERFORM CHECKCOLLECTORSTATUS.
           READ COLLECTORFILE
               AT END SET WS-COLL-EOF TO TRUE
           END-READ.
           PERFORM CHECKCOLLECTORSTATUS.
           PERFORM LOADONECOLLECTOR UNTIL WS-COLL-EOF.
           CLOSE COLLECTORFILE.

       LOADONECOLLECTOR.
           IF COLLENTRYCNT NOT < 50 THEN
               DISPLAY "INTEGSWEEP: COLLECTOR TABLE FULL AT 50 "
                   "ENTRIES - RUN STOPPED"
               CLOSE COLLECTORFILE
               STOP RUN
           END-IF.
           ADD 1 TO COLLENTRYCNT.
           MOVE COLLID TO CTBLCOLLID (COLLENTRYCNT).
           MOVE COLLSTATUS TO CTBLSTATUS (COLLENTRYCNT).
           READ COLLECTORFILE
               AT END SET WS-COLL-EOF TO TRUE
           END-READ.
           PERFORM CHECKCOLLECTORSTATUS.

       SWEEPPROMISES.
           MOVE 1 TO FILENUM.
           MOVE "N" TO KEYEDSCANFLAG.
           OPEN INPUT PROMISEFILE.
           PERFORM CHECKPROMISESTATUS.
           IF FS-PROMISEFILE = "05" THEN
               SET KEYEDSCANDONE TO TRUE
           ELSE
               MOVE ZERO TO PROMIDNUM
               START PROMISEFILE KEY IS NOT LESS THAN PROMIDNUM
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           END-IF.
           IF NOT KEYEDSCANDONE THEN
               READ PROMISEFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKPROMISESTATUS
           END-IF.
           PERFORM EXAMINEONEPROMISE UNTIL KEYEDSCANDONE.
           CLOSE PROMISEFILE.

       EXAMINEONEPROMISE.
           ADD 1 TO FCREAD (FILENUM).
           MOVE PROMIDNUM TO SAVEDKEYID.
           MOVE PROMISERECORD TO SAVEDRECORDIMAGE.
           MOVE PROMCOLLECTOR TO SAVEDOTHERKEY.
           IF PROMISEOPEN THEN
               MOVE PROMCOLLECTOR TO CHECKCOLLID
               PERFORM CHECKCOLLECTORLINK
           END-IF.
           MOVE PROMIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           IF CUSTLINKMERGED THEN
               MOVE SURVIVORID TO PROMIDNUM
               READ PROMISEFILE
                   INVALID KEY MOVE "N" TO SURVIVORHASRECFLAG
                   NOT INVALID KEY SET SURVIVORHASRECORD TO TRUE
               END-READ
               MOVE SAVEDKEYID TO PROMIDNUM
               START PROMISEFILE KEY IS GREATER THAN PROMIDNUM
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           ELSE
               MOVE "N" TO SURVIVORHASRECFLAG
           END-IF.
           PERFORM REPORTCUSTOMERLINK.
           IF NOT KEYEDSCANDONE THEN
               READ PROMISEFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKPROMISESTATUS
           END-IF.

       SWEEPASSIGNMENTS.
           MOVE 2 TO FILENUM.
           OPEN INPUT ASSIGNMENTFILE.
           PERFORM CHECKASSIGNMENTSTATUS.
           READ ASSIGNMENTFILE
               AT END SET WS-ASG-EOF TO TRUE
           END-READ.
           PERFORM CHECKASSIGNMENTSTATUS.
           PERFORM EXAMINEONEASSIGNMENT UNTIL WS-ASG-EOF.
           CLOSE ASSIGNMENTFILE.

       EXAMINEONEASSIGNMENT.
           ADD 1 TO FCREAD (FILENUM).
           MOVE ASGIDNUM TO SAVEDKEYID.
           MOVE ASSIGNMENTRECORD TO SAVEDRECORDIMAGE.
           MOVE ASGCOLLID TO SAVEDOTHERKEY.
           MOVE ASGCOLLID TO CHECKCOLLID.
           PERFORM CHECKCOLLECTORLINK.
           MOVE ASGIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           MOVE "N" TO SURVIVORHASRECFLAG.
           PERFORM REPORTCUSTOMERLINK.
           READ ASSIGNMENTFILE
               AT END SET WS-ASG-EOF TO TRUE
           END-READ.
           PERFORM CHECKASSIGNMENTSTATUS.

       SWEEPRECOVERIES.
           MOVE 3 TO FILENUM.
           MOVE "N" TO KEYEDSCANFLAG.
           OPEN INPUT RECOVERYFILE.
           PERFORM CHECKRECOVERYSTATUS.
           IF FS-RECOVERYFILE = "05" THEN
               SET KEYEDSCANDONE TO TRUE
           ELSE
               MOVE ZERO TO RECIDNUM
               START RECOVERYFILE KEY IS NOT LESS THAN RECIDNUM
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           END-IF.
           IF NOT KEYEDSCANDONE THEN
               READ RECOVERYFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKRECOVERYSTATUS
           END-IF.
           PERFORM EXAMINEONERECOVERY UNTIL KEYEDSCANDONE.
           CLOSE RECOVERYFILE.

       EXAMINEONERECOVERY.
           ADD 1 TO FCREAD (FILENUM).
           MOVE RECIDNUM TO SAVEDKEYID.
           MOVE RECOVERYRECORD TO SAVEDRECORDIMAGE.
           MOVE RECDATE TO SAVEDOTHERKEY.
           MOVE RECIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           IF CUSTLINKMERGED THEN
               MOVE SURVIVORID TO RECIDNUM
               READ RECOVERYFILE
                   INVALID KEY MOVE "N" TO SURVIVORHASRECFLAG
                   NOT INVALID KEY SET SURVIVORHASRECORD TO TRUE
               END-READ
               MOVE SAVEDKEYID TO RECIDNUM
               START RECOVERYFILE KEY IS GREATER THAN RECIDNUM
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           ELSE
               MOVE "N" TO SURVIVORHASRECFLAG
           END-IF.
           PERFORM REPORTCUSTOMERLINK.
           IF NOT KEYEDSCANDONE THEN
               READ RECOVERYFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKRECOVERYSTATUS
           END-IF.

       SWEEPAPPROVALS.
           MOVE 4 TO FILENUM.
           OPEN INPUT APPROVALFILE.
           PERFORM CHECKAPPROVALSTATUS.
           READ APPROVALFILE
               AT END SET WS-APPR-EOF TO TRUE
           END-READ.
           PERFORM CHECKAPPROVALSTATUS.
           PERFORM EXAMINEONEAPPROVAL UNTIL WS-APPR-EOF.
           CLOSE APPROVALFILE.

       EXAMINEONEAPPROVAL.
           ADD 1 TO FCREAD (FILENUM).
           MOVE APPRIDNUM TO SAVEDKEYID.
           MOVE APPROVALRECORD TO SAVEDRECORDIMAGE.
           MOVE APPROVERID TO SAVEDOTHERKEY.
           MOVE APPRIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           MOVE "N" TO SURVIVORHASRECFLAG.
           PERFORM REPORTCUSTOMERLINK.
           READ APPROVALFILE
               AT END SET WS-APPR-EOF TO TRUE
           END-READ.
           PERFORM CHECKAPPROVALSTATUS.

       SWEEPENROLLMENTS.
           MOVE 5 TO FILENUM.
           OPEN INPUT STUDENTFILE.
           PERFORM CHECKSTUDENTSTATUS.
           READ STUDENTFILE
               AT END SET WS-STUD-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTSTATUS.
           PERFORM EXAMINEONEENROLLMENT UNTIL WS-STUD-EOF.
           CLOSE STUDENTFILE.

       EXAMINEONEENROLLMENT.
           ADD 1 TO FCREAD (FILENUM).
           MOVE ENIDNUM TO CHECKSTUDID.
           MOVE ENSECTCODE TO SAVEDOTHERKEY.
           PERFORM CHECKSTUDENTLINK.
           PERFORM REPORTSTUDENTLINK.
           READ STUDENTFILE
               AT END SET WS-STUD-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTSTATUS.

       SWEEPWAITLIST.
           MOVE 6 TO FILENUM.
           OPEN INPUT WAITLISTFILE.
           PERFORM CHECKWAITLISTSTATUS.
           READ WAITLISTFILE
               AT END SET WS-WAIT-EOF TO TRUE
           END-READ.
           PERFORM CHECKWAITLISTSTATUS.
           PERFORM EXAMINEONEWAITLIST UNTIL WS-WAIT-EOF.
           CLOSE WAITLISTFILE.

       EXAMINEONEWAITLIST.
           ADD 1 TO FCREAD (FILENUM).
           MOVE WLIDNUM TO CHECKSTUDID.
           MOVE WLSECTCODE TO SAVEDOTHERKEY.
           PERFORM CHECKSTUDENTLINK.
           PERFORM REPORTSTUDENTLINK.
           READ WAITLISTFILE
               AT END SET WS-WAIT-EOF TO TRUE
           END-READ.
           PERFORM CHECKWAITLISTSTATUS.

       SWEEPSCORES.
           MOVE 7 TO FILENUM.
           MOVE "N" TO SCOREEOFFLAG.
           OPEN INPUT SCOREFILE.
           PERFORM CHECKSCORESTATUS.
           READ SCOREFILE
               AT END SET WS-SCORE-EOF TO TRUE
           END-READ.
           PERFORM CHECKSCORESTATUS.
           PERFORM EXAMINEONESCORE UNTIL WS-SCORE-EOF.
           CLOSE SCOREFILE.

       EXAMINEONESCORE.
           ADD 1 TO FCREAD (FILENUM).
           MOVE SCIDNUM TO CHECKSTUDID.
           MOVE SCTERM TO SAVEDOTHERKEY.
           PERFORM CHECKSTUDENTLINK.
           IF STUDLINKINACTIVE THEN
               SET STUDLINKOK TO TRUE
           END-IF.
           PERFORM REPORTSTUDENTLINK.
           READ SCOREFILE
               AT END SET WS-SCORE-EOF TO TRUE
           END-READ.
           PERFORM CHECKSCORESTATUS.

       SWEEPOPENITEMS.
           MOVE 8 TO FILENUM.
           MOVE "N" TO KEYEDSCANFLAG.
           OPEN INPUT OPENITEMFILE.
           PERFORM CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE = "05" THEN
               SET KEYEDSCANDONE TO TRUE
           ELSE
               MOVE ZERO TO OIIDNUM
               MOVE ZERO TO OIDUEDATE
               MOVE LOW-VALUES TO OIINVNUMBER
               START OPENITEMFILE KEY IS NOT LESS THAN OIKEY
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           END-IF.
           IF NOT KEYEDSCANDONE THEN
               READ OPENITEMFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKOPENITEMSTATUS
           END-IF.
           PERFORM EXAMINEONEOPENITEM UNTIL KEYEDSCANDONE.
           CLOSE OPENITEMFILE.

       EXAMINEONEOPENITEM.
           ADD 1 TO FCREAD (FILENUM).
           MOVE OIIDNUM TO SAVEDKEYID.
           MOVE OPENITEMRECORD TO SAVEDRECORDIMAGE.
           MOVE OIINVNUMBER TO SAVEDOTHERKEY.
           MOVE OIKEY TO SAVEDOIKEY.
           MOVE OIIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           IF CUSTLINKMERGED THEN
               MOVE SURVIVORID TO OIIDNUM
               READ OPENITEMFILE
                   INVALID KEY MOVE "N" TO SURVIVORHASRECFLAG
                   NOT INVALID KEY SET SURVIVORHASRECORD TO TRUE
               END-READ
               MOVE SAVEDOIKEY TO OIKEY
               START OPENITEMFILE KEY IS GREATER THAN OIKEY
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           ELSE
               MOVE "N" TO SURVIVORHASRECFLAG
           END-IF.
           PERFORM REPORTCUSTOMERLINK.
           IF NOT KEYEDSCANDONE THEN
               READ OPENITEMFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKOPENITEMSTATUS
           END-IF.

       SWEEPDISPUTES.
           MOVE 9 TO FILENUM.
           MOVE "N" TO KEYEDSCANFLAG.
           OPEN INPUT DISPUTEFILE.
           PERFORM CHECKDISPUTESTATUS.
           IF FS-DISPUTEFILE = "05" THEN
               SET KEYEDSCANDONE TO TRUE
           ELSE
               MOVE ZERO TO DISPIDNUM
               MOVE ZERO TO DISPSEQ
               START DISPUTEFILE KEY IS NOT LESS THAN DISPKEY
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           END-IF.
           IF NOT KEYEDSCANDONE THEN
               READ DISPUTEFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKDISPUTESTATUS
           END-IF.
           PERFORM EXAMINEONEDISPUTE UNTIL KEYEDSCANDONE.
           CLOSE DISPUTEFILE.

       EXAMINEONEDISPUTE.
           ADD 1 TO FCREAD (FILENUM).
           MOVE DISPIDNUM TO SAVEDKEYID.
           MOVE DISPUTERECORD TO SAVEDRECORDIMAGE.
           MOVE DISPSEQ TO SAVEDOTHERKEY.
           MOVE DISPKEY TO SAVEDDISPKEY.
           MOVE DISPIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           IF CUSTLINKMERGED THEN
               MOVE SURVIVORID TO DISPIDNUM
               READ DISPUTEFILE
                   INVALID KEY MOVE "N" TO SURVIVORHASRECFLAG
                   NOT INVALID KEY SET SURVIVORHASRECORD TO TRUE
               END-READ
               MOVE SAVEDDISPKEY TO DISPKEY
               START DISPUTEFILE KEY IS GREATER THAN DISPKEY
                   INVALID KEY SET KEYEDSCANDONE TO TRUE
               END-START
           ELSE
               MOVE "N" TO SURVIVORHASRECFLAG
           END-IF.
           PERFORM REPORTCUSTOMERLINK.
           IF NOT KEYEDSCANDONE THEN
               READ DISPUTEFILE NEXT RECORD
                   AT END SET KEYEDSCANDONE TO TRUE
               END-READ
               PERFORM CHECKDISPUTESTATUS
           END-IF.

       SWEEPSTUDXREF.
           MOVE 10 TO FILENUM.
           OPEN INPUT STUDXREFFILE.
           PERFORM CHECKSTUDXREFSTATUS.
           READ STUDXREFFILE
               AT END SET WS-SXREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDXREFSTATUS.
           PERFORM EXAMINEONESTUDXREF UNTIL WS-SXREF-EOF.
           CLOSE STUDXREFFILE.

       EXAMINEONESTUDXREF.
           ADD 1 TO FCREAD (FILENUM).
           MOVE XRIDNUM TO SAVEDKEYID.
           MOVE STUDXREFRECORD TO SAVEDRECORDIMAGE.
           MOVE XRSMIDNUM TO SAVEDOTHERKEY.
           MOVE XRIDNUM TO CHECKCUSTID.
           PERFORM CHECKCUSTOMERLINK.
           MOVE "N" TO SURVIVORHASRECFLAG.
           PERFORM REPORTCUSTOMERLINK.
           READ STUDXREFFILE
               AT END SET WS-SXREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDXREFSTATUS.

       CHECKCUSTOMERLINK.
           MOVE CHECKCUSTID TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY MOVE "O" TO CUSTLINKSTATE
               NOT INVALID KEY SET CUSTLINKOK TO TRUE
           END-READ.
           IF NOT CUSTLINKOK THEN
               PERFORM FOLLOWMERGECHAIN
               IF CHAINHOPS > ZERO THEN
                   MOVE CHAINID TO SURVIVORID
                   MOVE SURVIVORID TO IDNUM
                   READ CUSTOMERFILE
                       INVALID KEY SET CUSTLINKMERGEDGONE TO TRUE
                       NOT INVALID KEY SET CUSTLINKMERGED TO TRUE
                   END-READ
               ELSE
                   PERFORM FINDPURGEDID
                   IF PURGEDFOUNDIDX > ZERO THEN
                       SET CUSTLINKPURGED TO TRUE
                   ELSE
                       SET CUSTLINKORPHAN TO TRUE
                   END-IF
               END-IF
           END-IF.

       FOLLOWMERGECHAIN.
           MOVE CHECKCUSTID TO CHAINID.
           MOVE ZERO TO CHAINHOPS.
           MOVE "N" TO CHAINDONEFLAG.
           PERFORM FOLLOWONEMERGE UNTIL CHAINDONE OR CHAINHOPS > 20.

       FOLLOWONEMERGE.
           MOVE ZERO TO XREFFOUNDIDX.
           PERFORM CHECKONEXREFENTRY VARYING XREFIDX
               FROM 1 BY 1 UNTIL XREFIDX > XREFENTRYCNT.
           IF XREFFOUNDIDX > ZERO THEN
               MOVE XTBLSURVIVORID (XREFFOUNDIDX) TO CHAINID
               ADD 1 TO CHAINHOPS
           ELSE
               SET CHAINDONE TO TRUE
           END-IF.

       CHECKONEXREFENTRY.
           IF XTBLVICTIMID (XREFIDX) = CHAINID THEN
               MOVE XREFIDX TO XREFFOUNDIDX
           END-IF.

       FINDPURGEDID.
           MOVE ZERO TO PURGEDFOUNDIDX.
           PERFORM CHECKONEPURGEDID VARYING PURGEDIDX
               FROM 1 BY 1 UNTIL PURGEDIDX > PURGEDENTRYCNT.

       CHECKONEPURGEDID.
           IF PTBLIDNUM (PURGEDIDX) = CHECKCUSTID THEN
               MOVE PURGEDIDX TO PURGEDFOUNDIDX
           END-IF.

       CHECKCOLLECTORLINK.
           MOVE ZERO TO COLLFOUNDIDX.
           PERFORM CHECKONECOLLECTOR VARYING COLLIDX
               FROM 1 BY 1 UNTIL COLLIDX > COLLENTRYCNT.
           IF COLLFOUNDIDX = ZERO THEN
               MOVE "COLLECTOR NOT ON FILE" TO CONDITIONTEXT
               PERFORM REPORTCOLLECTORLINK
           ELSE
               IF CTBLSTATUS (COLLFOUNDIDX) NOT = "A" THEN
                   MOVE "COLLECTOR INACTIVE" TO CONDITIONTEXT
                   PERFORM REPORTCOLLECTORLINK
               END-IF
           END-IF.

       CHECKONECOLLECTOR.
           IF CTBLCOLLID (COLLIDX) = CHECKCOLLID THEN
               MOVE COLLIDX TO COLLFOUNDIDX
           END-IF.

       REPORTCOLLECTORLINK.
           ADD 1 TO FCINACTIVE (FILENUM).
           MOVE "REVIEW" TO ACTIONTEXT.
           MOVE SAVEDKEYID TO PRNCHILDID.
           PERFORM WRITEEXCEPTIONLINE.

       CHECKSTUDENTLINK.
           MOVE CHECKSTUDID TO SMIDNUM.
           READ STUDMASTERFILE
               INVALID KEY SET STUDLINKORPHAN TO TRUE
               NOT INVALID KEY
                   IF SMSTATUS = "I" THEN
                       SET STUDLINKINACTIVE TO TRUE
                   ELSE
                       SET STUDLINKOK TO TRUE
                   END-IF
           END-READ.

       REPORTSTUDENTLINK.
           EVALUATE TRUE
               WHEN STUDLINKORPHAN
                   ADD 1 TO FCORPHAN (FILENUM)
                   MOVE "NO STUDENT MASTER" TO CONDITIONTEXT
                   MOVE "REVIEW" TO ACTIONTEXT
               WHEN STUDLINKINACTIVE
                   ADD 1 TO FCINACTIVE (FILENUM)
                   MOVE "STUDENT INACTIVE" TO CONDITIONTEXT
                   MOVE "REVIEW" TO ACTIONTEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT STUDLINKOK THEN
               MOVE CHECKSTUDID TO PRNCHILDID
               PERFORM WRITEEXCEPTIONLINE
           END-IF.

       REPORTCUSTOMERLINK.
           MOVE SPACES TO CONDITIONTEXT.
           EVALUATE TRUE
               WHEN CUSTLINKORPHAN
                   ADD 1 TO FCORPHAN (FILENUM)
                   MOVE "NO CUSTOMER MASTER" TO CONDITIONTEXT
                   MOVE "REVIEW" TO ACTIONTEXT
               WHEN CUSTLINKPURGED
                   ADD 1 TO FCPURGED (FILENUM)
                   STRING "CUSTOMER PURGED "
                       PTBLPURGEDATE (PURGEDFOUNDIDX)
                       DELIMITED BY SIZE INTO CONDITIONTEXT
                   MOVE "REVIEW" TO ACTIONTEXT
               WHEN CUSTLINKMERGEDGONE
                   ADD 1 TO FCMERGED (FILENUM)
                   STRING "MERGED INTO " SURVIVORID " - NOT ON FILE"
                       DELIMITED BY SIZE INTO CONDITIONTEXT
                   MOVE "REVIEW" TO ACTIONTEXT
               WHEN CUSTLINKMERGED
                   ADD 1 TO FCMERGED (FILENUM)
                   STRING "MERGED INTO " SURVIVORID
                       DELIMITED BY SIZE INTO CONDITIONTEXT
                   IF SURVIVORHASRECORD THEN
                       MOVE "SURVIVOR HAS ONE" TO ACTIONTEXT
                   ELSE
                       PERFORM WRITEREPOINTFIX
                       MOVE "FIX WRITTEN" TO ACTIONTEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT CUSTLINKOK THEN
               MOVE SAVEDKEYID TO PRNCHILDID
               PERFORM WRITEEXCEPTIONLINE
           END-IF.

       WRITEREPOINTFIX.
           MOVE RUNDATE TO IFSWEEPDATE.
           MOVE FTBLNAME (FILENUM) TO IFFILENAME.
           MOVE "R" TO IFACTION.
           MOVE SAVEDKEYID TO IFOLDID.
           MOVE SURVIVORID TO IFNEWID.
           MOVE SAVEDRECORDIMAGE TO IFRECORDIMAGE.
           WRITE FIXRECORD.
           PERFORM CHECKFIXSTATUS.
           ADD 1 TO FCFIXES (FILENUM).
           ADD 1 TO TOTALFIXES.

       WRITEEXCEPTIONLINE.
           ADD 1 TO TOTALEXCEPTIONS.
           MOVE FTBLNAME (FILENUM) TO PRNFILENAME.
           MOVE SAVEDOTHERKEY TO PRNOTHERKEY.
           MOVE CONDITIONTEXT TO PRNCONDITION.
           MOVE ACTIONTEXT TO PRNACTION.
           WRITE PRINTLINE FROM EXCEPTIONLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKSWEEPREPORTSTATUS.

       PRINTSWEEPTOTALS.
           WRITE PRINTLINE FROM TOTALHEADS AFTER ADVANCING 3 LINES.
           PERFORM CHECKSWEEPREPORTSTATUS.
           PERFORM PRINTONEFILETOTAL VARYING FILENUM
               FROM 1 BY 1 UNTIL FILENUM > 10.

       PRINTONEFILETOTAL.
           ADD FCREAD (FILENUM) TO TOTALREAD.
           MOVE FTBLNAME (FILENUM) TO PRNTOTFILENAME.
           MOVE FCREAD (FILENUM) TO PRNTOTREAD.
           MOVE FCORPHAN (FILENUM) TO PRNTOTORPHAN.
           MOVE FCPURGED (FILENUM) TO PRNTOTPURGED.
           MOVE FCMERGED (FILENUM) TO PRNTOTMERGED.
           MOVE FCINACTIVE (FILENUM) TO PRNTOTINACTIVE.
           MOVE FCFIXES (FILENUM) TO PRNTOTFIXES.
           WRITE PRINTLINE FROM TOTALLINE AFTER ADVANCING 1 LINE.
           PERFORM CHECKSWEEPREPORTSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "INTEGSWEEP" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE TOTALREAD TO JSREAD.
           MOVE TOTALFIXES TO JSWRITTEN.
           MOVE TOTALEXCEPTIONS TO JSREJECTED.
           MOVE ZERO TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKMERGEXREFSTATUS.
           IF FS-MERGEXREFFILE NOT = "00"
               AND FS-MERGEXREFFILE NOT = "05"
               AND FS-MERGEXREFFILE NOT = "10" THEN
               MOVE "MERGEXREFFILE" TO IOERRORFILE
               MOVE FS-MERGEXREFFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKARCHIVESTATUS.
           IF FS-ARCHIVEFILE NOT = "00" AND FS-ARCHIVEFILE NOT = "05"
               AND FS-ARCHIVEFILE NOT = "10" THEN
               MOVE "ARCHIVEFILE" TO IOERRORFILE
               MOVE FS-ARCHIVEFILE TO IOERRORSTATUS
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

       CHECKPROMISESTATUS.
           IF FS-PROMISEFILE NOT = "00" AND FS-PROMISEFILE NOT = "05"
               AND FS-PROMISEFILE NOT = "10" THEN
               MOVE "PROMISEFILE" TO IOERRORFILE
               MOVE FS-PROMISEFILE TO IOERRORSTATUS
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

       CHECKRECOVERYSTATUS.
           IF FS-RECOVERYFILE NOT = "00" AND FS-RECOVERYFILE NOT = "05"
               AND FS-RECOVERYFILE NOT = "10" THEN
               MOVE "RECOVERYFILE" TO IOERRORFILE
               MOVE FS-RECOVERYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKAPPROVALSTATUS.
           IF FS-APPROVALFILE NOT = "00" AND FS-APPROVALFILE NOT = "05"
               AND FS-APPROVALFILE NOT = "10" THEN
               MOVE "APPROVALFILE" TO IOERRORFILE
               MOVE FS-APPROVALFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               AND FS-OPENITEMFILE NOT = "10" THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKDISPUTESTATUS.
           IF FS-DISPUTEFILE NOT = "00" AND FS-DISPUTEFILE NOT = "05"
               AND FS-DISPUTEFILE NOT = "10" THEN
               MOVE "DISPUTEFILE" TO IOERRORFILE
               MOVE FS-DISPUTEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDXREFSTATUS.
           IF FS-STUDXREFFILE NOT = "00" AND FS-STUDXREFFILE NOT = "05"
               AND FS-STUDXREFFILE NOT = "10" THEN
               MOVE "STUDXREFFILE" TO IOERRORFILE
               MOVE FS-STUDXREFFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDMASTERSTATUS.
           IF FS-STUDMASTERFILE NOT = "00" THEN
               MOVE "STUDMASTERFILE" TO IOERRORFILE
               MOVE FS-STUDMASTERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDENTSTATUS.
           IF FS-STUDENTFILE NOT = "00" AND FS-STUDENTFILE NOT = "05"
               AND FS-STUDENTFILE NOT = "10" THEN
               MOVE "STUDENTFILE" TO IOERRORFILE
               MOVE FS-STUDENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKWAITLISTSTATUS.
           IF FS-WAITLISTFILE NOT = "00" AND FS-WAITLISTFILE NOT = "05"
               AND FS-WAITLISTFILE NOT = "10" THEN
               MOVE "WAITLISTFILE" TO IOERRORFILE
               MOVE FS-WAITLISTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSCORESTATUS.
           IF FS-SCOREFILE NOT = "00" AND FS-SCOREFILE NOT = "05"
               AND FS-SCOREFILE NOT = "10" THEN
               MOVE "SCOREFILE" TO IOERRORFILE
               MOVE FS-SCOREFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKFIXSTATUS.
           IF FS-FIXFILE NOT = "00" THEN
               MOVE "FIXFILE" TO IOERRORFILE
               MOVE FS-FIXFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSWEEPREPORTSTATUS.
           IF FS-SWEEPREPORT NOT = "00" THEN
               MOVE "SWEEPREPORT" TO IOERRORFILE
               MOVE FS-SWEEPREPORT TO IOERRORSTATUS
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
           CLOSE CUSTOMERFILE, STUDMASTERFILE, PROMISEFILE,
               ASSIGNMENTFILE, RECOVERYFILE, APPROVALFILE, STUDENTFILE,
               WAITLISTFILE, SCOREFILE, OPENITEMFILE, DISPUTEFILE,
               STUDXREFFILE, FIXFILE, SWEEPREPORT.
           STOP RUN.
