       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTEENTRY.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTEFILE ASSIGN TO "Dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISPKEY
           FILE STATUS IS FS-DISPUTEFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO "CustJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNALFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD DISPUTEFILE.
       01 DISPUTERECORD.
           02 DISPKEY.
               03 DISPIDNUM PIC 9(5).
               03 DISPSEQ PIC 9(3).
           02 DISPAMOUNT PIC 9(7)V99.
           02 DISPREASON PIC X(02).
               88 VALIDREASON VALUES "PR" "QT" "DM" "NR" "BL" "OT".
           02 DISPOPENDATE PIC 9(8).
           02 DISPSTATUS PIC X(01).
               88 DISPUTEOPEN VALUE "O".
               88 DISPUTECREDITED VALUE "C".
               88 DISPUTERELEASED VALUE "R".
           02 DISPRESOLVEDATE PIC 9(8).
           02 DISPCREDITAMOUNT PIC 9(7)V99.
           02 DISPENTEREDBY PIC X(08).

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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

       FD JOURNALFILE.
       01 JOURNALRECORD.
           02 JRNLIDNUM PIC 9(5).
           02 JRNLDATE PIC 9(8).
           02 JRNLTIME PIC 9(6).
           02 JRNLTRANSCODE PIC X(01).
           02 JRNLBEFOREIMAGE PIC X(120).
           02 JRNLAFTERIMAGE PIC X(120).

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

       FD CONTROLFILE.
       01 CONTROLRECORD.
           02 CTLDATE PIC 9(8).
           02 CTLRECORDCOUNT PIC 9(7).
           02 CTLBALANCETOTAL PIC S9(11)V99.
           02 CTLNETCHANGE PIC S9(11)V99.

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-DISPUTEFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-JOURNALFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 IOERRORFILE PIC X(15) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 POSTINGDATE PIC 9(8) VALUE ZERO.
       01 PERIODREDIRECTFLAG PIC X VALUE "N".
           88 PERIODREDIRECTED VALUE "Y".
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 ENTRYMODE PIC X VALUE SPACE.
           88 ENTRYOPEN VALUE "O".
           88 ENTRYRESOLVE VALUE "R".
           88 ENTRYLIST VALUE "L".
           88 ENTRYEXIT VALUE "X".
       01 RESOLVEMODE PIC X VALUE SPACE.
           88 RESOLVECREDIT VALUE "C".
           88 RESOLVERELEASE VALUE "R".
       01 ENTRYID PIC 9(5) VALUE ZERO.
       01 ENTRYSEQ PIC 9(3) VALUE ZERO.
       01 ENTRYAMOUNT PIC 9(7)V99 VALUE ZERO.
       01 ENTRYREASON PIC X(02) VALUE SPACES.
       01 ENTRYOPERATOR PIC X(08) VALUE SPACES.
       01 CREDITAMOUNT PIC 9(7)V99 VALUE ZERO.
       01 OPENDISPUTETOTAL PIC S9(7)V99 VALUE ZERO.
       01 NEXTDISPSEQ PIC 9(4) VALUE ZERO.
       01 DISPSCANFLAG PIC X VALUE "N".
           88 DISPSCANDONE VALUE "Y".
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
       01 OIREMAINING PIC S9(7)V99 VALUE ZERO.
       01 OIAPPLYAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 BEFOREIMAGE PIC X(120) VALUE SPACES.
       01 CREDITPOSTEDTOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANEOFFLAG PIC X VALUE "N".
           88 SCANATEOF VALUE "Y".
       01 DISPLAYAMOUNT PIC Z,ZZZ,ZZ9.99-.
       01 DISPUTELISTLINE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLISTSEQ PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLISTOPENDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLISTREASON PIC X(02).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLISTAMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLISTSTATUS PIC X(01).

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "DISPUTEENTRY: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       OPEN I-O DISPUTEFILE.
       PERFORM CHECKDISPUTESTATUS.
       OPEN I-O CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN EXTEND HISTORYFILE.
       PERFORM CHECKHISTORYSTATUS.
       OPEN EXTEND JOURNALFILE.
       PERFORM CHECKJOURNALSTATUS.
       OPEN EXTEND GLWORKFILE.
       PERFORM CHECKGLWORKSTATUS.
       PERFORM ASKENTRYMODE.
       PERFORM RUNONEENTRY UNTIL ENTRYEXIT.
       PERFORM WRITECONTROLTOTALS.
       CLOSE DISPUTEFILE, CUSTOMERFILE, OPENITEMFILE, HISTORYFILE,
             JOURNALFILE, GLWORKFILE.
       GOBACK.

       ASKENTRYMODE.
           DISPLAY "(O)PEN DISPUTE, (R)ESOLVE DISPUTE, (L)IST, "
               "OR E(X)IT? " WITH NO ADVANCING.
           ACCEPT ENTRYMODE.

       RUNONEENTRY.
           EVALUATE TRUE
               WHEN ENTRYOPEN
                   PERFORM OPENONEDISPUTE
               WHEN ENTRYRESOLVE
                   PERFORM RESOLVEONEDISPUTE
               WHEN ENTRYLIST
                   PERFORM LISTCUSTOMERDISPUTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT ENTRYEXIT THEN
               PERFORM ASKENTRYMODE
           END-IF.

       OPENONEDISPUTE.
           DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
           ACCEPT ENTRYID.
           MOVE ENTRYID TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "CUSTOMER " ENTRYID " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM OPENVALIDDISPUTE
           END-READ.

       OPENVALIDDISPUTE.
           DISPLAY "CUSTOMER: " FIRSTNAME " " LASTNAME.
           MOVE ACCTBALANCE TO DISPLAYAMOUNT.
           DISPLAY "BALANCE:  " DISPLAYAMOUNT.
           PERFORM SCANCUSTOMERDISPUTES.
           MOVE OPENDISPUTETOTAL TO DISPLAYAMOUNT.
           DISPLAY "ALREADY IN DISPUTE: " DISPLAYAMOUNT.
           DISPLAY "ENTER DISPUTED AMOUNT: " WITH NO ADVANCING.
           ACCEPT ENTRYAMOUNT.
           DISPLAY "ENTER REASON (PR=PRICE QT=QUANTITY DM=DAMAGED "
               "NR=NOT RECEIVED BL=BILLING OT=OTHER): "
               WITH NO ADVANCING.
           ACCEPT ENTRYREASON.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT ENTRYOPERATOR.
           MOVE ENTRYREASON TO DISPREASON.
           EVALUATE TRUE
               WHEN ENTRYAMOUNT = ZERO
                   DISPLAY "DISPUTED AMOUNT ZERO - NOT SAVED"
               WHEN ENTRYAMOUNT + OPENDISPUTETOTAL > ACCTBALANCE
                   DISPLAY "DISPUTES WOULD EXCEED BALANCE - NOT SAVED"
               WHEN NOT VALIDREASON
                   DISPLAY "REASON CODE " ENTRYREASON
                       " NOT VALID - NOT SAVED"
               WHEN NEXTDISPSEQ > 999
                   DISPLAY "DISPUTE LIMIT REACHED FOR ID " ENTRYID
                       " - NOT SAVED"
               WHEN OTHER
                   PERFORM WRITENEWDISPUTE
           END-EVALUATE.

       WRITENEWDISPUTE.
           MOVE ENTRYID TO DISPIDNUM.
           MOVE NEXTDISPSEQ TO DISPSEQ.
           MOVE ENTRYAMOUNT TO DISPAMOUNT.
           MOVE ENTRYREASON TO DISPREASON.
           MOVE RUNDATE TO DISPOPENDATE.
           SET DISPUTEOPEN TO TRUE.
           MOVE ZERO TO DISPRESOLVEDATE.
           MOVE ZERO TO DISPCREDITAMOUNT.
           MOVE ENTRYOPERATOR TO DISPENTEREDBY.
           WRITE DISPUTERECORD
               INVALID KEY
                   MOVE "DISPUTEFILE" TO IOERRORFILE
                   MOVE FS-DISPUTEFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
               NOT INVALID KEY
                   DISPLAY "DISPUTE " DISPSEQ " OPENED FOR ID "
                       ENTRYID
           END-WRITE.

       SCANCUSTOMERDISPUTES.
           MOVE ZERO TO OPENDISPUTETOTAL.
           MOVE 1 TO NEXTDISPSEQ.
           MOVE "N" TO DISPSCANFLAG.
           MOVE ENTRYID TO DISPIDNUM.
           MOVE ZERO TO DISPSEQ.
           START DISPUTEFILE KEY IS NOT LESS THAN DISPKEY
               INVALID KEY SET DISPSCANDONE TO TRUE
           END-START.
           IF NOT DISPSCANDONE THEN
               PERFORM READNEXTDISPUTE
           END-IF.
           PERFORM NOTEONEDISPUTE UNTIL DISPSCANDONE.

       NOTEONEDISPUTE.
           IF DISPUTEOPEN THEN
               ADD DISPAMOUNT TO OPENDISPUTETOTAL
           END-IF.
           COMPUTE NEXTDISPSEQ = DISPSEQ + 1.
           IF ENTRYLIST THEN
               MOVE DISPSEQ TO PRNLISTSEQ
               MOVE DISPOPENDATE TO PRNLISTOPENDATE
               MOVE DISPREASON TO PRNLISTREASON
               MOVE DISPAMOUNT TO PRNLISTAMOUNT
               MOVE DISPSTATUS TO PRNLISTSTATUS
               DISPLAY DISPUTELISTLINE
           END-IF.
           PERFORM READNEXTDISPUTE.

       READNEXTDISPUTE.
           READ DISPUTEFILE NEXT RECORD
               AT END SET DISPSCANDONE TO TRUE
           END-READ.
           IF NOT DISPSCANDONE AND DISPIDNUM NOT = ENTRYID THEN
               SET DISPSCANDONE TO TRUE
           END-IF.

       LISTCUSTOMERDISPUTES.
           DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
           ACCEPT ENTRYID.
           DISPLAY "  SEQ  OPENED    RS        AMOUNT  S".
           PERFORM SCANCUSTOMERDISPUTES.
           MOVE OPENDISPUTETOTAL TO DISPLAYAMOUNT.
           DISPLAY "OPEN DISPUTED TOTAL: " DISPLAYAMOUNT.

       RESOLVEONEDISPUTE.
           DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
           ACCEPT ENTRYID.
           DISPLAY "ENTER DISPUTE SEQUENCE: " WITH NO ADVANCING.
           ACCEPT ENTRYSEQ.
           MOVE ENTRYID TO DISPIDNUM.
           MOVE ENTRYSEQ TO DISPSEQ.
           READ DISPUTEFILE
               INVALID KEY
                   DISPLAY "NO DISPUTE " ENTRYSEQ " ON FILE FOR ID "
                       ENTRYID
               NOT INVALID KEY
                   IF DISPUTEOPEN THEN
                       PERFORM RESOLVEOPENDISPUTE
                   ELSE
                       DISPLAY "DISPUTE ALREADY RESOLVED ON "
                           DISPRESOLVEDATE
                   END-IF
           END-READ.

       RESOLVEOPENDISPUTE.
           MOVE DISPAMOUNT TO DISPLAYAMOUNT.
           DISPLAY "DISPUTED AMOUNT: " DISPLAYAMOUNT
               "  REASON " DISPREASON "  OPENED " DISPOPENDATE.
           DISPLAY "(C)REDIT CUSTOMER OR (R)ELEASE HOLD? "
               WITH NO ADVANCING.
           ACCEPT RESOLVEMODE.
           EVALUATE TRUE
               WHEN RESOLVECREDIT
                   PERFORM CREDITONEDISPUTE
               WHEN RESOLVERELEASE
                   MOVE ZERO TO DISPCREDITAMOUNT
                   SET DISPUTERELEASED TO TRUE
                   PERFORM REWRITEDISPUTE
                   DISPLAY "DISPUTE RELEASED - AMOUNT BACK IN "
                       "COLLECTIONS"
               WHEN OTHER
                   DISPLAY "NO ACTION TAKEN"
           END-EVALUATE.

       CREDITONEDISPUTE.
           DISPLAY "ENTER CREDIT AMOUNT (0 = FULL DISPUTE): "
               WITH NO ADVANCING.
           ACCEPT CREDITAMOUNT.
           IF CREDITAMOUNT = ZERO THEN
               MOVE DISPAMOUNT TO CREDITAMOUNT
           END-IF.
           IF CREDITAMOUNT > DISPAMOUNT THEN
               DISPLAY "CREDIT EXCEEDS DISPUTED AMOUNT - NOT POSTED"
           ELSE
               MOVE ENTRYID TO IDNUM
               READ CUSTOMERFILE
                   INVALID KEY
                       DISPLAY "CUSTOMER " ENTRYID " NOT ON FILE - "
                           "NOT POSTED"
                   NOT INVALID KEY
                       PERFORM POSTDISPUTECREDIT
               END-READ
           END-IF.

       POSTDISPUTECREDIT.
           MOVE CUSTOMERDATA TO BEFOREIMAGE.
           SUBTRACT CREDITAMOUNT FROM ACCTBALANCE.
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE "CUSTOMERFILE" TO IOERRORFILE
                   MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
               NOT INVALID KEY
                   ADD CREDITAMOUNT TO CREDITPOSTEDTOTAL
                   PERFORM WRITEHISTORY
                   PERFORM WRITEJOURNAL
                   PERFORM APPLYTOOPENITEMS
                   PERFORM WRITEGLCREDIT
                   MOVE CREDITAMOUNT TO DISPCREDITAMOUNT
                   SET DISPUTECREDITED TO TRUE
                   PERFORM REWRITEDISPUTE
                   MOVE ACCTBALANCE TO DISPLAYAMOUNT
                   DISPLAY "CREDIT POSTED - NEW BALANCE " DISPLAYAMOUNT
           END-REWRITE.

       REWRITEDISPUTE.
           MOVE RUNDATE TO DISPRESOLVEDATE.
           REWRITE DISPUTERECORD
               INVALID KEY
                   MOVE "DISPUTEFILE" TO IOERRORFILE
                   MOVE FS-DISPUTEFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-REWRITE.

       WRITEHISTORY.
           MOVE IDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           MOVE "M" TO HISTTRANSCODE.
           COMPUTE HISTAMOUNT = ZERO - CREDITAMOUNT.
           MOVE ACCTBALANCE TO HISTBALANCE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.

       WRITEJOURNAL.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE IDNUM TO JRNLIDNUM.
           MOVE RUNDATE TO JRNLDATE.
           MOVE RUNHOUR TO JRNLTIME (1:2).
           MOVE RUNMINUTE TO JRNLTIME (3:2).
           MOVE RUNSECOND TO JRNLTIME (5:2).
           MOVE "M" TO JRNLTRANSCODE.
           MOVE BEFOREIMAGE TO JRNLBEFOREIMAGE.
           MOVE CUSTOMERDATA TO JRNLAFTERIMAGE.
           WRITE JOURNALRECORD.
           PERFORM CHECKJOURNALSTATUS.

       APPLYTOOPENITEMS.
           MOVE CREDITAMOUNT TO OIREMAINING.
           MOVE "N" TO OISCANFLAG.
           MOVE IDNUM TO OIIDNUM.
           MOVE ZERO TO OIDUEDATE.
           MOVE LOW-VALUES TO OIINVNUMBER.
           START OPENITEMFILE KEY IS NOT LESS THAN OIKEY
               INVALID KEY SET OISCANDONE TO TRUE
           END-START.
           IF NOT OISCANDONE THEN
               PERFORM READNEXTOPENITEM
           END-IF.
           PERFORM APPLYONEOPENITEM UNTIL OISCANDONE.

       READNEXTOPENITEM.
           READ OPENITEMFILE NEXT RECORD
               AT END SET OISCANDONE TO TRUE
           END-READ.
           IF NOT OISCANDONE AND OIIDNUM NOT = IDNUM THEN
               SET OISCANDONE TO TRUE
           END-IF.

       APPLYONEOPENITEM.
           IF OIOPENAMOUNT > ZERO THEN
               IF OIOPENAMOUNT < OIREMAINING THEN
                   MOVE OIOPENAMOUNT TO OIAPPLYAMOUNT
               ELSE
                   MOVE OIREMAINING TO OIAPPLYAMOUNT
               END-IF
               SUBTRACT OIAPPLYAMOUNT FROM OIOPENAMOUNT
               SUBTRACT OIAPPLYAMOUNT FROM OIREMAINING
               MOVE POSTINGDATE TO OILASTPAYDATE
               REWRITE OPENITEMRECORD
                   INVALID KEY
                       MOVE "OPENITEMFILE" TO IOERRORFILE
                       MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                       PERFORM FILEERRORROUTINE
               END-REWRITE
           END-IF.
           IF OIREMAINING = ZERO THEN
               SET OISCANDONE TO TRUE
           ELSE
               PERFORM READNEXTOPENITEM
           END-IF.

       WRITEGLCREDIT.
           MOVE POSTINGDATE TO GLWDATE.
           MOVE "DISPUTEENTRY" TO GLWSOURCE.
           MOVE "4000" TO GLWACCOUNT.
           MOVE "SALES" TO GLWDESC.
           MOVE CREDITAMOUNT TO GLWDEBIT.
           MOVE ZERO TO GLWCREDIT.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.
           MOVE "1200" TO GLWACCOUNT.
           MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC.
           MOVE ZERO TO GLWDEBIT.
           MOVE CREDITAMOUNT TO GLWCREDIT.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.

       WRITECONTROLTOTALS.
           MOVE ZERO TO SCANRECORDCOUNT.
           MOVE ZERO TO SCANBALANCETOTAL.
           MOVE "N" TO SCANEOFFLAG.
           MOVE ZERO TO IDNUM.
           START CUSTOMERFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY SET SCANATEOF TO TRUE
           END-START.
           IF NOT SCANATEOF THEN
               READ CUSTOMERFILE NEXT RECORD
                   AT END SET SCANATEOF TO TRUE
               END-READ
           END-IF.
           PERFORM TOTALONECUSTOMER UNTIL SCANATEOF.
           OPEN OUTPUT CONTROLFILE.
           PERFORM CHECKCONTROLSTATUS.
           MOVE RUNDATE TO CTLDATE.
           MOVE SCANRECORDCOUNT TO CTLRECORDCOUNT.
           MOVE SCANBALANCETOTAL TO CTLBALANCETOTAL.
           COMPUTE CTLNETCHANGE = ZERO - CREDITPOSTEDTOTAL.
           WRITE CONTROLRECORD.
           PERFORM CHECKCONTROLSTATUS.
           CLOSE CONTROLFILE.

       TOTALONECUSTOMER.
           ADD 1 TO SCANRECORDCOUNT.
           ADD ACCTBALANCE TO SCANBALANCETOTAL.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET SCANATEOF TO TRUE
           END-READ.

       CHECKDISPUTESTATUS.
           IF FS-DISPUTEFILE NOT = "00" AND FS-DISPUTEFILE NOT = "05"
               AND FS-DISPUTEFILE NOT = "10" THEN
               MOVE "DISPUTEFILE" TO IOERRORFILE
               MOVE FS-DISPUTEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" AND FS-CUSTOMERFILE NOT = "10"
               THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKJOURNALSTATUS.
           IF FS-JOURNALFILE NOT = "00" AND FS-JOURNALFILE NOT = "05"
               THEN
               MOVE "JOURNALFILE" TO IOERRORFILE
               MOVE FS-JOURNALFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCONTROLSTATUS.
           IF FS-CONTROLFILE NOT = "00" THEN
               MOVE "CONTROLFILE" TO IOERRORFILE
               MOVE FS-CONTROLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS.
           CLOSE DISPUTEFILE, CUSTOMERFILE, OPENITEMFILE, HISTORYFILE,
                 JOURNALFILE, GLWORKFILE.
           STOP RUN.

       LOADARPERIOD.
           OPEN INPUT ARPERIODFILE.
           PERFORM CHECKARPERIODSTATUS.
           READ ARPERIODFILE
               AT END SET WS-PER-EOF TO TRUE
           END-READ.
           PERFORM CHECKARPERIODSTATUS.
           IF WS-PER-EOF THEN
               MOVE RUNDATE (1:6) TO PERMONTH
               MOVE RUNDATE TO PERSTARTDATE
               MOVE "01" TO PERSTARTDATE (7:2)
               MOVE RUNDATE (1:4) TO PERIODYEARNUM
               MOVE RUNDATE (5:2) TO PERIODMONTHNUM
               PERFORM SETDAYSINMONTH
               MOVE RUNDATE TO PERENDDATE
               MOVE DAYSINMONTH TO PERENDDATE (7:2)
           END-IF.
           CLOSE ARPERIODFILE.
           EVALUATE TRUE
               WHEN RUNDATE < PERSTARTDATE
                   MOVE PERSTARTDATE TO POSTINGDATE
                   SET PERIODREDIRECTED TO TRUE
               WHEN RUNDATE > PERENDDATE
                   MOVE PERENDDATE TO POSTINGDATE
                   SET PERIODREDIRECTED TO TRUE
               WHEN OTHER
                   MOVE RUNDATE TO POSTINGDATE
           END-EVALUATE.

       SETDAYSINMONTH.
           EVALUATE PERIODMONTHNUM
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
                   DIVIDE PERIODYEARNUM BY 4 GIVING LEAPQUOTIENT
                       REMAINDER LEAPREMAINDER
                   IF LEAPREMAINDER = ZERO THEN
                       MOVE 29 TO DAYSINMONTH
                   ELSE
                       MOVE 28 TO DAYSINMONTH
                   END-IF
           END-EVALUATE.

       CHECKARPERIODSTATUS.
           IF FS-ARPERIODFILE NOT = "00" AND FS-ARPERIODFILE NOT = "05"
               AND FS-ARPERIODFILE NOT = "10" THEN
               MOVE "ARPERIODFILE" TO IOERRORFILE
               MOVE FS-ARPERIODFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.
