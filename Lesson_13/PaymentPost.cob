           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECIDNUM
           FILE STATUS IS FS-RECOVERYFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT OPTIONAL KEYEDPAYFILE ASSIGN TO "PayKeyed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-KEYEDPAYFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE.
           02 PAYAMOUNT PIC 9(7)V99.
           02 PAYTYPE PIC X(01).
               88 PAY-REVERSAL VALUE "R".
               88 PAY-UNIDENTIFIED VALUE "U".

       FD CUSTOMERFILE.
       01 CUSTOMERDATA.
           02 RECWRITEOFF PIC S9(7)V99.
           02 RECRECOVERED PIC S9(7)V99.

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

       FD KEYEDPAYFILE.
       01 KEYEDPAYRECORD.
           02 KPIDNUM PIC 9(5).
           02 KPDATE PIC 9(8).
           02 KPAMOUNT PIC 9(7)V99.
           02 KPTYPE PIC X(01).

       FD ARPERIODFILE.
       01 ARPERIODRECORD.
           88 WS-PER-EOF VALUE HIGH-VALUE.
           02 PERMONTH PIC 9(6).
           02 PERSTARTDATE PIC 9(8).
           02 PERENDDATE PIC 9(8).
           02 PERLASTCLOSED PIC 9(6).
           02 PERCLOSEDON PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-PAYMENTFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 FS-KEYEDPAYFILE PIC XX VALUE "00".
       01 POSTINGDATE PIC 9(8) VALUE ZERO.
       01 PERIODREDIRECTFLAG PIC X VALUE "N".
           88 PERIODREDIRECTED VALUE "Y".
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 SCANEOFFLAG PIC X VALUE "N".
       01 FS-RECOVERYFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 OIREMAINING PIC S9(7)V99 VALUE ZERO.
       01 OIAPPLYAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
       01 OPENITEMTABLE.
           02 OIENTRY OCCURS 200 TIMES.
               03 OITBLKEY PIC X(23).
               03 OITBLPAID PIC S9(7)V99.
       01 OIENTRYCNT PIC 9(3) VALUE ZERO.
       01 OIIDX PIC 9(3) VALUE ZERO.
       01 PAYREADCOUNT PIC 9(7) VALUE ZERO.
       01 PAYPOSTEDCOUNT PIC 9(7) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 PRNUNAPPLIEDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNUNAPPLIEDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 PERIODHELDCOUNT PIC 9(5) VALUE ZERO.
       01 PERIODHELDAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 BACKDATEDCOUNT PIC 9(5) VALUE ZERO.
       01 PERIODHELDTOTALLINE.
           02 FILLER PIC X(19) VALUE "HELD-FUTURE PERIOD:".
           02 PRNPERIODHELDCOUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNPERIODHELDAMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 BACKDATEDTOTALLINE.
           02 FILLER PIC X(19) VALUE "MOVED INTO PERIOD: ".
           02 PRNBACKDATEDCOUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       IF PERIODREDIRECTED THEN
           DISPLAY "PAYMENTPOST: RUN DATE " RUNDATE
               " OUTSIDE OPEN AR PERIOD " PERMONTH
               " - POSTING AS OF " POSTINGDATE
       END-IF.
       PERFORM LOADNSFFEE.
       OPEN INPUT PAYMENTFILE.
       PERFORM CHECKPAYMENTSTATUS.
       PERFORM CHECKHISTORYSTATUS.
       OPEN I-O RECOVERYFILE.
       PERFORM CHECKRECOVERYSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN EXTEND KEYEDPAYFILE.
       PERFORM CHECKKEYEDPAYSTATUS.
       OPEN OUTPUT REVERSALFILE.
       PERFORM CHECKREVERSALSTATUS.
       WRITE REVERSALREPORTLINE FROM REVERSALHEADING.
       WRITE UNAPPLIEDRECORD FROM UNAPPLIEDTOTALLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKUNAPPLIEDSTATUS.
       MOVE PERIODHELDCOUNT TO PRNPERIODHELDCOUNT.
       MOVE PERIODHELDAMOUNT TO PRNPERIODHELDAMOUNT.
       WRITE UNAPPLIEDRECORD FROM PERIODHELDTOTALLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKUNAPPLIEDSTATUS.
       MOVE BACKDATEDCOUNT TO PRNBACKDATEDCOUNT.
       WRITE UNAPPLIEDRECORD FROM BACKDATEDTOTALLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKUNAPPLIEDSTATUS.
       MOVE RECOVERYCOUNT TO PRNRECOVERYCOUNT.
       MOVE RECOVERYAMOUNT TO PRNRECOVERYAMOUNT.
       WRITE UNAPPLIEDRECORD FROM RECOVERYTOTALLINE
       PERFORM WRITEGLACTIVITY.
       PERFORM WRITEJOBSTATS.
       CLOSE PAYMENTFILE, CUSTOMERFILE, UNAPPLIEDFILE, HISTORYFILE,
             REVERSALFILE, RECOVERYFILE, OPENITEMFILE, KEYEDPAYFILE.
       GOBACK.

       WRITEGLACTIVITY.
           OPEN EXTEND GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           MOVE POSTINGDATE TO GLWDATE.
           MOVE "PAYMENTPOST" TO GLWSOURCE.
           IF APPLIEDAMOUNT NOT = ZERO THEN
               MOVE "1000" TO GLWACCOUNT
           COMPUTE PAYPOSTEDCOUNT = APPLIEDCOUNT + REVERSEDCOUNT
               + RECOVERYCOUNT.
           MOVE PAYPOSTEDCOUNT TO JSWRITTEN.
           COMPUTE JSREJECTED = UNAPPLIEDCOUNT + PERIODHELDCOUNT.
           MOVE APPLIEDAMOUNT TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.

       POSTONEPAYMENT.
           ADD 1 TO PAYREADCOUNT.
           IF PAYDATE > PERENDDATE THEN
               PERFORM HOLDFUTUREPAYMENT
           ELSE
               IF PAYDATE < PERSTARTDATE THEN
                   MOVE POSTINGDATE TO PAYDATE
                   ADD 1 TO BACKDATEDCOUNT
               END-IF
               PERFORM POSTONEINPERIOD
           END-IF.
           READ PAYMENTFILE
               AT END SET WS-PAY-EOF TO TRUE
           END-READ.
           PERFORM CHECKPAYMENTSTATUS.

       HOLDFUTUREPAYMENT.
           MOVE PAYIDNUM TO PRNPAYIDNUM.
           MOVE PAYDATE TO PRNPAYDATE.
           MOVE PAYAMOUNT TO PRNPAYAMOUNT.
           MOVE "FUTURE AR PERIOD" TO PRNPAYREASON.
           WRITE UNAPPLIEDRECORD FROM UNAPPLIEDDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKUNAPPLIEDSTATUS.
           WRITE KEYEDPAYRECORD FROM PAYMENTRECORD.
           PERFORM CHECKKEYEDPAYSTATUS.
           ADD 1 TO PERIODHELDCOUNT.
           ADD PAYAMOUNT TO PERIODHELDAMOUNT.

       POSTONEINPERIOD.
           IF PAY-UNIDENTIFIED THEN
               MOVE "LOCKBOX UNIDENTIFIED" TO PRNPAYREASON
               PERFORM WRITEUNAPPLIED
           ELSE
               PERFORM POSTONEIDENTIFIED
           END-IF.

       POSTONEIDENTIFIED.
           MOVE PAYIDNUM TO IDNUM.
           READ CUSTOMERFILE
               INVALID KEY
                       PERFORM APPLYONEPAYMENT
                   END-IF
           END-READ.

       APPLYONEPAYMENT.
           IF PAYAMOUNT > ACCTBALANCE THEN
                       ADD 1 TO APPLIEDCOUNT
                       ADD PAYAMOUNT TO APPLIEDAMOUNT
                       PERFORM WRITEHISTORY
                       PERFORM APPLYTOOPENITEMS
               END-REWRITE
           END-IF.

       APPLYTOOPENITEMS.
           MOVE PAYAMOUNT TO OIREMAINING.
           PERFORM STARTOPENITEMSCAN.
           PERFORM APPLYONEOPENITEM UNTIL OISCANDONE.
           IF OIREMAINING > ZERO THEN
               PERFORM WRITECREDITOPENITEM
           END-IF.

       STARTOPENITEMSCAN.
           MOVE "N" TO OISCANFLAG.
           MOVE PAYIDNUM TO OIIDNUM.
           MOVE ZERO TO OIDUEDATE.
           MOVE LOW-VALUES TO OIINVNUMBER.
           START OPENITEMFILE KEY IS NOT LESS THAN OIKEY
               INVALID KEY SET OISCANDONE TO TRUE
           END-START.
           IF NOT OISCANDONE THEN
               PERFORM READNEXTOPENITEM
           END-IF.

       READNEXTOPENITEM.
           READ OPENITEMFILE NEXT RECORD
               AT END SET OISCANDONE TO TRUE
           END-READ.
           IF NOT OISCANDONE AND OIIDNUM NOT = PAYIDNUM THEN
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
               MOVE PAYDATE TO OILASTPAYDATE
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

       REOPENOPENITEMS.
           MOVE PAYAMOUNT TO OIREMAINING.
           PERFORM REVERSECREDITOPENITEM.
           MOVE ZERO TO OIENTRYCNT.
           PERFORM STARTOPENITEMSCAN.
           PERFORM LOADONEOPENITEM UNTIL OISCANDONE
               OR OIENTRYCNT >= 200.
           PERFORM REOPENONEOPENITEM VARYING OIIDX FROM OIENTRYCNT
               BY -1 UNTIL OIIDX < 1 OR OIREMAINING = ZERO.

       LOADONEOPENITEM.
           ADD 1 TO OIENTRYCNT.
           MOVE OIKEY TO OITBLKEY (OIENTRYCNT).
           COMPUTE OITBLPAID (OIENTRYCNT) = OIORIGAMOUNT
               - OIOPENAMOUNT.
           PERFORM READNEXTOPENITEM.

       REOPENONEOPENITEM.
           IF OITBLPAID (OIIDX) > ZERO THEN
               IF OITBLPAID (OIIDX) < OIREMAINING THEN
                   MOVE OITBLPAID (OIIDX) TO OIAPPLYAMOUNT
               ELSE
                   MOVE OIREMAINING TO OIAPPLYAMOUNT
               END-IF
               MOVE OITBLKEY (OIIDX) TO OIKEY
               READ OPENITEMFILE
                   INVALID KEY
                       MOVE "OPENITEMFILE" TO IOERRORFILE
                       MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                       PERFORM FILEERRORROUTINE
               END-READ
               ADD OIAPPLYAMOUNT TO OIOPENAMOUNT
               SUBTRACT OIAPPLYAMOUNT FROM OIREMAINING
               REWRITE OPENITEMRECORD
                   INVALID KEY
                       MOVE "OPENITEMFILE" TO IOERRORFILE
                       MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                       PERFORM FILEERRORROUTINE
               END-REWRITE
           END-IF.

       WRITECREDITOPENITEM.
           MOVE PAYIDNUM TO OIIDNUM.
           MOVE PAYDATE TO OIDUEDATE.
           MOVE SPACES TO OIINVNUMBER.
           STRING "CR" PAYDATE DELIMITED BY SIZE INTO OIINVNUMBER.
           READ OPENITEMFILE
               INVALID KEY
                   MOVE PAYDATE TO OIINVDATE
                   COMPUTE OIORIGAMOUNT = ZERO - OIREMAINING
                   MOVE OIORIGAMOUNT TO OIOPENAMOUNT
                   MOVE PAYDATE TO OILASTPAYDATE
                   WRITE OPENITEMRECORD
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT OIREMAINING FROM OIORIGAMOUNT
                   SUBTRACT OIREMAINING FROM OIOPENAMOUNT
                   REWRITE OPENITEMRECORD
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-REWRITE
           END-READ.
           MOVE ZERO TO OIREMAINING.

       REVERSECREDITOPENITEM.
           PERFORM STARTOPENITEMSCAN.
           PERFORM REVERSEONECREDITITEM UNTIL OISCANDONE.

       REVERSEONECREDITITEM.
           IF OIINVNUMBER (1:2) = "CR" AND OIOPENAMOUNT < ZERO THEN
               COMPUTE OIAPPLYAMOUNT = ZERO - OIOPENAMOUNT
               IF OIAPPLYAMOUNT > OIREMAINING THEN
                   MOVE OIREMAINING TO OIAPPLYAMOUNT
               END-IF
               ADD OIAPPLYAMOUNT TO OIOPENAMOUNT
               SUBTRACT OIAPPLYAMOUNT FROM OIREMAINING
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

       WRITENSFOPENITEM.
           MOVE PAYIDNUM TO OIIDNUM.
           MOVE POSTINGDATE TO OIDUEDATE.
           MOVE SPACES TO OIINVNUMBER.
           STRING "NSF" PAYDATE (2:7)
               DELIMITED BY SIZE INTO OIINVNUMBER.
           READ OPENITEMFILE
               INVALID KEY
                   MOVE POSTINGDATE TO OIINVDATE
                   MOVE NSFFEE TO OIORIGAMOUNT
                   MOVE NSFFEE TO OIOPENAMOUNT
                   MOVE ZERO TO OILASTPAYDATE
                   WRITE OPENITEMRECORD
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-WRITE
               NOT INVALID KEY
                   ADD NSFFEE TO OIORIGAMOUNT
                   ADD NSFFEE TO OIOPENAMOUNT
                   REWRITE OPENITEMRECORD
                       INVALID KEY
                           MOVE "OPENITEMFILE" TO IOERRORFILE
                           MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                           PERFORM FILEERRORROUTINE
                   END-REWRITE
           END-READ.

       REVERSEONEPAYMENT.
           ADD PAYAMOUNT TO ACCTBALANCE.
                   ADD NSFFEE TO NSFFEETOTAL
                   PERFORM WRITEREVERSALHISTORY
                   PERFORM WRITEREVERSALDETAIL
                   PERFORM REOPENOPENITEMS
                   PERFORM WRITENSFOPENITEM
           END-REWRITE.

       WRITEREVERSALHISTORY.
           MOVE PAYIDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           MOVE "R" TO HISTTRANSCODE.
           MOVE PAYAMOUNT TO HISTAMOUNT.
           COMPUTE HISTBALANCE = ACCTBALANCE - NSFFEE.
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKKEYEDPAYSTATUS.
           IF FS-KEYEDPAYFILE NOT = "00" AND FS-KEYEDPAYFILE NOT = "05"
               THEN
               MOVE "KEYEDPAYFILE" TO IOERRORFILE
               MOVE FS-KEYEDPAYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKREVERSALSTATUS.
           IF FS-REVERSALFILE NOT = "00" THEN
               MOVE "REVERSALFILE" TO IOERRORFILE
               PERFORM FILEERRORROUTINE
           END-IF.

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

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS
               " AT ID " PAYIDNUM.
           CLOSE PAYMENTFILE, CUSTOMERFILE, UNAPPLIEDFILE, HISTORYFILE,
                 REVERSALFILE, OPENITEMFILE, KEYEDPAYFILE.
           STOP RUN.
