       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITIONBILL.
       AUTHOR. WILLIAM-KEILSOHN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TUITIONFEEFILE ASSIGN TO "TuitionFee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TUITIONFEEFILE.
           SELECT OPTIONAL SECTIONFILE ASSIGN TO "Section.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECTIONFILE.
           SELECT OPTIONAL CATALOGFILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGFILE.
           SELECT STUDENTFILE ASSIGN TO "student2.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDENTFILE.
           SELECT STUDMASTERFILE ASSIGN TO "StudMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMIDNUM
           FILE STATUS IS FS-STUDMASTERFILE.
           SELECT OPTIONAL TUITBILLEDFILE ASSIGN TO "TuitBilled.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TUITBILLEDFILE.
           SELECT OPTIONAL STUDXREFFILE ASSIGN TO "StudCustXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STUDXREFFILE.
           SELECT OPTIONAL MERGEXREFFILE ASSIGN TO "CustMergeXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MERGEXREFFILE.
           SELECT OPTIONAL ARCHIVEFILE ASSIGN TO "CustArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIVEFILE.
           SELECT CUSTOMERFILE ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNUM
           ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
           FILE STATUS IS FS-CUSTOMERFILE.
           SELECT OPTIONAL HISTORYFILE ASSIGN TO "CustHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORYFILE.
           SELECT OPTIONAL OPENITEMFILE ASSIGN TO "OpenItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIKEY
           FILE STATUS IS FS-OPENITEMFILE.
           SELECT CONTROLFILE ASSIGN TO "CustControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLFILE.
           SELECT OPTIONAL ARPERIODFILE ASSIGN TO "ArPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARPERIODFILE.
           SELECT OPTIONAL GLWORKFILE ASSIGN TO "GlWork.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GLWORKFILE.
           SELECT OPTIONAL JOBSTATSFILE ASSIGN TO "JobStats.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSTATSFILE.
           SELECT TUITIONREPORT ASSIGN TO "TuitBill.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TUITIONREPORT.
       DATA DIVISION.
       FILE SECTION.
       FD TUITIONFEEFILE.
       01 TUITIONFEERECORD.
           88 WS-FEE-EOF VALUE HIGH-VALUE.
           02 FEETYPE PIC X(01).
               88 FEETERM VALUE "T".
               88 FEEPERCREDIT VALUE "H".
               88 FEEFLAT VALUE "F".
               88 FEESECTION VALUE "S".
           02 FEECODE PIC X(05).
           02 FEEDESC PIC X(20).
           02 FEEDETAIL.
               03 FEEAMOUNT PIC 9(5)V99.
               03 FEEACCOUNT PIC X(04).
               03 FEECREDITS PIC 99V9.
           02 FEETERMDETAIL REDEFINES FEEDETAIL.
               03 FEEDUEDAYS PIC 9(03).
               03 FEEREGIONCODE PIC X(03).
               03 FEEBILLCYCLE PIC 9(01).
               03 FILLER PIC X(07).

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

       FD CATALOGFILE.
       01 CATALOGRECORD.
           88 WS-CATALOG-EOF VALUE HIGH-VALUE.
           02 CATCOURSENUM PIC X(08).
           02 CATTITLE PIC X(30).
           02 CATCREDITS PIC 9V9.
           02 CATLEVEL PIC 9(03).
           02 CATPREREQCNT PIC 9.
           02 CATPREREQ OCCURS 4 TIMES.
               03 CATPREREQCOURSE PIC X(08).
               03 CATPREREQMINGRADE PIC X(01).

       FD STUDENTFILE.
       01 STUDENTDATA.
           88 WS-EOF VALUE HIGH-VALUE.
           02 ENIDNUM PIC 9(07).
           02 ENSECTCODE PIC X(02).
           02 ENSTUDNAME PIC X(10).

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

       FD TUITBILLEDFILE.
       01 TUITBILLEDRECORD.
           88 WS-BILLED-EOF VALUE HIGH-VALUE.
           02 TBTERM PIC X(05).
           02 TBSMIDNUM PIC 9(7).
           02 TBFEECODE PIC X(05).
           02 TBCREDITS PIC 9(3)V9.
           02 TBAMOUNT PIC S9(7)V99.
           02 TBDATE PIC 9(8).

       FD STUDXREFFILE.
       01 STUDXREFRECORD.
           88 WS-XREF-EOF VALUE HIGH-VALUE.
           02 XRSMIDNUM PIC 9(7).
           02 XRIDNUM PIC 9(5).
           02 XRCREATEDDATE PIC 9(8).

       FD MERGEXREFFILE.
       01 MERGEXREFRECORD.
           88 WS-MXREF-EOF VALUE HIGH-VALUE.
           02 MXVICTIMID PIC 9(5).
           02 MXSURVIVORID PIC 9(5).
           02 MXMERGEDATE PIC 9(8).

       FD ARCHIVEFILE.
       01 ARCHIVERECORD.
           88 WS-ARCH-EOF VALUE HIGH-VALUE.
           02 ARCHPURGEDATE PIC 9(8).
           02 ARCHIDNUM PIC 9(5).
           02 ARCHREST PIC X(115).

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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           02 HISTIDNUM PIC 9(5).
           02 HISTDATE PIC 9(8).
           02 HISTTRANSCODE PIC X(01).
           02 HISTAMOUNT PIC S9(7)V99.
           02 HISTBALANCE PIC S9(7)V99.

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

       FD GLWORKFILE.
       01 GLWORKRECORD.
           02 GLWDATE PIC 9(8).
           02 GLWSOURCE PIC X(14).
           02 GLWACCOUNT PIC X(4).
           02 GLWDESC PIC X(20).
           02 GLWDEBIT PIC S9(11)V99.
           02 GLWCREDIT PIC S9(11)V99.

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

       FD TUITIONREPORT.
       01 TUITIONREPORTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-TUITIONFEEFILE PIC XX VALUE "00".
       01 FS-SECTIONFILE PIC XX VALUE "00".
       01 FS-CATALOGFILE PIC XX VALUE "00".
       01 FS-STUDENTFILE PIC XX VALUE "00".
       01 FS-STUDMASTERFILE PIC XX VALUE "00".
       01 FS-TUITBILLEDFILE PIC XX VALUE "00".
       01 FS-STUDXREFFILE PIC XX VALUE "00".
       01 FS-MERGEXREFFILE PIC XX VALUE "00".
       01 FS-ARCHIVEFILE PIC XX VALUE "00".
       01 FS-CUSTOMERFILE PIC XX VALUE "00".
       01 FS-HISTORYFILE PIC XX VALUE "00".
       01 FS-OPENITEMFILE PIC XX VALUE "00".
       01 FS-CONTROLFILE PIC XX VALUE "00".
       01 FS-ARPERIODFILE PIC XX VALUE "00".
       01 FS-GLWORKFILE PIC XX VALUE "00".
       01 FS-JOBSTATSFILE PIC XX VALUE "00".
       01 FS-TUITIONREPORT PIC XX VALUE "00".
       01 IOERRORFILE PIC X(16) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 RUNDATE PIC 9(8) VALUE ZERO.
       01 PERIODYEARNUM PIC 9(4) VALUE ZERO.
       01 PERIODMONTHNUM PIC 99 VALUE ZERO.
       01 DAYSINMONTH PIC 99 VALUE ZERO.
       01 LEAPQUOTIENT PIC 9(4) VALUE ZERO.
       01 LEAPREMAINDER PIC 9(4) VALUE ZERO.
       01 RUNTIMEOFDAY.
           02 RUNHOUR PIC 99.
           02 RUNMINUTE PIC 99.
           02 RUNSECOND PIC 99.
           02 RUNHUNDREDTH PIC 99.
       01 POSTINGDATE PIC 9(8) VALUE ZERO.
       01 TUITIONDUEDATE PIC 9(8) VALUE ZERO.
       01 BILLTERM PIC X(05) VALUE SPACES.
       01 BILLTERMDESC PIC X(20) VALUE SPACES.
       01 TUITIONDUEDAYS PIC 9(03) VALUE 30.
       01 TUITIONREGION PIC X(03) VALUE SPACES.
       01 TUITIONBILLCYCLE PIC 9(01) VALUE 1.
       01 TUITIONINVNUMBER PIC X(10) VALUE SPACES.
       01 TUITIONHISTCODE PIC X(01) VALUE "T".
       01 DEFAULTREVENUEACCT PIC X(04) VALUE "4500".
       01 FEETABLE.
           02 FEEENTRY OCCURS 20 TIMES.
               03 FEETBLTYPE PIC X(01).
                   88 FEETBLPERCREDIT VALUE "H".
               03 FEETBLCODE PIC X(05).
               03 FEETBLDESC PIC X(20).
               03 FEETBLAMOUNT PIC 9(5)V99.
               03 FEETBLACCOUNT PIC X(04).
               03 FEETBLPRIORAMT PIC S9(7)V99.
               03 FEETBLNEWAMT PIC S9(7)V99.
               03 FEETBLBILLEDIDX PIC 9(4).
               03 FEETBLGLNET PIC S9(11)V99.
       01 FEEENTRYCNT PIC 99 VALUE ZERO.
       01 FEEIDX PIC 99 VALUE ZERO.
       01 FEEDIFFAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 SECTCREDITTABLE.
           02 SECTCREDITENTRY OCCURS 50 TIMES.
               03 SCTBLCODE PIC X(02).
               03 SCTBLCREDITS PIC 99V9.
       01 SECTCREDITCNT PIC 99 VALUE ZERO.
       01 SECTCREDITIDX PIC 99 VALUE ZERO.
       01 SECTCREDITFOUNDIDX PIC 99 VALUE ZERO.
       01 CATALOGTABLE.
           02 CATALOGENTRY OCCURS 300 TIMES.
               03 CTBLCOURSENUM PIC X(08).
               03 CTBLCREDITS PIC 9V9.
       01 CATALOGENTRYCNT PIC 9(3) VALUE ZERO.
       01 CATALOGIDX PIC 9(3) VALUE ZERO.
       01 CATALOGFOUNDIDX PIC 9(3) VALUE ZERO.
       01 STUDENTTABLE.
           02 STUDENTENTRY OCCURS 2000 TIMES.
               03 STTBLSMIDNUM PIC 9(7).
               03 STTBLCREDITS PIC 9(3)V9.
               03 STTBLSECTCOUNT PIC 99.
               03 STTBLBADSECT PIC X(02).
       01 STUDENTENTRYCNT PIC 9(4) VALUE ZERO.
       01 STUDENTIDX PIC 9(4) VALUE ZERO.
       01 STUDENTFOUNDIDX PIC 9(4) VALUE ZERO.
       01 SEARCHSMIDNUM PIC 9(7) VALUE ZERO.
       01 BILLEDTABLE.
           02 BILLEDENTRY OCCURS 5000 TIMES.
               03 BLTERM PIC X(05).
               03 BLSMIDNUM PIC 9(7).
               03 BLFEECODE PIC X(05).
               03 BLCREDITS PIC 9(3)V9.
               03 BLAMOUNT PIC S9(7)V99.
               03 BLDATE PIC 9(8).
       01 BILLEDENTRYCNT PIC 9(4) VALUE ZERO.
       01 BILLEDIDX PIC 9(4) VALUE ZERO.
       01 BILLEDSCANIDX PIC 9(4) VALUE ZERO.
       01 BILLEDFOUNDIDX PIC 9(4) VALUE ZERO.
       01 XREFTABLE.
           02 XREFENTRY OCCURS 5000 TIMES.
               03 XRTBLSMIDNUM PIC 9(7).
               03 XRTBLIDNUM PIC 9(5).
               03 XRTBLCREATEDDATE PIC 9(8).
       01 XREFENTRYCNT PIC 9(4) VALUE ZERO.
       01 XREFIDX PIC 9(4) VALUE ZERO.
       01 XREFFOUNDIDX PIC 9(4) VALUE ZERO.
       01 MERGEXREFTABLE.
           02 MERGEENTRY OCCURS 2000 TIMES.
               03 MGTBLVICTIMID PIC 9(5).
               03 MGTBLSURVIVORID PIC 9(5).
       01 MERGEENTRYCNT PIC 9(4) VALUE ZERO.
       01 MERGEIDX PIC 9(4) VALUE ZERO.
       01 MERGEFOUNDIDX PIC 9(4) VALUE ZERO.
       01 PURGEDTABLE.
           02 PURGEDENTRY OCCURS 5000 TIMES.
               03 PTBLIDNUM PIC 9(5).
       01 PURGEDENTRYCNT PIC 9(4) VALUE ZERO.
       01 PURGEDIDX PIC 9(4) VALUE ZERO.
       01 PURGEDFOUNDIDX PIC 9(4) VALUE ZERO.
       01 CHAINID PIC 9(5) VALUE ZERO.
       01 CHAINHOPS PIC 99 VALUE ZERO.
       01 CHAINDONEFLAG PIC X VALUE "N".
           88 CHAINDONE VALUE "Y".
       01 CURRSMIDNUM PIC 9(7) VALUE ZERO.
       01 CURRCREDITS PIC 9(3)V9 VALUE ZERO.
       01 CURRSECTCOUNT PIC 99 VALUE ZERO.
       01 PRIORTOTAL PIC S9(7)V99 VALUE ZERO.
       01 NEWTOTAL PIC S9(7)V99 VALUE ZERO.
       01 NETCHANGE PIC S9(7)V99 VALUE ZERO.
       01 HIGHIDNUM PIC 9(5) VALUE ZERO.
       01 CANDIDATEIDNUM PIC 9(5) VALUE ZERO.
       01 ACCOUNTLINKFLAG PIC X VALUE "N".
           88 ACCOUNTLINKED VALUE "Y".
       01 NEWACCOUNTFLAG PIC X VALUE "N".
           88 NEWACCOUNTOPENED VALUE "Y".
       01 REPOINTFLAG PIC X VALUE "N".
           88 ACCOUNTREPOINTED VALUE "Y".
       01 SCANEOFFLAG PIC X VALUE "N".
           88 SCANATEOF VALUE "Y".
       01 OISCANFLAG PIC X VALUE "N".
           88 OISCANDONE VALUE "Y".
       01 OIREMAINING PIC S9(7)V99 VALUE ZERO.
       01 OIAPPLYAMOUNT PIC S9(7)V99 VALUE ZERO.
       01 SCANRECORDCOUNT PIC 9(7) VALUE ZERO.
       01 SCANBALANCETOTAL PIC S9(11)V99 VALUE ZERO.
       01 ENROLLREADCOUNT PIC 9(7) VALUE ZERO.
       01 STUDENTREADCOUNT PIC 9(7) VALUE ZERO.
       01 CHARGEDCOUNT PIC 9(7) VALUE ZERO.
       01 CHARGEDAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 CREDITEDCOUNT PIC 9(7) VALUE ZERO.
       01 CREDITEDAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 UNCHANGEDCOUNT PIC 9(7) VALUE ZERO.
       01 EXCEPTIONCOUNT PIC 9(7) VALUE ZERO.
       01 NEWACCOUNTCOUNT PIC 9(7) VALUE ZERO.
       01 REPOINTEDCOUNT PIC 9(7) VALUE ZERO.
       01 DROPPEDCOUNT PIC 9(7) VALUE ZERO.
       01 NETPOSTEDAMOUNT PIC S9(9)V99 VALUE ZERO.
       01 EXCEPTREASON PIC X(30) VALUE SPACES.
       01 DETAILNOTE PIC X(36) VALUE SPACES.
       01 TUITIONHEADING PIC X(32) VALUE
           "TUITION AND FEE BILLING REGISTER".
       01 TUITIONTERMLINE.
           02 FILLER PIC X(6) VALUE "TERM: ".
           02 PRNBILLTERM PIC X(05).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNBILLTERMDESC PIC X(20).
           02 FILLER PIC X(15) VALUE "  POSTING DATE ".
           02 PRNPOSTINGDATE PIC 9(8).
           02 FILLER PIC X(11) VALUE "  DUE DATE ".
           02 PRNDUEDATE PIC 9(8).
       01 TUITIONHEADS.
           02 FILLER PIC X(45) VALUE
               " STUDENT  ACCT   LAST NAME        CREDITS SEC".
           02 FILLER PIC X(49) VALUE
               " PRIOR BILLED     NEW BILLED     ADJUSTMENT  NOTE".
       01 TUITIONDETAILLINE.
           02 FILLER PIC X VALUE SPACE.
           02 PRNSMIDNUM PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCUSTID PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNLASTNAME PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNCREDITS PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNSECTCOUNT PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNPRIORTOTAL PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNNEWTOTAL PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNNETCHANGE PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PRNDETAILNOTE PIC X(36).
       01 TUITIONCOUNTLINE.
           02 PRNCOUNTLABEL PIC X(24).
           02 PRNCOUNTVALUE PIC Z,ZZZ,ZZ9.
       01 TUITIONAMOUNTLINE.
           02 PRNAMTCOUNTLABEL PIC X(24).
           02 PRNAMTCOUNTVALUE PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  TOTAL: ".
           02 PRNAMOUNTVALUE PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       ACCEPT RUNDATE FROM DATE YYYYMMDD.
       PERFORM LOADARPERIOD.
       PERFORM LOADFEESCHEDULE.
       PERFORM LOADCATALOGTABLE.
       PERFORM LOADSECTIONCOURSES.
       IF BILLTERM = SPACES THEN
           DISPLAY "TUITIONBILL: NO TERM RECORD ON TuitionFee.dat"
               " - NOTHING BILLED"
           PERFORM WRITEJOBSTATS
           GOBACK
       END-IF.
       COMPUTE TUITIONDUEDATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (POSTINGDATE) + TUITIONDUEDAYS).
       STRING "TU" BILLTERM DELIMITED BY SIZE INTO TUITIONINVNUMBER.
       PERFORM LOADSTUDENTTABLE.
       PERFORM LOADBILLEDTABLE.
       PERFORM LOADXREFTABLE.
       PERFORM LOADMERGEXREF.
       PERFORM LOADPURGEDIDS.
       OPEN I-O CUSTOMERFILE.
       PERFORM CHECKCUSTFILESTATUS.
       OPEN INPUT STUDMASTERFILE.
       PERFORM CHECKSTUDMASTERSTATUS.
       OPEN EXTEND HISTORYFILE.
       PERFORM CHECKHISTORYSTATUS.
       OPEN I-O OPENITEMFILE.
       PERFORM CHECKOPENITEMSTATUS.
       OPEN OUTPUT TUITIONREPORT.
       PERFORM CHECKTUITIONREPORTSTATUS.
       WRITE TUITIONREPORTLINE FROM TUITIONHEADING.
       PERFORM CHECKTUITIONREPORTSTATUS.
       MOVE BILLTERM TO PRNBILLTERM.
       MOVE BILLTERMDESC TO PRNBILLTERMDESC.
       MOVE POSTINGDATE TO PRNPOSTINGDATE.
       MOVE TUITIONDUEDATE TO PRNDUEDATE.
       WRITE TUITIONREPORTLINE FROM TUITIONTERMLINE
           AFTER ADVANCING 1 LINE.
       PERFORM CHECKTUITIONREPORTSTATUS.
       WRITE TUITIONREPORTLINE FROM TUITIONHEADS
           AFTER ADVANCING 2 LINES.
       PERFORM CHECKTUITIONREPORTSTATUS.
       PERFORM FINDHIGHIDNUM.
       PERFORM BILLENROLLEDSTUDENT VARYING STUDENTIDX FROM 1 BY 1
           UNTIL STUDENTIDX > STUDENTENTRYCNT.
       PERFORM CHECKONEDROPPEDSTUDENT VARYING BILLEDSCANIDX
           FROM 1 BY 1 UNTIL BILLEDSCANIDX > BILLEDENTRYCNT.
       PERFORM WRITEREGISTERTOTALS.
       CLOSE STUDMASTERFILE, HISTORYFILE, OPENITEMFILE, TUITIONREPORT.
       PERFORM REWRITEBILLEDFILE.
       PERFORM REWRITEXREFFILE.
       PERFORM WRITECONTROLTOTALS.
       CLOSE CUSTOMERFILE.
       PERFORM WRITEGLACTIVITY.
       PERFORM WRITEJOBSTATS.
       GOBACK.

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
               WHEN RUNDATE > PERENDDATE
                   MOVE PERENDDATE TO POSTINGDATE
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

       LOADFEESCHEDULE.
           OPEN INPUT TUITIONFEEFILE.
           PERFORM CHECKTUITIONFEESTATUS.
           READ TUITIONFEEFILE
               AT END SET WS-FEE-EOF TO TRUE
           END-READ.
           PERFORM CHECKTUITIONFEESTATUS.
           PERFORM LOADONEFEE UNTIL WS-FEE-EOF.
           CLOSE TUITIONFEEFILE.

       LOADONEFEE.
           EVALUATE TRUE
               WHEN FEETERM
                   PERFORM LOADTERMRECORD
               WHEN FEEPERCREDIT OR FEEFLAT
                   PERFORM LOADFEELINE
               WHEN FEESECTION
                   PERFORM LOADSECTIONCREDIT
               WHEN OTHER
                   DISPLAY "TUITIONBILL: FEE SCHEDULE RECORD TYPE "
                       FEETYPE " NOT RECOGNIZED - IGNORED"
           END-EVALUATE.
           READ TUITIONFEEFILE
               AT END SET WS-FEE-EOF TO TRUE
           END-READ.
           PERFORM CHECKTUITIONFEESTATUS.

       LOADTERMRECORD.
           MOVE FEECODE TO BILLTERM.
           MOVE FEEDESC TO BILLTERMDESC.
           IF FEEDUEDAYS IS NUMERIC AND FEEDUEDAYS > ZERO THEN
               MOVE FEEDUEDAYS TO TUITIONDUEDAYS
           END-IF.
           MOVE FEEREGIONCODE TO TUITIONREGION.
           IF FEEBILLCYCLE IS NUMERIC AND FEEBILLCYCLE > ZERO THEN
               MOVE FEEBILLCYCLE TO TUITIONBILLCYCLE
           END-IF.

       LOADFEELINE.
           IF FEEENTRYCNT >= 20 THEN
               DISPLAY "TUITIONBILL: FEE SCHEDULE EXCEEDS "
                   FEEENTRYCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE TUITIONFEEFILE
               STOP RUN
           END-IF.
           ADD 1 TO FEEENTRYCNT.
           MOVE FEETYPE TO FEETBLTYPE (FEEENTRYCNT).
           MOVE FEECODE TO FEETBLCODE (FEEENTRYCNT).
           MOVE FEEDESC TO FEETBLDESC (FEEENTRYCNT).
           IF FEEAMOUNT IS NUMERIC THEN
               MOVE FEEAMOUNT TO FEETBLAMOUNT (FEEENTRYCNT)
           ELSE
               MOVE ZERO TO FEETBLAMOUNT (FEEENTRYCNT)
           END-IF.
           IF FEEACCOUNT = SPACES THEN
               MOVE DEFAULTREVENUEACCT TO FEETBLACCOUNT (FEEENTRYCNT)
           ELSE
               MOVE FEEACCOUNT TO FEETBLACCOUNT (FEEENTRYCNT)
           END-IF.
           MOVE ZERO TO FEETBLGLNET (FEEENTRYCNT).

       LOADSECTIONCREDIT.
           IF SECTCREDITCNT >= 50 THEN
               DISPLAY "TUITIONBILL: SECTION CREDIT LIST EXCEEDS "
                   SECTCREDITCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE TUITIONFEEFILE
               STOP RUN
           END-IF.
           ADD 1 TO SECTCREDITCNT.
           MOVE FEECODE (1:2) TO SCTBLCODE (SECTCREDITCNT).
           IF FEECREDITS IS NUMERIC THEN
               MOVE FEECREDITS TO SCTBLCREDITS (SECTCREDITCNT)
           ELSE
               MOVE ZERO TO SCTBLCREDITS (SECTCREDITCNT)
           END-IF.

       LOADCATALOGTABLE.
           OPEN INPUT CATALOGFILE.
           PERFORM CHECKCATALOGSTATUS.
           READ CATALOGFILE
               AT END SET WS-CATALOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.
           PERFORM LOADONECATALOGCOURSE UNTIL WS-CATALOG-EOF
               OR CATALOGENTRYCNT >= 300.
           IF NOT WS-CATALOG-EOF THEN
               DISPLAY "TUITIONBILL: COURSE CATALOG EXCEEDS "
                   CATALOGENTRYCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE CATALOGFILE
               STOP RUN
           END-IF.
           CLOSE CATALOGFILE.

       LOADONECATALOGCOURSE.
           ADD 1 TO CATALOGENTRYCNT.
           MOVE CATCOURSENUM TO CTBLCOURSENUM (CATALOGENTRYCNT).
           IF CATCREDITS IS NUMERIC THEN
               MOVE CATCREDITS TO CTBLCREDITS (CATALOGENTRYCNT)
           ELSE
               MOVE ZERO TO CTBLCREDITS (CATALOGENTRYCNT)
           END-IF.
           READ CATALOGFILE
               AT END SET WS-CATALOG-EOF TO TRUE
           END-READ.
           PERFORM CHECKCATALOGSTATUS.

       LOADSECTIONCOURSES.
           OPEN INPUT SECTIONFILE.
           PERFORM CHECKSECTIONSTATUS.
           READ SECTIONFILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ.
           PERFORM CHECKSECTIONSTATUS.
           PERFORM LOADONESECTIONCOURSE UNTIL WS-SECTION-EOF.
           CLOSE SECTIONFILE.

       LOADONESECTIONCOURSE.
           MOVE ZERO TO CATALOGFOUNDIDX.
           IF SECOURSENUM NOT = SPACES THEN
               PERFORM CHECKONECATALOGCOURSE VARYING CATALOGIDX
                   FROM 1 BY 1 UNTIL CATALOGIDX > CATALOGENTRYCNT
                   OR CATALOGFOUNDIDX > ZERO
           END-IF.
           IF CATALOGFOUNDIDX > ZERO THEN
               MOVE ZERO TO SECTCREDITFOUNDIDX
               PERFORM CHECKONESECTIONCODE VARYING SECTCREDITIDX
                   FROM 1 BY 1 UNTIL SECTCREDITIDX > SECTCREDITCNT
                   OR SECTCREDITFOUNDIDX > ZERO
               IF SECTCREDITFOUNDIDX = ZERO THEN
                   IF SECTCREDITCNT >= 50 THEN
                       DISPLAY "TUITIONBILL: SECTION CREDIT LIST "
                           "EXCEEDS " SECTCREDITCNT
                           " ENTRY TABLE - RUN STOPPED"
                       CLOSE SECTIONFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO SECTCREDITCNT
                   MOVE SECTCREDITCNT TO SECTCREDITFOUNDIDX
                   MOVE SECODE TO SCTBLCODE (SECTCREDITFOUNDIDX)
               END-IF
               MOVE CTBLCREDITS (CATALOGFOUNDIDX)
                   TO SCTBLCREDITS (SECTCREDITFOUNDIDX)
           END-IF.
           READ SECTIONFILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ.
           PERFORM CHECKSECTIONSTATUS.

       CHECKONECATALOGCOURSE.
           IF CTBLCOURSENUM (CATALOGIDX) = SECOURSENUM THEN
               MOVE CATALOGIDX TO CATALOGFOUNDIDX
           END-IF.

       CHECKONESECTIONCODE.
           IF SCTBLCODE (SECTCREDITIDX) = SECODE THEN
               MOVE SECTCREDITIDX TO SECTCREDITFOUNDIDX
           END-IF.

       LOADSTUDENTTABLE.
           OPEN INPUT STUDENTFILE.
           PERFORM CHECKSTUDENTFILESTATUS.
           READ STUDENTFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTFILESTATUS.
           PERFORM LOADONEENROLLMENT UNTIL WS-EOF.
           CLOSE STUDENTFILE.

       LOADONEENROLLMENT.
           ADD 1 TO ENROLLREADCOUNT.
           MOVE ENIDNUM TO SEARCHSMIDNUM.
           PERFORM FINDSTUDENTENTRY.
           IF STUDENTFOUNDIDX = ZERO THEN
               PERFORM ADDSTUDENTENTRY
           END-IF.
           ADD 1 TO STTBLSECTCOUNT (STUDENTFOUNDIDX).
           MOVE ZERO TO SECTCREDITFOUNDIDX.
           PERFORM CHECKONESECTCREDIT VARYING SECTCREDITIDX
               FROM 1 BY 1 UNTIL SECTCREDITIDX > SECTCREDITCNT
               OR SECTCREDITFOUNDIDX > ZERO.
           IF SECTCREDITFOUNDIDX = ZERO THEN
               IF STTBLBADSECT (STUDENTFOUNDIDX) = SPACES THEN
                   MOVE ENSECTCODE TO STTBLBADSECT (STUDENTFOUNDIDX)
               END-IF
           ELSE
               ADD SCTBLCREDITS (SECTCREDITFOUNDIDX)
                   TO STTBLCREDITS (STUDENTFOUNDIDX)
           END-IF.
           READ STUDENTFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDENTFILESTATUS.

       CHECKONESECTCREDIT.
           IF SCTBLCODE (SECTCREDITIDX) = ENSECTCODE THEN
               MOVE SECTCREDITIDX TO SECTCREDITFOUNDIDX
           END-IF.

       FINDSTUDENTENTRY.
           MOVE ZERO TO STUDENTFOUNDIDX.
           PERFORM CHECKONESTUDENTENTRY VARYING STUDENTIDX
               FROM 1 BY 1 UNTIL STUDENTIDX > STUDENTENTRYCNT
               OR STUDENTFOUNDIDX > ZERO.

       CHECKONESTUDENTENTRY.
           IF STTBLSMIDNUM (STUDENTIDX) = SEARCHSMIDNUM THEN
               MOVE STUDENTIDX TO STUDENTFOUNDIDX
           END-IF.

       ADDSTUDENTENTRY.
           IF STUDENTENTRYCNT >= 2000 THEN
               DISPLAY "TUITIONBILL: ENROLLED STUDENTS EXCEED "
                   STUDENTENTRYCNT " ENTRY TABLE - RUN STOPPED"
               CLOSE STUDENTFILE
               STOP RUN
           END-IF.
           ADD 1 TO STUDENTENTRYCNT.
           MOVE STUDENTENTRYCNT TO STUDENTFOUNDIDX.
           MOVE SEARCHSMIDNUM TO STTBLSMIDNUM (STUDENTFOUNDIDX).
           MOVE ZERO TO STTBLCREDITS (STUDENTFOUNDIDX).
           MOVE ZERO TO STTBLSECTCOUNT (STUDENTFOUNDIDX).
           MOVE SPACES TO STTBLBADSECT (STUDENTFOUNDIDX).

       LOADBILLEDTABLE.
           OPEN INPUT TUITBILLEDFILE.
           PERFORM CHECKTUITBILLEDSTATUS.
           READ TUITBILLEDFILE
               AT END SET WS-BILLED-EOF TO TRUE
           END-READ.
           PERFORM CHECKTUITBILLEDSTATUS.
           PERFORM LOADONEBILLED UNTIL WS-BILLED-EOF.
           CLOSE TUITBILLEDFILE.

       LOADONEBILLED.
           PERFORM CHECKBILLEDTABLESPACE.
           ADD 1 TO BILLEDENTRYCNT.
           MOVE TBTERM TO BLTERM (BILLEDENTRYCNT).
           MOVE TBSMIDNUM TO BLSMIDNUM (BILLEDENTRYCNT).
           MOVE TBFEECODE TO BLFEECODE (BILLEDENTRYCNT).
           MOVE TBCREDITS TO BLCREDITS (BILLEDENTRYCNT).
           MOVE TBAMOUNT TO BLAMOUNT (BILLEDENTRYCNT).
           MOVE TBDATE TO BLDATE (BILLEDENTRYCNT).
           READ TUITBILLEDFILE
               AT END SET WS-BILLED-EOF TO TRUE
           END-READ.
           PERFORM CHECKTUITBILLEDSTATUS.

       CHECKBILLEDTABLESPACE.
           IF BILLEDENTRYCNT >= 5000 THEN
               DISPLAY "TUITIONBILL: BILLED TUITION FILE EXCEEDS "
                   BILLEDENTRYCNT " ENTRY TABLE - RUN STOPPED"
               STOP RUN
           END-IF.

       LOADXREFTABLE.
           OPEN INPUT STUDXREFFILE.
           PERFORM CHECKSTUDXREFSTATUS.
           READ STUDXREFFILE
               AT END SET WS-XREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDXREFSTATUS.
           PERFORM LOADONEXREF UNTIL WS-XREF-EOF.
           CLOSE STUDXREFFILE.

       LOADONEXREF.
           PERFORM CHECKXREFTABLESPACE.
           ADD 1 TO XREFENTRYCNT.
           MOVE XRSMIDNUM TO XRTBLSMIDNUM (XREFENTRYCNT).
           MOVE XRIDNUM TO XRTBLIDNUM (XREFENTRYCNT).
           MOVE XRCREATEDDATE TO XRTBLCREATEDDATE (XREFENTRYCNT).
           READ STUDXREFFILE
               AT END SET WS-XREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKSTUDXREFSTATUS.

       CHECKXREFTABLESPACE.
           IF XREFENTRYCNT >= 5000 THEN
               DISPLAY "TUITIONBILL: STUDENT CROSS-REFERENCE EXCEEDS "
                   XREFENTRYCNT " ENTRY TABLE - RUN STOPPED"
               STOP RUN
           END-IF.

       LOADMERGEXREF.
           OPEN INPUT MERGEXREFFILE.
           PERFORM CHECKMERGEXREFSTATUS.
           READ MERGEXREFFILE
               AT END SET WS-MXREF-EOF TO TRUE
           END-READ.
           PERFORM CHECKMERGEXREFSTATUS.
           PERFORM LOADONEMERGEXREF UNTIL WS-MXREF-EOF.
           CLOSE MERGEXREFFILE.

       LOADONEMERGEXREF.
           IF MERGEENTRYCNT >= 2000 THEN
               DISPLAY "TUITIONBILL: CUSTOMER MERGE XREF EXCEEDS "
                   MERGEENTRYCNT " ENTRY TABLE - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO MERGEENTRYCNT.
           MOVE MXVICTIMID TO MGTBLVICTIMID (MERGEENTRYCNT).
           MOVE MXSURVIVORID TO MGTBLSURVIVORID (MERGEENTRYCNT).
           READ MERGEXREFFILE
               AT END SET WS-MXREF-EOF TO TRUE
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
           IF PURGEDENTRYCNT >= 5000 THEN
               DISPLAY "TUITIONBILL: PURGED CUSTOMER LIST EXCEEDS "
                   PURGEDENTRYCNT " ENTRY TABLE - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO PURGEDENTRYCNT.
           MOVE ARCHIDNUM TO PTBLIDNUM (PURGEDENTRYCNT).
           READ ARCHIVEFILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM CHECKARCHIVESTATUS.

       FINDHIGHIDNUM.
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
           PERFORM NOTEONEHIGHIDNUM UNTIL SCANATEOF.

       NOTEONEHIGHIDNUM.
           MOVE IDNUM TO HIGHIDNUM.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET SCANATEOF TO TRUE
           END-READ.

       BILLENROLLEDSTUDENT.
           MOVE STTBLSMIDNUM (STUDENTIDX) TO CURRSMIDNUM.
           MOVE STTBLCREDITS (STUDENTIDX) TO CURRCREDITS.
           MOVE STTBLSECTCOUNT (STUDENTIDX) TO CURRSECTCOUNT.
           IF STTBLBADSECT (STUDENTIDX) NOT = SPACES THEN
               PERFORM FINDXREFENTRY
               MOVE ZERO TO PRIORTOTAL
               MOVE ZERO TO NEWTOTAL
               MOVE ZERO TO NETCHANGE
               MOVE SPACES TO EXCEPTREASON
               STRING "NO CREDIT VALUE FOR SECTION "
                   STTBLBADSECT (STUDENTIDX)
                   DELIMITED BY SIZE INTO EXCEPTREASON
               PERFORM REJECTSTUDENT
           ELSE
               PERFORM PRICECURRENTSTUDENT
           END-IF.

       CHECKONEDROPPEDSTUDENT.
           IF BLTERM (BILLEDSCANIDX) = BILLTERM
               AND BLAMOUNT (BILLEDSCANIDX) NOT = ZERO THEN
               MOVE BLSMIDNUM (BILLEDSCANIDX) TO SEARCHSMIDNUM
               PERFORM FINDSTUDENTENTRY
               IF STUDENTFOUNDIDX = ZERO THEN
                   MOVE BLSMIDNUM (BILLEDSCANIDX) TO CURRSMIDNUM
                   MOVE ZERO TO CURRCREDITS
                   MOVE ZERO TO CURRSECTCOUNT
                   ADD 1 TO DROPPEDCOUNT
                   PERFORM PRICECURRENTSTUDENT
               END-IF
           END-IF.

       PRICECURRENTSTUDENT.
           ADD 1 TO STUDENTREADCOUNT.
           MOVE ZERO TO PRIORTOTAL.
           MOVE ZERO TO NEWTOTAL.
           PERFORM PRICEONEFEE VARYING FEEIDX FROM 1 BY 1
               UNTIL FEEIDX > FEEENTRYCNT.
           COMPUTE NETCHANGE = NEWTOTAL - PRIORTOTAL.
           PERFORM FINDXREFENTRY.
           IF NETCHANGE = ZERO THEN
               ADD 1 TO UNCHANGEDCOUNT
               MOVE "NO CHANGE" TO DETAILNOTE
               PERFORM WRITESTUDENTDETAIL
           ELSE
               PERFORM LINKCUSTOMERACCOUNT
               IF ACCOUNTLINKED THEN
                   PERFORM POSTTUITIONCHANGE
               END-IF
           END-IF.

       PRICEONEFEE.
           IF FEETBLPERCREDIT (FEEIDX) THEN
               COMPUTE FEETBLNEWAMT (FEEIDX) ROUNDED =
                   FEETBLAMOUNT (FEEIDX) * CURRCREDITS
           ELSE
               IF CURRSECTCOUNT > ZERO THEN
                   MOVE FEETBLAMOUNT (FEEIDX) TO FEETBLNEWAMT (FEEIDX)
               ELSE
                   MOVE ZERO TO FEETBLNEWAMT (FEEIDX)
               END-IF
           END-IF.
           MOVE ZERO TO BILLEDFOUNDIDX.
           PERFORM CHECKONEBILLEDENTRY VARYING BILLEDIDX
               FROM 1 BY 1 UNTIL BILLEDIDX > BILLEDENTRYCNT
               OR BILLEDFOUNDIDX > ZERO.
           MOVE BILLEDFOUNDIDX TO FEETBLBILLEDIDX (FEEIDX).
           IF BILLEDFOUNDIDX = ZERO THEN
               MOVE ZERO TO FEETBLPRIORAMT (FEEIDX)
           ELSE
               MOVE BLAMOUNT (BILLEDFOUNDIDX) TO FEETBLPRIORAMT (FEEIDX)
           END-IF.
           ADD FEETBLPRIORAMT (FEEIDX) TO PRIORTOTAL.
           ADD FEETBLNEWAMT (FEEIDX) TO NEWTOTAL.

       CHECKONEBILLEDENTRY.
           IF BLTERM (BILLEDIDX) = BILLTERM
               AND BLSMIDNUM (BILLEDIDX) = CURRSMIDNUM
               AND BLFEECODE (BILLEDIDX) = FEETBLCODE (FEEIDX) THEN
               MOVE BILLEDIDX TO BILLEDFOUNDIDX
           END-IF.

       FINDXREFENTRY.
           MOVE ZERO TO XREFFOUNDIDX.
           PERFORM CHECKONEXREFENTRY VARYING XREFIDX
               FROM 1 BY 1 UNTIL XREFIDX > XREFENTRYCNT
               OR XREFFOUNDIDX > ZERO.

       CHECKONEXREFENTRY.
           IF XRTBLSMIDNUM (XREFIDX) = CURRSMIDNUM THEN
               MOVE XREFIDX TO XREFFOUNDIDX
           END-IF.

       LINKCUSTOMERACCOUNT.
           MOVE "N" TO ACCOUNTLINKFLAG.
           MOVE "N" TO NEWACCOUNTFLAG.
           MOVE "N" TO REPOINTFLAG.
           IF XREFFOUNDIDX > ZERO THEN
               MOVE XRTBLIDNUM (XREFFOUNDIDX) TO IDNUM
               READ CUSTOMERFILE
                   INVALID KEY
                       PERFORM RESOLVEMISSINGACCOUNT
                   NOT INVALID KEY
                       SET ACCOUNTLINKED TO TRUE
               END-READ
           ELSE
               IF HIGHIDNUM >= 99999 THEN
                   MOVE "NO CUSTOMER ID AVAILABLE" TO EXCEPTREASON
                   PERFORM REJECTSTUDENT
               ELSE
                   COMPUTE CANDIDATEIDNUM = HIGHIDNUM + 1
                   PERFORM OPENSTUDENTACCOUNT
                   IF ACCOUNTLINKED THEN
                       MOVE CANDIDATEIDNUM TO HIGHIDNUM
                       PERFORM ADDXREFENTRY
                   END-IF
               END-IF
           END-IF.

       RESOLVEMISSINGACCOUNT.
           MOVE XRTBLIDNUM (XREFFOUNDIDX) TO CHAINID.
           PERFORM FOLLOWMERGECHAIN.
           IF CHAINHOPS > ZERO THEN
               MOVE CHAINID TO IDNUM
               READ CUSTOMERFILE
                   INVALID KEY
                       MOVE "MERGED INTO MISSING ACCOUNT"
                           TO EXCEPTREASON
                       PERFORM REJECTSTUDENT
                   NOT INVALID KEY
                       MOVE CHAINID TO XRTBLIDNUM (XREFFOUNDIDX)
                       SET ACCOUNTLINKED TO TRUE
                       SET ACCOUNTREPOINTED TO TRUE
                       ADD 1 TO REPOINTEDCOUNT
               END-READ
           ELSE
               PERFORM FINDPURGEDID
               IF PURGEDFOUNDIDX > ZERO THEN
                   MOVE "CUSTOMER ACCOUNT PURGED" TO EXCEPTREASON
                   PERFORM REJECTSTUDENT
               ELSE
                   MOVE XRTBLIDNUM (XREFFOUNDIDX) TO CANDIDATEIDNUM
                   PERFORM OPENSTUDENTACCOUNT
               END-IF
           END-IF.

       FOLLOWMERGECHAIN.
           MOVE ZERO TO CHAINHOPS.
           MOVE "N" TO CHAINDONEFLAG.
           PERFORM FOLLOWONEMERGE UNTIL CHAINDONE OR CHAINHOPS > 20.

       FOLLOWONEMERGE.
           MOVE ZERO TO MERGEFOUNDIDX.
           PERFORM CHECKONEMERGEENTRY VARYING MERGEIDX
               FROM 1 BY 1 UNTIL MERGEIDX > MERGEENTRYCNT.
           IF MERGEFOUNDIDX > ZERO THEN
               MOVE MGTBLSURVIVORID (MERGEFOUNDIDX) TO CHAINID
               ADD 1 TO CHAINHOPS
           ELSE
               SET CHAINDONE TO TRUE
           END-IF.

       CHECKONEMERGEENTRY.
           IF MGTBLVICTIMID (MERGEIDX) = CHAINID THEN
               MOVE MERGEIDX TO MERGEFOUNDIDX
           END-IF.

       FINDPURGEDID.
           MOVE ZERO TO PURGEDFOUNDIDX.
           PERFORM CHECKONEPURGEDID VARYING PURGEDIDX
               FROM 1 BY 1 UNTIL PURGEDIDX > PURGEDENTRYCNT
               OR PURGEDFOUNDIDX > ZERO.

       CHECKONEPURGEDID.
           IF PTBLIDNUM (PURGEDIDX) = CHAINID THEN
               MOVE PURGEDIDX TO PURGEDFOUNDIDX
           END-IF.

       OPENSTUDENTACCOUNT.
           MOVE CURRSMIDNUM TO SMIDNUM.
           READ STUDMASTERFILE
               INVALID KEY
                   MOVE "NOT ON STUDENT MASTER" TO EXCEPTREASON
                   PERFORM REJECTSTUDENT
               NOT INVALID KEY
                   PERFORM WRITESTUDENTACCOUNT
           END-READ.

       WRITESTUDENTACCOUNT.
           MOVE CANDIDATEIDNUM TO IDNUM.
           MOVE SMFIRSTNAME TO FIRSTNAME.
           MOVE SMLASTNAME TO LASTNAME.
           MOVE ZERO TO ACCTBALANCE.
           MOVE ZERO TO DAYSPASTDUE.
           MOVE SMDOB (5:2) TO MOB.
           MOVE SMDOB (7:2) TO DOB.
           MOVE SMDOB (1:4) TO YOB.
           MOVE TUITIONREGION TO REGIONCODE.
           MOVE ZERO TO SSNUM.
           MOVE SMSTREETADDR TO STREETADDR.
           MOVE SMCITY TO CITY.
           MOVE SMSTATECODE TO STATECODE.
           MOVE SMZIPCODE TO ZIPCODE.
           MOVE ZERO TO CREDITLIMIT.
           MOVE "N" TO CREDITHOLDFLAG.
           MOVE TUITIONBILLCYCLE TO BILLCYCLE.
           WRITE CUSTOMERDATA
               INVALID KEY
                   MOVE "CUSTOMER ID ALREADY IN USE" TO EXCEPTREASON
                   PERFORM REJECTSTUDENT
               NOT INVALID KEY
                   SET ACCOUNTLINKED TO TRUE
                   SET NEWACCOUNTOPENED TO TRUE
                   ADD 1 TO NEWACCOUNTCOUNT
           END-WRITE.

       ADDXREFENTRY.
           PERFORM CHECKXREFTABLESPACE.
           ADD 1 TO XREFENTRYCNT.
           MOVE XREFENTRYCNT TO XREFFOUNDIDX.
           MOVE CURRSMIDNUM TO XRTBLSMIDNUM (XREFFOUNDIDX).
           MOVE CANDIDATEIDNUM TO XRTBLIDNUM (XREFFOUNDIDX).
           MOVE RUNDATE TO XRTBLCREATEDDATE (XREFFOUNDIDX).

       POSTTUITIONCHANGE.
           ADD NETCHANGE TO ACCTBALANCE.
           REWRITE CUSTOMERDATA
               INVALID KEY
                   MOVE "CUSTOMERFILE" TO IOERRORFILE
                   MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-REWRITE.
           IF NETCHANGE > ZERO THEN
               PERFORM WRITETUITIONOPENITEM
               ADD 1 TO CHARGEDCOUNT
               ADD NETCHANGE TO CHARGEDAMOUNT
               MOVE "CHARGE POSTED" TO DETAILNOTE
           ELSE
               PERFORM APPLYCREDITTOOPENITEMS
               ADD 1 TO CREDITEDCOUNT
               SUBTRACT NETCHANGE FROM CREDITEDAMOUNT
               MOVE "CREDIT POSTED" TO DETAILNOTE
           END-IF.
           IF NEWACCOUNTOPENED THEN
               MOVE "NEW ACCOUNT - CHARGE POSTED" TO DETAILNOTE
           END-IF.
           IF ACCOUNTREPOINTED THEN
               IF NETCHANGE > ZERO THEN
                   MOVE "MERGED ACCOUNT - CHARGE POSTED" TO DETAILNOTE
               ELSE
                   MOVE "MERGED ACCOUNT - CREDIT POSTED" TO DETAILNOTE
               END-IF
           END-IF.
           ADD NETCHANGE TO NETPOSTEDAMOUNT.
           PERFORM WRITEHISTORY.
           PERFORM UPDATEONEBILLEDFEE VARYING FEEIDX FROM 1 BY 1
               UNTIL FEEIDX > FEEENTRYCNT.
           PERFORM WRITESTUDENTDETAIL.

       WRITETUITIONOPENITEM.
           MOVE IDNUM TO OIIDNUM.
           MOVE TUITIONDUEDATE TO OIDUEDATE.
           MOVE TUITIONINVNUMBER TO OIINVNUMBER.
           MOVE POSTINGDATE TO OIINVDATE.
           MOVE NETCHANGE TO OIORIGAMOUNT.
           MOVE NETCHANGE TO OIOPENAMOUNT.
           MOVE ZERO TO OILASTPAYDATE.
           WRITE OPENITEMRECORD
               INVALID KEY
                   PERFORM ADDTOTUITIONOPENITEM
           END-WRITE.

       ADDTOTUITIONOPENITEM.
           READ OPENITEMFILE
               INVALID KEY
                   MOVE "OPENITEMFILE" TO IOERRORFILE
                   MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-READ.
           ADD NETCHANGE TO OIORIGAMOUNT.
           ADD NETCHANGE TO OIOPENAMOUNT.
           REWRITE OPENITEMRECORD
               INVALID KEY
                   MOVE "OPENITEMFILE" TO IOERRORFILE
                   MOVE FS-OPENITEMFILE TO IOERRORSTATUS
                   PERFORM FILEERRORROUTINE
           END-REWRITE.

       APPLYCREDITTOOPENITEMS.
           COMPUTE OIREMAINING = ZERO - NETCHANGE.
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

       WRITEHISTORY.
           MOVE IDNUM TO HISTIDNUM.
           MOVE POSTINGDATE TO HISTDATE.
           MOVE TUITIONHISTCODE TO HISTTRANSCODE.
           MOVE NETCHANGE TO HISTAMOUNT.
           MOVE ACCTBALANCE TO HISTBALANCE.
           WRITE HISTORYRECORD.
           PERFORM CHECKHISTORYSTATUS.

       UPDATEONEBILLEDFEE.
           COMPUTE FEEDIFFAMOUNT =
               FEETBLNEWAMT (FEEIDX) - FEETBLPRIORAMT (FEEIDX).
           ADD FEEDIFFAMOUNT TO FEETBLGLNET (FEEIDX).
           MOVE FEETBLBILLEDIDX (FEEIDX) TO BILLEDFOUNDIDX.
           IF BILLEDFOUNDIDX = ZERO
               AND FEETBLNEWAMT (FEEIDX) NOT = ZERO THEN
               PERFORM CHECKBILLEDTABLESPACE
               ADD 1 TO BILLEDENTRYCNT
               MOVE BILLEDENTRYCNT TO BILLEDFOUNDIDX
               MOVE BILLTERM TO BLTERM (BILLEDFOUNDIDX)
               MOVE CURRSMIDNUM TO BLSMIDNUM (BILLEDFOUNDIDX)
               MOVE FEETBLCODE (FEEIDX) TO BLFEECODE (BILLEDFOUNDIDX)
           END-IF.
           IF BILLEDFOUNDIDX > ZERO THEN
               MOVE CURRCREDITS TO BLCREDITS (BILLEDFOUNDIDX)
               MOVE FEETBLNEWAMT (FEEIDX) TO BLAMOUNT (BILLEDFOUNDIDX)
               MOVE POSTINGDATE TO BLDATE (BILLEDFOUNDIDX)
           END-IF.

       REJECTSTUDENT.
           ADD 1 TO EXCEPTIONCOUNT.
           MOVE SPACES TO DETAILNOTE.
           STRING "** " EXCEPTREASON
               DELIMITED BY SIZE INTO DETAILNOTE.
           PERFORM WRITESTUDENTDETAIL.

       WRITESTUDENTDETAIL.
           MOVE CURRSMIDNUM TO PRNSMIDNUM.
           IF XREFFOUNDIDX > ZERO THEN
               MOVE XRTBLIDNUM (XREFFOUNDIDX) TO PRNCUSTID
           ELSE
               MOVE ZERO TO PRNCUSTID
           END-IF.
           IF ACCOUNTLINKED THEN
               MOVE LASTNAME TO PRNLASTNAME
           ELSE
               MOVE SPACES TO PRNLASTNAME
           END-IF.
           MOVE CURRCREDITS TO PRNCREDITS.
           MOVE CURRSECTCOUNT TO PRNSECTCOUNT.
           MOVE PRIORTOTAL TO PRNPRIORTOTAL.
           MOVE NEWTOTAL TO PRNNEWTOTAL.
           MOVE NETCHANGE TO PRNNETCHANGE.
           MOVE DETAILNOTE TO PRNDETAILNOTE.
           WRITE TUITIONREPORTLINE FROM TUITIONDETAILLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKTUITIONREPORTSTATUS.
           MOVE "N" TO ACCOUNTLINKFLAG.

       WRITEREGISTERTOTALS.
           MOVE "ENROLLMENT RECORDS READ" TO PRNCOUNTLABEL.
           MOVE ENROLLREADCOUNT TO PRNCOUNTVALUE.
           WRITE TUITIONREPORTLINE FROM TUITIONCOUNTLINE
               AFTER ADVANCING 3 LINES.
           PERFORM CHECKTUITIONREPORTSTATUS.
           MOVE "STUDENTS PRICED" TO PRNCOUNTLABEL.
           MOVE STUDENTREADCOUNT TO PRNCOUNTVALUE.
           PERFORM WRITEONECOUNTLINE.
           MOVE "DROPPED ALL SECTIONS" TO PRNCOUNTLABEL.
           MOVE DROPPEDCOUNT TO PRNCOUNTVALUE.
           PERFORM WRITEONECOUNTLINE.
           MOVE "NEW AR ACCOUNTS OPENED" TO PRNCOUNTLABEL.
           MOVE NEWACCOUNTCOUNT TO PRNCOUNTVALUE.
           PERFORM WRITEONECOUNTLINE.
           MOVE "MERGED ACCOUNTS RELINKED" TO PRNCOUNTLABEL.
           MOVE REPOINTEDCOUNT TO PRNCOUNTVALUE.
           PERFORM WRITEONECOUNTLINE.
           MOVE "UNCHANGED" TO PRNCOUNTLABEL.
           MOVE UNCHANGEDCOUNT TO PRNCOUNTVALUE.
           PERFORM WRITEONECOUNTLINE.
           MOVE "EXCEPTIONS NOT BILLED" TO PRNCOUNTLABEL.
           MOVE EXCEPTIONCOUNT TO PRNCOUNTVALUE.
           PERFORM WRITEONECOUNTLINE.
           MOVE "CHARGES POSTED" TO PRNAMTCOUNTLABEL.
           MOVE CHARGEDCOUNT TO PRNAMTCOUNTVALUE.
           MOVE CHARGEDAMOUNT TO PRNAMOUNTVALUE.
           PERFORM WRITEONEAMOUNTLINE.
           MOVE "CREDITS POSTED" TO PRNAMTCOUNTLABEL.
           MOVE CREDITEDCOUNT TO PRNAMTCOUNTVALUE.
           MOVE CREDITEDAMOUNT TO PRNAMOUNTVALUE.
           PERFORM WRITEONEAMOUNTLINE.
           MOVE "NET CHANGE TO AR" TO PRNAMTCOUNTLABEL.
           COMPUTE PRNAMTCOUNTVALUE = CHARGEDCOUNT + CREDITEDCOUNT.
           MOVE NETPOSTEDAMOUNT TO PRNAMOUNTVALUE.
           PERFORM WRITEONEAMOUNTLINE.

       WRITEONECOUNTLINE.
           WRITE TUITIONREPORTLINE FROM TUITIONCOUNTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKTUITIONREPORTSTATUS.

       WRITEONEAMOUNTLINE.
           WRITE TUITIONREPORTLINE FROM TUITIONAMOUNTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM CHECKTUITIONREPORTSTATUS.

       REWRITEBILLEDFILE.
           OPEN OUTPUT TUITBILLEDFILE.
           PERFORM CHECKTUITBILLEDSTATUS.
           PERFORM WRITEONEBILLED VARYING BILLEDIDX FROM 1 BY 1
               UNTIL BILLEDIDX > BILLEDENTRYCNT.
           CLOSE TUITBILLEDFILE.

       WRITEONEBILLED.
           IF BLAMOUNT (BILLEDIDX) NOT = ZERO THEN
               MOVE BLTERM (BILLEDIDX) TO TBTERM
               MOVE BLSMIDNUM (BILLEDIDX) TO TBSMIDNUM
               MOVE BLFEECODE (BILLEDIDX) TO TBFEECODE
               MOVE BLCREDITS (BILLEDIDX) TO TBCREDITS
               MOVE BLAMOUNT (BILLEDIDX) TO TBAMOUNT
               MOVE BLDATE (BILLEDIDX) TO TBDATE
               WRITE TUITBILLEDRECORD
               PERFORM CHECKTUITBILLEDSTATUS
           END-IF.

       REWRITEXREFFILE.
           OPEN OUTPUT STUDXREFFILE.
           PERFORM CHECKSTUDXREFSTATUS.
           PERFORM WRITEONEXREF VARYING XREFIDX FROM 1 BY 1
               UNTIL XREFIDX > XREFENTRYCNT.
           CLOSE STUDXREFFILE.

       WRITEONEXREF.
           MOVE XRTBLSMIDNUM (XREFIDX) TO XRSMIDNUM.
           MOVE XRTBLIDNUM (XREFIDX) TO XRIDNUM.
           MOVE XRTBLCREATEDDATE (XREFIDX) TO XRCREATEDDATE.
           WRITE STUDXREFRECORD.
           PERFORM CHECKSTUDXREFSTATUS.

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
           MOVE NETPOSTEDAMOUNT TO CTLNETCHANGE.
           WRITE CONTROLRECORD.
           PERFORM CHECKCONTROLSTATUS.
           CLOSE CONTROLFILE.

       TOTALONECUSTOMER.
           ADD 1 TO SCANRECORDCOUNT.
           ADD ACCTBALANCE TO SCANBALANCETOTAL.
           READ CUSTOMERFILE NEXT RECORD
               AT END SET SCANATEOF TO TRUE
           END-READ.

       WRITEGLACTIVITY.
           OPEN EXTEND GLWORKFILE.
           PERFORM CHECKGLWORKSTATUS.
           MOVE POSTINGDATE TO GLWDATE.
           MOVE "TUITIONBILL" TO GLWSOURCE.
           IF CHARGEDAMOUNT NOT = ZERO THEN
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               MOVE CHARGEDAMOUNT TO GLWDEBIT
               MOVE ZERO TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
           END-IF.
           IF CREDITEDAMOUNT NOT = ZERO THEN
               MOVE "1200" TO GLWACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLWDESC
               MOVE ZERO TO GLWDEBIT
               MOVE CREDITEDAMOUNT TO GLWCREDIT
               PERFORM WRITEGLWORKRECORD
           END-IF.
           PERFORM WRITEONEFEEGL VARYING FEEIDX FROM 1 BY 1
               UNTIL FEEIDX > FEEENTRYCNT.
           CLOSE GLWORKFILE.

       WRITEONEFEEGL.
           IF FEETBLGLNET (FEEIDX) NOT = ZERO THEN
               MOVE FEETBLACCOUNT (FEEIDX) TO GLWACCOUNT
               MOVE FEETBLDESC (FEEIDX) TO GLWDESC
               IF FEETBLGLNET (FEEIDX) > ZERO THEN
                   MOVE ZERO TO GLWDEBIT
                   MOVE FEETBLGLNET (FEEIDX) TO GLWCREDIT
               ELSE
                   COMPUTE GLWDEBIT = ZERO - FEETBLGLNET (FEEIDX)
                   MOVE ZERO TO GLWCREDIT
               END-IF
               PERFORM WRITEGLWORKRECORD
           END-IF.

       WRITEGLWORKRECORD.
           WRITE GLWORKRECORD.
           PERFORM CHECKGLWORKSTATUS.

       WRITEJOBSTATS.
           OPEN EXTEND JOBSTATSFILE.
           PERFORM CHECKJOBSTATSSTATUS.
           MOVE "TUITIONBILL" TO JSJOBNAME.
           MOVE RUNDATE TO JSDATE.
           ACCEPT RUNTIMEOFDAY FROM TIME.
           MOVE RUNHOUR TO JSTIME (1:2).
           MOVE RUNMINUTE TO JSTIME (3:2).
           MOVE RUNSECOND TO JSTIME (5:2).
           MOVE STUDENTREADCOUNT TO JSREAD.
           COMPUTE JSWRITTEN = CHARGEDCOUNT + CREDITEDCOUNT.
           MOVE EXCEPTIONCOUNT TO JSREJECTED.
           MOVE NETPOSTEDAMOUNT TO JSAMOUNT.
           MOVE "ENDOK" TO JSSTATUS.
           WRITE JOBSTATSRECORD.
           PERFORM CHECKJOBSTATSSTATUS.
           CLOSE JOBSTATSFILE.

       CHECKTUITIONFEESTATUS.
           IF FS-TUITIONFEEFILE NOT = "00"
               AND FS-TUITIONFEEFILE NOT = "05"
               AND FS-TUITIONFEEFILE NOT = "10" THEN
               MOVE "TUITIONFEEFILE" TO IOERRORFILE
               MOVE FS-TUITIONFEEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSECTIONSTATUS.
           IF FS-SECTIONFILE NOT = "00" AND FS-SECTIONFILE NOT = "05"
               AND FS-SECTIONFILE NOT = "10" THEN
               MOVE "SECTIONFILE" TO IOERRORFILE
               MOVE FS-SECTIONFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCATALOGSTATUS.
           IF FS-CATALOGFILE NOT = "00" AND FS-CATALOGFILE NOT = "05"
               AND FS-CATALOGFILE NOT = "10" THEN
               MOVE "CATALOGFILE" TO IOERRORFILE
               MOVE FS-CATALOGFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDENTFILESTATUS.
           IF FS-STUDENTFILE NOT = "00" AND FS-STUDENTFILE NOT = "10"
               THEN
               MOVE "STUDENTFILE" TO IOERRORFILE
               MOVE FS-STUDENTFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDMASTERSTATUS.
           IF FS-STUDMASTERFILE NOT = "00" THEN
               MOVE "STUDMASTERFILE" TO IOERRORFILE
               MOVE FS-STUDMASTERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKTUITBILLEDSTATUS.
           IF FS-TUITBILLEDFILE NOT = "00"
               AND FS-TUITBILLEDFILE NOT = "05"
               AND FS-TUITBILLEDFILE NOT = "10" THEN
               MOVE "TUITBILLEDFILE" TO IOERRORFILE
               MOVE FS-TUITBILLEDFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKSTUDXREFSTATUS.
           IF FS-STUDXREFFILE NOT = "00"
               AND FS-STUDXREFFILE NOT = "05"
               AND FS-STUDXREFFILE NOT = "10" THEN
               MOVE "STUDXREFFILE" TO IOERRORFILE
               MOVE FS-STUDXREFFILE TO IOERRORSTATUS
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
           IF FS-ARCHIVEFILE NOT = "00"
               AND FS-ARCHIVEFILE NOT = "05"
               AND FS-ARCHIVEFILE NOT = "10" THEN
               MOVE "ARCHIVEFILE" TO IOERRORFILE
               MOVE FS-ARCHIVEFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCUSTFILESTATUS.
           IF FS-CUSTOMERFILE NOT = "00" THEN
               MOVE "CUSTOMERFILE" TO IOERRORFILE
               MOVE FS-CUSTOMERFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKHISTORYSTATUS.
           IF FS-HISTORYFILE NOT = "00" AND FS-HISTORYFILE NOT = "05"
               THEN
               MOVE "HISTORYFILE" TO IOERRORFILE
               MOVE FS-HISTORYFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKOPENITEMSTATUS.
           IF FS-OPENITEMFILE NOT = "00" AND FS-OPENITEMFILE NOT = "05"
               THEN
               MOVE "OPENITEMFILE" TO IOERRORFILE
               MOVE FS-OPENITEMFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKCONTROLSTATUS.
           IF FS-CONTROLFILE NOT = "00" THEN
               MOVE "CONTROLFILE" TO IOERRORFILE
               MOVE FS-CONTROLFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKARPERIODSTATUS.
           IF FS-ARPERIODFILE NOT = "00" AND FS-ARPERIODFILE NOT = "05"
               AND FS-ARPERIODFILE NOT = "10" THEN
               MOVE "ARPERIODFILE" TO IOERRORFILE
               MOVE FS-ARPERIODFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKGLWORKSTATUS.
           IF FS-GLWORKFILE NOT = "00" AND FS-GLWORKFILE NOT = "05"
               THEN
               MOVE "GLWORKFILE" TO IOERRORFILE
               MOVE FS-GLWORKFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKJOBSTATSSTATUS.
           IF FS-JOBSTATSFILE NOT = "00" AND FS-JOBSTATSFILE NOT = "05"
               THEN
               MOVE "JOBSTATSFILE" TO IOERRORFILE
               MOVE FS-JOBSTATSFILE TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       CHECKTUITIONREPORTSTATUS.
           IF FS-TUITIONREPORT NOT = "00" THEN
               MOVE "TUITIONREPORT" TO IOERRORFILE
               MOVE FS-TUITIONREPORT TO IOERRORSTATUS
               PERFORM FILEERRORROUTINE
           END-IF.

       FILEERRORROUTINE.
           DISPLAY "I/O ERROR ON " IOERRORFILE " STATUS " IOERRORSTATUS
               " AT STUDENT " CURRSMIDNUM.
           CLOSE CUSTOMERFILE, STUDMASTERFILE, HISTORYFILE,
                 OPENITEMFILE, TUITIONREPORT.
           STOP RUN.
