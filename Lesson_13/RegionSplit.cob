       01 IOERRORFILE PIC X(18) VALUE SPACES.
       01 IOERRORSTATUS PIC XX VALUE SPACES.
       01 REGIONREPORTNAME PIC X(30) VALUE SPACES.
       01 REGIONJOBSTEP PIC X(14) VALUE "REGIONSPLIT".
       01 REGIONOPERATORID PIC X(08) VALUE "BATCH".
       01 REGIONTABLE.
           02 REGIONENTRY OCCURS 20 TIMES.
               03 REGTBLCODE PIC X(03).
           PERFORM CHECKREGIONREPORTSTATUS.
           PERFORM PRINTAGINGSUMMARY.
           CLOSE REGIONREPORTFILE.
           CALL "RPTARCHIVE" USING REGIONJOBSTEP, REGIONOPERATORID,
               REGIONREPORTNAME.

       PRINTONEREGIONCUSTOMER.
           IF REGIONCODE = CURRENTREGIONCODE THEN
