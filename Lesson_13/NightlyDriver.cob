       01 FS-RUNCALENDARFILE PIC XX VALUE "00".
       01 BATCHRUNMODE PIC X VALUE "B".
       01 BATCHOPERATORID PIC X(08) VALUE "BATCH".
       01 ARCHALLREPORTS PIC X(30) VALUE SPACES.
       01 BATCHAUTHLEVEL PIC 9 VALUE 9.
       01 STEPTABLE.
           02 FILLER PIC X(14) VALUE "CUSTRECON".
           02 FILLER PIC X(14) VALUE "STUDENTMERGE".
           02 FILLER PIC X(14) VALUE "STUDMAINT".
           02 FILLER PIC X(14) VALUE "ROSTERREPORT".
           02 FILLER PIC X(14) VALUE "ATTENDPOST".
           02 FILLER PIC X(14) VALUE "ATTENDSHEET".
           02 FILLER PIC X(14) VALUE "TUITIONBILL".
           02 FILLER PIC X(14) VALUE "INVOICEPOST".
           02 FILLER PIC X(14) VALUE "LOCKBOXINTAKE".
           02 FILLER PIC X(14) VALUE "PAYMENTPOST".
           02 FILLER PIC X(14) VALUE "OPENITEMAGE".
           02 FILLER PIC X(14) VALUE "LESSON13".
           02 FILLER PIC X(14) VALUE "REGIONSPLIT".
           02 FILLER PIC X(14) VALUE "BROKENPROMISE".
           02 FILLER PIC X(14) VALUE "DUNNINGLETTERS".
           02 FILLER PIC X(14) VALUE "CREDITEXCEPT".
           02 FILLER PIC X(14) VALUE "COLLECTQUEUE".
           02 FILLER PIC X(14) VALUE "DISPUTEAGING".
           02 FILLER PIC X(14) VALUE "FINANCECHARGE".
           02 FILLER PIC X(14) VALUE "CUSTSTATEMENT".
           02 FILLER PIC X(14) VALUE "AGINGTREND".
           02 FILLER PIC X(14) VALUE "COLLPRODRPT".
           02 FILLER PIC X(14) VALUE "CREDITBUREAU".
           02 FILLER PIC X(14) VALUE "GLPOST".
           02 FILLER PIC X(14) VALUE "ARGLRECON".
           02 FILLER PIC X(14) VALUE "INTEGSWEEP".
           02 FILLER PIC X(14) VALUE "SECREVIEW".
           02 FILLER PIC X(14) VALUE "RPTPURGE".
           02 FILLER PIC X(14) VALUE "OPSSUMMARY".
       01 STEPNAMES REDEFINES STEPTABLE.
           02 STEPNAME PIC X(14) OCCURS 34 TIMES.
       01 STEPCOUNT PIC 99 VALUE 34.
       01 STEPNUM PIC 99 VALUE ZERO.
       01 STARTSTEP PIC 99 VALUE 1.
       01 LASTSTARTSTEP PIC 99 VALUE ZERO.
           ELSE
               IF RCSTEPNAME = "FINANCECHARGE"
                   OR RCSTEPNAME = "CUSTSTATEMENT"
                   OR RCSTEPNAME = "AGINGTREND"
                   OR RCSTEPNAME = "COLLPRODRPT"
                   OR RCSTEPNAME = "CREDITBUREAU" THEN
                   MOVE "M" TO SCANSTEPFREQ
               END-IF
           END-IF.
               MOVE "START" TO PENDINGSTATUS
               PERFORM WRITECONTROLRECORD
               PERFORM CALLSTEPPROGRAM
               CALL "RPTARCHIVE" USING STEPNAME (STEPNUM),
                   BATCHOPERATORID, ARCHALLREPORTS
               MOVE "ENDOK" TO PENDINGSTATUS
               PERFORM WRITECONTROLRECORD
           ELSE
           ELSE
               IF STEPNAME (STEPNUM) = "FINANCECHARGE"
                   OR STEPNAME (STEPNUM) = "CUSTSTATEMENT"
                   OR STEPNAME (STEPNUM) = "AGINGTREND"
                   OR STEPNAME (STEPNUM) = "COLLPRODRPT"
                   OR STEPNAME (STEPNUM) = "CREDITBUREAU" THEN
                   PERFORM APPLYMONTHENDRULE
               END-IF
               IF STEPNAME (STEPNUM) = "DISPUTEAGING"
                   AND WEEKDAYNUM NOT = 1 THEN
                   MOVE "SKIPCAL" TO STEPACTION
               END-IF
               IF STEPNAME (STEPNUM) = "INTEGSWEEP"
                   AND WEEKDAYNUM NOT = 7 THEN
                   MOVE "SKIPCAL" TO STEPACTION
               END-IF
               IF STEPNAME (STEPNUM) = "ATTENDSHEET"
                   AND WEEKDAYNUM NOT = 5 THEN
                   MOVE "SKIPCAL" TO STEPACTION
               END-IF
           END-IF.

       APPLYMONTHENDRULE.
               WHEN 9
                   CALL "ROSTERREPORT"
               WHEN 10
                   CALL "ATTENDPOST"
               WHEN 11
                   CALL "ATTENDSHEET"
               WHEN 12
                   CALL "TUITIONBILL"
               WHEN 13
                   CALL "INVOICEPOST"
               WHEN 14
                   CALL "LOCKBOXINTAKE"
               WHEN 15
                   CALL "PAYMENTPOST"
               WHEN 16
                   CALL "OPENITEMAGE"
               WHEN 17
                   CALL "Lesson13" USING BATCHRUNMODE,
                       BATCHOPERATORID
               WHEN 18
                   CALL "REGIONSPLIT"
               WHEN 19
                   CALL "BROKENPROMISE"
               WHEN 20
                   CALL "DUNNINGLETTERS"
               WHEN 21
                   CALL "CREDITEXCEPT"
               WHEN 22
                   CALL "COLLECTQUEUE"
               WHEN 23
                   CALL "DISPUTEAGING"
               WHEN 24
                   CALL "FINANCECHARGE"
               WHEN 25
                   CALL "CUSTSTATEMENT"
               WHEN 26
                   CALL "AGINGTREND"
               WHEN 27
                   CALL "COLLPRODRPT"
               WHEN 28
                   CALL "CREDITBUREAU"
               WHEN 29
                   CALL "GLPOST"
               WHEN 30
                   CALL "ARGLRECON"
               WHEN 31
                   CALL "INTEGSWEEP"
               WHEN 32
                   CALL "SECREVIEW"
               WHEN 33
                   CALL "RPTPURGE"
               WHEN 34
                   CALL "OPSSUMMARY"
               WHEN OTHER
                   CONTINUE
