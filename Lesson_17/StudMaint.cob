           02 STCITY PIC X(15).
           02 STSTATECODE PIC X(02).
           02 STZIPCODE PIC X(05).
           02 STMAJORCODE PIC X(04).

       FD STUDMASTERFILE.
       01 STUDMASTERRECORD.
           02 SMSTATECODE PIC X(02).
           02 SMZIPCODE PIC X(05).
           02 SMSTATUS PIC X(01).
           02 SMMAJORCODE PIC X(04).

       FD STUDMAINTREPORT.
       01 STUDMAINTLINE PIC X(72).
               MOVE STSTATECODE TO SMSTATECODE
               MOVE STZIPCODE TO SMZIPCODE
               MOVE "A" TO SMSTATUS
               MOVE STMAJORCODE TO SMMAJORCODE
               WRITE STUDMASTERRECORD
                   INVALID KEY
                       MOVE SPACES TO STUDMAINTLINE
                   MOVE STCITY TO SMCITY
                   MOVE STSTATECODE TO SMSTATECODE
                   MOVE STZIPCODE TO SMZIPCODE
                   IF STMAJORCODE NOT = SPACES THEN
                       MOVE STMAJORCODE TO SMMAJORCODE
                   END-IF
                   REWRITE STUDMASTERRECORD
                       INVALID KEY
                           PERFORM REJECTNOTFOUND
