           02 SMSTATECODE PIC X(02).
           02 SMZIPCODE PIC X(05).
           02 SMSTATUS PIC X(01).
           02 SMMAJORCODE PIC X(04).

       WORKING-STORAGE SECTION.
       01 FS-STUDENTFILE PIC XX VALUE "00".
