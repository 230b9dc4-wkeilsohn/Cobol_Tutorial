           02 SESTART PIC 9(04).
           02 SEEND PIC 9(04).
           02 SEINSTRUCTOR PIC X(20).
           02 SECOURSENUM PIC X(08).

       FD ENROLLREPORTFILE.
       01 ENROLLREPORTLINE PIC X(80).
