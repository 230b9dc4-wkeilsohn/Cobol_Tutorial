           02 SESTART PIC 9(04).
           02 SEEND PIC 9(04).
           02 SEINSTRUCTOR PIC X(20).
           02 SECOURSENUM PIC X(08).

       FD SCHEDULEREPORT.
       01 SCHEDULELINE PIC X(80).
