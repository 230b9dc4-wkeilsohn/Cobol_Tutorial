           END-IF.

       DISPLAYCUSTOMER.
           MOVE SPACES TO SECURITYLOGLINE.
           STRING "CUSTOMER INQUIRY ID " IDNUM " BY " CALLEROPERATORID
               DELIMITED BY SIZE INTO SECURITYLOGLINE.
           PERFORM WRITESECURITYLOG.
           MOVE ACCTBALANCE TO DISPLAYBALANCE.
           PERFORM BUILDSSNDISPLAY.
           DISPLAY "------------------------------------------".
