       CLOSE CUSTOMERFILE, BACKUPFILE.
       IF NOT SSNSMASKED THEN
           MOVE SPACES TO SECURITYLOGLINE
           STRING "UNMASKED SSN UNLOAD " UNLOADCOUNT
               " BY " CALLEROPERATORID
               DELIMITED BY SIZE INTO SECURITYLOGLINE
           PERFORM WRITESECURITYLOG
       END-IF.
