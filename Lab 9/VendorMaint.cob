               10 VEND-ACTIVE-FLAG PIC X.
                   88 VEND-IS-ACTIVE VALUE "A".
                   88 VEND-IS-INACTIVE VALUE "I".
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD VENDOR-CHANGE-LOG.
       01 VENDOR-CHANGE-LOG-LINE PIC X(120).
           MOVE WS-MAINT-VEND-NAME TO VEND-NAME
           MOVE WS-MAINT-VEND-CONTACT TO VEND-CONTACT
           MOVE WS-MAINT-VEND-ACTIVE TO VEND-ACTIVE-FLAG
           MOVE 0 TO VEND-AVG-LEAD-DAYS
           MOVE SPACES TO VEND-LEAD-MEASURED-DATE

           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
