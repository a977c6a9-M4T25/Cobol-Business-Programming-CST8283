               10 VEND-NAME PIC X(20).
               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD BACKUP-GEN-FILE.
       01 BACKUP-GEN-RECORD.
