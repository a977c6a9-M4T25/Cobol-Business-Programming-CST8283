               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
                   88 VEND-IS-ACTIVE VALUE "A".
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD VENDOR-LIST-RPT.
       01 VENDOR-LIST-RPT-LINE PIC X(80).
