      *          write rejects (CAR and inventory exceptions, rejected
      *          lines in the inventory change log, overdue
      *          preventive-maintenance units from the service due
      *          list, cross-master orphans from the integrity sweep,
      *          vendor invoice lines held by the three-way match,
      *          expired vehicle documents from the compliance
      *          tickler and ranked fuel purchase anomalies), and
      *          severity 3 is informational not-founds.
      *          Ends with an ALL CLEAR line when everything is empty.
      * Tectonics: cobc
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS-7.

           SELECT HELD-INVOICE-IN
               ASSIGN TO "../Lab 9/INVHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS-8.

           SELECT COMPLIANCE-TICKLER-IN
               ASSIGN TO "COMPTICK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS-9.

           SELECT FUEL-ANOMALY-IN
               ASSIGN TO "../Lab 7/FUELANOM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS-10.

           SELECT MORNING-RPT
               ASSIGN TO "MORNING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD XREF-SWEEP-IN.
       01 XREF-SWEEP-IN-LINE PIC X(120).

       FD HELD-INVOICE-IN.
       01 HELD-INVOICE-IN-LINE PIC X(120).

       FD COMPLIANCE-TICKLER-IN.
       01 COMPLIANCE-TICKLER-IN-LINE PIC X(120).

       FD FUEL-ANOMALY-IN.
       01 FUEL-ANOMALY-IN-LINE PIC X(120).

       FD MORNING-RPT.
       01 MORNING-RPT-LINE PIC X(120).

       01 WS-SOURCE-FILE-STATUS-5 PIC X(2).
       01 WS-SOURCE-FILE-STATUS-6 PIC X(2).
       01 WS-SOURCE-FILE-STATUS-7 PIC X(2).
       01 WS-SOURCE-FILE-STATUS-8 PIC X(2).
       01 WS-SOURCE-FILE-STATUS-9 PIC X(2).
       01 WS-SOURCE-FILE-STATUS-10 PIC X(2).
       01 WS-SOURCE-EOF-FLG PIC X.
       01 WS-CURRENT-LINE PIC X(120).
       01 WS-SKIP-HEADER-FLG PIC X.
       01 WS-REJECTS-ONLY-FLG PIC X.
       01 WS-OVERDUE-ONLY-FLG PIC X.
       01 WS-ORPHANS-ONLY-FLG PIC X.
       01 WS-EXPIRED-ONLY-FLG PIC X.
       01 WS-ANOMALY-ONLY-FLG PIC X.
       01 WS-LINE-WANTED-FLG PIC X.
       01 WS-SCAN-SUB PIC 9(3).

           PERFORM 400-SCAN-INVENT-EXCEPTIONS
           PERFORM 450-SCAN-SERVICE-DUE
           PERFORM 460-SCAN-XREF-SWEEP
           PERFORM 470-SCAN-HELD-INVOICES
           PERFORM 480-SCAN-COMPLIANCE-TICKLER
           PERFORM 490-SCAN-FUEL-ANOMALIES
           PERFORM 500-SCAN-INVENT-CHANGE-LOG

           WRITE MORNING-RPT-LINE FROM SPACES
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT DUPES-RPT-IN
           IF WS-SOURCE-FILE-STATUS = "00"
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT CAR-EXCEPT-IN
           IF WS-SOURCE-FILE-STATUS-2 = "00"
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT INVENT-EXCEPT-IN
           IF WS-SOURCE-FILE-STATUS-3 = "00"
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'Y' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT SERVICE-DUE-IN
           IF WS-SOURCE-FILE-STATUS-6 = "00"
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'Y' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT XREF-SWEEP-IN
           IF WS-SOURCE-FILE-STATUS-7 = "00"
           MOVE "XREFSWEEP.RPT ORPHANS" TO MRN-SOURCE-NAME
           PERFORM 710-WRITE-SOURCE-COUNT.

       470-SCAN-HELD-INVOICES.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 'Y' TO WS-SKIP-HEADER-FLG
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT HELD-INVOICE-IN
           IF WS-SOURCE-FILE-STATUS-8 = "00"
               MOVE 'N' TO WS-SOURCE-EOF-FLG
               PERFORM UNTIL WS-SOURCE-EOF-FLG = 'Y'
                   READ HELD-INVOICE-IN
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLG
                       NOT AT END
                           MOVE HELD-INVOICE-IN-LINE
                               TO WS-CURRENT-LINE
                           PERFORM 700-TALLY-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE HELD-INVOICE-IN
           END-IF
           MOVE "INVHOLD.RPT HELD" TO MRN-SOURCE-NAME
           PERFORM 710-WRITE-SOURCE-COUNT.

       480-SCAN-COMPLIANCE-TICKLER.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 'N' TO WS-SKIP-HEADER-FLG
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'Y' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT COMPLIANCE-TICKLER-IN
           IF WS-SOURCE-FILE-STATUS-9 = "00"
               MOVE 'N' TO WS-SOURCE-EOF-FLG
               PERFORM UNTIL WS-SOURCE-EOF-FLG = 'Y'
                   READ COMPLIANCE-TICKLER-IN
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLG
                       NOT AT END
                           MOVE COMPLIANCE-TICKLER-IN-LINE
                               TO WS-CURRENT-LINE
                           PERFORM 700-TALLY-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-TICKLER-IN
           END-IF
           MOVE "COMPTICK.RPT EXPIRED" TO MRN-SOURCE-NAME
           PERFORM 710-WRITE-SOURCE-COUNT.

       490-SCAN-FUEL-ANOMALIES.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 'N' TO WS-SKIP-HEADER-FLG
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'Y' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT FUEL-ANOMALY-IN
           IF WS-SOURCE-FILE-STATUS-10 = "00"
               MOVE 'N' TO WS-SOURCE-EOF-FLG
               PERFORM UNTIL WS-SOURCE-EOF-FLG = 'Y'
                   READ FUEL-ANOMALY-IN
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLG
                       NOT AT END
                           MOVE FUEL-ANOMALY-IN-LINE
                               TO WS-CURRENT-LINE
                           PERFORM 700-TALLY-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE FUEL-ANOMALY-IN
           END-IF
           MOVE "FUELANOM.RPT HITS" TO MRN-SOURCE-NAME
           PERFORM 710-WRITE-SOURCE-COUNT.

       500-SCAN-INVENT-CHANGE-LOG.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 'N' TO WS-SKIP-HEADER-FLG
           MOVE 'Y' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT INVENT-CHANGE-LOG-IN
           IF WS-SOURCE-FILE-STATUS-4 = "00"
           MOVE 'N' TO WS-REJECTS-ONLY-FLG
           MOVE 'N' TO WS-OVERDUE-ONLY-FLG
           MOVE 'N' TO WS-ORPHANS-ONLY-FLG
           MOVE 'N' TO WS-EXPIRED-ONLY-FLG
           MOVE 'N' TO WS-ANOMALY-ONLY-FLG
           MOVE 'Y' TO WS-FIRST-LINE-FLG
           OPEN INPUT NOTFOUND-RPT-IN
           IF WS-SOURCE-FILE-STATUS-5 = "00"
               PERFORM 740-SCAN-LINE-FOR-ORPHAN
           END-IF

           IF WS-LINE-WANTED-FLG = 'Y'
                   AND WS-EXPIRED-ONLY-FLG = 'Y'
               PERFORM 750-SCAN-LINE-FOR-EXPIRED
           END-IF

           IF WS-LINE-WANTED-FLG = 'Y'
                   AND WS-ANOMALY-ONLY-FLG = 'Y'
               PERFORM 760-SCAN-LINE-FOR-ANOMALY
           END-IF

           IF WS-LINE-WANTED-FLG = 'Y'
               ADD 1 TO WS-SOURCE-COUNT
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               END-IF
           END-PERFORM.

      ******************************************************************
      * As with the due list, the trailing space keeps the tickler's
      * "EXPIRED:" trailer count from being tallied.
      ******************************************************************
       750-SCAN-LINE-FOR-EXPIRED.
           MOVE 'N' TO WS-LINE-WANTED-FLG
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 113
               IF WS-CURRENT-LINE(WS-SCAN-SUB:8) = "EXPIRED "
                   MOVE 'Y' TO WS-LINE-WANTED-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Anomaly hits are the ranked detail lines, each led by its
      * SEV rank; the headings and the trailer never carry it.
      ******************************************************************
       760-SCAN-LINE-FOR-ANOMALY.
           MOVE 'N' TO WS-LINE-WANTED-FLG
           IF WS-CURRENT-LINE(1:4) = "SEV "
               MOVE 'Y' TO WS-LINE-WANTED-FLG
           END-IF.

       END PROGRAM MORNING-REPORT.
