      *          validates the whole CARTRANS.TXT batch against the
      *          CAR master before anything is applied (legal code,
      *          non-blank model, numeric towing capacity, adds must
      *          be new, changes and deletes must exist, a change
      *          may only carry status H (service hold) or A (release)
      *          for a vehicle not disposed, and the date of an
      *          owner transfer on a change must be a real date),
      *          writes the clean transactions to CARTREDIT.TXT for
      *          the maintenance run, and reports accept/reject
      *          counts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 OWNER-ID-TRANS PIC X(6).
           05 DISPOSAL-STATUS-TRANS PIC X.
               88 DISPOSAL-STATUS-LEGAL VALUES "S" "X".
               88 CHANGE-STATUS-LEGAL VALUES " " "A" "H".
           05 DISPOSAL-DATE-TRANS PIC X(8).
           05 DISPOSAL-PROCEEDS-TRANS PIC X(9).
           05 ACQUISITION-DATE-TRANS PIC X(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 CAR-OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-DISPOSED VALUES "S" "X".
               10 DISPOSAL-DATE-MASTER PIC X(8).
               10 DISPOSAL-PROCEEDS-MASTER PIC 9(7)V99.
               10 ACQUISITION-DATE-MASTER PIC X(8).
       01 WS-TRANS-VALID-FLG PIC X.
       01 WS-MODEL-ON-MASTER-FLG PIC X.
       01 WS-OWNER-ON-MASTER-FLG PIC X.
       01 WS-DATE-CHECK PIC 9(8).

       01 WS-TRANS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TRANS-ACCEPT-COUNT PIC 9(5) VALUE 0.
               IF WS-TRANS-VALID-FLG = 'Y' AND TRANS-IS-DISPOSAL
                   PERFORM 240-EDIT-DISPOSAL-FIELDS
               END-IF
               IF WS-TRANS-VALID-FLG = 'Y' AND TRANS-IS-CHANGE
                   PERFORM 260-EDIT-CHANGE-STATUS
               END-IF
               IF WS-TRANS-VALID-FLG = 'Y' AND TRANS-IS-CHANGE
                   PERFORM 270-EDIT-TRANSFER-DATE
               END-IF
               IF WS-TRANS-VALID-FLG = 'Y' AND TRANS-IS-ADD
                   PERFORM 250-EDIT-ACQUISITION-FIELDS
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A change normally leaves the status alone (blank).  H puts the
      * vehicle on service hold and A releases it; neither applies to
      * a vehicle already sold or scrapped.
      ******************************************************************
       260-EDIT-CHANGE-STATUS.
           IF NOT CHANGE-STATUS-LEGAL
               MOVE "CHANGE STATUS MUST BE BLANK, A OR H" TO EDT-REASON
               MOVE 'N' TO WS-TRANS-VALID-FLG
           ELSE
               IF DISPOSAL-STATUS-TRANS NOT = SPACE
                       AND CAR-MASTER-IS-DISPOSED
                   MOVE "HOLD/RELEASE REJECTED - VEHICLE DISPOSED"
                       TO EDT-REASON
                   MOVE 'N' TO WS-TRANS-VALID-FLG
               END-IF
           END-IF.

      ******************************************************************
      * On a change the disposal date field carries the effective
      * date of an owner transfer.  Blank means the transfer takes
      * effect on the business date of the maintenance run.
      ******************************************************************
       270-EDIT-TRANSFER-DATE.
           IF DISPOSAL-DATE-TRANS NOT = SPACES
               IF DISPOSAL-DATE-TRANS IS NOT NUMERIC
                   MOVE "TRANSFER DATE NOT NUMERIC YYYYMMDD"
                       TO EDT-REASON
                   MOVE 'N' TO WS-TRANS-VALID-FLG
               ELSE
                   MOVE DISPOSAL-DATE-TRANS TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                           NOT = 0
                       MOVE "TRANSFER DATE IS NOT A VALID DATE"
                           TO EDT-REASON
                       MOVE 'N' TO WS-TRANS-VALID-FLG
                   END-IF
               END-IF
           END-IF.

       230-CHECK-OWNER-ON-MASTER.
           MOVE OWNER-ID-TRANS TO OWNER-ID-MASTER
           MOVE 'Y' TO WS-OWNER-ON-MASTER-FLG
