               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.

           SELECT OWNER-HISTORY-FILE
               ASSIGN TO "OWNHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWH-KEY
               FILE STATUS IS WS-OWNHIST-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-IN.
       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE PIC X(120).

      ******************************************************************
      * Ownership history - one record each time a vehicle goes to an
      * owner, keyed on vehicle, effective date and a sequence within
      * the date.  The new owner holds the vehicle from the effective
      * date until the next record for it.
      ******************************************************************
       FD OWNER-HISTORY-FILE.
       01 OWNER-HISTORY-RECORD.
           05 OWH-KEY.
               10 OWH-CAR-MODEL PIC X(15).
               10 OWH-EFFECTIVE-DATE PIC X(8).
               10 OWH-SEQ PIC 99.
           05 OWH-OLD-OWNER-ID PIC X(6).
           05 OWH-OLD-OWNER-NAME PIC X(30).
           05 OWH-NEW-OWNER-ID PIC X(6).
           05 OWH-NEW-OWNER-NAME PIC X(30).
           05 OWH-OPERATOR PIC X(8).
           05 OWH-RECORDED-DATE PIC X(8).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 WS-OLD-ENGINE PIC X(25).
           05 WS-OLD-TOWING-CAPACITY PIC 9(8).
           05 WS-OLD-OWNER-NAME PIC X(30).
           05 WS-OLD-OWNER-ID PIC X(6).

       01 OWNER-HISTORY-WORKING-FIELDS.
           05 WS-OWNHIST-FILE-STATUS PIC XX.
           05 WS-BUSDATE-STATUS PIC XX.
           05 WS-BUSINESS-DATE PIC X(8).
           05 WS-TRANSFER-DATE PIC X(8).
           05 WS-OWH-EOF-FLG PIC X.
           05 WS-NEXT-OWH-SEQ PIC 99.

       01 CHANGE-LOG-DETAIL-LINE.
           05 LOG-TIMESTAMP PIC X(26).
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       067-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BUS-DATE IS NUMERIC
                           MOVE BUS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       110-PRODUCE-DETAIL-LIST.
           DISPLAY "Enter engine filter (blank=all): ".
           ACCEPT WS-FILTER-ENGINE.
                       "TRANSACTION EDIT FIRST"
           ELSE
               PERFORM 240-BACKUP-CAR-MASTER
               PERFORM 067-GET-BUSINESS-DATE
               OPEN I-O CAR-MASTER
               OPEN OUTPUT CAR-CHANGE-LOG
               OPEN I-O OWNER-HISTORY-FILE
               IF WS-OWNHIST-FILE-STATUS = "35"
                   OPEN OUTPUT OWNER-HISTORY-FILE
                   CLOSE OWNER-HISTORY-FILE
                   OPEN I-O OWNER-HISTORY-FILE
               END-IF
               IF WS-OWNHIST-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN OWNHIST.IDX - STATUS: "
                           WS-OWNHIST-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-TRANS-EOF-FLG
               PERFORM 231-READ-CAR-TRANS-RECORD
               PERFORM 236-SYNC-CARFILE-FROM-MASTER
               CLOSE CAR-MASTER
               CLOSE CAR-CHANGE-LOG
               CLOSE OWNER-HISTORY-FILE
           END-IF.

      ******************************************************************
                   MOVE "A" TO LOG-TRANS-CODE
                   MOVE CAR-MODEL-TRANS TO LOG-CAR-MODEL
                   MOVE "ADDED" TO LOG-STATUS-TEXT
                   MOVE SPACES TO WS-OLD-OWNER-ID
                   MOVE SPACES TO WS-OLD-OWNER-NAME
                   IF ACQUISITION-DATE-MASTER IS NUMERIC
                       MOVE ACQUISITION-DATE-MASTER
                           TO WS-TRANSFER-DATE
                   ELSE
                       MOVE WS-BUSINESS-DATE TO WS-TRANSFER-DATE
                   END-IF
                   PERFORM 239-WRITE-OWNER-HISTORY
           END-WRITE
           PERFORM 237-WRITE-STAMPED-LOG-LINE.

                   MOVE ENGINE-MASTER TO WS-OLD-ENGINE
                   MOVE TOWING-CAPACITY-MASTER TO WS-OLD-TOWING-CAPACITY
                   MOVE OWNER-NAME-MASTER TO WS-OLD-OWNER-NAME
                   MOVE OWNER-ID-MASTER TO WS-OLD-OWNER-ID
                   MOVE ENGINE-TRANS TO ENGINE-MASTER
                   MOVE TOWING-CAPACITY-TRANS TO TOWING-CAPACITY-MASTER
                   MOVE OWNER-NAME-TRANS TO OWNER-NAME-MASTER
                   MOVE OWNER-ID-TRANS TO OWNER-ID-MASTER
                   MOVE SPACES TO LOG-STATUS-TEXT
                   IF (DISPOSAL-STATUS-TRANS = "H" OR "A")
                           AND NOT CAR-MASTER-IS-DISPOSED
                       MOVE DISPOSAL-STATUS-TRANS TO CAR-STATUS-MASTER
                   END-IF
                   REWRITE CAR-MASTER-RECORD
                   IF OWNER-ID-TRANS NOT = WS-OLD-OWNER-ID
                       IF DISPOSAL-DATE-TRANS = SPACES
                           MOVE WS-BUSINESS-DATE TO WS-TRANSFER-DATE
                       ELSE
                           MOVE DISPOSAL-DATE-TRANS
                               TO WS-TRANSFER-DATE
                       END-IF
                       PERFORM 239-WRITE-OWNER-HISTORY
                   END-IF
                   MOVE "C" TO LOG-TRANS-CODE
                   MOVE CAR-MODEL-TRANS TO LOG-CAR-MODEL
                   EVALUATE DISPOSAL-STATUS-TRANS
                       WHEN "H"
                           STRING "CHANGED - SERVICE HOLD - OWNER WAS: "
                                   DELIMITED BY SIZE
                               WS-OLD-OWNER-NAME DELIMITED BY SIZE
                               INTO LOG-STATUS-TEXT
                       WHEN "A"
                           STRING "CHANGED - RELEASED - OWNER WAS: "
                                   DELIMITED BY SIZE
                               WS-OLD-OWNER-NAME DELIMITED BY SIZE
                               INTO LOG-STATUS-TEXT
                       WHEN OTHER
                           STRING "CHANGED - OWNER WAS: "
                                   DELIMITED BY SIZE
                               WS-OLD-OWNER-NAME DELIMITED BY SIZE
                               INTO LOG-STATUS-TEXT
                   END-EVALUATE
                   PERFORM 237-WRITE-STAMPED-LOG-LINE
           END-READ.

      ******************************************************************
      * Records the vehicle going to the owner now on the master,
      * effective WS-TRANSFER-DATE.  A second transfer on the same
      * date takes the next sequence so both are kept.
      ******************************************************************
       239-WRITE-OWNER-HISTORY.
           MOVE 1 TO WS-NEXT-OWH-SEQ
           MOVE CAR-MODEL-MASTER TO OWH-CAR-MODEL
           MOVE WS-TRANSFER-DATE TO OWH-EFFECTIVE-DATE
           MOVE 0 TO OWH-SEQ
           MOVE 'N' TO WS-OWH-EOF-FLG
           START OWNER-HISTORY-FILE KEY IS NOT LESS THAN OWH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OWH-EOF-FLG
           END-START
           PERFORM UNTIL WS-OWH-EOF-FLG = 'Y'
               READ OWNER-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OWH-EOF-FLG
               END-READ
               IF WS-OWH-EOF-FLG NOT = 'Y'
                   IF OWH-CAR-MODEL NOT = CAR-MODEL-MASTER
                           OR OWH-EFFECTIVE-DATE NOT = WS-TRANSFER-DATE
                       MOVE 'Y' TO WS-OWH-EOF-FLG
                   ELSE
                       COMPUTE WS-NEXT-OWH-SEQ = OWH-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM

           MOVE CAR-MODEL-MASTER TO OWH-CAR-MODEL
           MOVE WS-TRANSFER-DATE TO OWH-EFFECTIVE-DATE
           MOVE WS-NEXT-OWH-SEQ TO OWH-SEQ
           MOVE WS-OLD-OWNER-ID TO OWH-OLD-OWNER-ID
           MOVE WS-OLD-OWNER-NAME TO OWH-OLD-OWNER-NAME
           MOVE OWNER-ID-MASTER TO OWH-NEW-OWNER-ID
           MOVE OWNER-NAME-MASTER TO OWH-NEW-OWNER-NAME
           MOVE WS-OPERATOR-ID TO OWH-OPERATOR
           MOVE WS-BUSINESS-DATE TO OWH-RECORDED-DATE
           WRITE OWNER-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "OWNERSHIP HISTORY NOT WRITTEN FOR "
                           CAR-MODEL-MASTER
           END-WRITE.

       235-DELETE-CAR-MASTER-RECORD.
           MOVE CAR-MODEL-TRANS TO CAR-MODEL-MASTER
           DELETE CAR-MASTER RECORD
