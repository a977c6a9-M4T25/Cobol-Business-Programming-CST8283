      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Ownership history inquiry - lists the OWNHIST.IDX
      *          transfers written by CAR maintenance, either for one
      *          vehicle (every owner it has had, oldest first, with
      *          the dates each held it) or for one owner (every
      *          vehicle the owner has received or given up, with the
      *          other party and the date).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-HISTORY-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-HISTORY-FILE
               ASSIGN TO "OWNHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWH-KEY
               FILE STATUS IS WS-OWNHIST-FILE-STATUS.

           SELECT OWNER-MASTER
               ASSIGN TO "OWNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWNER-ID-MASTER
               FILE STATUS IS WS-OWNER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD OWNER-MASTER.
       01 OWNER-MASTER-RECORD.
           05 OWNER-ID-MASTER PIC X(6).
           05 OWNER-MASTER-DATA.
               10 OWNER-FULL-NAME PIC X(30).
               10 OWNER-PHONE PIC X(12).
               10 OWNER-ADDRESS PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-OWNHIST-FILE-STATUS PIC X(2).
       01 WS-OWNER-FILE-STATUS PIC X(2).
       01 WS-OWNER-OPEN-FLG PIC X VALUE 'N'.
       01 WS-INQUIRY-TYPE PIC X(3).
       01 WS-SEARCH-MODEL PIC X(15).
       01 WS-SEARCH-OWNER PIC X(6).
       01 WS-BROWSE-EOF-FLG PIC X.
       01 WS-MATCH-COUNT PIC 9(5).
       01 WS-PRIOR-DATE PIC X(8).
       01 WS-PRIOR-OWNER-ID PIC X(6).
       01 WS-PRIOR-OWNER-NAME PIC X(30).
       01 WS-HELD-TO-DATE PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-INT PIC 9(8).

       PROCEDURE DIVISION.
       100-INQUIRE-OWNERSHIP-HISTORY.
           OPEN INPUT OWNER-HISTORY-FILE
           IF WS-OWNHIST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OWNHIST.IDX - STATUS: "
                       WS-OWNHIST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OWNER-MASTER
           IF WS-OWNER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-OWNER-OPEN-FLG
           ELSE
               DISPLAY "OWNER MASTER NOT AVAILABLE - STATUS: "
                       WS-OWNER-FILE-STATUS
           END-IF

           DISPLAY "Enter inquiry (V=By vehicle, O=By owner, END): "
           ACCEPT WS-INQUIRY-TYPE
           PERFORM 200-INQUIRE-ONE-REQUEST
               UNTIL WS-INQUIRY-TYPE = "END"

           CLOSE OWNER-HISTORY-FILE
           IF WS-OWNER-OPEN-FLG = 'Y'
               CLOSE OWNER-MASTER
           END-IF
           STOP RUN.

       200-INQUIRE-ONE-REQUEST.
           EVALUATE WS-INQUIRY-TYPE
               WHEN "V"
                   DISPLAY "Enter car model: "
                   ACCEPT WS-SEARCH-MODEL
                   PERFORM 300-LIST-VEHICLE-OWNERS
               WHEN "O"
                   DISPLAY "Enter owner ID: "
                   ACCEPT WS-SEARCH-OWNER
                   PERFORM 400-LIST-OWNER-VEHICLES
               WHEN OTHER
                   DISPLAY "INVALID INQUIRY - ENTER V, O OR END"
           END-EVALUATE

           DISPLAY " "
           DISPLAY "Enter inquiry (V=By vehicle, O=By owner, END): "
           ACCEPT WS-INQUIRY-TYPE.

      ******************************************************************
      * Each owner holds the vehicle from their transfer date to the
      * day before the next transfer; the last owner listed holds it
      * now.
      ******************************************************************
       300-LIST-VEHICLE-OWNERS.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE WS-SEARCH-MODEL TO OWH-CAR-MODEL
           MOVE LOW-VALUES TO OWH-EFFECTIVE-DATE
           MOVE 0 TO OWH-SEQ
           MOVE 'N' TO WS-BROWSE-EOF-FLG
           START OWNER-HISTORY-FILE KEY IS NOT LESS THAN OWH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-FLG
           END-START

           DISPLAY "----------------------------------------"
           DISPLAY "OWNERSHIP HISTORY FOR: " WS-SEARCH-MODEL
           PERFORM 310-LIST-ONE-VEHICLE-TRANSFER
               UNTIL WS-BROWSE-EOF-FLG = 'Y'

           IF WS-MATCH-COUNT = 0
               DISPLAY "NO OWNERSHIP HISTORY ON FILE"
           ELSE
               DISPLAY "  " WS-PRIOR-DATE " TO PRESENT  "
                       WS-PRIOR-OWNER-ID "  " WS-PRIOR-OWNER-NAME
               DISPLAY "TRANSFERS ON FILE: " WS-MATCH-COUNT
           END-IF.

       310-LIST-ONE-VEHICLE-TRANSFER.
           READ OWNER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-FLG
           END-READ

           IF WS-BROWSE-EOF-FLG NOT = 'Y'
               IF OWH-CAR-MODEL NOT = WS-SEARCH-MODEL
                   MOVE 'Y' TO WS-BROWSE-EOF-FLG
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT = 1
                       IF OWH-OLD-OWNER-ID NOT = SPACES
                           DISPLAY "  (BEFORE)            "
                                   OWH-OLD-OWNER-ID "  "
                                   OWH-OLD-OWNER-NAME
                       END-IF
                   ELSE
                       PERFORM 320-GET-DAY-BEFORE-TRANSFER
                       DISPLAY "  " WS-PRIOR-DATE " TO "
                               WS-HELD-TO-DATE "  "
                               WS-PRIOR-OWNER-ID "  "
                               WS-PRIOR-OWNER-NAME
                   END-IF
                   MOVE OWH-EFFECTIVE-DATE TO WS-PRIOR-DATE
                   MOVE OWH-NEW-OWNER-ID TO WS-PRIOR-OWNER-ID
                   MOVE OWH-NEW-OWNER-NAME TO WS-PRIOR-OWNER-NAME
               END-IF
           END-IF.

       320-GET-DAY-BEFORE-TRANSFER.
           MOVE OWH-EFFECTIVE-DATE TO WS-DATE-WORK
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-WORK TO WS-HELD-TO-DATE.

      ******************************************************************
      * The history is keyed by vehicle, so an owner inquiry reads the
      * whole file and picks out the transfers to or from the owner.
      ******************************************************************
       400-LIST-OWNER-VEHICLES.
           MOVE 0 TO WS-MATCH-COUNT
           DISPLAY "----------------------------------------"
           MOVE WS-SEARCH-OWNER TO OWNER-ID-MASTER
           IF WS-OWNER-OPEN-FLG = 'Y'
               READ OWNER-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON OWNER MASTER ***"
                           TO OWNER-FULL-NAME
               END-READ
           ELSE
               MOVE SPACES TO OWNER-FULL-NAME
           END-IF
           DISPLAY "VEHICLE TRANSFERS FOR OWNER: " WS-SEARCH-OWNER
                   "  " OWNER-FULL-NAME

           MOVE LOW-VALUES TO OWH-KEY
           MOVE 'N' TO WS-BROWSE-EOF-FLG
           START OWNER-HISTORY-FILE KEY IS NOT LESS THAN OWH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-FLG
           END-START
           PERFORM 410-LIST-ONE-OWNER-TRANSFER
               UNTIL WS-BROWSE-EOF-FLG = 'Y'

           IF WS-MATCH-COUNT = 0
               DISPLAY "NO OWNERSHIP HISTORY ON FILE"
           ELSE
               DISPLAY "TRANSFERS ON FILE: " WS-MATCH-COUNT
           END-IF.

       410-LIST-ONE-OWNER-TRANSFER.
           READ OWNER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-FLG
           END-READ

           IF WS-BROWSE-EOF-FLG NOT = 'Y'
               IF OWH-NEW-OWNER-ID = WS-SEARCH-OWNER
                   ADD 1 TO WS-MATCH-COUNT
                   IF OWH-OLD-OWNER-ID = SPACES
                       DISPLAY "  " OWH-EFFECTIVE-DATE "  "
                               OWH-CAR-MODEL "  RECEIVED NEW"
                   ELSE
                       DISPLAY "  " OWH-EFFECTIVE-DATE "  "
                               OWH-CAR-MODEL "  RECEIVED FROM "
                               OWH-OLD-OWNER-ID "  "
                               OWH-OLD-OWNER-NAME
                   END-IF
               END-IF
               IF OWH-OLD-OWNER-ID = WS-SEARCH-OWNER
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY "  " OWH-EFFECTIVE-DATE "  "
                           OWH-CAR-MODEL "  GIVEN UP TO   "
                           OWH-NEW-OWNER-ID "  "
                           OWH-NEW-OWNER-NAME
               END-IF
           END-IF.

       END PROGRAM OWNER-HISTORY-INQUIRY.
