      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-08
      * Purpose: Inventory quantity roll-forward proof.  Takes the
      *          prior day's dated master (opening), the current dated
      *          master (closing) and the day's posted movements from
      *          the INVJRNL.LOG movement journal, and proves for every
      *          item that opening on hand plus receipts, minus
      *          issues, plus or minus count adjustments equals the
      *          closing on hand - and the same for each LOC-QTY-OUT
      *          location including transfers in and out.  Every item
      *          that does not tie is printed with its roll-forward on
      *          INVROLL.RPT, followed by a control page of total units
      *          and dollars.  Any out-of-balance item sets a non-zero
      *          return code so the nightly driver stops.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-ROLLFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INVENT-FILE
           ASSIGN TO WS-OLD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INVENTORY-ID-OLD
           ALTERNATE KEY IS VENDOR-NAME-OLD WITH DUPLICATES
           FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-INVENT-FILE
           ASSIGN TO WS-NEW-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INVENTORY-ID-NEW
           ALTERNATE KEY IS VENDOR-NAME-NEW WITH DUPLICATES
           FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT MOVEMENT-JOURNAL
           ASSIGN TO "INVJRNL.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ROLLFWD-RPT
           ASSIGN TO "INVROLL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "../BUSDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN TO "../CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-INVENT-FILE.
       01 INVENTORY-RECORD-OLD.
           05 INVENTORY-ID-OLD PIC X(9).
           05 VENDOR-NAME-OLD PIC X(20).
           05 INVENTORY-DESCRIPTION-OLD PIC X(40).
           05 ON-HAND-QTY-OLD PIC 9(7).
           05 UNIT-COST-OLD PIC 9(5)V99.
           05 REORDER-POINT-OLD PIC 9(7).
           05 LOCATION-QTY-TABLE-OLD.
               10 LOC-QTY-OLD OCCURS 3 TIMES PIC 9(7).
           05 LAST-RECEIPT-DATE-OLD PIC X(8).
           05 LAST-ISSUE-DATE-OLD PIC X(8).

       FD NEW-INVENT-FILE.
       01 INVENTORY-RECORD-NEW.
           05 INVENTORY-ID-NEW PIC X(9).
           05 VENDOR-NAME-NEW PIC X(20).
           05 INVENTORY-DESCRIPTION-NEW PIC X(40).
           05 ON-HAND-QTY-NEW PIC 9(7).
           05 UNIT-COST-NEW PIC 9(5)V99.
           05 REORDER-POINT-NEW PIC 9(7).
           05 LOCATION-QTY-TABLE-NEW.
               10 LOC-QTY-NEW OCCURS 3 TIMES PIC 9(7).
           05 LAST-RECEIPT-DATE-NEW PIC X(8).
           05 LAST-ISSUE-DATE-NEW PIC X(8).

      ******************************************************************
      * Movement journal line as written by LAB9-POST.  COST lines
      * for receipt recosting share the file and carry no post date
      * in this position, so they drop out with the rejects.
      ******************************************************************
       FD MOVEMENT-JOURNAL.
       01 MOVEMENT-JOURNAL-LINE.
           05 JRN-TYPE-CODE PIC X.
               88 JRN-IS-RECEIPT VALUE "R".
               88 JRN-IS-ISSUE VALUE "I".
               88 JRN-IS-TRANSFER VALUE "T".
           05 FILLER PIC X(2).
           05 JRN-INVENTORY-ID PIC X(9).
           05 FILLER PIC X(2).
           05 JRN-QTY PIC 9(7).
           05 FILLER PIC X(9).
           05 JRN-BEFORE-QTY PIC 9(7).
           05 FILLER PIC X(8).
           05 JRN-AFTER-QTY PIC 9(7).
           05 FILLER PIC X(6).
           05 JRN-LOCATION PIC X.
           05 FILLER PIC X(5).
           05 JRN-LOCATION-TO PIC X.
           05 FILLER PIC X(2).
           05 JRN-RESULT-TEXT PIC X(40).
           05 FILLER PIC X(2).
           05 JRN-POST-DATE PIC X(8).
           05 FILLER PIC X(23).

       FD ROLLFWD-RPT.
       01 ROLLFWD-RPT-LINE PIC X(120).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-IS-HOLIDAY VALUE "H".

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-NAME PIC X(40).
       01 WS-NEW-FILE-NAME PIC X(40).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-OLD-FILE-STATUS PIC X(2).
       01 WS-NEW-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-OLD-DATE PIC X(8).
       01 WS-NEW-DATE PIC X(8).
       01 WS-JOURNAL-EOF-FLG PIC X.
       01 WS-CALENDAR-EOF-FLG PIC X.

       01 WS-OLD-COMPARE-KEY PIC X(9).
       01 WS-NEW-COMPARE-KEY PIC X(9).

       01 BUSINESS-DAY-WORKING-FIELDS.
           05 WS-PRIOR-DATE PIC 9(8).
           05 WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE PIC X(8).
           05 WS-CANDIDATE-INT PIC 9(7).
           05 WS-DAY-OF-WEEK PIC 9.
           05 WS-TRY-COUNT PIC 9(2).
           05 WS-DAY-IS-VALID-FLG PIC X.
           05 WS-HOLIDAY-SUB PIC 9(3).

       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT.
               10 HOL-DATE PIC X(8).

      ******************************************************************
      * The day's posted movements summed by item and location.  A
      * count adjustment is kept apart from a normal receipt or issue
      * so the roll-forward shows what the counters changed.
      ******************************************************************
       01 WS-MOVE-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-MOVE-SUB PIC 9(4).
       01 WS-MOVE-FOUND-SUB PIC 9(4).
       01 ITEM-MOVEMENT-TABLE.
           05 ITEM-MOVEMENT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-MOVE-ITEM-COUNT.
               10 IMT-INVENTORY-ID PIC X(9).
               10 IMT-LOCATION-MOVES OCCURS 3 TIMES.
                   15 IMT-RECEIPTS PIC 9(8).
                   15 IMT-ISSUES PIC 9(8).
                   15 IMT-ADJ-IN PIC 9(8).
                   15 IMT-ADJ-OUT PIC 9(8).
                   15 IMT-XFER-IN PIC 9(8).
                   15 IMT-XFER-OUT PIC 9(8).

       01 WS-JRN-FROM-LOC PIC 9.
       01 WS-JRN-TO-LOC PIC 9.
       01 WS-JOURNAL-LINES-USED PIC 9(7) VALUE 0.

      ******************************************************************
      * One item's proof.  Index 4 of each location array holds the
      * item total so the same print paragraph serves both.
      ******************************************************************
       01 ITEM-PROOF-FIELDS.
           05 WS-PROOF-ID PIC X(9).
           05 WS-PROOF-DESC PIC X(40).
           05 WS-PROOF-COST PIC 9(5)V99.
           05 WS-PROOF-STATUS-TEXT PIC X(30).
           05 WS-PROOF-OUT-FLG PIC X.
           05 WS-PROOF-LOC OCCURS 4 TIMES.
               10 WS-PRF-OPENING PIC S9(9).
               10 WS-PRF-RECEIPTS PIC S9(9).
               10 WS-PRF-ISSUES PIC S9(9).
               10 WS-PRF-ADJ-IN PIC S9(9).
               10 WS-PRF-ADJ-OUT PIC S9(9).
               10 WS-PRF-XFER-IN PIC S9(9).
               10 WS-PRF-XFER-OUT PIC S9(9).
               10 WS-PRF-EXPECTED PIC S9(9).
               10 WS-PRF-ACTUAL PIC S9(9).
               10 WS-PRF-DIFFERENCE PIC S9(9).
       01 WS-LOC-SUB PIC 9.

       01 CONTROL-TOTALS.
           05 WS-ITEMS-PROVED PIC 9(7) VALUE 0.
           05 WS-ITEMS-OUT PIC 9(7) VALUE 0.
           05 WS-CTL-OPENING-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-RECEIPT-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-ISSUE-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-ADJ-IN-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-ADJ-OUT-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-XFER-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-EXPECTED-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-ACTUAL-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-DIFF-UNITS PIC S9(11) VALUE 0.
           05 WS-CTL-OPENING-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-RECEIPT-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-ISSUE-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-ADJ-IN-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-ADJ-OUT-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-XFER-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-EXPECTED-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-ACTUAL-VALUE PIC S9(11)V99 VALUE 0.
           05 WS-CTL-DIFF-VALUE PIC S9(11)V99 VALUE 0.

       01 ROLLFWD-RPT-HEADER-1.
           05 FILLER PIC X(42) VALUE
              "INVENTORY ROLL-FORWARD PROOF - OPENING ".
           05 RFH-OLD-DATE PIC X(8).
           05 FILLER PIC X(10) VALUE "  CLOSING ".
           05 RFH-NEW-DATE PIC X(8).

       01 ROLLFWD-COLUMN-HEADER.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "   OPENING".
           05 FILLER PIC X(10) VALUE "  RECEIPTS".
           05 FILLER PIC X(10) VALUE "    ISSUES".
           05 FILLER PIC X(10) VALUE "    ADJ IN".
           05 FILLER PIC X(10) VALUE "   ADJ OUT".
           05 FILLER PIC X(10) VALUE "   XFER IN".
           05 FILLER PIC X(10) VALUE "  XFER OUT".
           05 FILLER PIC X(10) VALUE "  EXPECTED".
           05 FILLER PIC X(10) VALUE "    ACTUAL".
           05 FILLER PIC X(10) VALUE "      DIFF".

       01 ROLLFWD-ITEM-LINE.
           05 FILLER PIC X(5) VALUE "ITEM ".
           05 RFI-INVENTORY-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFI-DESCRIPTION PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFI-STATUS-TEXT PIC X(30).

       01 ROLLFWD-DETAIL-LINE.
           05 RFD-LABEL PIC X(12).
           05 RFD-OPENING PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-RECEIPTS PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-ISSUES PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-ADJ-IN PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-ADJ-OUT PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-XFER-IN PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-XFER-OUT PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-EXPECTED PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-ACTUAL PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-DIFFERENCE PIC -(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RFD-FLAG PIC X(3).

       01 CONTROL-PAGE-HEADER.
           05 FILLER PIC X(42) VALUE
              "ROLL-FORWARD CONTROL PAGE - CLOSING DATE ".
           05 CPH-NEW-DATE PIC X(8).

       01 CONTROL-COLUMN-HEADER.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "         UNITS".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "     DOLLARS AT COST".

       01 CONTROL-DETAIL-LINE.
           05 CPL-LABEL PIC X(32).
           05 CPL-UNITS PIC -(13)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CPL-VALUE PIC $$$,$$$,$$$,$$9.99-.

       01 CONTROL-COUNT-LINE.
           05 CPC-LABEL PIC X(32).
           05 CPC-COUNT PIC Z,ZZZ,ZZ9.

       01 CONTROL-RESULT-LINE.
           05 CPR-RESULT-TEXT PIC X(60).

       PROCEDURE DIVISION.
       100-PROVE-ROLL-FORWARD.
           PERFORM 040-GET-BUSINESS-DATE
           DISPLAY "Enter current master date YYYYMMDD (blank=today): "
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-NEW-DATE
           END-IF
           DISPLAY "Enter prior master date YYYYMMDD "
                   "(blank=previous business day): "
           ACCEPT WS-OLD-DATE
           IF WS-OLD-DATE = SPACES
               PERFORM 110-LOAD-HOLIDAY-TABLE
               PERFORM 120-FIND-PRIOR-BUSINESS-DAY
               MOVE WS-PRIOR-DATE-X TO WS-OLD-DATE
           END-IF

           STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                   WS-OLD-DATE DELIMITED BY SIZE
                   ".IDX" DELIMITED BY SIZE
               INTO WS-OLD-FILE-NAME
           STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                   WS-NEW-DATE DELIMITED BY SIZE
                   ".IDX" DELIMITED BY SIZE
               INTO WS-NEW-FILE-NAME

           OPEN INPUT NEW-INVENT-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-NEW-FILE-NAME
                       " - STATUS: " WS-NEW-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    With no opening master there is nothing to prove against
      *    (first day on the dated masters) - say so and let the
      *    nightly carry on.
           OPEN INPUT OLD-INVENT-FILE
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "PRIOR MASTER " WS-OLD-FILE-NAME
                       " NOT AVAILABLE - STATUS: " WS-OLD-FILE-STATUS
               DISPLAY "ROLL-FORWARD PROOF SKIPPED"
               CLOSE NEW-INVENT-FILE
               STOP RUN
           END-IF

           PERFORM 200-LOAD-DAY-MOVEMENTS

           OPEN OUTPUT ROLLFWD-RPT
           MOVE WS-OLD-DATE TO RFH-OLD-DATE
           MOVE WS-NEW-DATE TO RFH-NEW-DATE
           WRITE ROLLFWD-RPT-LINE FROM ROLLFWD-RPT-HEADER-1
           WRITE ROLLFWD-RPT-LINE FROM SPACES

           PERFORM 300-READ-OLD-MASTER
           PERFORM 310-READ-NEW-MASTER
           PERFORM 320-PROVE-ONE-KEY
               UNTIL WS-OLD-COMPARE-KEY = HIGH-VALUES
                   AND WS-NEW-COMPARE-KEY = HIGH-VALUES

           PERFORM 500-WRITE-CONTROL-PAGE

           CLOSE OLD-INVENT-FILE
           CLOSE NEW-INVENT-FILE
           CLOSE ROLLFWD-RPT

           DISPLAY "ITEMS PROVED:         " WS-ITEMS-PROVED
           DISPLAY "ITEMS OUT OF BALANCE: " WS-ITEMS-OUT
           IF WS-ITEMS-OUT > 0
               DISPLAY "*** ROLL-FORWARD DOES NOT TIE - SEE INVROLL.RPT"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       040-GET-BUSINESS-DATE.
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

       110-LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-CALENDAR-EOF-FLG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               MOVE 'Y' TO WS-CALENDAR-EOF-FLG
           END-IF
           PERFORM UNTIL WS-CALENDAR-EOF-FLG = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CALENDAR-EOF-FLG
                   NOT AT END
                       IF CAL-IS-HOLIDAY
                               AND CAL-DATE IS NUMERIC
                               AND WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CAL-DATE
                               TO HOL-DATE(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CALENDAR-STATUS NOT = "35"
               CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      * The opening master is the one built for the previous business
      * day - the same weekend and CALENDAR.DAT holiday rules the
      * date roll uses, walked backwards.  Integer day 1 is a Monday,
      * so MOD(integer-date, 7) gives 6 for Saturday and 0 for Sunday.
      ******************************************************************
       120-FIND-PRIOR-BUSINESS-DAY.
           COMPUTE WS-CANDIDATE-INT
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NEW-DATE))
           MOVE 'N' TO WS-DAY-IS-VALID-FLG
           MOVE 0 TO WS-TRY-COUNT

           PERFORM UNTIL WS-DAY-IS-VALID-FLG = 'Y'
                   OR WS-TRY-COUNT >= 30
               ADD 1 TO WS-TRY-COUNT
               SUBTRACT 1 FROM WS-CANDIDATE-INT
               COMPUTE WS-PRIOR-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
               COMPUTE WS-DAY-OF-WEEK
                   = FUNCTION MOD(WS-CANDIDATE-INT, 7)
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-DAY-IS-VALID-FLG
                   PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                           UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                       IF HOL-DATE(WS-HOLIDAY-SUB) = WS-PRIOR-DATE-X
                           MOVE 'N' TO WS-DAY-IS-VALID-FLG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Only lines posted to the closing master's date count - the
      * journal accumulates across days and rejected movements never
      * touched the master.  A blank location posted to location 1.
      ******************************************************************
       200-LOAD-DAY-MOVEMENTS.
           MOVE 'N' TO WS-JOURNAL-EOF-FLG
           OPEN INPUT MOVEMENT-JOURNAL
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "INVJRNL.LOG NOT FOUND - NO MOVEMENTS APPLIED"
               MOVE 'Y' TO WS-JOURNAL-EOF-FLG
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF-FLG = 'Y'
               READ MOVEMENT-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF-FLG
                   NOT AT END
                       IF JRN-POST-DATE = WS-NEW-DATE
                               AND JRN-RESULT-TEXT(1:6) = "POSTED"
                               AND JRN-QTY IS NUMERIC
                           PERFORM 210-ADD-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-FILE-STATUS NOT = "35"
               CLOSE MOVEMENT-JOURNAL
           END-IF.

       210-ADD-JOURNAL-LINE.
           MOVE JRN-INVENTORY-ID TO WS-PROOF-ID
           PERFORM 600-FIND-MOVEMENT-ENTRY
           IF WS-MOVE-FOUND-SUB = 0
               IF WS-MOVE-ITEM-COUNT < 3000
                   ADD 1 TO WS-MOVE-ITEM-COUNT
                   MOVE WS-MOVE-ITEM-COUNT TO WS-MOVE-FOUND-SUB
                   INITIALIZE ITEM-MOVEMENT-ENTRY(WS-MOVE-FOUND-SUB)
                   MOVE JRN-INVENTORY-ID
                       TO IMT-INVENTORY-ID(WS-MOVE-FOUND-SUB)
               ELSE
                   DISPLAY "MOVEMENT TABLE FULL - "
                           JRN-INVENTORY-ID " NOT PROVED"
               END-IF
           END-IF

           IF WS-MOVE-FOUND-SUB > 0
               ADD 1 TO WS-JOURNAL-LINES-USED
               IF JRN-LOCATION >= "1" AND JRN-LOCATION <= "3"
                   MOVE JRN-LOCATION TO WS-JRN-FROM-LOC
               ELSE
                   MOVE 1 TO WS-JRN-FROM-LOC
               END-IF
               EVALUATE TRUE
                   WHEN JRN-IS-TRANSFER
                       MOVE JRN-LOCATION-TO TO WS-JRN-TO-LOC
                       ADD JRN-QTY TO IMT-XFER-OUT
                           (WS-MOVE-FOUND-SUB, WS-JRN-FROM-LOC)
                       ADD JRN-QTY TO IMT-XFER-IN
                           (WS-MOVE-FOUND-SUB, WS-JRN-TO-LOC)
                   WHEN JRN-RESULT-TEXT(10:9) = "COUNT ADJ"
                           AND JRN-IS-RECEIPT
                       ADD JRN-QTY TO IMT-ADJ-IN
                           (WS-MOVE-FOUND-SUB, WS-JRN-FROM-LOC)
                   WHEN JRN-RESULT-TEXT(10:9) = "COUNT ADJ"
                           AND JRN-IS-ISSUE
                       ADD JRN-QTY TO IMT-ADJ-OUT
                           (WS-MOVE-FOUND-SUB, WS-JRN-FROM-LOC)
                   WHEN JRN-IS-RECEIPT
                       ADD JRN-QTY TO IMT-RECEIPTS
                           (WS-MOVE-FOUND-SUB, WS-JRN-FROM-LOC)
                   WHEN JRN-IS-ISSUE
                       ADD JRN-QTY TO IMT-ISSUES
                           (WS-MOVE-FOUND-SUB, WS-JRN-FROM-LOC)
               END-EVALUATE
           END-IF.

       300-READ-OLD-MASTER.
           READ OLD-INVENT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-OLD-COMPARE-KEY
               NOT AT END
                   MOVE INVENTORY-ID-OLD TO WS-OLD-COMPARE-KEY
           END-READ.

       310-READ-NEW-MASTER.
           READ NEW-INVENT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-NEW-COMPARE-KEY
               NOT AT END
                   MOVE INVENTORY-ID-NEW TO WS-NEW-COMPARE-KEY
           END-READ.

      ******************************************************************
      * An item only on the closing master opens at zero; an item
      * only on the opening master closes at zero.  Either way the
      * movements must account for the whole quantity.
      ******************************************************************
       320-PROVE-ONE-KEY.
           INITIALIZE ITEM-PROOF-FIELDS
           MOVE SPACES TO WS-PROOF-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-NEW-COMPARE-KEY < WS-OLD-COMPARE-KEY
                   MOVE INVENTORY-ID-NEW TO WS-PROOF-ID
                   MOVE INVENTORY-DESCRIPTION-NEW TO WS-PROOF-DESC
                   MOVE UNIT-COST-NEW TO WS-PROOF-COST
                   PERFORM 340-LOAD-CLOSING-QUANTITIES
                   MOVE "NEW ITEM - NO OPENING MASTER"
                       TO WS-PROOF-STATUS-TEXT
                   PERFORM 310-READ-NEW-MASTER
               WHEN WS-OLD-COMPARE-KEY < WS-NEW-COMPARE-KEY
                   MOVE INVENTORY-ID-OLD TO WS-PROOF-ID
                   MOVE INVENTORY-DESCRIPTION-OLD TO WS-PROOF-DESC
                   MOVE UNIT-COST-OLD TO WS-PROOF-COST
                   PERFORM 330-LOAD-OPENING-QUANTITIES
                   MOVE "DROPPED FROM CLOSING MASTER"
                       TO WS-PROOF-STATUS-TEXT
                   PERFORM 300-READ-OLD-MASTER
               WHEN OTHER
                   MOVE INVENTORY-ID-NEW TO WS-PROOF-ID
                   MOVE INVENTORY-DESCRIPTION-NEW TO WS-PROOF-DESC
                   MOVE UNIT-COST-NEW TO WS-PROOF-COST
                   PERFORM 330-LOAD-OPENING-QUANTITIES
                   PERFORM 340-LOAD-CLOSING-QUANTITIES
                   MOVE "OUT OF BALANCE" TO WS-PROOF-STATUS-TEXT
                   PERFORM 300-READ-OLD-MASTER
                   PERFORM 310-READ-NEW-MASTER
           END-EVALUATE
           PERFORM 350-APPLY-ITEM-MOVEMENTS
           PERFORM 360-COMPUTE-ITEM-PROOF
           PERFORM 370-ACCUMULATE-CONTROLS
           IF WS-PROOF-OUT-FLG = 'Y'
               PERFORM 400-PRINT-ITEM-ROLL-FORWARD
           END-IF.

       330-LOAD-OPENING-QUANTITIES.
           MOVE ON-HAND-QTY-OLD TO WS-PRF-OPENING(4)
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 3
               MOVE LOC-QTY-OLD(WS-LOC-SUB)
                   TO WS-PRF-OPENING(WS-LOC-SUB)
           END-PERFORM.

       340-LOAD-CLOSING-QUANTITIES.
           MOVE ON-HAND-QTY-NEW TO WS-PRF-ACTUAL(4)
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 3
               MOVE LOC-QTY-NEW(WS-LOC-SUB)
                   TO WS-PRF-ACTUAL(WS-LOC-SUB)
           END-PERFORM.

       350-APPLY-ITEM-MOVEMENTS.
           PERFORM 600-FIND-MOVEMENT-ENTRY
           IF WS-MOVE-FOUND-SUB > 0
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > 3
                   MOVE IMT-RECEIPTS(WS-MOVE-FOUND-SUB, WS-LOC-SUB)
                       TO WS-PRF-RECEIPTS(WS-LOC-SUB)
                   MOVE IMT-ISSUES(WS-MOVE-FOUND-SUB, WS-LOC-SUB)
                       TO WS-PRF-ISSUES(WS-LOC-SUB)
                   MOVE IMT-ADJ-IN(WS-MOVE-FOUND-SUB, WS-LOC-SUB)
                       TO WS-PRF-ADJ-IN(WS-LOC-SUB)
                   MOVE IMT-ADJ-OUT(WS-MOVE-FOUND-SUB, WS-LOC-SUB)
                       TO WS-PRF-ADJ-OUT(WS-LOC-SUB)
                   MOVE IMT-XFER-IN(WS-MOVE-FOUND-SUB, WS-LOC-SUB)
                       TO WS-PRF-XFER-IN(WS-LOC-SUB)
                   MOVE IMT-XFER-OUT(WS-MOVE-FOUND-SUB, WS-LOC-SUB)
                       TO WS-PRF-XFER-OUT(WS-LOC-SUB)
                   ADD WS-PRF-RECEIPTS(WS-LOC-SUB)
                       TO WS-PRF-RECEIPTS(4)
                   ADD WS-PRF-ISSUES(WS-LOC-SUB) TO WS-PRF-ISSUES(4)
                   ADD WS-PRF-ADJ-IN(WS-LOC-SUB) TO WS-PRF-ADJ-IN(4)
                   ADD WS-PRF-ADJ-OUT(WS-LOC-SUB) TO WS-PRF-ADJ-OUT(4)
                   ADD WS-PRF-XFER-IN(WS-LOC-SUB)
                       TO WS-PRF-XFER-IN(4)
                   ADD WS-PRF-XFER-OUT(WS-LOC-SUB)
                       TO WS-PRF-XFER-OUT(4)
               END-PERFORM
           END-IF.

       360-COMPUTE-ITEM-PROOF.
           MOVE 'N' TO WS-PROOF-OUT-FLG
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 4
               COMPUTE WS-PRF-EXPECTED(WS-LOC-SUB)
                   = WS-PRF-OPENING(WS-LOC-SUB)
                   + WS-PRF-RECEIPTS(WS-LOC-SUB)
                   - WS-PRF-ISSUES(WS-LOC-SUB)
                   + WS-PRF-ADJ-IN(WS-LOC-SUB)
                   - WS-PRF-ADJ-OUT(WS-LOC-SUB)
                   + WS-PRF-XFER-IN(WS-LOC-SUB)
                   - WS-PRF-XFER-OUT(WS-LOC-SUB)
               COMPUTE WS-PRF-DIFFERENCE(WS-LOC-SUB)
                   = WS-PRF-ACTUAL(WS-LOC-SUB)
                   - WS-PRF-EXPECTED(WS-LOC-SUB)
               IF WS-PRF-DIFFERENCE(WS-LOC-SUB) NOT = 0
                   MOVE 'Y' TO WS-PROOF-OUT-FLG
               END-IF
           END-PERFORM
           ADD 1 TO WS-ITEMS-PROVED
           IF WS-PROOF-OUT-FLG = 'Y'
               ADD 1 TO WS-ITEMS-OUT
           END-IF.

      ******************************************************************
      * Dollars are the units at the item's unit cost on the closing
      * master (opening cost for a dropped item), so the dollar
      * columns tie exactly when the units do and any difference is
      * the value of the missing or extra stock.
      ******************************************************************
       370-ACCUMULATE-CONTROLS.
           ADD WS-PRF-OPENING(4) TO WS-CTL-OPENING-UNITS
           ADD WS-PRF-RECEIPTS(4) TO WS-CTL-RECEIPT-UNITS
           ADD WS-PRF-ISSUES(4) TO WS-CTL-ISSUE-UNITS
           ADD WS-PRF-ADJ-IN(4) TO WS-CTL-ADJ-IN-UNITS
           ADD WS-PRF-ADJ-OUT(4) TO WS-CTL-ADJ-OUT-UNITS
           ADD WS-PRF-XFER-IN(4) TO WS-CTL-XFER-UNITS
           ADD WS-PRF-EXPECTED(4) TO WS-CTL-EXPECTED-UNITS
           ADD WS-PRF-ACTUAL(4) TO WS-CTL-ACTUAL-UNITS
           ADD WS-PRF-DIFFERENCE(4) TO WS-CTL-DIFF-UNITS
           COMPUTE WS-CTL-OPENING-VALUE = WS-CTL-OPENING-VALUE
               + WS-PRF-OPENING(4) * WS-PROOF-COST
           COMPUTE WS-CTL-RECEIPT-VALUE = WS-CTL-RECEIPT-VALUE
               + WS-PRF-RECEIPTS(4) * WS-PROOF-COST
           COMPUTE WS-CTL-ISSUE-VALUE = WS-CTL-ISSUE-VALUE
               + WS-PRF-ISSUES(4) * WS-PROOF-COST
           COMPUTE WS-CTL-ADJ-IN-VALUE = WS-CTL-ADJ-IN-VALUE
               + WS-PRF-ADJ-IN(4) * WS-PROOF-COST
           COMPUTE WS-CTL-ADJ-OUT-VALUE = WS-CTL-ADJ-OUT-VALUE
               + WS-PRF-ADJ-OUT(4) * WS-PROOF-COST
           COMPUTE WS-CTL-XFER-VALUE = WS-CTL-XFER-VALUE
               + WS-PRF-XFER-IN(4) * WS-PROOF-COST
           COMPUTE WS-CTL-EXPECTED-VALUE = WS-CTL-EXPECTED-VALUE
               + WS-PRF-EXPECTED(4) * WS-PROOF-COST
           COMPUTE WS-CTL-ACTUAL-VALUE = WS-CTL-ACTUAL-VALUE
               + WS-PRF-ACTUAL(4) * WS-PROOF-COST
           COMPUTE WS-CTL-DIFF-VALUE = WS-CTL-DIFF-VALUE
               + WS-PRF-DIFFERENCE(4) * WS-PROOF-COST.

       400-PRINT-ITEM-ROLL-FORWARD.
           MOVE WS-PROOF-ID TO RFI-INVENTORY-ID
           MOVE WS-PROOF-DESC TO RFI-DESCRIPTION
           MOVE WS-PROOF-STATUS-TEXT TO RFI-STATUS-TEXT
           WRITE ROLLFWD-RPT-LINE FROM ROLLFWD-ITEM-LINE
           WRITE ROLLFWD-RPT-LINE FROM ROLLFWD-COLUMN-HEADER
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 4
               IF WS-LOC-SUB = 4
                   MOVE "  ITEM TOTAL" TO RFD-LABEL
               ELSE
                   MOVE SPACES TO RFD-LABEL
                   STRING "  LOCATION " DELIMITED BY SIZE
                       WS-LOC-SUB DELIMITED BY SIZE
                       INTO RFD-LABEL
               END-IF
               MOVE WS-PRF-OPENING(WS-LOC-SUB) TO RFD-OPENING
               MOVE WS-PRF-RECEIPTS(WS-LOC-SUB) TO RFD-RECEIPTS
               MOVE WS-PRF-ISSUES(WS-LOC-SUB) TO RFD-ISSUES
               MOVE WS-PRF-ADJ-IN(WS-LOC-SUB) TO RFD-ADJ-IN
               MOVE WS-PRF-ADJ-OUT(WS-LOC-SUB) TO RFD-ADJ-OUT
               MOVE WS-PRF-XFER-IN(WS-LOC-SUB) TO RFD-XFER-IN
               MOVE WS-PRF-XFER-OUT(WS-LOC-SUB) TO RFD-XFER-OUT
               MOVE WS-PRF-EXPECTED(WS-LOC-SUB) TO RFD-EXPECTED
               MOVE WS-PRF-ACTUAL(WS-LOC-SUB) TO RFD-ACTUAL
               MOVE WS-PRF-DIFFERENCE(WS-LOC-SUB) TO RFD-DIFFERENCE
               IF WS-PRF-DIFFERENCE(WS-LOC-SUB) NOT = 0
                   MOVE "***" TO RFD-FLAG
               ELSE
                   MOVE SPACES TO RFD-FLAG
               END-IF
               WRITE ROLLFWD-RPT-LINE FROM ROLLFWD-DETAIL-LINE
           END-PERFORM
           WRITE ROLLFWD-RPT-LINE FROM SPACES.

       500-WRITE-CONTROL-PAGE.
           IF WS-ITEMS-OUT = 0
               MOVE "ALL ITEMS AND LOCATIONS TIE" TO CPR-RESULT-TEXT
               WRITE ROLLFWD-RPT-LINE FROM CONTROL-RESULT-LINE
           END-IF
           WRITE ROLLFWD-RPT-LINE FROM SPACES
           MOVE WS-NEW-DATE TO CPH-NEW-DATE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-PAGE-HEADER
           WRITE ROLLFWD-RPT-LINE FROM SPACES
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-COLUMN-HEADER

           MOVE "OPENING ON HAND" TO CPL-LABEL
           MOVE WS-CTL-OPENING-UNITS TO CPL-UNITS
           MOVE WS-CTL-OPENING-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "PLUS RECEIPTS" TO CPL-LABEL
           MOVE WS-CTL-RECEIPT-UNITS TO CPL-UNITS
           MOVE WS-CTL-RECEIPT-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "LESS ISSUES" TO CPL-LABEL
           MOVE WS-CTL-ISSUE-UNITS TO CPL-UNITS
           MOVE WS-CTL-ISSUE-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "PLUS COUNT ADJUSTMENTS IN" TO CPL-LABEL
           MOVE WS-CTL-ADJ-IN-UNITS TO CPL-UNITS
           MOVE WS-CTL-ADJ-IN-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "LESS COUNT ADJUSTMENTS OUT" TO CPL-LABEL
           MOVE WS-CTL-ADJ-OUT-UNITS TO CPL-UNITS
           MOVE WS-CTL-ADJ-OUT-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "EXPECTED CLOSING ON HAND" TO CPL-LABEL
           MOVE WS-CTL-EXPECTED-UNITS TO CPL-UNITS
           MOVE WS-CTL-EXPECTED-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "ACTUAL CLOSING ON HAND" TO CPL-LABEL
           MOVE WS-CTL-ACTUAL-UNITS TO CPL-UNITS
           MOVE WS-CTL-ACTUAL-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           MOVE "OUT OF BALANCE (ACTUAL-EXPECTED)" TO CPL-LABEL
           MOVE WS-CTL-DIFF-UNITS TO CPL-UNITS
           MOVE WS-CTL-DIFF-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           WRITE ROLLFWD-RPT-LINE FROM SPACES
           MOVE "TRANSFERS BETWEEN LOCATIONS" TO CPL-LABEL
           MOVE WS-CTL-XFER-UNITS TO CPL-UNITS
           MOVE WS-CTL-XFER-VALUE TO CPL-VALUE
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-DETAIL-LINE
           WRITE ROLLFWD-RPT-LINE FROM SPACES

           MOVE "JOURNAL LINES APPLIED" TO CPC-LABEL
           MOVE WS-JOURNAL-LINES-USED TO CPC-COUNT
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-COUNT-LINE
           MOVE "ITEMS PROVED" TO CPC-LABEL
           MOVE WS-ITEMS-PROVED TO CPC-COUNT
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-COUNT-LINE
           MOVE "ITEMS OUT OF BALANCE" TO CPC-LABEL
           MOVE WS-ITEMS-OUT TO CPC-COUNT
           WRITE ROLLFWD-RPT-LINE FROM CONTROL-COUNT-LINE.

       600-FIND-MOVEMENT-ENTRY.
           MOVE 0 TO WS-MOVE-FOUND-SUB
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-ITEM-COUNT
                      OR WS-MOVE-FOUND-SUB > 0
               IF IMT-INVENTORY-ID(WS-MOVE-SUB) = WS-PROOF-ID
                   MOVE WS-MOVE-SUB TO WS-MOVE-FOUND-SUB
               END-IF
           END-PERFORM.

       END PROGRAM INV-ROLLFWD.
