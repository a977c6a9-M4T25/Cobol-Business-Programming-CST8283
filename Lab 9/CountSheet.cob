      * Date: 2026-09-02
      * Purpose: Cycle count sheet generator - carves the dated
      *          inventory master into a configurable number of daily
      *          slices, picks today's slice from the business day of
      *          the month, and prints a blind count sheet in item
      *          id order (item and description with a blank count
      *          column, no book quantity shown) so the shelf finally
      *          gets reconciled a piece at a time.  Each item's ABC
      *          class from INVCLASS.IDX sets how often it comes up -
      *          A items monthly, B items quarterly, C items twice a
      *          year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ITEM-CLASS-FILE
           ASSIGN TO "INVCLASS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABC-INVENTORY-ID
           FILE STATUS IS WS-CLASS-FILE-STATUS.

           SELECT COUNT-SHEET-RPT
           ASSIGN TO "COUNTSHEET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN TO "../CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
           05 LAST-RECEIPT-DATE PIC X(8).
           05 LAST-ISSUE-DATE PIC X(8).

       FD ITEM-CLASS-FILE.
       01 ITEM-CLASS-RECORD.
           05 ABC-INVENTORY-ID PIC X(9).
           05 ABC-CLASS PIC X.
               88 ABC-IS-CLASS-A VALUE "A".
               88 ABC-IS-CLASS-B VALUE "B".
               88 ABC-IS-CLASS-C VALUE "C".
           05 ABC-RANK PIC 9(5).
           05 ABC-ANNUAL-ISSUE-QTY PIC 9(9).
           05 ABC-ANNUAL-VALUE PIC 9(11)V99.
           05 ABC-CLASS-DATE PIC X(8).

       FD COUNT-SHEET-RPT.
       01 COUNT-SHEET-RPT-LINE PIC X(100).

       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-IS-HOLIDAY VALUE "H".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-NAME PIC X(40).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-MASTER-EOF-FLG PIC X.
       01 WS-SLICES-IN PIC X(2).
       01 WS-SLICE-COUNT PIC 99 VALUE 19.
       01 WS-PARM-SUB PIC 9.
       01 WS-PARM-VALID-FLG PIC X.
       01 WS-TODAY-SLICE PIC 99.
       01 WS-ITEM-SLICE PIC 99.
       01 WS-SELECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-CALENDAR-EOF-FLG PIC X.
       01 WS-CLASS-FILE-STATUS PIC X(2).
       01 WS-CLASS-FILE-FLG PIC X VALUE 'N'.
       01 WS-ITEM-CLASS PIC X.

       01 BUSINESS-DAY-WORKING-FIELDS.
           05 WS-BUSINESS-DAY-OF-MONTH PIC 99 VALUE 0.
           05 WS-BUSINESS-MONTH PIC 99.
           05 WS-FIRST-OF-MONTH PIC 9(8).
           05 WS-SCAN-DATE PIC 9(8).
           05 WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE PIC X(8).
           05 WS-SCAN-INT PIC 9(7).
           05 WS-TODAY-INT PIC 9(7).
           05 WS-DAY-OF-WEEK PIC 9.
           05 WS-DAY-IS-VALID-FLG PIC X.
           05 WS-HOLIDAY-SUB PIC 9(3).

       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT.
               10 HOL-DATE PIC X(8).

      ******************************************************************
      * Items are numbered within their class so each class is spread
      * evenly - A items across the slices, B items across the three
      * months of a quarter and then the slices, C items across the
      * six months of a half year and then the slices.
      ******************************************************************
       01 CLASS-SCHEDULE-FIELDS.
           05 WS-CLASS-A-SEQUENCE PIC 9(7) VALUE 0.
           05 WS-CLASS-B-SEQUENCE PIC 9(7) VALUE 0.
           05 WS-CLASS-C-SEQUENCE PIC 9(7) VALUE 0.
           05 WS-CLASS-SEQUENCE PIC 9(7).
           05 WS-CYCLE-MONTHS PIC 9.
           05 WS-ITEM-MONTH-SLOT PIC 9.
           05 WS-TODAY-MONTH-SLOT PIC 9.
           05 WS-ITEM-ROUND PIC 9(7).

       01 SHEET-HEADER-1.
           05 FILLER PIC X(28) VALUE
       01 SHEET-COLUMN-HEADER.
           05 FILLER PIC X(11) VALUE "ITEM ID".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(7) VALUE "CLASS".
           05 FILLER PIC X(22) VALUE "COUNTED QTY __________".

       01 SHEET-DETAIL-LINE.
           05 CSH-INVENTORY-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CSH-DESCRIPTION PIC X(30).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CSH-CLASS PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "            __________".

       01 SHEET-TRAILER-LINE.
           PERFORM 040-GET-BUSINESS-DATE.
           DISPLAY "Enter master file date YYYYMMDD (blank=today): "
           ACCEPT WS-TARGET-DATE
           DISPLAY "Enter number of daily slices (blank=19): "
           ACCEPT WS-SLICES-IN
           IF WS-SLICES-IN NOT = SPACES
               PERFORM 060-VALIDATE-SLICE-DIGITS

           PERFORM 050-BUILD-MASTER-FILE-NAME

           PERFORM 070-LOAD-HOLIDAY-TABLE
           PERFORM 080-FIND-BUSINESS-DAY-OF-MONTH
           COMPUTE WS-TODAY-SLICE
               = FUNCTION MOD(WS-BUSINESS-DAY-OF-MONTH - 1,
                   WS-SLICE-COUNT) + 1
           MOVE WS-BUSINESS-DATE(5:2) TO WS-BUSINESS-MONTH

           OPEN INPUT INDEXED-INVENT-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF

           OPEN INPUT ITEM-CLASS-FILE
           IF WS-CLASS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CLASS-FILE-FLG
           ELSE
               DISPLAY "INVCLASS.IDX NOT FOUND - ALL ITEMS COUNTED "
                       "MONTHLY"
           END-IF

           OPEN OUTPUT COUNT-SHEET-RPT
           MOVE WS-BUSINESS-DATE TO CSH-HDR-DATE
           WRITE COUNT-SHEET-RPT-LINE FROM SHEET-HEADER-1

           CLOSE COUNT-SHEET-RPT
           CLOSE INDEXED-INVENT-FILE
           IF WS-CLASS-FILE-FLG = 'Y'
               CLOSE ITEM-CLASS-FILE
           END-IF

           DISPLAY "COUNT SHEET WRITTEN - SLICE " WS-TODAY-SLICE
                   " ITEMS: " WS-SELECTED-COUNT
           END-PERFORM.

      ******************************************************************
      * CALENDAR.DAT holidays, so the business day of the month
      * skips them the same way the date roll does.
      ******************************************************************
       070-LOAD-HOLIDAY-TABLE.
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
      * Today's slice is today's business day number within the month
      * (weekends and holidays not counted) so every slice comes up
      * once a month however the weekends fall.  The default slice
      * count is kept under the fewest business days any month has;
      * in longer months the first slices come round again.  Integer
      * day 1 is a Monday, so MOD(integer-date, 7) gives 6 for
      * Saturday and 0 for Sunday.
      ******************************************************************
       080-FIND-BUSINESS-DAY-OF-MONTH.
           MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE-X
           MOVE "01" TO WS-SCAN-DATE-X(7:2)
           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
           MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE-X
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
           MOVE 0 TO WS-BUSINESS-DAY-OF-MONTH

           PERFORM UNTIL WS-SCAN-INT > WS-TODAY-INT
               COMPUTE WS-SCAN-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-SCAN-INT, 7)
               MOVE 'Y' TO WS-DAY-IS-VALID-FLG
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-DAY-IS-VALID-FLG
               END-IF
               PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                       UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                   IF HOL-DATE(WS-HOLIDAY-SUB) = WS-SCAN-DATE-X
                       MOVE 'N' TO WS-DAY-IS-VALID-FLG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DAY-IS-VALID-FLG = 'Y'
                   ADD 1 TO WS-BUSINESS-DAY-OF-MONTH
               END-IF
               ADD 1 TO WS-SCAN-INT
           END-PERFORM

      *    A sheet asked for on a weekend or holiday takes the slice
      *    of the business day before it.
           IF WS-BUSINESS-DAY-OF-MONTH = 0
               MOVE 1 TO WS-BUSINESS-DAY-OF-MONTH
           END-IF.

      ******************************************************************
      * An item is numbered within its class in item-id order.  A
      * items take the slice given by that number modulo the slice
      * count.  B and C items first take a month within the quarter
      * or half year and then a slice, so each month of the cycle
      * carries an even share of them.  Items not yet classified are
      * counted as A items.
      ******************************************************************
       200-SELECT-ONE-ITEM.
           READ INDEXED-INVENT-FILE NEXT RECORD
           END-READ

           IF WS-MASTER-EOF-FLG NOT = 'Y'
               PERFORM 210-FIND-ITEM-CLASS
               EVALUATE WS-ITEM-CLASS
                   WHEN "B"
                       ADD 1 TO WS-CLASS-B-SEQUENCE
                       MOVE WS-CLASS-B-SEQUENCE TO WS-CLASS-SEQUENCE
                       MOVE 3 TO WS-CYCLE-MONTHS
                   WHEN "C"
                       ADD 1 TO WS-CLASS-C-SEQUENCE
                       MOVE WS-CLASS-C-SEQUENCE TO WS-CLASS-SEQUENCE
                       MOVE 6 TO WS-CYCLE-MONTHS
                   WHEN OTHER
                       ADD 1 TO WS-CLASS-A-SEQUENCE
                       MOVE WS-CLASS-A-SEQUENCE TO WS-CLASS-SEQUENCE
                       MOVE 1 TO WS-CYCLE-MONTHS
               END-EVALUATE

               COMPUTE WS-ITEM-MONTH-SLOT
                   = FUNCTION MOD(WS-CLASS-SEQUENCE - 1,
                       WS-CYCLE-MONTHS)
               COMPUTE WS-TODAY-MONTH-SLOT
                   = FUNCTION MOD(WS-BUSINESS-MONTH - 1,
                       WS-CYCLE-MONTHS)
               COMPUTE WS-ITEM-ROUND
                   = (WS-CLASS-SEQUENCE - 1) / WS-CYCLE-MONTHS
               COMPUTE WS-ITEM-SLICE
                   = FUNCTION MOD(WS-ITEM-ROUND, WS-SLICE-COUNT) + 1

               IF WS-ITEM-SLICE = WS-TODAY-SLICE
                       AND WS-ITEM-MONTH-SLOT = WS-TODAY-MONTH-SLOT
                   ADD 1 TO WS-SELECTED-COUNT
                   MOVE INVENTORY-ID-OUT TO CSH-INVENTORY-ID
                   MOVE INVENTORY-DESCRIPTION-OUT(1:30)
                       TO CSH-DESCRIPTION
                   MOVE WS-ITEM-CLASS TO CSH-CLASS
                   WRITE COUNT-SHEET-RPT-LINE FROM SHEET-DETAIL-LINE
               END-IF
           END-IF.

       210-FIND-ITEM-CLASS.
           MOVE "A" TO WS-ITEM-CLASS
           IF WS-CLASS-FILE-FLG = 'Y'
               MOVE INVENTORY-ID-OUT TO ABC-INVENTORY-ID
               READ ITEM-CLASS-FILE
                   NOT INVALID KEY
                       IF ABC-IS-CLASS-B OR ABC-IS-CLASS-C
                           MOVE ABC-CLASS TO WS-ITEM-CLASS
                       END-IF
               END-READ
           END-IF.

       END PROGRAM CYCLE-COUNT-SHEET.
