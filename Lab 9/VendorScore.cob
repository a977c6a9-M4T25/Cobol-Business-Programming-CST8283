      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Vendor performance scorecard for the quarterly vendor
      *          reviews.  Every PO on POMAST.IDX ordered in the
      *          review period is tied to its vendor on VENDMAST.IDX
      *          and to the receipts posted against it on the
      *          INVJRNL.LOG movement journal.  For each vendor the
      *          card shows average and worst lead time in business
      *          days (weekends and CALENDAR.DAT holidays skipped),
      *          fill rate, partial and over-shipments and price
      *          variance against PO-UNIT-COST of the receipts that
      *          carried the vendor's invoice cost (receipts posted at
      *          the item's standing cost are not priced).
      *          Each measure is tested against its target on
      *          VENDTGT.TBL, the points for the targets met make the
      *          vendor's score, and vendors are ranked on it on
      *          VENDSCOR.RPT.  The average lead time measured is
      *          saved on the vendor master for the other purchasing
      *          runs, so the run needs an update-level operator
      *          sign-on and each vendor changed is logged on the
      *          vendor change log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER
           ASSIGN TO "VENDMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEND-CODE-MASTER
           FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT PO-MASTER
           ASSIGN TO "POMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT MOVEMENT-JOURNAL
           ASSIGN TO "INVJRNL.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT VENDOR-TARGET-FILE
           ASSIGN TO "VENDTGT.TBL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT VENDOR-SCORE-RPT
           ASSIGN TO "VENDSCOR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "../BUSDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN TO "../CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT VENDOR-CHANGE-LOG
           ASSIGN TO "VENDCHG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDLOG-FILE-STATUS.

           SELECT OPERATOR-MASTER
           ASSIGN TO "../OPERMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID-MASTER
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT SIGNON-LOG
           ASSIGN TO "../SIGNON.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-MASTER.
       01 VENDOR-MASTER-RECORD.
           05 VEND-CODE-MASTER PIC X(6).
           05 VENDOR-MASTER-DATA.
               10 VEND-NAME PIC X(20).
               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD PO-MASTER.
       01 PO-MASTER-RECORD.
           05 PO-KEY.
               10 PO-NUMBER PIC X(6).
               10 PO-LINE-NO PIC 9(3).
           05 PO-RECORD-TYPE PIC X.
               88 PO-IS-HEADER VALUE "H".
               88 PO-IS-LINE VALUE "L".
           05 PO-DATA PIC X(50).
           05 PO-HEADER-DATA REDEFINES PO-DATA.
               10 PO-VENDOR-CODE PIC X(6).
               10 PO-VENDOR-NAME PIC X(20).
               10 PO-ORDER-DATE PIC X(8).
               10 PO-STATUS PIC X.
                   88 PO-IS-OPEN VALUE "O".
                   88 PO-IS-CLOSED VALUE "C".
               10 FILLER PIC X(15).
           05 PO-LINE-DATA REDEFINES PO-DATA.
               10 PO-ITEM-ID PIC X(9).
               10 PO-QTY-ORDERED PIC 9(7).
               10 PO-QTY-RECEIVED PIC 9(7).
               10 PO-UNIT-COST PIC 9(5)V99.
               10 PO-LINE-STATUS PIC X.
                   88 PO-LINE-IS-OPEN VALUE "O".
                   88 PO-LINE-IS-CLOSED VALUE "C".
               10 FILLER PIC X(19).

      ******************************************************************
      * Movement journal line as written by LAB9-POST.
      ******************************************************************
       FD MOVEMENT-JOURNAL.
       01 MOVEMENT-JOURNAL-LINE.
           05 JRN-TYPE-CODE PIC X.
               88 JRN-IS-RECEIPT VALUE "R".
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
           05 FILLER PIC X(2).
           05 JRN-UNIT-COST-X PIC X(7).
           05 JRN-UNIT-COST REDEFINES JRN-UNIT-COST-X PIC 9(5)V99.
           05 FILLER PIC X(5).
           05 JRN-PO-NUMBER PIC X(6).
           05 FILLER PIC X(2).
           05 JRN-COST-SOURCE PIC X.
               88 JRN-COST-IS-INVOICE VALUE "I".

      ******************************************************************
      * One line per measure - the measure code, the target and the
      * points the vendor earns for meeting it.
      ******************************************************************
       FD VENDOR-TARGET-FILE.
       01 VENDOR-TARGET-RECORD.
           05 VTR-CODE PIC X(8).
           05 FILLER PIC X.
           05 VTR-LIMIT PIC 9(5)V99.
           05 FILLER PIC X.
           05 VTR-POINTS PIC 9(3).

       FD VENDOR-SCORE-RPT.
       01 VENDOR-SCORE-RPT-LINE PIC X(132).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-IS-HOLIDAY VALUE "H".

       FD VENDOR-CHANGE-LOG.
       01 VENDOR-CHANGE-LOG-LINE PIC X(120).

       FD OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-ID-MASTER PIC X(8).
           05 OPERATOR-MASTER-DATA.
               10 OPER-NAME PIC X(30).
               10 OPER-PASSWORD PIC X(8).
               10 OPER-LEVEL PIC 9.

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-VENDOR-FILE-STATUS PIC X(2).
       01 WS-PO-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-TARGET-FILE-STATUS PIC X(2).
       01 WS-VENDLOG-FILE-STATUS PIC X(2).
       01 WS-FILE-EOF-FLG PIC X.
       01 WS-OPERATOR-ID PIC X(8).

       01 SIGNON-WORKING-FIELDS.
           05 WS-OPER-FILE-STATUS PIC X(2).
           05 WS-SIGNON-LOG-STATUS PIC X(2).
           05 WS-OPER-PASSWORD-IN PIC X(8).
           05 WS-SIGNON-OK-FLG PIC X.

       01 SIGNON-LOG-DETAIL.
           05 SGN-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-PROGRAM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-STATUS-TEXT PIC X(40).

       01 VENDOR-CHANGE-LOG-DETAIL.
           05 VCL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VCL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VCL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VCL-VEND-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VCL-STATUS-TEXT PIC X(60).

       01 LEAD-LOG-FIELDS.
           05 WS-OLD-LEAD-DAYS PIC ZZ9.9.
           05 WS-NEW-LEAD-DAYS PIC ZZ9.9.
           05 WS-OLD-MEASURED-DATE PIC X(8).

      ******************************************************************
      * The review period is the range of PO order dates scored.  It
      * defaults to the last full calendar quarter before the
      * business date.
      ******************************************************************
       01 REVIEW-PERIOD-FIELDS.
           05 WS-FROM-DATE PIC X(8).
           05 WS-FROM-DATE-N REDEFINES WS-FROM-DATE PIC 9(8).
           05 WS-TO-DATE PIC X(8).
           05 WS-TO-DATE-N REDEFINES WS-TO-DATE PIC 9(8).
           05 WS-QUARTER-START.
               10 WS-QTR-YEAR PIC 9(4).
               10 WS-QTR-MONTH PIC 9(2).
               10 WS-QTR-DAY PIC 9(2).
           05 WS-QUARTER-START-N REDEFINES WS-QUARTER-START
                   PIC 9(8).
           05 WS-BUS-YEAR PIC 9(4).
           05 WS-BUS-MONTH PIC 9(2).
           05 WS-QUARTER-NO PIC 9.
           05 WS-QUARTER-INT PIC 9(7).

       01 BUSINESS-DAY-WORKING-FIELDS.
           05 WS-ORDER-INT PIC 9(7).
           05 WS-RECEIPT-INT PIC 9(7).
           05 WS-DAY-INT PIC 9(7).
           05 WS-DAY-DATE PIC 9(8).
           05 WS-DAY-DATE-X REDEFINES WS-DAY-DATE PIC X(8).
           05 WS-DAY-OF-WEEK PIC 9.
           05 WS-DAY-IS-VALID-FLG PIC X.
           05 WS-HOLIDAY-SUB PIC 9(3).
           05 WS-LEAD-DAYS PIC 9(3).
           05 WS-WORK-DATE PIC 9(8).
           05 WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(8).

       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT.
               10 HOL-DATE PIC X(8).

      ******************************************************************
      * The measures scored, in report order, with their built-in
      * targets and points.  L measures must come in at or under the
      * target, H measures at or over it.  VENDTGT.TBL replaces the
      * target and points of any measure it names.
      ******************************************************************
       01 TARGET-DEFAULTS.
           05 FILLER PIC X(19) VALUE "LEADAVG L0001000025".
           05 FILLER PIC X(30) VALUE "AVERAGE LEAD TIME (BUS DAYS)".
           05 FILLER PIC X(19) VALUE "LEADMAX L0002000010".
           05 FILLER PIC X(30) VALUE "WORST LEAD TIME (BUS DAYS)".
           05 FILLER PIC X(19) VALUE "FILLPCT H0009500025".
           05 FILLER PIC X(30) VALUE "FILL RATE PERCENT".
           05 FILLER PIC X(19) VALUE "PARTIAL L0000200010".
           05 FILLER PIC X(30) VALUE "PARTIAL SHIPMENTS".
           05 FILLER PIC X(19) VALUE "OVERSHIPL0000100010".
           05 FILLER PIC X(30) VALUE "OVER-SHIPMENTS".
           05 FILLER PIC X(19) VALUE "PRICEVARL0000200020".
           05 FILLER PIC X(30) VALUE "PRICE VARIANCE PERCENT (+/-)".
       01 TARGET-TABLE REDEFINES TARGET-DEFAULTS.
           05 TARGET-ENTRY OCCURS 6 TIMES.
               10 TGT-CODE PIC X(8).
               10 TGT-DIRECTION PIC X.
                   88 TGT-IS-MAXIMUM VALUE "L".
                   88 TGT-IS-MINIMUM VALUE "H".
               10 TGT-LIMIT PIC 9(5)V99.
               10 TGT-POINTS PIC 9(3).
               10 TGT-DESC PIC X(30).

       01 WS-TARGET-COUNT PIC 9 VALUE 6.
       01 WS-TARGET-SUB PIC 9.
       01 WS-TARGET-FOUND-SUB PIC 9.
       01 WS-TARGET-ROWS-IGNORED PIC 9(3) VALUE 0.
       01 WS-MEASURE-VALUE PIC S9(7)V99.
       01 WS-TARGET-MET-FLG PIC X.

      ******************************************************************
      * Every vendor on the master, with what its POs in the period
      * and the receipts against them add up to.
      ******************************************************************
       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01 WS-VENDOR-SUB PIC 9(3).
       01 WS-VENDOR-FOUND-SUB PIC 9(3).
       01 VENDOR-SCORE-TABLE.
           05 VENDOR-SCORE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-VENDOR-COUNT.
               10 VST-VEND-CODE PIC X(6).
               10 VST-VEND-NAME PIC X(20).
               10 VST-PO-COUNT PIC 9(5).
               10 VST-LINE-COUNT PIC 9(5).
               10 VST-QTY-ORDERED PIC 9(9).
               10 VST-QTY-FILLED PIC 9(9).
               10 VST-RECEIPT-COUNT PIC 9(5).
               10 VST-TOTAL-LEAD-DAYS PIC 9(7).
               10 VST-WORST-LEAD-DAYS PIC 9(3).
               10 VST-PARTIAL-COUNT PIC 9(5).
               10 VST-OVER-COUNT PIC 9(5).
               10 VST-COSTED-COUNT PIC 9(5).
               10 VST-PO-VALUE PIC 9(9)V99.
               10 VST-VARIANCE-VALUE PIC S9(9)V99.
               10 VST-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VST-FILL-PCT PIC 9(3)V9.
               10 VST-PRICE-VAR-PCT PIC S9(3)V99.
               10 VST-SCORE PIC 9(3).
               10 VST-MISSED-FLG PIC X OCCURS 6 TIMES.

      ******************************************************************
      * The POs ordered in the period and their lines.  The journal
      * receipts are matched to a line by PO number and item.
      ******************************************************************
       01 WS-PO-COUNT PIC 9(4) VALUE 0.
       01 WS-PO-SUB PIC 9(4).
       01 WS-PO-FOUND-SUB PIC 9(4).
       01 WS-CURRENT-PO-SUB PIC 9(4).
       01 PO-SCOPE-TABLE.
           05 PO-SCOPE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PO-COUNT.
               10 PST-PO-NUMBER PIC X(6).
               10 PST-VEND-SUB PIC 9(3).
               10 PST-ORDER-INT PIC 9(7).

       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-SUB PIC 9(5).
       01 WS-LINE-FOUND-SUB PIC 9(5).
       01 PO-LINE-TABLE.
           05 PO-LINE-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON WS-LINE-COUNT.
               10 PLT-PO-SUB PIC 9(4).
               10 PLT-ITEM-ID PIC X(9).
               10 PLT-QTY-ORDERED PIC 9(7).
               10 PLT-UNIT-COST PIC 9(5)V99.
               10 PLT-JRN-RECEIVED PIC 9(8).

      ******************************************************************
      * Vendors with orders in the period, best score first.
      ******************************************************************
       01 WS-RANK-COUNT PIC 9(3) VALUE 0.
       01 WS-RANK-SUB PIC 9(3).
       01 WS-RANK-PASS PIC 9(3).
       01 WS-RANK-SWAP PIC 9(3).
       01 WS-RANK-SWAP-FLG PIC X.
       01 RANK-TABLE.
           05 RANK-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-RANK-COUNT.
               10 RNK-VEND-SUB PIC 9(3).
       01 WS-RANK-A PIC 9(3).
       01 WS-RANK-B PIC 9(3).

       01 SCORECARD-COUNTERS.
           05 WS-PO-NO-VENDOR-COUNT PIC 9(5) VALUE 0.
           05 WS-PO-TABLE-FULL-COUNT PIC 9(5) VALUE 0.
           05 WS-RECEIPTS-MATCHED PIC 9(7) VALUE 0.
           05 WS-RECEIPTS-NO-PO PIC 9(7) VALUE 0.
           05 WS-LEAD-SAVED-COUNT PIC 9(5) VALUE 0.
           05 WS-NO-ACTIVITY-COUNT PIC 9(5) VALUE 0.

       01 WS-FILLED-QTY PIC 9(7).
       01 WS-JRN-COST-DIFF PIC S9(5)V99.

       01 VSC-RPT-HEADER-1.
           05 FILLER PIC X(40) VALUE
              "VENDOR PERFORMANCE SCORECARD - ORDERS ".
           05 VSC-HDR-FROM-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 VSC-HDR-TO-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "   RUN: ".
           05 VSC-HDR-RUN-DATE PIC X(8).

       01 VSC-TARGET-HEADER.
           05 FILLER PIC X(20) VALUE "TARGETS".

       01 VSC-TARGET-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VTL-CODE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VTL-DESC PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VTL-DIRECTION-TEXT PIC X(8).
           05 VTL-LIMIT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "   POINTS ".
           05 VTL-POINTS PIC ZZ9.

       01 VSC-COLUMN-HEADER.
           05 FILLER PIC X(5) VALUE "RANK ".
           05 FILLER PIC X(7) VALUE "VENDOR ".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(5) VALUE "  POS".
           05 FILLER PIC X(6) VALUE " LINES".
           05 FILLER PIC X(6) VALUE " RCPTS".
           05 FILLER PIC X(8) VALUE " AVG LD ".
           05 FILLER PIC X(6) VALUE " WORST".
           05 FILLER PIC X(8) VALUE " FILL % ".
           05 FILLER PIC X(7) VALUE "   PART".
           05 FILLER PIC X(7) VALUE "   OVER".
           05 FILLER PIC X(10) VALUE " PRICE VAR".
           05 FILLER PIC X(6) VALUE " SCORE".

       01 VSC-DETAIL-LINE.
           05 VDL-RANK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-VEND-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 VDL-VEND-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 VDL-PO-COUNT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 VDL-LINE-COUNT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 VDL-RECEIPT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-AVG-LEAD PIC ZZ9.9.
           05 VDL-AVG-LEAD-FLG PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-WORST-LEAD PIC ZZ9.
           05 VDL-WORST-LEAD-FLG PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-FILL-PCT PIC ZZ9.9.
           05 VDL-FILL-FLG PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-PARTIAL PIC ZZZ9.
           05 VDL-PARTIAL-FLG PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-OVER PIC ZZZ9.
           05 VDL-OVER-FLG PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-PRICE-VAR PIC -ZZ9.99.
           05 VDL-PRICE-FLG PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VDL-SCORE PIC ZZ9.

       01 VSC-NO-ACTIVITY-HEADER.
           05 FILLER PIC X(40) VALUE
              "VENDORS WITH NO ORDERS IN THE PERIOD".

       01 VSC-NO-ACTIVITY-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 VNL-VEND-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 VNL-VEND-NAME PIC X(20).

       01 VSC-LEGEND-LINE.
           05 FILLER PIC X(40) VALUE
              "* = TARGET MISSED".

       01 VSC-TRAILER-LINE.
           05 VTR-TRAILER-LABEL PIC X(40).
           05 VTR-TRAILER-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-VENDOR-SCORECARD.
           PERFORM 040-GET-BUSINESS-DATE
           PERFORM 050-SET-REVIEW-PERIOD
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON

           OPEN I-O VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDMAST.IDX - STATUS: "
                       WS-VENDOR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PO-MASTER
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POMAST.IDX - STATUS: "
                       WS-PO-FILE-STATUS
               CLOSE VENDOR-MASTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 110-LOAD-HOLIDAY-TABLE
           PERFORM 120-LOAD-TARGETS
           PERFORM 130-LOAD-VENDOR-TABLE

           PERFORM 200-SCAN-PO-MASTER
           CLOSE PO-MASTER

           PERFORM 300-MATCH-JOURNAL-RECEIPTS
           PERFORM 400-SCORE-VENDORS
           PERFORM 450-RANK-VENDORS

           OPEN OUTPUT VENDOR-SCORE-RPT
           PERFORM 500-WRITE-SCORECARD
           CLOSE VENDOR-SCORE-RPT

           OPEN EXTEND VENDOR-CHANGE-LOG
           IF WS-VENDLOG-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-CHANGE-LOG
           END-IF
           PERFORM 600-SAVE-AVERAGE-LEAD-TIMES
           CLOSE VENDOR-CHANGE-LOG
           CLOSE VENDOR-MASTER

           DISPLAY "VENDOR SCORECARD " WS-FROM-DATE " TO " WS-TO-DATE
                   " - VENDORS RANKED: " WS-RANK-COUNT
                   " LEAD TIMES SAVED: " WS-LEAD-SAVED-COUNT
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

      ******************************************************************
      * A blank start date takes the last full quarter before the
      * business date; a blank end date with a start date given runs
      * to the business date.
      ******************************************************************
       050-SET-REVIEW-PERIOD.
           DISPLAY "Enter first order date YYYYMMDD "
                   "(blank=last full quarter): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
               MOVE WS-BUSINESS-DATE(1:4) TO WS-BUS-YEAR
               MOVE WS-BUSINESS-DATE(5:2) TO WS-BUS-MONTH
               COMPUTE WS-QUARTER-NO = (WS-BUS-MONTH - 1) / 3
               MOVE WS-BUS-YEAR TO WS-QTR-YEAR
               COMPUTE WS-QTR-MONTH = (WS-QUARTER-NO * 3) + 1
               MOVE 1 TO WS-QTR-DAY
               COMPUTE WS-QUARTER-INT
                   = FUNCTION INTEGER-OF-DATE(WS-QUARTER-START-N)
               SUBTRACT 1 FROM WS-QUARTER-INT
               COMPUTE WS-TO-DATE-N
                   = FUNCTION DATE-OF-INTEGER(WS-QUARTER-INT)
               IF WS-QUARTER-NO = 0
                   SUBTRACT 1 FROM WS-QTR-YEAR
                   MOVE 10 TO WS-QTR-MONTH
               ELSE
                   SUBTRACT 3 FROM WS-QTR-MONTH
               END-IF
               MOVE WS-QUARTER-START TO WS-FROM-DATE
           ELSE
               DISPLAY "Enter last order date YYYYMMDD "
                       "(blank=business date): "
               ACCEPT WS-TO-DATE
               IF WS-TO-DATE = SPACES
                   MOVE WS-BUSINESS-DATE TO WS-TO-DATE
               END-IF
           END-IF

           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "INVALID REVIEW PERIOD: " WS-FROM-DATE
                       " TO " WS-TO-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Master updates need an update-level operator - the keyed id
      * and password are checked against the operator master and
      * failed sign-ons are written to the sign-on log where the
      * audit inquiry picks them up.  When the operator master has
      * not been set up yet the check is skipped so maintenance keeps
      * working during the changeover.
      ******************************************************************
       150-VERIFY-OPERATOR-SIGNON.
           MOVE 'Y' TO WS-SIGNON-OK-FLG
           OPEN INPUT OPERATOR-MASTER
           EVALUATE WS-OPER-FILE-STATUS
               WHEN "35"
                   DISPLAY "OPERATOR MASTER NOT FOUND - "
                           "SIGNON CHECK SKIPPED"
               WHEN "00"
                   DISPLAY "Enter password: "
                   ACCEPT WS-OPER-PASSWORD-IN
                   MOVE WS-OPERATOR-ID TO OPER-ID-MASTER
                   READ OPERATOR-MASTER
                       INVALID KEY
                           MOVE "SIGNON FAILED - NOT ON MASTER"
                               TO SGN-STATUS-TEXT
                           MOVE 'N' TO WS-SIGNON-OK-FLG
                       NOT INVALID KEY
                           IF OPER-PASSWORD NOT = WS-OPER-PASSWORD-IN
                               MOVE "SIGNON FAILED - WRONG PASSWORD"
                                   TO SGN-STATUS-TEXT
                               MOVE 'N' TO WS-SIGNON-OK-FLG
                           ELSE
                               IF OPER-LEVEL < 2
                                   MOVE "SIGNON FAILED - INQUIRY ONLY"
                                       TO SGN-STATUS-TEXT
                                   MOVE 'N' TO WS-SIGNON-OK-FLG
                               END-IF
                           END-IF
                   END-READ
                   CLOSE OPERATOR-MASTER
               WHEN OTHER
                   MOVE "SIGNON FAILED - MASTER UNAVAILABLE"
                       TO SGN-STATUS-TEXT
                   MOVE 'N' TO WS-SIGNON-OK-FLG
           END-EVALUATE

           IF WS-SIGNON-OK-FLG = 'N'
               PERFORM 160-LOG-SIGNON-FAILURE
               DISPLAY "RUN REFUSED - OPERATOR SIGNON FAILED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       160-LOG-SIGNON-FAILURE.
           OPEN EXTEND SIGNON-LOG
           IF WS-SIGNON-LOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SGN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR
           MOVE "VENDOR-SCORECARD" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       110-LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-FILE-EOF-FLG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR.DAT NOT FOUND - ONLY WEEKENDS "
                       "EXCLUDED FROM LEAD TIMES"
               MOVE 'Y' TO WS-FILE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
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
      * VENDTGT.TBL replaces the built-in target and points for the
      * measures it names; a row for an unknown measure or with a
      * non-numeric value is reported and ignored.
      ******************************************************************
       120-LOAD-TARGETS.
           OPEN INPUT VENDOR-TARGET-FILE
           IF WS-TARGET-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ VENDOR-TARGET-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           PERFORM 122-TABLE-ONE-TARGET
                   END-READ
               END-PERFORM
               CLOSE VENDOR-TARGET-FILE
           ELSE
               DISPLAY "VENDTGT.TBL NOT FOUND - DEFAULT TARGETS USED"
           END-IF.

       122-TABLE-ONE-TARGET.
           MOVE 0 TO WS-TARGET-FOUND-SUB
           PERFORM VARYING WS-TARGET-SUB FROM 1 BY 1
                   UNTIL WS-TARGET-SUB > WS-TARGET-COUNT
               IF TGT-CODE(WS-TARGET-SUB) = VTR-CODE
                   MOVE WS-TARGET-SUB TO WS-TARGET-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TARGET-FOUND-SUB = 0
                   OR VTR-LIMIT IS NOT NUMERIC
                   OR VTR-POINTS IS NOT NUMERIC
               ADD 1 TO WS-TARGET-ROWS-IGNORED
               DISPLAY "VENDTGT.TBL ROW IGNORED: " VTR-CODE
           ELSE
               MOVE VTR-LIMIT TO TGT-LIMIT(WS-TARGET-FOUND-SUB)
               MOVE VTR-POINTS TO TGT-POINTS(WS-TARGET-FOUND-SUB)
           END-IF.

       130-LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ VENDOR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       IF WS-VENDOR-COUNT < 300
                           ADD 1 TO WS-VENDOR-COUNT
                           INITIALIZE
                               VENDOR-SCORE-ENTRY(WS-VENDOR-COUNT)
                           MOVE VEND-CODE-MASTER
                               TO VST-VEND-CODE(WS-VENDOR-COUNT)
                           MOVE VEND-NAME
                               TO VST-VEND-NAME(WS-VENDOR-COUNT)
                       ELSE
                           DISPLAY "VENDOR TABLE FULL - NOT SCORED: "
                                   VEND-CODE-MASTER
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * A PO header ordered in the period opens a PO for its vendor;
      * each of its lines adds to the vendor's ordered quantity, the
      * quantity filled (received, up to what was ordered) and, when
      * more came in than was ordered, an over-shipment.  A PO for a
      * vendor no longer on the master cannot be scored.
      ******************************************************************
       200-SCAN-PO-MASTER.
           MOVE 0 TO WS-CURRENT-PO-SUB
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ PO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       IF PO-IS-HEADER
                           PERFORM 210-SCOPE-PO-HEADER
                       ELSE
                           IF PO-IS-LINE AND WS-CURRENT-PO-SUB > 0
                               PERFORM 220-ADD-PO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       210-SCOPE-PO-HEADER.
           MOVE 0 TO WS-CURRENT-PO-SUB
           IF PO-ORDER-DATE IS NUMERIC
                   AND PO-ORDER-DATE NOT < WS-FROM-DATE
                   AND PO-ORDER-DATE NOT > WS-TO-DATE
               PERFORM 215-ADD-SCOPED-PO
           END-IF.

       215-ADD-SCOPED-PO.
           MOVE 0 TO WS-VENDOR-FOUND-SUB
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF VST-VEND-CODE(WS-VENDOR-SUB) = PO-VENDOR-CODE
                   MOVE WS-VENDOR-SUB TO WS-VENDOR-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-VENDOR-FOUND-SUB = 0
                   ADD 1 TO WS-PO-NO-VENDOR-COUNT
               WHEN WS-PO-COUNT >= 2000
                   ADD 1 TO WS-PO-TABLE-FULL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PO-COUNT
                   MOVE WS-PO-COUNT TO WS-CURRENT-PO-SUB
                   MOVE PO-NUMBER TO PST-PO-NUMBER(WS-PO-COUNT)
                   MOVE WS-VENDOR-FOUND-SUB
                       TO PST-VEND-SUB(WS-PO-COUNT)
                   MOVE PO-ORDER-DATE TO WS-WORK-DATE-X
                   COMPUTE PST-ORDER-INT(WS-PO-COUNT)
                       = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   ADD 1 TO VST-PO-COUNT(WS-VENDOR-FOUND-SUB)
           END-EVALUATE.

       220-ADD-PO-LINE.
           IF PO-NUMBER NOT = PST-PO-NUMBER(WS-CURRENT-PO-SUB)
               MOVE 0 TO WS-CURRENT-PO-SUB
           ELSE
               IF WS-LINE-COUNT < 9000
                   PERFORM 225-TABLE-PO-LINE
               END-IF
           END-IF.

       225-TABLE-PO-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CURRENT-PO-SUB TO PLT-PO-SUB(WS-LINE-COUNT)
           MOVE PO-ITEM-ID TO PLT-ITEM-ID(WS-LINE-COUNT)
           MOVE PO-QTY-ORDERED TO PLT-QTY-ORDERED(WS-LINE-COUNT)
           MOVE PO-UNIT-COST TO PLT-UNIT-COST(WS-LINE-COUNT)
           MOVE 0 TO PLT-JRN-RECEIVED(WS-LINE-COUNT)

           MOVE PST-VEND-SUB(WS-CURRENT-PO-SUB) TO WS-VENDOR-SUB
           ADD 1 TO VST-LINE-COUNT(WS-VENDOR-SUB)
           ADD PO-QTY-ORDERED TO VST-QTY-ORDERED(WS-VENDOR-SUB)
           IF PO-QTY-RECEIVED > PO-QTY-ORDERED
               MOVE PO-QTY-ORDERED TO WS-FILLED-QTY
               ADD 1 TO VST-OVER-COUNT(WS-VENDOR-SUB)
           ELSE
               MOVE PO-QTY-RECEIVED TO WS-FILLED-QTY
           END-IF
           ADD WS-FILLED-QTY TO VST-QTY-FILLED(WS-VENDOR-SUB).

      ******************************************************************
      * Each posted receipt against a PO line in the period gives one
      * lead time - business days from the order date to the date it
      * was posted.  A receipt that still leaves its line short is a
      * partial shipment, and a receipt journaled at the vendor's
      * invoice cost is priced against the PO line's unit cost - one
      * posted at the item's standing average cost says nothing about
      * the vendor's price and is not priced.  Receipts posted without
      * a PO number cannot be traced to an order and are only counted.
      ******************************************************************
       300-MATCH-JOURNAL-RECEIPTS.
           MOVE 'N' TO WS-FILE-EOF-FLG
           OPEN INPUT MOVEMENT-JOURNAL
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "INVJRNL.LOG NOT FOUND - NO RECEIPTS MEASURED"
               MOVE 'Y' TO WS-FILE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ MOVEMENT-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       IF JRN-IS-RECEIPT
                               AND JRN-RESULT-TEXT = "POSTED - RECEIPT"
                               AND JRN-QTY IS NUMERIC
                               AND JRN-POST-DATE IS NUMERIC
                           IF JRN-PO-NUMBER = SPACES
                               ADD 1 TO WS-RECEIPTS-NO-PO
                           ELSE
                               PERFORM 310-MEASURE-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-FILE-STATUS NOT = "35"
               CLOSE MOVEMENT-JOURNAL
           END-IF.

       310-MEASURE-ONE-RECEIPT.
           MOVE 0 TO WS-PO-FOUND-SUB
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
               IF PST-PO-NUMBER(WS-PO-SUB) = JRN-PO-NUMBER
                   MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-LINE-FOUND-SUB
           IF WS-PO-FOUND-SUB > 0
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF PLT-PO-SUB(WS-LINE-SUB) = WS-PO-FOUND-SUB
                           AND PLT-ITEM-ID(WS-LINE-SUB)
                               = JRN-INVENTORY-ID
                       MOVE WS-LINE-SUB TO WS-LINE-FOUND-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-LINE-FOUND-SUB > 0
               PERFORM 315-ACCUMULATE-RECEIPT
           END-IF.

       315-ACCUMULATE-RECEIPT.
           ADD 1 TO WS-RECEIPTS-MATCHED
           MOVE PST-VEND-SUB(WS-PO-FOUND-SUB) TO WS-VENDOR-SUB
           MOVE PST-ORDER-INT(WS-PO-FOUND-SUB) TO WS-ORDER-INT
           MOVE JRN-POST-DATE TO WS-WORK-DATE-X
           COMPUTE WS-RECEIPT-INT
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           PERFORM 320-COUNT-LEAD-DAYS

           ADD 1 TO VST-RECEIPT-COUNT(WS-VENDOR-SUB)
           ADD WS-LEAD-DAYS TO VST-TOTAL-LEAD-DAYS(WS-VENDOR-SUB)
           IF WS-LEAD-DAYS > VST-WORST-LEAD-DAYS(WS-VENDOR-SUB)
               MOVE WS-LEAD-DAYS TO VST-WORST-LEAD-DAYS(WS-VENDOR-SUB)
           END-IF

           ADD JRN-QTY TO PLT-JRN-RECEIVED(WS-LINE-FOUND-SUB)
           IF PLT-JRN-RECEIVED(WS-LINE-FOUND-SUB)
                   < PLT-QTY-ORDERED(WS-LINE-FOUND-SUB)
               ADD 1 TO VST-PARTIAL-COUNT(WS-VENDOR-SUB)
           END-IF

           IF JRN-COST-IS-INVOICE
                   AND JRN-UNIT-COST-X IS NUMERIC
                   AND JRN-UNIT-COST > 0
                   AND PLT-UNIT-COST(WS-LINE-FOUND-SUB) > 0
               ADD 1 TO VST-COSTED-COUNT(WS-VENDOR-SUB)
               COMPUTE WS-JRN-COST-DIFF
                   = JRN-UNIT-COST - PLT-UNIT-COST(WS-LINE-FOUND-SUB)
               COMPUTE VST-PO-VALUE(WS-VENDOR-SUB)
                   = VST-PO-VALUE(WS-VENDOR-SUB)
                     + (JRN-QTY * PLT-UNIT-COST(WS-LINE-FOUND-SUB))
               COMPUTE VST-VARIANCE-VALUE(WS-VENDOR-SUB)
                   = VST-VARIANCE-VALUE(WS-VENDOR-SUB)
                     + (JRN-QTY * WS-JRN-COST-DIFF)
           END-IF.

      ******************************************************************
      * Business days after the order date up to and including the
      * receipt date.  Integer day 1 is a Monday, so MOD(integer-date,
      * 7) gives 6 for Saturday and 0 for Sunday.  A receipt on the
      * order date is a lead time of zero.
      ******************************************************************
       320-COUNT-LEAD-DAYS.
           MOVE 0 TO WS-LEAD-DAYS
           COMPUTE WS-DAY-INT = WS-ORDER-INT + 1
           PERFORM UNTIL WS-DAY-INT > WS-RECEIPT-INT
                   OR WS-LEAD-DAYS >= 999
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
               IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
                   MOVE 'Y' TO WS-DAY-IS-VALID-FLG
                   COMPUTE WS-DAY-DATE
                       = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                           UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                       IF HOL-DATE(WS-HOLIDAY-SUB) = WS-DAY-DATE-X
                           MOVE 'N' TO WS-DAY-IS-VALID-FLG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DAY-IS-VALID-FLG = 'Y'
                       ADD 1 TO WS-LEAD-DAYS
                   END-IF
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

      ******************************************************************
      * A vendor with no PO lines in the period is not scored.  With
      * nothing received there is no lead time to meet its targets;
      * with no costed receipts the price target is not tested.
      ******************************************************************
       400-SCORE-VENDORS.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF VST-LINE-COUNT(WS-VENDOR-SUB) = 0
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
               ELSE
                   PERFORM 410-COMPUTE-MEASURES
                   MOVE 0 TO VST-SCORE(WS-VENDOR-SUB)
                   PERFORM VARYING WS-TARGET-SUB FROM 1 BY 1
                           UNTIL WS-TARGET-SUB > WS-TARGET-COUNT
                       PERFORM 420-TEST-ONE-TARGET
                   END-PERFORM
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-VENDOR-SUB TO RNK-VEND-SUB(WS-RANK-COUNT)
               END-IF
           END-PERFORM.

       410-COMPUTE-MEASURES.
           IF VST-RECEIPT-COUNT(WS-VENDOR-SUB) > 0
               COMPUTE VST-AVG-LEAD-DAYS(WS-VENDOR-SUB) ROUNDED
                   = VST-TOTAL-LEAD-DAYS(WS-VENDOR-SUB)
                     / VST-RECEIPT-COUNT(WS-VENDOR-SUB)
           END-IF
           IF VST-QTY-ORDERED(WS-VENDOR-SUB) > 0
               COMPUTE VST-FILL-PCT(WS-VENDOR-SUB) ROUNDED
                   = VST-QTY-FILLED(WS-VENDOR-SUB) * 100
                     / VST-QTY-ORDERED(WS-VENDOR-SUB)
           END-IF
           IF VST-PO-VALUE(WS-VENDOR-SUB) > 0
               COMPUTE VST-PRICE-VAR-PCT(WS-VENDOR-SUB) ROUNDED
                   = VST-VARIANCE-VALUE(WS-VENDOR-SUB) * 100
                     / VST-PO-VALUE(WS-VENDOR-SUB)
                   ON SIZE ERROR
                       IF VST-VARIANCE-VALUE(WS-VENDOR-SUB) < 0
                           MOVE -999.99
                               TO VST-PRICE-VAR-PCT(WS-VENDOR-SUB)
                       ELSE
                           MOVE 999.99
                               TO VST-PRICE-VAR-PCT(WS-VENDOR-SUB)
                       END-IF
               END-COMPUTE
           END-IF.

       420-TEST-ONE-TARGET.
           MOVE 'Y' TO WS-TARGET-MET-FLG
           EVALUATE TGT-CODE(WS-TARGET-SUB)
               WHEN "LEADAVG"
                   MOVE VST-AVG-LEAD-DAYS(WS-VENDOR-SUB)
                       TO WS-MEASURE-VALUE
                   IF VST-RECEIPT-COUNT(WS-VENDOR-SUB) = 0
                       MOVE 'N' TO WS-TARGET-MET-FLG
                   END-IF
               WHEN "LEADMAX"
                   MOVE VST-WORST-LEAD-DAYS(WS-VENDOR-SUB)
                       TO WS-MEASURE-VALUE
                   IF VST-RECEIPT-COUNT(WS-VENDOR-SUB) = 0
                       MOVE 'N' TO WS-TARGET-MET-FLG
                   END-IF
               WHEN "FILLPCT"
                   MOVE VST-FILL-PCT(WS-VENDOR-SUB) TO WS-MEASURE-VALUE
               WHEN "PARTIAL"
                   MOVE VST-PARTIAL-COUNT(WS-VENDOR-SUB)
                       TO WS-MEASURE-VALUE
               WHEN "OVERSHIP"
                   MOVE VST-OVER-COUNT(WS-VENDOR-SUB)
                       TO WS-MEASURE-VALUE
               WHEN "PRICEVAR"
                   MOVE VST-PRICE-VAR-PCT(WS-VENDOR-SUB)
                       TO WS-MEASURE-VALUE
                   IF WS-MEASURE-VALUE < 0
                       COMPUTE WS-MEASURE-VALUE = 0 - WS-MEASURE-VALUE
                   END-IF
           END-EVALUATE

           IF WS-TARGET-MET-FLG = 'Y'
               IF TGT-IS-MAXIMUM(WS-TARGET-SUB)
                   IF WS-MEASURE-VALUE > TGT-LIMIT(WS-TARGET-SUB)
                       MOVE 'N' TO WS-TARGET-MET-FLG
                   END-IF
               ELSE
                   IF WS-MEASURE-VALUE < TGT-LIMIT(WS-TARGET-SUB)
                       MOVE 'N' TO WS-TARGET-MET-FLG
                   END-IF
               END-IF
           END-IF

           IF WS-TARGET-MET-FLG = 'Y'
               ADD TGT-POINTS(WS-TARGET-SUB)
                   TO VST-SCORE(WS-VENDOR-SUB)
               MOVE SPACE
                   TO VST-MISSED-FLG(WS-VENDOR-SUB, WS-TARGET-SUB)
           ELSE
               MOVE "*" TO VST-MISSED-FLG(WS-VENDOR-SUB, WS-TARGET-SUB)
           END-IF.

      ******************************************************************
      * Bubble sort of the scored vendors - highest score first, then
      * the better fill rate, then the shorter average lead time.
      ******************************************************************
       450-RANK-VENDORS.
           MOVE 'Y' TO WS-RANK-SWAP-FLG
           PERFORM VARYING WS-RANK-PASS FROM 1 BY 1
                   UNTIL WS-RANK-PASS >= WS-RANK-COUNT
                      OR WS-RANK-SWAP-FLG = 'N'
               MOVE 'N' TO WS-RANK-SWAP-FLG
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                       UNTIL WS-RANK-SUB > WS-RANK-COUNT - WS-RANK-PASS
                   MOVE RNK-VEND-SUB(WS-RANK-SUB) TO WS-RANK-A
                   MOVE RNK-VEND-SUB(WS-RANK-SUB + 1) TO WS-RANK-B
                   IF VST-SCORE(WS-RANK-B) > VST-SCORE(WS-RANK-A)
                       OR (VST-SCORE(WS-RANK-B) = VST-SCORE(WS-RANK-A)
                           AND VST-FILL-PCT(WS-RANK-B)
                               > VST-FILL-PCT(WS-RANK-A))
                       OR (VST-SCORE(WS-RANK-B) = VST-SCORE(WS-RANK-A)
                           AND VST-FILL-PCT(WS-RANK-B)
                               = VST-FILL-PCT(WS-RANK-A)
                           AND VST-AVG-LEAD-DAYS(WS-RANK-B)
                               < VST-AVG-LEAD-DAYS(WS-RANK-A))
                       MOVE WS-RANK-B TO RNK-VEND-SUB(WS-RANK-SUB)
                       MOVE WS-RANK-A TO RNK-VEND-SUB(WS-RANK-SUB + 1)
                       MOVE 'Y' TO WS-RANK-SWAP-FLG
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-WRITE-SCORECARD.
           MOVE WS-FROM-DATE TO VSC-HDR-FROM-DATE
           MOVE WS-TO-DATE TO VSC-HDR-TO-DATE
           MOVE WS-BUSINESS-DATE TO VSC-HDR-RUN-DATE
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-RPT-HEADER-1
           WRITE VENDOR-SCORE-RPT-LINE FROM SPACES

           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TARGET-HEADER
           PERFORM VARYING WS-TARGET-SUB FROM 1 BY 1
                   UNTIL WS-TARGET-SUB > WS-TARGET-COUNT
               MOVE TGT-CODE(WS-TARGET-SUB) TO VTL-CODE
               MOVE TGT-DESC(WS-TARGET-SUB) TO VTL-DESC
               IF TGT-IS-MAXIMUM(WS-TARGET-SUB)
                   MOVE "AT MOST" TO VTL-DIRECTION-TEXT
               ELSE
                   MOVE "AT LEAST" TO VTL-DIRECTION-TEXT
               END-IF
               MOVE TGT-LIMIT(WS-TARGET-SUB) TO VTL-LIMIT
               MOVE TGT-POINTS(WS-TARGET-SUB) TO VTL-POINTS
               WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TARGET-LINE
           END-PERFORM
           WRITE VENDOR-SCORE-RPT-LINE FROM SPACES

           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-COLUMN-HEADER
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-RANK-COUNT
               MOVE RNK-VEND-SUB(WS-RANK-SUB) TO WS-VENDOR-SUB
               PERFORM 510-WRITE-VENDOR-LINE
           END-PERFORM
           WRITE VENDOR-SCORE-RPT-LINE FROM SPACES
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-LEGEND-LINE

           IF WS-NO-ACTIVITY-COUNT > 0
               WRITE VENDOR-SCORE-RPT-LINE FROM SPACES
               WRITE VENDOR-SCORE-RPT-LINE FROM VSC-NO-ACTIVITY-HEADER
               PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                       UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                   IF VST-LINE-COUNT(WS-VENDOR-SUB) = 0
                       MOVE VST-VEND-CODE(WS-VENDOR-SUB)
                           TO VNL-VEND-CODE
                       MOVE VST-VEND-NAME(WS-VENDOR-SUB)
                           TO VNL-VEND-NAME
                       WRITE VENDOR-SCORE-RPT-LINE
                           FROM VSC-NO-ACTIVITY-LINE
                   END-IF
               END-PERFORM
           END-IF

           WRITE VENDOR-SCORE-RPT-LINE FROM SPACES
           MOVE "VENDORS RANKED" TO VTR-TRAILER-LABEL
           MOVE WS-RANK-COUNT TO VTR-TRAILER-COUNT
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TRAILER-LINE
           MOVE "POS ORDERED IN PERIOD" TO VTR-TRAILER-LABEL
           MOVE WS-PO-COUNT TO VTR-TRAILER-COUNT
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TRAILER-LINE
           MOVE "RECEIPTS MEASURED" TO VTR-TRAILER-LABEL
           MOVE WS-RECEIPTS-MATCHED TO VTR-TRAILER-COUNT
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TRAILER-LINE
           MOVE "RECEIPTS POSTED WITHOUT A PO NUMBER" TO
               VTR-TRAILER-LABEL
           MOVE WS-RECEIPTS-NO-PO TO VTR-TRAILER-COUNT
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TRAILER-LINE
           IF WS-PO-NO-VENDOR-COUNT > 0
               MOVE "POS FOR VENDORS NOT ON VENDMAST" TO
                   VTR-TRAILER-LABEL
               MOVE WS-PO-NO-VENDOR-COUNT TO VTR-TRAILER-COUNT
               WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TRAILER-LINE
           END-IF
           IF WS-PO-TABLE-FULL-COUNT > 0
               MOVE "POS NOT SCORED - PO TABLE FULL" TO
                   VTR-TRAILER-LABEL
               MOVE WS-PO-TABLE-FULL-COUNT TO VTR-TRAILER-COUNT
               WRITE VENDOR-SCORE-RPT-LINE FROM VSC-TRAILER-LINE
           END-IF.

       510-WRITE-VENDOR-LINE.
           MOVE WS-RANK-SUB TO VDL-RANK
           MOVE VST-VEND-CODE(WS-VENDOR-SUB) TO VDL-VEND-CODE
           MOVE VST-VEND-NAME(WS-VENDOR-SUB) TO VDL-VEND-NAME
           MOVE VST-PO-COUNT(WS-VENDOR-SUB) TO VDL-PO-COUNT
           MOVE VST-LINE-COUNT(WS-VENDOR-SUB) TO VDL-LINE-COUNT
           MOVE VST-RECEIPT-COUNT(WS-VENDOR-SUB) TO VDL-RECEIPT-COUNT
           MOVE VST-AVG-LEAD-DAYS(WS-VENDOR-SUB) TO VDL-AVG-LEAD
           MOVE VST-MISSED-FLG(WS-VENDOR-SUB, 1) TO VDL-AVG-LEAD-FLG
           MOVE VST-WORST-LEAD-DAYS(WS-VENDOR-SUB) TO VDL-WORST-LEAD
           MOVE VST-MISSED-FLG(WS-VENDOR-SUB, 2) TO VDL-WORST-LEAD-FLG
           MOVE VST-FILL-PCT(WS-VENDOR-SUB) TO VDL-FILL-PCT
           MOVE VST-MISSED-FLG(WS-VENDOR-SUB, 3) TO VDL-FILL-FLG
           MOVE VST-PARTIAL-COUNT(WS-VENDOR-SUB) TO VDL-PARTIAL
           MOVE VST-MISSED-FLG(WS-VENDOR-SUB, 4) TO VDL-PARTIAL-FLG
           MOVE VST-OVER-COUNT(WS-VENDOR-SUB) TO VDL-OVER
           MOVE VST-MISSED-FLG(WS-VENDOR-SUB, 5) TO VDL-OVER-FLG
           MOVE VST-PRICE-VAR-PCT(WS-VENDOR-SUB) TO VDL-PRICE-VAR
           MOVE VST-MISSED-FLG(WS-VENDOR-SUB, 6) TO VDL-PRICE-FLG
           MOVE VST-SCORE(WS-VENDOR-SUB) TO VDL-SCORE
           WRITE VENDOR-SCORE-RPT-LINE FROM VSC-DETAIL-LINE.

      ******************************************************************
      * The average lead time goes back on the vendor master for the
      * purchasing runs, stamped with the last order date of the
      * period it was measured over.  A rerun for an earlier period
      * does not overwrite a later measurement.  Each vendor changed
      * gets a stamped line on the vendor change log with the old and
      * new average and the date it is now measured to.
      ******************************************************************
       600-SAVE-AVERAGE-LEAD-TIMES.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF VST-RECEIPT-COUNT(WS-VENDOR-SUB) > 0
                   MOVE VST-VEND-CODE(WS-VENDOR-SUB)
                       TO VEND-CODE-MASTER
                   READ VENDOR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 610-REWRITE-VENDOR-LEAD
                   END-READ
               END-IF
           END-PERFORM.

       610-REWRITE-VENDOR-LEAD.
           IF VEND-LEAD-MEASURED-DATE IS NOT NUMERIC
                   OR VEND-LEAD-MEASURED-DATE NOT > WS-TO-DATE
               MOVE VEND-AVG-LEAD-DAYS TO WS-OLD-LEAD-DAYS
               IF VEND-LEAD-MEASURED-DATE IS NUMERIC
                   MOVE VEND-LEAD-MEASURED-DATE
                       TO WS-OLD-MEASURED-DATE
               ELSE
                   MOVE "NONE" TO WS-OLD-MEASURED-DATE
               END-IF
               MOVE VST-AVG-LEAD-DAYS(WS-VENDOR-SUB)
                   TO VEND-AVG-LEAD-DAYS
               MOVE WS-TO-DATE TO VEND-LEAD-MEASURED-DATE
               MOVE VEND-AVG-LEAD-DAYS TO WS-NEW-LEAD-DAYS
               REWRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "VENDOR LEAD TIME NOT SAVED: "
                               VEND-CODE-MASTER
                   NOT INVALID KEY
                       ADD 1 TO WS-LEAD-SAVED-COUNT
                       PERFORM 620-LOG-LEAD-CHANGE
               END-REWRITE
           END-IF.

       620-LOG-LEAD-CHANGE.
           MOVE "L" TO VCL-ACTION
           MOVE VEND-CODE-MASTER TO VCL-VEND-CODE
           MOVE SPACES TO VCL-STATUS-TEXT
           STRING "AVG LEAD " DELIMITED BY SIZE
                   WS-OLD-LEAD-DAYS DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-NEW-LEAD-DAYS DELIMITED BY SIZE
                   " MEASURED TO " DELIMITED BY SIZE
                   VEND-LEAD-MEASURED-DATE DELIMITED BY SIZE
                   " WAS " DELIMITED BY SIZE
                   WS-OLD-MEASURED-DATE DELIMITED BY SIZE
               INTO VCL-STATUS-TEXT
           MOVE FUNCTION CURRENT-DATE TO VCL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO VCL-OPERATOR
           WRITE VENDOR-CHANGE-LOG-LINE FROM VENDOR-CHANGE-LOG-DETAIL.

       END PROGRAM VENDOR-SCORECARD.
