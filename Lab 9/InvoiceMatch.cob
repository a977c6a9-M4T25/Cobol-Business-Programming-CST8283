      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-07
      * Purpose: Nightly three-way match of vendor invoices on
      *          VENDINV.IDX.  Every entered or held invoice is
      *          checked line by line against the purchase order on
      *          POMAST.IDX - quantity billed (plus anything already
      *          approved against the same PO line) against quantity
      *          received, and unit price against the PO unit cost,
      *          within the tolerances on MATCHTOL.TBL.  Clean
      *          invoices are approved and printed on the approved-to-
      *          pay register INVAPPR.RPT with vendor totals; the
      *          rest are held with a reason (billed more than
      *          received, price variance, no PO) and listed line by
      *          line on INVHOLD.RPT for the morning dashboard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE
               ASSIGN TO "VENDINV.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-KEY
               FILE STATUS IS WS-VIN-FILE-STATUS.

           SELECT PO-MASTER
               ASSIGN TO "POMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT VENDOR-MASTER
               ASSIGN TO "VENDMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-CODE-MASTER
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT MATCH-TOLERANCE-FILE
               ASSIGN TO "MATCHTOL.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-FILE-STATUS.

           SELECT APPROVED-RPT
               ASSIGN TO "INVAPPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-RPT
               ASSIGN TO "INVHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-INVOICE-FILE.
       01 VENDOR-INVOICE-RECORD.
           05 VIN-KEY.
               10 VIN-VENDOR-CODE PIC X(6).
               10 VIN-INVOICE-NUMBER PIC X(12).
               10 VIN-LINE-NO PIC 9(3).
           05 VIN-RECORD-TYPE PIC X.
               88 VIN-IS-HEADER VALUE "H".
               88 VIN-IS-LINE VALUE "L".
           05 VIN-DATA PIC X(70).
           05 VIN-HEADER-DATA REDEFINES VIN-DATA.
               10 VIN-PO-NUMBER PIC X(6).
               10 VIN-INVOICE-DATE PIC X(8).
               10 VIN-ENTRY-DATE PIC X(8).
               10 VIN-INVOICE-TOTAL PIC 9(7)V99.
               10 VIN-STATUS PIC X.
                   88 VIN-IS-ENTERED VALUE "E".
                   88 VIN-IS-APPROVED VALUE "A".
                   88 VIN-IS-HELD VALUE "H".
               10 VIN-MATCH-DATE PIC X(8).
               10 VIN-HOLD-REASON PIC X(26).
               10 FILLER PIC X(4).
           05 VIN-LINE-DATA REDEFINES VIN-DATA.
               10 VIN-ITEM-ID PIC X(9).
               10 VIN-QTY-BILLED PIC 9(7).
               10 VIN-UNIT-PRICE PIC 9(5)V99.
               10 VIN-LINE-STATUS PIC X.
                   88 VIN-LINE-IS-APPROVED VALUE "A".
                   88 VIN-LINE-IS-HELD VALUE "H".
               10 VIN-LINE-REASON PIC X(26).
               10 FILLER PIC X(20).

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

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-RECORD.
           05 VEND-CODE-MASTER PIC X(6).
           05 VENDOR-MASTER-DATA.
               10 VEND-NAME PIC X(20).
               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD MATCH-TOLERANCE-FILE.
       01 MATCH-TOLERANCE-RECORD.
           05 MTL-PRICE-PCT PIC 9(2)V99.
           05 FILLER PIC X.
           05 MTL-QTY-UNITS PIC 9(7).

       FD APPROVED-RPT.
       01 APPROVED-RPT-LINE PIC X(120).

       FD HELD-RPT.
       01 HELD-RPT-LINE PIC X(120).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-VIN-FILE-STATUS PIC X(2).
       01 WS-PO-FILE-STATUS PIC X(2).
       01 WS-VENDOR-FILE-STATUS PIC X(2).
       01 WS-TOL-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-VENDOR-OPEN-FLG PIC X VALUE 'N'.
       01 WS-INVOICE-EOF-FLG PIC X.
       01 WS-LINE-EOF-FLG PIC X.
       01 WS-PO-LINE-EOF-FLG PIC X.
       01 WS-PO-FOUND-FLG PIC X.
       01 WS-PO-LINE-FOUND-FLG PIC X.
       01 WS-INVOICE-HELD-FLG PIC X.
       01 WS-FIRST-VENDOR-FLG PIC X VALUE 'Y'.

       01 WS-PRICE-TOLERANCE-PCT PIC 9(2)V99 VALUE 0.
       01 WS-QTY-TOLERANCE-UNITS PIC 9(7) VALUE 0.

       01 WS-SAVE-INVOICE-KEY.
           05 WS-SAVE-VENDOR-CODE PIC X(6).
           05 WS-SAVE-INVOICE-NUMBER PIC X(12).
       01 WS-SAVE-PO-NUMBER PIC X(6).
       01 WS-SAVE-INVOICE-DATE PIC X(8).
       01 WS-SAVE-INVOICE-TOTAL PIC 9(7)V99.
       01 WS-HOLD-REASON PIC X(26).
       01 WS-LINE-REASON PIC X(26).
       01 WS-PREV-VENDOR-CODE PIC X(6).

       01 WS-PO-QTY-RECEIVED PIC 9(7).
       01 WS-PO-UNIT-COST PIC 9(5)V99.
       01 WS-PO-LINE-SUB PIC 9(3).
       01 WS-CUMULATIVE-BILLED PIC 9(8).
       01 WS-PRICE-DIFF PIC 9(5)V99.
       01 WS-PRICE-VARIANCE-PCT PIC 9(5)V99.

       01 WS-INVOICES-CHECKED PIC 9(5) VALUE 0.
       01 WS-INVOICES-APPROVED PIC 9(5) VALUE 0.
       01 WS-INVOICES-HELD PIC 9(5) VALUE 0.
       01 WS-VENDOR-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-APPROVED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HELD-TOTAL PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Quantity already approved for payment against each PO line,
      * so a second invoice for the same receipt is caught as billed
      * more than received.  Built from approved invoices on file and
      * added to as invoices are approved in this run.
      ******************************************************************
       01 WS-BILLED-COUNT PIC 9(4) VALUE 0.
       01 WS-BILLED-SUB PIC 9(4).
       01 WS-BILLED-FOUND-SUB PIC 9(4).
       01 BILLED-QTY-TABLE.
           05 BILLED-QTY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BILLED-COUNT.
               10 BQT-PO-NUMBER PIC X(6).
               10 BQT-ITEM-ID PIC X(9).
               10 BQT-QTY-BILLED PIC 9(8).

       01 WS-LOAD-PO-NUMBER PIC X(6).

       01 APPROVED-RPT-HEADER.
           05 FILLER PIC X(40) VALUE
              "APPROVED-TO-PAY REGISTER - MATCH DATE".
           05 APR-HDR-DATE PIC X(8).

       01 APPROVED-COLUMN-HEADER.
           05 FILLER PIC X(8) VALUE "VENDOR".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(14) VALUE "INVOICE".
           05 FILLER PIC X(8) VALUE "PO".
           05 FILLER PIC X(10) VALUE "INV DATE".
           05 FILLER PIC X(16) VALUE "        AMOUNT".

       01 APPROVED-DETAIL-LINE.
           05 APR-VENDOR-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-VENDOR-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-INVOICE-NUMBER PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-PO-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-INVOICE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-AMOUNT PIC $$,$$$,$$9.99.

       01 APPROVED-VENDOR-TOTAL-LINE.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "VENDOR TOTAL  ".
           05 APR-VENDOR-CODE-TOT PIC X(6).
           05 FILLER PIC X(12) VALUE SPACES.
           05 APR-VENDOR-TOTAL PIC $$$,$$$,$$9.99.

       01 APPROVED-RPT-TRAILER.
           05 FILLER PIC X(20) VALUE "INVOICES CHECKED: ".
           05 APR-CHECKED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  APPROVED: ".
           05 APR-APPROVED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  HELD: ".
           05 APR-HELD-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  TOTAL TO PAY: ".
           05 APR-APPROVED-TOTAL PIC $$$,$$$,$$9.99.

       01 HELD-RPT-HEADER.
           05 FILLER PIC X(8) VALUE "VENDOR".
           05 FILLER PIC X(14) VALUE "INVOICE".
           05 FILLER PIC X(8) VALUE "PO".
           05 FILLER PIC X(11) VALUE "ITEM".
           05 FILLER PIC X(9) VALUE "  BILLED".
           05 FILLER PIC X(9) VALUE "   RCVD".
           05 FILLER PIC X(11) VALUE "  INV PRICE".
           05 FILLER PIC X(11) VALUE "   PO COST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "HOLD REASON".

       01 HELD-DETAIL-LINE.
           05 HLD-VENDOR-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-INVOICE-NUMBER PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-PO-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-ITEM-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-QTY-BILLED PIC Z,ZZZ,ZZ9.
           05 HLD-QTY-RECEIVED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-UNIT-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-PO-COST PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-REASON PIC X(26).

       PROCEDURE DIVISION.
       100-MATCH-VENDOR-INVOICES.
           PERFORM 040-GET-BUSINESS-DATE
           PERFORM 110-LOAD-MATCH-TOLERANCES

           OPEN I-O VENDOR-INVOICE-FILE
           IF WS-VIN-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-INVOICE-FILE
               CLOSE VENDOR-INVOICE-FILE
               OPEN I-O VENDOR-INVOICE-FILE
           END-IF
           IF WS-VIN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDINV.IDX - STATUS: "
                       WS-VIN-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PO-MASTER
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POMAST.IDX - STATUS: "
                       WS-PO-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS = "00"
               MOVE 'Y' TO WS-VENDOR-OPEN-FLG
           END-IF

           PERFORM 120-LOAD-APPROVED-QUANTITIES

           OPEN OUTPUT APPROVED-RPT
           OPEN OUTPUT HELD-RPT
           MOVE WS-BUSINESS-DATE TO APR-HDR-DATE
           WRITE APPROVED-RPT-LINE FROM APPROVED-RPT-HEADER
           WRITE APPROVED-RPT-LINE FROM SPACES
           WRITE APPROVED-RPT-LINE FROM APPROVED-COLUMN-HEADER
           WRITE HELD-RPT-LINE FROM HELD-RPT-HEADER

           MOVE LOW-VALUES TO VIN-KEY
           START VENDOR-INVOICE-FILE KEY IS NOT LESS THAN VIN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-INVOICE-EOF-FLG
           END-START
           PERFORM UNTIL WS-INVOICE-EOF-FLG = 'Y'
               READ VENDOR-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INVOICE-EOF-FLG
                   NOT AT END
                       IF VIN-IS-HEADER
                               AND (VIN-IS-ENTERED OR VIN-IS-HELD)
                           PERFORM 200-MATCH-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FIRST-VENDOR-FLG = 'N'
               PERFORM 320-WRITE-VENDOR-TOTAL
           END-IF

           WRITE APPROVED-RPT-LINE FROM SPACES
           MOVE WS-INVOICES-CHECKED TO APR-CHECKED-COUNT
           MOVE WS-INVOICES-APPROVED TO APR-APPROVED-COUNT
           MOVE WS-INVOICES-HELD TO APR-HELD-COUNT
           MOVE WS-APPROVED-TOTAL TO APR-APPROVED-TOTAL
           WRITE APPROVED-RPT-LINE FROM APPROVED-RPT-TRAILER

           CLOSE VENDOR-INVOICE-FILE
           CLOSE PO-MASTER
           IF WS-VENDOR-OPEN-FLG = 'Y'
               CLOSE VENDOR-MASTER
           END-IF
           CLOSE APPROVED-RPT
           CLOSE HELD-RPT

           DISPLAY "INVOICES CHECKED:  " WS-INVOICES-CHECKED
           DISPLAY "INVOICES APPROVED: " WS-INVOICES-APPROVED
           DISPLAY "INVOICES HELD:     " WS-INVOICES-HELD
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
      * MATCHTOL.TBL holds one line - the price tolerance as a
      * percentage of the PO unit cost and the quantity tolerance in
      * units.  With no table the match is exact.
      ******************************************************************
       110-LOAD-MATCH-TOLERANCES.
           OPEN INPUT MATCH-TOLERANCE-FILE
           IF WS-TOL-FILE-STATUS = "00"
               READ MATCH-TOLERANCE-FILE
                   NOT AT END
                       IF MTL-PRICE-PCT IS NUMERIC
                           MOVE MTL-PRICE-PCT
                               TO WS-PRICE-TOLERANCE-PCT
                       END-IF
                       IF MTL-QTY-UNITS IS NUMERIC
                           MOVE MTL-QTY-UNITS
                               TO WS-QTY-TOLERANCE-UNITS
                       END-IF
               END-READ
               CLOSE MATCH-TOLERANCE-FILE
           ELSE
               DISPLAY "MATCHTOL.TBL NOT FOUND - EXACT MATCH APPLIED"
           END-IF.

       120-LOAD-APPROVED-QUANTITIES.
           MOVE LOW-VALUES TO VIN-KEY
           START VENDOR-INVOICE-FILE KEY IS NOT LESS THAN VIN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-INVOICE-EOF-FLG
           END-START
           MOVE SPACES TO WS-LOAD-PO-NUMBER
           PERFORM UNTIL WS-INVOICE-EOF-FLG = 'Y'
               READ VENDOR-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INVOICE-EOF-FLG
                   NOT AT END
                       IF VIN-IS-HEADER
                           IF VIN-IS-APPROVED
                               MOVE VIN-PO-NUMBER TO WS-LOAD-PO-NUMBER
                           ELSE
                               MOVE SPACES TO WS-LOAD-PO-NUMBER
                           END-IF
                       ELSE
                           IF WS-LOAD-PO-NUMBER NOT = SPACES
                               MOVE WS-LOAD-PO-NUMBER
                                   TO WS-SAVE-PO-NUMBER
                               PERFORM 510-ADD-BILLED-QUANTITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Each line is matched and stamped with its own result; the
      * invoice is held when any line fails, carrying the first
      * failing line's reason on the header.  The file is then
      * repositioned past the invoice's last line.
      ******************************************************************
       200-MATCH-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-CHECKED
           MOVE VIN-VENDOR-CODE TO WS-SAVE-VENDOR-CODE
           MOVE VIN-INVOICE-NUMBER TO WS-SAVE-INVOICE-NUMBER
           MOVE VIN-PO-NUMBER TO WS-SAVE-PO-NUMBER
           MOVE VIN-INVOICE-DATE TO WS-SAVE-INVOICE-DATE
           MOVE VIN-INVOICE-TOTAL TO WS-SAVE-INVOICE-TOTAL
           MOVE 'N' TO WS-INVOICE-HELD-FLG
           MOVE SPACES TO WS-HOLD-REASON

           PERFORM 210-READ-PO-HEADER

           START VENDOR-INVOICE-FILE KEY IS GREATER THAN VIN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINE-EOF-FLG
           END-START
           PERFORM UNTIL WS-LINE-EOF-FLG = 'Y'
               READ VENDOR-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF-FLG
               END-READ
               IF WS-LINE-EOF-FLG NOT = 'Y'
                   IF VIN-VENDOR-CODE NOT = WS-SAVE-VENDOR-CODE
                       OR VIN-INVOICE-NUMBER
                           NOT = WS-SAVE-INVOICE-NUMBER
                       MOVE 'Y' TO WS-LINE-EOF-FLG
                   ELSE
                       PERFORM 220-MATCH-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-SAVE-VENDOR-CODE TO VIN-VENDOR-CODE
           MOVE WS-SAVE-INVOICE-NUMBER TO VIN-INVOICE-NUMBER
           MOVE 0 TO VIN-LINE-NO
           READ VENDOR-INVOICE-FILE
               INVALID KEY
                   DISPLAY "INVOICE HEADER LOST - " WS-SAVE-VENDOR-CODE
                           " " WS-SAVE-INVOICE-NUMBER
           END-READ
           IF WS-INVOICE-HELD-FLG = 'Y'
               MOVE "H" TO VIN-STATUS
               MOVE WS-HOLD-REASON TO VIN-HOLD-REASON
               ADD 1 TO WS-INVOICES-HELD
               ADD WS-SAVE-INVOICE-TOTAL TO WS-HELD-TOTAL
           ELSE
               MOVE "A" TO VIN-STATUS
               MOVE SPACES TO VIN-HOLD-REASON
               ADD 1 TO WS-INVOICES-APPROVED
               PERFORM 300-WRITE-APPROVED-LINE
               PERFORM 230-ADD-INVOICE-TO-BILLED
           END-IF
           MOVE WS-BUSINESS-DATE TO VIN-MATCH-DATE
           REWRITE VENDOR-INVOICE-RECORD

           MOVE 999 TO VIN-LINE-NO
           START VENDOR-INVOICE-FILE KEY IS GREATER THAN VIN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-EOF-FLG
           END-START.

       210-READ-PO-HEADER.
           MOVE 'N' TO WS-PO-FOUND-FLG
           IF WS-SAVE-PO-NUMBER NOT = SPACES
               MOVE WS-SAVE-PO-NUMBER TO PO-NUMBER
               MOVE 0 TO PO-LINE-NO
               READ PO-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-PO-FOUND-FLG
                   NOT INVALID KEY
                       IF PO-IS-HEADER
                           AND PO-VENDOR-CODE = WS-SAVE-VENDOR-CODE
                           MOVE 'Y' TO WS-PO-FOUND-FLG
                       END-IF
               END-READ
           END-IF.

       220-MATCH-ONE-LINE.
           MOVE SPACES TO WS-LINE-REASON
           MOVE 0 TO WS-PO-QTY-RECEIVED
           MOVE 0 TO WS-PO-UNIT-COST
           IF WS-PO-FOUND-FLG = 'N'
               MOVE "NO PO" TO WS-LINE-REASON
           ELSE
               PERFORM 240-FIND-PO-LINE
               IF WS-PO-LINE-FOUND-FLG = 'N'
                   MOVE "NO PO - ITEM NOT ORDERED" TO WS-LINE-REASON
               ELSE
                   PERFORM 250-CHECK-QUANTITY
                   IF WS-LINE-REASON = SPACES
                       PERFORM 260-CHECK-PRICE
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REASON = SPACES
               MOVE "A" TO VIN-LINE-STATUS
               MOVE SPACES TO VIN-LINE-REASON
           ELSE
               MOVE "H" TO VIN-LINE-STATUS
               MOVE WS-LINE-REASON TO VIN-LINE-REASON
               IF WS-INVOICE-HELD-FLG = 'N'
                   MOVE 'Y' TO WS-INVOICE-HELD-FLG
                   MOVE WS-LINE-REASON TO WS-HOLD-REASON
               END-IF
               PERFORM 310-WRITE-HELD-LINE
           END-IF
           REWRITE VENDOR-INVOICE-RECORD.

       230-ADD-INVOICE-TO-BILLED.
           MOVE WS-SAVE-VENDOR-CODE TO VIN-VENDOR-CODE
           MOVE WS-SAVE-INVOICE-NUMBER TO VIN-INVOICE-NUMBER
           MOVE 0 TO VIN-LINE-NO
           START VENDOR-INVOICE-FILE KEY IS GREATER THAN VIN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINE-EOF-FLG
           END-START
           PERFORM UNTIL WS-LINE-EOF-FLG = 'Y'
               READ VENDOR-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF-FLG
               END-READ
               IF WS-LINE-EOF-FLG NOT = 'Y'
                   IF VIN-VENDOR-CODE NOT = WS-SAVE-VENDOR-CODE
                       OR VIN-INVOICE-NUMBER
                           NOT = WS-SAVE-INVOICE-NUMBER
                       MOVE 'Y' TO WS-LINE-EOF-FLG
                   ELSE
                       PERFORM 510-ADD-BILLED-QUANTITY
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SAVE-VENDOR-CODE TO VIN-VENDOR-CODE
           MOVE WS-SAVE-INVOICE-NUMBER TO VIN-INVOICE-NUMBER
           MOVE 0 TO VIN-LINE-NO
           READ VENDOR-INVOICE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "A" TO VIN-STATUS
           MOVE SPACES TO VIN-HOLD-REASON.

       240-FIND-PO-LINE.
           MOVE 'N' TO WS-PO-LINE-FOUND-FLG
           MOVE 'N' TO WS-PO-LINE-EOF-FLG
           PERFORM VARYING WS-PO-LINE-SUB FROM 1 BY 1
                   UNTIL WS-PO-LINE-EOF-FLG = 'Y'
                      OR WS-PO-LINE-FOUND-FLG = 'Y'
                      OR WS-PO-LINE-SUB > 998
               MOVE WS-SAVE-PO-NUMBER TO PO-NUMBER
               MOVE WS-PO-LINE-SUB TO PO-LINE-NO
               READ PO-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-PO-LINE-EOF-FLG
                   NOT INVALID KEY
                       IF PO-ITEM-ID = VIN-ITEM-ID
                           MOVE 'Y' TO WS-PO-LINE-FOUND-FLG
                           MOVE PO-QTY-RECEIVED TO WS-PO-QTY-RECEIVED
                           MOVE PO-UNIT-COST TO WS-PO-UNIT-COST
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The quantity test counts what has already been approved for
      * payment against this PO line, so a resent or split invoice
      * cannot pay for the same receipt twice.
      ******************************************************************
       250-CHECK-QUANTITY.
           PERFORM 520-FIND-BILLED-ENTRY
           IF WS-BILLED-FOUND-SUB = 0
               MOVE VIN-QTY-BILLED TO WS-CUMULATIVE-BILLED
           ELSE
               COMPUTE WS-CUMULATIVE-BILLED
                   = BQT-QTY-BILLED(WS-BILLED-FOUND-SUB)
                   + VIN-QTY-BILLED
           END-IF
           IF WS-CUMULATIVE-BILLED
                   > WS-PO-QTY-RECEIVED + WS-QTY-TOLERANCE-UNITS
               MOVE "BILLED MORE THAN RECEIVED" TO WS-LINE-REASON
           END-IF.

       260-CHECK-PRICE.
           IF VIN-UNIT-PRICE > WS-PO-UNIT-COST
               COMPUTE WS-PRICE-DIFF
                   = VIN-UNIT-PRICE - WS-PO-UNIT-COST
           ELSE
               COMPUTE WS-PRICE-DIFF
                   = WS-PO-UNIT-COST - VIN-UNIT-PRICE
           END-IF
           IF WS-PO-UNIT-COST = 0
               IF WS-PRICE-DIFF > 0
                   MOVE "PRICE VARIANCE" TO WS-LINE-REASON
               END-IF
           ELSE
               COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED
                   = WS-PRICE-DIFF * 100 / WS-PO-UNIT-COST
               IF WS-PRICE-VARIANCE-PCT > WS-PRICE-TOLERANCE-PCT
                   MOVE "PRICE VARIANCE" TO WS-LINE-REASON
               END-IF
           END-IF.

       300-WRITE-APPROVED-LINE.
           IF WS-FIRST-VENDOR-FLG = 'Y'
               MOVE 'N' TO WS-FIRST-VENDOR-FLG
               MOVE WS-SAVE-VENDOR-CODE TO WS-PREV-VENDOR-CODE
           END-IF
           IF WS-SAVE-VENDOR-CODE NOT = WS-PREV-VENDOR-CODE
               PERFORM 320-WRITE-VENDOR-TOTAL
               MOVE WS-SAVE-VENDOR-CODE TO WS-PREV-VENDOR-CODE
           END-IF

           MOVE WS-SAVE-VENDOR-CODE TO APR-VENDOR-CODE
           MOVE SPACES TO APR-VENDOR-NAME
           IF WS-VENDOR-OPEN-FLG = 'Y'
               MOVE WS-SAVE-VENDOR-CODE TO VEND-CODE-MASTER
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON MASTER" TO APR-VENDOR-NAME
                   NOT INVALID KEY
                       MOVE VEND-NAME TO APR-VENDOR-NAME
               END-READ
           END-IF
           MOVE WS-SAVE-INVOICE-NUMBER TO APR-INVOICE-NUMBER
           MOVE WS-SAVE-PO-NUMBER TO APR-PO-NUMBER
           MOVE WS-SAVE-INVOICE-DATE TO APR-INVOICE-DATE
           MOVE WS-SAVE-INVOICE-TOTAL TO APR-AMOUNT
           WRITE APPROVED-RPT-LINE FROM APPROVED-DETAIL-LINE
           ADD WS-SAVE-INVOICE-TOTAL TO WS-VENDOR-TOTAL
           ADD WS-SAVE-INVOICE-TOTAL TO WS-APPROVED-TOTAL.

       310-WRITE-HELD-LINE.
           MOVE WS-SAVE-VENDOR-CODE TO HLD-VENDOR-CODE
           MOVE WS-SAVE-INVOICE-NUMBER TO HLD-INVOICE-NUMBER
           MOVE WS-SAVE-PO-NUMBER TO HLD-PO-NUMBER
           MOVE VIN-ITEM-ID TO HLD-ITEM-ID
           MOVE VIN-QTY-BILLED TO HLD-QTY-BILLED
           MOVE WS-PO-QTY-RECEIVED TO HLD-QTY-RECEIVED
           MOVE VIN-UNIT-PRICE TO HLD-UNIT-PRICE
           MOVE WS-PO-UNIT-COST TO HLD-PO-COST
           MOVE WS-LINE-REASON TO HLD-REASON
           WRITE HELD-RPT-LINE FROM HELD-DETAIL-LINE.

       320-WRITE-VENDOR-TOTAL.
           MOVE WS-PREV-VENDOR-CODE TO APR-VENDOR-CODE-TOT
           MOVE WS-VENDOR-TOTAL TO APR-VENDOR-TOTAL
           WRITE APPROVED-RPT-LINE FROM APPROVED-VENDOR-TOTAL-LINE
           WRITE APPROVED-RPT-LINE FROM SPACES
           MOVE 0 TO WS-VENDOR-TOTAL.

       510-ADD-BILLED-QUANTITY.
           PERFORM 520-FIND-BILLED-ENTRY
           IF WS-BILLED-FOUND-SUB = 0
               IF WS-BILLED-COUNT < 2000
                   ADD 1 TO WS-BILLED-COUNT
                   MOVE WS-SAVE-PO-NUMBER
                       TO BQT-PO-NUMBER(WS-BILLED-COUNT)
                   MOVE VIN-ITEM-ID TO BQT-ITEM-ID(WS-BILLED-COUNT)
                   MOVE VIN-QTY-BILLED
                       TO BQT-QTY-BILLED(WS-BILLED-COUNT)
               END-IF
           ELSE
               ADD VIN-QTY-BILLED
                   TO BQT-QTY-BILLED(WS-BILLED-FOUND-SUB)
           END-IF.

       520-FIND-BILLED-ENTRY.
           MOVE 0 TO WS-BILLED-FOUND-SUB
           PERFORM VARYING WS-BILLED-SUB FROM 1 BY 1
                   UNTIL WS-BILLED-SUB > WS-BILLED-COUNT
                      OR WS-BILLED-FOUND-SUB > 0
               IF BQT-PO-NUMBER(WS-BILLED-SUB) = WS-SAVE-PO-NUMBER
                       AND BQT-ITEM-ID(WS-BILLED-SUB) = VIN-ITEM-ID
                   MOVE WS-BILLED-SUB TO WS-BILLED-FOUND-SUB
               END-IF
           END-PERFORM.

       END PROGRAM INVOICE-MATCH.
