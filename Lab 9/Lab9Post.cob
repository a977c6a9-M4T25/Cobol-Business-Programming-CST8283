      *          adjusts the consolidated and per-location on-hand
      *          quantities, rejects movements that would drive a
      *          location negative, and journals every movement with
      *          before and after quantities and the master date it
      *          was posted to, the PO number it came in on and
      *          whether its cost is the invoice cost.  The
      *          journal accumulates across runs so the roll-forward
      *          proof can balance each day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT MOVEMENT-JOURNAL
           ASSIGN TO "INVJRNL.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PO-MASTER
           ASSIGN TO "POMAST.IDX"
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT REQUISITION-MASTER
           ASSIGN TO "REQMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQ-NUMBER
           ALTERNATE KEY IS REQ-ITEM-ID WITH DUPLICATES
           FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT PO-RECEIPT-RPT
           ASSIGN TO "PORECV.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 MOVE-INVENTORY-ID PIC X(9).
           05 MOVE-QTY PIC X(7).
           05 MOVE-PO-NUMBER PIC X(6).
               88 MOVE-IS-COUNT-ADJUSTMENT VALUE "COUNT ".
           05 MOVE-UNIT-COST PIC X(7).
           05 MOVE-LOCATION PIC X.
           05 MOVE-LOCATION-TO PIC X.
           05 LAST-ISSUE-DATE PIC X(8).

       FD MOVEMENT-JOURNAL.
       01 MOVEMENT-JOURNAL-LINE PIC X(140).

       FD PO-MASTER.
       01 PO-MASTER-RECORD.
                   88 PO-LINE-IS-CLOSED VALUE "C".
               10 FILLER PIC X(19).

       FD REQUISITION-MASTER.
       01 REQUISITION-MASTER-RECORD.
           05 REQ-NUMBER PIC X(6).
           05 REQ-ITEM-ID PIC X(9).
           05 REQ-DEPARTMENT PIC X(4).
           05 REQ-EMP-ID PIC X(6).
           05 REQ-QTY-REQUESTED PIC 9(7).
           05 REQ-NEED-BY-DATE PIC X(8).
           05 REQ-ENTERED-DATE PIC X(8).
           05 REQ-ALLOCATION-TABLE.
               10 REQ-ALLOC-QTY OCCURS 3 TIMES PIC 9(7).
           05 REQ-PICKED-TABLE.
               10 REQ-PICKED-QTY OCCURS 3 TIMES PIC 9(7).
           05 REQ-QTY-ISSUED PIC 9(7).
           05 REQ-STATUS PIC X.
               88 REQ-IS-OPEN VALUE "O".
               88 REQ-IS-ALLOCATED VALUE "A".
               88 REQ-IS-BACKORDERED VALUE "B".
               88 REQ-IS-COMPLETE VALUE "C".
               88 REQ-IS-CANCELLED VALUE "X".
           05 REQ-BACKORDER-DATE PIC X(8).
           05 REQ-ENTERED-BY PIC X(8).

       FD PO-RECEIPT-RPT.
       01 PO-RECEIPT-RPT-LINE PIC X(100).

       01 WS-TARGET-DATE PIC X(8).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-MOVES-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-MOVES-EOF-FLG PIC X VALUE 'N'.
       01 WS-MOVE-QTY PIC 9(7).
       01 WS-BEFORE-QTY PIC 9(7).
           05 WS-OVER-COUNT PIC 9(5) VALUE 0.
           05 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.

       01 BACKORDER-FILL-WORKING-FIELDS.
           05 WS-REQ-FILE-STATUS PIC X(2).
           05 WS-REQ-FILE-OPEN-FLG PIC X VALUE 'N'.
           05 WS-REQ-BROWSE-EOF-FLG PIC X.
           05 WS-BACKORDER-LEFT-FLG PIC X.
           05 WS-LOC-RESERVED-QTY PIC 9(8).
           05 WS-UNRESERVED-QTY PIC S9(8).
           05 WS-REQ-SHORT-QTY PIC S9(8).
           05 WS-FILL-QTY PIC 9(7).
           05 WS-FILL-SUB PIC 9(3).
           05 WS-EARLIEST-SUB PIC 9(3).
           05 WS-BACKORDERS-FILLED PIC 9(5) VALUE 0.
           05 WS-BACKORDERS-PART-FILLED PIC 9(5) VALUE 0.

      ******************************************************************
      * The received item's backorders with quantity still short,
      * held while the receipt is shared out in need-by order.
      ******************************************************************
       01 WS-BACKORDER-FILL-COUNT PIC 9(3) VALUE 0.
       01 BACKORDER-FILL-TABLE.
           05 BACKORDER-FILL-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BACKORDER-FILL-COUNT.
               10 BFT-REQ-NUMBER PIC X(6).
               10 BFT-NEED-BY-DATE PIC X(8).
               10 BFT-SHORT-QTY PIC 9(7).

       01 PO-RECEIPT-RPT-HEADER.
           05 FILLER PIC X(40) VALUE
              "PO RECEIVING MATCH REPORT".
           05 FILLER PIC X(13) VALUE "  UNMATCHED: ".
           05 RCV-UNMATCHED-COUNT PIC ZZ,ZZ9.

       01 PO-RECEIPT-BACKORDER-LINE.
           05 FILLER PIC X(11) VALUE "BACKORDER ".
           05 RBO-REQ-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RBO-ITEM-ID PIC X(9).
           05 FILLER PIC X(12) VALUE "  RESERVED: ".
           05 RBO-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  LOC: ".
           05 RBO-LOCATION PIC 9.
           05 FILLER PIC X(8) VALUE "  DEPT: ".
           05 RBO-DEPARTMENT PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RBO-DISPOSITION PIC X(24).

       01 PO-RECEIPT-BACKORDER-TRAILER.
           05 FILLER PIC X(19) VALUE "BACKORDERS FILLED: ".
           05 RBO-FILLED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  PART FILLED: ".
           05 RBO-PART-FILLED-COUNT PIC ZZ,ZZ9.

       01 MOVEMENT-JOURNAL-DETAIL.
           05 MJD-TYPE-CODE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MJD-LOCATION-TO PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MJD-RESULT-TEXT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MJD-POST-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MJD-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X(5) VALUE "  PO:".
           05 MJD-PO-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MJD-COST-SOURCE PIC X.

       01 COST-JOURNAL-DETAIL.
           05 FILLER PIC X(6) VALUE "COST  ".
           IF WS-MOVES-FILE-STATUS = "35"
               DISPLAY "INVMOVES.TXT NOT FOUND - NO MOVEMENTS"
           ELSE
               OPEN EXTEND MOVEMENT-JOURNAL
               IF WS-JOURNAL-FILE-STATUS = "35"
                   OPEN OUTPUT MOVEMENT-JOURNAL
               END-IF
               MOVE WS-RUN-DATE TO MJD-POST-DATE
               PERFORM 135-OPEN-PO-MASTER
               PERFORM 136-OPEN-REQUISITION-MASTER
               OPEN OUTPUT PO-RECEIPT-RPT
               WRITE PO-RECEIPT-RPT-LINE FROM PO-RECEIPT-RPT-HEADER

               MOVE WS-OVER-COUNT TO RCV-OVER-COUNT
               MOVE WS-UNMATCHED-COUNT TO RCV-UNMATCHED-COUNT
               WRITE PO-RECEIPT-RPT-LINE FROM PO-RECEIPT-RPT-TRAILER
               MOVE WS-BACKORDERS-FILLED TO RBO-FILLED-COUNT
               MOVE WS-BACKORDERS-PART-FILLED TO RBO-PART-FILLED-COUNT
               WRITE PO-RECEIPT-RPT-LINE
                   FROM PO-RECEIPT-BACKORDER-TRAILER

               CLOSE INVENT-MOVES-FILE
               CLOSE MOVEMENT-JOURNAL
               IF WS-PO-FILE-OPEN-FLG = 'Y'
                   CLOSE PO-MASTER
               END-IF
               IF WS-REQ-FILE-OPEN-FLG = 'Y'
                   CLOSE REQUISITION-MASTER
               END-IF
           END-IF.

           CLOSE INDEXED-INVENT-FILE.
           DISPLAY "MOVEMENTS READ:     " WS-MOVES-COUNT.
           DISPLAY "MOVEMENTS POSTED:   " WS-POSTED-COUNT.
           DISPLAY "MOVEMENTS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "BACKORDERS FILLED:  " WS-BACKORDERS-FILLED.

           STOP RUN.

           MOVE 0 TO MJD-QTY
           MOVE 0 TO MJD-BEFORE-QTY
           MOVE 0 TO MJD-AFTER-QTY
           MOVE 0 TO MJD-UNIT-COST
           MOVE MOVE-LOCATION TO MJD-LOCATION
           MOVE MOVE-LOCATION-TO TO MJD-LOCATION-TO
           MOVE MOVE-PO-NUMBER TO MJD-PO-NUMBER
           MOVE SPACE TO MJD-COST-SOURCE

           IF NOT MOVE-IS-RECEIPT AND NOT MOVE-IS-ISSUE
                   AND NOT MOVE-IS-TRANSFER
                   ADD WS-MOVE-QTY TO LOC-QTY-OUT(WS-TO-LOCATION)
           END-EVALUATE
           MOVE ON-HAND-QTY-OUT TO MJD-AFTER-QTY
      *    The movement is journaled at the cost it moved at - the
      *    invoice cost on a recosting receipt, otherwise the item's
      *    standing unit cost - so the ledger extract can value it.
      *    The cost source (I = invoice, S = standing) tells the
      *    vendor scorecard which receipts were priced by the vendor.
           IF WS-COST-CHANGED-FLG = 'Y'
               MOVE WS-MOVE-UNIT-COST TO MJD-UNIT-COST
               MOVE "I" TO MJD-COST-SOURCE
           ELSE
               MOVE UNIT-COST-OUT TO MJD-UNIT-COST
               MOVE "S" TO MJD-COST-SOURCE
           END-IF

           REWRITE INVENTORY-RECORD-OUT
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   EVALUATE TRUE
                       WHEN MOVE-IS-COUNT-ADJUSTMENT AND MOVE-IS-RECEIPT
                           MOVE "POSTED - COUNT ADJ RECEIPT"
                               TO MJD-RESULT-TEXT
                       WHEN MOVE-IS-COUNT-ADJUSTMENT AND MOVE-IS-ISSUE
                           MOVE "POSTED - COUNT ADJ ISSUE"
                               TO MJD-RESULT-TEXT
                       WHEN MOVE-IS-RECEIPT
                           MOVE "POSTED - RECEIPT" TO MJD-RESULT-TEXT
                       WHEN MOVE-IS-ISSUE
                   END-IF
                   IF MOVE-IS-RECEIPT
                           AND MOVE-PO-NUMBER NOT = SPACES
                           AND NOT MOVE-IS-COUNT-ADJUSTMENT
                       PERFORM 140-MATCH-RECEIPT-TO-PO
                   END-IF
                   IF MOVE-IS-RECEIPT AND WS-REQ-FILE-OPEN-FLG = 'Y'
                       PERFORM 170-FILL-BACKORDERS
                   END-IF
                   IF MOVE-IS-ISSUE AND WS-REQ-FILE-OPEN-FLG = 'Y'
                           AND MOVE-PO-NUMBER NOT = SPACES
                           AND NOT MOVE-IS-COUNT-ADJUSTMENT
                       PERFORM 175-RELIEVE-PICKED-QTY
                   END-IF
           END-REWRITE.

      ******************************************************************
                       " - RECEIPTS WITH PO NUMBERS GO UNMATCHED"
           END-IF.

      ******************************************************************
      * No requisition master just means requisitions are not in use
      * yet; receipts post as before and nothing is reserved.
      ******************************************************************
       136-OPEN-REQUISITION-MASTER.
           OPEN I-O REQUISITION-MASTER
           IF WS-REQ-FILE-STATUS = "00"
               MOVE 'Y' TO WS-REQ-FILE-OPEN-FLG
           ELSE
               MOVE 'N' TO WS-REQ-FILE-OPEN-FLG
               IF WS-REQ-FILE-STATUS NOT = "35"
                   DISPLAY "REQUISITION MASTER NOT AVAILABLE - STATUS: "
                           WS-REQ-FILE-STATUS
                           " - BACKORDERS NOT FILLED"
               END-IF
           END-IF.

      ******************************************************************
      * A posted receipt carrying a PO number relieves the matching
      * open PO line: quantity received accumulates on the line, the
               END-READ
           END-IF.

      ******************************************************************
      * Backorders are filled first from what a receipt brings in.
      * The stock at the receiving location not already reserved for
      * another requisition, or picked for one and not yet posted,
      * is reserved to that item's backorders,
      * earliest need-by date first, before any allocation run can
      * offer it to newer requisitions.  A backorder covered in full
      * becomes allocated and goes on the next pick list.
      ******************************************************************
       170-FILL-BACKORDERS.
           PERFORM 171-LOAD-ITEM-BACKORDERS
           COMPUTE WS-UNRESERVED-QTY
               = LOC-QTY-OUT(WS-FROM-LOCATION) - WS-LOC-RESERVED-QTY
           MOVE 'Y' TO WS-BACKORDER-LEFT-FLG
           IF WS-BACKORDER-FILL-COUNT = 0
               MOVE 'N' TO WS-BACKORDER-LEFT-FLG
           END-IF
           PERFORM UNTIL WS-UNRESERVED-QTY <= 0
                   OR WS-BACKORDER-LEFT-FLG = 'N'
               PERFORM 172-FILL-EARLIEST-BACKORDER
           END-PERFORM.

       171-LOAD-ITEM-BACKORDERS.
           MOVE 0 TO WS-BACKORDER-FILL-COUNT
           MOVE 0 TO WS-LOC-RESERVED-QTY
           MOVE MOVE-INVENTORY-ID TO REQ-ITEM-ID
           START REQUISITION-MASTER KEY IS EQUAL TO REQ-ITEM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-BROWSE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-REQ-BROWSE-EOF-FLG
           END-START
           PERFORM UNTIL WS-REQ-BROWSE-EOF-FLG = 'Y'
               READ REQUISITION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-BROWSE-EOF-FLG
               END-READ
               IF WS-REQ-BROWSE-EOF-FLG NOT = 'Y'
                   IF REQ-ITEM-ID NOT = MOVE-INVENTORY-ID
                       MOVE 'Y' TO WS-REQ-BROWSE-EOF-FLG
                   ELSE
                       IF NOT REQ-IS-COMPLETE AND NOT REQ-IS-CANCELLED
                           ADD REQ-ALLOC-QTY(WS-FROM-LOCATION)
                               TO WS-LOC-RESERVED-QTY
                       END-IF
                       ADD REQ-PICKED-QTY(WS-FROM-LOCATION)
                           TO WS-LOC-RESERVED-QTY
                       PERFORM 173-COMPUTE-REQ-SHORT-QTY
                       IF REQ-IS-BACKORDERED AND WS-REQ-SHORT-QTY > 0
                               AND WS-BACKORDER-FILL-COUNT < 100
                           ADD 1 TO WS-BACKORDER-FILL-COUNT
                           MOVE WS-BACKORDER-FILL-COUNT TO WS-FILL-SUB
                           MOVE REQ-NUMBER
                               TO BFT-REQ-NUMBER(WS-FILL-SUB)
                           MOVE REQ-NEED-BY-DATE
                               TO BFT-NEED-BY-DATE(WS-FILL-SUB)
                           MOVE WS-REQ-SHORT-QTY
                               TO BFT-SHORT-QTY(WS-FILL-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       172-FILL-EARLIEST-BACKORDER.
           MOVE 0 TO WS-EARLIEST-SUB
           PERFORM VARYING WS-FILL-SUB FROM 1 BY 1
                   UNTIL WS-FILL-SUB > WS-BACKORDER-FILL-COUNT
               IF BFT-SHORT-QTY(WS-FILL-SUB) > 0
                   IF WS-EARLIEST-SUB = 0
                       MOVE WS-FILL-SUB TO WS-EARLIEST-SUB
                   ELSE
                       IF BFT-NEED-BY-DATE(WS-FILL-SUB)
                               < BFT-NEED-BY-DATE(WS-EARLIEST-SUB)
                           MOVE WS-FILL-SUB TO WS-EARLIEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EARLIEST-SUB = 0
               MOVE 'N' TO WS-BACKORDER-LEFT-FLG
           ELSE
               IF BFT-SHORT-QTY(WS-EARLIEST-SUB) < WS-UNRESERVED-QTY
                   MOVE BFT-SHORT-QTY(WS-EARLIEST-SUB) TO WS-FILL-QTY
               ELSE
                   MOVE WS-UNRESERVED-QTY TO WS-FILL-QTY
               END-IF
               SUBTRACT WS-FILL-QTY FROM WS-UNRESERVED-QTY
               SUBTRACT WS-FILL-QTY FROM BFT-SHORT-QTY(WS-EARLIEST-SUB)

               MOVE BFT-REQ-NUMBER(WS-EARLIEST-SUB) TO REQ-NUMBER
               READ REQUISITION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-FILL-QTY
                           TO REQ-ALLOC-QTY(WS-FROM-LOCATION)
                       PERFORM 173-COMPUTE-REQ-SHORT-QTY
                       MOVE REQ-NUMBER TO RBO-REQ-NUMBER
                       MOVE REQ-ITEM-ID TO RBO-ITEM-ID
                       MOVE WS-FILL-QTY TO RBO-QTY
                       MOVE WS-FROM-LOCATION TO RBO-LOCATION
                       MOVE REQ-DEPARTMENT TO RBO-DEPARTMENT
                       IF WS-REQ-SHORT-QTY <= 0
                           MOVE "A" TO REQ-STATUS
                           MOVE "FILLED - READY TO PICK"
                               TO RBO-DISPOSITION
                           ADD 1 TO WS-BACKORDERS-FILLED
                       ELSE
                           MOVE "PART FILLED - STILL SHORT"
                               TO RBO-DISPOSITION
                           ADD 1 TO WS-BACKORDERS-PART-FILLED
                       END-IF
                       REWRITE REQUISITION-MASTER-RECORD
                           INVALID KEY
                               MOVE "REQUISITION REWRITE FAILED"
                                   TO RBO-DISPOSITION
                       END-REWRITE
                       WRITE PO-RECEIPT-RPT-LINE
                           FROM PO-RECEIPT-BACKORDER-LINE
               END-READ
           END-IF.

       173-COMPUTE-REQ-SHORT-QTY.
           COMPUTE WS-REQ-SHORT-QTY
               = REQ-QTY-REQUESTED - REQ-QTY-ISSUED
                 - REQ-ALLOC-QTY(1) - REQ-ALLOC-QTY(2)
                 - REQ-ALLOC-QTY(3).

      ******************************************************************
      * An issue written by pick confirmation carries its requisition
      * number in the PO number field.  Once it is posted the stock
      * is off the master, so the requisition stops holding it as
      * picked at that location.
      ******************************************************************
       175-RELIEVE-PICKED-QTY.
           MOVE MOVE-PO-NUMBER TO REQ-NUMBER
           READ REQUISITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REQ-ITEM-ID = MOVE-INVENTORY-ID
                           AND REQ-PICKED-QTY(WS-FROM-LOCATION) > 0
                       IF WS-MOVE-QTY
                               < REQ-PICKED-QTY(WS-FROM-LOCATION)
                           SUBTRACT WS-MOVE-QTY
                               FROM REQ-PICKED-QTY(WS-FROM-LOCATION)
                       ELSE
                           MOVE 0 TO REQ-PICKED-QTY(WS-FROM-LOCATION)
                       END-IF
                       REWRITE REQUISITION-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "REQUISITION " REQ-NUMBER
                                       " PICK NOT RELIEVED"
                       END-REWRITE
                   END-IF
           END-READ.

       150-JOURNAL-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           WRITE MOVEMENT-JOURNAL-LINE FROM MOVEMENT-JOURNAL-DETAIL.
