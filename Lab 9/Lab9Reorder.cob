      *          VENDOR-NAME-OUT alternate key and lists every item
      *          at or below its reorder point, grouped by vendor,
      *          with a suggested order quantity that restores stock
      *          to twice the reorder point.  Quantities short on
      *          backordered requisitions count against on-hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT REQUISITION-MASTER
           ASSIGN TO "REQMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REQ-NUMBER
           ALTERNATE KEY IS REQ-ITEM-ID WITH DUPLICATES
           FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT REORDER-RPT
           ASSIGN TO "INVREORDER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 LAST-RECEIPT-DATE PIC X(8).
           05 LAST-ISSUE-DATE PIC X(8).

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

       FD REORDER-RPT.
       01 REORDER-RPT-LINE PIC X(150).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
       01 WS-VENDOR-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-SUGGESTED-QTY PIC 9(8).

       01 BACKORDER-DEMAND-FIELDS.
           05 WS-REQ-FILE-STATUS PIC X(2).
           05 WS-REQ-EOF-FLG PIC X.
           05 WS-REQ-SHORT-QTY PIC S9(8).
           05 WS-BACKORDER-SUB PIC 9(4).
           05 WS-ITEM-BACKORDER-QTY PIC 9(8).
           05 WS-NET-POSITION PIC S9(8).
       01 WS-BACKORDER-COUNT PIC 9(4) VALUE 0.
       01 BACKORDER-DEMAND-TABLE.
           05 BACKORDER-DEMAND-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-BACKORDER-COUNT.
               10 BDT-ITEM-ID PIC X(9).
               10 BDT-BACKORDER-QTY PIC 9(8).

       01 REORDER-RPT-HEADER-1.
           05 FILLER PIC X(38) VALUE
              "INVENTORY REORDER REPORT FOR MASTER OF".
           05 REO-LOC-QTY-3 PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  REORD:".
           05 REO-REORDER-POINT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  BKORD:".
           05 REO-BACKORDER-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  ORDER:".
           05 REO-SUGGESTED-QTY PIC Z,ZZZ,ZZ9.

               STOP RUN
           END-IF

           PERFORM 060-LOAD-BACKORDER-TABLE

           OPEN OUTPUT REORDER-RPT
           MOVE WS-RUN-DATE TO REO-HDR-DATE
           WRITE REORDER-RPT-LINE FROM REORDER-RPT-HEADER-1
                   ".IDX" DELIMITED BY SIZE
               INTO WS-MASTER-FILE-NAME.

      ******************************************************************
      * Open backorders are demand the shelf has already failed to
      * meet, so the quantity still short on every backordered
      * requisition is totalled by item and netted off on-hand when
      * the reorder position is judged.  No requisition master just
      * means no backorders.
      ******************************************************************
       060-LOAD-BACKORDER-TABLE.
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQ-FILE-STATUS = "00"
               MOVE 'N' TO WS-REQ-EOF-FLG
               PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
                   READ REQUISITION-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REQ-EOF-FLG
                       NOT AT END
                           IF REQ-IS-BACKORDERED
                               PERFORM 066-ADD-BACKORDER-DEMAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-MASTER
           END-IF.

       066-ADD-BACKORDER-DEMAND.
           COMPUTE WS-REQ-SHORT-QTY
               = REQ-QTY-REQUESTED - REQ-QTY-ISSUED
                 - REQ-ALLOC-QTY(1) - REQ-ALLOC-QTY(2)
                 - REQ-ALLOC-QTY(3)
           IF WS-REQ-SHORT-QTY > 0
               PERFORM VARYING WS-BACKORDER-SUB FROM 1 BY 1
                       UNTIL WS-BACKORDER-SUB > WS-BACKORDER-COUNT
                   IF BDT-ITEM-ID(WS-BACKORDER-SUB) = REQ-ITEM-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BACKORDER-SUB > WS-BACKORDER-COUNT
                       AND WS-BACKORDER-COUNT < 1000
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE WS-BACKORDER-COUNT TO WS-BACKORDER-SUB
                   MOVE REQ-ITEM-ID TO BDT-ITEM-ID(WS-BACKORDER-SUB)
                   MOVE 0 TO BDT-BACKORDER-QTY(WS-BACKORDER-SUB)
               END-IF
               IF WS-BACKORDER-SUB <= WS-BACKORDER-COUNT
                   ADD WS-REQ-SHORT-QTY
                       TO BDT-BACKORDER-QTY(WS-BACKORDER-SUB)
               END-IF
           END-IF.

       200-CHECK-ONE-ITEM.
           READ INDEXED-INVENT-FILE NEXT RECORD
               AT END
           END-READ

           IF WS-MASTER-EOF-FLG NOT = 'Y'
               PERFORM 205-FIND-ITEM-BACKORDER
               IF WS-NET-POSITION <= REORDER-POINT-OUT
                   PERFORM 210-REPORT-REORDER-ITEM
               END-IF
           END-IF.

       205-FIND-ITEM-BACKORDER.
           MOVE 0 TO WS-ITEM-BACKORDER-QTY
           PERFORM VARYING WS-BACKORDER-SUB FROM 1 BY 1
                   UNTIL WS-BACKORDER-SUB > WS-BACKORDER-COUNT
               IF BDT-ITEM-ID(WS-BACKORDER-SUB) = INVENTORY-ID-OUT
                   MOVE BDT-BACKORDER-QTY(WS-BACKORDER-SUB)
                       TO WS-ITEM-BACKORDER-QTY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-NET-POSITION
               = ON-HAND-QTY-OUT - WS-ITEM-BACKORDER-QTY.

       210-REPORT-REORDER-ITEM.
           IF WS-FIRST-VENDOR-FLG = 'Y'
               MOVE VENDOR-NAME-OUT TO WS-PRIOR-VENDOR
           END-IF

           COMPUTE WS-SUGGESTED-QTY
               = (REORDER-POINT-OUT * 2) - WS-NET-POSITION
           MOVE INVENTORY-ID-OUT TO REO-INVENTORY-ID
           MOVE INVENTORY-DESCRIPTION-OUT(1:20) TO REO-DESCRIPTION
           MOVE ON-HAND-QTY-OUT TO REO-ON-HAND
           MOVE LOC-QTY-OUT(2) TO REO-LOC-QTY-2
           MOVE LOC-QTY-OUT(3) TO REO-LOC-QTY-3
           MOVE REORDER-POINT-OUT TO REO-REORDER-POINT
           MOVE WS-ITEM-BACKORDER-QTY TO REO-BACKORDER-QTY
           MOVE WS-SUGGESTED-QTY TO REO-SUGGESTED-QTY
           WRITE REORDER-RPT-LINE FROM REORDER-RPT-DETAIL
           ADD 1 TO WS-REORDER-COUNT
