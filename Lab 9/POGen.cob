      *          and writes one open purchase order per vendor to the
      *          PO master with line items ordering stock back up to
      *          twice the reorder point, plus a printable PO document.
      *          Quantities short on backordered requisitions count
      *          against on-hand and are ordered on top.
      *          Turns the reorder report from a suggestion into a
      *          process.
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PONUM-FILE-STATUS.

           SELECT REQUISITION-MASTER
           ASSIGN TO "REQMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REQ-NUMBER
           ALTERNATE KEY IS REQ-ITEM-ID WITH DUPLICATES
           FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT PO-DOCUMENT-RPT
           ASSIGN TO "PODOC.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
               10 VEND-NAME PIC X(20).
               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD PO-NUMBER-FILE.
       01 PO-NUMBER-RECORD.
           05 PON-LAST-NUMBER PIC 9(6).

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

       FD PO-DOCUMENT-RPT.
       01 PO-DOCUMENT-RPT-LINE PIC X(100).

               10 VCT-VEND-CODE PIC X(6).
               10 VCT-VEND-NAME PIC X(20).

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

       01 PODOC-HEADER-1.
           05 FILLER PIC X(16) VALUE "PURCHASE ORDER ".
           05 POD-HDR-PO-NUMBER PIC X(6).
           END-IF

           PERFORM 090-LOAD-OPEN-ORDER-TABLE
           PERFORM 095-LOAD-BACKORDER-TABLE

           OPEN OUTPUT PO-DOCUMENT-RPT

               END-READ
           END-PERFORM.

      ******************************************************************
      * Open backorders are demand the shelf has already failed to
      * meet, so the quantity still short on every backordered
      * requisition is totalled by item and netted off on-hand when
      * the reorder position is judged.  No requisition master just
      * means no backorders.
      ******************************************************************
       095-LOAD-BACKORDER-TABLE.
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQ-FILE-STATUS = "00"
               MOVE 'N' TO WS-REQ-EOF-FLG
               PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
                   READ REQUISITION-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REQ-EOF-FLG
                       NOT AT END
                           IF REQ-IS-BACKORDERED
                               PERFORM 096-ADD-BACKORDER-DEMAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-MASTER
           END-IF.

       096-ADD-BACKORDER-DEMAND.
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
               PERFORM 207-FIND-ITEM-BACKORDER
               IF WS-NET-POSITION <= REORDER-POINT-OUT
                   PERFORM 205-CHECK-ITEM-ON-ORDER
                   IF WS-ITEM-ON-ORDER-FLG = 'Y'
                       ADD 1 TO WS-ON-ORDER-SKIPPED
               END-IF
           END-PERFORM.

       207-FIND-ITEM-BACKORDER.
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

       210-ORDER-ONE-ITEM.
           IF WS-FIRST-VENDOR-FLG = 'Y'
               MOVE VENDOR-NAME-OUT TO WS-PRIOR-VENDOR

           ADD 1 TO WS-CURRENT-LINE-NO
           COMPUTE WS-ORDER-QTY
               = (REORDER-POINT-OUT * 2) - WS-NET-POSITION

           MOVE WS-CURRENT-PO-NUMBER TO PO-NUMBER
           MOVE WS-CURRENT-LINE-NO TO PO-LINE-NO
