      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Requisition allocation and pick confirmation.  The
      *          allocation run sorts every open and backordered
      *          requisition on REQMAST.IDX into need-by-date order
      *          and reserves stock for each from the dated inventory
      *          master location by location (main warehouse first),
      *          never promising the same units twice - what other
      *          requisitions already hold is netted off LOC-QTY-OUT
      *          first.  Anything still short is carried as a
      *          backorder.  The run prints a pick list per location
      *          (PICKLIST.RPT) with the backorders carried.  Confirm
      *          mode takes the picks the storeroom has pulled, by
      *          requisition or all at once, and appends the issue
      *          movements to INVMOVES.TXT for the posting run,
      *          moving the reserved quantity into issued.  Picked
      *          stock stays promised at its location until the
      *          posting run takes the issue off the master.  Both
      *          modes update the requisition master and need an
      *          update-level operator sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-ALLOCATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-MASTER
           ASSIGN TO "REQMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQ-NUMBER
           ALTERNATE KEY IS REQ-ITEM-ID WITH DUPLICATES
           FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT INDEXED-INVENT-FILE
           ASSIGN TO WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVENTORY-ID-OUT
           ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT INVENT-MOVES-FILE
           ASSIGN TO "INVMOVES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVES-FILE-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "REQSORT.TMP".

           SELECT PICK-LIST-RPT
           ASSIGN TO "PICKLIST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REQ-CHANGE-LOG
           ASSIGN TO "REQCHG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "../BUSDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

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

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID-OUT PIC X(9).
           05 VENDOR-NAME-OUT PIC X(20).
           05 INVENTORY-DESCRIPTION-OUT PIC X(40).
           05 ON-HAND-QTY-OUT PIC 9(7).
           05 UNIT-COST-OUT PIC 9(5)V99.
           05 REORDER-POINT-OUT PIC 9(7).
           05 LOCATION-QTY-TABLE.
               10 LOC-QTY-OUT OCCURS 3 TIMES PIC 9(7).
           05 LAST-RECEIPT-DATE PIC X(8).
           05 LAST-ISSUE-DATE PIC X(8).

       FD INVENT-MOVES-FILE.
       01 INVENT-MOVES-RECORD.
           05 MOVE-TYPE-CODE PIC X.
               88 MOVE-IS-RECEIPT VALUE "R".
               88 MOVE-IS-ISSUE VALUE "I".
               88 MOVE-IS-TRANSFER VALUE "T".
           05 MOVE-INVENTORY-ID PIC X(9).
           05 MOVE-QTY PIC X(7).
           05 MOVE-PO-NUMBER PIC X(6).
               88 MOVE-IS-COUNT-ADJUSTMENT VALUE "COUNT ".
           05 MOVE-UNIT-COST PIC X(7).
           05 MOVE-LOCATION PIC X.
           05 MOVE-LOCATION-TO PIC X.

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-NEED-BY-DATE PIC X(8).
           05 SW-REQ-NUMBER PIC X(6).

       FD PICK-LIST-RPT.
       01 PICK-LIST-RPT-LINE PIC X(100).

       FD REQ-CHANGE-LOG.
       01 REQ-CHANGE-LOG-LINE PIC X(120).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

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
       01 WS-MASTER-FILE-NAME PIC X(40).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-TARGET-DATE PIC X(8).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-REQ-FILE-STATUS PIC X(2).
       01 WS-MOVES-FILE-STATUS PIC X(2).
       01 WS-REQLOG-FILE-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-REQ-EOF-FLG PIC X.
       01 WS-SORT-EOF-FLG PIC X.
       01 WS-LOC-SUB PIC 9.
       01 WS-PICK-LOC PIC 9.
       01 WS-REMAINING-QTY PIC S9(8).
       01 WS-AVAILABLE-QTY PIC S9(8).
       01 WS-TAKE-QTY PIC 9(7).
       01 WS-HELD-QTY PIC 9(8).
       01 WS-PICKED-QTY PIC 9(8).
       01 WS-CONFIRM-REQ-IN PIC X(6).
       01 WS-LOCATION-LINES PIC 9(5).
       01 WS-LOCATION-QTY PIC 9(9).

      ******************************************************************
      * What a confirmed pick takes from each location, kept so the
      * issue movements are written only once the requisition itself
      * has been rewritten.
      ******************************************************************
       01 PICK-QTY-TABLE.
           05 WS-PICK-QTY OCCURS 3 TIMES PIC 9(7).

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

       01 ALLOCATION-COUNTS.
           05 WS-REQ-CONSIDERED PIC 9(5) VALUE 0.
           05 WS-REQ-ALLOCATED PIC 9(5) VALUE 0.
           05 WS-REQ-BACKORDERED PIC 9(5) VALUE 0.
           05 WS-REQ-NOT-ON-MASTER PIC 9(5) VALUE 0.
           05 WS-PICKS-CONFIRMED PIC 9(5) VALUE 0.
           05 WS-MOVES-WRITTEN PIC 9(5) VALUE 0.

      ******************************************************************
      * Stock already promised, per item and location - reserved to a
      * live requisition, or picked and not yet posted off the
      * master.  Loaded from the requisition master before the sorted
      * queue is worked, and added to as each requisition in the
      * queue takes its share.
      ******************************************************************
       01 WS-RESERVE-COUNT PIC 9(4) VALUE 0.
       01 WS-RESERVE-SUB PIC 9(4).
       01 RESERVATION-TABLE.
           05 RESERVATION-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RESERVE-COUNT.
               10 RST-ITEM-ID PIC X(9).
               10 RST-RESERVED-QTY OCCURS 3 TIMES PIC 9(8).

       01 REQ-CHANGE-LOG-DETAIL.
           05 RCL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-REQ-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-STATUS-TEXT PIC X(70).

       01 WS-LOG-QTY PIC Z,ZZZ,ZZ9.

       01 PICK-RPT-HEADER-1.
           05 FILLER PIC X(35) VALUE
              "REQUISITION PICK LIST FOR MASTER OF".
           05 FILLER PIC X VALUE SPACE.
           05 PCK-HDR-DATE PIC X(8).

       01 PICK-LOCATION-HEADER.
           05 FILLER PIC X(10) VALUE "LOCATION ".
           05 PCK-HDR-LOCATION PIC 9.
           05 FILLER PIC X(3) VALUE " - ".
           05 PCK-HDR-LOCATION-NAME PIC X(20).

       01 PICK-COLUMN-HEADER.
           05 FILLER PIC X(10) VALUE "  REQ NO".
           05 FILLER PIC X(11) VALUE "ITEM".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(11) VALUE "  PICK QTY".
           05 FILLER PIC X(6) VALUE "  DEPT".
           05 FILLER PIC X(8) VALUE "  EMP".
           05 FILLER PIC X(10) VALUE "NEED BY".

       01 PICK-RPT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-REQ-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-ITEM-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-DEPARTMENT PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCK-NEED-BY-DATE PIC X(8).

       01 PICK-LOCATION-TRAILER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "PICK LINES: ".
           05 PCK-LOCATION-LINES PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  UNITS: ".
           05 PCK-LOCATION-QTY PIC ZZZ,ZZZ,ZZ9.

       01 PICK-BACKORDER-HEADER.
           05 FILLER PIC X(40) VALUE
              "BACKORDERS CARRIED - STOCK SHORT".

       01 PICK-BACKORDER-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBO-REQ-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBO-ITEM-ID PIC X(9).
           05 FILLER PIC X(9) VALUE "  SHORT: ".
           05 PBO-SHORT-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  DEPT: ".
           05 PBO-DEPARTMENT PIC X(4).
           05 FILLER PIC X(11) VALUE "  NEED BY: ".
           05 PBO-NEED-BY-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "  SINCE ".
           05 PBO-BACKORDER-DATE PIC X(8).

       01 PICK-RPT-TRAILER.
           05 FILLER PIC X(22) VALUE "REQUISITIONS WORKED: ".
           05 PCK-CONSIDERED PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  ALLOCATED: ".
           05 PCK-ALLOCATED PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  BACKORDERED: ".
           05 PCK-BACKORDERED PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-ALLOCATE-REQUISITIONS.
           PERFORM 040-GET-BUSINESS-DATE
           DISPLAY "Enter run mode (A=Allocate,C=Confirm picks): "
           ACCEPT WS-RUN-MODE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON

           OPEN I-O REQUISITION-MASTER
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REQMAST.IDX - STATUS: "
                       WS-REQ-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-RUN-MODE
               WHEN "A"
                   PERFORM 200-RUN-ALLOCATION
               WHEN "C"
                   PERFORM 600-CONFIRM-PICKS
               WHEN OTHER
                   DISPLAY "INVALID RUN MODE"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           CLOSE REQUISITION-MASTER
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

       050-BUILD-MASTER-FILE-NAME.
           IF WS-TARGET-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TARGET-DATE TO WS-RUN-DATE
           END-IF
           STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".IDX" DELIMITED BY SIZE
               INTO WS-MASTER-FILE-NAME.

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
           MOVE "REQ-ALLOCATE" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       200-RUN-ALLOCATION.
           DISPLAY "Enter master file date YYYYMMDD (blank=today): "
           ACCEPT WS-TARGET-DATE
           PERFORM 050-BUILD-MASTER-FILE-NAME

           OPEN INPUT INDEXED-INVENT-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-MASTER-FILE-NAME
                       " - STATUS: " WS-MASTER-FILE-STATUS
               CLOSE REQUISITION-MASTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-NEED-BY-DATE
               ON ASCENDING KEY SW-REQ-NUMBER
               INPUT PROCEDURE IS 300-QUEUE-REQUISITIONS
               OUTPUT PROCEDURE IS 400-ALLOCATE-QUEUED-REQS

           OPEN OUTPUT PICK-LIST-RPT
           MOVE WS-RUN-DATE TO PCK-HDR-DATE
           WRITE PICK-LIST-RPT-LINE FROM PICK-RPT-HEADER-1
           PERFORM VARYING WS-PICK-LOC FROM 1 BY 1
                   UNTIL WS-PICK-LOC > 3
               PERFORM 500-LIST-LOCATION-PICKS
           END-PERFORM
           PERFORM 550-LIST-BACKORDERS

           WRITE PICK-LIST-RPT-LINE FROM SPACES
           MOVE WS-REQ-CONSIDERED TO PCK-CONSIDERED
           MOVE WS-REQ-ALLOCATED TO PCK-ALLOCATED
           MOVE WS-REQ-BACKORDERED TO PCK-BACKORDERED
           WRITE PICK-LIST-RPT-LINE FROM PICK-RPT-TRAILER

           CLOSE PICK-LIST-RPT
           CLOSE INDEXED-INVENT-FILE

           DISPLAY "ALLOCATION COMPLETE - WORKED: " WS-REQ-CONSIDERED
                   " ALLOCATED: " WS-REQ-ALLOCATED
                   " BACKORDERED: " WS-REQ-BACKORDERED
           IF WS-REQ-NOT-ON-MASTER > 0
               DISPLAY "REQUISITIONS FOR ITEMS NOT ON MASTER: "
                       WS-REQ-NOT-ON-MASTER
           END-IF.

      ******************************************************************
      * One pass of the requisition master builds the reservation
      * table from everything live or still holding picked stock, and
      * queues the open and backordered requisitions that still need
      * stock.  A requisition completed by its pick still holds the
      * picked units until the issue is posted.
      ******************************************************************
       300-QUEUE-REQUISITIONS.
           MOVE LOW-VALUES TO REQ-NUMBER
           START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-REQ-EOF-FLG
           END-START
           PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
               READ REQUISITION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-FLG
                   NOT AT END
                       PERFORM 640-COMPUTE-PICKED-QTY
                       IF (NOT REQ-IS-COMPLETE AND NOT REQ-IS-CANCELLED)
                               OR WS-PICKED-QTY > 0
                           PERFORM 310-QUEUE-ONE-REQUISITION
                       END-IF
               END-READ
           END-PERFORM.

       310-QUEUE-ONE-REQUISITION.
           PERFORM 320-FIND-RESERVATION-ENTRY
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               ADD REQ-ALLOC-QTY(WS-LOC-SUB)
                   REQ-PICKED-QTY(WS-LOC-SUB)
                   TO RST-RESERVED-QTY(WS-RESERVE-SUB WS-LOC-SUB)
           END-PERFORM
           PERFORM 330-COMPUTE-REMAINING-NEED
           IF (REQ-IS-OPEN OR REQ-IS-BACKORDERED)
                   AND WS-REMAINING-QTY > 0
               MOVE REQ-NEED-BY-DATE TO SW-NEED-BY-DATE
               MOVE REQ-NUMBER TO SW-REQ-NUMBER
               RELEASE SORT-WORK-RECORD
           END-IF.

       320-FIND-RESERVATION-ENTRY.
           PERFORM VARYING WS-RESERVE-SUB FROM 1 BY 1
                   UNTIL WS-RESERVE-SUB > WS-RESERVE-COUNT
               IF RST-ITEM-ID(WS-RESERVE-SUB) = REQ-ITEM-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RESERVE-SUB > WS-RESERVE-COUNT
               IF WS-RESERVE-COUNT >= 1000
                   DISPLAY "RESERVATION TABLE FULL - RUN STOPPED"
                   CLOSE REQUISITION-MASTER
                   CLOSE INDEXED-INVENT-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RESERVE-COUNT
               MOVE WS-RESERVE-COUNT TO WS-RESERVE-SUB
               MOVE REQ-ITEM-ID TO RST-ITEM-ID(WS-RESERVE-SUB)
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > 3
                   MOVE 0 TO RST-RESERVED-QTY(WS-RESERVE-SUB
                                              WS-LOC-SUB)
               END-PERFORM
           END-IF.

       330-COMPUTE-REMAINING-NEED.
           COMPUTE WS-REMAINING-QTY
               = REQ-QTY-REQUESTED - REQ-QTY-ISSUED
                 - REQ-ALLOC-QTY(1) - REQ-ALLOC-QTY(2)
                 - REQ-ALLOC-QTY(3).

      ******************************************************************
      * Requisitions come back earliest need-by date first.  Each
      * takes what is free at location 1, then 2, then 3 - free
      * being the book quantity less everything already promised,
      * picked but not yet posted included -
      * and whatever cannot be covered leaves it on backorder, dated
      * the first day it went short.
      ******************************************************************
       400-ALLOCATE-QUEUED-REQS.
           MOVE 'N' TO WS-SORT-EOF-FLG
           PERFORM 410-RETURN-QUEUED-REQ
           PERFORM UNTIL WS-SORT-EOF-FLG = 'Y'
               PERFORM 420-ALLOCATE-ONE-REQ
               PERFORM 410-RETURN-QUEUED-REQ
           END-PERFORM.

       410-RETURN-QUEUED-REQ.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLG
           END-RETURN.

       420-ALLOCATE-ONE-REQ.
           MOVE SW-REQ-NUMBER TO REQ-NUMBER
           READ REQUISITION-MASTER
               INVALID KEY
                   DISPLAY "REQUISITION " SW-REQ-NUMBER
                           " NO LONGER ON FILE"
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-CONSIDERED
                   MOVE REQ-ITEM-ID TO INVENTORY-ID-OUT
                   READ INDEXED-INVENT-FILE
                       INVALID KEY
                           ADD 1 TO WS-REQ-NOT-ON-MASTER
                           DISPLAY "REQUISITION " REQ-NUMBER
                                   " ITEM " REQ-ITEM-ID
                                   " NOT ON MASTER - LEFT AS IS"
                       NOT INVALID KEY
                           PERFORM 430-RESERVE-FROM-LOCATIONS
                   END-READ
           END-READ.

       430-RESERVE-FROM-LOCATIONS.
           PERFORM 320-FIND-RESERVATION-ENTRY
           PERFORM 330-COMPUTE-REMAINING-NEED
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3 OR WS-REMAINING-QTY = 0
               COMPUTE WS-AVAILABLE-QTY
                   = LOC-QTY-OUT(WS-LOC-SUB)
                   - RST-RESERVED-QTY(WS-RESERVE-SUB WS-LOC-SUB)
               IF WS-AVAILABLE-QTY > 0
                   IF WS-AVAILABLE-QTY < WS-REMAINING-QTY
                       MOVE WS-AVAILABLE-QTY TO WS-TAKE-QTY
                   ELSE
                       MOVE WS-REMAINING-QTY TO WS-TAKE-QTY
                   END-IF
                   ADD WS-TAKE-QTY TO REQ-ALLOC-QTY(WS-LOC-SUB)
                   ADD WS-TAKE-QTY
                       TO RST-RESERVED-QTY(WS-RESERVE-SUB WS-LOC-SUB)
                   SUBTRACT WS-TAKE-QTY FROM WS-REMAINING-QTY
               END-IF
           END-PERFORM

           IF WS-REMAINING-QTY = 0
               MOVE "A" TO REQ-STATUS
               ADD 1 TO WS-REQ-ALLOCATED
           ELSE
               IF NOT REQ-IS-BACKORDERED
                   MOVE WS-BUSINESS-DATE TO REQ-BACKORDER-DATE
               END-IF
               MOVE "B" TO REQ-STATUS
               ADD 1 TO WS-REQ-BACKORDERED
           END-IF

           REWRITE REQUISITION-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REQUISITION REWRITE FAILED FOR "
                           REQ-NUMBER
           END-REWRITE.

      ******************************************************************
      * The pick list covers everything reserved and not yet picked,
      * not just what this run reserved, so a pick missed yesterday
      * is still on today's list.  One section per location.
      ******************************************************************
       500-LIST-LOCATION-PICKS.
           MOVE 0 TO WS-LOCATION-LINES
           MOVE 0 TO WS-LOCATION-QTY
           WRITE PICK-LIST-RPT-LINE FROM SPACES
           MOVE WS-PICK-LOC TO PCK-HDR-LOCATION
           EVALUATE WS-PICK-LOC
               WHEN 1
                   MOVE "MAIN WAREHOUSE" TO PCK-HDR-LOCATION-NAME
               WHEN 2
                   MOVE "SATELLITE BAY 2" TO PCK-HDR-LOCATION-NAME
               WHEN 3
                   MOVE "SATELLITE BAY 3" TO PCK-HDR-LOCATION-NAME
           END-EVALUATE
           WRITE PICK-LIST-RPT-LINE FROM PICK-LOCATION-HEADER
           WRITE PICK-LIST-RPT-LINE FROM PICK-COLUMN-HEADER

           MOVE LOW-VALUES TO REQ-NUMBER
           START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-REQ-EOF-FLG
           END-START
           PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
               READ REQUISITION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-FLG
                   NOT AT END
                       IF (REQ-IS-ALLOCATED OR REQ-IS-BACKORDERED)
                               AND REQ-ALLOC-QTY(WS-PICK-LOC) > 0
                           PERFORM 510-WRITE-PICK-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-LOCATION-LINES TO PCK-LOCATION-LINES
           MOVE WS-LOCATION-QTY TO PCK-LOCATION-QTY
           WRITE PICK-LIST-RPT-LINE FROM PICK-LOCATION-TRAILER.

       510-WRITE-PICK-LINE.
           MOVE REQ-NUMBER TO PCK-REQ-NUMBER
           MOVE REQ-ITEM-ID TO PCK-ITEM-ID
           MOVE REQ-ITEM-ID TO INVENTORY-ID-OUT
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO PCK-DESCRIPTION
               NOT INVALID KEY
                   MOVE INVENTORY-DESCRIPTION-OUT(1:30)
                       TO PCK-DESCRIPTION
           END-READ
           MOVE REQ-ALLOC-QTY(WS-PICK-LOC) TO PCK-QTY
           MOVE REQ-DEPARTMENT TO PCK-DEPARTMENT
           MOVE REQ-EMP-ID TO PCK-EMP-ID
           MOVE REQ-NEED-BY-DATE TO PCK-NEED-BY-DATE
           WRITE PICK-LIST-RPT-LINE FROM PICK-RPT-DETAIL
           ADD 1 TO WS-LOCATION-LINES
           ADD REQ-ALLOC-QTY(WS-PICK-LOC) TO WS-LOCATION-QTY.

       550-LIST-BACKORDERS.
           WRITE PICK-LIST-RPT-LINE FROM SPACES
           WRITE PICK-LIST-RPT-LINE FROM PICK-BACKORDER-HEADER
           MOVE LOW-VALUES TO REQ-NUMBER
           START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-REQ-EOF-FLG
           END-START
           PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
               READ REQUISITION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-FLG
                   NOT AT END
                       IF REQ-IS-BACKORDERED
                           PERFORM 330-COMPUTE-REMAINING-NEED
                           MOVE REQ-NUMBER TO PBO-REQ-NUMBER
                           MOVE REQ-ITEM-ID TO PBO-ITEM-ID
                           MOVE WS-REMAINING-QTY TO PBO-SHORT-QTY
                           MOVE REQ-DEPARTMENT TO PBO-DEPARTMENT
                           MOVE REQ-NEED-BY-DATE TO PBO-NEED-BY-DATE
                           MOVE REQ-BACKORDER-DATE
                               TO PBO-BACKORDER-DATE
                           WRITE PICK-LIST-RPT-LINE
                               FROM PICK-BACKORDER-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * A confirmed pick rides the normal movement path: one issue
      * per location it was reserved at, carrying the requisition
      * number in the PO number field so the journal shows what it
      * was issued against.  The reservation becomes quantity
      * issued and is held as picked at its location until the
      * posting run relieves it with that issue; a requisition still
      * short stays on backorder.  The movements are written only
      * once the requisition has been rewritten, so a failed rewrite
      * never issues stock the requisition does not show as picked.
      ******************************************************************
       600-CONFIRM-PICKS.
           OPEN EXTEND INVENT-MOVES-FILE
           IF WS-MOVES-FILE-STATUS = "35"
               OPEN OUTPUT INVENT-MOVES-FILE
           END-IF
           OPEN EXTEND REQ-CHANGE-LOG
           IF WS-REQLOG-FILE-STATUS = "35"
               OPEN OUTPUT REQ-CHANGE-LOG
           END-IF

           DISPLAY "Enter requisition picked (ALL=every pick,END):"
           ACCEPT WS-CONFIRM-REQ-IN
           PERFORM UNTIL WS-CONFIRM-REQ-IN = "END"
               IF WS-CONFIRM-REQ-IN = "ALL"
                   PERFORM 620-CONFIRM-ALL-PICKS
               ELSE
                   MOVE WS-CONFIRM-REQ-IN TO REQ-NUMBER
                   READ REQUISITION-MASTER
                       INVALID KEY
                           DISPLAY "REQUISITION NOT ON FILE"
                       NOT INVALID KEY
                           PERFORM 630-COMPUTE-HELD-QTY
                           IF (REQ-IS-ALLOCATED OR REQ-IS-BACKORDERED)
                                   AND WS-HELD-QTY > 0
                               PERFORM 610-CONFIRM-ONE-PICK
                           ELSE
                               DISPLAY "NOTHING RESERVED TO PICK"
                           END-IF
                   END-READ
               END-IF
               DISPLAY "Enter requisition picked (ALL=every pick,END):"
               ACCEPT WS-CONFIRM-REQ-IN
           END-PERFORM

           CLOSE INVENT-MOVES-FILE
           CLOSE REQ-CHANGE-LOG
           DISPLAY "PICKS CONFIRMED: " WS-PICKS-CONFIRMED
                   " ISSUE MOVEMENTS WRITTEN: " WS-MOVES-WRITTEN.

       610-CONFIRM-ONE-PICK.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               MOVE REQ-ALLOC-QTY(WS-LOC-SUB) TO WS-PICK-QTY(WS-LOC-SUB)
               ADD REQ-ALLOC-QTY(WS-LOC-SUB) TO REQ-QTY-ISSUED
               ADD REQ-ALLOC-QTY(WS-LOC-SUB)
                   TO REQ-PICKED-QTY(WS-LOC-SUB)
               MOVE 0 TO REQ-ALLOC-QTY(WS-LOC-SUB)
           END-PERFORM

           IF REQ-QTY-ISSUED >= REQ-QTY-REQUESTED
               MOVE "C" TO REQ-STATUS
           ELSE
               MOVE "B" TO REQ-STATUS
               IF REQ-BACKORDER-DATE = SPACES
                   MOVE WS-BUSINESS-DATE TO REQ-BACKORDER-DATE
               END-IF
           END-IF

           MOVE "P" TO RCL-ACTION
           MOVE REQ-NUMBER TO RCL-REQ-NUMBER
           REWRITE REQUISITION-MASTER-RECORD
               INVALID KEY
                   MOVE "PICK NOT RECORDED - REWRITE FAILED"
                       TO RCL-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM 615-WRITE-ISSUE-MOVES
                   ADD 1 TO WS-PICKS-CONFIRMED
                   MOVE WS-HELD-QTY TO WS-LOG-QTY
                   MOVE SPACES TO RCL-STATUS-TEXT
                   IF REQ-IS-COMPLETE
                       STRING "PICKED - ISSUED " DELIMITED BY SIZE
                           WS-LOG-QTY DELIMITED BY SIZE
                           " REQUISITION COMPLETE" DELIMITED BY SIZE
                           INTO RCL-STATUS-TEXT
                   ELSE
                       STRING "PICKED - ISSUED " DELIMITED BY SIZE
                           WS-LOG-QTY DELIMITED BY SIZE
                           " BALANCE ON BACKORDER" DELIMITED BY SIZE
                           INTO RCL-STATUS-TEXT
                   END-IF
           END-REWRITE
           DISPLAY REQ-NUMBER " " RCL-STATUS-TEXT
           MOVE FUNCTION CURRENT-DATE TO RCL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO RCL-OPERATOR
           WRITE REQ-CHANGE-LOG-LINE FROM REQ-CHANGE-LOG-DETAIL.

       615-WRITE-ISSUE-MOVES.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               IF WS-PICK-QTY(WS-LOC-SUB) > 0
                   MOVE SPACES TO INVENT-MOVES-RECORD
                   MOVE "I" TO MOVE-TYPE-CODE
                   MOVE REQ-ITEM-ID TO MOVE-INVENTORY-ID
                   MOVE WS-PICK-QTY(WS-LOC-SUB) TO MOVE-QTY
                   MOVE REQ-NUMBER TO MOVE-PO-NUMBER
                   MOVE SPACES TO MOVE-UNIT-COST
                   MOVE WS-LOC-SUB TO MOVE-LOCATION
                   MOVE SPACE TO MOVE-LOCATION-TO
                   WRITE INVENT-MOVES-RECORD
                   ADD 1 TO WS-MOVES-WRITTEN
               END-IF
           END-PERFORM.

       620-CONFIRM-ALL-PICKS.
           MOVE LOW-VALUES TO REQ-NUMBER
           START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-REQ-EOF-FLG
           END-START
           PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
               READ REQUISITION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-FLG
                   NOT AT END
                       PERFORM 630-COMPUTE-HELD-QTY
                       IF (REQ-IS-ALLOCATED OR REQ-IS-BACKORDERED)
                               AND WS-HELD-QTY > 0
                           PERFORM 610-CONFIRM-ONE-PICK
                       END-IF
               END-READ
           END-PERFORM.

       630-COMPUTE-HELD-QTY.
           COMPUTE WS-HELD-QTY
               = REQ-ALLOC-QTY(1) + REQ-ALLOC-QTY(2)
                 + REQ-ALLOC-QTY(3).

       640-COMPUTE-PICKED-QTY.
           COMPUTE WS-PICKED-QTY
               = REQ-PICKED-QTY(1) + REQ-PICKED-QTY(2)
                 + REQ-PICKED-QTY(3).

       END PROGRAM REQ-ALLOCATE.
