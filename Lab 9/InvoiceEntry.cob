      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-07
      * Purpose: Vendor invoice capture.  The operator keys the
      *          vendor code (validated active on VENDMAST.IDX), the
      *          vendor's invoice number, the purchase order it bills
      *          against and the billed lines (item, quantity, unit
      *          price).  Invoices land on VENDINV.IDX keyed by vendor
      *          and invoice number in the PO master header/line
      *          style, entered status, for the nightly three-way
      *          match.  An invoice not yet approved may be deleted.
      *          Operator-stamped change log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE
               ASSIGN TO "VENDINV.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-KEY
               FILE STATUS IS WS-VIN-FILE-STATUS.

           SELECT VENDOR-MASTER
               ASSIGN TO "VENDMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-CODE-MASTER
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT PO-MASTER
               ASSIGN TO "POMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT INVOICE-CHANGE-LOG
               ASSIGN TO "VINVCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINLOG-FILE-STATUS.

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

       FD INVOICE-CHANGE-LOG.
       01 INVOICE-CHANGE-LOG-LINE PIC X(120).

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
       01 WS-VIN-FILE-STATUS PIC X(2).
       01 WS-VENDOR-FILE-STATUS PIC X(2).
       01 WS-PO-FILE-STATUS PIC X(2).
       01 WS-VINLOG-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-PO-OPEN-FLG PIC X VALUE 'N'.

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

       01 WS-MAINT-ACTION PIC X(3).
       01 WS-VENDOR-CODE-IN PIC X(6).
       01 WS-INVOICE-NUMBER-IN PIC X(12).
       01 WS-PO-NUMBER-IN PIC X(6).
       01 WS-INVOICE-DATE-IN PIC X(8).
       01 WS-ITEM-ID-IN PIC X(9).
       01 WS-QTY-IN PIC X(7).
       01 WS-PRICE-IN PIC X(10).
       01 WS-INVOICE-OK-FLG PIC X.
       01 WS-HEADER-FOUND-FLG PIC X.
       01 WS-LINE-EOF-FLG PIC X.
       01 WS-PARM-VALID-FLG PIC X.
       01 WS-PARM-SUB PIC 99.
       01 WS-ENTRY-QTY PIC 9(7).
       01 WS-ENTRY-PRICE PIC 9(5)V99.
       01 WS-INVOICE-TOTAL PIC 9(7)V99.
       01 WS-LINE-SUB PIC 9(3).
       01 WS-LINES-DELETED PIC 9(3).

      ******************************************************************
      * Billed lines are held here until the operator finishes the
      * invoice so the header carries the invoice total and nothing
      * is written for an invoice abandoned with no lines.
      ******************************************************************
       01 WS-INVOICE-LINE-COUNT PIC 9(3) VALUE 0.
       01 INVOICE-LINE-TABLE.
           05 INVOICE-LINE-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON WS-INVOICE-LINE-COUNT.
               10 ILT-ITEM-ID PIC X(9).
               10 ILT-QTY-BILLED PIC 9(7).
               10 ILT-UNIT-PRICE PIC 9(5)V99.

       01 INVOICE-CHANGE-LOG-DETAIL.
           05 ICL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-VENDOR-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 ICL-INVOICE-NUMBER PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-STATUS-TEXT PIC X(50).

       01 WS-LOG-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-ENTER-VENDOR-INVOICES.
           PERFORM 040-GET-BUSINESS-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON

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

           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDMAST.IDX - STATUS: "
                       WS-VENDOR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PO-MASTER
           IF WS-PO-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PO-OPEN-FLG
           ELSE
               DISPLAY "PO MASTER NOT AVAILABLE - STATUS: "
                       WS-PO-FILE-STATUS
                       " - PO NUMBERS NOT CHECKED AT ENTRY"
           END-IF

           OPEN EXTEND INVOICE-CHANGE-LOG
           IF WS-VINLOG-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-CHANGE-LOG
           END-IF

           DISPLAY "Enter action (A=Add,D=Delete,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                       PERFORM 200-ADD-INVOICE
                   WHEN "D"
                       PERFORM 300-DELETE-INVOICE
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (A=Add,D=Delete,END):"
               ACCEPT WS-MAINT-ACTION
           END-PERFORM

           CLOSE VENDOR-INVOICE-FILE
           CLOSE VENDOR-MASTER
           CLOSE INVOICE-CHANGE-LOG
           IF WS-PO-OPEN-FLG = 'Y'
               CLOSE PO-MASTER
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
           MOVE "INVOICE-ENTRY" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

      ******************************************************************
      * The vendor must be on file and active, the invoice number
      * must not already be on file for that vendor, and a PO number
      * when keyed must be a PO raised for the same vendor.  An
      * invoice with no PO is still captured - the match holds it.
      ******************************************************************
       200-ADD-INVOICE.
           MOVE 'Y' TO WS-INVOICE-OK-FLG
           MOVE 0 TO WS-INVOICE-LINE-COUNT
           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE "A" TO ICL-ACTION
           PERFORM 510-ACCEPT-INVOICE-KEY

           MOVE WS-VENDOR-CODE-IN TO VEND-CODE-MASTER
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "REJECTED - VENDOR NOT ON MASTER"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-INVOICE-OK-FLG
               NOT INVALID KEY
                   IF VEND-ACTIVE-FLAG = "I"
                       MOVE "REJECTED - VENDOR INACTIVE"
                           TO ICL-STATUS-TEXT
                       MOVE 'N' TO WS-INVOICE-OK-FLG
                   END-IF
           END-READ

           IF WS-INVOICE-OK-FLG = 'Y'
               PERFORM 500-READ-INVOICE-HEADER
               IF WS-HEADER-FOUND-FLG = 'Y'
                   MOVE "REJECTED - INVOICE ALREADY ON FILE"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-INVOICE-OK-FLG
               END-IF
           END-IF

           IF WS-INVOICE-OK-FLG = 'Y'
               PERFORM 210-ACCEPT-INVOICE-HEADER
           END-IF

           IF WS-INVOICE-OK-FLG = 'Y'
               PERFORM 220-ACCEPT-INVOICE-LINES
               IF WS-INVOICE-LINE-COUNT = 0
                   MOVE "REJECTED - NO INVOICE LINES ENTERED"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-INVOICE-OK-FLG
               END-IF
           END-IF

           IF WS-INVOICE-OK-FLG = 'Y'
               PERFORM 230-WRITE-INVOICE
           END-IF
           DISPLAY ICL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       210-ACCEPT-INVOICE-HEADER.
           DISPLAY "Enter PO number (blank=none): "
           ACCEPT WS-PO-NUMBER-IN
           IF WS-PO-NUMBER-IN NOT = SPACES AND WS-PO-OPEN-FLG = 'Y'
               MOVE WS-PO-NUMBER-IN TO PO-NUMBER
               MOVE 0 TO PO-LINE-NO
               READ PO-MASTER
                   INVALID KEY
                       DISPLAY "PO " WS-PO-NUMBER-IN
                               " NOT ON PO MASTER - INVOICE WILL HOLD"
                   NOT INVALID KEY
                       IF PO-VENDOR-CODE NOT = WS-VENDOR-CODE-IN
                           MOVE "REJECTED - PO RAISED FOR OTHER VENDOR"
                               TO ICL-STATUS-TEXT
                           MOVE 'N' TO WS-INVOICE-OK-FLG
                       END-IF
               END-READ
           END-IF

           DISPLAY "Enter invoice date YYYYMMDD (blank=today): "
           ACCEPT WS-INVOICE-DATE-IN
           IF WS-INVOICE-DATE-IN IS NOT NUMERIC
               IF WS-INVOICE-DATE-IN NOT = SPACES
                   DISPLAY "DATE NOT NUMERIC - BUSINESS DATE USED"
               END-IF
               MOVE WS-BUSINESS-DATE TO WS-INVOICE-DATE-IN
           END-IF.

       220-ACCEPT-INVOICE-LINES.
           DISPLAY "Enter billed item ID (blank=done): "
           ACCEPT WS-ITEM-ID-IN
           PERFORM UNTIL WS-ITEM-ID-IN = SPACES
               PERFORM 225-ACCEPT-ONE-LINE
               DISPLAY "Enter billed item ID (blank=done): "
               ACCEPT WS-ITEM-ID-IN
           END-PERFORM.

       225-ACCEPT-ONE-LINE.
           DISPLAY "Enter quantity billed: "
           ACCEPT WS-QTY-IN
           PERFORM 520-VALIDATE-QTY-DIGITS
           DISPLAY "Enter unit price (e.g. 12.50): "
           ACCEPT WS-PRICE-IN
           EVALUATE TRUE
               WHEN WS-INVOICE-LINE-COUNT >= 99
                   DISPLAY "INVOICE LINE TABLE FULL - LINE REFUSED"
               WHEN WS-PARM-VALID-FLG = 'N' OR WS-QTY-IN = SPACES
                   DISPLAY "QUANTITY NOT NUMERIC - LINE REFUSED"
               WHEN FUNCTION TEST-NUMVAL(WS-PRICE-IN) NOT = 0
                   DISPLAY "PRICE NOT NUMERIC - LINE REFUSED"
               WHEN OTHER
                   COMPUTE WS-ENTRY-QTY = FUNCTION NUMVAL(WS-QTY-IN)
                   COMPUTE WS-ENTRY-PRICE
                       = FUNCTION NUMVAL(WS-PRICE-IN)
                   IF WS-ENTRY-QTY = 0
                       DISPLAY "QUANTITY IS ZERO - LINE REFUSED"
                   ELSE
                       ADD 1 TO WS-INVOICE-LINE-COUNT
                       MOVE WS-ITEM-ID-IN
                           TO ILT-ITEM-ID(WS-INVOICE-LINE-COUNT)
                       MOVE WS-ENTRY-QTY
                           TO ILT-QTY-BILLED(WS-INVOICE-LINE-COUNT)
                       MOVE WS-ENTRY-PRICE
                           TO ILT-UNIT-PRICE(WS-INVOICE-LINE-COUNT)
                       COMPUTE WS-INVOICE-TOTAL ROUNDED
                           = WS-INVOICE-TOTAL
                           + WS-ENTRY-QTY * WS-ENTRY-PRICE
                   END-IF
           END-EVALUATE.

       230-WRITE-INVOICE.
           MOVE SPACES TO VENDOR-INVOICE-RECORD
           MOVE WS-VENDOR-CODE-IN TO VIN-VENDOR-CODE
           MOVE WS-INVOICE-NUMBER-IN TO VIN-INVOICE-NUMBER
           MOVE 0 TO VIN-LINE-NO
           MOVE "H" TO VIN-RECORD-TYPE
           MOVE WS-PO-NUMBER-IN TO VIN-PO-NUMBER
           MOVE WS-INVOICE-DATE-IN TO VIN-INVOICE-DATE
           MOVE WS-BUSINESS-DATE TO VIN-ENTRY-DATE
           MOVE WS-INVOICE-TOTAL TO VIN-INVOICE-TOTAL
           MOVE "E" TO VIN-STATUS
           WRITE VENDOR-INVOICE-RECORD
               INVALID KEY
                   MOVE "REJECTED - HEADER WRITE FAILED"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-INVOICE-OK-FLG
           END-WRITE

           IF WS-INVOICE-OK-FLG = 'Y'
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-INVOICE-LINE-COUNT
                   MOVE SPACES TO VENDOR-INVOICE-RECORD
                   MOVE WS-VENDOR-CODE-IN TO VIN-VENDOR-CODE
                   MOVE WS-INVOICE-NUMBER-IN TO VIN-INVOICE-NUMBER
                   MOVE WS-LINE-SUB TO VIN-LINE-NO
                   MOVE "L" TO VIN-RECORD-TYPE
                   MOVE ILT-ITEM-ID(WS-LINE-SUB) TO VIN-ITEM-ID
                   MOVE ILT-QTY-BILLED(WS-LINE-SUB) TO VIN-QTY-BILLED
                   MOVE ILT-UNIT-PRICE(WS-LINE-SUB) TO VIN-UNIT-PRICE
                   WRITE VENDOR-INVOICE-RECORD
               END-PERFORM
               MOVE WS-INVOICE-TOTAL TO WS-LOG-AMOUNT
               MOVE SPACES TO ICL-STATUS-TEXT
               STRING "ADDED - LINES " DELIMITED BY SIZE
                   WS-INVOICE-LINE-COUNT DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   WS-LOG-AMOUNT DELIMITED BY SIZE
                   " PO " DELIMITED BY SIZE
                   WS-PO-NUMBER-IN DELIMITED BY SIZE
                   INTO ICL-STATUS-TEXT
           END-IF.

      ******************************************************************
      * An approved invoice has gone to the pay register and must
      * stay on file; entered or held invoices are removed header
      * and lines together.
      ******************************************************************
       300-DELETE-INVOICE.
           MOVE "D" TO ICL-ACTION
           PERFORM 510-ACCEPT-INVOICE-KEY
           PERFORM 500-READ-INVOICE-HEADER
           EVALUATE TRUE
               WHEN WS-HEADER-FOUND-FLG = 'N'
                   MOVE "REJECTED - INVOICE NOT ON FILE"
                       TO ICL-STATUS-TEXT
               WHEN VIN-IS-APPROVED
                   MOVE "REJECTED - INVOICE ALREADY APPROVED"
                       TO ICL-STATUS-TEXT
               WHEN OTHER
                   DELETE VENDOR-INVOICE-FILE
                   MOVE 0 TO WS-LINES-DELETED
                   START VENDOR-INVOICE-FILE
                           KEY IS GREATER THAN VIN-KEY
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
                           IF VIN-VENDOR-CODE NOT = WS-VENDOR-CODE-IN
                               OR VIN-INVOICE-NUMBER
                                   NOT = WS-INVOICE-NUMBER-IN
                               MOVE 'Y' TO WS-LINE-EOF-FLG
                           ELSE
                               DELETE VENDOR-INVOICE-FILE
                               ADD 1 TO WS-LINES-DELETED
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO ICL-STATUS-TEXT
                   STRING "DELETED - LINES " DELIMITED BY SIZE
                       WS-LINES-DELETED DELIMITED BY SIZE
                       INTO ICL-STATUS-TEXT
           END-EVALUATE
           DISPLAY ICL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       500-READ-INVOICE-HEADER.
           MOVE 'Y' TO WS-HEADER-FOUND-FLG
           MOVE WS-VENDOR-CODE-IN TO VIN-VENDOR-CODE
           MOVE WS-INVOICE-NUMBER-IN TO VIN-INVOICE-NUMBER
           MOVE 0 TO VIN-LINE-NO
           READ VENDOR-INVOICE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HEADER-FOUND-FLG
           END-READ.

       510-ACCEPT-INVOICE-KEY.
           DISPLAY "Enter vendor code: "
           ACCEPT WS-VENDOR-CODE-IN
           DISPLAY "Enter vendor invoice number: "
           ACCEPT WS-INVOICE-NUMBER-IN
           MOVE WS-VENDOR-CODE-IN TO ICL-VENDOR-CODE
           MOVE WS-INVOICE-NUMBER-IN TO ICL-INVOICE-NUMBER.

       520-VALIDATE-QTY-DIGITS.
           MOVE 'Y' TO WS-PARM-VALID-FLG
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 7
               IF WS-QTY-IN(WS-PARM-SUB:1) NOT = SPACE
                       AND WS-QTY-IN(WS-PARM-SUB:1) IS NOT NUMERIC
                   MOVE 'N' TO WS-PARM-VALID-FLG
               END-IF
           END-PERFORM.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO ICL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO ICL-OPERATOR
           WRITE INVOICE-CHANGE-LOG-LINE FROM INVOICE-CHANGE-LOG-DETAIL.

       END PROGRAM INVOICE-ENTRY.
