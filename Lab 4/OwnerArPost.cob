      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-08
      * Purpose: Owner receivable posting - prompted entry of owner
      *          payments and credit memos against the OWNAR.IDX
      *          ledger.  Each posting is applied to the owner's
      *          oldest open statement charges first; anything left
      *          over stays on the posting as an unapplied credit.
      *          Every posting is written to the AR posting log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-AR-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-MASTER
               ASSIGN TO "OWNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWNER-ID-MASTER
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OWNER-AR-LEDGER
               ASSIGN TO "OWNAR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT AR-POST-LOG
               ASSIGN TO "ARPOST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-LOG-STATUS.

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
       FD OWNER-MASTER.
       01 OWNER-MASTER-RECORD.
           05 OWNER-ID-MASTER PIC X(6).
           05 OWNER-MASTER-DATA.
               10 OWNER-FULL-NAME PIC X(30).
               10 OWNER-PHONE PIC X(12).
               10 OWNER-ADDRESS PIC X(30).

       FD OWNER-AR-LEDGER.
       01 OWNER-AR-RECORD.
           05 ARL-KEY.
               10 ARL-OWNER-ID PIC X(6).
               10 ARL-TRAN-DATE PIC X(8).
               10 ARL-TRAN-SEQ PIC 9(3).
           05 ARL-TRAN-TYPE PIC X.
               88 ARL-IS-CHARGE VALUE "C".
               88 ARL-IS-PAYMENT VALUE "P".
               88 ARL-IS-CREDIT-MEMO VALUE "M".
           05 ARL-REFERENCE PIC X(12).
           05 ARL-AMOUNT PIC 9(7)V99.
           05 ARL-OPEN-AMOUNT PIC 9(7)V99.
           05 ARL-POSTED-BY PIC X(8).

       FD AR-POST-LOG.
       01 AR-POST-LOG-LINE PIC X(120).

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
       01 WS-OWNER-FILE-STATUS PIC X(2).
       01 WS-AR-FILE-STATUS PIC X(2).
       01 WS-AR-LOG-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
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

       01 WS-POST-ACTION PIC X(3).
       01 WS-POST-OWNER-ID PIC X(6).
       01 WS-POST-AMOUNT-IN PIC X(12).
       01 WS-POST-AMOUNT PIC 9(7)V99.
       01 WS-POST-REFERENCE PIC X(12).
       01 WS-POST-SEQ PIC 9(3).
       01 WS-UNAPPLIED-AMOUNT PIC 9(7)V99.
       01 WS-APPLY-AMOUNT PIC 9(7)V99.
       01 WS-APPLIED-COUNT PIC 9(3).
       01 WS-AR-EOF-FLG PIC X.
       01 WS-LOG-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-LOG-UNAPPLIED PIC ZZZ,ZZ9.99.

       01 AR-POST-LOG-DETAIL.
           05 APL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 APL-OWNER-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APL-STATUS-TEXT PIC X(70).

       PROCEDURE DIVISION.
       100-POST-OWNER-RECEIPTS.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON
           PERFORM 110-GET-BUSINESS-DATE

           OPEN INPUT OWNER-MASTER
           IF WS-OWNER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OWNMAST.IDX - STATUS: "
                       WS-OWNER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O OWNER-AR-LEDGER
           IF WS-AR-FILE-STATUS = "35"
               OPEN OUTPUT OWNER-AR-LEDGER
               CLOSE OWNER-AR-LEDGER
               OPEN I-O OWNER-AR-LEDGER
           END-IF
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OWNAR.IDX - STATUS: "
                       WS-AR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AR-POST-LOG
           IF WS-AR-LOG-STATUS = "35"
               OPEN OUTPUT AR-POST-LOG
           END-IF

           DISPLAY "Enter action (P=Payment,M=Credit memo,END):"
           ACCEPT WS-POST-ACTION
           PERFORM UNTIL WS-POST-ACTION = "END"
               EVALUATE WS-POST-ACTION
                   WHEN "P"
                   WHEN "M"
                       PERFORM 200-POST-ONE-RECEIPT
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (P=Payment,M=Credit memo,END):"
               ACCEPT WS-POST-ACTION
           END-PERFORM

           CLOSE OWNER-MASTER
           CLOSE OWNER-AR-LEDGER
           CLOSE AR-POST-LOG
           STOP RUN.

       110-GET-BUSINESS-DATE.
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
      * Ledger postings need an update-level operator - the keyed id
      * and password are checked against the operator master and
      * failed sign-ons are written to the sign-on log where the
      * audit inquiry picks them up.  When the operator master has
      * not been set up yet the check is skipped so posting keeps
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
           MOVE "OWNER-AR-POST" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       200-POST-ONE-RECEIPT.
           DISPLAY "Enter owner ID: "
           ACCEPT WS-POST-OWNER-ID
           DISPLAY "Enter amount (e.g. 125.00): "
           ACCEPT WS-POST-AMOUNT-IN
           DISPLAY "Enter reference (cheque or memo no.): "
           ACCEPT WS-POST-REFERENCE

           MOVE WS-POST-ACTION TO APL-ACTION
           MOVE WS-POST-OWNER-ID TO APL-OWNER-ID
           MOVE WS-POST-OWNER-ID TO OWNER-ID-MASTER
           READ OWNER-MASTER
               INVALID KEY
                   MOVE "REJECTED - OWNER ID NOT ON MASTER"
                       TO APL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
               NOT INVALID KEY
                   IF WS-POST-AMOUNT-IN = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-POST-AMOUNT-IN)
                               NOT = 0
                       MOVE "REJECTED - AMOUNT NOT NUMERIC"
                           TO APL-STATUS-TEXT
                       PERFORM 600-WRITE-STAMPED-LOG-LINE
                   ELSE
                       COMPUTE WS-POST-AMOUNT
                           = FUNCTION NUMVAL(WS-POST-AMOUNT-IN)
                       IF WS-POST-AMOUNT = 0
                           MOVE "REJECTED - AMOUNT IS ZERO"
                               TO APL-STATUS-TEXT
                           PERFORM 600-WRITE-STAMPED-LOG-LINE
                       ELSE
                           PERFORM 210-WRITE-RECEIPT-ENTRY
                       END-IF
                   END-IF
           END-READ.

       210-WRITE-RECEIPT-ENTRY.
           PERFORM 300-FIND-NEXT-LEDGER-SEQ
           MOVE WS-POST-OWNER-ID TO ARL-OWNER-ID
           MOVE WS-BUSINESS-DATE TO ARL-TRAN-DATE
           MOVE WS-POST-SEQ TO ARL-TRAN-SEQ
           MOVE WS-POST-ACTION TO ARL-TRAN-TYPE
           MOVE WS-POST-REFERENCE TO ARL-REFERENCE
           MOVE WS-POST-AMOUNT TO ARL-AMOUNT
           MOVE WS-POST-AMOUNT TO ARL-OPEN-AMOUNT
           MOVE WS-OPERATOR-ID TO ARL-POSTED-BY
           WRITE OWNER-AR-RECORD
               INVALID KEY
                   MOVE "REJECTED - LEDGER WRITE FAILED"
                       TO APL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
               NOT INVALID KEY
                   PERFORM 220-APPLY-TO-OPEN-CHARGES
           END-WRITE.

      ******************************************************************
      * Oldest open charges are cleared first.  The ledger key runs in
      * date order within the owner, so a forward browse from the
      * owner's first record finds them in the right sequence.  What
      * is not applied stays open on the payment or credit memo.
      ******************************************************************
       220-APPLY-TO-OPEN-CHARGES.
           MOVE WS-POST-AMOUNT TO WS-UNAPPLIED-AMOUNT
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE WS-POST-OWNER-ID TO ARL-OWNER-ID
           MOVE LOW-VALUES TO ARL-TRAN-DATE
           MOVE 0 TO ARL-TRAN-SEQ
           MOVE 'N' TO WS-AR-EOF-FLG
           START OWNER-AR-LEDGER KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AR-EOF-FLG
           END-START
           PERFORM UNTIL WS-AR-EOF-FLG = 'Y'
                   OR WS-UNAPPLIED-AMOUNT = 0
               READ OWNER-AR-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AR-EOF-FLG
               END-READ
               IF WS-AR-EOF-FLG NOT = 'Y'
                   IF ARL-OWNER-ID NOT = WS-POST-OWNER-ID
                       MOVE 'Y' TO WS-AR-EOF-FLG
                   ELSE
                       IF ARL-IS-CHARGE AND ARL-OPEN-AMOUNT > 0
                           PERFORM 230-APPLY-TO-ONE-CHARGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-POST-OWNER-ID TO ARL-OWNER-ID
           MOVE WS-BUSINESS-DATE TO ARL-TRAN-DATE
           MOVE WS-POST-SEQ TO ARL-TRAN-SEQ
           READ OWNER-AR-LEDGER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-UNAPPLIED-AMOUNT TO ARL-OPEN-AMOUNT
                   REWRITE OWNER-AR-RECORD
           END-READ

           MOVE WS-POST-AMOUNT TO WS-LOG-AMOUNT
           MOVE WS-UNAPPLIED-AMOUNT TO WS-LOG-UNAPPLIED
           MOVE SPACES TO APL-STATUS-TEXT
           STRING "POSTED " DELIMITED BY SIZE
                   WS-LOG-AMOUNT DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   WS-POST-REFERENCE DELIMITED BY SIZE
                   " CHARGES " DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   " UNAPPLIED " DELIMITED BY SIZE
                   WS-LOG-UNAPPLIED DELIMITED BY SIZE
               INTO APL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE
           DISPLAY APL-STATUS-TEXT.

       230-APPLY-TO-ONE-CHARGE.
           IF ARL-OPEN-AMOUNT > WS-UNAPPLIED-AMOUNT
               MOVE WS-UNAPPLIED-AMOUNT TO WS-APPLY-AMOUNT
           ELSE
               MOVE ARL-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM ARL-OPEN-AMOUNT
           SUBTRACT WS-APPLY-AMOUNT FROM WS-UNAPPLIED-AMOUNT
           ADD 1 TO WS-APPLIED-COUNT
           REWRITE OWNER-AR-RECORD.

       300-FIND-NEXT-LEDGER-SEQ.
           MOVE 1 TO WS-POST-SEQ
           MOVE WS-POST-OWNER-ID TO ARL-OWNER-ID
           MOVE WS-BUSINESS-DATE TO ARL-TRAN-DATE
           MOVE 0 TO ARL-TRAN-SEQ
           MOVE 'N' TO WS-AR-EOF-FLG
           START OWNER-AR-LEDGER KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AR-EOF-FLG
           END-START
           PERFORM UNTIL WS-AR-EOF-FLG = 'Y'
               READ OWNER-AR-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AR-EOF-FLG
               END-READ
               IF WS-AR-EOF-FLG NOT = 'Y'
                   IF ARL-OWNER-ID NOT = WS-POST-OWNER-ID
                           OR ARL-TRAN-DATE NOT = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-AR-EOF-FLG
                   ELSE
                       COMPUTE WS-POST-SEQ = ARL-TRAN-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO APL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO APL-OPERATOR
           WRITE AR-POST-LOG-LINE FROM AR-POST-LOG-DETAIL.

       END PROGRAM OWNER-AR-POST.
