      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Direct-deposit return processing - reads the bank's
      *          return file BANKRET.TXT and matches each returned
      *          deposit to its line in the settlement file it came
      *          from (BANKDEP.TXT by default) by employee, amount and
      *          deposit date.  Each matched return is held on the
      *          bank hold master BANKHOLD.IDX with its reason, which
      *          sends the employee to the register's cheque exception
      *          list until EMP-MAINT corrects the banking; the next
      *          register then reissues the returned amount.  The
      *          returned payments report balances the returns
      *          against the original export totals and the hold
      *          master's returned and reissued totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-BANK-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE
               ASSIGN TO "BANKRET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT BANK-EXPORT-FILE
               ASSIGN TO WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

           SELECT BANK-HOLD-MASTER
               ASSIGN TO "BANKHOLD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKH-EMP-ID
               FILE STATUS IS WS-BANKHOLD-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT BANK-RETURN-RPT
               ASSIGN TO "BANKRET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-RETURN-FILE.
       01 BANK-RETURN-RECORD.
           05 BRT-DEPOSIT-DATE PIC X(8).
           05 BRT-EMP-ID PIC X(6).
           05 BRT-AMOUNT PIC 9(7)V99.
           05 BRT-REASON-CODE PIC X(2).

      ******************************************************************
      * Settlement file as written by the register - header, one
      * detail (D) per deposit or reissue (R), and a trailer with the
      * record count and hash total.
      ******************************************************************
       FD BANK-EXPORT-FILE.
       01 BANK-EXPORT-RECORD.
           05 BKX-RECORD-TYPE PIC X.
               88 BKX-IS-HEADER VALUE "H".
               88 BKX-IS-DEPOSIT VALUE "D" "R".
               88 BKX-IS-TRAILER VALUE "T".
           05 BKX-DATA PIC X(39).
           05 BKX-HEADER-DATA REDEFINES BKX-DATA.
               10 BKX-HDR-DATE PIC X(8).
               10 FILLER PIC X(31).
           05 BKX-DETAIL-DATA REDEFINES BKX-DATA.
               10 BKX-EMP-ID PIC X(6).
               10 BKX-TRANSIT PIC X(8).
               10 BKX-ACCOUNT PIC X(12).
               10 BKX-NET-AMOUNT PIC 9(7)V99.
               10 FILLER PIC X(4).
           05 BKX-TRAILER-DATA REDEFINES BKX-DATA.
               10 BKX-RECORD-COUNT PIC 9(5).
               10 BKX-HASH-TOTAL PIC 9(11)V99.
               10 FILLER PIC X(21).

      ******************************************************************
      * One hold record per employee.  The settlement lines returned
      * for the held deposit date are kept by record type and amount,
      * so a regular deposit and a reissue under the same date are
      * each held once however often the return file is rerun.
      ******************************************************************
       FD BANK-HOLD-MASTER.
       01 BANK-HOLD-RECORD.
           05 BKH-EMP-ID PIC X(6).
           05 BKH-STATUS PIC X.
               88 BKH-IS-RETURNED VALUE "I".
               88 BKH-IS-CORRECTED VALUE "C".
               88 BKH-IS-REISSUED VALUE "R".
           05 BKH-DEPOSIT-DATE PIC X(8).
           05 BKH-RETURN-DATE PIC X(8).
           05 BKH-REASON-CODE PIC X(2).
           05 BKH-REASON-TEXT PIC X(20).
           05 BKH-OLD-TRANSIT PIC X(8).
           05 BKH-OLD-ACCOUNT PIC X(12).
           05 BKH-CORRECTED-DATE PIC X(8).
           05 BKH-REISSUE-DATE PIC X(8).
           05 BKH-RETURNED-TOTAL PIC 9(7)V99.
           05 BKH-REISSUED-TOTAL PIC 9(7)V99.
           05 BKH-RETURNED-LINE-COUNT PIC 9.
           05 BKH-RETURNED-LINE OCCURS 5 TIMES.
               10 BKH-LINE-RECORD-TYPE PIC X.
               10 BKH-LINE-AMOUNT PIC 9(7)V99.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD BANK-RETURN-RPT.
       01 BANK-RETURN-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-FILE-STATUS PIC X(2).
       01 WS-EXPORT-FILE-STATUS PIC X(2).
       01 WS-BANKHOLD-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-EXPORT-FILE-NAME PIC X(40).
       01 WS-FILE-EOF-FLG PIC X.
       01 WS-EXPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-REASON-TEXT PIC X(20).
       01 WS-MATCH-SUB PIC 9(4).
       01 WS-DEP-SUB PIC 9(4).
       01 WS-HOLD-NEW-FLG PIC X.
       01 WS-ALREADY-HELD-FLG PIC X.
       01 WS-LINE-SUB PIC 9.

       01 WS-DEPOSIT-COUNT PIC 9(4) VALUE 0.
       01 DEPOSIT-TABLE.
           05 DEPOSIT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DEPOSIT-COUNT.
               10 DPT-EMP-ID PIC X(6).
               10 DPT-RECORD-TYPE PIC X.
               10 DPT-TRANSIT PIC X(8).
               10 DPT-ACCOUNT PIC X(12).
               10 DPT-AMOUNT PIC 9(7)V99.
               10 DPT-RETURNED-FLG PIC X.

       01 RETURN-TOTAL-FIELDS.
           05 WS-TRAILER-COUNT PIC 9(5) VALUE 0.
           05 WS-TRAILER-HASH PIC 9(11)V99 VALUE 0.
           05 WS-EXPORT-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-RETURNED-COUNT PIC 9(5) VALUE 0.
           05 WS-RETURNED-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-SETTLED-COUNT PIC 9(5) VALUE 0.
           05 WS-SETTLED-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           05 WS-UNMATCHED-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-HOLD-RETURNED PIC 9(11)V99 VALUE 0.
           05 WS-HOLD-REISSUED PIC 9(11)V99 VALUE 0.
           05 WS-HOLD-OUTSTANDING PIC 9(11)V99 VALUE 0.

       01 BANK-RETURN-RPT-HEADER-1.
           05 FILLER PIC X(34) VALUE
              "DIRECT DEPOSIT RETURNS - EXPORT ".
           05 BRH-EXPORT-DATE PIC X(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 BRH-RUN-DATE PIC X(8).

       01 BANK-RETURN-RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(10) VALUE "DEPOSITED".
           05 FILLER PIC X(12) VALUE "      AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "TRANSIT".
           05 FILLER PIC X(14) VALUE "ACCOUNT".
           05 FILLER PIC X(24) VALUE "REASON".
           05 FILLER PIC X(20) VALUE "RESULT".

       01 BANK-RETURN-RPT-DETAIL.
           05 BRD-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRD-DEPOSIT-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRD-AMOUNT PIC $$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BRD-TRANSIT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRD-ACCOUNT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRD-REASON PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 BRD-REASON-TEXT PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 BRD-RESULT PIC X(20).

       01 BANK-RETURN-RPT-BALANCE.
           05 BRB-LABEL PIC X(30).
           05 FILLER PIC X(10) VALUE "RECORDS: ".
           05 BRB-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 BRB-AMOUNT PIC $$$,$$$,$$$,$$9.99.

       01 BANK-RETURN-RPT-HOLD.
           05 BRO-LABEL PIC X(30).
           05 FILLER PIC X(26) VALUE SPACES.
           05 BRO-AMOUNT PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-PROCESS-BANK-RETURNS.
           PERFORM 110-GET-BUSINESS-DATE

           DISPLAY "Enter deposit file (blank=BANKDEP.TXT): "
           ACCEPT WS-EXPORT-FILE-NAME
           IF WS-EXPORT-FILE-NAME = SPACES
               MOVE "BANKDEP.TXT" TO WS-EXPORT-FILE-NAME
           END-IF
           PERFORM 120-LOAD-DEPOSIT-TABLE

           OPEN INPUT BANK-RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BANKRET.TXT - STATUS: "
                       WS-RETURN-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O BANK-HOLD-MASTER
           IF WS-BANKHOLD-STATUS = "35"
               OPEN OUTPUT BANK-HOLD-MASTER
               CLOSE BANK-HOLD-MASTER
               OPEN I-O BANK-HOLD-MASTER
           END-IF
           IF WS-BANKHOLD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BANKHOLD.IDX - STATUS: "
                       WS-BANKHOLD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BANK-RETURN-RPT
           MOVE WS-EXPORT-DATE TO BRH-EXPORT-DATE
           MOVE WS-BUSINESS-DATE TO BRH-RUN-DATE
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-HEADER-1
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-HEADER-2

           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM 200-PROCESS-ONE-RETURN
               UNTIL WS-FILE-EOF-FLG = 'Y'
           CLOSE BANK-RETURN-FILE

           PERFORM 400-TOTAL-HOLD-MASTER
           PERFORM 500-WRITE-BALANCE-SECTION

           CLOSE BANK-RETURN-RPT
           CLOSE BANK-HOLD-MASTER

           DISPLAY "RETURNED PAYMENTS WRITTEN TO BANKRET.RPT"
           DISPLAY "  RETURNS MATCHED:   " WS-RETURNED-COUNT
           DISPLAY "  RETURNS UNMATCHED: " WS-UNMATCHED-COUNT
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

       120-LOAD-DEPOSIT-TABLE.
           OPEN INPUT BANK-EXPORT-FILE
           IF WS-EXPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-EXPORT-FILE-NAME
                       " - STATUS: " WS-EXPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ BANK-EXPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       PERFORM 130-STORE-EXPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE BANK-EXPORT-FILE

           IF WS-DEPOSIT-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-EXPORT-TOTAL NOT = WS-TRAILER-HASH
               DISPLAY "WARNING - " WS-EXPORT-FILE-NAME
                       " DETAIL DOES NOT AGREE WITH ITS TRAILER"
           END-IF.

       130-STORE-EXPORT-RECORD.
           IF BKX-IS-HEADER
               MOVE BKX-HDR-DATE TO WS-EXPORT-DATE
           ELSE
           IF BKX-IS-TRAILER
               IF BKX-RECORD-COUNT IS NUMERIC
                   MOVE BKX-RECORD-COUNT TO WS-TRAILER-COUNT
               END-IF
               IF BKX-HASH-TOTAL IS NUMERIC
                   MOVE BKX-HASH-TOTAL TO WS-TRAILER-HASH
               END-IF
           ELSE
           IF BKX-IS-DEPOSIT AND BKX-NET-AMOUNT IS NUMERIC
               IF WS-DEPOSIT-COUNT < 2000
                   ADD 1 TO WS-DEPOSIT-COUNT
                   MOVE BKX-EMP-ID TO DPT-EMP-ID(WS-DEPOSIT-COUNT)
                   MOVE BKX-RECORD-TYPE
                       TO DPT-RECORD-TYPE(WS-DEPOSIT-COUNT)
                   MOVE BKX-TRANSIT TO DPT-TRANSIT(WS-DEPOSIT-COUNT)
                   MOVE BKX-ACCOUNT TO DPT-ACCOUNT(WS-DEPOSIT-COUNT)
                   MOVE BKX-NET-AMOUNT
                       TO DPT-AMOUNT(WS-DEPOSIT-COUNT)
                   MOVE 'N' TO DPT-RETURNED-FLG(WS-DEPOSIT-COUNT)
                   ADD BKX-NET-AMOUNT TO WS-EXPORT-TOTAL
               ELSE
                   DISPLAY "MORE THAN 2000 DEPOSITS - "
                           BKX-EMP-ID " NOT LOADED"
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * A return must carry the export's deposit date and match an
      * employee's deposit of exactly that amount which has not
      * already been returned.  Anything else is listed as unmatched
      * and changes nothing.
      ******************************************************************
       200-PROCESS-ONE-RETURN.
           READ BANK-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-FLG
           END-READ

           IF WS-FILE-EOF-FLG NOT = 'Y'
               PERFORM 210-GET-REASON-TEXT
               MOVE BRT-EMP-ID TO BRD-EMP-ID
               MOVE BRT-DEPOSIT-DATE TO BRD-DEPOSIT-DATE
               MOVE BRT-REASON-CODE TO BRD-REASON
               MOVE WS-REASON-TEXT TO BRD-REASON-TEXT
               MOVE SPACES TO BRD-TRANSIT
               MOVE SPACES TO BRD-ACCOUNT
               IF BRT-AMOUNT IS NUMERIC
                   MOVE BRT-AMOUNT TO BRD-AMOUNT
               ELSE
                   MOVE 0 TO BRD-AMOUNT
               END-IF

               MOVE 0 TO WS-MATCH-SUB
               IF BRT-AMOUNT IS NUMERIC
                       AND BRT-DEPOSIT-DATE = WS-EXPORT-DATE
                   PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                           UNTIL WS-DEP-SUB > WS-DEPOSIT-COUNT
                               OR WS-MATCH-SUB > 0
                       IF DPT-EMP-ID(WS-DEP-SUB) = BRT-EMP-ID
                               AND DPT-AMOUNT(WS-DEP-SUB) = BRT-AMOUNT
                               AND DPT-RETURNED-FLG(WS-DEP-SUB) = 'N'
                           MOVE WS-DEP-SUB TO WS-MATCH-SUB
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-MATCH-SUB = 0
                   IF BRT-DEPOSIT-DATE NOT = WS-EXPORT-DATE
                       MOVE "NOT THIS EXPORT" TO BRD-RESULT
                   ELSE
                       MOVE "NO MATCHING DEPOSIT" TO BRD-RESULT
                   END-IF
                   PERFORM 230-COUNT-UNMATCHED
               ELSE
                   MOVE DPT-TRANSIT(WS-MATCH-SUB) TO BRD-TRANSIT
                   MOVE DPT-ACCOUNT(WS-MATCH-SUB) TO BRD-ACCOUNT
                   PERFORM 300-HOLD-RETURNED-DEPOSIT
               END-IF
               WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-DETAIL
           END-IF.

       210-GET-REASON-TEXT.
           EVALUATE BRT-REASON-CODE
               WHEN "01"
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               WHEN "02"
                   MOVE "INVALID TRANSIT" TO WS-REASON-TEXT
               WHEN "03"
                   MOVE "NO SUCH ACCOUNT" TO WS-REASON-TEXT
               WHEN "04"
                   MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
               WHEN "05"
                   MOVE "PAYMENT STOPPED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "OTHER - SEE BANK" TO WS-REASON-TEXT
           END-EVALUATE.

       230-COUNT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           IF BRT-AMOUNT IS NUMERIC
               ADD BRT-AMOUNT TO WS-UNMATCHED-TOTAL
           END-IF.

      ******************************************************************
      * The hold record keeps the failed banking and the running
      * returned and reissued totals.  A return for a settlement line
      * - same deposit date, record type and amount - already held
      * for the employee has been processed before and is not counted
      * twice.  A return for a new deposit date starts a new list.
      ******************************************************************
       300-HOLD-RETURNED-DEPOSIT.
           MOVE BRT-EMP-ID TO BKH-EMP-ID
           MOVE 'N' TO WS-HOLD-NEW-FLG
           READ BANK-HOLD-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-NEW-FLG
                   INITIALIZE BANK-HOLD-RECORD
                   MOVE BRT-EMP-ID TO BKH-EMP-ID
           END-READ

           MOVE 'N' TO WS-ALREADY-HELD-FLG
           IF WS-HOLD-NEW-FLG = 'N'
                   AND BKH-DEPOSIT-DATE = BRT-DEPOSIT-DATE
               PERFORM 310-CHECK-LINE-ALREADY-HELD
           ELSE
               MOVE 0 TO BKH-RETURNED-LINE-COUNT
           END-IF

           IF WS-ALREADY-HELD-FLG = 'Y'
               MOVE 'Y' TO DPT-RETURNED-FLG(WS-MATCH-SUB)
               MOVE "ALREADY RECORDED" TO BRD-RESULT
               PERFORM 230-COUNT-UNMATCHED
           ELSE
               IF BKH-RETURNED-LINE-COUNT < 5
                   ADD 1 TO BKH-RETURNED-LINE-COUNT
                   MOVE DPT-RECORD-TYPE(WS-MATCH-SUB)
                       TO BKH-LINE-RECORD-TYPE
                           (BKH-RETURNED-LINE-COUNT)
                   MOVE BRT-AMOUNT
                       TO BKH-LINE-AMOUNT(BKH-RETURNED-LINE-COUNT)
               END-IF
               MOVE "I" TO BKH-STATUS
               MOVE BRT-DEPOSIT-DATE TO BKH-DEPOSIT-DATE
               MOVE WS-BUSINESS-DATE TO BKH-RETURN-DATE
               MOVE BRT-REASON-CODE TO BKH-REASON-CODE
               MOVE WS-REASON-TEXT TO BKH-REASON-TEXT
               MOVE DPT-TRANSIT(WS-MATCH-SUB) TO BKH-OLD-TRANSIT
               MOVE DPT-ACCOUNT(WS-MATCH-SUB) TO BKH-OLD-ACCOUNT
               MOVE SPACES TO BKH-CORRECTED-DATE
               ADD BRT-AMOUNT TO BKH-RETURNED-TOTAL
               IF WS-HOLD-NEW-FLG = 'Y'
                   WRITE BANK-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "BANK HOLD WRITE FAILED FOR "
                                   BRT-EMP-ID
                   END-WRITE
               ELSE
                   REWRITE BANK-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "BANK HOLD REWRITE FAILED FOR "
                                   BRT-EMP-ID
                   END-REWRITE
               END-IF
               MOVE 'Y' TO DPT-RETURNED-FLG(WS-MATCH-SUB)
               MOVE "HELD - PAY BY CHEQUE" TO BRD-RESULT
               ADD 1 TO WS-RETURNED-COUNT
               ADD BRT-AMOUNT TO WS-RETURNED-TOTAL
           END-IF.

       310-CHECK-LINE-ALREADY-HELD.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > BKH-RETURNED-LINE-COUNT
                       OR WS-ALREADY-HELD-FLG = 'Y'
               IF BKH-LINE-RECORD-TYPE(WS-LINE-SUB)
                       = DPT-RECORD-TYPE(WS-MATCH-SUB)
                       AND BKH-LINE-AMOUNT(WS-LINE-SUB) = BRT-AMOUNT
                   MOVE 'Y' TO WS-ALREADY-HELD-FLG
               END-IF
           END-PERFORM.

       400-TOTAL-HOLD-MASTER.
           MOVE LOW-VALUES TO BKH-EMP-ID
           MOVE 'N' TO WS-FILE-EOF-FLG
           START BANK-HOLD-MASTER KEY IS NOT LESS THAN BKH-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF-FLG
           END-START
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ BANK-HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       ADD BKH-RETURNED-TOTAL TO WS-HOLD-RETURNED
                       ADD BKH-REISSUED-TOTAL TO WS-HOLD-REISSUED
               END-READ
           END-PERFORM
           COMPUTE WS-HOLD-OUTSTANDING
               = WS-HOLD-RETURNED - WS-HOLD-REISSUED.

      ******************************************************************
      * Deposits returned plus deposits settled must equal the export
      * file; returns to date less reissues to date is what is still
      * owed to employees on the hold master.
      ******************************************************************
       500-WRITE-BALANCE-SECTION.
           COMPUTE WS-SETTLED-COUNT
               = WS-DEPOSIT-COUNT - WS-RETURNED-COUNT
           COMPUTE WS-SETTLED-TOTAL
               = WS-EXPORT-TOTAL - WS-RETURNED-TOTAL

           WRITE BANK-RETURN-RPT-LINE FROM SPACES
           MOVE "EXPORT FILE DEPOSITS" TO BRB-LABEL
           MOVE WS-DEPOSIT-COUNT TO BRB-COUNT
           MOVE WS-EXPORT-TOTAL TO BRB-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-BALANCE
           MOVE "EXPORT FILE TRAILER" TO BRB-LABEL
           MOVE WS-TRAILER-COUNT TO BRB-COUNT
           MOVE WS-TRAILER-HASH TO BRB-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-BALANCE
           MOVE "  LESS RETURNED" TO BRB-LABEL
           MOVE WS-RETURNED-COUNT TO BRB-COUNT
           MOVE WS-RETURNED-TOTAL TO BRB-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-BALANCE
           MOVE "  SETTLED BY THE BANK" TO BRB-LABEL
           MOVE WS-SETTLED-COUNT TO BRB-COUNT
           MOVE WS-SETTLED-TOTAL TO BRB-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-BALANCE
           MOVE "RETURNS NOT APPLIED" TO BRB-LABEL
           MOVE WS-UNMATCHED-COUNT TO BRB-COUNT
           MOVE WS-UNMATCHED-TOTAL TO BRB-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-BALANCE

           IF WS-DEPOSIT-COUNT = WS-TRAILER-COUNT
                   AND WS-EXPORT-TOTAL = WS-TRAILER-HASH
               MOVE "EXPORT DETAIL AGREES WITH TRAILER"
                   TO BANK-RETURN-RPT-LINE
           ELSE
               MOVE "*** EXPORT DETAIL DOES NOT AGREE WITH TRAILER ***"
                   TO BANK-RETURN-RPT-LINE
           END-IF
           WRITE BANK-RETURN-RPT-LINE

           WRITE BANK-RETURN-RPT-LINE FROM SPACES
           MOVE "HOLD MASTER RETURNED TO DATE" TO BRO-LABEL
           MOVE WS-HOLD-RETURNED TO BRO-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-HOLD
           MOVE "  LESS REISSUED" TO BRO-LABEL
           MOVE WS-HOLD-REISSUED TO BRO-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-HOLD
           MOVE "  OUTSTANDING FOR REISSUE" TO BRO-LABEL
           MOVE WS-HOLD-OUTSTANDING TO BRO-AMOUNT
           WRITE BANK-RETURN-RPT-LINE FROM BANK-RETURN-RPT-HOLD.

       END PROGRAM PAY-BANK-RETURN.
