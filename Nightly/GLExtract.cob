      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-08
      * Purpose: General ledger interface - builds one journal-entry
      *          file for a business date from the payroll run
      *          summary (gross pay, each DEDUCT.TBL deduction and net
      *          pay clearing), the inventory movement journal
      *          (receipts, issues and count adjustments valued at the
      *          cost they moved at) and, at month end, the fleet
      *          depreciation charge by engine type and the owner
      *          service-fee billing.  Every source line is mapped to
      *          an account through the GLMAP.TBL chart-of-accounts
      *          table.  Debits must equal credits and every line must
      *          map before the file is written - otherwise the whole
      *          extract is rejected.  A journal-entry listing by
      *          account is printed either way for the accountants.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "../CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT GL-MAP-FILE
               ASSIGN TO "GLMAP.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PAY-RUN-FILE
               ASSIGN TO "../Lab 8/PAYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRUN-STATUS.

           SELECT MOVEMENT-JOURNAL
               ASSIGN TO "../Lab 9/INVJRNL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT STMT-RUN-FILE
               ASSIGN TO "../Lab 4/STMTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTRUN-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "GLSORT.TMP".

           SELECT GL-ENTRY-FILE
               ASSIGN TO WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFILE-STATUS.

           SELECT GL-LISTING-RPT
               ASSIGN TO "GLJRNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-IS-HOLIDAY VALUE "H".

      ******************************************************************
      * Chart-of-accounts mapping - one row per source key, giving the
      * ledger account and its name.  Payroll deductions are keyed
      * PAY-DED- plus the DEDUCT.TBL code, so a new deduction code
      * needs a new row here before the extract will balance.
      ******************************************************************
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GLM-SOURCE-KEY PIC X(12).
           05 FILLER PIC X.
           05 GLM-ACCOUNT PIC X(10).
           05 FILLER PIC X.
           05 GLM-ACCOUNT-NAME PIC X(30).

       FD PAY-RUN-FILE.
       01 PAY-RUN-RECORD.
           05 PRN-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 PRN-GROSS-PAY PIC 9(9)V99.
           05 FILLER PIC X.
           05 PRN-NET-PAY PIC 9(9)V99.
           05 FILLER PIC X.
           05 PRN-PAID-COUNT PIC 9(5).
           05 PRN-DEDUCTION-ENTRY OCCURS 5 TIMES.
               10 FILLER PIC X.
               10 PRN-DED-CODE PIC X(4).
               10 FILLER PIC X.
               10 PRN-DED-AMOUNT PIC 9(9)V99.
           05 PRN-EMPLOYER-ENTRY OCCURS 5 TIMES.
               10 FILLER PIC X.
               10 PRN-ER-AMOUNT PIC 9(9)V99.

      ******************************************************************
      * Movement journal line as written by LAB9-POST.
      ******************************************************************
       FD MOVEMENT-JOURNAL.
       01 MOVEMENT-JOURNAL-LINE.
           05 JRN-TYPE-CODE PIC X.
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
           05 FILLER PIC X(14).

       FD CAR-MASTER.
       01 CAR-MASTER-RECORD.
           05 CAR-MODEL-MASTER PIC X(15).
           05 CAR-MASTER-DATA.
               10 ENGINE-MASTER PIC X(25).
               10 TOWING-CAPACITY-MASTER PIC 9(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 CAR-OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-DISPOSED VALUES "S" "X".
               10 DISPOSAL-DATE-MASTER PIC X(8).
               10 DISPOSAL-PROCEEDS-MASTER PIC 9(7)V99.
               10 ACQUISITION-DATE-MASTER PIC X(8).
               10 ACQUISITION-COST-MASTER PIC 9(7)V99.

       FD STMT-RUN-FILE.
       01 STMT-RUN-RECORD.
           05 SRN-STMT-MONTH PIC X(6).
           05 FILLER PIC X.
           05 SRN-STMT-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 SRN-FUEL-TOTAL PIC 9(9)V99.
           05 FILLER PIC X.
           05 SRN-FEE-TOTAL PIC 9(9)V99.
           05 FILLER PIC X.
           05 SRN-AMOUNT-DUE PIC 9(9)V99.

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-ACCOUNT PIC X(10).
           05 SW-DR-CR PIC X.
           05 SW-SEQ PIC 9(5).
           05 SW-ACCOUNT-NAME PIC X(30).
           05 SW-SOURCE PIC X(4).
           05 SW-DESCRIPTION PIC X(30).
           05 SW-AMOUNT PIC 9(9)V99.

      ******************************************************************
      * Journal-entry file - a header carrying the journal date, one
      * detail per ledger line, and a trailer with the line count and
      * the debit and credit totals for the ledger's own balancing.
      ******************************************************************
       FD GL-ENTRY-FILE.
       01 GL-ENTRY-LINE PIC X(100).

       FD GL-LISTING-RPT.
       01 GL-LISTING-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-GLMAP-STATUS PIC X(2).
       01 WS-PAYRUN-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-STMTRUN-STATUS PIC X(2).
       01 WS-GLFILE-STATUS PIC X(2).
       01 WS-EOF-FLG PIC X.
       01 WS-SORT-EOF-FLG PIC X.

       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-GL-DATE-IN PIC X(8).
       01 WS-GL-DATE PIC 9(8).
       01 WS-GL-DATE-X REDEFINES WS-GL-DATE PIC X(8).
       01 WS-GL-FILE-NAME PIC X(40).
       01 WS-MONTH-END-IN PIC X.
       01 WS-MONTH-END-FLG PIC X.
       01 WS-LIFE-YEARS-IN PIC X(2).
       01 WS-LIFE-YEARS PIC 9(2).
       01 WS-PARM-SUB PIC 9.
       01 WS-PARM-VALID-FLG PIC X.

       01 WS-CANDIDATE-INT PIC 9(7).
       01 WS-NEXT-BUSINESS-DATE PIC 9(8).
       01 WS-NEXT-BUSINESS-DATE-X REDEFINES WS-NEXT-BUSINESS-DATE
           PIC X(8).
       01 WS-DAY-OF-WEEK PIC 9.
       01 WS-TRY-COUNT PIC 9(2).
       01 WS-DAY-IS-VALID-FLG PIC X.
       01 WS-HOLIDAY-SUB PIC 9(3).

       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT.
               10 HOL-DATE PIC X(8).

       01 WS-MAP-COUNT PIC 9(3) VALUE 0.
       01 WS-MAP-SUB PIC 9(3).
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MAP-COUNT.
               10 GMT-SOURCE-KEY PIC X(12).
               10 GMT-ACCOUNT PIC X(10).
               10 GMT-ACCOUNT-NAME PIC X(30).

      ******************************************************************
      * One ledger line being added - the source key is looked up in
      * the mapping table to find the account.
      ******************************************************************
       01 WS-POST-KEY PIC X(12).
       01 WS-POST-DR-CR PIC X.
       01 WS-POST-AMOUNT PIC 9(9)V99.
       01 WS-POST-SOURCE PIC X(4).
       01 WS-POST-DESCRIPTION PIC X(30).
       01 WS-MAP-FOUND-FLG PIC X.

       01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTRY-SUB PIC 9(3).
       01 GL-ENTRY-TABLE.
           05 GL-ENTRY-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ENTRY-COUNT.
               10 GLT-ACCOUNT PIC X(10).
               10 GLT-ACCOUNT-NAME PIC X(30).
               10 GLT-DR-CR PIC X.
               10 GLT-AMOUNT PIC 9(9)V99.
               10 GLT-SOURCE PIC X(4).
               10 GLT-DESCRIPTION PIC X(30).

       01 WS-UNMAPPED-COUNT PIC 9(3) VALUE 0.
       01 WS-UNMAPPED-SUB PIC 9(3).
       01 UNMAPPED-KEY-TABLE.
           05 UNMAPPED-KEY-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-UNMAPPED-COUNT.
               10 UMK-SOURCE-KEY PIC X(12).
       01 WS-TABLE-FULL-FLG PIC X VALUE 'N'.

       01 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-FLG PIC X VALUE 'N'.

      ******************************************************************
      * Source working fields.
      ******************************************************************
       01 WS-PAYRUN-FOUND-FLG PIC X VALUE 'N'.
       01 WS-PAY-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-PAY-NET PIC 9(9)V99 VALUE 0.
       01 WS-PAY-DED-SUB PIC 9.
       01 PAY-DEDUCTION-TABLE.
           05 PAY-DEDUCTION-ENTRY OCCURS 5 TIMES.
               10 PDT-CODE PIC X(4).
               10 PDT-AMOUNT PIC 9(9)V99.

       01 WS-LINE-VALUE PIC 9(9)V99.
       01 WS-INV-RECEIPT-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-INV-ISSUE-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-INV-ADJ-IN-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-INV-ADJ-OUT-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-INV-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-INV-UNCOSTED-COUNT PIC 9(5) VALUE 0.

       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-WORK-YEAR PIC 9(4).
           05 WS-DATE-WORK-MONTH PIC 9(2).
           05 WS-DATE-WORK-DAY PIC 9(2).
       01 WS-GL-MONTH-NUM PIC 9(6).
       01 WS-ACQ-MONTH-NUM PIC 9(6).
       01 WS-MONTHS-ELAPSED PIC S9(5).
       01 WS-LIFE-MONTHS PIC 9(5).
       01 WS-ANNUAL-DEPR PIC 9(7)V99.
       01 WS-MONTHLY-DEPR PIC 9(7)V99.
       01 WS-ENGINE-SUB PIC 9(2).
       01 WS-ENGINE-FOUND-FLG PIC X.
       01 WS-DEPR-VEHICLE-COUNT PIC 9(5) VALUE 0.
       01 WS-ENGINE-COUNT PIC 9(2) VALUE 0.
       01 ENGINE-DEPR-TABLE.
           05 ENGINE-DEPR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-ENGINE-COUNT.
               10 EDT-ENGINE PIC X(25).
               10 EDT-CHARGE PIC 9(9)V99.

       01 WS-STMTRUN-FOUND-FLG PIC X VALUE 'N'.
       01 WS-OWN-FEE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-OWN-FUEL-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-OWN-AMOUNT-DUE PIC 9(9)V99 VALUE 0.

       01 WS-PRIOR-ACCOUNT PIC X(10).
       01 WS-FIRST-ACCOUNT-FLG PIC X VALUE 'Y'.
       01 WS-ACCOUNT-DEBITS PIC 9(11)V99 VALUE 0.
       01 WS-ACCOUNT-CREDITS PIC 9(11)V99 VALUE 0.

       01 GL-HEADER-RECORD.
           05 FILLER PIC X VALUE "H".
           05 GLH-JOURNAL-DATE PIC X(8).
           05 FILLER PIC X(12) VALUE "GL-EXTRACT".

       01 GL-DETAIL-RECORD.
           05 FILLER PIC X VALUE "D".
           05 GLD-JOURNAL-DATE PIC X(8).
           05 GLD-SEQ PIC 9(5).
           05 GLD-ACCOUNT PIC X(10).
           05 GLD-DR-CR PIC X.
           05 GLD-AMOUNT PIC 9(9)V99.
           05 GLD-SOURCE PIC X(4).
           05 GLD-DESCRIPTION PIC X(30).

       01 GL-TRAILER-RECORD.
           05 FILLER PIC X VALUE "T".
           05 GLX-LINE-COUNT PIC 9(5).
           05 GLX-TOTAL-DEBITS PIC 9(11)V99.
           05 GLX-TOTAL-CREDITS PIC 9(11)V99.

       01 GLL-HEADER-1.
           05 FILLER PIC X(33) VALUE
              "GENERAL LEDGER JOURNAL ENTRIES - ".
           05 GLL-HDR-DATE PIC X(8).
           05 FILLER PIC X(14) VALUE "  MONTH END: ".
           05 GLL-HDR-MONTH-END PIC X.

       01 GLL-HEADER-2.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(32) VALUE "ACCOUNT NAME".
           05 FILLER PIC X(6) VALUE "SRC".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(16) VALUE "           DEBIT".
           05 FILLER PIC X(16) VALUE "          CREDIT".

       01 GLL-DETAIL-LINE.
           05 GLL-ACCOUNT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLL-ACCOUNT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLL-SOURCE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLL-DEBIT PIC $$$,$$$,$$9.99BB BLANK WHEN ZERO.
           05 GLL-CREDIT PIC $$$,$$$,$$9.99BB BLANK WHEN ZERO.

       01 GLL-ACCOUNT-TRAILER.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(70) VALUE "ACCOUNT TOTAL".
           05 GLL-ACCT-DEBITS PIC $$$,$$$,$$9.99BB.
           05 GLL-ACCT-CREDITS PIC $$$,$$$,$$9.99BB.

       01 GLL-GRAND-TRAILER.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(66) VALUE "JOURNAL TOTAL".
           05 GLL-GRAND-DEBITS PIC $$,$$$,$$$,$$9.99BB.
           05 GLL-GRAND-CREDITS PIC $$,$$$,$$$,$$9.99BB.

       01 GLL-MESSAGE-LINE.
           05 GLL-MESSAGE-TEXT PIC X(60).
           05 GLL-MESSAGE-VALUE PIC X(30).

       PROCEDURE DIVISION.
       100-PRODUCE-GL-EXTRACT.
           PERFORM 110-GET-BUSINESS-DATE

           DISPLAY "Enter journal date YYYYMMDD (blank=business "
                   "date): "
           ACCEPT WS-GL-DATE-IN
           IF WS-GL-DATE-IN = SPACES
               MOVE WS-BUSINESS-DATE TO WS-GL-DATE-X
           ELSE
               IF WS-GL-DATE-IN IS NOT NUMERIC
                   DISPLAY "INVALID JOURNAL DATE - " WS-GL-DATE-IN
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GL-DATE-IN TO WS-GL-DATE-X
           END-IF

           DISPLAY "Include month-end depreciation and owner billing "
                   "(Y/N, blank=last business day only): "
           ACCEPT WS-MONTH-END-IN
           EVALUATE WS-MONTH-END-IN
               WHEN "Y"
               WHEN "y"
                   MOVE 'Y' TO WS-MONTH-END-FLG
               WHEN "N"
               WHEN "n"
                   MOVE 'N' TO WS-MONTH-END-FLG
               WHEN OTHER
                   PERFORM 120-LOAD-HOLIDAY-TABLE
                   PERFORM 130-CHECK-LAST-BUSINESS-DAY
           END-EVALUATE

           DISPLAY "Enter useful life in years (blank=5): "
           ACCEPT WS-LIFE-YEARS-IN
           IF WS-LIFE-YEARS-IN = SPACES
               MOVE 5 TO WS-LIFE-YEARS
           ELSE
               PERFORM 150-VALIDATE-LIFE-DIGITS
               IF WS-PARM-VALID-FLG = 'N'
                   DISPLAY "USEFUL LIFE MUST BE NUMERIC"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-LIFE-YEARS
                   = FUNCTION NUMVAL(WS-LIFE-YEARS-IN)
               IF WS-LIFE-YEARS = 0
                   DISPLAY "USEFUL LIFE MUST NOT BE ZERO"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 140-LOAD-GL-MAP-TABLE

           PERFORM 200-BOOK-PAYROLL-RUN
           PERFORM 300-BOOK-INVENTORY-MOVEMENTS
           IF WS-MONTH-END-FLG = 'Y'
               PERFORM 400-BOOK-DEPRECIATION
               PERFORM 500-BOOK-OWNER-BILLING
           END-IF

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   OR WS-UNMAPPED-COUNT > 0
                   OR WS-TABLE-FULL-FLG = 'Y'
               MOVE 'Y' TO WS-REJECT-FLG
           END-IF

           PERFORM 700-WRITE-JOURNAL-LISTING

           IF WS-REJECT-FLG = 'Y'
               DISPLAY "GL EXTRACT REJECTED FOR " WS-GL-DATE-X
                       " - SEE GLJRNL.RPT - NO FILE WRITTEN"
               DISPLAY "  DEBITS:  " WS-TOTAL-DEBITS
               DISPLAY "  CREDITS: " WS-TOTAL-CREDITS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 800-WRITE-GL-ENTRY-FILE

           DISPLAY "GL EXTRACT WRITTEN TO " WS-GL-FILE-NAME
           DISPLAY "  LINES:   " WS-ENTRY-COUNT
           DISPLAY "  DEBITS:  " WS-TOTAL-DEBITS
           DISPLAY "  CREDITS: " WS-TOTAL-CREDITS
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

       120-LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-EOF-FLG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLG
           END-IF
           PERFORM UNTIL WS-EOF-FLG = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLG
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
      * Month-end entries are booked on the last business day of the
      * month - the journal date is the last one when the next
      * business day (skipping weekends and CALENDAR.DAT holidays the
      * way DATE-ROLL does) falls in a different month.
      ******************************************************************
       130-CHECK-LAST-BUSINESS-DAY.
           COMPUTE WS-CANDIDATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-GL-DATE)
           MOVE 'N' TO WS-DAY-IS-VALID-FLG
           MOVE 0 TO WS-TRY-COUNT

           PERFORM UNTIL WS-DAY-IS-VALID-FLG = 'Y'
                   OR WS-TRY-COUNT >= 30
               ADD 1 TO WS-TRY-COUNT
               ADD 1 TO WS-CANDIDATE-INT
               COMPUTE WS-NEXT-BUSINESS-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
               COMPUTE WS-DAY-OF-WEEK
                   = FUNCTION MOD(WS-CANDIDATE-INT, 7)
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-DAY-IS-VALID-FLG
                   PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                           UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                       IF HOL-DATE(WS-HOLIDAY-SUB)
                               = WS-NEXT-BUSINESS-DATE-X
                           MOVE 'N' TO WS-DAY-IS-VALID-FLG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-NEXT-BUSINESS-DATE-X(1:6) NOT = WS-GL-DATE-X(1:6)
               MOVE 'Y' TO WS-MONTH-END-FLG
           ELSE
               MOVE 'N' TO WS-MONTH-END-FLG
           END-IF.

       140-LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GLMAP.TBL - STATUS: "
                       WS-GLMAP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLG
           PERFORM UNTIL WS-EOF-FLG = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLG
                   NOT AT END
                       IF GLM-SOURCE-KEY NOT = SPACES
                               AND GLM-ACCOUNT NOT = SPACES
                               AND WS-MAP-COUNT < 100
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GLM-SOURCE-KEY
                               TO GMT-SOURCE-KEY(WS-MAP-COUNT)
                           MOVE GLM-ACCOUNT
                               TO GMT-ACCOUNT(WS-MAP-COUNT)
                           MOVE GLM-ACCOUNT-NAME
                               TO GMT-ACCOUNT-NAME(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

       150-VALIDATE-LIFE-DIGITS.
           MOVE 'Y' TO WS-PARM-VALID-FLG
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 2
               IF WS-LIFE-YEARS-IN(WS-PARM-SUB:1) NOT = SPACE
                       AND WS-LIFE-YEARS-IN(WS-PARM-SUB:1)
                           IS NOT NUMERIC
                   MOVE 'N' TO WS-PARM-VALID-FLG
               END-IF
           END-PERFORM.

      ******************************************************************
      * Payroll - the last PAYRUN.DAT line for the journal date.
      * Gross pay is the expense debit; each deduction is a credit to
      * its withholding liability and net pay is a credit to the
      * clearing account the bank settlement is drawn against.
      ******************************************************************
       200-BOOK-PAYROLL-RUN.
           OPEN INPUT PAY-RUN-FILE
           IF WS-PAYRUN-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ PAY-RUN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           IF PRN-RUN-DATE = WS-GL-DATE-X
                               PERFORM 210-KEEP-PAYROLL-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-FILE
           END-IF

           IF WS-PAYRUN-FOUND-FLG = 'Y'
               MOVE "PAY " TO WS-POST-SOURCE
               MOVE "PAY-GROSS" TO WS-POST-KEY
               MOVE "D" TO WS-POST-DR-CR
               MOVE WS-PAY-GROSS TO WS-POST-AMOUNT
               MOVE "PAYROLL GROSS PAY" TO WS-POST-DESCRIPTION
               PERFORM 600-ADD-LEDGER-LINE

               PERFORM VARYING WS-PAY-DED-SUB FROM 1 BY 1
                       UNTIL WS-PAY-DED-SUB > 5
                   IF PDT-CODE(WS-PAY-DED-SUB) NOT = SPACES
                       MOVE SPACES TO WS-POST-KEY
                       STRING "PAY-DED-" DELIMITED BY SIZE
                               PDT-CODE(WS-PAY-DED-SUB)
                                   DELIMITED BY SPACE
                           INTO WS-POST-KEY
                       MOVE "C" TO WS-POST-DR-CR
                       MOVE PDT-AMOUNT(WS-PAY-DED-SUB)
                           TO WS-POST-AMOUNT
                       MOVE SPACES TO WS-POST-DESCRIPTION
                       STRING "PAYROLL DEDUCTION " DELIMITED BY SIZE
                               PDT-CODE(WS-PAY-DED-SUB)
                                   DELIMITED BY SPACE
                           INTO WS-POST-DESCRIPTION
                       PERFORM 600-ADD-LEDGER-LINE
                   END-IF
               END-PERFORM

               MOVE "PAY-NET" TO WS-POST-KEY
               MOVE "C" TO WS-POST-DR-CR
               MOVE WS-PAY-NET TO WS-POST-AMOUNT
               MOVE "PAYROLL NET PAY CLEARING" TO WS-POST-DESCRIPTION
               PERFORM 600-ADD-LEDGER-LINE
           END-IF.

       210-KEEP-PAYROLL-RUN.
           MOVE 'Y' TO WS-PAYRUN-FOUND-FLG
           MOVE PRN-GROSS-PAY TO WS-PAY-GROSS
           MOVE PRN-NET-PAY TO WS-PAY-NET
           PERFORM VARYING WS-PAY-DED-SUB FROM 1 BY 1
                   UNTIL WS-PAY-DED-SUB > 5
               MOVE PRN-DED-CODE(WS-PAY-DED-SUB)
                   TO PDT-CODE(WS-PAY-DED-SUB)
               IF PRN-DED-AMOUNT(WS-PAY-DED-SUB) IS NUMERIC
                   MOVE PRN-DED-AMOUNT(WS-PAY-DED-SUB)
                       TO PDT-AMOUNT(WS-PAY-DED-SUB)
               ELSE
                   MOVE 0 TO PDT-AMOUNT(WS-PAY-DED-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Inventory - posted movement journal lines for the journal
      * date, valued at quantity times the unit cost the line was
      * journaled at.  Location transfers move no value and rejects
      * moved nothing, so neither is booked.  A line journaled
      * without a cost is counted and shown on the listing.
      ******************************************************************
       300-BOOK-INVENTORY-MOVEMENTS.
           OPEN INPUT MOVEMENT-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ MOVEMENT-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           IF JRN-POST-DATE = WS-GL-DATE-X
                               PERFORM 310-VALUE-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-JOURNAL
           END-IF

           MOVE "INV " TO WS-POST-SOURCE

           MOVE "INV-STOCK" TO WS-POST-KEY
           MOVE "D" TO WS-POST-DR-CR
           MOVE WS-INV-RECEIPT-VALUE TO WS-POST-AMOUNT
           MOVE "STORES RECEIPTS AT COST" TO WS-POST-DESCRIPTION
           PERFORM 600-ADD-LEDGER-LINE
           MOVE "INV-RECEIPT" TO WS-POST-KEY
           MOVE "C" TO WS-POST-DR-CR
           PERFORM 600-ADD-LEDGER-LINE

           MOVE "INV-ISSUE" TO WS-POST-KEY
           MOVE "D" TO WS-POST-DR-CR
           MOVE WS-INV-ISSUE-VALUE TO WS-POST-AMOUNT
           MOVE "STORES ISSUES AT COST" TO WS-POST-DESCRIPTION
           PERFORM 600-ADD-LEDGER-LINE
           MOVE "INV-STOCK" TO WS-POST-KEY
           MOVE "C" TO WS-POST-DR-CR
           PERFORM 600-ADD-LEDGER-LINE

           MOVE "INV-STOCK" TO WS-POST-KEY
           MOVE "D" TO WS-POST-DR-CR
           MOVE WS-INV-ADJ-IN-VALUE TO WS-POST-AMOUNT
           MOVE "COUNT ADJUSTMENTS - GAINS" TO WS-POST-DESCRIPTION
           PERFORM 600-ADD-LEDGER-LINE
           MOVE "INV-ADJUST" TO WS-POST-KEY
           MOVE "C" TO WS-POST-DR-CR
           PERFORM 600-ADD-LEDGER-LINE

           MOVE "INV-ADJUST" TO WS-POST-KEY
           MOVE "D" TO WS-POST-DR-CR
           MOVE WS-INV-ADJ-OUT-VALUE TO WS-POST-AMOUNT
           MOVE "COUNT ADJUSTMENTS - LOSSES" TO WS-POST-DESCRIPTION
           PERFORM 600-ADD-LEDGER-LINE
           MOVE "INV-STOCK" TO WS-POST-KEY
           MOVE "C" TO WS-POST-DR-CR
           PERFORM 600-ADD-LEDGER-LINE.

       310-VALUE-ONE-MOVEMENT.
           IF JRN-RESULT-TEXT = "POSTED - RECEIPT"
                   OR JRN-RESULT-TEXT = "POSTED - ISSUE"
                   OR JRN-RESULT-TEXT = "POSTED - COUNT ADJ RECEIPT"
                   OR JRN-RESULT-TEXT = "POSTED - COUNT ADJ ISSUE"
               ADD 1 TO WS-INV-LINE-COUNT
               IF JRN-UNIT-COST-X IS NUMERIC
                       AND JRN-QTY IS NUMERIC
                   COMPUTE WS-LINE-VALUE ROUNDED
                       = JRN-QTY * JRN-UNIT-COST
               ELSE
                   ADD 1 TO WS-INV-UNCOSTED-COUNT
                   MOVE 0 TO WS-LINE-VALUE
               END-IF
               EVALUATE JRN-RESULT-TEXT
                   WHEN "POSTED - RECEIPT"
                       ADD WS-LINE-VALUE TO WS-INV-RECEIPT-VALUE
                   WHEN "POSTED - ISSUE"
                       ADD WS-LINE-VALUE TO WS-INV-ISSUE-VALUE
                   WHEN "POSTED - COUNT ADJ RECEIPT"
                       ADD WS-LINE-VALUE TO WS-INV-ADJ-IN-VALUE
                   WHEN "POSTED - COUNT ADJ ISSUE"
                       ADD WS-LINE-VALUE TO WS-INV-ADJ-OUT-VALUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Depreciation - the month's straight-line charge for every
      * active vehicle on the CAR master, on the same basis as the
      * CAR-DEPRECIATION schedule (cost over the useful life, no
      * salvage).  The charge starts the month after acquisition and
      * runs for life x 12 months; the last month takes the rounding
      * remainder so the vehicle depreciates to exactly zero.
      * Charges are totalled by engine type, one entry pair each.
      ******************************************************************
       400-BOOK-DEPRECIATION.
           MOVE WS-GL-DATE TO WS-DATE-WORK
           COMPUTE WS-GL-MONTH-NUM
               = WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH
           COMPUTE WS-LIFE-MONTHS = WS-LIFE-YEARS * 12

           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARMAST.IDX - STATUS: "
                       WS-CAR-FILE-STATUS
               DISPLAY "NO DEPRECIATION BOOKED"
           ELSE
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ CAR-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           PERFORM 410-DEPRECIATE-ONE-VEHICLE
                   END-READ
               END-PERFORM
               CLOSE CAR-MASTER
           END-IF

           MOVE "DEP " TO WS-POST-SOURCE
           PERFORM VARYING WS-ENGINE-SUB FROM 1 BY 1
                   UNTIL WS-ENGINE-SUB > WS-ENGINE-COUNT
               MOVE SPACES TO WS-POST-DESCRIPTION
               STRING "DEPR " DELIMITED BY SIZE
                       EDT-ENGINE(WS-ENGINE-SUB) DELIMITED BY SIZE
                   INTO WS-POST-DESCRIPTION
               MOVE EDT-CHARGE(WS-ENGINE-SUB) TO WS-POST-AMOUNT
               MOVE "DEP-EXPENSE" TO WS-POST-KEY
               MOVE "D" TO WS-POST-DR-CR
               PERFORM 600-ADD-LEDGER-LINE
               MOVE "DEP-ACCUM" TO WS-POST-KEY
               MOVE "C" TO WS-POST-DR-CR
               PERFORM 600-ADD-LEDGER-LINE
           END-PERFORM.

       410-DEPRECIATE-ONE-VEHICLE.
           IF NOT CAR-MASTER-IS-DISPOSED
                   AND ACQUISITION-DATE-MASTER IS NUMERIC
                   AND ACQUISITION-COST-MASTER > 0
               MOVE ACQUISITION-DATE-MASTER TO WS-DATE-WORK
               COMPUTE WS-ACQ-MONTH-NUM
                   = WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH
               COMPUTE WS-MONTHS-ELAPSED
                   = WS-GL-MONTH-NUM - WS-ACQ-MONTH-NUM
               IF WS-MONTHS-ELAPSED >= 1
                       AND WS-MONTHS-ELAPSED <= WS-LIFE-MONTHS
                   PERFORM 420-CHARGE-ONE-VEHICLE
               END-IF
           END-IF.

       420-CHARGE-ONE-VEHICLE.
           COMPUTE WS-ANNUAL-DEPR ROUNDED
               = ACQUISITION-COST-MASTER / WS-LIFE-YEARS
           COMPUTE WS-MONTHLY-DEPR ROUNDED = WS-ANNUAL-DEPR / 12
           IF WS-MONTHS-ELAPSED = WS-LIFE-MONTHS
               COMPUTE WS-MONTHLY-DEPR
                   = ACQUISITION-COST-MASTER
                   - (WS-MONTHLY-DEPR * (WS-LIFE-MONTHS - 1))
           END-IF

           MOVE 'N' TO WS-ENGINE-FOUND-FLG
           PERFORM VARYING WS-ENGINE-SUB FROM 1 BY 1
                   UNTIL WS-ENGINE-SUB > WS-ENGINE-COUNT
               IF EDT-ENGINE(WS-ENGINE-SUB) = ENGINE-MASTER
                   MOVE 'Y' TO WS-ENGINE-FOUND-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ENGINE-FOUND-FLG = 'N'
               IF WS-ENGINE-COUNT < 50
                   ADD 1 TO WS-ENGINE-COUNT
                   MOVE WS-ENGINE-COUNT TO WS-ENGINE-SUB
                   MOVE ENGINE-MASTER TO EDT-ENGINE(WS-ENGINE-SUB)
                   MOVE 0 TO EDT-CHARGE(WS-ENGINE-SUB)
                   MOVE 'Y' TO WS-ENGINE-FOUND-FLG
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLG
               END-IF
           END-IF
           IF WS-ENGINE-FOUND-FLG = 'Y'
               ADD WS-MONTHLY-DEPR TO EDT-CHARGE(WS-ENGINE-SUB)
               ADD 1 TO WS-DEPR-VEHICLE-COUNT
           END-IF.

      ******************************************************************
      * Owner billing - the last STMTRUN.DAT line for the journal
      * month.  The amount billed is a receivable from the owners;
      * service fees are revenue and the fuel re-billed is a recovery
      * of fleet fuel cost.
      ******************************************************************
       500-BOOK-OWNER-BILLING.
           OPEN INPUT STMT-RUN-FILE
           IF WS-STMTRUN-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ STMT-RUN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           IF SRN-STMT-MONTH = WS-GL-DATE-X(1:6)
                               MOVE 'Y' TO WS-STMTRUN-FOUND-FLG
                               MOVE SRN-FEE-TOTAL TO WS-OWN-FEE-TOTAL
                               MOVE SRN-FUEL-TOTAL
                                   TO WS-OWN-FUEL-TOTAL
                               MOVE SRN-AMOUNT-DUE
                                   TO WS-OWN-AMOUNT-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-RUN-FILE
           END-IF

           IF WS-STMTRUN-FOUND-FLG = 'Y'
               MOVE "OWN " TO WS-POST-SOURCE
               MOVE "OWN-AR" TO WS-POST-KEY
               MOVE "D" TO WS-POST-DR-CR
               MOVE WS-OWN-AMOUNT-DUE TO WS-POST-AMOUNT
               MOVE "OWNER STATEMENTS BILLED" TO WS-POST-DESCRIPTION
               PERFORM 600-ADD-LEDGER-LINE
               MOVE "OWN-FEE-REV" TO WS-POST-KEY
               MOVE "C" TO WS-POST-DR-CR
               MOVE WS-OWN-FEE-TOTAL TO WS-POST-AMOUNT
               MOVE "OWNER SERVICE FEES" TO WS-POST-DESCRIPTION
               PERFORM 600-ADD-LEDGER-LINE
               MOVE "OWN-FUEL-REC" TO WS-POST-KEY
               MOVE "C" TO WS-POST-DR-CR
               MOVE WS-OWN-FUEL-TOTAL TO WS-POST-AMOUNT
               MOVE "OWNER FUEL RECOVERED" TO WS-POST-DESCRIPTION
               PERFORM 600-ADD-LEDGER-LINE
           END-IF.

      ******************************************************************
      * Adds one ledger line through the mapping table.  Zero amounts
      * are not booked.  A key with no mapping row is remembered for
      * the listing and rejects the extract, since its amount would
      * otherwise go nowhere.
      ******************************************************************
       600-ADD-LEDGER-LINE.
           IF WS-POST-AMOUNT > 0
               PERFORM 605-MAP-LEDGER-LINE
           END-IF.

       605-MAP-LEDGER-LINE.
           MOVE 'N' TO WS-MAP-FOUND-FLG
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF GMT-SOURCE-KEY(WS-MAP-SUB) = WS-POST-KEY
                   MOVE 'Y' TO WS-MAP-FOUND-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MAP-FOUND-FLG = 'N'
                   PERFORM 610-RECORD-UNMAPPED-KEY
               WHEN WS-ENTRY-COUNT >= 500
                   MOVE 'Y' TO WS-TABLE-FULL-FLG
               WHEN OTHER
                   PERFORM 620-STORE-LEDGER-LINE
           END-EVALUATE.

       620-STORE-LEDGER-LINE.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE GMT-ACCOUNT(WS-MAP-SUB) TO GLT-ACCOUNT(WS-ENTRY-COUNT)
           MOVE GMT-ACCOUNT-NAME(WS-MAP-SUB)
               TO GLT-ACCOUNT-NAME(WS-ENTRY-COUNT)
           MOVE WS-POST-DR-CR TO GLT-DR-CR(WS-ENTRY-COUNT)
           MOVE WS-POST-AMOUNT TO GLT-AMOUNT(WS-ENTRY-COUNT)
           MOVE WS-POST-SOURCE TO GLT-SOURCE(WS-ENTRY-COUNT)
           MOVE WS-POST-DESCRIPTION TO GLT-DESCRIPTION(WS-ENTRY-COUNT)
           IF WS-POST-DR-CR = "D"
               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       610-RECORD-UNMAPPED-KEY.
           MOVE 'N' TO WS-MAP-FOUND-FLG
           PERFORM VARYING WS-UNMAPPED-SUB FROM 1 BY 1
                   UNTIL WS-UNMAPPED-SUB > WS-UNMAPPED-COUNT
               IF UMK-SOURCE-KEY(WS-UNMAPPED-SUB) = WS-POST-KEY
                   MOVE 'Y' TO WS-MAP-FOUND-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-FLG = 'N'
               IF WS-UNMAPPED-COUNT < 50
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-POST-KEY
                       TO UMK-SOURCE-KEY(WS-UNMAPPED-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLG
               END-IF
           END-IF.

      ******************************************************************
      * Journal-entry listing by account - the ledger lines are sorted
      * on account with debits ahead of credits, printed with a total
      * per account, and closed with the journal totals and the
      * balance proof.
      ******************************************************************
       700-WRITE-JOURNAL-LISTING.
           OPEN OUTPUT GL-LISTING-RPT
           MOVE WS-GL-DATE-X TO GLL-HDR-DATE
           MOVE WS-MONTH-END-FLG TO GLL-HDR-MONTH-END
           WRITE GL-LISTING-LINE FROM GLL-HEADER-1
           WRITE GL-LISTING-LINE FROM SPACES
           WRITE GL-LISTING-LINE FROM GLL-HEADER-2

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT SW-DR-CR SW-SEQ
               INPUT PROCEDURE IS 710-RELEASE-LEDGER-LINES
               OUTPUT PROCEDURE IS 720-LIST-SORTED-LINES

           WRITE GL-LISTING-LINE FROM SPACES
           MOVE WS-TOTAL-DEBITS TO GLL-GRAND-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLL-GRAND-CREDITS
           WRITE GL-LISTING-LINE FROM GLL-GRAND-TRAILER
           WRITE GL-LISTING-LINE FROM SPACES

           PERFORM 750-WRITE-LISTING-NOTES

           CLOSE GL-LISTING-RPT.

       710-RELEASE-LEDGER-LINES.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               MOVE GLT-ACCOUNT(WS-ENTRY-SUB) TO SW-ACCOUNT
               MOVE GLT-DR-CR(WS-ENTRY-SUB) TO SW-DR-CR
               MOVE WS-ENTRY-SUB TO SW-SEQ
               MOVE GLT-ACCOUNT-NAME(WS-ENTRY-SUB) TO SW-ACCOUNT-NAME
               MOVE GLT-SOURCE(WS-ENTRY-SUB) TO SW-SOURCE
               MOVE GLT-DESCRIPTION(WS-ENTRY-SUB) TO SW-DESCRIPTION
               MOVE GLT-AMOUNT(WS-ENTRY-SUB) TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       720-LIST-SORTED-LINES.
           MOVE 'N' TO WS-SORT-EOF-FLG
           PERFORM 730-RETURN-SORTED-LINE
           PERFORM UNTIL WS-SORT-EOF-FLG = 'Y'
               IF WS-FIRST-ACCOUNT-FLG = 'Y'
                   MOVE SW-ACCOUNT TO WS-PRIOR-ACCOUNT
                   MOVE 'N' TO WS-FIRST-ACCOUNT-FLG
               END-IF
               IF SW-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                   PERFORM 740-WRITE-ACCOUNT-TRAILER
                   MOVE SW-ACCOUNT TO WS-PRIOR-ACCOUNT
               END-IF

               MOVE SW-ACCOUNT TO GLL-ACCOUNT
               MOVE SW-ACCOUNT-NAME TO GLL-ACCOUNT-NAME
               MOVE SW-SOURCE TO GLL-SOURCE
               MOVE SW-DESCRIPTION TO GLL-DESCRIPTION
               IF SW-DR-CR = "D"
                   MOVE SW-AMOUNT TO GLL-DEBIT
                   MOVE 0 TO GLL-CREDIT
                   ADD SW-AMOUNT TO WS-ACCOUNT-DEBITS
               ELSE
                   MOVE 0 TO GLL-DEBIT
                   MOVE SW-AMOUNT TO GLL-CREDIT
                   ADD SW-AMOUNT TO WS-ACCOUNT-CREDITS
               END-IF
               WRITE GL-LISTING-LINE FROM GLL-DETAIL-LINE

               PERFORM 730-RETURN-SORTED-LINE
           END-PERFORM

           IF WS-FIRST-ACCOUNT-FLG = 'N'
               PERFORM 740-WRITE-ACCOUNT-TRAILER
           END-IF.

       730-RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLG
           END-RETURN.

       740-WRITE-ACCOUNT-TRAILER.
           MOVE WS-ACCOUNT-DEBITS TO GLL-ACCT-DEBITS
           MOVE WS-ACCOUNT-CREDITS TO GLL-ACCT-CREDITS
           WRITE GL-LISTING-LINE FROM GLL-ACCOUNT-TRAILER
           WRITE GL-LISTING-LINE FROM SPACES
           MOVE 0 TO WS-ACCOUNT-DEBITS
           MOVE 0 TO WS-ACCOUNT-CREDITS.

       750-WRITE-LISTING-NOTES.
           IF WS-PAYRUN-FOUND-FLG = 'N'
               MOVE "NO PAYROLL RUN ON PAYRUN.DAT FOR THIS DATE"
                   TO GLL-MESSAGE-TEXT
               MOVE SPACES TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           END-IF

           MOVE "INVENTORY JOURNAL LINES VALUED:" TO GLL-MESSAGE-TEXT
           MOVE WS-INV-LINE-COUNT TO GLL-MESSAGE-VALUE
           WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           IF WS-INV-UNCOSTED-COUNT > 0
               MOVE "INVENTORY LINES WITH NO JOURNALED COST:"
                   TO GLL-MESSAGE-TEXT
               MOVE WS-INV-UNCOSTED-COUNT TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           END-IF

           IF WS-MONTH-END-FLG = 'Y'
               MOVE "VEHICLES DEPRECIATED THIS MONTH:"
                   TO GLL-MESSAGE-TEXT
               MOVE WS-DEPR-VEHICLE-COUNT TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
               IF WS-STMTRUN-FOUND-FLG = 'N'
                   MOVE "NO OWNER STATEMENT RUN ON STMTRUN.DAT FOR"
                       TO GLL-MESSAGE-TEXT
                   MOVE WS-GL-DATE-X(1:6) TO GLL-MESSAGE-VALUE
                   WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
               END-IF
           END-IF

           PERFORM VARYING WS-UNMAPPED-SUB FROM 1 BY 1
                   UNTIL WS-UNMAPPED-SUB > WS-UNMAPPED-COUNT
               MOVE "NO GLMAP.TBL ACCOUNT FOR SOURCE KEY:"
                   TO GLL-MESSAGE-TEXT
               MOVE UMK-SOURCE-KEY(WS-UNMAPPED-SUB)
                   TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           END-PERFORM
           IF WS-TABLE-FULL-FLG = 'Y'
               MOVE "LEDGER LINE TABLE FULL - EXTRACT INCOMPLETE"
                   TO GLL-MESSAGE-TEXT
               MOVE SPACES TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           END-IF

           WRITE GL-LISTING-LINE FROM SPACES
           IF WS-REJECT-FLG = 'Y'
               IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   MOVE "*** OUT OF BALANCE - DEBITS NOT EQUAL CREDITS"
                       TO GLL-MESSAGE-TEXT
                   MOVE SPACES TO GLL-MESSAGE-VALUE
                   WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
               END-IF
               MOVE "*** EXTRACT REJECTED - NO JOURNAL-ENTRY FILE"
                   TO GLL-MESSAGE-TEXT
               MOVE SPACES TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           ELSE
               PERFORM 810-BUILD-GL-FILE-NAME
               MOVE "IN BALANCE - JOURNAL-ENTRY FILE WRITTEN TO"
                   TO GLL-MESSAGE-TEXT
               MOVE WS-GL-FILE-NAME TO GLL-MESSAGE-VALUE
               WRITE GL-LISTING-LINE FROM GLL-MESSAGE-LINE
           END-IF.

      ******************************************************************
      * The journal-entry file is only written once the proof has
      * passed.  It is named for its journal date, so a rerun for the
      * same date replaces the earlier file rather than adding to it.
      ******************************************************************
       800-WRITE-GL-ENTRY-FILE.
           PERFORM 810-BUILD-GL-FILE-NAME
           OPEN OUTPUT GL-ENTRY-FILE
           IF WS-GLFILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-GL-FILE-NAME
                       " - STATUS: " WS-GLFILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-GL-DATE-X TO GLH-JOURNAL-DATE
           WRITE GL-ENTRY-LINE FROM GL-HEADER-RECORD

           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               MOVE WS-GL-DATE-X TO GLD-JOURNAL-DATE
               MOVE WS-ENTRY-SUB TO GLD-SEQ
               MOVE GLT-ACCOUNT(WS-ENTRY-SUB) TO GLD-ACCOUNT
               MOVE GLT-DR-CR(WS-ENTRY-SUB) TO GLD-DR-CR
               MOVE GLT-AMOUNT(WS-ENTRY-SUB) TO GLD-AMOUNT
               MOVE GLT-SOURCE(WS-ENTRY-SUB) TO GLD-SOURCE
               MOVE GLT-DESCRIPTION(WS-ENTRY-SUB) TO GLD-DESCRIPTION
               WRITE GL-ENTRY-LINE FROM GL-DETAIL-RECORD
           END-PERFORM

           MOVE WS-ENTRY-COUNT TO GLX-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GLX-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLX-TOTAL-CREDITS
           WRITE GL-ENTRY-LINE FROM GL-TRAILER-RECORD
           CLOSE GL-ENTRY-FILE.

       810-BUILD-GL-FILE-NAME.
           MOVE SPACES TO WS-GL-FILE-NAME
           STRING "GLJE-" DELIMITED BY SIZE
                   WS-GL-DATE-X DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-GL-FILE-NAME.

       END PROGRAM GL-EXTRACT.
