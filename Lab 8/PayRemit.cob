      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Statutory remittance run - for one pay run date or a
      *          whole month, totals the employee withholdings and
      *          employer contributions for every deduction code on
      *          EMPRCONT.TBL from the PAYRUN.DAT run summaries, checks
      *          the PAYYTD.IDX year-to-date buckets against the annual
      *          maximums, works out the due date (the 15th of the
      *          following month, moved to the next business day on
      *          the CALENDAR.DAT calendar) and prints the remittance
      *          summary.  The amounts owed are also written to the
      *          REMIT.TXT payment file for the bank.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-REMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RUN-FILE
               ASSIGN TO "PAYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRUN-STATUS.

           SELECT YTD-EARNINGS-MASTER
               ASSIGN TO "PAYYTD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-MASTER-STATUS.

           SELECT DEDUCTION-PARAM-FILE
               ASSIGN TO "DEDUCT.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-FILE-STATUS.

           SELECT EMPLOYER-CONT-FILE
               ASSIGN TO "EMPRCONT.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRCONT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "../CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT REMIT-RPT
               ASSIGN TO "REMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-PAYMENT-FILE
               ASSIGN TO "REMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD YTD-EARNINGS-MASTER.
       01 YTD-EARNINGS-RECORD.
           05 YTD-EMP-ID PIC X(6).
           05 YTD-YEAR PIC X(4).
           05 YTD-HOURS PIC 9(5)V99.
           05 YTD-GROSS PIC 9(7)V99.
           05 YTD-LAST-PAID PIC X(8).
           05 YTD-DEDUCTION-TABLE.
               10 YTD-DEDUCTION-ENTRY OCCURS 5 TIMES.
                   15 YTD-DED-CODE PIC X(4).
                   15 YTD-DED-AMOUNT PIC 9(7)V99.
           05 YTD-EMPLOYER-TABLE.
               10 YTD-EMPLOYER-ENTRY OCCURS 5 TIMES.
                   15 YTD-ER-AMOUNT PIC 9(7)V99.

       FD DEDUCTION-PARAM-FILE.
       01 DEDUCTION-PARAM-RECORD.
           05 DED-CODE PIC X(4).
           05 FILLER PIC X.
           05 DED-TYPE PIC X.
           05 FILLER PIC X.
           05 DED-VALUE PIC 9(5)V99.
           05 FILLER PIC X.
           05 DED-ANNUAL-MAX PIC 9(7)V99.

       FD EMPLOYER-CONT-FILE.
       01 EMPLOYER-CONT-RECORD.
           05 ERC-CODE PIC X(4).
           05 FILLER PIC X.
           05 ERC-RATIO PIC 9V999.
           05 FILLER PIC X.
           05 ERC-ANNUAL-MAX PIC 9(7)V99.

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-IS-HOLIDAY VALUE "H".

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD REMIT-RPT.
       01 REMIT-RPT-LINE PIC X(100).

       FD REMIT-PAYMENT-FILE.
       01 REMIT-PAYMENT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-PAYRUN-STATUS PIC X(2).
       01 WS-YTD-MASTER-STATUS PIC X(2).
       01 WS-DEDUCT-FILE-STATUS PIC X(2).
       01 WS-EMPRCONT-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-FILE-EOF-FLG PIC X.

       01 WS-REMIT-PERIOD PIC X(8).
       01 WS-PERIOD-TYPE PIC X.
           88 WS-PERIOD-IS-RUN VALUE "R".
           88 WS-PERIOD-IS-MONTH VALUE "M".
       01 WS-PERIOD-YEAR PIC X(4).
       01 WS-DATE-CHECK PIC 9(8).

       01 WS-DUE-YEAR PIC 9(4).
       01 WS-DUE-MONTH PIC 99.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(8).
       01 WS-DUE-INT PIC 9(7).
       01 WS-DAY-OF-WEEK PIC 9.
       01 WS-TRY-COUNT PIC 9(2).
       01 WS-DAY-IS-VALID-FLG PIC X.

       01 WS-HOLIDAY-SUB PIC 9(3).
       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT.
               10 HOL-DATE PIC X(8).

       01 WS-RUN-SUB PIC 9(2).
       01 WS-RUN-FOUND-SUB PIC 9(2).
       01 WS-RUN-COUNT PIC 9(2) VALUE 0.
       01 PAY-RUN-TABLE.
           05 PAY-RUN-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RUN-COUNT.
               10 PRT-RUN-DATE PIC X(8).
               10 PRT-GROSS-PAY PIC 9(9)V99.
               10 PRT-CODE-ENTRY OCCURS 5 TIMES.
                   15 PRT-DED-CODE PIC X(4).
                   15 PRT-DED-AMOUNT PIC 9(9)V99.
                   15 PRT-ER-AMOUNT PIC 9(9)V99.

       01 WS-DED-SUB PIC 9.
       01 WS-REMIT-SUB PIC 9.
       01 WS-REMIT-COUNT PIC 9 VALUE 0.
       01 REMIT-CODE-TABLE.
           05 REMIT-CODE-ENTRY OCCURS 5 TIMES.
               10 RCT-CODE PIC X(4).
               10 RCT-EMPLOYEE-MAX PIC 9(7)V99.
               10 RCT-EMPLOYER-MAX PIC 9(7)V99.
               10 RCT-EMPLOYEE-AMOUNT PIC 9(9)V99.
               10 RCT-EMPLOYER-AMOUNT PIC 9(9)V99.
               10 RCT-AT-MAX-COUNT PIC 9(5).

       01 WS-DEDUCT-COUNT PIC 9 VALUE 0.
       01 DEDUCT-MAX-TABLE.
           05 DEDUCT-MAX-ENTRY OCCURS 5 TIMES.
               10 DMT-CODE PIC X(4).
               10 DMT-ANNUAL-MAX PIC 9(7)V99.

       01 REMIT-TOTAL-FIELDS.
           05 WS-PERIOD-GROSS PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-EMPLOYEE PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-EMPLOYER PIC 9(9)V99 VALUE 0.
           05 WS-CODE-REMIT-AMOUNT PIC 9(9)V99.
           05 WS-TOTAL-REMIT PIC 9(9)V99 VALUE 0.
           05 WS-REMIT-RECORD-COUNT PIC 9(5) VALUE 0.
           05 WS-REMIT-HASH-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-YTD-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
           05 WS-MAX-EXCEPT-COUNT PIC 9(5) VALUE 0.
           05 WS-YTD-CHECKED-FLG PIC X VALUE 'N'.
           05 WS-EXCEPT-SIDE PIC X(9).
           05 WS-EXCEPT-YTD-AMOUNT PIC 9(7)V99.
           05 WS-EXCEPT-MAX-AMOUNT PIC 9(7)V99.

       01 WS-EXCEPT-SUB PIC 9(3).
       01 WS-EXCEPT-TBL-COUNT PIC 9(3) VALUE 0.
       01 MAX-EXCEPTION-TABLE.
           05 MAX-EXCEPTION-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-EXCEPT-TBL-COUNT.
               10 MXT-EMP-ID PIC X(6).
               10 MXT-CODE PIC X(4).
               10 MXT-SIDE PIC X(9).
               10 MXT-YTD-AMOUNT PIC 9(7)V99.
               10 MXT-MAX-AMOUNT PIC 9(7)V99.

       01 REMIT-RPT-HEADER-1.
           05 FILLER PIC X(36) VALUE
              "STATUTORY REMITTANCE SUMMARY - ".
           05 RRH-PERIOD-LABEL PIC X(10).
           05 RRH-PERIOD PIC X(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 RRH-RUN-DATE PIC X(8).

       01 REMIT-RPT-RUN-LINE.
           05 FILLER PIC X(10) VALUE "  PAY RUN ".
           05 RRR-RUN-DATE PIC X(8).
           05 FILLER PIC X(9) VALUE "  GROSS: ".
           05 RRR-GROSS PIC $$$,$$$,$$9.99.

       01 REMIT-RPT-HEADER-2.
           05 FILLER PIC X(6) VALUE "CODE".
           05 FILLER PIC X(17) VALUE "  EMPLOYEE WHELD".
           05 FILLER PIC X(17) VALUE "  EMPLOYER CONTR".
           05 FILLER PIC X(17) VALUE "    TOTAL REMIT".
           05 FILLER PIC X(15) VALUE "  EMPS AT MAX".

       01 REMIT-RPT-DETAIL.
           05 RRD-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRD-EMPLOYEE-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RRD-EMPLOYER-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RRD-REMIT-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RRD-AT-MAX-COUNT PIC ZZ,ZZ9.

       01 REMIT-RPT-TOTAL.
           05 FILLER PIC X(6) VALUE "TOTAL".
           05 RRT-EMPLOYEE-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RRT-EMPLOYER-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RRT-REMIT-AMOUNT PIC $$$,$$$,$$9.99.

       01 REMIT-RPT-DUE-LINE.
           05 FILLER PIC X(23) VALUE "REMITTANCE DUE DATE:  ".
           05 RRU-DUE-DATE PIC X(8).
           05 FILLER PIC X(19) VALUE "   PERIOD GROSS:  ".
           05 RRU-PERIOD-GROSS PIC $$$,$$$,$$9.99.

       01 REMIT-RPT-EXCEPT-HEADER.
           05 FILLER PIC X(50) VALUE
              "ANNUAL MAXIMUM EXCEPTIONS - PAYYTD.IDX".

       01 REMIT-RPT-EXCEPT-DETAIL.
           05 RRX-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRX-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRX-SIDE PIC X(9).
           05 FILLER PIC X(6) VALUE " YTD: ".
           05 RRX-YTD-AMOUNT PIC $$$$,$$9.99.
           05 FILLER PIC X(6) VALUE " MAX: ".
           05 RRX-MAX-AMOUNT PIC $$$$,$$9.99.

       01 REMIT-RPT-EXCEPT-TRAILER.
           05 FILLER PIC X(19) VALUE "EMPLOYEES CHECKED: ".
           05 RRX-EMPLOYEE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
           05 RRX-EXCEPT-COUNT PIC ZZ,ZZ9.

      ******************************************************************
      * Remittance payment file - one header with the period and due
      * date, one detail per deduction code owed, and a trailer with
      * the record count and hash total of the remittance amounts,
      * laid out like the direct-deposit settlement file.
      ******************************************************************
       01 REMIT-HEADER-RECORD.
           05 FILLER PIC X VALUE "H".
           05 RMH-RUN-DATE PIC X(8).
           05 RMH-PERIOD PIC X(8).
           05 RMH-DUE-DATE PIC X(8).

       01 REMIT-DETAIL-RECORD.
           05 FILLER PIC X VALUE "D".
           05 RMD-CODE PIC X(4).
           05 RMD-EMPLOYEE-AMOUNT PIC 9(9)V99.
           05 RMD-EMPLOYER-AMOUNT PIC 9(9)V99.
           05 RMD-REMIT-AMOUNT PIC 9(9)V99.

       01 REMIT-TRAILER-RECORD.
           05 FILLER PIC X VALUE "T".
           05 RMT-RECORD-COUNT PIC 9(5).
           05 RMT-HASH-TOTAL PIC 9(11)V99.

       PROCEDURE DIVISION.
       100-RUN-REMITTANCE.
           PERFORM 110-GET-BUSINESS-DATE

           DISPLAY "Enter pay run date YYYYMMDD or month YYYYMM: "
           ACCEPT WS-REMIT-PERIOD
           PERFORM 120-VALIDATE-PERIOD

           PERFORM 130-LOAD-REMIT-CODES
           PERFORM 140-LOAD-DEDUCTION-MAXIMUMS
           PERFORM 150-LOAD-HOLIDAY-TABLE

           OPEN INPUT PAY-RUN-FILE
           IF WS-PAYRUN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYRUN.DAT - STATUS: "
                       WS-PAYRUN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM 200-SELECT-ONE-PAY-RUN
               UNTIL WS-FILE-EOF-FLG = 'Y'
           CLOSE PAY-RUN-FILE

           IF WS-RUN-COUNT = 0
               DISPLAY "NO PAY RUNS ON PAYRUN.DAT FOR "
                       WS-REMIT-PERIOD " - NOTHING TO REMIT"
               STOP RUN
           END-IF

           PERFORM 300-TOTAL-REMIT-CODES
           PERFORM 400-FIND-DUE-DATE
           PERFORM 600-CHECK-ANNUAL-MAXIMUMS

           OPEN OUTPUT REMIT-RPT
           OPEN OUTPUT REMIT-PAYMENT-FILE
           PERFORM 500-WRITE-REMIT-SUMMARY
           PERFORM 650-WRITE-EXCEPTION-SECTION
           CLOSE REMIT-PAYMENT-FILE
           CLOSE REMIT-RPT

           DISPLAY "REMITTANCE SUMMARY WRITTEN TO REMIT.RPT"
           DISPLAY "  PAY RUNS:     " WS-RUN-COUNT
           DISPLAY "  TOTAL REMIT:  " WS-TOTAL-REMIT
           DISPLAY "  DUE DATE:     " WS-DUE-DATE-X
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
      * Eight digits is one pay run date; six digits followed by
      * blanks is every pay run in that month.
      ******************************************************************
       120-VALIDATE-PERIOD.
           IF WS-REMIT-PERIOD IS NUMERIC
               MOVE WS-REMIT-PERIOD TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   DISPLAY "PAY RUN DATE IS NOT A VALID DATE"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "R" TO WS-PERIOD-TYPE
           ELSE
           IF WS-REMIT-PERIOD(1:6) IS NUMERIC
                   AND WS-REMIT-PERIOD(7:2) = SPACES
                   AND WS-REMIT-PERIOD(5:2) >= "01"
                   AND WS-REMIT-PERIOD(5:2) <= "12"
               MOVE "M" TO WS-PERIOD-TYPE
           ELSE
               DISPLAY "PERIOD MUST BE YYYYMMDD OR YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           MOVE WS-REMIT-PERIOD(1:4) TO WS-PERIOD-YEAR.

      ******************************************************************
      * Every EMPRCONT.TBL row is a deduction remitted to the
      * government - a zero ratio (income tax) is remitted with no
      * employer share.  Codes not on the table (benefits) are not
      * part of the remittance.
      ******************************************************************
       130-LOAD-REMIT-CODES.
           OPEN INPUT EMPLOYER-CONT-FILE
           IF WS-EMPRCONT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPRCONT.TBL - STATUS: "
                       WS-EMPRCONT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ EMPLOYER-CONT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       IF WS-REMIT-COUNT < 5
                               AND ERC-ANNUAL-MAX IS NUMERIC
                           ADD 1 TO WS-REMIT-COUNT
                           MOVE ERC-CODE TO RCT-CODE(WS-REMIT-COUNT)
                           MOVE ERC-ANNUAL-MAX
                               TO RCT-EMPLOYER-MAX(WS-REMIT-COUNT)
                           MOVE 0 TO RCT-EMPLOYEE-MAX(WS-REMIT-COUNT)
                           MOVE 0
                               TO RCT-EMPLOYEE-AMOUNT(WS-REMIT-COUNT)
                           MOVE 0
                               TO RCT-EMPLOYER-AMOUNT(WS-REMIT-COUNT)
                           MOVE 0 TO RCT-AT-MAX-COUNT(WS-REMIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-CONT-FILE.

       140-LOAD-DEDUCTION-MAXIMUMS.
           OPEN INPUT DEDUCTION-PARAM-FILE
           IF WS-DEDUCT-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ DEDUCTION-PARAM-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           IF WS-DEDUCT-COUNT < 5
                                   AND DED-ANNUAL-MAX IS NUMERIC
                               ADD 1 TO WS-DEDUCT-COUNT
                               MOVE DED-CODE
                                   TO DMT-CODE(WS-DEDUCT-COUNT)
                               MOVE DED-ANNUAL-MAX
                                   TO DMT-ANNUAL-MAX(WS-DEDUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-PARAM-FILE
           ELSE
               DISPLAY "DEDUCT.TBL NOT FOUND - EMPLOYEE MAXIMUMS "
                       "NOT CHECKED"
           END-IF

           PERFORM VARYING WS-REMIT-SUB FROM 1 BY 1
                   UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-DEDUCT-COUNT
                   IF DMT-CODE(WS-DED-SUB) = RCT-CODE(WS-REMIT-SUB)
                       MOVE DMT-ANNUAL-MAX(WS-DED-SUB)
                           TO RCT-EMPLOYEE-MAX(WS-REMIT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       150-LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO WS-FILE-EOF-FLG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR.DAT NOT FOUND - "
                       "ONLY WEEKENDS WILL BE SKIPPED"
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
      * A rerun of the payroll appends a second summary line for the
      * same date; as in the ledger extract, the last line for a date
      * replaces any earlier one.
      ******************************************************************
       200-SELECT-ONE-PAY-RUN.
           READ PAY-RUN-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-FLG
           END-READ

           IF WS-FILE-EOF-FLG NOT = 'Y'
               IF (WS-PERIOD-IS-RUN
                       AND PRN-RUN-DATE = WS-REMIT-PERIOD)
                   OR (WS-PERIOD-IS-MONTH
                       AND PRN-RUN-DATE(1:6) = WS-REMIT-PERIOD(1:6))
                   MOVE 0 TO WS-RUN-FOUND-SUB
                   PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                           UNTIL WS-RUN-SUB > WS-RUN-COUNT
                       IF PRT-RUN-DATE(WS-RUN-SUB) = PRN-RUN-DATE
                           MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
                       END-IF
                   END-PERFORM
                   IF WS-RUN-FOUND-SUB = 0
                       IF WS-RUN-COUNT < 50
                           ADD 1 TO WS-RUN-COUNT
                           MOVE WS-RUN-COUNT TO WS-RUN-FOUND-SUB
                       ELSE
                           DISPLAY "MORE THAN 50 PAY RUNS - "
                                   PRN-RUN-DATE " NOT INCLUDED"
                       END-IF
                   END-IF
                   IF WS-RUN-FOUND-SUB > 0
                       PERFORM 210-STORE-PAY-RUN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Summary lines written before employer shares were carried have
      * blanks there and count as no employer contribution.
      ******************************************************************
       210-STORE-PAY-RUN.
           MOVE PRN-RUN-DATE TO PRT-RUN-DATE(WS-RUN-FOUND-SUB)
           MOVE PRN-GROSS-PAY TO PRT-GROSS-PAY(WS-RUN-FOUND-SUB)
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE PRN-DED-CODE(WS-DED-SUB)
                   TO PRT-DED-CODE(WS-RUN-FOUND-SUB, WS-DED-SUB)
               IF PRN-DED-AMOUNT(WS-DED-SUB) IS NUMERIC
                   MOVE PRN-DED-AMOUNT(WS-DED-SUB)
                       TO PRT-DED-AMOUNT(WS-RUN-FOUND-SUB, WS-DED-SUB)
               ELSE
                   MOVE 0
                       TO PRT-DED-AMOUNT(WS-RUN-FOUND-SUB, WS-DED-SUB)
               END-IF
               IF PRN-ER-AMOUNT(WS-DED-SUB) IS NUMERIC
                   MOVE PRN-ER-AMOUNT(WS-DED-SUB)
                       TO PRT-ER-AMOUNT(WS-RUN-FOUND-SUB, WS-DED-SUB)
               ELSE
                   MOVE 0
                       TO PRT-ER-AMOUNT(WS-RUN-FOUND-SUB, WS-DED-SUB)
               END-IF
           END-PERFORM.

       300-TOTAL-REMIT-CODES.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               ADD PRT-GROSS-PAY(WS-RUN-SUB) TO WS-PERIOD-GROSS
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   PERFORM VARYING WS-REMIT-SUB FROM 1 BY 1
                           UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
                       IF PRT-DED-CODE(WS-RUN-SUB, WS-DED-SUB)
                               = RCT-CODE(WS-REMIT-SUB)
                           ADD PRT-DED-AMOUNT(WS-RUN-SUB, WS-DED-SUB)
                               TO RCT-EMPLOYEE-AMOUNT(WS-REMIT-SUB)
                           ADD PRT-ER-AMOUNT(WS-RUN-SUB, WS-DED-SUB)
                               TO RCT-EMPLOYER-AMOUNT(WS-REMIT-SUB)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * Remittances are due the 15th of the month after the period.
      * A weekend or CALENDAR.DAT holiday moves the due date to the
      * next business day (integer day 1 is a Monday, so MOD 7 gives
      * 6 for Saturday and 0 for Sunday).
      ******************************************************************
       400-FIND-DUE-DATE.
           MOVE WS-REMIT-PERIOD(1:4) TO WS-DUE-YEAR
           MOVE WS-REMIT-PERIOD(5:2) TO WS-DUE-MONTH
           IF WS-DUE-MONTH = 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           COMPUTE WS-DUE-DATE
               = WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 15
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)

           MOVE 'N' TO WS-DAY-IS-VALID-FLG
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL WS-DAY-IS-VALID-FLG = 'Y'
                   OR WS-TRY-COUNT >= 30
               COMPUTE WS-DUE-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DUE-INT, 7)
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-DAY-IS-VALID-FLG
                   PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                           UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                       IF HOL-DATE(WS-HOLIDAY-SUB) = WS-DUE-DATE-X
                           MOVE 'N' TO WS-DAY-IS-VALID-FLG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DAY-IS-VALID-FLG NOT = 'Y'
                   ADD 1 TO WS-TRY-COUNT
                   ADD 1 TO WS-DUE-INT
               END-IF
           END-PERFORM.

       500-WRITE-REMIT-SUMMARY.
           IF WS-PERIOD-IS-RUN
               MOVE "PAY RUN " TO RRH-PERIOD-LABEL
           ELSE
               MOVE "MONTH " TO RRH-PERIOD-LABEL
           END-IF
           MOVE WS-REMIT-PERIOD TO RRH-PERIOD
           MOVE WS-BUSINESS-DATE TO RRH-RUN-DATE
           WRITE REMIT-RPT-LINE FROM REMIT-RPT-HEADER-1
           WRITE REMIT-RPT-LINE FROM SPACES
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               MOVE PRT-RUN-DATE(WS-RUN-SUB) TO RRR-RUN-DATE
               MOVE PRT-GROSS-PAY(WS-RUN-SUB) TO RRR-GROSS
               WRITE REMIT-RPT-LINE FROM REMIT-RPT-RUN-LINE
           END-PERFORM
           WRITE REMIT-RPT-LINE FROM SPACES
           WRITE REMIT-RPT-LINE FROM REMIT-RPT-HEADER-2

           MOVE WS-BUSINESS-DATE TO RMH-RUN-DATE
           MOVE WS-REMIT-PERIOD TO RMH-PERIOD
           MOVE WS-DUE-DATE-X TO RMH-DUE-DATE
           WRITE REMIT-PAYMENT-LINE FROM REMIT-HEADER-RECORD

           PERFORM 510-WRITE-ONE-REMIT-CODE
               VARYING WS-REMIT-SUB FROM 1 BY 1
               UNTIL WS-REMIT-SUB > WS-REMIT-COUNT

           MOVE WS-REMIT-RECORD-COUNT TO RMT-RECORD-COUNT
           MOVE WS-REMIT-HASH-TOTAL TO RMT-HASH-TOTAL
           WRITE REMIT-PAYMENT-LINE FROM REMIT-TRAILER-RECORD

           WRITE REMIT-RPT-LINE FROM SPACES
           MOVE WS-TOTAL-EMPLOYEE TO RRT-EMPLOYEE-AMOUNT
           MOVE WS-TOTAL-EMPLOYER TO RRT-EMPLOYER-AMOUNT
           MOVE WS-TOTAL-REMIT TO RRT-REMIT-AMOUNT
           WRITE REMIT-RPT-LINE FROM REMIT-RPT-TOTAL
           WRITE REMIT-RPT-LINE FROM SPACES
           MOVE WS-DUE-DATE-X TO RRU-DUE-DATE
           MOVE WS-PERIOD-GROSS TO RRU-PERIOD-GROSS
           WRITE REMIT-RPT-LINE FROM REMIT-RPT-DUE-LINE.

      ******************************************************************
      * A code with nothing owed for the period is printed but not
      * sent to the bank.
      ******************************************************************
       510-WRITE-ONE-REMIT-CODE.
           COMPUTE WS-CODE-REMIT-AMOUNT
               = RCT-EMPLOYEE-AMOUNT(WS-REMIT-SUB)
               + RCT-EMPLOYER-AMOUNT(WS-REMIT-SUB)
           ADD RCT-EMPLOYEE-AMOUNT(WS-REMIT-SUB) TO WS-TOTAL-EMPLOYEE
           ADD RCT-EMPLOYER-AMOUNT(WS-REMIT-SUB) TO WS-TOTAL-EMPLOYER
           ADD WS-CODE-REMIT-AMOUNT TO WS-TOTAL-REMIT

           MOVE RCT-CODE(WS-REMIT-SUB) TO RRD-CODE
           MOVE RCT-EMPLOYEE-AMOUNT(WS-REMIT-SUB)
               TO RRD-EMPLOYEE-AMOUNT
           MOVE RCT-EMPLOYER-AMOUNT(WS-REMIT-SUB)
               TO RRD-EMPLOYER-AMOUNT
           MOVE WS-CODE-REMIT-AMOUNT TO RRD-REMIT-AMOUNT
           MOVE RCT-AT-MAX-COUNT(WS-REMIT-SUB) TO RRD-AT-MAX-COUNT
           WRITE REMIT-RPT-LINE FROM REMIT-RPT-DETAIL

           IF WS-CODE-REMIT-AMOUNT > 0
               MOVE RCT-CODE(WS-REMIT-SUB) TO RMD-CODE
               MOVE RCT-EMPLOYEE-AMOUNT(WS-REMIT-SUB)
                   TO RMD-EMPLOYEE-AMOUNT
               MOVE RCT-EMPLOYER-AMOUNT(WS-REMIT-SUB)
                   TO RMD-EMPLOYER-AMOUNT
               MOVE WS-CODE-REMIT-AMOUNT TO RMD-REMIT-AMOUNT
               WRITE REMIT-PAYMENT-LINE FROM REMIT-DETAIL-RECORD
               ADD 1 TO WS-REMIT-RECORD-COUNT
               ADD WS-CODE-REMIT-AMOUNT TO WS-REMIT-HASH-TOTAL
           END-IF.

      ******************************************************************
      * The register caps each deduction and employer share at its
      * annual maximum as it posts PAYYTD.IDX; this pass proves it.
      * Each employee's buckets for the period's year are compared
      * with the DEDUCT.TBL and EMPRCONT.TBL maximums - employees who
      * have reached a maximum are counted, and any bucket over one
      * is listed as an exception to be corrected before remitting.
      ******************************************************************
       600-CHECK-ANNUAL-MAXIMUMS.
           OPEN INPUT YTD-EARNINGS-MASTER
           IF WS-YTD-MASTER-STATUS NOT = "00"
               DISPLAY "PAYYTD.IDX NOT AVAILABLE - MAXIMUMS NOT "
                       "CHECKED - STATUS: " WS-YTD-MASTER-STATUS
           ELSE
               MOVE 'Y' TO WS-YTD-CHECKED-FLG
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM 610-CHECK-ONE-YTD-RECORD
                   UNTIL WS-FILE-EOF-FLG = 'Y'
               CLOSE YTD-EARNINGS-MASTER
           END-IF.

       610-CHECK-ONE-YTD-RECORD.
           READ YTD-EARNINGS-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-FLG
           END-READ

           IF WS-FILE-EOF-FLG NOT = 'Y'
               IF YTD-YEAR = WS-PERIOD-YEAR
                   ADD 1 TO WS-YTD-EMPLOYEE-COUNT
                   PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > 5
                       PERFORM VARYING WS-REMIT-SUB FROM 1 BY 1
                               UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
                           IF YTD-DED-CODE(WS-DED-SUB)
                                   = RCT-CODE(WS-REMIT-SUB)
                               PERFORM 620-CHECK-ONE-BUCKET
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF.

       620-CHECK-ONE-BUCKET.
           IF RCT-EMPLOYEE-MAX(WS-REMIT-SUB) > 0
               IF YTD-DED-AMOUNT(WS-DED-SUB)
                       = RCT-EMPLOYEE-MAX(WS-REMIT-SUB)
                   ADD 1 TO RCT-AT-MAX-COUNT(WS-REMIT-SUB)
               ELSE
               IF YTD-DED-AMOUNT(WS-DED-SUB)
                       > RCT-EMPLOYEE-MAX(WS-REMIT-SUB)
                   MOVE "EMPLOYEE " TO WS-EXCEPT-SIDE
                   MOVE YTD-DED-AMOUNT(WS-DED-SUB)
                       TO WS-EXCEPT-YTD-AMOUNT
                   MOVE RCT-EMPLOYEE-MAX(WS-REMIT-SUB)
                       TO WS-EXCEPT-MAX-AMOUNT
                   PERFORM 630-WRITE-MAX-EXCEPTION
               END-IF
               END-IF
           END-IF

           IF RCT-EMPLOYER-MAX(WS-REMIT-SUB) > 0
                   AND YTD-ER-AMOUNT(WS-DED-SUB) IS NUMERIC
               IF YTD-ER-AMOUNT(WS-DED-SUB)
                       > RCT-EMPLOYER-MAX(WS-REMIT-SUB)
                   MOVE "EMPLOYER " TO WS-EXCEPT-SIDE
                   MOVE YTD-ER-AMOUNT(WS-DED-SUB)
                       TO WS-EXCEPT-YTD-AMOUNT
                   MOVE RCT-EMPLOYER-MAX(WS-REMIT-SUB)
                       TO WS-EXCEPT-MAX-AMOUNT
                   PERFORM 630-WRITE-MAX-EXCEPTION
               END-IF
           END-IF.

       630-WRITE-MAX-EXCEPTION.
           ADD 1 TO WS-MAX-EXCEPT-COUNT
           IF WS-EXCEPT-TBL-COUNT < 200
               ADD 1 TO WS-EXCEPT-TBL-COUNT
               MOVE YTD-EMP-ID TO MXT-EMP-ID(WS-EXCEPT-TBL-COUNT)
               MOVE YTD-DED-CODE(WS-DED-SUB)
                   TO MXT-CODE(WS-EXCEPT-TBL-COUNT)
               MOVE WS-EXCEPT-SIDE TO MXT-SIDE(WS-EXCEPT-TBL-COUNT)
               MOVE WS-EXCEPT-YTD-AMOUNT
                   TO MXT-YTD-AMOUNT(WS-EXCEPT-TBL-COUNT)
               MOVE WS-EXCEPT-MAX-AMOUNT
                   TO MXT-MAX-AMOUNT(WS-EXCEPT-TBL-COUNT)
           END-IF.

       650-WRITE-EXCEPTION-SECTION.
           WRITE REMIT-RPT-LINE FROM SPACES
           WRITE REMIT-RPT-LINE FROM REMIT-RPT-EXCEPT-HEADER
           IF WS-YTD-CHECKED-FLG NOT = 'Y'
               MOVE "PAYYTD.IDX NOT AVAILABLE - NOT CHECKED"
                   TO REMIT-RPT-LINE
               WRITE REMIT-RPT-LINE
           ELSE
               PERFORM VARYING WS-EXCEPT-SUB FROM 1 BY 1
                       UNTIL WS-EXCEPT-SUB > WS-EXCEPT-TBL-COUNT
                   MOVE MXT-EMP-ID(WS-EXCEPT-SUB) TO RRX-EMP-ID
                   MOVE MXT-CODE(WS-EXCEPT-SUB) TO RRX-CODE
                   MOVE MXT-SIDE(WS-EXCEPT-SUB) TO RRX-SIDE
                   MOVE MXT-YTD-AMOUNT(WS-EXCEPT-SUB)
                       TO RRX-YTD-AMOUNT
                   MOVE MXT-MAX-AMOUNT(WS-EXCEPT-SUB)
                       TO RRX-MAX-AMOUNT
                   WRITE REMIT-RPT-LINE FROM REMIT-RPT-EXCEPT-DETAIL
               END-PERFORM
               WRITE REMIT-RPT-LINE FROM SPACES
               MOVE WS-YTD-EMPLOYEE-COUNT TO RRX-EMPLOYEE-COUNT
               MOVE WS-MAX-EXCEPT-COUNT TO RRX-EXCEPT-COUNT
               WRITE REMIT-RPT-LINE FROM REMIT-RPT-EXCEPT-TRAILER
           END-IF.

       END PROGRAM PAY-REMIT.
