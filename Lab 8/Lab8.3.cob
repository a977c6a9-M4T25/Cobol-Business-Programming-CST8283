           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDUCT-FILE-STATUS.

           SELECT EMPLOYER-CONT-FILE
           ASSIGN TO "EMPRCONT.TBL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRCONT-STATUS.

           SELECT PAYSTUB-RPT
           ASSIGN TO "PAYSTUBS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
           RECORD KEY IS YTD-EMP-ID
           FILE STATUS IS WS-YTD-MASTER-STATUS.

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

           SELECT PAY-RUN-FILE
           ASSIGN TO "PAYRUN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYRUN-STATUS.

           SELECT LEAVE-BALANCE-MASTER
           ASSIGN TO "LEAVEMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVB-EMP-ID
           FILE STATUS IS WS-LEAVE-MASTER-STATUS.

           SELECT LEAVE-POLICY-FILE
           ASSIGN TO "LEAVEPOL.TBL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-POLICY-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN TO "../CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PAY-HISTORY-MASTER
           ASSIGN TO "PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHS-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT RETRO-PAY-FILE
           ASSIGN TO "RETROPAY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETROPAY-STATUS.

           SELECT TERMINATION-MASTER
           ASSIGN TO "TERMMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRM-EMP-ID
           FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT SEPARATION-RPT
           ASSIGN TO "SEPARATE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-FILE.
           05 TS-JOB-TYPE PIC X(3).
           05 TS-HOURS-WORKED PIC X(5).
           05 TS-SHIFT-CODE PIC X.
           05 TS-LEAVE-CODE PIC X.
               88 TS-IS-HOLIDAY VALUE "H".
               88 TS-IS-GENERATED-CODE VALUE "P" "R".

       SD TS-SORT-WORK-FILE.
       01 TS-SORT-RECORD.
           05 TSW-JOB-TYPE PIC X(3).
           05 TSW-HOURS-WORKED PIC X(5).
           05 TSW-SHIFT-CODE PIC X.
           05 TSW-LEAVE-CODE PIC X.
               88 TSW-IS-VACATION VALUE "V".
               88 TSW-IS-SICK VALUE "S".
               88 TSW-IS-HOLIDAY VALUE "H".
               88 TSW-IS-LEAVE VALUE "V" "S" "H".
               88 TSW-IS-RETRO VALUE "R".
               88 TSW-IS-FINAL-PAY VALUE "P".
           05 TSW-RETRO-PERIOD PIC X(8).
           05 TSW-RETRO-AMOUNT PIC 9(5)V99.
           05 TSW-RETRO-OLD-RATE PIC 9(3)V99.
           05 TSW-RETRO-NEW-RATE PIC 9(3)V99.

       FD SHIFT-PREMIUM-FILE.
       01 SHIFT-PREMIUM-RECORD.
           05 FILLER PIC X.
           05 DED-ANNUAL-MAX PIC 9(7)V99.

      ******************************************************************
      * Employer contribution table - for each statutory deduction
      * code, the employer's share as a multiple of the employee
      * amount (1.000 = matched, 1.400 = 1.4 times) and the employer's
      * own annual maximum (zero means no limit).
      ******************************************************************
       FD EMPLOYER-CONT-FILE.
       01 EMPLOYER-CONT-RECORD.
           05 ERC-CODE PIC X(4).
           05 FILLER PIC X.
           05 ERC-RATIO PIC 9V999.
           05 FILLER PIC X.
           05 ERC-ANNUAL-MAX PIC 9(7)V99.

       FD PAYSTUB-RPT.
       01 PAYSTUB-RPT-LINE PIC X(80).

               10 YTD-DEDUCTION-ENTRY OCCURS 5 TIMES.
                   15 YTD-DED-CODE PIC X(4).
                   15 YTD-DED-AMOUNT PIC 9(7)V99.
           05 YTD-EMPLOYER-TABLE.
               10 YTD-EMPLOYER-ENTRY OCCURS 5 TIMES.
                   15 YTD-ER-AMOUNT PIC 9(7)V99.

      ******************************************************************
      * Bank hold master - written by the deposit return run for an
      * employee whose deposit the bank sent back.  Returned (I) means
      * pay by cheque until EMP-MAINT corrects the banking, which
      * marks it corrected (C); the next register then reissues the
      * returned amount not yet reissued and marks it reissued (R).
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

      ******************************************************************
      * Run summary - one line appended per batch payroll run with the
      * run's gross, net, each deduction's total and the employer's
      * contribution for each, so the general ledger extract and the
      * remittance run can work without re-reading the register.
      ******************************************************************
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
      * Leave balance master - one record per employee carrying the
      * service start date that sets the accrual tier, the vacation
      * and sick hour balances, and the year's leave taken.
      ******************************************************************
       FD LEAVE-BALANCE-MASTER.
       01 LEAVE-BALANCE-RECORD.
           05 LVB-EMP-ID PIC X(6).
           05 LVB-SERVICE-DATE PIC X(8).
           05 LVB-VACATION-BAL PIC 9(5)V99.
           05 LVB-SICK-BAL PIC 9(5)V99.
           05 LVB-YEAR PIC X(4).
           05 LVB-VACATION-TAKEN-YTD PIC 9(5)V99.
           05 LVB-SICK-TAKEN-YTD PIC 9(5)V99.
           05 LVB-HOLIDAY-YTD PIC 9(5)V99.
           05 LVB-LAST-ACCRUAL-DATE PIC X(8).

       FD LEAVE-POLICY-FILE.
       01 LEAVE-POLICY-RECORD.
           05 LVP-MIN-YEARS PIC 99.
           05 FILLER PIC X.
           05 LVP-VACATION-HOURS PIC 99V99.
           05 FILLER PIC X.
           05 LVP-SICK-HOURS PIC 99V99.

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-IS-HOLIDAY VALUE "H".

      ******************************************************************
      * Pay-period history - one record per paid register line, keyed
      * employee, period (run) date and line sequence, with the rate
      * and pay components as paid.  Retro lines (type R) carry the
      * period they correct.  The retro run re-prices type T lines in
      * place and stamps the date it did so.
      ******************************************************************
       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-RECORD.
           05 PHS-KEY.
               10 PHS-EMP-ID PIC X(6).
               10 PHS-PERIOD-DATE PIC X(8).
               10 PHS-LINE-SEQ PIC 9(3).
           05 PHS-LINE-TYPE PIC X.
               88 PHS-IS-TIMESHEET VALUE "T".
               88 PHS-IS-RETRO VALUE "R".
           05 PHS-RATE-DATE PIC X(8).
           05 PHS-JOB-TYPE PIC X(3).
           05 PHS-SHIFT-CODE PIC X.
           05 PHS-LEAVE-CODE PIC X.
           05 PHS-HOURS PIC 9(3)V99.
           05 PHS-REGULAR-HOURS PIC 9(3)V99.
           05 PHS-OVERTIME-HOURS PIC 9(3)V99.
           05 PHS-RATE PIC 9(3)V99.
           05 PHS-PREMIUM-PCT PIC 9(2)V99.
           05 PHS-REGULAR-PAY PIC 9(5)V99.
           05 PHS-OVERTIME-PAY PIC 9(5)V99.
           05 PHS-PREMIUM-PAY PIC 9(5)V99.
           05 PHS-GROSS-PAY PIC 9(5)V99.
           05 PHS-RETRO-PERIOD PIC X(8).
           05 PHS-REPRICED-DATE PIC X(8).

      ******************************************************************
      * Retro earnings lines written by the retro run, paid by the
      * next register and then cleared.
      ******************************************************************
       FD RETRO-PAY-FILE.
       01 RETRO-PAY-RECORD.
           05 RTP-EMP-ID PIC X(6).
           05 RTP-JOB-TYPE PIC X(3).
           05 RTP-PERIOD-DATE PIC X(8).
           05 RTP-HOURS PIC 9(3)V99.
           05 RTP-OLD-RATE PIC 9(3)V99.
           05 RTP-NEW-RATE PIC 9(3)V99.
           05 RTP-AMOUNT PIC 9(5)V99.

      ******************************************************************
      * Termination master - written by EMP-TERMINATE.  A pending (P)
      * employee is paid by this register although inactive: the
      * final period's lines, then the vacation balance paid out, and
      * the record is marked final-paid (F) with the amounts.
      ******************************************************************
       FD TERMINATION-MASTER.
       01 TERMINATION-RECORD.
           05 TRM-EMP-ID PIC X(6).
           05 TRM-STATUS PIC X.
               88 TRM-IS-PENDING VALUE "P".
               88 TRM-IS-FINAL-PAID VALUE "F".
           05 TRM-LAST-DAY PIC X(8).
           05 TRM-REASON-CODE PIC X.
           05 TRM-REASON-TEXT PIC X(20).
           05 TRM-ENTERED-DATE PIC X(8).
           05 TRM-OPERATOR PIC X(8).
           05 TRM-PAYOUT-HOURS PIC 9(5)V99.
           05 TRM-PAYOUT-AMOUNT PIC 9(7)V99.
           05 TRM-FINAL-GROSS PIC 9(7)V99.
           05 TRM-FINAL-NET PIC 9(7)V99.
           05 TRM-FINAL-PAID-DATE PIC X(8).

       FD SEPARATION-RPT.
       01 SEPARATION-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INDEX PIC 9(4) VALUE 0.
       01 WS-PAY-FILE-NAME PIC X(40) VALUE "..\PayrollData.txt".
           05 WS-DEDUCT-SUB PIC 9.
           05 WS-DED-RAW-AMOUNT PIC 9(7)V99.
           05 WS-DED-ROOM-LEFT PIC 9(7)V99.
           05 WS-EMPRCONT-STATUS PIC X(2).
           05 WS-EMPRCONT-EOF-FLG PIC X.
           05 WS-ER-RAW-AMOUNT PIC 9(7)V99.
           05 WS-RUN-DED-TOTAL PIC 9(7)V99 VALUE 0.
           05 WS-EMPLOYEE-NET-PAY PIC 9(7)V99 VALUE 0.
           05 WS-GRAND-TOTAL-NET PIC 9(9)V99 VALUE 0.
               10 DPT-TYPE PIC X.
               10 DPT-VALUE PIC 9(5)V99.
               10 DPT-ANNUAL-MAX PIC 9(7)V99.
               10 DPT-ER-RATIO PIC 9V999.
               10 DPT-ER-ANNUAL-MAX PIC 9(7)V99.

       01 RUN-DEDUCTION-TABLE.
           05 RUN-DEDUCTION-ENTRY OCCURS 5 TIMES.
               10 WS-RUN-DED-AMOUNT PIC 9(7)V99.
               10 WS-RUN-ER-AMOUNT PIC 9(7)V99.

       01 GRAND-DEDUCTION-TABLE.
           05 GRAND-DEDUCTION-ENTRY OCCURS 5 TIMES.
               10 WS-GRAND-DED-AMOUNT PIC 9(9)V99 VALUE 0.
               10 WS-GRAND-ER-AMOUNT PIC 9(9)V99 VALUE 0.

       01 WS-PAYRUN-STATUS PIC X(2).

       01 LEAVE-WORKING-FIELDS.
           05 WS-LEAVE-MASTER-STATUS PIC X(2).
           05 WS-LEAVE-POLICY-STATUS PIC X(2).
           05 WS-LEAVE-NEW-FLG PIC X.
           05 WS-VACATION-BAL PIC 9(5)V99.
           05 WS-SICK-BAL PIC 9(5)V99.
           05 WS-VACATION-TAKEN-RUN PIC 9(5)V99.
           05 WS-SICK-TAKEN-RUN PIC 9(5)V99.
           05 WS-HOLIDAY-TAKEN-RUN PIC 9(5)V99.
           05 WS-VACATION-ACCRUED PIC 9(3)V99.
           05 WS-SICK-ACCRUED PIC 9(3)V99.
           05 WS-SERVICE-YEARS PIC 99.
           05 WS-SERVICE-DATE-NUM PIC 9(8).
           05 WS-TODAY-DATE-NUM PIC 9(8).
           05 WS-POLICY-SUB PIC 99.
           05 WS-POLICY-EOF-FLG PIC X.
           05 WS-LEAVE-TEXT PIC X(8).

       01 WS-POLICY-TBL-COUNT PIC 99 VALUE 0.
       01 LEAVE-POLICY-TABLE.
           05 LEAVE-POLICY-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-POLICY-TBL-COUNT.
               10 LPT-MIN-YEARS PIC 99.
               10 LPT-VACATION-HOURS PIC 99V99.
               10 LPT-SICK-HOURS PIC 99V99.

      ******************************************************************
      * Statutory holiday pay - the CALENDAR.DAT holidays falling in
      * the pay week, and the employees who already have a holiday
      * line keyed on this week's timesheet.
      ******************************************************************
       01 HOLIDAY-WORKING-FIELDS.
           05 WS-CALENDAR-STATUS PIC X(2).
           05 WS-CALENDAR-EOF-FLG PIC X.
           05 WS-TS-READ-EOF-FLG PIC X.
           05 WS-EMP-BROWSE-EOF-FLG PIC X.
           05 WS-WEEK-END-NUM PIC 9(8).
           05 WS-WEEK-START-NUM PIC 9(8).
           05 WS-WEEK-INT PIC 9(8).
           05 WS-WEEK-START-DATE PIC X(8).
           05 WS-HOLIDAY-SUB PIC 99.
           05 WS-HOLIDAY-HOURS PIC 9(3)V99 VALUE 8.00.
           05 WS-HOLIDAY-LINE-COUNT PIC 9(5) VALUE 0.
           05 WS-KEYED-HOL-SUB PIC 9(4).
           05 WS-KEYED-HOL-FOUND-FLG PIC X.

       01 PAY-HISTORY-WORKING-FIELDS.
           05 WS-PAYHIST-STATUS PIC X(2).
           05 WS-RETROPAY-STATUS PIC X(2).
           05 WS-HIST-SEQ PIC 9(3).
           05 WS-HIST-SCAN-EOF-FLG PIC X.
           05 WS-RETRO-EOF-FLG PIC X.
           05 WS-RETRO-LINE-COUNT PIC 9(5) VALUE 0.
           05 WS-RETRO-HOLD-SUB PIC 9(3).

       01 WS-RETRO-HOLD-COUNT PIC 9(3) VALUE 0.
       01 RETRO-HOLD-TABLE.
           05 RETRO-HOLD-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RETRO-HOLD-COUNT.
               10 RHT-EMP-ID PIC X(6).
               10 RHT-JOB-TYPE PIC X(3).
               10 RHT-PERIOD-DATE PIC X(8).
               10 RHT-HOURS PIC 9(3)V99.
               10 RHT-OLD-RATE PIC 9(3)V99.
               10 RHT-NEW-RATE PIC 9(3)V99.
               10 RHT-AMOUNT PIC 9(5)V99.

      ******************************************************************
      * Final pay for employees terminated since the last register.
      ******************************************************************
       01 FINAL-PAY-WORKING-FIELDS.
           05 WS-TERMMAST-STATUS PIC X(2).
           05 WS-TERM-BROWSE-EOF-FLG PIC X.
           05 WS-FINAL-PAY-FLG PIC X VALUE 'N'.
           05 WS-PAYOUT-PAID-FLG PIC X VALUE 'N'.
           05 WS-HOLIDAY-DUE-FLG PIC X.
           05 WS-PAYOUT-HOURS PIC 9(5)V99.
           05 WS-PAYOUT-AMOUNT PIC 9(7)V99.
           05 WS-FINAL-LINE-COUNT PIC 9(5) VALUE 0.
           05 WS-SEPARATION-COUNT PIC 9(5) VALUE 0.

       01 WS-WEEK-HOLIDAY-COUNT PIC 99 VALUE 0.
       01 WEEK-HOLIDAY-TABLE.
           05 WEEK-HOLIDAY-ENTRY OCCURS 1 TO 7 TIMES
                   DEPENDING ON WS-WEEK-HOLIDAY-COUNT.
               10 WHT-DATE PIC X(8).

       01 WS-KEYED-HOL-COUNT PIC 9(4) VALUE 0.
       01 KEYED-HOLIDAY-TABLE.
           05 KEYED-HOLIDAY-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-KEYED-HOL-COUNT.
               10 KHT-EMPLOYEE-ID PIC X(6).

      ******************************************************************
      * Direct-deposit settlement file - one header, one detail per
      * paid employee with bank fields on the employee master, one
      * reissue (R) per returned deposit whose banking has since been
      * corrected, and a trailer carrying the record count and the
      * hash total of the amounts for the bank's balancing.
      ******************************************************************
       01 BANK-HEADER-RECORD.
           05 FILLER PIC X VALUE "H".
           05 BNK-ACCOUNT PIC X(12).
           05 BNK-NET-AMOUNT PIC 9(7)V99.

       01 BANK-REISSUE-RECORD.
           05 FILLER PIC X VALUE "R".
           05 BNR-EMP-ID PIC X(6).
           05 BNR-TRANSIT PIC X(8).
           05 BNR-ACCOUNT PIC X(12).
           05 BNR-AMOUNT PIC 9(7)V99.

       01 BANK-TRAILER-RECORD.
           05 FILLER PIC X VALUE "T".
           05 BNK-RECORD-COUNT PIC 9(5).
           05 WS-BANK-RECORD-COUNT PIC 9(5) VALUE 0.
           05 WS-BANK-HASH-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-BANK-EXCEPT-SUB PIC 9(3).
           05 WS-BANKHOLD-STATUS PIC X(2).
           05 WS-BANKHOLD-EOF-FLG PIC X.
           05 WS-REISSUE-AMOUNT PIC 9(7)V99.
           05 WS-REISSUE-COUNT PIC 9(5) VALUE 0.

       01 WS-BANK-EXCEPT-COUNT PIC 9(3) VALUE 0.
       01 BANK-EXCEPTION-TABLE.
                   DEPENDING ON WS-BANK-EXCEPT-COUNT.
               10 BXC-EMP-ID PIC X(6).
               10 BXC-NET-AMOUNT PIC 9(7)V99.
               10 BXC-REASON PIC X(32).

       01 PAYREG-BANK-EXCEPT-HEADER.
           05 FILLER PIC X(46) VALUE
              "DIRECT DEPOSIT EXCEPTIONS - PAY BY CHEQUE".

       01 PAYREG-BANK-EXCEPT-DETAIL.
           05 PRG-BNK-EMP-ID PIC X(6).
           05 FILLER PIC X(8) VALUE "  NET: ".
           05 PRG-BNK-NET PIC $$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRG-BNK-REASON PIC X(32).

       01 PAYREG-BANK-REISSUE-HEADER.
           05 FILLER PIC X(46) VALUE
              "DIRECT DEPOSIT REISSUES - RETURNED DEPOSITS".

       01 PAYREG-BANK-REISSUE-DETAIL.
           05 PRG-BNR-EMP-ID PIC X(6).
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 PRG-BNR-AMOUNT PIC $$$$,$$9.99.
           05 FILLER PIC X(12) VALUE "  RETURNED: ".
           05 PRG-BNR-RETURN-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRG-BNR-REASON PIC X(20).

       01 WS-SHIFT-TBL-COUNT PIC 99 VALUE 0.
       01 SHIFT-PREMIUM-TABLE.
           05 FILLER PIC X(11) VALUE "   OVERTIME".
           05 FILLER PIC X(11) VALUE "    PREMIUM".
           05 FILLER PIC X(11) VALUE "      GROSS".
           05 FILLER PIC X(10) VALUE "  LEAVE".

       01 PAYREG-RPT-DETAIL.
           05 PRG-EMPLOYEE-ID PIC X(6).
           05 PRG-PREMIUM-PAY PIC $$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRG-GROSS-PAY PIC $$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRG-LEAVE-TEXT PIC X(8).

       01 PAYREG-EMPLOYEE-TRAILER.
           05 FILLER PIC X(16) VALUE "EMPLOYEE TOTAL: ".
           05 FILLER PIC X(18) VALUE "  NET PAY:        ".
           05 STB-NET-PAY PIC $$$$,$$9.99.

       01 PAYSTUB-VACATION-LINE.
           05 FILLER PIC X(18) VALUE "  VACATION HOURS  ".
           05 FILLER PIC X(7) VALUE "TAKEN: ".
           05 STB-VACATION-TAKEN PIC ZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  BALANCE: ".
           05 STB-VACATION-BAL PIC ZZ,ZZ9.99.

       01 PAYSTUB-SICK-LINE.
           05 FILLER PIC X(18) VALUE "  SICK HOURS      ".
           05 FILLER PIC X(7) VALUE "TAKEN: ".
           05 STB-SICK-TAKEN PIC ZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  BALANCE: ".
           05 STB-SICK-BAL PIC ZZ,ZZ9.99.

       01 PAYSTUB-BREAK-LINE.
           05 FILLER PIC X(40) VALUE ALL "-".

           05 FILLER PIC X(12) VALUE "  REJECTED: ".
           05 PRG-LINES-REJECTED PIC ZZ,ZZ9.

       01 SEPARATION-HEADER-LINE.
           05 FILLER PIC X(42) VALUE
              "SEPARATION SUMMARY - RECORD OF EMPLOYMENT".
           05 SEP-HDR-DATE PIC X(8).

       01 SEPARATION-EMP-LINE.
           05 FILLER PIC X(12) VALUE "EMPLOYEE:   ".
           05 SEP-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SEP-EMP-NAME PIC X(30).
           05 FILLER PIC X(8) VALUE "  DEPT: ".
           05 SEP-EMP-DEPT PIC X(4).

       01 SEPARATION-DATES-LINE.
           05 FILLER PIC X(16) VALUE "  SERVICE DATE: ".
           05 SEP-SERVICE-DATE PIC X(8).
           05 FILLER PIC X(13) VALUE "  LAST DAY: ".
           05 SEP-LAST-DAY PIC X(8).
           05 FILLER PIC X(18) VALUE "  FINAL PAY DATE: ".
           05 SEP-PAID-DATE PIC X(8).

       01 SEPARATION-REASON-LINE.
           05 FILLER PIC X(16) VALUE "  REASON:       ".
           05 SEP-REASON-CODE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SEP-REASON-TEXT PIC X(20).

       01 SEPARATION-AMOUNT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SEP-AMOUNT-TEXT PIC X(26).
           05 SEP-AMOUNT PIC $$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SEP-HOURS-TEXT PIC X(8).
           05 SEP-HOURS PIC ZZ,ZZ9.99.

       01 SEPARATION-DEDUCTION-LINE.
           05 FILLER PIC X(14) VALUE "  DEDUCTION   ".
           05 SEP-DED-CODE PIC X(4).
           05 FILLER PIC X(10) VALUE SPACES.
           05 SEP-DED-AMOUNT PIC $$$$,$$9.99.

       01 LOOKUP-RPT-DETAIL.
           05 LKP-JOB-TYPE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           PERFORM 860-LOAD-NOTFOUND-TABLE
           PERFORM 680-LOAD-SHIFT-PREMIUM-TABLE
           PERFORM 685-LOAD-DEDUCTION-TABLE
           PERFORM 686-LOAD-EMPLOYER-CONT-TABLE
           PERFORM 687-LOAD-LEAVE-POLICY-TABLE
           PERFORM 602-LOAD-WEEK-HOLIDAYS

           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF

           OPEN I-O LEAVE-BALANCE-MASTER
           IF WS-LEAVE-MASTER-STATUS = "35"
               OPEN OUTPUT LEAVE-BALANCE-MASTER
               CLOSE LEAVE-BALANCE-MASTER
               OPEN I-O LEAVE-BALANCE-MASTER
           END-IF
           IF WS-LEAVE-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEAVEMAST.IDX - STATUS: "
                       WS-LEAVE-MASTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PAY-HISTORY-MASTER
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-MASTER
               CLOSE PAY-HISTORY-MASTER
               OPEN I-O PAY-HISTORY-MASTER
           END-IF
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYHIST.IDX - STATUS: "
                       WS-PAYHIST-STATUS
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

           OPEN I-O TERMINATION-MASTER
           IF WS-TERMMAST-STATUS = "35"
               OPEN OUTPUT TERMINATION-MASTER
               CLOSE TERMINATION-MASTER
               OPEN I-O TERMINATION-MASTER
           END-IF
           IF WS-TERMMAST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TERMMAST.IDX - STATUS: "
                       WS-TERMMAST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PAYREG-RPT
           OPEN OUTPUT PAYSTUB-RPT
           OPEN OUTPUT SEPARATION-RPT
           OPEN OUTPUT BANK-EXPORT-FILE
           MOVE WS-TODAY-DATE TO BNK-HDR-DATE
           WRITE BANK-EXPORT-LINE FROM BANK-HEADER-RECORD

           SORT TS-SORT-WORK-FILE
               ON ASCENDING KEY TSW-EMPLOYEE-ID
               INPUT PROCEDURE IS 605-RELEASE-TIMESHEET-LINES
               OUTPUT PROCEDURE IS 610-REGISTER-SORTED-LINES

           IF WS-RETRO-LINE-COUNT > 0
               PERFORM 609-REWRITE-HELD-RETRO-LINES
           END-IF

           PERFORM 650-WRITE-REJECT-SECTION
           PERFORM 655-WRITE-BANK-EXCEPT-SECTION
           PERFORM 656-WRITE-BANK-REISSUES

           MOVE WS-BANK-RECORD-COUNT TO BNK-RECORD-COUNT
           MOVE WS-BANK-HASH-TOTAL TO BNK-HASH-TOTAL

           CLOSE PAYREG-RPT
           CLOSE PAYSTUB-RPT
           CLOSE SEPARATION-RPT
           CLOSE EMPLOYEE-MASTER
           CLOSE YTD-EARNINGS-MASTER
           CLOSE LEAVE-BALANCE-MASTER
           CLOSE PAY-HISTORY-MASTER
           CLOSE BANK-HOLD-MASTER
           CLOSE TERMINATION-MASTER
           PERFORM 870-REWRITE-NOTFOUND-TABLE
           PERFORM 695-WRITE-PAY-RUN-SUMMARY

           DISPLAY "PAYROLL REGISTER WRITTEN TO PAYREG.RPT"
           DISPLAY "  LINES PAID:     " WS-TS-PAID-COUNT
           DISPLAY "  LINES REJECTED: " WS-TS-REJECT-COUNT
           DISPLAY "  HOLIDAY LINES:  " WS-HOLIDAY-LINE-COUNT
           DISPLAY "  RETRO LINES:    " WS-RETRO-LINE-COUNT
           DISPLAY "  BANK REISSUES:  " WS-REISSUE-COUNT
           DISPLAY "  FINAL PAYS:     " WS-SEPARATION-COUNT.

      ******************************************************************
      * The pay week is the seven days ending on the as-of date; any
      * CALENDAR.DAT holiday inside it is paid to every active
      * employee.  An as-of date that is not a valid date pays no
      * holidays.
      ******************************************************************
       602-LOAD-WEEK-HOLIDAYS.
           MOVE 0 TO WS-WEEK-HOLIDAY-COUNT
           IF WS-AS-OF-DATE IS NUMERIC
               MOVE WS-AS-OF-DATE TO WS-WEEK-END-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END-NUM) = 0
                   COMPUTE WS-WEEK-INT
                       = FUNCTION INTEGER-OF-DATE(WS-WEEK-END-NUM) - 6
                   COMPUTE WS-WEEK-START-NUM
                       = FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
                   MOVE WS-WEEK-START-NUM TO WS-WEEK-START-DATE
                   PERFORM 603-READ-CALENDAR-HOLIDAYS
               END-IF
           END-IF.

       603-READ-CALENDAR-HOLIDAYS.
           MOVE 'N' TO WS-CALENDAR-EOF-FLG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR.DAT NOT FOUND - NO HOLIDAY PAY"
               MOVE 'Y' TO WS-CALENDAR-EOF-FLG
           END-IF
           PERFORM UNTIL WS-CALENDAR-EOF-FLG = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CALENDAR-EOF-FLG
                   NOT AT END
                       IF CAL-IS-HOLIDAY
                               AND CAL-DATE >= WS-WEEK-START-DATE
                               AND CAL-DATE <= WS-AS-OF-DATE
                               AND WS-WEEK-HOLIDAY-COUNT < 7
                           ADD 1 TO WS-WEEK-HOLIDAY-COUNT
                           MOVE CAL-DATE
                               TO WHT-DATE(WS-WEEK-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CALENDAR-STATUS NOT = "35"
               CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Releases the keyed timesheet lines, then one holiday line per
      * holiday in the week for each active employee on the master,
      * charged to the employee's default job.  An employee with a
      * holiday line keyed on the timesheet is left as keyed - the
      * keyed line replaces the generated ones.  Retro earnings lines
      * waiting in RETROPAY.TXT are released with the employee's
      * other lines so they are paid and taxed in the same period.
      * Each employee with a termination pending final pay gets one
      * final-pay line that marks the employee's last register.  The
      * final-pay and retro codes are only ever generated here, so a
      * keyed line carrying either is refused as a timesheet error.
      ******************************************************************
       605-RELEASE-TIMESHEET-LINES.
           MOVE 0 TO WS-KEYED-HOL-COUNT
           MOVE 'N' TO WS-TS-READ-EOF-FLG
           OPEN INPUT TIMESHEET-FILE
           PERFORM UNTIL WS-TS-READ-EOF-FLG = 'Y'
               READ TIMESHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-TS-READ-EOF-FLG
                   NOT AT END
                       IF TS-IS-GENERATED-CODE
                           PERFORM 604-REJECT-KEYED-LINE
                       ELSE
                           IF TS-IS-HOLIDAY
                                   AND WS-KEYED-HOL-COUNT < 500
                               ADD 1 TO WS-KEYED-HOL-COUNT
                               MOVE TS-EMPLOYEE-ID TO KHT-EMPLOYEE-ID
                                   (WS-KEYED-HOL-COUNT)
                           END-IF
                           RELEASE TS-SORT-RECORD FROM TIMESHEET-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE

           PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-WEEK-HOLIDAY-COUNT
               PERFORM 607-RELEASE-HOLIDAY-LINES
           END-PERFORM

           PERFORM 608-RELEASE-RETRO-LINES
           PERFORM 606-RELEASE-FINAL-PAY-LINES.

       604-REJECT-KEYED-LINE.
           ADD 1 TO WS-TS-LINE-COUNT
           ADD 1 TO WS-TS-REJECT-COUNT
           IF WS-TS-REJECT-TBL-COUNT < 500
               ADD 1 TO WS-TS-REJECT-TBL-COUNT
               MOVE TS-EMPLOYEE-ID
                   TO TSR-EMPLOYEE-ID(WS-TS-REJECT-TBL-COUNT)
               MOVE TS-JOB-TYPE
                   TO TSR-JOB-TYPE(WS-TS-REJECT-TBL-COUNT)
               IF TS-LEAVE-CODE = "P"
                   MOVE "FINAL PAY CODE MAY NOT BE KEYED"
                       TO TSR-REASON(WS-TS-REJECT-TBL-COUNT)
               ELSE
                   MOVE "RETRO CODE MAY NOT BE KEYED"
                       TO TSR-REASON(WS-TS-REJECT-TBL-COUNT)
               END-IF
           END-IF.

       607-RELEASE-HOLIDAY-LINES.
           MOVE LOW-VALUES TO EMP-ID-MASTER
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-EMP-BROWSE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-EMP-BROWSE-EOF-FLG
           END-START

           PERFORM UNTIL WS-EMP-BROWSE-EOF-FLG = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMP-BROWSE-EOF-FLG
               END-READ
               MOVE 'N' TO WS-HOLIDAY-DUE-FLG
               IF WS-EMP-BROWSE-EOF-FLG NOT = 'Y'
                   IF EMP-IS-ACTIVE
                       MOVE 'Y' TO WS-HOLIDAY-DUE-FLG
                   ELSE
                       MOVE EMP-ID-MASTER TO TRM-EMP-ID
                       READ TERMINATION-MASTER
                           INVALID KEY
                               MOVE SPACE TO TRM-STATUS
                       END-READ
                       IF TRM-IS-PENDING
                               AND WHT-DATE(WS-HOLIDAY-SUB)
                                   <= TRM-LAST-DAY
                           MOVE 'Y' TO WS-HOLIDAY-DUE-FLG
                       END-IF
                   END-IF
               END-IF
               IF WS-HOLIDAY-DUE-FLG = 'Y'
                   MOVE 'N' TO WS-KEYED-HOL-FOUND-FLG
                   PERFORM VARYING WS-KEYED-HOL-SUB FROM 1 BY 1
                           UNTIL WS-KEYED-HOL-SUB > WS-KEYED-HOL-COUNT
                       IF KHT-EMPLOYEE-ID(WS-KEYED-HOL-SUB)
                               = EMP-ID-MASTER
                           MOVE 'Y' TO WS-KEYED-HOL-FOUND-FLG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-KEYED-HOL-FOUND-FLG = 'N'
                       MOVE SPACES TO TS-SORT-RECORD
                       MOVE WS-HOLIDAY-HOURS TO WS-TS-HOURS
                       MOVE EMP-ID-MASTER TO TSW-EMPLOYEE-ID
                       MOVE EMP-DEFAULT-JOB TO TSW-JOB-TYPE
                       MOVE WS-TS-HOURS-X TO TSW-HOURS-WORKED
                       MOVE SPACE TO TSW-SHIFT-CODE
                       MOVE "H" TO TSW-LEAVE-CODE
                       RELEASE TS-SORT-RECORD
                       ADD 1 TO WS-HOLIDAY-LINE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       608-RELEASE-RETRO-LINES.
           MOVE 'N' TO WS-RETRO-EOF-FLG
           OPEN INPUT RETRO-PAY-FILE
           IF WS-RETROPAY-STATUS NOT = "00"
               MOVE 'Y' TO WS-RETRO-EOF-FLG
           END-IF
           PERFORM UNTIL WS-RETRO-EOF-FLG = 'Y'
               READ RETRO-PAY-FILE
                   AT END
                       MOVE 'Y' TO WS-RETRO-EOF-FLG
                   NOT AT END
                       MOVE SPACES TO TS-SORT-RECORD
                       MOVE RTP-EMP-ID TO TSW-EMPLOYEE-ID
                       MOVE RTP-JOB-TYPE TO TSW-JOB-TYPE
                       MOVE RTP-HOURS TO WS-TS-HOURS
                       MOVE WS-TS-HOURS-X TO TSW-HOURS-WORKED
                       MOVE "R" TO TSW-LEAVE-CODE
                       MOVE RTP-PERIOD-DATE TO TSW-RETRO-PERIOD
                       MOVE RTP-AMOUNT TO TSW-RETRO-AMOUNT
                       MOVE RTP-OLD-RATE TO TSW-RETRO-OLD-RATE
                       MOVE RTP-NEW-RATE TO TSW-RETRO-NEW-RATE
                       RELEASE TS-SORT-RECORD
                       ADD 1 TO WS-RETRO-LINE-COUNT
               END-READ
           END-PERFORM
           IF WS-RETROPAY-STATUS NOT = "35"
               CLOSE RETRO-PAY-FILE
           END-IF.

       606-RELEASE-FINAL-PAY-LINES.
           MOVE LOW-VALUES TO TRM-EMP-ID
           MOVE 'N' TO WS-TERM-BROWSE-EOF-FLG
           START TERMINATION-MASTER KEY IS NOT LESS THAN TRM-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TERM-BROWSE-EOF-FLG
           END-START
           PERFORM UNTIL WS-TERM-BROWSE-EOF-FLG = 'Y'
               READ TERMINATION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TERM-BROWSE-EOF-FLG
                   NOT AT END
                       IF TRM-IS-PENDING
                           MOVE SPACES TO TS-SORT-RECORD
                           MOVE 0 TO WS-TS-HOURS
                           MOVE TRM-EMP-ID TO TSW-EMPLOYEE-ID
                           MOVE WS-TS-HOURS-X TO TSW-HOURS-WORKED
                           MOVE "P" TO TSW-LEAVE-CODE
                           RELEASE TS-SORT-RECORD
                           ADD 1 TO WS-FINAL-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Retro lines paid this run are cleared from RETROPAY.TXT; any
      * refused with the employee (inactive or off the master) are
      * written back to wait for a later register.
      ******************************************************************
       609-REWRITE-HELD-RETRO-LINES.
           OPEN OUTPUT RETRO-PAY-FILE
           PERFORM VARYING WS-RETRO-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-RETRO-HOLD-SUB > WS-RETRO-HOLD-COUNT
               MOVE RETRO-HOLD-ENTRY(WS-RETRO-HOLD-SUB)
                   TO RETRO-PAY-RECORD
               WRITE RETRO-PAY-RECORD
           END-PERFORM
           CLOSE RETRO-PAY-FILE.

       610-REGISTER-SORTED-LINES.
           MOVE 'N' TO WS-TS-SORT-EOF-FLG
           IF WS-FIRST-EMPLOYEE-FLG = 'Y'
               MOVE TSW-EMPLOYEE-ID TO WS-PRIOR-EMPLOYEE-ID
               MOVE 'N' TO WS-FIRST-EMPLOYEE-FLG
               PERFORM 631-LOAD-LEAVE-BALANCE
               PERFORM 634-FIND-NEXT-HISTORY-SEQ
           END-IF
           IF TSW-EMPLOYEE-ID NOT = WS-PRIOR-EMPLOYEE-ID
               PERFORM 640-WRITE-EMPLOYEE-TRAILER
               MOVE TSW-EMPLOYEE-ID TO WS-PRIOR-EMPLOYEE-ID
               MOVE 0 TO WS-EMPLOYEE-CUM-HOURS
               PERFORM 631-LOAD-LEAVE-BALANCE
               PERFORM 634-FIND-NEXT-HISTORY-SEQ
           END-IF

           PERFORM 670-CHECK-EMPLOYEE-ON-MASTER
           IF WS-EMPLOYEE-OK-FLG = 'N'
               PERFORM 660-RECORD-TIMESHEET-REJECT
               IF TSW-IS-RETRO AND TSW-RETRO-AMOUNT IS NUMERIC
                   PERFORM 638-HOLD-RETRO-LINE
               END-IF
           ELSE
           IF TSW-IS-RETRO AND TSW-RETRO-AMOUNT IS NUMERIC
               PERFORM 636-REGISTER-RETRO-LINE
           ELSE
           IF TSW-IS-FINAL-PAY
               PERFORM 639-CHECK-FINAL-PAY-PENDING
           ELSE
           IF TSW-HOURS-WORKED IS NOT NUMERIC
               MOVE "HOURS NOT NUMERIC" TO TSR-REASON-WORK
               PERFORM 660-RECORD-TIMESHEET-REJECT
           ELSE
           IF TSW-LEAVE-CODE NOT = SPACE AND NOT TSW-IS-LEAVE
               MOVE "UNKNOWN LEAVE CODE" TO TSR-REASON-WORK
               PERFORM 660-RECORD-TIMESHEET-REJECT
           ELSE
               MOVE TSW-JOB-TYPE TO JOB-TYPE-IN
               IF TSW-IS-LEAVE AND TSW-JOB-TYPE = SPACES
                   MOVE EMP-DEFAULT-JOB TO JOB-TYPE-IN
               END-IF
               MOVE SPACES TO TSR-REASON-WORK
               PERFORM SEARCH-TABLE
               IF FOUND-FLAG = "YES"
                   MOVE TSW-HOURS-WORKED TO WS-TS-HOURS-X
                   PERFORM 633-TAKE-LEAVE-HOURS
               END-IF
               IF FOUND-FLAG = "YES"
                   PERFORM 635-COMPUTE-PAY-COMPONENTS
                   ADD 1 TO WS-TS-PAID-COUNT
                   ADD WS-TS-HOURS TO WS-EMPLOYEE-TOTAL-HOURS
                   ADD WS-TS-GROSS-PAY TO WS-EMPLOYEE-TOTAL-GROSS
                   ADD WS-TS-GROSS-PAY TO WS-GRAND-TOTAL-GROSS
                   MOVE TSW-EMPLOYEE-ID TO PRG-EMPLOYEE-ID
                   MOVE JOB-TYPE-IN TO PRG-JOB-TYPE
                   MOVE PAY-VALUE-TBLE(TBL-IDX) TO PRG-PAY-VALUE
                   MOVE WS-TS-HOURS TO PRG-HOURS-WORKED
                   MOVE WS-TS-REGULAR-PAY TO PRG-REGULAR-PAY
                   MOVE WS-TS-OVERTIME-PAY TO PRG-OVERTIME-PAY
                   MOVE WS-TS-PREMIUM-PAY TO PRG-PREMIUM-PAY
                   MOVE WS-TS-GROSS-PAY TO PRG-GROSS-PAY
                   MOVE WS-LEAVE-TEXT TO PRG-LEAVE-TEXT
                   WRITE PAYREG-RPT-LINE FROM PAYREG-RPT-DETAIL
                   PERFORM 637-WRITE-PAY-HISTORY
               ELSE
                   IF TSR-REASON-WORK = SPACES
                       MOVE "UNKNOWN JOB TYPE" TO TSR-REASON-WORK
                       PERFORM 660-RECORD-TIMESHEET-REJECT
                       PERFORM 880-RECORD-NOTFOUND-HIT
                       ADD 1 TO WS-NOTFOUND-COUNT
                   ELSE
                       PERFORM 660-RECORD-TIMESHEET-REJECT
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Reads the employee's leave balances and credits this run's
      * accrual from LEAVEPOL.TBL - the row with the most years of
      * service the employee has reached.  A run already credited
      * today (a rerun) is not credited again, and an employee with
      * no leave record or no service date starts on the first row.
      * The balances are written back only when the employee is paid.
      ******************************************************************
       631-LOAD-LEAVE-BALANCE.
           MOVE 'N' TO WS-LEAVE-NEW-FLG
           MOVE WS-PRIOR-EMPLOYEE-ID TO LVB-EMP-ID
           READ LEAVE-BALANCE-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-NEW-FLG
                   MOVE WS-PRIOR-EMPLOYEE-ID TO LVB-EMP-ID
                   MOVE SPACES TO LVB-SERVICE-DATE
                   MOVE 0 TO LVB-VACATION-BAL
                   MOVE 0 TO LVB-SICK-BAL
                   MOVE WS-TODAY-DATE(1:4) TO LVB-YEAR
                   MOVE 0 TO LVB-VACATION-TAKEN-YTD
                   MOVE 0 TO LVB-SICK-TAKEN-YTD
                   MOVE 0 TO LVB-HOLIDAY-YTD
                   MOVE SPACES TO LVB-LAST-ACCRUAL-DATE
           END-READ

           IF LVB-YEAR NOT = WS-TODAY-DATE(1:4)
               MOVE WS-TODAY-DATE(1:4) TO LVB-YEAR
               MOVE 0 TO LVB-VACATION-TAKEN-YTD
               MOVE 0 TO LVB-SICK-TAKEN-YTD
               MOVE 0 TO LVB-HOLIDAY-YTD
           END-IF

           MOVE 0 TO WS-VACATION-ACCRUED
           MOVE 0 TO WS-SICK-ACCRUED
           IF LVB-LAST-ACCRUAL-DATE NOT = WS-TODAY-DATE
               PERFORM 632-FIND-ACCRUAL-TIER
           END-IF

           COMPUTE WS-VACATION-BAL
               = LVB-VACATION-BAL + WS-VACATION-ACCRUED
           COMPUTE WS-SICK-BAL = LVB-SICK-BAL + WS-SICK-ACCRUED
           MOVE 0 TO WS-VACATION-TAKEN-RUN
           MOVE 0 TO WS-SICK-TAKEN-RUN
           MOVE 0 TO WS-HOLIDAY-TAKEN-RUN.

       632-FIND-ACCRUAL-TIER.
           MOVE 0 TO WS-SERVICE-YEARS
           IF LVB-SERVICE-DATE IS NUMERIC
                   AND WS-TODAY-DATE IS NUMERIC
               MOVE LVB-SERVICE-DATE TO WS-SERVICE-DATE-NUM
               MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
               IF WS-TODAY-DATE-NUM > WS-SERVICE-DATE-NUM
                   COMPUTE WS-SERVICE-YEARS
                       = (WS-TODAY-DATE-NUM - WS-SERVICE-DATE-NUM)
                           / 10000
               END-IF
           END-IF

           PERFORM VARYING WS-POLICY-SUB FROM 1 BY 1
                   UNTIL WS-POLICY-SUB > WS-POLICY-TBL-COUNT
               IF LPT-MIN-YEARS(WS-POLICY-SUB) <= WS-SERVICE-YEARS
                   MOVE LPT-VACATION-HOURS(WS-POLICY-SUB)
                       TO WS-VACATION-ACCRUED
                   MOVE LPT-SICK-HOURS(WS-POLICY-SUB)
                       TO WS-SICK-ACCRUED
               END-IF
           END-PERFORM.

      ******************************************************************
      * Vacation and sick hours come off the employee's balance; a
      * line that would take the balance below zero is rejected and
      * not paid.  Holiday hours have no balance.
      ******************************************************************
       633-TAKE-LEAVE-HOURS.
           MOVE SPACES TO WS-LEAVE-TEXT
           EVALUATE TRUE
               WHEN TSW-IS-VACATION
                   IF WS-TS-HOURS > WS-VACATION-BAL
                       MOVE "VACATION BALANCE INSUFFICIENT"
                           TO TSR-REASON-WORK
                       MOVE "NO" TO FOUND-FLAG
                   ELSE
                       SUBTRACT WS-TS-HOURS FROM WS-VACATION-BAL
                       ADD WS-TS-HOURS TO WS-VACATION-TAKEN-RUN
                       MOVE "VACATION" TO WS-LEAVE-TEXT
                   END-IF
               WHEN TSW-IS-SICK
                   IF WS-TS-HOURS > WS-SICK-BAL
                       MOVE "SICK BALANCE INSUFFICIENT"
                           TO TSR-REASON-WORK
                       MOVE "NO" TO FOUND-FLAG
                   ELSE
                       SUBTRACT WS-TS-HOURS FROM WS-SICK-BAL
                       ADD WS-TS-HOURS TO WS-SICK-TAKEN-RUN
                       MOVE "SICK" TO WS-LEAVE-TEXT
                   END-IF
               WHEN TSW-IS-HOLIDAY
                   ADD WS-TS-HOURS TO WS-HOLIDAY-TAKEN-RUN
                   MOVE "HOLIDAY" TO WS-LEAVE-TEXT
           END-EVALUATE.

      ******************************************************************
      * Today's history lines for the employee follow any already
      * written by an earlier run on the same date.
      ******************************************************************
       634-FIND-NEXT-HISTORY-SEQ.
           MOVE 0 TO WS-HIST-SEQ
           MOVE WS-PRIOR-EMPLOYEE-ID TO PHS-EMP-ID
           MOVE WS-TODAY-DATE TO PHS-PERIOD-DATE
           MOVE 0 TO PHS-LINE-SEQ
           START PAY-HISTORY-MASTER KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-SCAN-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-HIST-SCAN-EOF-FLG
           END-START

           PERFORM UNTIL WS-HIST-SCAN-EOF-FLG = 'Y'
               READ PAY-HISTORY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-SCAN-EOF-FLG
               END-READ
               IF WS-HIST-SCAN-EOF-FLG NOT = 'Y'
                   IF PHS-EMP-ID = WS-PRIOR-EMPLOYEE-ID
                           AND PHS-PERIOD-DATE = WS-TODAY-DATE
                       MOVE PHS-LINE-SEQ TO WS-HIST-SEQ
                   ELSE
                       MOVE 'Y' TO WS-HIST-SCAN-EOF-FLG
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * A retro earnings line is paid as it stands - the retro run has
      * already priced it.  The hours were counted in the period they
      * were worked, so only the amount is added.
      ******************************************************************
       636-REGISTER-RETRO-LINE.
           MOVE TSW-RETRO-AMOUNT TO WS-TS-GROSS-PAY
           MOVE 0 TO WS-TS-HOURS
           MOVE 0 TO WS-TS-REGULAR-HOURS
           MOVE 0 TO WS-TS-OVERTIME-HOURS
           MOVE 0 TO WS-TS-REGULAR-PAY
           MOVE 0 TO WS-TS-OVERTIME-PAY
           MOVE 0 TO WS-TS-PREMIUM-PAY
           MOVE 0 TO WS-SHIFT-PREMIUM-PCT
           MOVE TSW-JOB-TYPE TO JOB-TYPE-IN
           ADD 1 TO WS-TS-PAID-COUNT
           ADD WS-TS-GROSS-PAY TO WS-EMPLOYEE-TOTAL-GROSS
           ADD WS-TS-GROSS-PAY TO WS-GRAND-TOTAL-GROSS
           MOVE TSW-EMPLOYEE-ID TO PRG-EMPLOYEE-ID
           MOVE TSW-JOB-TYPE TO PRG-JOB-TYPE
           MOVE 0 TO PRG-PAY-VALUE
           MOVE 0 TO PRG-HOURS-WORKED
           MOVE 0 TO PRG-REGULAR-PAY
           MOVE 0 TO PRG-OVERTIME-PAY
           MOVE 0 TO PRG-PREMIUM-PAY
           MOVE WS-TS-GROSS-PAY TO PRG-GROSS-PAY
           MOVE "RETRO" TO PRG-LEAVE-TEXT
           WRITE PAYREG-RPT-LINE FROM PAYREG-RPT-DETAIL
           PERFORM 637-WRITE-PAY-HISTORY.

       638-HOLD-RETRO-LINE.
           IF WS-RETRO-HOLD-COUNT < 200
               ADD 1 TO WS-RETRO-HOLD-COUNT
               MOVE TSW-EMPLOYEE-ID
                   TO RHT-EMP-ID(WS-RETRO-HOLD-COUNT)
               MOVE TSW-JOB-TYPE
                   TO RHT-JOB-TYPE(WS-RETRO-HOLD-COUNT)
               MOVE TSW-RETRO-PERIOD
                   TO RHT-PERIOD-DATE(WS-RETRO-HOLD-COUNT)
               MOVE TSW-HOURS-WORKED TO WS-TS-HOURS-X
               MOVE WS-TS-HOURS TO RHT-HOURS(WS-RETRO-HOLD-COUNT)
               MOVE TSW-RETRO-OLD-RATE
                   TO RHT-OLD-RATE(WS-RETRO-HOLD-COUNT)
               MOVE TSW-RETRO-NEW-RATE
                   TO RHT-NEW-RATE(WS-RETRO-HOLD-COUNT)
               MOVE TSW-RETRO-AMOUNT
                   TO RHT-AMOUNT(WS-RETRO-HOLD-COUNT)
           ELSE
               DISPLAY "RETRO HOLD TABLE FULL - LINE DROPPED FOR "
                       TSW-EMPLOYEE-ID
           END-IF.

      ******************************************************************
      * A final-pay line pays out the vacation balance and closes the
      * termination, so it is honoured only while the termination is
      * still pending final pay.
      ******************************************************************
       639-CHECK-FINAL-PAY-PENDING.
           MOVE TSW-EMPLOYEE-ID TO TRM-EMP-ID
           READ TERMINATION-MASTER
               INVALID KEY
                   MOVE SPACE TO TRM-STATUS
           END-READ
           IF TRM-IS-PENDING
               MOVE 'Y' TO WS-FINAL-PAY-FLG
           ELSE
               MOVE "NO TERMINATION PENDING FINAL PAY"
                   TO TSR-REASON-WORK
               PERFORM 660-RECORD-TIMESHEET-REJECT
           END-IF.

       637-WRITE-PAY-HISTORY.
           ADD 1 TO WS-HIST-SEQ
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE TSW-EMPLOYEE-ID TO PHS-EMP-ID
           MOVE WS-TODAY-DATE TO PHS-PERIOD-DATE
           MOVE WS-HIST-SEQ TO PHS-LINE-SEQ
           IF TSW-IS-RETRO
               MOVE "R" TO PHS-LINE-TYPE
               MOVE 0 TO PHS-RATE
               MOVE TSW-RETRO-PERIOD TO PHS-RETRO-PERIOD
           ELSE
               MOVE "T" TO PHS-LINE-TYPE
               MOVE PAY-VALUE-TBLE(TBL-IDX) TO PHS-RATE
           END-IF
           MOVE WS-AS-OF-DATE TO PHS-RATE-DATE
           MOVE JOB-TYPE-IN TO PHS-JOB-TYPE
           MOVE TSW-SHIFT-CODE TO PHS-SHIFT-CODE
           MOVE TSW-LEAVE-CODE TO PHS-LEAVE-CODE
           MOVE WS-TS-HOURS TO PHS-HOURS
           MOVE WS-TS-REGULAR-HOURS TO PHS-REGULAR-HOURS
           MOVE WS-TS-OVERTIME-HOURS TO PHS-OVERTIME-HOURS
           MOVE WS-SHIFT-PREMIUM-PCT TO PHS-PREMIUM-PCT
           MOVE WS-TS-REGULAR-PAY TO PHS-REGULAR-PAY
           MOVE WS-TS-OVERTIME-PAY TO PHS-OVERTIME-PAY
           MOVE WS-TS-PREMIUM-PAY TO PHS-PREMIUM-PAY
           MOVE WS-TS-GROSS-PAY TO PHS-GROSS-PAY
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY WRITE FAILED FOR "
                           TSW-EMPLOYEE-ID
           END-WRITE.

      ******************************************************************
      * Hours past 40 in the employee's week pay time-and-a-half,
      * tracked across the employee's sorted lines; the shift code on
      * the line applies its premium percentage from SHIFTPREM.TBL on
      * top of regular plus overtime.  A blank or unknown shift code
      * carries no premium.  Leave hours (vacation, sick, holiday)
      * are paid straight time - they do not count toward the 40 and
      * carry no shift premium.
      ******************************************************************
       635-COMPUTE-PAY-COMPONENTS.
           IF WS-EMPLOYEE-CUM-HOURS >= 40
                   = 40 - WS-EMPLOYEE-CUM-HOURS
           END-IF

           IF TSW-IS-LEAVE
               MOVE WS-TS-HOURS TO WS-TS-REGULAR-HOURS
               MOVE 0 TO WS-TS-OVERTIME-HOURS
           ELSE
           IF WS-TS-HOURS > WS-REMAINING-REG-HOURS
               MOVE WS-REMAINING-REG-HOURS TO WS-TS-REGULAR-HOURS
               COMPUTE WS-TS-OVERTIME-HOURS
               MOVE 0 TO WS-TS-OVERTIME-HOURS
           END-IF
           ADD WS-TS-HOURS TO WS-EMPLOYEE-CUM-HOURS
           END-IF

           COMPUTE WS-TS-REGULAR-PAY ROUNDED
               = WS-TS-REGULAR-HOURS * PAY-VALUE-TBLE(TBL-IDX)
           MOVE 0 TO WS-SHIFT-PREMIUM-PCT
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-SHIFT-TBL-COUNT
                       OR TSW-IS-LEAVE
               IF SHT-SHIFT-CODE(WS-SHIFT-SUB) = TSW-SHIFT-CODE
                   MOVE SHT-PREMIUM-PCT(WS-SHIFT-SUB)
                       TO WS-SHIFT-PREMIUM-PCT
                   MOVE 'N' TO WS-EMPLOYEE-OK-FLG
               NOT INVALID KEY
                   IF NOT EMP-IS-ACTIVE
                       MOVE TSW-EMPLOYEE-ID TO TRM-EMP-ID
                       READ TERMINATION-MASTER
                           INVALID KEY
                               MOVE SPACE TO TRM-STATUS
                       END-READ
                       IF NOT TRM-IS-PENDING
                           MOVE "EMPLOYEE INACTIVE" TO TSR-REASON-WORK
                           MOVE 'N' TO WS-EMPLOYEE-OK-FLG
                       END-IF
                   END-IF
           END-READ.

       640-WRITE-EMPLOYEE-TRAILER.
           MOVE 'N' TO WS-PAYOUT-PAID-FLG
           IF WS-FINAL-PAY-FLG = 'Y'
               PERFORM 642-REGISTER-VACATION-PAYOUT
           END-IF
           MOVE 0 TO WS-RUN-DED-TOTAL
           MOVE WS-EMPLOYEE-TOTAL-GROSS TO WS-EMPLOYEE-NET-PAY
           IF WS-EMPLOYEE-TOTAL-GROSS > 0
                   OR WS-EMPLOYEE-TOTAL-HOURS > 0
                   OR WS-PAYOUT-PAID-FLG = 'Y'
               PERFORM 645-POST-YTD-EARNINGS
               PERFORM 641-POST-LEAVE-BALANCE
               PERFORM 648-WRITE-PAY-STUB
               PERFORM 649-WRITE-BANK-DETAIL
           END-IF
           IF WS-PAYOUT-PAID-FLG = 'Y'
               PERFORM 643-WRITE-SEPARATION-SUMMARY
           END-IF
           MOVE 'N' TO WS-FINAL-PAY-FLG

           MOVE WS-PRIOR-EMPLOYEE-ID TO PRG-EMP-TOTAL-ID
           MOVE WS-EMPLOYEE-TOTAL-HOURS TO PRG-EMP-TOTAL-HOURS
           MOVE 0 TO WS-EMPLOYEE-TOTAL-HOURS
           MOVE 0 TO WS-EMPLOYEE-TOTAL-GROSS.

      ******************************************************************
      * An employee's final register pays out the vacation balance
      * left after this period's accrual and leave taken, at the rate
      * for the employee's default job, as one straight-time line
      * taxed with the rest of the final pay.  With no rate for the
      * job the payout is refused and the termination stays pending
      * for a later register.
      ******************************************************************
       642-REGISTER-VACATION-PAYOUT.
           MOVE WS-PRIOR-EMPLOYEE-ID TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMP-DEFAULT-JOB
           END-READ
           MOVE EMP-DEFAULT-JOB TO JOB-TYPE-IN
           PERFORM SEARCH-TABLE
           IF FOUND-FLAG = "NO"
               ADD 1 TO WS-TS-REJECT-COUNT
               IF WS-TS-REJECT-TBL-COUNT < 500
                   ADD 1 TO WS-TS-REJECT-TBL-COUNT
                   MOVE WS-PRIOR-EMPLOYEE-ID
                       TO TSR-EMPLOYEE-ID(WS-TS-REJECT-TBL-COUNT)
                   MOVE JOB-TYPE-IN
                       TO TSR-JOB-TYPE(WS-TS-REJECT-TBL-COUNT)
                   MOVE "VACATION PAYOUT - UNKNOWN JOB TYPE"
                       TO TSR-REASON(WS-TS-REJECT-TBL-COUNT)
               END-IF
           ELSE
               MOVE WS-VACATION-BAL TO WS-PAYOUT-HOURS
               COMPUTE WS-PAYOUT-AMOUNT ROUNDED
                   = WS-PAYOUT-HOURS * PAY-VALUE-TBLE(TBL-IDX)
               MOVE 0 TO WS-VACATION-BAL
               MOVE 'Y' TO WS-PAYOUT-PAID-FLG
               ADD 1 TO WS-TS-PAID-COUNT
               ADD WS-PAYOUT-AMOUNT TO WS-EMPLOYEE-TOTAL-GROSS
               ADD WS-PAYOUT-AMOUNT TO WS-GRAND-TOTAL-GROSS
               MOVE WS-PRIOR-EMPLOYEE-ID TO PRG-EMPLOYEE-ID
               MOVE JOB-TYPE-IN TO PRG-JOB-TYPE
               MOVE PAY-VALUE-TBLE(TBL-IDX) TO PRG-PAY-VALUE
               MOVE WS-PAYOUT-HOURS TO PRG-HOURS-WORKED
               MOVE WS-PAYOUT-AMOUNT TO PRG-REGULAR-PAY
               MOVE 0 TO PRG-OVERTIME-PAY
               MOVE 0 TO PRG-PREMIUM-PAY
               MOVE WS-PAYOUT-AMOUNT TO PRG-GROSS-PAY
               MOVE "PAYOUT" TO PRG-LEAVE-TEXT
               WRITE PAYREG-RPT-LINE FROM PAYREG-RPT-DETAIL

               ADD 1 TO WS-HIST-SEQ
               MOVE SPACES TO PAY-HISTORY-RECORD
               MOVE WS-PRIOR-EMPLOYEE-ID TO PHS-EMP-ID
               MOVE WS-TODAY-DATE TO PHS-PERIOD-DATE
               MOVE WS-HIST-SEQ TO PHS-LINE-SEQ
               MOVE "T" TO PHS-LINE-TYPE
               MOVE WS-AS-OF-DATE TO PHS-RATE-DATE
               MOVE JOB-TYPE-IN TO PHS-JOB-TYPE
               MOVE "P" TO PHS-LEAVE-CODE
               MOVE WS-PAYOUT-HOURS TO PHS-HOURS
               MOVE WS-PAYOUT-HOURS TO PHS-REGULAR-HOURS
               MOVE 0 TO PHS-OVERTIME-HOURS
               MOVE PAY-VALUE-TBLE(TBL-IDX) TO PHS-RATE
               MOVE 0 TO PHS-PREMIUM-PCT
               MOVE WS-PAYOUT-AMOUNT TO PHS-REGULAR-PAY
               MOVE 0 TO PHS-OVERTIME-PAY
               MOVE 0 TO PHS-PREMIUM-PAY
               MOVE WS-PAYOUT-AMOUNT TO PHS-GROSS-PAY
               WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "PAY HISTORY WRITE FAILED FOR "
                               WS-PRIOR-EMPLOYEE-ID
               END-WRITE
           END-IF.

      ******************************************************************
      * Marks the termination final-paid with the amounts paid and
      * prints the employee's separation summary for the record of
      * employment - insurable hours and earnings are the year to
      * date on PAYYTD.IDX after this final pay.
      ******************************************************************
       643-WRITE-SEPARATION-SUMMARY.
           MOVE WS-PRIOR-EMPLOYEE-ID TO TRM-EMP-ID
           READ TERMINATION-MASTER
               INVALID KEY
                   MOVE SPACES TO TRM-LAST-DAY
                   MOVE SPACES TO TRM-REASON-CODE
                   MOVE SPACES TO TRM-REASON-TEXT
               NOT INVALID KEY
                   MOVE "F" TO TRM-STATUS
                   MOVE WS-PAYOUT-HOURS TO TRM-PAYOUT-HOURS
                   MOVE WS-PAYOUT-AMOUNT TO TRM-PAYOUT-AMOUNT
                   MOVE WS-EMPLOYEE-TOTAL-GROSS TO TRM-FINAL-GROSS
                   MOVE WS-EMPLOYEE-NET-PAY TO TRM-FINAL-NET
                   MOVE WS-TODAY-DATE TO TRM-FINAL-PAID-DATE
                   REWRITE TERMINATION-RECORD
                       INVALID KEY
                           DISPLAY "TERMINATION REWRITE FAILED FOR "
                                   WS-PRIOR-EMPLOYEE-ID
                   END-REWRITE
           END-READ
           ADD 1 TO WS-SEPARATION-COUNT

           MOVE WS-TODAY-DATE TO SEP-HDR-DATE
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-HEADER-LINE
           MOVE WS-PRIOR-EMPLOYEE-ID TO SEP-EMP-ID
           MOVE EMP-NAME TO SEP-EMP-NAME
           MOVE EMP-DEPARTMENT TO SEP-EMP-DEPT
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-EMP-LINE
           MOVE LVB-SERVICE-DATE TO SEP-SERVICE-DATE
           MOVE TRM-LAST-DAY TO SEP-LAST-DAY
           MOVE WS-TODAY-DATE TO SEP-PAID-DATE
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-DATES-LINE
           MOVE TRM-REASON-CODE TO SEP-REASON-CODE
           MOVE TRM-REASON-TEXT TO SEP-REASON-TEXT
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-REASON-LINE

           MOVE "FINAL PERIOD EARNINGS:" TO SEP-AMOUNT-TEXT
           COMPUTE SEP-AMOUNT
               = WS-EMPLOYEE-TOTAL-GROSS - WS-PAYOUT-AMOUNT
           MOVE "HOURS:" TO SEP-HOURS-TEXT
           MOVE WS-EMPLOYEE-TOTAL-HOURS TO SEP-HOURS
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-AMOUNT-LINE
           MOVE "VACATION PAY ON SEPARATION:" TO SEP-AMOUNT-TEXT
           MOVE WS-PAYOUT-AMOUNT TO SEP-AMOUNT
           MOVE "HOURS:" TO SEP-HOURS-TEXT
           MOVE WS-PAYOUT-HOURS TO SEP-HOURS
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-AMOUNT-LINE
           MOVE "TOTAL FINAL GROSS:" TO SEP-AMOUNT-TEXT
           MOVE WS-EMPLOYEE-TOTAL-GROSS TO SEP-AMOUNT
           MOVE SPACES TO SEP-HOURS-TEXT
           MOVE 0 TO SEP-HOURS
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-AMOUNT-LINE
           PERFORM VARYING WS-DEDUCT-SUB FROM 1 BY 1
                   UNTIL WS-DEDUCT-SUB > WS-DEDUCT-COUNT
               MOVE DPT-CODE(WS-DEDUCT-SUB) TO SEP-DED-CODE
               MOVE WS-RUN-DED-AMOUNT(WS-DEDUCT-SUB)
                   TO SEP-DED-AMOUNT
               WRITE SEPARATION-RPT-LINE FROM SEPARATION-DEDUCTION-LINE
           END-PERFORM
           MOVE "NET FINAL PAY:" TO SEP-AMOUNT-TEXT
           MOVE WS-EMPLOYEE-NET-PAY TO SEP-AMOUNT
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-AMOUNT-LINE
           MOVE "YTD INSURABLE EARNINGS:" TO SEP-AMOUNT-TEXT
           MOVE YTD-GROSS TO SEP-AMOUNT
           MOVE "HOURS:" TO SEP-HOURS-TEXT
           MOVE YTD-HOURS TO SEP-HOURS
           WRITE SEPARATION-RPT-LINE FROM SEPARATION-AMOUNT-LINE
           WRITE SEPARATION-RPT-LINE FROM PAYSTUB-BREAK-LINE.

       641-POST-LEAVE-BALANCE.
           MOVE WS-PRIOR-EMPLOYEE-ID TO LVB-EMP-ID
           MOVE WS-VACATION-BAL TO LVB-VACATION-BAL
           MOVE WS-SICK-BAL TO LVB-SICK-BAL
           ADD WS-VACATION-TAKEN-RUN TO LVB-VACATION-TAKEN-YTD
           ADD WS-SICK-TAKEN-RUN TO LVB-SICK-TAKEN-YTD
           ADD WS-HOLIDAY-TAKEN-RUN TO LVB-HOLIDAY-YTD
           MOVE WS-TODAY-DATE TO LVB-LAST-ACCRUAL-DATE
           IF WS-LEAVE-NEW-FLG = 'Y'
               WRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "LEAVE POST FAILED FOR "
                               WS-PRIOR-EMPLOYEE-ID
               END-WRITE
           ELSE
               REWRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "LEAVE POST FAILED FOR "
                               WS-PRIOR-EMPLOYEE-ID
               END-REWRITE
           END-IF.

      ******************************************************************
      * Posts the employee's period totals into the year-to-date
      * earnings master.  A record from a prior year is restarted at
                   MOVE SPACES TO YTD-DED-CODE(WS-DEDUCT-SUB)
               END-IF
               MOVE 0 TO YTD-DED-AMOUNT(WS-DEDUCT-SUB)
               MOVE 0 TO YTD-ER-AMOUNT(WS-DEDUCT-SUB)
           END-PERFORM.

      ******************************************************************
      * percent) or a flat per-run amount (type F).  The amount is
      * capped so the year-to-date bucket in PAYYTD.IDX never exceeds
      * the annual maximum (a zero maximum means no limit) - that is
      * what actually stops CPP/EI-style deductions mid-year.  The
      * employer's share is the employee amount times the row's
      * EMPRCONT.TBL ratio, capped the same way against its own
      * year-to-date bucket and annual maximum.
      ******************************************************************
       647-COMPUTE-DEDUCTIONS.
           MOVE 0 TO WS-RUN-DED-TOTAL
                   TO WS-RUN-DED-AMOUNT(WS-DEDUCT-SUB)
               ADD WS-DED-RAW-AMOUNT
                   TO YTD-DED-AMOUNT(WS-DEDUCT-SUB)
               ADD WS-DED-RAW-AMOUNT
                   TO WS-GRAND-DED-AMOUNT(WS-DEDUCT-SUB)
               ADD WS-DED-RAW-AMOUNT TO WS-RUN-DED-TOTAL

               COMPUTE WS-ER-RAW-AMOUNT ROUNDED
                   = WS-DED-RAW-AMOUNT * DPT-ER-RATIO(WS-DEDUCT-SUB)
               IF DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB) > 0
                   IF YTD-ER-AMOUNT(WS-DEDUCT-SUB)
                           >= DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB)
                       MOVE 0 TO WS-ER-RAW-AMOUNT
                   ELSE
                       COMPUTE WS-DED-ROOM-LEFT
                           = DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB)
                           - YTD-ER-AMOUNT(WS-DEDUCT-SUB)
                       IF WS-ER-RAW-AMOUNT > WS-DED-ROOM-LEFT
                           MOVE WS-DED-ROOM-LEFT
                               TO WS-ER-RAW-AMOUNT
                       END-IF
                   END-IF
               END-IF
               MOVE WS-ER-RAW-AMOUNT
                   TO WS-RUN-ER-AMOUNT(WS-DEDUCT-SUB)
               ADD WS-ER-RAW-AMOUNT
                   TO YTD-ER-AMOUNT(WS-DEDUCT-SUB)
               ADD WS-ER-RAW-AMOUNT
                   TO WS-GRAND-ER-AMOUNT(WS-DEDUCT-SUB)
           END-PERFORM

           COMPUTE WS-EMPLOYEE-NET-PAY
           END-PERFORM
           MOVE WS-EMPLOYEE-NET-PAY TO STB-NET-PAY
           WRITE PAYSTUB-RPT-LINE FROM PAYSTUB-NET-LINE
           MOVE WS-VACATION-TAKEN-RUN TO STB-VACATION-TAKEN
           MOVE WS-VACATION-BAL TO STB-VACATION-BAL
           WRITE PAYSTUB-RPT-LINE FROM PAYSTUB-VACATION-LINE
           MOVE WS-SICK-TAKEN-RUN TO STB-SICK-TAKEN
           MOVE WS-SICK-BAL TO STB-SICK-BAL
           WRITE PAYSTUB-RPT-LINE FROM PAYSTUB-SICK-LINE
           WRITE PAYSTUB-RPT-LINE FROM PAYSTUB-BREAK-LINE.

      ******************************************************************
      * An employee whose bank transit or account is blank on the
      * employee master, or whose last deposit was returned by the
      * bank and not yet corrected, is refused from the settlement
      * file and listed on the register's direct-deposit exception
      * page to be paid by cheque instead.
      ******************************************************************
       649-WRITE-BANK-DETAIL.
           MOVE WS-PRIOR-EMPLOYEE-ID TO EMP-ID-MASTER
                   MOVE SPACES TO EMP-BANK-TRANSIT
                   MOVE SPACES TO EMP-BANK-ACCOUNT
           END-READ
           MOVE WS-PRIOR-EMPLOYEE-ID TO BKH-EMP-ID
           READ BANK-HOLD-MASTER
               INVALID KEY
                   MOVE SPACE TO BKH-STATUS
           END-READ

           IF EMP-BANK-TRANSIT = SPACES
                   OR EMP-BANK-ACCOUNT = SPACES
                   OR BKH-IS-RETURNED
               IF WS-BANK-EXCEPT-COUNT < 200
                   ADD 1 TO WS-BANK-EXCEPT-COUNT
                   MOVE WS-PRIOR-EMPLOYEE-ID
                       TO BXC-EMP-ID(WS-BANK-EXCEPT-COUNT)
                   MOVE WS-EMPLOYEE-NET-PAY
                       TO BXC-NET-AMOUNT(WS-BANK-EXCEPT-COUNT)
                   IF BKH-IS-RETURNED
                       MOVE "DEPOSIT RETURNED - BANKING HELD"
                           TO BXC-REASON(WS-BANK-EXCEPT-COUNT)
                   ELSE
                       MOVE "BANK FIELDS BLANK"
                           TO BXC-REASON(WS-BANK-EXCEPT-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE WS-PRIOR-EMPLOYEE-ID TO BNK-EMP-ID
                   TO PRG-BNK-EMP-ID
               MOVE BXC-NET-AMOUNT(WS-BANK-EXCEPT-SUB)
                   TO PRG-BNK-NET
               MOVE BXC-REASON(WS-BANK-EXCEPT-SUB) TO PRG-BNK-REASON
               WRITE PAYREG-RPT-LINE FROM PAYREG-BANK-EXCEPT-DETAIL
           END-PERFORM.

      ******************************************************************
      * Every hold record whose banking EMP-MAINT has corrected gets
      * one reissue line for its returned amount not yet reissued,
      * whether or not the employee was paid in this run.  Reissues
      * count in the trailer's record count and hash total.
      ******************************************************************
       656-WRITE-BANK-REISSUES.
           WRITE PAYREG-RPT-LINE FROM SPACES
           WRITE PAYREG-RPT-LINE FROM PAYREG-BANK-REISSUE-HEADER
           MOVE LOW-VALUES TO BKH-EMP-ID
           MOVE 'N' TO WS-BANKHOLD-EOF-FLG
           START BANK-HOLD-MASTER KEY IS NOT LESS THAN BKH-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BANKHOLD-EOF-FLG
           END-START
           PERFORM UNTIL WS-BANKHOLD-EOF-FLG = 'Y'
               READ BANK-HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BANKHOLD-EOF-FLG
                   NOT AT END
                       IF BKH-IS-CORRECTED
                               AND BKH-RETURNED-TOTAL
                                   > BKH-REISSUED-TOTAL
                           PERFORM 657-REISSUE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

       657-REISSUE-ONE-DEPOSIT.
           MOVE BKH-EMP-ID TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMP-BANK-TRANSIT
                   MOVE SPACES TO EMP-BANK-ACCOUNT
           END-READ

           IF EMP-BANK-TRANSIT NOT = SPACES
                   AND EMP-BANK-ACCOUNT NOT = SPACES
               COMPUTE WS-REISSUE-AMOUNT
                   = BKH-RETURNED-TOTAL - BKH-REISSUED-TOTAL
               MOVE BKH-EMP-ID TO BNR-EMP-ID
               MOVE EMP-BANK-TRANSIT TO BNR-TRANSIT
               MOVE EMP-BANK-ACCOUNT TO BNR-ACCOUNT
               MOVE WS-REISSUE-AMOUNT TO BNR-AMOUNT
               WRITE BANK-EXPORT-LINE FROM BANK-REISSUE-RECORD
               ADD 1 TO WS-BANK-RECORD-COUNT
               ADD WS-REISSUE-AMOUNT TO WS-BANK-HASH-TOTAL
               ADD 1 TO WS-REISSUE-COUNT

               MOVE BKH-EMP-ID TO PRG-BNR-EMP-ID
               MOVE WS-REISSUE-AMOUNT TO PRG-BNR-AMOUNT
               MOVE BKH-RETURN-DATE TO PRG-BNR-RETURN-DATE
               MOVE BKH-REASON-TEXT TO PRG-BNR-REASON
               WRITE PAYREG-RPT-LINE FROM PAYREG-BANK-REISSUE-DETAIL

               ADD WS-REISSUE-AMOUNT TO BKH-REISSUED-TOTAL
               MOVE "R" TO BKH-STATUS
               MOVE WS-TODAY-DATE TO BKH-REISSUE-DATE
               REWRITE BANK-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "BANK HOLD REWRITE FAILED FOR "
                               BKH-EMP-ID
               END-REWRITE
           END-IF.

       685-LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-PARAM-FILE
           IF WS-DEDUCT-FILE-STATUS = "00"
                                   TO DPT-VALUE(WS-DEDUCT-COUNT)
                               MOVE DED-ANNUAL-MAX
                                   TO DPT-ANNUAL-MAX(WS-DEDUCT-COUNT)
                               MOVE 0 TO DPT-ER-RATIO(WS-DEDUCT-COUNT)
                               MOVE 0
                                   TO DPT-ER-ANNUAL-MAX(WS-DEDUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "DEDUCT.TBL NOT FOUND - NO DEDUCTIONS TAKEN"
           END-IF.

      ******************************************************************
      * Hangs each EMPRCONT.TBL row's ratio and maximum on the
      * deduction row with the same code.  A deduction with no
      * employer row (income tax, benefits) has no employer share.
      ******************************************************************
       686-LOAD-EMPLOYER-CONT-TABLE.
           OPEN INPUT EMPLOYER-CONT-FILE
           IF WS-EMPRCONT-STATUS = "00"
               MOVE 'N' TO WS-EMPRCONT-EOF-FLG
               PERFORM UNTIL WS-EMPRCONT-EOF-FLG = 'Y'
                   READ EMPLOYER-CONT-FILE
                       AT END
                           MOVE 'Y' TO WS-EMPRCONT-EOF-FLG
                       NOT AT END
                           IF ERC-RATIO IS NUMERIC
                                   AND ERC-ANNUAL-MAX IS NUMERIC
                               PERFORM VARYING WS-DEDUCT-SUB
                                       FROM 1 BY 1
                                       UNTIL WS-DEDUCT-SUB
                                           > WS-DEDUCT-COUNT
                                   IF DPT-CODE(WS-DEDUCT-SUB)
                                           = ERC-CODE
                                       MOVE ERC-RATIO TO
                                       DPT-ER-RATIO(WS-DEDUCT-SUB)
                                       MOVE ERC-ANNUAL-MAX TO
                                       DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-CONT-FILE
           ELSE
               DISPLAY "EMPRCONT.TBL NOT FOUND - NO EMPLOYER SHARE"
           END-IF.

      ******************************************************************
      * LEAVEPOL.TBL rows are kept in ascending years-of-service order:
      * minimum years, vacation hours and sick hours credited per pay
      * run.
      ******************************************************************
       687-LOAD-LEAVE-POLICY-TABLE.
           OPEN INPUT LEAVE-POLICY-FILE
           IF WS-LEAVE-POLICY-STATUS = "00"
               MOVE 'N' TO WS-POLICY-EOF-FLG
               PERFORM UNTIL WS-POLICY-EOF-FLG = 'Y'
                   READ LEAVE-POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POLICY-EOF-FLG
                       NOT AT END
                           IF WS-POLICY-TBL-COUNT < 20
                                   AND LVP-MIN-YEARS IS NUMERIC
                                   AND LVP-VACATION-HOURS IS NUMERIC
                                   AND LVP-SICK-HOURS IS NUMERIC
                               ADD 1 TO WS-POLICY-TBL-COUNT
                               MOVE LVP-MIN-YEARS TO
                                   LPT-MIN-YEARS(WS-POLICY-TBL-COUNT)
                               MOVE LVP-VACATION-HOURS TO
                                LPT-VACATION-HOURS(WS-POLICY-TBL-COUNT)
                               MOVE LVP-SICK-HOURS TO
                                   LPT-SICK-HOURS(WS-POLICY-TBL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-POLICY-FILE
           ELSE
               DISPLAY "LEAVEPOL.TBL NOT FOUND - NO LEAVE ACCRUED"
           END-IF.

       650-WRITE-REJECT-SECTION.
           WRITE PAYREG-RPT-LINE FROM SPACES
           WRITE PAYREG-RPT-LINE FROM PAYREG-REJECT-HEADER
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * Appends the run summary to PAYRUN.DAT.  A rerun on the same
      * business date appends a second line - the ledger extract
      * takes the last line for its date.
      ******************************************************************
       695-WRITE-PAY-RUN-SUMMARY.
           OPEN EXTEND PAY-RUN-FILE
           IF WS-PAYRUN-STATUS = "35"
               OPEN OUTPUT PAY-RUN-FILE
           END-IF
           IF WS-PAYRUN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYRUN.DAT - STATUS: "
                       WS-PAYRUN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PAY-RUN-RECORD
           MOVE WS-TODAY-DATE TO PRN-RUN-DATE
           MOVE WS-GRAND-TOTAL-GROSS TO PRN-GROSS-PAY
           MOVE WS-GRAND-TOTAL-NET TO PRN-NET-PAY
           MOVE WS-TS-PAID-COUNT TO PRN-PAID-COUNT
           PERFORM VARYING WS-DEDUCT-SUB FROM 1 BY 1
                   UNTIL WS-DEDUCT-SUB > 5
               IF WS-DEDUCT-SUB <= WS-DEDUCT-COUNT
                   MOVE DPT-CODE(WS-DEDUCT-SUB)
                       TO PRN-DED-CODE(WS-DEDUCT-SUB)
               END-IF
               MOVE WS-GRAND-DED-AMOUNT(WS-DEDUCT-SUB)
                   TO PRN-DED-AMOUNT(WS-DEDUCT-SUB)
               MOVE WS-GRAND-ER-AMOUNT(WS-DEDUCT-SUB)
                   TO PRN-ER-AMOUNT(WS-DEDUCT-SUB)
           END-PERFORM
           WRITE PAY-RUN-RECORD
           CLOSE PAY-RUN-FILE.

       700-LOOKUP-MODE.
           PERFORM 690-GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
