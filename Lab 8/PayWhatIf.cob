      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Pay rate what-if costing - reads a proposal file of
      *          job-type rate increases (flat dollars per hour or a
      *          percentage, or ALL job types at once) each with an
      *          effective date, and re-prices either this week's
      *          TIMESHEET.TXT or a range of paid periods from
      *          PAYHIST.IDX at the current rates and at every
      *          proposal's rates.  Lines are split into regular and
      *          overtime hours, carry their SHIFTPREM.TBL premium and
      *          are taxed through DEDUCT.TBL and EMPRCONT.TBL exactly
      *          as the payroll register does, but nothing is posted:
      *          PayrollData.txt, PAYYTD.IDX and BANKDEP.TXT are only
      *          read or left alone.  Up to five proposals are costed
      *          side by side against current by job type and by
      *          department, with the employer contribution impact,
      *          an annualized projection and the cost from each
      *          proposal's effective date to the end of that year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-WHATIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE
               ASSIGN TO WS-PROPOSAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT PAY-RATE-FILE
               ASSIGN TO "../PayrollData.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT TIMESHEET-FILE
               ASSIGN TO "TIMESHEET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT PAY-HISTORY-MASTER
               ASSIGN TO "PAYHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT YTD-EARNINGS-MASTER
               ASSIGN TO "PAYYTD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-MASTER-STATUS.

           SELECT SHIFT-PREMIUM-FILE
               ASSIGN TO "SHIFTPREM.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-FILE-STATUS.

           SELECT DEDUCTION-PARAM-FILE
               ASSIGN TO "DEDUCT.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-FILE-STATUS.

           SELECT EMPLOYER-CONT-FILE
               ASSIGN TO "EMPRCONT.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRCONT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SIM-SORT-WORK-FILE
               ASSIGN TO "SIMSORT.TMP".

           SELECT PAY-SIM-RPT
               ASSIGN TO "PAYSIM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Proposal file - one line per job type per proposal: proposal
      * id, job type (ALL for every job without its own line),
      * increase type F (flat dollars per hour) or P (percent), the
      * increase, and the proposal's effective date.  Lines sharing a
      * proposal id make up one proposal.
      ******************************************************************
       FD PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           05 PRP-PROPOSAL-ID PIC X(6).
           05 FILLER PIC X.
           05 PRP-JOB-TYPE PIC X(3).
           05 FILLER PIC X.
           05 PRP-INCREASE-TYPE PIC X.
               88 PRP-IS-FLAT VALUE "F".
               88 PRP-IS-PERCENT VALUE "P".
           05 FILLER PIC X.
           05 PRP-INCREASE-VALUE PIC 9(3)V99.
           05 FILLER PIC X.
           05 PRP-EFF-DATE PIC X(8).

       FD PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           05 PRF-JOB-TYPE PIC X(3).
           05 PRF-EFF-DATE PIC X(8).
           05 PRF-PAY-VALUE PIC 9(3)V99.

       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           05 TS-EMPLOYEE-ID PIC X(6).
           05 TS-JOB-TYPE PIC X(3).
           05 TS-HOURS-WORKED PIC X(5).
           05 TS-SHIFT-CODE PIC X.
           05 TS-LEAVE-CODE PIC X.

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

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-ID-MASTER PIC X(6).
           05 EMP-MASTER-DATA.
               10 EMP-NAME PIC X(30).
               10 EMP-DEPARTMENT PIC X(4).
               10 EMP-DEFAULT-JOB PIC X(3).
               10 EMP-STATUS PIC X.
               10 EMP-BANK-TRANSIT PIC X(8).
               10 EMP-BANK-ACCOUNT PIC X(12).

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

       FD SHIFT-PREMIUM-FILE.
       01 SHIFT-PREMIUM-RECORD.
           05 SHP-SHIFT-CODE PIC X.
           05 FILLER PIC X.
           05 SHP-PREMIUM-PCT PIC 9(2)V99.

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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       SD SIM-SORT-WORK-FILE.
       01 SIM-SORT-RECORD.
           05 SMW-EMP-ID PIC X(6).
           05 SMW-PERIOD-DATE PIC X(8).
           05 SMW-LINE-SEQ PIC 9(5).
           05 SMW-JOB-TYPE PIC X(3).
           05 SMW-HOURS PIC 9(3)V99.
           05 SMW-SHIFT-CODE PIC X.
           05 SMW-LEAVE-CODE PIC X.
               88 SMW-IS-LEAVE VALUE "V" "S" "H".

       FD PAY-SIM-RPT.
       01 PAY-SIM-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PROPOSAL-FILE-NAME PIC X(40) VALUE "PAYPROP.TXT".
       01 WS-PROPOSAL-STATUS PIC X(2).
       01 WS-PAY-FILE-STATUS PIC X(2).
       01 WS-TIMESHEET-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-EMP-MASTER-STATUS PIC X(2).
       01 WS-YTD-MASTER-STATUS PIC X(2).
       01 WS-SHIFT-FILE-STATUS PIC X(2).
       01 WS-DEDUCT-FILE-STATUS PIC X(2).
       01 WS-EMPRCONT-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-YTD-OPEN-FLG PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-AS-OF-DATE PIC X(8).
       01 WS-DATE-CHECK PIC 9(8).
       01 WS-SOURCE-CODE PIC X.
           88 WS-SOURCE-IS-TIMESHEET VALUE "C".
           88 WS-SOURCE-IS-HISTORY VALUE "H".
       01 WS-FROM-PERIOD PIC X(8).
       01 WS-TO-PERIOD PIC X(8).

       01 SIM-WORKING-FIELDS.
           05 WS-READ-EOF-FLG PIC X.
           05 WS-SORT-EOF-FLG PIC X.
           05 WS-TABLE-EOF-FLG PIC X.
           05 WS-TS-HOURS-X PIC X(5).
           05 WS-TS-HOURS REDEFINES WS-TS-HOURS-X PIC 9(3)V99.
           05 WS-RELEASE-SEQ PIC 9(5) VALUE 0.
           05 WS-PRIOR-EMP-ID PIC X(6) VALUE SPACES.
           05 WS-PRIOR-PERIOD-DATE PIC X(8) VALUE SPACES.
           05 WS-EMP-FOUND-FLG PIC X.
           05 WS-SIM-DEPARTMENT PIC X(4).
           05 WS-SIM-DEFAULT-JOB PIC X(3).
           05 WS-SIM-JOB-TYPE PIC X(3).
           05 WS-BASE-RATE PIC 9(3)V99.
           05 WS-RATE-FOUND-FLG PIC X.
           05 WS-BEST-EFF-DATE PIC X(8).
           05 WS-RATE-SUB PIC 9(4).
           05 WS-EMPLOYEE-CUM-HOURS PIC 9(5)V99.
           05 WS-REMAINING-REG-HOURS PIC 9(3)V99.
           05 WS-REGULAR-HOURS PIC 9(3)V99.
           05 WS-OVERTIME-HOURS PIC 9(3)V99.
           05 WS-SHIFT-PREMIUM-PCT PIC 9(2)V99.
           05 WS-SHIFT-SUB PIC 99.
           05 WS-PRICE-RATE PIC 9(4)V99.
           05 WS-REGULAR-PAY PIC 9(6)V99.
           05 WS-OVERTIME-PAY PIC 9(6)V99.
           05 WS-PREMIUM-PAY PIC 9(6)V99.
           05 WS-LINE-GROSS PIC 9(6)V99.
           05 WS-SCN-SUB PIC 9.
           05 WS-PROP-SUB PIC 9.
           05 WS-RULE-SUB PIC 9(3).
           05 WS-JOB-SUB PIC 9(3).
           05 WS-DEPT-SUB PIC 9(3).
           05 WS-PERIOD-SUB PIC 9(3).
           05 WS-TABLE-SUB PIC 9(4).
           05 WS-SORT-SUB PIC 9(4).
           05 WS-SORT-SWAPPED-FLG PIC X.

       01 SIM-COUNT-FIELDS.
           05 WS-LINES-READ PIC 9(7) VALUE 0.
           05 WS-LINES-PRICED PIC 9(7) VALUE 0.
           05 WS-LINES-NO-RATE PIC 9(7) VALUE 0.
           05 WS-LINES-NO-EMPLOYEE PIC 9(7) VALUE 0.
           05 WS-LINES-BAD-HOURS PIC 9(7) VALUE 0.
           05 WS-EMP-PERIOD-COUNT PIC 9(7) VALUE 0.
           05 WS-PROPOSAL-LINES-BAD PIC 9(5) VALUE 0.
           05 WS-JOB-ENTRIES-DROPPED PIC 9(5) VALUE 0.
           05 WS-DEPT-ENTRIES-DROPPED PIC 9(5) VALUE 0.

      ******************************************************************
      * Scenario 1 is current rates; scenarios 2 to 6 are the
      * proposals in the order they first appear in the file.
      ******************************************************************
       01 WS-SCENARIO-COUNT PIC 9 VALUE 1.
       01 SCENARIO-TABLE.
           05 SCENARIO-ENTRY OCCURS 6 TIMES.
               10 SCN-LABEL PIC X(8).
               10 SCN-EFF-DATE PIC X(8).
               10 SCN-PERIOD-GROSS PIC 9(7)V99.
               10 SCN-PERIOD-ER PIC 9(7)V99.
               10 SCN-GROSS PIC 9(11)V99.
               10 SCN-DEDUCTIONS PIC 9(11)V99.
               10 SCN-EMPLOYER PIC 9(11)V99.

       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 PROPOSAL-RULE-TABLE.
           05 PROPOSAL-RULE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RULE-COUNT.
               10 PRL-SCN-SUB PIC 9.
               10 PRL-JOB-TYPE PIC X(3).
               10 PRL-INCREASE-TYPE PIC X.
               10 PRL-INCREASE-VALUE PIC 9(3)V99.

       01 WS-RATE-COUNT PIC 9(4) VALUE 0.
       01 PAY-RATE-TABLE.
           05 PAY-RATE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RATE-COUNT.
               10 PRT-JOB-TYPE PIC X(3).
               10 PRT-EFF-DATE PIC X(8).
               10 PRT-PAY-VALUE PIC 9(3)V99.

       01 WS-SHIFT-TBL-COUNT PIC 99 VALUE 0.
       01 SHIFT-PREMIUM-TABLE.
           05 SHIFT-PREMIUM-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-SHIFT-TBL-COUNT.
               10 SHT-SHIFT-CODE PIC X.
               10 SHT-PREMIUM-PCT PIC 9(2)V99.

       01 DEDUCTION-WORKING-FIELDS.
           05 WS-DEDUCT-COUNT PIC 9 VALUE 0.
           05 WS-DEDUCT-SUB PIC 9.
           05 WS-DED-RAW-AMOUNT PIC 9(7)V99.
           05 WS-DED-ROOM-LEFT PIC 9(7)V99.
           05 WS-ER-RAW-AMOUNT PIC 9(7)V99.
           05 WS-SIM-YTD-YEAR PIC X(4).

       01 DEDUCTION-PARAM-TABLE.
           05 DEDUCTION-PARAM-ENTRY OCCURS 5 TIMES.
               10 DPT-CODE PIC X(4).
               10 DPT-TYPE PIC X.
               10 DPT-VALUE PIC 9(5)V99.
               10 DPT-ANNUAL-MAX PIC 9(7)V99.
               10 DPT-ER-RATIO PIC 9V999.
               10 DPT-ER-ANNUAL-MAX PIC 9(7)V99.

      ******************************************************************
      * The employee's simulated year-to-date deduction and employer
      * buckets, one set per scenario, so each scenario reaches its
      * annual maximums at its own pace.
      ******************************************************************
       01 SIM-YTD-TABLE.
           05 SIM-YTD-SCENARIO OCCURS 6 TIMES.
               10 SIM-YTD-BUCKET OCCURS 5 TIMES.
                   15 SYT-DED-AMOUNT PIC 9(7)V99.
                   15 SYT-ER-AMOUNT PIC 9(7)V99.

       01 WS-JOB-COUNT PIC 9(3) VALUE 0.
       01 JOB-COST-TABLE.
           05 JOB-COST-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-JOB-COUNT.
               10 JCT-JOB-TYPE PIC X(3).
               10 JCT-HOURS PIC 9(7)V99.
               10 JCT-GROSS PIC 9(11)V99 OCCURS 6 TIMES.
       01 WS-JOB-SWAP-ENTRY PIC X(90).

       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01 DEPT-COST-TABLE.
           05 DEPT-COST-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DEPT-COUNT.
               10 DCT-DEPARTMENT PIC X(4).
               10 DCT-GROSS PIC 9(11)V99 OCCURS 6 TIMES.
               10 DCT-EMPLOYER PIC 9(11)V99 OCCURS 6 TIMES.
       01 WS-DEPT-SWAP-ENTRY PIC X(160).

      ******************************************************************
      * Distinct pay periods in the sample - the annualized figures
      * are the sample's cost per period times 52 weekly periods.
      ******************************************************************
       01 WS-PERIOD-COUNT PIC 9(3) VALUE 0.
       01 PERIOD-DATE-TABLE.
           05 PERIOD-DATE-ENTRY OCCURS 1 TO 520 TIMES
                   DEPENDING ON WS-PERIOD-COUNT.
               10 PDT-PERIOD-DATE PIC X(8).

       01 PROJECTION-FIELDS.
           05 WS-TOTAL-COST PIC 9(11)V99.
           05 WS-CURRENT-COST PIC 9(11)V99.
           05 WS-ANNUAL-COST PIC 9(11)V99.
           05 WS-CURRENT-ANNUAL-COST PIC 9(11)V99.
           05 WS-SIGNED-AMOUNT PIC S9(11)V99.
           05 WS-YEAR-END-DATE PIC 9(8).
           05 WS-EFF-DATE-NUM PIC 9(8).
           05 WS-DAYS-TO-YEAR-END PIC 9(5).
           05 WS-WEEKS-TO-YEAR-END PIC 9(3).

       01 PAY-SIM-HEADER-1.
           05 FILLER PIC X(28) VALUE "PAY RATE WHAT-IF COSTING - ".
           05 PSM-HDR-SOURCE PIC X(40).
           05 FILLER PIC X(18) VALUE "  CURRENT RATES AS".
           05 FILLER PIC X(4) VALUE " OF ".
           05 PSM-HDR-AS-OF PIC X(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 PSM-HDR-RUN-DATE PIC X(8).

       01 PAY-SIM-SECTION-LINE.
           05 PSM-SECTION-TITLE PIC X(60).

       01 PAY-SIM-TERMS-HEADER.
           05 FILLER PIC X(10) VALUE "PROPOSAL".
           05 FILLER PIC X(11) VALUE "EFFECTIVE".
           05 FILLER PIC X(6) VALUE "JOB".
           05 FILLER PIC X(20) VALUE "INCREASE".

       01 PAY-SIM-TERMS-DETAIL.
           05 PSM-TRM-LABEL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PSM-TRM-EFF-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PSM-TRM-JOB-TYPE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PSM-TRM-TYPE-TEXT PIC X(14).
           05 PSM-TRM-VALUE PIC ZZ9.99.

      ******************************************************************
      * Side-by-side line - a label, then current and each proposal
      * in its own column.
      ******************************************************************
       01 PAY-SIM-COLUMN-HEADER.
           05 PSM-COL-HDR-LABEL PIC X(26).
           05 PSM-COL-HDR-ENTRY OCCURS 6 TIMES.
               10 FILLER PIC X(9).
               10 PSM-COL-HDR-TEXT PIC X(8).

       01 PAY-SIM-MATRIX-LINE.
           05 PSM-MTX-LABEL PIC X(26).
           05 PSM-MTX-ENTRY OCCURS 6 TIMES.
               10 FILLER PIC X(2).
               10 PSM-MTX-CELL PIC -ZZZ,ZZZ,ZZ9.99.
               10 PSM-MTX-CELL-X REDEFINES PSM-MTX-CELL PIC X(15).

       01 PAY-SIM-JOB-LABEL.
           05 FILLER PIC X(4) VALUE "JOB ".
           05 PSM-LBL-JOB-TYPE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PSM-LBL-HOURS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(6) VALUE " HOURS".

       01 PAY-SIM-DEPT-LABEL.
           05 FILLER PIC X(5) VALUE "DEPT ".
           05 PSM-LBL-DEPARTMENT PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PSM-LBL-DEPT-TEXT PIC X(16).

       01 PAY-SIM-COUNT-TRAILER.
           05 FILLER PIC X(12) VALUE "LINES READ: ".
           05 PSM-LINES-READ PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  PRICED: ".
           05 PSM-LINES-PRICED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  NO RATE: ".
           05 PSM-LINES-NO-RATE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  NOT ON MASTER: ".
           05 PSM-LINES-NO-EMPLOYEE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  BAD HOURS: ".
           05 PSM-LINES-BAD-HOURS PIC Z,ZZZ,ZZ9.

       01 PAY-SIM-PERIOD-TRAILER.
           05 FILLER PIC X(17) VALUE "PERIODS SAMPLED: ".
           05 PSM-PERIOD-COUNT PIC ZZ9.
           05 FILLER PIC X(26) VALUE
              "  EMPLOYEE-PERIODS PAID: ".
           05 PSM-EMP-PERIOD-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-RUN-PAY-SIMULATION.
           PERFORM 110-GET-BUSINESS-DATE

           DISPLAY "Enter proposal file (blank=PAYPROP.TXT): "
           ACCEPT WS-PROPOSAL-FILE-NAME
           IF WS-PROPOSAL-FILE-NAME = SPACES
               MOVE "PAYPROP.TXT" TO WS-PROPOSAL-FILE-NAME
           END-IF

           DISPLAY "Enter timesheets (C=Current TIMESHEET.TXT, "
                   "H=Pay history): "
           ACCEPT WS-SOURCE-CODE
           IF NOT WS-SOURCE-IS-TIMESHEET
                   AND NOT WS-SOURCE-IS-HISTORY
               DISPLAY "SOURCE MUST BE C OR H"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SOURCE-IS-HISTORY
               DISPLAY "Enter first period date YYYYMMDD: "
               ACCEPT WS-FROM-PERIOD
               MOVE WS-FROM-PERIOD TO WS-DATE-CHECK
               PERFORM 105-CHECK-DATE
               DISPLAY "Enter last period date YYYYMMDD: "
               ACCEPT WS-TO-PERIOD
               MOVE WS-TO-PERIOD TO WS-DATE-CHECK
               PERFORM 105-CHECK-DATE
               IF WS-TO-PERIOD < WS-FROM-PERIOD
                   DISPLAY "LAST PERIOD IS BEFORE FIRST PERIOD"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "Enter current-rate date YYYYMMDD (blank=today): "
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-CHECK
           PERFORM 105-CHECK-DATE

           PERFORM 120-LOAD-PAY-RATE-TABLE
           PERFORM 130-LOAD-PROPOSALS
           IF WS-SCENARIO-COUNT < 2
               DISPLAY "NO USABLE PROPOSALS IN "
                       WS-PROPOSAL-FILE-NAME
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 140-LOAD-SHIFT-PREMIUM-TABLE
           PERFORM 150-LOAD-DEDUCTION-TABLE
           PERFORM 160-LOAD-EMPLOYER-CONT-TABLE

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPMAST.IDX - STATUS: "
                       WS-EMP-MASTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SOURCE-IS-TIMESHEET
               OPEN INPUT YTD-EARNINGS-MASTER
               IF WS-YTD-MASTER-STATUS = "00"
                   MOVE 'Y' TO WS-YTD-OPEN-FLG
               ELSE
                   DISPLAY "PAYYTD.IDX NOT AVAILABLE - "
                           "DEDUCTION MAXIMUMS START FROM ZERO"
               END-IF
           END-IF

           SORT SIM-SORT-WORK-FILE
               ON ASCENDING KEY SMW-EMP-ID SMW-PERIOD-DATE
                   SMW-LINE-SEQ
               INPUT PROCEDURE IS 200-RELEASE-SIM-LINES
               OUTPUT PROCEDURE IS 300-PRICE-SORTED-LINES

           CLOSE EMPLOYEE-MASTER
           IF WS-YTD-OPEN-FLG = 'Y'
               CLOSE YTD-EARNINGS-MASTER
           END-IF

           PERFORM 400-SORT-JOB-TABLE
           PERFORM 410-SORT-DEPT-TABLE
           PERFORM 500-WRITE-SIMULATION-REPORT

           DISPLAY "PAY WHAT-IF REPORT WRITTEN TO PAYSIM.RPT"
           DISPLAY "  LINES PRICED:   " WS-LINES-PRICED
           DISPLAY "  PROPOSALS:      " WS-SCENARIO-COUNT
           IF WS-JOB-ENTRIES-DROPPED > 0
                   OR WS-DEPT-ENTRIES-DROPPED > 0
               DISPLAY "TABLE FULL - JOB LINES DROPPED: "
                       WS-JOB-ENTRIES-DROPPED
                       " DEPARTMENT LINES DROPPED: "
                       WS-DEPT-ENTRIES-DROPPED
           END-IF
           STOP RUN.

       105-CHECK-DATE.
           IF WS-DATE-CHECK IS NOT NUMERIC
               DISPLAY "DATE MUST BE YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "DATE IS NOT A VALID DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       120-LOAD-PAY-RATE-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT PAY-RATE-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYROLLDATA.TXT - STATUS: "
                       WS-PAY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ PAY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-RATE-COUNT < 1000
                           ADD 1 TO WS-RATE-COUNT
                           MOVE PRF-JOB-TYPE
                               TO PRT-JOB-TYPE(WS-RATE-COUNT)
                           MOVE PRF-EFF-DATE
                               TO PRT-EFF-DATE(WS-RATE-COUNT)
                           MOVE PRF-PAY-VALUE
                               TO PRT-PAY-VALUE(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-RATE-FILE.

      ******************************************************************
      * A proposal takes the effective date on its first line.  Lines
      * with an unknown increase type, a non-numeric increase or a bad
      * effective date are skipped and counted, as are proposals past
      * the fifth.
      ******************************************************************
       130-LOAD-PROPOSALS.
           MOVE "CURRENT" TO SCN-LABEL(1)
           MOVE SPACES TO SCN-EFF-DATE(1)
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-PROPOSAL-FILE-NAME
                       " - STATUS: " WS-PROPOSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       PERFORM 135-TABLE-ONE-PROPOSAL-LINE
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE
           IF WS-PROPOSAL-LINES-BAD > 0
               DISPLAY "PROPOSAL LINES SKIPPED: "
                       WS-PROPOSAL-LINES-BAD
           END-IF.

       135-TABLE-ONE-PROPOSAL-LINE.
           MOVE PRP-EFF-DATE TO WS-DATE-CHECK
           IF PRP-PROPOSAL-ID = SPACES
                   OR PRP-JOB-TYPE = SPACES
                   OR (NOT PRP-IS-FLAT AND NOT PRP-IS-PERCENT)
                   OR PRP-INCREASE-VALUE IS NOT NUMERIC
                   OR WS-DATE-CHECK IS NOT NUMERIC
                   OR WS-RULE-COUNT >= 100
               ADD 1 TO WS-PROPOSAL-LINES-BAD
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               ADD 1 TO WS-PROPOSAL-LINES-BAD
           ELSE
               MOVE 0 TO WS-PROP-SUB
               PERFORM VARYING WS-SCN-SUB FROM 2 BY 1
                       UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                   IF SCN-LABEL(WS-SCN-SUB) = PRP-PROPOSAL-ID
                       MOVE WS-SCN-SUB TO WS-PROP-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PROP-SUB = 0 AND WS-SCENARIO-COUNT < 6
                   ADD 1 TO WS-SCENARIO-COUNT
                   MOVE WS-SCENARIO-COUNT TO WS-PROP-SUB
                   MOVE PRP-PROPOSAL-ID TO SCN-LABEL(WS-PROP-SUB)
                   MOVE PRP-EFF-DATE TO SCN-EFF-DATE(WS-PROP-SUB)
               END-IF
               IF WS-PROP-SUB = 0
                   ADD 1 TO WS-PROPOSAL-LINES-BAD
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-PROP-SUB TO PRL-SCN-SUB(WS-RULE-COUNT)
                   MOVE PRP-JOB-TYPE TO PRL-JOB-TYPE(WS-RULE-COUNT)
                   MOVE PRP-INCREASE-TYPE
                       TO PRL-INCREASE-TYPE(WS-RULE-COUNT)
                   MOVE PRP-INCREASE-VALUE
                       TO PRL-INCREASE-VALUE(WS-RULE-COUNT)
               END-IF
           END-IF
           END-IF.

       140-LOAD-SHIFT-PREMIUM-TABLE.
           OPEN INPUT SHIFT-PREMIUM-FILE
           IF WS-SHIFT-FILE-STATUS = "00"
               MOVE 'N' TO WS-TABLE-EOF-FLG
               PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
                   READ SHIFT-PREMIUM-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF-FLG
                       NOT AT END
                           IF WS-SHIFT-TBL-COUNT < 10
                                   AND SHP-PREMIUM-PCT IS NUMERIC
                               ADD 1 TO WS-SHIFT-TBL-COUNT
                               MOVE SHP-SHIFT-CODE TO
                                   SHT-SHIFT-CODE(WS-SHIFT-TBL-COUNT)
                               MOVE SHP-PREMIUM-PCT TO
                                   SHT-PREMIUM-PCT(WS-SHIFT-TBL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-PREMIUM-FILE
           ELSE
               DISPLAY "SHIFTPREM.TBL NOT FOUND - NO SHIFT PREMIUMS"
           END-IF.

       150-LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-PARAM-FILE
           IF WS-DEDUCT-FILE-STATUS = "00"
               MOVE 'N' TO WS-TABLE-EOF-FLG
               PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
                   READ DEDUCTION-PARAM-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF-FLG
                       NOT AT END
                           IF WS-DEDUCT-COUNT < 5
                                   AND DED-VALUE IS NUMERIC
                                   AND DED-ANNUAL-MAX IS NUMERIC
                               ADD 1 TO WS-DEDUCT-COUNT
                               MOVE DED-CODE
                                   TO DPT-CODE(WS-DEDUCT-COUNT)
                               MOVE DED-TYPE
                                   TO DPT-TYPE(WS-DEDUCT-COUNT)
                               MOVE DED-VALUE
                                   TO DPT-VALUE(WS-DEDUCT-COUNT)
                               MOVE DED-ANNUAL-MAX
                                   TO DPT-ANNUAL-MAX(WS-DEDUCT-COUNT)
                               MOVE 0 TO DPT-ER-RATIO(WS-DEDUCT-COUNT)
                               MOVE 0
                                   TO DPT-ER-ANNUAL-MAX(WS-DEDUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-PARAM-FILE
           ELSE
               DISPLAY "DEDUCT.TBL NOT FOUND - NO DEDUCTIONS TAKEN"
           END-IF.

       160-LOAD-EMPLOYER-CONT-TABLE.
           OPEN INPUT EMPLOYER-CONT-FILE
           IF WS-EMPRCONT-STATUS = "00"
               MOVE 'N' TO WS-TABLE-EOF-FLG
               PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
                   READ EMPLOYER-CONT-FILE
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF-FLG
                       NOT AT END
                           IF ERC-RATIO IS NUMERIC
                                   AND ERC-ANNUAL-MAX IS NUMERIC
                               PERFORM 165-HANG-EMPLOYER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-CONT-FILE
           ELSE
               DISPLAY "EMPRCONT.TBL NOT FOUND - NO EMPLOYER SHARE"
           END-IF.

       165-HANG-EMPLOYER-ROW.
           PERFORM VARYING WS-DEDUCT-SUB FROM 1 BY 1
                   UNTIL WS-DEDUCT-SUB > WS-DEDUCT-COUNT
               IF DPT-CODE(WS-DEDUCT-SUB) = ERC-CODE
                   MOVE ERC-RATIO TO DPT-ER-RATIO(WS-DEDUCT-SUB)
                   MOVE ERC-ANNUAL-MAX
                       TO DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Current timesheet lines are all dated the current-rate date,
      * as the register would pay them; history lines keep their own
      * period date.  Only paid timesheet lines come from history -
      * retro lines were corrections, not hours.  The sequence number
      * keeps each employee's lines in the order they were keyed.
      ******************************************************************
       200-RELEASE-SIM-LINES.
           MOVE 'N' TO WS-READ-EOF-FLG
           IF WS-SOURCE-IS-TIMESHEET
               OPEN INPUT TIMESHEET-FILE
               IF WS-TIMESHEET-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN TIMESHEET.TXT - STATUS: "
                           WS-TIMESHEET-STATUS
                   MOVE 'Y' TO WS-READ-EOF-FLG
               END-IF
               PERFORM UNTIL WS-READ-EOF-FLG = 'Y'
                   READ TIMESHEET-FILE
                       AT END
                           MOVE 'Y' TO WS-READ-EOF-FLG
                       NOT AT END
                           PERFORM 210-RELEASE-TIMESHEET-LINE
                   END-READ
               END-PERFORM
               IF WS-TIMESHEET-STATUS NOT = "35"
                   CLOSE TIMESHEET-FILE
               END-IF
           ELSE
               OPEN INPUT PAY-HISTORY-MASTER
               IF WS-PAYHIST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYHIST.IDX - STATUS: "
                           WS-PAYHIST-STATUS
                   MOVE 'Y' TO WS-READ-EOF-FLG
               END-IF
               PERFORM UNTIL WS-READ-EOF-FLG = 'Y'
                   READ PAY-HISTORY-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-READ-EOF-FLG
                       NOT AT END
                           PERFORM 220-RELEASE-HISTORY-LINE
                   END-READ
               END-PERFORM
               IF WS-PAYHIST-STATUS = "00" OR "10"
                   CLOSE PAY-HISTORY-MASTER
               END-IF
           END-IF.

       210-RELEASE-TIMESHEET-LINE.
           ADD 1 TO WS-LINES-READ
           IF TS-HOURS-WORKED IS NOT NUMERIC
               ADD 1 TO WS-LINES-BAD-HOURS
           ELSE
               MOVE TS-HOURS-WORKED TO WS-TS-HOURS-X
               ADD 1 TO WS-RELEASE-SEQ
               MOVE TS-EMPLOYEE-ID TO SMW-EMP-ID
               MOVE WS-AS-OF-DATE TO SMW-PERIOD-DATE
               MOVE WS-RELEASE-SEQ TO SMW-LINE-SEQ
               MOVE TS-JOB-TYPE TO SMW-JOB-TYPE
               MOVE WS-TS-HOURS TO SMW-HOURS
               MOVE TS-SHIFT-CODE TO SMW-SHIFT-CODE
               MOVE TS-LEAVE-CODE TO SMW-LEAVE-CODE
               RELEASE SIM-SORT-RECORD
           END-IF.

       220-RELEASE-HISTORY-LINE.
           IF PHS-IS-TIMESHEET
                   AND PHS-PERIOD-DATE NOT < WS-FROM-PERIOD
                   AND PHS-PERIOD-DATE NOT > WS-TO-PERIOD
               ADD 1 TO WS-LINES-READ
               MOVE PHS-EMP-ID TO SMW-EMP-ID
               MOVE PHS-PERIOD-DATE TO SMW-PERIOD-DATE
               MOVE PHS-LINE-SEQ TO SMW-LINE-SEQ
               MOVE PHS-JOB-TYPE TO SMW-JOB-TYPE
               MOVE PHS-HOURS TO SMW-HOURS
               MOVE PHS-SHIFT-CODE TO SMW-SHIFT-CODE
               MOVE PHS-LEAVE-CODE TO SMW-LEAVE-CODE
               RELEASE SIM-SORT-RECORD
           END-IF.

      ******************************************************************
      * Lines come back by employee and period.  Each employee-period
      * is one pay: overtime is counted across its lines and its
      * deductions are taken when it closes.
      ******************************************************************
       300-PRICE-SORTED-LINES.
           MOVE 'N' TO WS-SORT-EOF-FLG
           PERFORM 305-RETURN-SIM-LINE
           PERFORM UNTIL WS-SORT-EOF-FLG = 'Y'
               IF SMW-EMP-ID NOT = WS-PRIOR-EMP-ID
                   IF WS-PRIOR-EMP-ID NOT = SPACES
                       PERFORM 330-CLOSE-EMPLOYEE-PERIOD
                   END-IF
                   PERFORM 310-START-EMPLOYEE
                   PERFORM 315-START-PERIOD
               ELSE
               IF SMW-PERIOD-DATE NOT = WS-PRIOR-PERIOD-DATE
                   PERFORM 330-CLOSE-EMPLOYEE-PERIOD
                   PERFORM 315-START-PERIOD
               END-IF
               END-IF
               PERFORM 320-PRICE-ONE-LINE
               PERFORM 305-RETURN-SIM-LINE
           END-PERFORM
           IF WS-PRIOR-EMP-ID NOT = SPACES
               PERFORM 330-CLOSE-EMPLOYEE-PERIOD
           END-IF.

       305-RETURN-SIM-LINE.
           RETURN SIM-SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLG
           END-RETURN.

      ******************************************************************
      * Current timesheets start the maximums from the employee's real
      * PAYYTD.IDX buckets; a history sample starts each employee, and
      * each new year, from zero.
      ******************************************************************
       310-START-EMPLOYEE.
           MOVE SMW-EMP-ID TO WS-PRIOR-EMP-ID
           MOVE SMW-EMP-ID TO EMP-ID-MASTER
           MOVE 'Y' TO WS-EMP-FOUND-FLG
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-FLG
                   MOVE "????" TO WS-SIM-DEPARTMENT
                   MOVE SPACES TO WS-SIM-DEFAULT-JOB
               NOT INVALID KEY
                   MOVE EMP-DEPARTMENT TO WS-SIM-DEPARTMENT
                   MOVE EMP-DEFAULT-JOB TO WS-SIM-DEFAULT-JOB
           END-READ
           INITIALIZE SIM-YTD-TABLE
           MOVE SMW-PERIOD-DATE(1:4) TO WS-SIM-YTD-YEAR
           IF WS-YTD-OPEN-FLG = 'Y'
               MOVE SMW-EMP-ID TO YTD-EMP-ID
               READ YTD-EARNINGS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YTD-YEAR = WS-SIM-YTD-YEAR
                           PERFORM 312-COPY-YTD-BUCKETS
                       END-IF
               END-READ
           END-IF.

       312-COPY-YTD-BUCKETS.
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               PERFORM VARYING WS-DEDUCT-SUB FROM 1 BY 1
                       UNTIL WS-DEDUCT-SUB > WS-DEDUCT-COUNT
                   MOVE YTD-DED-AMOUNT(WS-DEDUCT-SUB)
                       TO SYT-DED-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
                   MOVE YTD-ER-AMOUNT(WS-DEDUCT-SUB)
                       TO SYT-ER-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
               END-PERFORM
           END-PERFORM.

       315-START-PERIOD.
           MOVE SMW-PERIOD-DATE TO WS-PRIOR-PERIOD-DATE
           MOVE 0 TO WS-EMPLOYEE-CUM-HOURS
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > 6
               MOVE 0 TO SCN-PERIOD-GROSS(WS-SCN-SUB)
           END-PERFORM
           IF SMW-PERIOD-DATE(1:4) NOT = WS-SIM-YTD-YEAR
               MOVE SMW-PERIOD-DATE(1:4) TO WS-SIM-YTD-YEAR
               INITIALIZE SIM-YTD-TABLE
           END-IF
           PERFORM 316-NOTE-PERIOD-DATE.

       316-NOTE-PERIOD-DATE.
           MOVE 0 TO WS-PERIOD-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-PERIOD-COUNT
               IF PDT-PERIOD-DATE(WS-TABLE-SUB) = SMW-PERIOD-DATE
                   MOVE WS-TABLE-SUB TO WS-PERIOD-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PERIOD-SUB = 0 AND WS-PERIOD-COUNT < 520
               ADD 1 TO WS-PERIOD-COUNT
               MOVE SMW-PERIOD-DATE
                   TO PDT-PERIOD-DATE(WS-PERIOD-COUNT)
           END-IF.

      ******************************************************************
      * A leave line with no job type is paid at the employee's
      * default job, as the register does.  The line is split into
      * regular and overtime hours once; only the rate differs
      * between scenarios.
      ******************************************************************
       320-PRICE-ONE-LINE.
           MOVE SMW-JOB-TYPE TO WS-SIM-JOB-TYPE
           IF SMW-IS-LEAVE AND SMW-JOB-TYPE = SPACES
               MOVE WS-SIM-DEFAULT-JOB TO WS-SIM-JOB-TYPE
           END-IF
           IF WS-EMP-FOUND-FLG = 'N'
               ADD 1 TO WS-LINES-NO-EMPLOYEE
           ELSE
               PERFORM 325-FIND-BASE-RATE
               IF WS-RATE-FOUND-FLG = 'N'
                   ADD 1 TO WS-LINES-NO-RATE
               ELSE
                   ADD 1 TO WS-LINES-PRICED
                   PERFORM 340-SPLIT-LINE-HOURS
                   PERFORM 350-FIND-JOB-ENTRY
                   IF WS-JOB-SUB > 0
                       ADD SMW-HOURS TO JCT-HOURS(WS-JOB-SUB)
                   END-IF
                   PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                           UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                       PERFORM 360-FIND-SCENARIO-RATE
                       PERFORM 370-PRICE-AT-RATE
                       ADD WS-LINE-GROSS
                           TO SCN-PERIOD-GROSS(WS-SCN-SUB)
                       IF WS-JOB-SUB > 0
                           ADD WS-LINE-GROSS
                               TO JCT-GROSS(WS-JOB-SUB, WS-SCN-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       325-FIND-BASE-RATE.
           MOVE 0 TO WS-BASE-RATE
           MOVE 'N' TO WS-RATE-FOUND-FLG
           MOVE LOW-VALUES TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF PRT-JOB-TYPE(WS-RATE-SUB) = WS-SIM-JOB-TYPE
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           <= WS-AS-OF-DATE
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           >= WS-BEST-EFF-DATE
                   MOVE PRT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-EFF-DATE
                   MOVE PRT-PAY-VALUE(WS-RATE-SUB) TO WS-BASE-RATE
                   MOVE 'Y' TO WS-RATE-FOUND-FLG
               END-IF
           END-PERFORM.

      ******************************************************************
      * Each deduction row is a rate of gross (type R) or a flat
      * per-pay amount (type F), capped so the simulated year-to-date
      * bucket never passes the annual maximum; the employer's share
      * is the employee amount times its EMPRCONT.TBL ratio, capped
      * the same way - the register's rules, on simulated buckets.
      ******************************************************************
       330-CLOSE-EMPLOYEE-PERIOD.
           IF SCN-PERIOD-GROSS(1) > 0
               ADD 1 TO WS-EMP-PERIOD-COUNT
           END-IF
           PERFORM 380-FIND-DEPT-ENTRY
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               MOVE 0 TO SCN-PERIOD-ER(WS-SCN-SUB)
               IF SCN-PERIOD-GROSS(WS-SCN-SUB) > 0
                   PERFORM VARYING WS-DEDUCT-SUB FROM 1 BY 1
                           UNTIL WS-DEDUCT-SUB > WS-DEDUCT-COUNT
                       PERFORM 335-COMPUTE-ONE-DEDUCTION
                   END-PERFORM
               END-IF
               ADD SCN-PERIOD-GROSS(WS-SCN-SUB)
                   TO SCN-GROSS(WS-SCN-SUB)
               ADD SCN-PERIOD-ER(WS-SCN-SUB)
                   TO SCN-EMPLOYER(WS-SCN-SUB)
               IF WS-DEPT-SUB > 0
                   ADD SCN-PERIOD-GROSS(WS-SCN-SUB)
                       TO DCT-GROSS(WS-DEPT-SUB, WS-SCN-SUB)
                   ADD SCN-PERIOD-ER(WS-SCN-SUB)
                       TO DCT-EMPLOYER(WS-DEPT-SUB, WS-SCN-SUB)
               END-IF
           END-PERFORM.

       335-COMPUTE-ONE-DEDUCTION.
           IF DPT-TYPE(WS-DEDUCT-SUB) = "R"
               COMPUTE WS-DED-RAW-AMOUNT ROUNDED
                   = SCN-PERIOD-GROSS(WS-SCN-SUB)
                   * DPT-VALUE(WS-DEDUCT-SUB) / 100
           ELSE
               MOVE DPT-VALUE(WS-DEDUCT-SUB) TO WS-DED-RAW-AMOUNT
           END-IF
           IF DPT-ANNUAL-MAX(WS-DEDUCT-SUB) > 0
               IF SYT-DED-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
                       >= DPT-ANNUAL-MAX(WS-DEDUCT-SUB)
                   MOVE 0 TO WS-DED-RAW-AMOUNT
               ELSE
                   COMPUTE WS-DED-ROOM-LEFT
                       = DPT-ANNUAL-MAX(WS-DEDUCT-SUB)
                       - SYT-DED-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
                   IF WS-DED-RAW-AMOUNT > WS-DED-ROOM-LEFT
                       MOVE WS-DED-ROOM-LEFT TO WS-DED-RAW-AMOUNT
                   END-IF
               END-IF
           END-IF
           ADD WS-DED-RAW-AMOUNT
               TO SYT-DED-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
           ADD WS-DED-RAW-AMOUNT TO SCN-DEDUCTIONS(WS-SCN-SUB)

           COMPUTE WS-ER-RAW-AMOUNT ROUNDED
               = WS-DED-RAW-AMOUNT * DPT-ER-RATIO(WS-DEDUCT-SUB)
           IF DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB) > 0
               IF SYT-ER-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
                       >= DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB)
                   MOVE 0 TO WS-ER-RAW-AMOUNT
               ELSE
                   COMPUTE WS-DED-ROOM-LEFT
                       = DPT-ER-ANNUAL-MAX(WS-DEDUCT-SUB)
                       - SYT-ER-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
                   IF WS-ER-RAW-AMOUNT > WS-DED-ROOM-LEFT
                       MOVE WS-DED-ROOM-LEFT TO WS-ER-RAW-AMOUNT
                   END-IF
               END-IF
           END-IF
           ADD WS-ER-RAW-AMOUNT
               TO SYT-ER-AMOUNT(WS-SCN-SUB, WS-DEDUCT-SUB)
           ADD WS-ER-RAW-AMOUNT TO SCN-PERIOD-ER(WS-SCN-SUB).

      ******************************************************************
      * Hours past 40 in the employee's pay period are overtime at
      * time-and-a-half; leave hours are straight time, do not count
      * toward the 40 and carry no shift premium.
      ******************************************************************
       340-SPLIT-LINE-HOURS.
           IF WS-EMPLOYEE-CUM-HOURS >= 40
               MOVE 0 TO WS-REMAINING-REG-HOURS
           ELSE
               COMPUTE WS-REMAINING-REG-HOURS
                   = 40 - WS-EMPLOYEE-CUM-HOURS
           END-IF

           IF SMW-IS-LEAVE
               MOVE SMW-HOURS TO WS-REGULAR-HOURS
               MOVE 0 TO WS-OVERTIME-HOURS
           ELSE
           IF SMW-HOURS > WS-REMAINING-REG-HOURS
               MOVE WS-REMAINING-REG-HOURS TO WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-HOURS
                   = SMW-HOURS - WS-REMAINING-REG-HOURS
           ELSE
               MOVE SMW-HOURS TO WS-REGULAR-HOURS
               MOVE 0 TO WS-OVERTIME-HOURS
           END-IF
           ADD SMW-HOURS TO WS-EMPLOYEE-CUM-HOURS
           END-IF

           MOVE 0 TO WS-SHIFT-PREMIUM-PCT
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-SHIFT-TBL-COUNT
                       OR SMW-IS-LEAVE
               IF SHT-SHIFT-CODE(WS-SHIFT-SUB) = SMW-SHIFT-CODE
                   MOVE SHT-PREMIUM-PCT(WS-SHIFT-SUB)
                       TO WS-SHIFT-PREMIUM-PCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       350-FIND-JOB-ENTRY.
           MOVE 0 TO WS-JOB-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-JOB-COUNT
               IF JCT-JOB-TYPE(WS-TABLE-SUB) = WS-SIM-JOB-TYPE
                   MOVE WS-TABLE-SUB TO WS-JOB-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JOB-SUB = 0
               IF WS-JOB-COUNT < 200
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-SUB
                   INITIALIZE JOB-COST-ENTRY(WS-JOB-SUB)
                   MOVE WS-SIM-JOB-TYPE TO JCT-JOB-TYPE(WS-JOB-SUB)
               ELSE
                   ADD 1 TO WS-JOB-ENTRIES-DROPPED
               END-IF
           END-IF.

      ******************************************************************
      * The proposal's own line for the job wins over its ALL line; a
      * job the proposal does not mention stays at the current rate.
      ******************************************************************
       360-FIND-SCENARIO-RATE.
           MOVE WS-BASE-RATE TO WS-PRICE-RATE
           IF WS-SCN-SUB > 1
               MOVE 0 TO WS-RULE-SUB
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-RULE-COUNT
                   IF PRL-SCN-SUB(WS-TABLE-SUB) = WS-SCN-SUB
                       IF PRL-JOB-TYPE(WS-TABLE-SUB) = WS-SIM-JOB-TYPE
                           MOVE WS-TABLE-SUB TO WS-RULE-SUB
                           EXIT PERFORM
                       END-IF
                       IF PRL-JOB-TYPE(WS-TABLE-SUB) = "ALL"
                           MOVE WS-TABLE-SUB TO WS-RULE-SUB
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RULE-SUB > 0
                   IF PRL-INCREASE-TYPE(WS-RULE-SUB) = "F"
                       COMPUTE WS-PRICE-RATE = WS-BASE-RATE
                           + PRL-INCREASE-VALUE(WS-RULE-SUB)
                   ELSE
                       COMPUTE WS-PRICE-RATE ROUNDED = WS-BASE-RATE
                           * (100 + PRL-INCREASE-VALUE(WS-RULE-SUB))
                           / 100
                   END-IF
               END-IF
           END-IF.

       370-PRICE-AT-RATE.
           COMPUTE WS-REGULAR-PAY ROUNDED
               = WS-REGULAR-HOURS * WS-PRICE-RATE
           COMPUTE WS-OVERTIME-PAY ROUNDED
               = WS-OVERTIME-HOURS * WS-PRICE-RATE * 1.5
           COMPUTE WS-PREMIUM-PAY ROUNDED
               = (WS-REGULAR-PAY + WS-OVERTIME-PAY)
                   * WS-SHIFT-PREMIUM-PCT / 100
           COMPUTE WS-LINE-GROSS
               = WS-REGULAR-PAY + WS-OVERTIME-PAY + WS-PREMIUM-PAY.

       380-FIND-DEPT-ENTRY.
           MOVE 0 TO WS-DEPT-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-DEPT-COUNT
               IF DCT-DEPARTMENT(WS-TABLE-SUB) = WS-SIM-DEPARTMENT
                   MOVE WS-TABLE-SUB TO WS-DEPT-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-SUB = 0
               IF WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   INITIALIZE DEPT-COST-ENTRY(WS-DEPT-SUB)
                   MOVE WS-SIM-DEPARTMENT
                       TO DCT-DEPARTMENT(WS-DEPT-SUB)
               ELSE
                   ADD 1 TO WS-DEPT-ENTRIES-DROPPED
               END-IF
           END-IF.

       400-SORT-JOB-TABLE.
           MOVE 'Y' TO WS-SORT-SWAPPED-FLG
           PERFORM UNTIL WS-SORT-SWAPPED-FLG = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED-FLG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-JOB-COUNT
                   IF JCT-JOB-TYPE(WS-SORT-SUB)
                           > JCT-JOB-TYPE(WS-SORT-SUB + 1)
                       MOVE JOB-COST-ENTRY(WS-SORT-SUB)
                           TO WS-JOB-SWAP-ENTRY
                       MOVE JOB-COST-ENTRY(WS-SORT-SUB + 1)
                           TO JOB-COST-ENTRY(WS-SORT-SUB)
                       MOVE WS-JOB-SWAP-ENTRY
                           TO JOB-COST-ENTRY(WS-SORT-SUB + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED-FLG
                   END-IF
               END-PERFORM
           END-PERFORM.

       410-SORT-DEPT-TABLE.
           MOVE 'Y' TO WS-SORT-SWAPPED-FLG
           PERFORM UNTIL WS-SORT-SWAPPED-FLG = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED-FLG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-DEPT-COUNT
                   IF DCT-DEPARTMENT(WS-SORT-SUB)
                           > DCT-DEPARTMENT(WS-SORT-SUB + 1)
                       MOVE DEPT-COST-ENTRY(WS-SORT-SUB)
                           TO WS-DEPT-SWAP-ENTRY
                       MOVE DEPT-COST-ENTRY(WS-SORT-SUB + 1)
                           TO DEPT-COST-ENTRY(WS-SORT-SUB)
                       MOVE WS-DEPT-SWAP-ENTRY
                           TO DEPT-COST-ENTRY(WS-SORT-SUB + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED-FLG
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-WRITE-SIMULATION-REPORT.
           OPEN OUTPUT PAY-SIM-RPT
           IF WS-SOURCE-IS-TIMESHEET
               MOVE "CURRENT TIMESHEET.TXT" TO PSM-HDR-SOURCE
           ELSE
               MOVE SPACES TO PSM-HDR-SOURCE
               STRING "PAY HISTORY " WS-FROM-PERIOD
                       " TO " WS-TO-PERIOD
                   DELIMITED BY SIZE INTO PSM-HDR-SOURCE
           END-IF
           MOVE WS-AS-OF-DATE TO PSM-HDR-AS-OF
           MOVE WS-BUSINESS-DATE TO PSM-HDR-RUN-DATE
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-HEADER-1

           PERFORM 510-WRITE-PROPOSAL-TERMS
           PERFORM 520-WRITE-JOB-SECTION
           PERFORM 530-WRITE-DEPT-SECTION
           PERFORM 540-WRITE-SUMMARY-SECTION

           WRITE PAY-SIM-RPT-LINE FROM SPACES
           MOVE WS-LINES-READ TO PSM-LINES-READ
           MOVE WS-LINES-PRICED TO PSM-LINES-PRICED
           MOVE WS-LINES-NO-RATE TO PSM-LINES-NO-RATE
           MOVE WS-LINES-NO-EMPLOYEE TO PSM-LINES-NO-EMPLOYEE
           MOVE WS-LINES-BAD-HOURS TO PSM-LINES-BAD-HOURS
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-COUNT-TRAILER
           MOVE WS-PERIOD-COUNT TO PSM-PERIOD-COUNT
           MOVE WS-EMP-PERIOD-COUNT TO PSM-EMP-PERIOD-COUNT
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-PERIOD-TRAILER
           CLOSE PAY-SIM-RPT.

       510-WRITE-PROPOSAL-TERMS.
           WRITE PAY-SIM-RPT-LINE FROM SPACES
           MOVE "PROPOSALS COSTED" TO PSM-SECTION-TITLE
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-SECTION-LINE
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-TERMS-HEADER
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-RULE-COUNT
               MOVE PRL-SCN-SUB(WS-TABLE-SUB) TO WS-SCN-SUB
               MOVE SCN-LABEL(WS-SCN-SUB) TO PSM-TRM-LABEL
               MOVE SCN-EFF-DATE(WS-SCN-SUB) TO PSM-TRM-EFF-DATE
               MOVE PRL-JOB-TYPE(WS-TABLE-SUB) TO PSM-TRM-JOB-TYPE
               IF PRL-INCREASE-TYPE(WS-TABLE-SUB) = "F"
                   MOVE "FLAT $/HOUR" TO PSM-TRM-TYPE-TEXT
               ELSE
                   MOVE "PERCENT" TO PSM-TRM-TYPE-TEXT
               END-IF
               MOVE PRL-INCREASE-VALUE(WS-TABLE-SUB) TO PSM-TRM-VALUE
               WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-TERMS-DETAIL
           END-PERFORM.

       515-WRITE-COLUMN-HEADER.
           MOVE SPACES TO PAY-SIM-COLUMN-HEADER
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               MOVE SCN-LABEL(WS-SCN-SUB)
                   TO PSM-COL-HDR-TEXT(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-COLUMN-HEADER.

       520-WRITE-JOB-SECTION.
           WRITE PAY-SIM-RPT-LINE FROM SPACES
           MOVE "GROSS PAY BY JOB TYPE" TO PSM-SECTION-TITLE
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-SECTION-LINE
           PERFORM 515-WRITE-COLUMN-HEADER
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
               MOVE JCT-JOB-TYPE(WS-JOB-SUB) TO PSM-LBL-JOB-TYPE
               MOVE JCT-HOURS(WS-JOB-SUB) TO PSM-LBL-HOURS
               MOVE SPACES TO PAY-SIM-MATRIX-LINE
               MOVE PAY-SIM-JOB-LABEL TO PSM-MTX-LABEL
               PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                       UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                   MOVE JCT-GROSS(WS-JOB-SUB, WS-SCN-SUB)
                       TO PSM-MTX-CELL(WS-SCN-SUB)
               END-PERFORM
               WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE
               MOVE SPACES TO PAY-SIM-MATRIX-LINE
               MOVE "  INCREASE" TO PSM-MTX-LABEL
               PERFORM VARYING WS-SCN-SUB FROM 2 BY 1
                       UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                   COMPUTE WS-SIGNED-AMOUNT
                       = JCT-GROSS(WS-JOB-SUB, WS-SCN-SUB)
                       - JCT-GROSS(WS-JOB-SUB, 1)
                   MOVE WS-SIGNED-AMOUNT TO PSM-MTX-CELL(WS-SCN-SUB)
               END-PERFORM
               WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE
           END-PERFORM.

      ******************************************************************
      * Departments carry gross and the employer's contributions,
      * since the employer share is only known per employee pay.
      ******************************************************************
       530-WRITE-DEPT-SECTION.
           WRITE PAY-SIM-RPT-LINE FROM SPACES
           MOVE "EMPLOYER COST BY DEPARTMENT" TO PSM-SECTION-TITLE
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-SECTION-LINE
           PERFORM 515-WRITE-COLUMN-HEADER
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE DCT-DEPARTMENT(WS-DEPT-SUB) TO PSM-LBL-DEPARTMENT
               MOVE "GROSS PAY" TO PSM-LBL-DEPT-TEXT
               MOVE SPACES TO PAY-SIM-MATRIX-LINE
               MOVE PAY-SIM-DEPT-LABEL TO PSM-MTX-LABEL
               PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                       UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                   MOVE DCT-GROSS(WS-DEPT-SUB, WS-SCN-SUB)
                       TO PSM-MTX-CELL(WS-SCN-SUB)
               END-PERFORM
               WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

               MOVE SPACES TO PSM-LBL-DEPARTMENT
               MOVE "EMPLOYER CONTRIB" TO PSM-LBL-DEPT-TEXT
               MOVE SPACES TO PAY-SIM-MATRIX-LINE
               MOVE PAY-SIM-DEPT-LABEL TO PSM-MTX-LABEL
               MOVE SPACES TO PSM-MTX-LABEL(1:5)
               PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                       UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                   MOVE DCT-EMPLOYER(WS-DEPT-SUB, WS-SCN-SUB)
                       TO PSM-MTX-CELL(WS-SCN-SUB)
               END-PERFORM
               WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

               MOVE SPACES TO PAY-SIM-MATRIX-LINE
               MOVE "  COST INCREASE" TO PSM-MTX-LABEL
               PERFORM VARYING WS-SCN-SUB FROM 2 BY 1
                       UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
                   COMPUTE WS-SIGNED-AMOUNT
                       = DCT-GROSS(WS-DEPT-SUB, WS-SCN-SUB)
                       + DCT-EMPLOYER(WS-DEPT-SUB, WS-SCN-SUB)
                       - DCT-GROSS(WS-DEPT-SUB, 1)
                       - DCT-EMPLOYER(WS-DEPT-SUB, 1)
                   MOVE WS-SIGNED-AMOUNT TO PSM-MTX-CELL(WS-SCN-SUB)
               END-PERFORM
               WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE
           END-PERFORM.

      ******************************************************************
      * Annualized is the sample's cost per period times 52.  The
      * effective-year figure is the increase per period times the
      * weekly pays left from the proposal's effective date to the
      * end of that year.
      ******************************************************************
       540-WRITE-SUMMARY-SECTION.
           WRITE PAY-SIM-RPT-LINE FROM SPACES
           MOVE "TOTAL COST SUMMARY" TO PSM-SECTION-TITLE
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-SECTION-LINE
           PERFORM 515-WRITE-COLUMN-HEADER

           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "GROSS PAY" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               MOVE SCN-GROSS(WS-SCN-SUB) TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "EMPLOYEE DEDUCTIONS" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               MOVE SCN-DEDUCTIONS(WS-SCN-SUB)
                   TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "EMPLOYER CONTRIBUTIONS" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               MOVE SCN-EMPLOYER(WS-SCN-SUB)
                   TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           COMPUTE WS-CURRENT-COST = SCN-GROSS(1) + SCN-EMPLOYER(1)
           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "TOTAL EMPLOYER COST" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               COMPUTE WS-TOTAL-COST = SCN-GROSS(WS-SCN-SUB)
                   + SCN-EMPLOYER(WS-SCN-SUB)
               MOVE WS-TOTAL-COST TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "  INCREASE OVER CURRENT" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 2 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               COMPUTE WS-SIGNED-AMOUNT = SCN-GROSS(WS-SCN-SUB)
                   + SCN-EMPLOYER(WS-SCN-SUB) - WS-CURRENT-COST
               MOVE WS-SIGNED-AMOUNT TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           IF WS-PERIOD-COUNT > 0
               PERFORM 545-WRITE-PROJECTION-LINES
           END-IF.

       545-WRITE-PROJECTION-LINES.
           WRITE PAY-SIM-RPT-LINE FROM SPACES
           COMPUTE WS-CURRENT-ANNUAL-COST ROUNDED
               = WS-CURRENT-COST * 52 / WS-PERIOD-COUNT
           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "ANNUALIZED COST" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               COMPUTE WS-ANNUAL-COST ROUNDED
                   = (SCN-GROSS(WS-SCN-SUB)
                       + SCN-EMPLOYER(WS-SCN-SUB))
                   * 52 / WS-PERIOD-COUNT
               MOVE WS-ANNUAL-COST TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "  ANNUALIZED INCREASE" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 2 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               COMPUTE WS-ANNUAL-COST ROUNDED
                   = (SCN-GROSS(WS-SCN-SUB)
                       + SCN-EMPLOYER(WS-SCN-SUB))
                   * 52 / WS-PERIOD-COUNT
               COMPUTE WS-SIGNED-AMOUNT
                   = WS-ANNUAL-COST - WS-CURRENT-ANNUAL-COST
               MOVE WS-SIGNED-AMOUNT TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE

           MOVE SPACES TO PAY-SIM-MATRIX-LINE
           MOVE "  INCREASE EFF DATE TO YE" TO PSM-MTX-LABEL
           PERFORM VARYING WS-SCN-SUB FROM 2 BY 1
                   UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
               MOVE SCN-EFF-DATE(WS-SCN-SUB) TO WS-EFF-DATE-NUM
               MOVE SCN-EFF-DATE(WS-SCN-SUB) TO WS-YEAR-END-DATE
               MOVE 1231 TO WS-YEAR-END-DATE(5:4)
               COMPUTE WS-DAYS-TO-YEAR-END
                   = FUNCTION INTEGER-OF-DATE(WS-YEAR-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM) + 1
               COMPUTE WS-WEEKS-TO-YEAR-END
                   = (WS-DAYS-TO-YEAR-END + 6) / 7
               COMPUTE WS-SIGNED-AMOUNT ROUNDED
                   = (SCN-GROSS(WS-SCN-SUB)
                       + SCN-EMPLOYER(WS-SCN-SUB)
                       - WS-CURRENT-COST)
                   * WS-WEEKS-TO-YEAR-END / WS-PERIOD-COUNT
               MOVE WS-SIGNED-AMOUNT TO PSM-MTX-CELL(WS-SCN-SUB)
           END-PERFORM
           WRITE PAY-SIM-RPT-LINE FROM PAY-SIM-MATRIX-LINE.

       END PROGRAM PAY-WHATIF.
