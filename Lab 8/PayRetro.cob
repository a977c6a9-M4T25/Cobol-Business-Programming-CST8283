      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Retroactive pay run - after a back-dated rate has
      *          been keyed into PayrollData.txt, re-prices every line
      *          in the pay-period history master PAYHIST.IDX for the
      *          chosen job type that was priced on or after the new
      *          rate's effective date, at the rate in force on the
      *          line's own rate date.  Each underpayment becomes a
      *          retro earnings line in RETROPAY.TXT, which the next
      *          payroll register pays (so deductions come from
      *          DEDUCT.TBL and year-to-date from PAYYTD.IDX in the
      *          usual way); the history line is re-priced in place so
      *          a second run finds nothing more owing.  Every line
      *          looked at is listed by employee and period on the
      *          retro audit report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RETRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-MASTER
               ASSIGN TO "PAYHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT PAY-RATE-FILE
               ASSIGN TO "../PayrollData.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT RETRO-PAY-FILE
               ASSIGN TO "RETROPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETROPAY-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RETRO-AUDIT-RPT
               ASSIGN TO "RETROAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           05 PRF-JOB-TYPE PIC X(3).
           05 PRF-EFF-DATE PIC X(8).
           05 PRF-PAY-VALUE PIC 9(3)V99.

       FD RETRO-PAY-FILE.
       01 RETRO-PAY-RECORD.
           05 RTP-EMP-ID PIC X(6).
           05 RTP-JOB-TYPE PIC X(3).
           05 RTP-PERIOD-DATE PIC X(8).
           05 RTP-HOURS PIC 9(3)V99.
           05 RTP-OLD-RATE PIC 9(3)V99.
           05 RTP-NEW-RATE PIC 9(3)V99.
           05 RTP-AMOUNT PIC 9(5)V99.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD RETRO-AUDIT-RPT.
       01 RETRO-AUDIT-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-PAY-FILE-STATUS PIC X(2).
       01 WS-RETROPAY-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-RETRO-JOB-TYPE PIC X(3).
       01 WS-RETRO-EFF-DATE PIC X(8).
       01 WS-DATE-CHECK PIC 9(8).
       01 WS-HIST-EOF-FLG PIC X.
       01 WS-RATE-EOF-FLG PIC X.
       01 WS-RATE-SUB PIC 9(4).
       01 WS-RATE-FOUND-FLG PIC X.
       01 WS-BEST-EFF-DATE PIC X(8).
       01 WS-NEW-RATE PIC 9(3)V99.
       01 WS-NEW-REGULAR-PAY PIC 9(5)V99.
       01 WS-NEW-OVERTIME-PAY PIC 9(5)V99.
       01 WS-NEW-PREMIUM-PAY PIC 9(5)V99.
       01 WS-NEW-GROSS-PAY PIC 9(5)V99.
       01 WS-RETRO-AMOUNT PIC 9(5)V99.
       01 WS-PRIOR-EMP-ID PIC X(6) VALUE SPACES.

       01 RETRO-TOTAL-FIELDS.
           05 WS-EMP-LINE-COUNT PIC 9(3) VALUE 0.
           05 WS-EMP-RETRO-TOTAL PIC 9(7)V99 VALUE 0.
           05 WS-LINES-EXAMINED PIC 9(5) VALUE 0.
           05 WS-LINES-REPRICED PIC 9(5) VALUE 0.
           05 WS-LINES-DECREASED PIC 9(5) VALUE 0.
           05 WS-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
           05 WS-GRAND-RETRO-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-RATE-COUNT PIC 9(4) VALUE 0.
       01 PAY-RATE-TABLE.
           05 PAY-RATE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RATE-COUNT.
               10 PRT-JOB-TYPE PIC X(3).
               10 PRT-EFF-DATE PIC X(8).
               10 PRT-PAY-VALUE PIC 9(3)V99.

       01 RETRO-RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "RETROACTIVE PAY AUDIT - JOB ".
           05 RAH-JOB-TYPE PIC X(3).
           05 FILLER PIC X(22) VALUE "  RATES EFFECTIVE ".
           05 RAH-EFF-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "  RUN ".
           05 RAH-RUN-DATE PIC X(8).

       01 RETRO-RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(10) VALUE "PERIOD".
           05 FILLER PIC X(10) VALUE "RATE DATE".
           05 FILLER PIC X(8) VALUE " REG HRS".
           05 FILLER PIC X(8) VALUE "  OT HRS".
           05 FILLER PIC X(9) VALUE " OLD RATE".
           05 FILLER PIC X(9) VALUE " NEW RATE".
           05 FILLER PIC X(11) VALUE "  OLD GROSS".
           05 FILLER PIC X(11) VALUE "  NEW GROSS".
           05 FILLER PIC X(11) VALUE "      RETRO".
           05 FILLER PIC X(6) VALUE "  NOTE".

       01 RETRO-RPT-DETAIL.
           05 RAD-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-PERIOD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-RATE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-REGULAR-HOURS PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-OVERTIME-HOURS PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-OLD-RATE PIC $$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-NEW-RATE PIC $$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-OLD-GROSS PIC $$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-NEW-GROSS PIC $$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-RETRO-AMOUNT PIC $$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAD-NOTE PIC X(30).

       01 RETRO-RPT-EMP-TRAILER.
           05 FILLER PIC X(16) VALUE "EMPLOYEE TOTAL: ".
           05 RAT-EMP-ID PIC X(6).
           05 FILLER PIC X(9) VALUE "  LINES: ".
           05 RAT-LINE-COUNT PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  RETRO: ".
           05 RAT-RETRO-TOTAL PIC $$$$,$$9.99.

       01 RETRO-RPT-GRAND-TRAILER-1.
           05 FILLER PIC X(16) VALUE "LINES EXAMINED: ".
           05 RAG-LINES-EXAMINED PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  REPRICED: ".
           05 RAG-LINES-REPRICED PIC ZZ,ZZ9.
           05 FILLER PIC X(27) VALUE
              "  DECREASES NOT RECOVERED: ".
           05 RAG-LINES-DECREASED PIC ZZ,ZZ9.

       01 RETRO-RPT-GRAND-TRAILER-2.
           05 FILLER PIC X(11) VALUE "EMPLOYEES: ".
           05 RAG-EMPLOYEE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  TOTAL RETRO: ".
           05 RAG-GRAND-RETRO PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-RUN-RETRO-PAY.
           PERFORM 110-GET-BUSINESS-DATE

           DISPLAY "Enter job type with back-dated rate: "
           ACCEPT WS-RETRO-JOB-TYPE
           DISPLAY "Enter rate effective date YYYYMMDD: "
           ACCEPT WS-RETRO-EFF-DATE
           IF WS-RETRO-EFF-DATE IS NOT NUMERIC
               DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RETRO-EFF-DATE TO WS-DATE-CHECK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "EFFECTIVE DATE IS NOT A VALID DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 120-LOAD-PAY-RATE-TABLE

           OPEN I-O PAY-HISTORY-MASTER
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYHIST.IDX - STATUS: "
                       WS-PAYHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RETRO-PAY-FILE
           IF WS-RETROPAY-STATUS = "35"
               OPEN OUTPUT RETRO-PAY-FILE
           END-IF
           IF WS-RETROPAY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RETROPAY.TXT - STATUS: "
                       WS-RETROPAY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RETRO-AUDIT-RPT
           MOVE WS-RETRO-JOB-TYPE TO RAH-JOB-TYPE
           MOVE WS-RETRO-EFF-DATE TO RAH-EFF-DATE
           MOVE WS-BUSINESS-DATE TO RAH-RUN-DATE
           WRITE RETRO-AUDIT-RPT-LINE FROM RETRO-RPT-HEADER-1
           WRITE RETRO-AUDIT-RPT-LINE FROM RETRO-RPT-HEADER-2

           MOVE 'N' TO WS-HIST-EOF-FLG
           PERFORM 200-REPRICE-ONE-HISTORY-LINE
               UNTIL WS-HIST-EOF-FLG = 'Y'
           IF WS-PRIOR-EMP-ID NOT = SPACES
               PERFORM 400-WRITE-EMPLOYEE-TRAILER
           END-IF

           WRITE RETRO-AUDIT-RPT-LINE FROM SPACES
           MOVE WS-LINES-EXAMINED TO RAG-LINES-EXAMINED
           MOVE WS-LINES-REPRICED TO RAG-LINES-REPRICED
           MOVE WS-LINES-DECREASED TO RAG-LINES-DECREASED
           WRITE RETRO-AUDIT-RPT-LINE FROM RETRO-RPT-GRAND-TRAILER-1
           MOVE WS-EMPLOYEE-COUNT TO RAG-EMPLOYEE-COUNT
           MOVE WS-GRAND-RETRO-TOTAL TO RAG-GRAND-RETRO
           WRITE RETRO-AUDIT-RPT-LINE FROM RETRO-RPT-GRAND-TRAILER-2

           CLOSE RETRO-AUDIT-RPT
           CLOSE RETRO-PAY-FILE
           CLOSE PAY-HISTORY-MASTER

           DISPLAY "RETRO AUDIT WRITTEN TO RETROAUD.RPT"
           DISPLAY "  LINES REPRICED: " WS-LINES-REPRICED
           DISPLAY "  TOTAL RETRO:    " WS-GRAND-RETRO-TOTAL
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

       120-LOAD-PAY-RATE-TABLE.
           MOVE 'N' TO WS-RATE-EOF-FLG
           OPEN INPUT PAY-RATE-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYROLLDATA.TXT - STATUS: "
                       WS-PAY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-EOF-FLG = 'Y'
               READ PAY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF-FLG
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
      * Only paid timesheet lines for the job whose rate date is on
      * or after the new rate's effective date can be affected; retro
      * lines themselves are never re-priced.  A line now worth less
      * is reported but not recovered - overpayments are handled by
      * payroll by hand.
      ******************************************************************
       200-REPRICE-ONE-HISTORY-LINE.
           READ PAY-HISTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLG
           END-READ

           IF WS-HIST-EOF-FLG NOT = 'Y'
               IF PHS-IS-TIMESHEET
                       AND PHS-JOB-TYPE = WS-RETRO-JOB-TYPE
                       AND PHS-RATE-DATE >= WS-RETRO-EFF-DATE
                   ADD 1 TO WS-LINES-EXAMINED
                   PERFORM 300-FIND-RATE-IN-FORCE
                   IF WS-RATE-FOUND-FLG = 'Y'
                           AND WS-NEW-RATE NOT = PHS-RATE
                       PERFORM 310-COMPUTE-NEW-PAY
                       PERFORM 320-REPORT-REPRICED-LINE
                   END-IF
               END-IF
           END-IF.

       300-FIND-RATE-IN-FORCE.
           MOVE 0 TO WS-NEW-RATE
           MOVE 'N' TO WS-RATE-FOUND-FLG
           MOVE LOW-VALUES TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF PRT-JOB-TYPE(WS-RATE-SUB) = PHS-JOB-TYPE
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           <= PHS-RATE-DATE
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           >= WS-BEST-EFF-DATE
                   MOVE PRT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-EFF-DATE
                   MOVE PRT-PAY-VALUE(WS-RATE-SUB) TO WS-NEW-RATE
                   MOVE 'Y' TO WS-RATE-FOUND-FLG
               END-IF
           END-PERFORM.

      ******************************************************************
      * Re-prices the line the way the register priced it - regular
      * hours at the rate, overtime hours at time-and-a-half, and the
      * line's shift premium percentage on top.
      ******************************************************************
       310-COMPUTE-NEW-PAY.
           COMPUTE WS-NEW-REGULAR-PAY ROUNDED
               = PHS-REGULAR-HOURS * WS-NEW-RATE
           COMPUTE WS-NEW-OVERTIME-PAY ROUNDED
               = PHS-OVERTIME-HOURS * WS-NEW-RATE * 1.5
           COMPUTE WS-NEW-PREMIUM-PAY ROUNDED
               = (WS-NEW-REGULAR-PAY + WS-NEW-OVERTIME-PAY)
                   * PHS-PREMIUM-PCT / 100
           COMPUTE WS-NEW-GROSS-PAY
               = WS-NEW-REGULAR-PAY + WS-NEW-OVERTIME-PAY
               + WS-NEW-PREMIUM-PAY.

       320-REPORT-REPRICED-LINE.
           IF PHS-EMP-ID NOT = WS-PRIOR-EMP-ID
               IF WS-PRIOR-EMP-ID NOT = SPACES
                   PERFORM 400-WRITE-EMPLOYEE-TRAILER
               END-IF
               MOVE PHS-EMP-ID TO WS-PRIOR-EMP-ID
               ADD 1 TO WS-EMPLOYEE-COUNT
           END-IF

           MOVE PHS-EMP-ID TO RAD-EMP-ID
           MOVE PHS-PERIOD-DATE TO RAD-PERIOD-DATE
           MOVE PHS-RATE-DATE TO RAD-RATE-DATE
           MOVE PHS-REGULAR-HOURS TO RAD-REGULAR-HOURS
           MOVE PHS-OVERTIME-HOURS TO RAD-OVERTIME-HOURS
           MOVE PHS-RATE TO RAD-OLD-RATE
           MOVE WS-NEW-RATE TO RAD-NEW-RATE
           MOVE PHS-GROSS-PAY TO RAD-OLD-GROSS
           MOVE WS-NEW-GROSS-PAY TO RAD-NEW-GROSS

           IF WS-NEW-GROSS-PAY > PHS-GROSS-PAY
               COMPUTE WS-RETRO-AMOUNT
                   = WS-NEW-GROSS-PAY - PHS-GROSS-PAY
               MOVE WS-RETRO-AMOUNT TO RAD-RETRO-AMOUNT
               MOVE "RETRO LINE WRITTEN" TO RAD-NOTE
               PERFORM 330-WRITE-RETRO-LINE
           ELSE
               MOVE 0 TO RAD-RETRO-AMOUNT
               MOVE "DECREASE - NOT RECOVERED" TO RAD-NOTE
               ADD 1 TO WS-LINES-DECREASED
           END-IF
           WRITE RETRO-AUDIT-RPT-LINE FROM RETRO-RPT-DETAIL.

       330-WRITE-RETRO-LINE.
           MOVE PHS-EMP-ID TO RTP-EMP-ID
           MOVE PHS-JOB-TYPE TO RTP-JOB-TYPE
           MOVE PHS-PERIOD-DATE TO RTP-PERIOD-DATE
           MOVE PHS-HOURS TO RTP-HOURS
           MOVE PHS-RATE TO RTP-OLD-RATE
           MOVE WS-NEW-RATE TO RTP-NEW-RATE
           MOVE WS-RETRO-AMOUNT TO RTP-AMOUNT
           WRITE RETRO-PAY-RECORD

           MOVE WS-NEW-RATE TO PHS-RATE
           MOVE WS-NEW-REGULAR-PAY TO PHS-REGULAR-PAY
           MOVE WS-NEW-OVERTIME-PAY TO PHS-OVERTIME-PAY
           MOVE WS-NEW-PREMIUM-PAY TO PHS-PREMIUM-PAY
           MOVE WS-NEW-GROSS-PAY TO PHS-GROSS-PAY
           MOVE WS-BUSINESS-DATE TO PHS-REPRICED-DATE
           REWRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY REWRITE FAILED FOR "
                           PHS-EMP-ID " " PHS-PERIOD-DATE
           END-REWRITE

           ADD 1 TO WS-LINES-REPRICED
           ADD 1 TO WS-EMP-LINE-COUNT
           ADD WS-RETRO-AMOUNT TO WS-EMP-RETRO-TOTAL
           ADD WS-RETRO-AMOUNT TO WS-GRAND-RETRO-TOTAL.

       400-WRITE-EMPLOYEE-TRAILER.
           MOVE WS-PRIOR-EMP-ID TO RAT-EMP-ID
           MOVE WS-EMP-LINE-COUNT TO RAT-LINE-COUNT
           MOVE WS-EMP-RETRO-TOTAL TO RAT-RETRO-TOTAL
           WRITE RETRO-AUDIT-RPT-LINE FROM RETRO-RPT-EMP-TRAILER
           WRITE RETRO-AUDIT-RPT-LINE FROM SPACES
           MOVE 0 TO WS-EMP-LINE-COUNT
           MOVE 0 TO WS-EMP-RETRO-TOTAL.

       END PROGRAM PAY-RETRO.
