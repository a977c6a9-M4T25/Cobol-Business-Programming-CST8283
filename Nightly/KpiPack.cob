      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Monthly management KPI pack - computes a fixed set of
      *          indicators for a month straight from the masters the
      *          separate month-end reports are built from: active
      *          fleet and fleet utilization (CAR, assignment and
      *          reservation masters), average blended score and fuel
      *          cost per vehicle (GASHIST), inventory value, slow-
      *          moving share and stock-outs (the dated inventory
      *          master at month end), payroll gross and overtime
      *          share (PAYHIST) and owner billing and collections
      *          (OWNAR).  Each month's values are kept on KPIHIST.IDX
      *          so the pack prints this month against last month and
      *          the same month last year, then a 12-month trend.
      *          Indicators outside the KPIPARM.TBL limits are flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-PACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT ASSIGN-MASTER
               ASSIGN TO "../Lab 8/ASSIGNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT RESERVATION-MASTER
               ASSIGN TO "../Lab 8/RESVMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-RESV-FILE-STATUS.

           SELECT GAS-HIST-FILE
               ASSIGN TO "../Lab 7/GASHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT INDEXED-INVENT-FILE
               ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVENTORY-ID-OUT
               ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
               FILE STATUS IS WS-INVENT-FILE-STATUS.

           SELECT PAY-HISTORY-MASTER
               ASSIGN TO "../Lab 8/PAYHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OWNER-AR-LEDGER
               ASSIGN TO "../Lab 4/OWNAR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-OWNAR-STATUS.

           SELECT KPI-HISTORY-MASTER
               ASSIGN TO "KPIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KPH-MONTH
               FILE STATUS IS WS-KPIHIST-STATUS.

           SELECT KPI-PARM-FILE
               ASSIGN TO "KPIPARM.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT KPI-PACK-RPT
               ASSIGN TO "KPIPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-MASTER.
       01 CAR-MASTER-RECORD.
           05 CAR-MODEL-MASTER PIC X(15).
           05 CAR-MASTER-DATA.
               10 ENGINE-MASTER PIC X(25).
               10 TOWING-CAPACITY-MASTER PIC 9(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-DISPOSED VALUES "S" "X".
               10 DISPOSAL-DATE-MASTER PIC X(8).
               10 DISPOSAL-PROCEEDS-MASTER PIC 9(7)V99.
               10 ACQUISITION-DATE-MASTER PIC X(8).
               10 ACQUISITION-COST-MASTER PIC 9(7)V99.

       FD ASSIGN-MASTER.
       01 ASSIGN-MASTER-RECORD.
           05 ASG-KEY.
               10 ASG-EMP-ID PIC X(6).
               10 ASG-CAR-MODEL PIC X(15).
           05 ASG-EFFECTIVE-DATE PIC X(8).

       FD RESERVATION-MASTER.
       01 RESERVATION-MASTER-RECORD.
           05 RSV-KEY.
               10 RSV-CAR-MODEL PIC X(15).
               10 RSV-START-STAMP.
                   15 RSV-START-DATE PIC X(8).
                   15 RSV-START-TIME PIC X(4).
           05 RSV-END-STAMP.
               10 RSV-END-DATE PIC X(8).
               10 RSV-END-TIME PIC X(4).
           05 RSV-EMP-ID PIC X(6).
           05 RSV-PURPOSE PIC X(30).
           05 RSV-STATUS PIC X.
               88 RSV-IS-BOOKED VALUE "B".
               88 RSV-IS-CANCELLED VALUE "C".
           05 RSV-BOOKED-BY PIC X(8).

       FD GAS-HIST-FILE.
       01 GAS-HIST-RECORD.
           05 HIST-KEY.
               10 HIST-VEHICLE-ID PIC X(15).
               10 HIST-TIMESTAMP PIC X(26).
           05 HIST-GAS-VALUE PIC 99.
           05 HIST-MILEAGE-VALUE PIC 99.
           05 HIST-BLENDED-SCORE PIC XX.
           05 HIST-LITRES PIC 9(3)V99.
           05 HIST-FUEL-COST PIC 9(4)V99.

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

      ******************************************************************
      * One record per month.  The indicator slots follow the order
      * of the definition table below; the spare slots let an
      * indicator be added later without converting the file.
      ******************************************************************
       FD KPI-HISTORY-MASTER.
       01 KPI-HISTORY-RECORD.
           05 KPH-MONTH PIC X(6).
           05 KPH-RUN-DATE PIC X(8).
           05 KPH-KPI-ENTRY OCCURS 20 TIMES.
               10 KPH-AVAILABLE-FLG PIC X.
               10 KPH-VALUE PIC 9(11)V99.

       FD KPI-PARM-FILE.
       01 KPI-PARM-RECORD.
           05 KPM-CODE PIC X(8).
           05 FILLER PIC X.
           05 KPM-LOW-LIMIT PIC 9(9)V99.
           05 FILLER PIC X.
           05 KPM-HIGH-LIMIT PIC 9(9)V99.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD KPI-PACK-RPT.
       01 KPI-PACK-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-RESV-FILE-STATUS PIC X(2).
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-INVENT-FILE-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-OWNAR-STATUS PIC X(2).
       01 WS-KPIHIST-STATUS PIC X(2).
       01 WS-PARM-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-RESV-OPEN-FLG PIC X VALUE 'N'.
       01 WS-FILE-EOF-FLG PIC X.
       01 WS-SCAN-EOF-FLG PIC X.
       01 WS-MASTER-FILE-NAME PIC X(40).

       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-KPI-MONTH PIC X(6).
       01 WS-KPI-MONTH-PARTS REDEFINES WS-KPI-MONTH.
           05 WS-KPI-YEAR PIC 9(4).
           05 WS-KPI-MM PIC 99.
       01 WS-MONTH-START PIC X(8).
       01 WS-MONTH-END PIC X(8).
       01 WS-CUTOFF-DATE PIC X(8).
       01 WS-LAST-MONTH PIC X(6).
       01 WS-YEAR-AGO-MONTH PIC X(6).

       01 DATE-WORK-FIELDS.
           05 WS-DATE-WORK PIC 9(8).
           05 WS-MONTH-START-INT PIC 9(8).
           05 WS-CUTOFF-INT PIC 9(8).
           05 WS-DATE-INT PIC 9(8).
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MM PIC 99.
           05 WS-WORK-MONTH PIC X(6).
           05 WS-MONTH-BACK PIC 99.

      ******************************************************************
      * The fixed indicator set: code (as used in KPIPARM.TBL), unit
      * (C count, A amount, P percent, S score) and description.
      ******************************************************************
       01 KPI-DEFINITION-VALUES.
           05 FILLER PIC X(40) VALUE
              "FLEETACTCACTIVE FLEET VEHICLES".
           05 FILLER PIC X(40) VALUE
              "FLEETUTLPFLEET UTILIZATION %".
           05 FILLER PIC X(40) VALUE
              "BLENDSCRSAVERAGE BLENDED SCORE (E=4)".
           05 FILLER PIC X(40) VALUE
              "FUELPVEHAFUEL COST PER VEHICLE".
           05 FILLER PIC X(40) VALUE
              "INVVALUEAINVENTORY VALUE".
           05 FILLER PIC X(40) VALUE
              "SLOWPCT PSLOW-MOVING % OF VALUE (90+)".
           05 FILLER PIC X(40) VALUE
              "STOCKOUTCSTOCK-OUTS (NONE ON HAND)".
           05 FILLER PIC X(40) VALUE
              "PAYGROSSAPAYROLL GROSS".
           05 FILLER PIC X(40) VALUE
              "OTSHARE POVERTIME SHARE % OF GROSS".
           05 FILLER PIC X(40) VALUE
              "OWNBILL AOWNER BILLING".
           05 FILLER PIC X(40) VALUE
              "OWNCOLL AOWNER COLLECTIONS".
           05 FILLER PIC X(40) VALUE
              "COLLPCT PCOLLECTIONS % OF BILLING".
       01 KPI-DEFINITION-TABLE REDEFINES KPI-DEFINITION-VALUES.
           05 KPI-DEFINITION-ENTRY OCCURS 12 TIMES.
               10 KDF-CODE PIC X(8).
               10 KDF-UNIT PIC X.
                   88 KDF-IS-COUNT VALUE "C".
                   88 KDF-IS-AMOUNT VALUE "A".
               10 KDF-DESCRIPTION PIC X(31).
       01 WS-KPI-COUNT PIC 99 VALUE 12.
       01 WS-KPI-SUB PIC 99.
       01 WS-TREND-SUB PIC 99.

      ******************************************************************
      * This month's values and KPIPARM.TBL limits per indicator.  A
      * limit of zero is not tested.
      ******************************************************************
       01 KPI-VALUE-TABLE.
           05 KPI-VALUE-ENTRY OCCURS 12 TIMES.
               10 KPV-AVAILABLE-FLG PIC X.
               10 KPV-VALUE PIC 9(11)V99.
               10 KPV-LOW-LIMIT PIC 9(9)V99.
               10 KPV-HIGH-LIMIT PIC 9(9)V99.
               10 KPV-FLAG-TEXT PIC X(9).

      ******************************************************************
      * Last month, the same month last year and the 12 months of
      * the trend, oldest first - entry 12 is the month being run.
      ******************************************************************
       01 KPI-LAST-MONTH-TABLE.
           05 KLM-ENTRY OCCURS 12 TIMES.
               10 KLM-AVAILABLE-FLG PIC X.
               10 KLM-VALUE PIC 9(11)V99.
       01 KPI-YEAR-AGO-TABLE.
           05 KYA-ENTRY OCCURS 12 TIMES.
               10 KYA-AVAILABLE-FLG PIC X.
               10 KYA-VALUE PIC 9(11)V99.
       01 KPI-TREND-TABLE.
           05 KTR-MONTH-ENTRY OCCURS 12 TIMES.
               10 KTR-MONTH PIC X(6).
               10 KTR-ENTRY OCCURS 12 TIMES.
                   15 KTR-AVAILABLE-FLG PIC X.
                   15 KTR-VALUE PIC 9(11)V99.

       01 FLEET-WORK-FIELDS.
           05 WS-ACTIVE-VEHICLES PIC 9(5) VALUE 0.
           05 WS-AVAILABLE-DAYS PIC 9(9) VALUE 0.
           05 WS-USED-DAYS PIC 9(9) VALUE 0.
           05 WS-ACTIVE-FLG PIC X.
           05 WS-FIRST-DAY-SUB PIC 99.
           05 WS-LAST-DAY-SUB PIC 99.
           05 WS-MARK-FROM-SUB PIC 99.
           05 WS-MARK-TO-SUB PIC 99.
           05 WS-DAY-SUB PIC 99.
           05 WS-ASSIGNED-FROM PIC X(8).
           05 WS-TABLE-SUB PIC 9(4).
       01 DAY-USED-TABLE.
           05 DAY-USED-FLG PIC X OCCURS 31 TIMES.

       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 ASSIGNED-VEHICLE-TABLE.
           05 ASSIGNED-VEHICLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT.
               10 AVT-CAR-MODEL PIC X(15).
               10 AVT-EFFECTIVE-DATE PIC X(8).

       01 FUEL-WORK-FIELDS.
           05 WS-FUEL-COST-TOTAL PIC 9(9)V99 VALUE 0.
           05 WS-RATED-READINGS PIC 9(7) VALUE 0.
           05 WS-SCORE-POINTS PIC 9(9) VALUE 0.
           05 WS-CHAR-POINTS PIC 9(2).

       01 INVENTORY-WORK-FIELDS.
           05 WS-INVENT-DATE PIC X(8).
           05 WS-INVENT-FOUND-FLG PIC X VALUE 'N'.
           05 WS-INVENT-INT PIC 9(8).
           05 WS-TRIES-LEFT PIC 99.
           05 WS-ISSUE-INT PIC 9(8).
           05 WS-DAYS-SINCE-ISSUE PIC 9(5).
           05 WS-ITEM-VALUE PIC 9(11)V99.
           05 WS-INVENT-VALUE PIC 9(11)V99 VALUE 0.
           05 WS-SLOW-VALUE PIC 9(11)V99 VALUE 0.
           05 WS-STOCK-OUTS PIC 9(7) VALUE 0.

       01 PAYROLL-WORK-FIELDS.
           05 WS-PAY-GROSS PIC 9(11)V99 VALUE 0.
           05 WS-PAY-OVERTIME PIC 9(11)V99 VALUE 0.
           05 WS-PAY-LINES PIC 9(7) VALUE 0.

       01 OWNER-WORK-FIELDS.
           05 WS-OWNER-BILLED PIC 9(11)V99 VALUE 0.
           05 WS-OWNER-COLLECTED PIC 9(11)V99 VALUE 0.
           05 WS-OWNER-ENTRIES PIC 9(7) VALUE 0.

       01 REPORT-WORK-FIELDS.
           05 WS-FLAG-COUNT PIC 9(3) VALUE 0.
           05 WS-NOT-AVAILABLE-COUNT PIC 9(3) VALUE 0.
           05 WS-PARM-ROWS-IGNORED PIC 9(3) VALUE 0.
           05 WS-HISTORY-MONTHS PIC 9(3) VALUE 0.
           05 WS-SIGNED-VALUE PIC S9(11)V99.
           05 WS-WHOLE-VALUE PIC 9(9).
           05 WS-CELL-AVAILABLE-FLG PIC X.
           05 WS-CELL-VALUE PIC S9(11)V99.

       01 KPI-RPT-HEADER-1.
           05 FILLER PIC X(33) VALUE
              "MONTHLY MANAGEMENT KPI PACK FOR ".
           05 KPR-HDR-MONTH PIC X(6).
           05 FILLER PIC X(7) VALUE "   RUN ".
           05 KPR-HDR-RUN-DATE PIC X(8).

       01 KPI-RPT-SOURCE-LINE.
           05 FILLER PIC X(20) VALUE "INVENTORY MASTER OF ".
           05 KPR-INVENT-DATE PIC X(8).
           05 FILLER PIC X(24) VALUE "   FLEET MEASURED TO ".
           05 KPR-CUTOFF-DATE PIC X(8).

       01 KPI-RPT-SECTION-LINE.
           05 KPR-SECTION-TITLE PIC X(60).

       01 KPI-RPT-POSITION-HEADER.
           05 FILLER PIC X(40) VALUE "INDICATOR".
           05 FILLER PIC X(16) VALUE "      THIS MONTH".
           05 FILLER PIC X(16) VALUE "      LAST MONTH".
           05 FILLER PIC X(16) VALUE "          CHANGE".
           05 FILLER PIC X(16) VALUE "   SAME MONTH LY".
           05 FILLER PIC X(16) VALUE "          CHANGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "FLAG".

      ******************************************************************
      * Position and trend cells carry one picture per unit; N/A
      * goes in the alphanumeric view when there is no value.
      ******************************************************************
       01 KPI-RPT-POSITION-LINE.
           05 KPR-POS-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 KPR-POS-DESCRIPTION PIC X(31).
           05 KPR-POS-ENTRY OCCURS 5 TIMES.
               10 FILLER PIC X.
               10 KPR-POS-CELL PIC X(15).
               10 KPR-POS-AMOUNT REDEFINES KPR-POS-CELL
                   PIC -ZZZ,ZZZ,ZZ9.99.
               10 KPR-POS-COUNT REDEFINES KPR-POS-CELL
                   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 KPR-POS-FLAG PIC X(9).

       01 KPI-RPT-TREND-HEADER.
           05 FILLER PIC X(12) VALUE "INDICATOR".
           05 KPR-TRH-ENTRY OCCURS 12 TIMES.
               10 FILLER PIC X(4).
               10 KPR-TRH-MONTH PIC X(6).

       01 KPI-RPT-TREND-LINE.
           05 KPR-TRD-CODE PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 KPR-TRD-ENTRY OCCURS 12 TIMES.
               10 FILLER PIC X.
               10 KPR-TRD-CELL PIC X(9).
               10 KPR-TRD-WHOLE REDEFINES KPR-TRD-CELL
                   PIC ZZZZZZZZ9.
               10 KPR-TRD-DECIMAL REDEFINES KPR-TRD-CELL
                   PIC ZZZZZ9.99.

       01 KPI-RPT-TRAILER.
           05 FILLER PIC X(17) VALUE "THRESHOLD FLAGS: ".
           05 KPR-FLAG-COUNT PIC ZZ9.
           05 FILLER PIC X(20) VALUE "   NOT AVAILABLE: ".
           05 KPR-NOT-AVAILABLE-COUNT PIC ZZ9.
           05 FILLER PIC X(25) VALUE "   TREND MONTHS ON FILE: ".
           05 KPR-HISTORY-MONTHS PIC ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-KPI-PACK.
           PERFORM 105-GET-BUSINESS-DATE
           DISPLAY "Enter KPI month YYYYMM (blank=current): "
           ACCEPT WS-KPI-MONTH
           IF WS-KPI-MONTH = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-KPI-MONTH
           END-IF
           PERFORM 110-SET-MONTH-DATES
           INITIALIZE KPI-VALUE-TABLE
           PERFORM 125-CLEAR-KPI-VALUES
           PERFORM 120-LOAD-THRESHOLDS

           PERFORM 200-MEASURE-FLEET
           PERFORM 300-MEASURE-FUEL
           PERFORM 400-MEASURE-INVENTORY
           PERFORM 500-MEASURE-PAYROLL
           PERFORM 600-MEASURE-OWNER-BILLING
           PERFORM 700-TEST-THRESHOLDS

           PERFORM 800-SAVE-AND-LOAD-HISTORY
           PERFORM 900-WRITE-KPI-PACK

           DISPLAY "KPI PACK FOR " WS-KPI-MONTH
                   " WRITTEN TO KPIPACK.RPT"
           DISPLAY "  THRESHOLD FLAGS: " WS-FLAG-COUNT
           IF WS-NOT-AVAILABLE-COUNT > 0
               DISPLAY "  INDICATORS NOT AVAILABLE: "
                       WS-NOT-AVAILABLE-COUNT
           END-IF
           STOP RUN.

       105-GET-BUSINESS-DATE.
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
      * A month still in progress is measured to the business date;
      * a closed month runs to its last day.
      ******************************************************************
       110-SET-MONTH-DATES.
           IF WS-KPI-MONTH IS NOT NUMERIC
               DISPLAY "KPI MONTH MUST BE YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KPI-MM < 1 OR WS-KPI-MM > 12
               DISPLAY "KPI MONTH MUST BE YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KPI-MONTH > WS-BUSINESS-DATE(1:6)
               DISPLAY "KPI MONTH IS AFTER THE BUSINESS DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING WS-KPI-MONTH "01" DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-MONTH-START TO WS-DATE-WORK
           COMPUTE WS-MONTH-START-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           MOVE WS-KPI-YEAR TO WS-WORK-YEAR
           MOVE WS-KPI-MM TO WS-WORK-MM
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-DATE-WORK
               = WS-WORK-YEAR * 10000 + WS-WORK-MM * 100 + 1
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-WORK TO WS-MONTH-END

           IF WS-MONTH-END > WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-MONTH-END TO WS-CUTOFF-DATE
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-DATE-WORK
           COMPUTE WS-CUTOFF-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)

           MOVE 1 TO WS-MONTH-BACK
           PERFORM 115-MONTHS-BACK
           MOVE WS-WORK-MONTH TO WS-LAST-MONTH
           MOVE 12 TO WS-MONTH-BACK
           PERFORM 115-MONTHS-BACK
           MOVE WS-WORK-MONTH TO WS-YEAR-AGO-MONTH.

       115-MONTHS-BACK.
           COMPUTE WS-DATE-INT
               = WS-KPI-YEAR * 12 + WS-KPI-MM - 1 - WS-MONTH-BACK
           DIVIDE WS-DATE-INT BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MM
           ADD 1 TO WS-WORK-MM
           MOVE WS-WORK-YEAR TO WS-WORK-MONTH(1:4)
           MOVE WS-WORK-MM TO WS-WORK-MONTH(5:2).

       120-LOAD-THRESHOLDS.
           OPEN INPUT KPI-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ KPI-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           PERFORM 122-TABLE-ONE-THRESHOLD
                   END-READ
               END-PERFORM
               CLOSE KPI-PARM-FILE
           ELSE
               DISPLAY "KPIPARM.TBL NOT FOUND - NO THRESHOLDS TESTED"
           END-IF.

       122-TABLE-ONE-THRESHOLD.
           MOVE 0 TO WS-TABLE-SUB
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               IF KDF-CODE(WS-KPI-SUB) = KPM-CODE
                   MOVE WS-KPI-SUB TO WS-TABLE-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TABLE-SUB = 0
                   OR KPM-LOW-LIMIT IS NOT NUMERIC
                   OR KPM-HIGH-LIMIT IS NOT NUMERIC
               ADD 1 TO WS-PARM-ROWS-IGNORED
               DISPLAY "KPIPARM.TBL ROW IGNORED: " KPM-CODE
           ELSE
               MOVE KPM-LOW-LIMIT TO KPV-LOW-LIMIT(WS-TABLE-SUB)
               MOVE KPM-HIGH-LIMIT TO KPV-HIGH-LIMIT(WS-TABLE-SUB)
           END-IF.

       125-CLEAR-KPI-VALUES.
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               MOVE 'N' TO KPV-AVAILABLE-FLG(WS-KPI-SUB)
               MOVE 0 TO KPV-VALUE(WS-KPI-SUB)
               MOVE SPACES TO KPV-FLAG-TEXT(WS-KPI-SUB)
           END-PERFORM.

      ******************************************************************
      * The active fleet is every vehicle acquired by the cut-off and
      * not sold or scrapped by it; service holds are still fleet.
      * A vehicle-day is in use when the vehicle is permanently
      * assigned that day or booked out of the pool - the same
      * assignment and booking rules as POOL-UTILIZATION.
      ******************************************************************
       200-MEASURE-FLEET.
           PERFORM 205-LOAD-ASSIGNED-VEHICLES
           OPEN INPUT RESERVATION-MASTER
           IF WS-RESV-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RESV-OPEN-FLG
           ELSE
               DISPLAY "RESVMAST.IDX NOT AVAILABLE - "
                       "POOL BOOKINGS NOT COUNTED"
           END-IF
           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "CARMAST.IDX NOT AVAILABLE - "
                       "FLEET INDICATORS NOT MEASURED"
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ CAR-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           PERFORM 210-CHECK-ACTIVE-VEHICLE
                           IF WS-ACTIVE-FLG = 'Y'
                               PERFORM 220-MEASURE-ONE-VEHICLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-MASTER
               MOVE 'Y' TO KPV-AVAILABLE-FLG(1)
               MOVE WS-ACTIVE-VEHICLES TO KPV-VALUE(1)
               IF WS-AVAILABLE-DAYS > 0
                   MOVE 'Y' TO KPV-AVAILABLE-FLG(2)
                   COMPUTE KPV-VALUE(2) ROUNDED
                       = WS-USED-DAYS * 100 / WS-AVAILABLE-DAYS
               END-IF
           END-IF
           IF WS-RESV-OPEN-FLG = 'Y'
               CLOSE RESERVATION-MASTER
           END-IF.

       205-LOAD-ASSIGNED-VEHICLES.
           OPEN INPUT ASSIGN-MASTER
           IF WS-ASSIGN-FILE-STATUS NOT = "00"
               DISPLAY "ASSIGNMAST.IDX NOT AVAILABLE - "
                       "NO VEHICLES COUNTED AS ASSIGNED"
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ ASSIGN-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           IF WS-ASSIGN-COUNT < 2000
                               ADD 1 TO WS-ASSIGN-COUNT
                               MOVE ASG-CAR-MODEL
                                   TO AVT-CAR-MODEL(WS-ASSIGN-COUNT)
                               MOVE ASG-EFFECTIVE-DATE
                                 TO AVT-EFFECTIVE-DATE(WS-ASSIGN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-MASTER
           END-IF.

       210-CHECK-ACTIVE-VEHICLE.
           MOVE 'Y' TO WS-ACTIVE-FLG
           IF ACQUISITION-DATE-MASTER IS NUMERIC
                   AND ACQUISITION-DATE-MASTER > WS-CUTOFF-DATE
               MOVE 'N' TO WS-ACTIVE-FLG
           END-IF
           IF CAR-MASTER-IS-DISPOSED
               IF DISPOSAL-DATE-MASTER IS NOT NUMERIC
                   MOVE 'N' TO WS-ACTIVE-FLG
               ELSE
                   IF DISPOSAL-DATE-MASTER NOT > WS-CUTOFF-DATE
                       MOVE 'N' TO WS-ACTIVE-FLG
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Days are numbered from the first of the month; a vehicle
      * acquired during the month is only available from that day.
      ******************************************************************
       220-MEASURE-ONE-VEHICLE.
           ADD 1 TO WS-ACTIVE-VEHICLES
           MOVE SPACES TO DAY-USED-TABLE
           MOVE 1 TO WS-FIRST-DAY-SUB
           IF ACQUISITION-DATE-MASTER IS NUMERIC
                   AND ACQUISITION-DATE-MASTER > WS-MONTH-START
               MOVE ACQUISITION-DATE-MASTER TO WS-DATE-WORK
               COMPUTE WS-FIRST-DAY-SUB
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   - WS-MONTH-START-INT + 1
           END-IF
           COMPUTE WS-LAST-DAY-SUB
               = WS-CUTOFF-INT - WS-MONTH-START-INT + 1
           COMPUTE WS-AVAILABLE-DAYS = WS-AVAILABLE-DAYS
               + WS-LAST-DAY-SUB - WS-FIRST-DAY-SUB + 1

           MOVE HIGH-VALUES TO WS-ASSIGNED-FROM
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-ASSIGN-COUNT
               IF AVT-CAR-MODEL(WS-TABLE-SUB) = CAR-MODEL-MASTER
                       AND AVT-EFFECTIVE-DATE(WS-TABLE-SUB)
                           < WS-ASSIGNED-FROM
                   MOVE AVT-EFFECTIVE-DATE(WS-TABLE-SUB)
                       TO WS-ASSIGNED-FROM
               END-IF
           END-PERFORM
           IF WS-ASSIGNED-FROM NOT > WS-CUTOFF-DATE
               IF WS-ASSIGNED-FROM > WS-MONTH-START
                   MOVE WS-ASSIGNED-FROM TO WS-DATE-WORK
                   COMPUTE WS-MARK-FROM-SUB
                       = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                       - WS-MONTH-START-INT + 1
               ELSE
                   MOVE 1 TO WS-MARK-FROM-SUB
               END-IF
               MOVE WS-LAST-DAY-SUB TO WS-MARK-TO-SUB
               PERFORM 230-MARK-DAYS-USED
           END-IF

           IF WS-RESV-OPEN-FLG = 'Y'
               PERFORM 225-MARK-BOOKED-DAYS
           END-IF

           PERFORM VARYING WS-DAY-SUB FROM WS-FIRST-DAY-SUB BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
               IF DAY-USED-FLG(WS-DAY-SUB) = "U"
                   ADD 1 TO WS-USED-DAYS
               END-IF
           END-PERFORM.

       225-MARK-BOOKED-DAYS.
           MOVE 'N' TO WS-SCAN-EOF-FLG
           MOVE CAR-MODEL-MASTER TO RSV-CAR-MODEL
           MOVE LOW-VALUES TO RSV-START-STAMP
           START RESERVATION-MASTER KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLG
           END-START
           PERFORM UNTIL WS-SCAN-EOF-FLG = 'Y'
               READ RESERVATION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-FLG
                   NOT AT END
                       IF RSV-CAR-MODEL NOT = CAR-MODEL-MASTER
                               OR RSV-START-DATE > WS-CUTOFF-DATE
                           MOVE 'Y' TO WS-SCAN-EOF-FLG
                       ELSE
                           IF RSV-IS-BOOKED
                                   AND RSV-END-DATE
                                       NOT < WS-MONTH-START
                               PERFORM 227-MARK-ONE-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       227-MARK-ONE-BOOKING.
           IF RSV-START-DATE > WS-MONTH-START
               MOVE RSV-START-DATE TO WS-DATE-WORK
               COMPUTE WS-MARK-FROM-SUB
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   - WS-MONTH-START-INT + 1
           ELSE
               MOVE 1 TO WS-MARK-FROM-SUB
           END-IF
           IF RSV-END-DATE < WS-CUTOFF-DATE
               MOVE RSV-END-DATE TO WS-DATE-WORK
               COMPUTE WS-MARK-TO-SUB
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   - WS-MONTH-START-INT + 1
           ELSE
               MOVE WS-LAST-DAY-SUB TO WS-MARK-TO-SUB
           END-IF
           PERFORM 230-MARK-DAYS-USED.

       230-MARK-DAYS-USED.
           PERFORM VARYING WS-DAY-SUB FROM WS-MARK-FROM-SUB BY 1
                   UNTIL WS-DAY-SUB > WS-MARK-TO-SUB
               MOVE "U" TO DAY-USED-FLG(WS-DAY-SUB)
           END-PERFORM.

      ******************************************************************
      * The blended score is scored as GAS-MONTH-END does - E=4, G=3,
      * F=2, P=1 for each of its gas and mileage letters - and
      * averaged over both letters of every reading in the month.
      ******************************************************************
       300-MEASURE-FUEL.
           OPEN INPUT GAS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "GASHIST.IDX NOT AVAILABLE - "
                       "FUEL INDICATORS NOT MEASURED"
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ GAS-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           IF HIST-TIMESTAMP(1:6) = WS-KPI-MONTH
                               PERFORM 310-TALLY-ONE-READING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAS-HIST-FILE
               IF WS-RATED-READINGS > 0
                   MOVE 'Y' TO KPV-AVAILABLE-FLG(3)
                   COMPUTE KPV-VALUE(3) ROUNDED
                       = WS-SCORE-POINTS / (WS-RATED-READINGS * 2)
               END-IF
               IF WS-ACTIVE-VEHICLES > 0
                   MOVE 'Y' TO KPV-AVAILABLE-FLG(4)
                   COMPUTE KPV-VALUE(4) ROUNDED
                       = WS-FUEL-COST-TOTAL / WS-ACTIVE-VEHICLES
               END-IF
           END-IF.

       310-TALLY-ONE-READING.
           IF HIST-FUEL-COST IS NUMERIC
               ADD HIST-FUEL-COST TO WS-FUEL-COST-TOTAL
           END-IF
           ADD 1 TO WS-RATED-READINGS
           EVALUATE HIST-BLENDED-SCORE(1:1)
               WHEN "E" MOVE 4 TO WS-CHAR-POINTS
               WHEN "G" MOVE 3 TO WS-CHAR-POINTS
               WHEN "F" MOVE 2 TO WS-CHAR-POINTS
               WHEN "P" MOVE 1 TO WS-CHAR-POINTS
               WHEN OTHER MOVE 0 TO WS-CHAR-POINTS
           END-EVALUATE
           ADD WS-CHAR-POINTS TO WS-SCORE-POINTS
           EVALUATE HIST-BLENDED-SCORE(2:1)
               WHEN "E" MOVE 4 TO WS-CHAR-POINTS
               WHEN "G" MOVE 3 TO WS-CHAR-POINTS
               WHEN "F" MOVE 2 TO WS-CHAR-POINTS
               WHEN "P" MOVE 1 TO WS-CHAR-POINTS
               WHEN OTHER MOVE 0 TO WS-CHAR-POINTS
           END-EVALUATE
           ADD WS-CHAR-POINTS TO WS-SCORE-POINTS.

      ******************************************************************
      * Inventory is valued from the dated master of the cut-off, or
      * the latest one in the 31 days before it.  Slow-moving stock
      * is INV-AGING's over-90-day buckets: more than 90 days since
      * the last issue, or never issued.
      ******************************************************************
       400-MEASURE-INVENTORY.
           MOVE WS-CUTOFF-INT TO WS-INVENT-INT
           MOVE 32 TO WS-TRIES-LEFT
           PERFORM UNTIL WS-INVENT-FOUND-FLG = 'Y'
                   OR WS-TRIES-LEFT = 0
               COMPUTE WS-DATE-WORK
                   = FUNCTION DATE-OF-INTEGER(WS-INVENT-INT)
               MOVE WS-DATE-WORK TO WS-INVENT-DATE
               MOVE SPACES TO WS-MASTER-FILE-NAME
               STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                       WS-INVENT-DATE DELIMITED BY SIZE
                       ".IDX" DELIMITED BY SIZE
                   INTO WS-MASTER-FILE-NAME
               OPEN INPUT INDEXED-INVENT-FILE
               IF WS-INVENT-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-INVENT-FOUND-FLG
               ELSE
                   SUBTRACT 1 FROM WS-INVENT-INT
                   SUBTRACT 1 FROM WS-TRIES-LEFT
               END-IF
           END-PERFORM

           IF WS-INVENT-FOUND-FLG = 'N'
               MOVE SPACES TO WS-INVENT-DATE
               DISPLAY "NO INVENTORY MASTER IN THE 31 DAYS TO "
                       WS-CUTOFF-DATE
                       " - INVENTORY INDICATORS NOT MEASURED"
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ INDEXED-INVENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           PERFORM 410-TALLY-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE INDEXED-INVENT-FILE
               MOVE 'Y' TO KPV-AVAILABLE-FLG(5)
               MOVE WS-INVENT-VALUE TO KPV-VALUE(5)
               IF WS-INVENT-VALUE > 0
                   MOVE 'Y' TO KPV-AVAILABLE-FLG(6)
                   COMPUTE KPV-VALUE(6) ROUNDED
                       = WS-SLOW-VALUE * 100 / WS-INVENT-VALUE
               END-IF
               MOVE 'Y' TO KPV-AVAILABLE-FLG(7)
               MOVE WS-STOCK-OUTS TO KPV-VALUE(7)
           END-IF.

       410-TALLY-ONE-ITEM.
           COMPUTE WS-ITEM-VALUE = ON-HAND-QTY-OUT * UNIT-COST-OUT
           ADD WS-ITEM-VALUE TO WS-INVENT-VALUE
           IF ON-HAND-QTY-OUT = 0
               ADD 1 TO WS-STOCK-OUTS
           END-IF
           IF LAST-ISSUE-DATE IS NUMERIC
               MOVE LAST-ISSUE-DATE TO WS-DATE-WORK
               COMPUTE WS-ISSUE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               IF WS-INVENT-INT > WS-ISSUE-INT
                   COMPUTE WS-DAYS-SINCE-ISSUE
                       = WS-INVENT-INT - WS-ISSUE-INT
               ELSE
                   MOVE 0 TO WS-DAYS-SINCE-ISSUE
               END-IF
           ELSE
               MOVE 99999 TO WS-DAYS-SINCE-ISSUE
           END-IF
           IF WS-DAYS-SINCE-ISSUE > 90
               ADD WS-ITEM-VALUE TO WS-SLOW-VALUE
           END-IF.

      ******************************************************************
      * Payroll is every pay history line for a period dated in the
      * month - worked, leave, retro and final pay lines alike.
      ******************************************************************
       500-MEASURE-PAYROLL.
           OPEN INPUT PAY-HISTORY-MASTER
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYHIST.IDX NOT AVAILABLE - "
                       "PAYROLL INDICATORS NOT MEASURED"
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ PAY-HISTORY-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           IF PHS-PERIOD-DATE(1:6) = WS-KPI-MONTH
                               ADD 1 TO WS-PAY-LINES
                               ADD PHS-GROSS-PAY TO WS-PAY-GROSS
                               ADD PHS-OVERTIME-PAY
                                   TO WS-PAY-OVERTIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-MASTER
               MOVE 'Y' TO KPV-AVAILABLE-FLG(8)
               MOVE WS-PAY-GROSS TO KPV-VALUE(8)
               IF WS-PAY-GROSS > 0
                   MOVE 'Y' TO KPV-AVAILABLE-FLG(9)
                   COMPUTE KPV-VALUE(9) ROUNDED
                       = WS-PAY-OVERTIME * 100 / WS-PAY-GROSS
               END-IF
           END-IF.

      ******************************************************************
      * Billing is the charges dated in the month, collections the
      * payments received in it; credit memos are neither.
      ******************************************************************
       600-MEASURE-OWNER-BILLING.
           OPEN INPUT OWNER-AR-LEDGER
           IF WS-OWNAR-STATUS NOT = "00"
               DISPLAY "OWNAR.IDX NOT AVAILABLE - "
                       "OWNER INDICATORS NOT MEASURED"
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ OWNER-AR-LEDGER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           IF ARL-TRAN-DATE(1:6) = WS-KPI-MONTH
                               ADD 1 TO WS-OWNER-ENTRIES
                               IF ARL-IS-CHARGE
                                   ADD ARL-AMOUNT TO WS-OWNER-BILLED
                               END-IF
                               IF ARL-IS-PAYMENT
                                   ADD ARL-AMOUNT
                                       TO WS-OWNER-COLLECTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-AR-LEDGER
               MOVE 'Y' TO KPV-AVAILABLE-FLG(10)
               MOVE WS-OWNER-BILLED TO KPV-VALUE(10)
               MOVE 'Y' TO KPV-AVAILABLE-FLG(11)
               MOVE WS-OWNER-COLLECTED TO KPV-VALUE(11)
               IF WS-OWNER-BILLED > 0
                   MOVE 'Y' TO KPV-AVAILABLE-FLG(12)
                   COMPUTE KPV-VALUE(12) ROUNDED
                       = WS-OWNER-COLLECTED * 100 / WS-OWNER-BILLED
               END-IF
           END-IF.

       700-TEST-THRESHOLDS.
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               IF KPV-AVAILABLE-FLG(WS-KPI-SUB) NOT = 'Y'
                   ADD 1 TO WS-NOT-AVAILABLE-COUNT
               ELSE
                   IF KPV-LOW-LIMIT(WS-KPI-SUB) > 0
                           AND KPV-VALUE(WS-KPI-SUB)
                               < KPV-LOW-LIMIT(WS-KPI-SUB)
                       MOVE "BELOW MIN" TO KPV-FLAG-TEXT(WS-KPI-SUB)
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
                   IF KPV-HIGH-LIMIT(WS-KPI-SUB) > 0
                           AND KPV-VALUE(WS-KPI-SUB)
                               > KPV-HIGH-LIMIT(WS-KPI-SUB)
                       MOVE "ABOVE MAX" TO KPV-FLAG-TEXT(WS-KPI-SUB)
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * A rerun of a month replaces that month's record.  The history
      * is created on the first run.
      ******************************************************************
       800-SAVE-AND-LOAD-HISTORY.
           OPEN I-O KPI-HISTORY-MASTER
           IF WS-KPIHIST-STATUS = "35"
               OPEN OUTPUT KPI-HISTORY-MASTER
               CLOSE KPI-HISTORY-MASTER
               OPEN I-O KPI-HISTORY-MASTER
           END-IF
           IF WS-KPIHIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN KPIHIST.IDX - STATUS: "
                       WS-KPIHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE KPI-HISTORY-RECORD
           MOVE WS-KPI-MONTH TO KPH-MONTH
           MOVE WS-BUSINESS-DATE TO KPH-RUN-DATE
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > 20
               MOVE 'N' TO KPH-AVAILABLE-FLG(WS-KPI-SUB)
           END-PERFORM
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               MOVE KPV-AVAILABLE-FLG(WS-KPI-SUB)
                   TO KPH-AVAILABLE-FLG(WS-KPI-SUB)
               MOVE KPV-VALUE(WS-KPI-SUB) TO KPH-VALUE(WS-KPI-SUB)
           END-PERFORM
           WRITE KPI-HISTORY-RECORD
               INVALID KEY
                   REWRITE KPI-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "KPIHIST.IDX REWRITE FAILED - "
                                   "STATUS: " WS-KPIHIST-STATUS
                   END-REWRITE
           END-WRITE

           MOVE WS-LAST-MONTH TO WS-WORK-MONTH
           PERFORM 810-READ-HISTORY-MONTH
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               MOVE KPH-AVAILABLE-FLG(WS-KPI-SUB)
                   TO KLM-AVAILABLE-FLG(WS-KPI-SUB)
               MOVE KPH-VALUE(WS-KPI-SUB) TO KLM-VALUE(WS-KPI-SUB)
           END-PERFORM

           MOVE WS-YEAR-AGO-MONTH TO WS-WORK-MONTH
           PERFORM 810-READ-HISTORY-MONTH
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               MOVE KPH-AVAILABLE-FLG(WS-KPI-SUB)
                   TO KYA-AVAILABLE-FLG(WS-KPI-SUB)
               MOVE KPH-VALUE(WS-KPI-SUB) TO KYA-VALUE(WS-KPI-SUB)
           END-PERFORM

           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                   UNTIL WS-TREND-SUB > 12
               COMPUTE WS-MONTH-BACK = 12 - WS-TREND-SUB
               PERFORM 115-MONTHS-BACK
               MOVE WS-WORK-MONTH TO KTR-MONTH(WS-TREND-SUB)
               PERFORM 810-READ-HISTORY-MONTH
               IF WS-KPIHIST-STATUS = "00"
                   ADD 1 TO WS-HISTORY-MONTHS
               END-IF
               PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                       UNTIL WS-KPI-SUB > WS-KPI-COUNT
                   MOVE KPH-AVAILABLE-FLG(WS-KPI-SUB)
                       TO KTR-AVAILABLE-FLG(WS-TREND-SUB, WS-KPI-SUB)
                   MOVE KPH-VALUE(WS-KPI-SUB)
                       TO KTR-VALUE(WS-TREND-SUB, WS-KPI-SUB)
               END-PERFORM
           END-PERFORM
           CLOSE KPI-HISTORY-MASTER.

      ******************************************************************
      * A month with no record reads back as nothing available.
      ******************************************************************
       810-READ-HISTORY-MONTH.
           MOVE WS-WORK-MONTH TO KPH-MONTH
           READ KPI-HISTORY-MASTER
               INVALID KEY
                   PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                           UNTIL WS-KPI-SUB > 20
                       MOVE 'N' TO KPH-AVAILABLE-FLG(WS-KPI-SUB)
                       MOVE 0 TO KPH-VALUE(WS-KPI-SUB)
                   END-PERFORM
           END-READ.

       900-WRITE-KPI-PACK.
           OPEN OUTPUT KPI-PACK-RPT
           MOVE WS-KPI-MONTH TO KPR-HDR-MONTH
           MOVE WS-BUSINESS-DATE TO KPR-HDR-RUN-DATE
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-HEADER-1
           MOVE WS-INVENT-DATE TO KPR-INVENT-DATE
           MOVE WS-CUTOFF-DATE TO KPR-CUTOFF-DATE
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-SOURCE-LINE

           WRITE KPI-PACK-RPT-LINE FROM SPACES
           MOVE "CURRENT POSITION" TO KPR-SECTION-TITLE
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-SECTION-LINE
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-POSITION-HEADER
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               PERFORM 910-WRITE-POSITION-LINE
           END-PERFORM

           WRITE KPI-PACK-RPT-LINE FROM SPACES
           MOVE "12-MONTH TREND" TO KPR-SECTION-TITLE
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-SECTION-LINE
           MOVE SPACES TO KPI-RPT-TREND-HEADER
           MOVE "INDICATOR" TO KPI-RPT-TREND-HEADER(1:12)
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                   UNTIL WS-TREND-SUB > 12
               MOVE KTR-MONTH(WS-TREND-SUB)
                   TO KPR-TRH-MONTH(WS-TREND-SUB)
           END-PERFORM
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-TREND-HEADER
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > WS-KPI-COUNT
               PERFORM 930-WRITE-TREND-LINE
           END-PERFORM

           WRITE KPI-PACK-RPT-LINE FROM SPACES
           MOVE WS-FLAG-COUNT TO KPR-FLAG-COUNT
           MOVE WS-NOT-AVAILABLE-COUNT TO KPR-NOT-AVAILABLE-COUNT
           MOVE WS-HISTORY-MONTHS TO KPR-HISTORY-MONTHS
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-TRAILER
           CLOSE KPI-PACK-RPT.

      ******************************************************************
      * Cells 1, 2 and 4 are values; 3 and 5 are this month less last
      * month and less the same month last year, printed only when
      * both months have the indicator.
      ******************************************************************
       910-WRITE-POSITION-LINE.
           MOVE SPACES TO KPI-RPT-POSITION-LINE
           MOVE KDF-CODE(WS-KPI-SUB) TO KPR-POS-CODE
           MOVE KDF-DESCRIPTION(WS-KPI-SUB) TO KPR-POS-DESCRIPTION

           MOVE KPV-AVAILABLE-FLG(WS-KPI-SUB) TO WS-CELL-AVAILABLE-FLG
           MOVE KPV-VALUE(WS-KPI-SUB) TO WS-CELL-VALUE
           MOVE 1 TO WS-TABLE-SUB
           PERFORM 920-FILL-POSITION-CELL

           MOVE KLM-AVAILABLE-FLG(WS-KPI-SUB) TO WS-CELL-AVAILABLE-FLG
           MOVE KLM-VALUE(WS-KPI-SUB) TO WS-CELL-VALUE
           MOVE 2 TO WS-TABLE-SUB
           PERFORM 920-FILL-POSITION-CELL

           MOVE 'N' TO WS-CELL-AVAILABLE-FLG
           IF KPV-AVAILABLE-FLG(WS-KPI-SUB) = 'Y'
                   AND KLM-AVAILABLE-FLG(WS-KPI-SUB) = 'Y'
               MOVE 'Y' TO WS-CELL-AVAILABLE-FLG
               COMPUTE WS-CELL-VALUE = KPV-VALUE(WS-KPI-SUB)
                   - KLM-VALUE(WS-KPI-SUB)
           END-IF
           MOVE 3 TO WS-TABLE-SUB
           PERFORM 920-FILL-POSITION-CELL

           MOVE KYA-AVAILABLE-FLG(WS-KPI-SUB) TO WS-CELL-AVAILABLE-FLG
           MOVE KYA-VALUE(WS-KPI-SUB) TO WS-CELL-VALUE
           MOVE 4 TO WS-TABLE-SUB
           PERFORM 920-FILL-POSITION-CELL

           MOVE 'N' TO WS-CELL-AVAILABLE-FLG
           IF KPV-AVAILABLE-FLG(WS-KPI-SUB) = 'Y'
                   AND KYA-AVAILABLE-FLG(WS-KPI-SUB) = 'Y'
               MOVE 'Y' TO WS-CELL-AVAILABLE-FLG
               COMPUTE WS-CELL-VALUE = KPV-VALUE(WS-KPI-SUB)
                   - KYA-VALUE(WS-KPI-SUB)
           END-IF
           MOVE 5 TO WS-TABLE-SUB
           PERFORM 920-FILL-POSITION-CELL

           MOVE KPV-FLAG-TEXT(WS-KPI-SUB) TO KPR-POS-FLAG
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-POSITION-LINE.

       920-FILL-POSITION-CELL.
           IF WS-CELL-AVAILABLE-FLG NOT = 'Y'
               MOVE "            N/A" TO KPR-POS-CELL(WS-TABLE-SUB)
           ELSE
               IF KDF-IS-COUNT(WS-KPI-SUB)
                   MOVE WS-CELL-VALUE TO KPR-POS-COUNT(WS-TABLE-SUB)
               ELSE
                   MOVE WS-CELL-VALUE TO KPR-POS-AMOUNT(WS-TABLE-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * Counts and amounts trend in whole units (amounts rounded to
      * the dollar); percents and scores keep two decimals.
      ******************************************************************
       930-WRITE-TREND-LINE.
           MOVE SPACES TO KPI-RPT-TREND-LINE
           MOVE KDF-CODE(WS-KPI-SUB) TO KPR-TRD-CODE
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                   UNTIL WS-TREND-SUB > 12
               IF KTR-AVAILABLE-FLG(WS-TREND-SUB, WS-KPI-SUB) NOT = 'Y'
                   MOVE "      N/A" TO KPR-TRD-CELL(WS-TREND-SUB)
               ELSE
                   IF KDF-IS-COUNT(WS-KPI-SUB)
                           OR KDF-IS-AMOUNT(WS-KPI-SUB)
                       COMPUTE WS-WHOLE-VALUE ROUNDED
                           = KTR-VALUE(WS-TREND-SUB, WS-KPI-SUB)
                       MOVE WS-WHOLE-VALUE
                           TO KPR-TRD-WHOLE(WS-TREND-SUB)
                   ELSE
                       MOVE KTR-VALUE(WS-TREND-SUB, WS-KPI-SUB)
                           TO KPR-TRD-DECIMAL(WS-TREND-SUB)
                   END-IF
               END-IF
           END-PERFORM
           WRITE KPI-PACK-RPT-LINE FROM KPI-RPT-TREND-LINE.

       END PROGRAM KPI-PACK.
