      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-14
      * Purpose: Fleet replacement planning - scores every vehicle on
      *          the CAR master that is not sold or scrapped on age,
      *          net book value (the CAR-DEPRECIATION straight line),
      *          the last twelve months' fuel cost and blended-score
      *          trend from GASHIST.IDX, and the last twelve months'
      *          completed work order cost from WOMAST.IDX.  Weights
      *          and thresholds come from REPLPARM.TBL.  REPLPLAN.RPT
      *          ranks the vehicles, best replacement candidate first,
      *          with a total-cost-of-ownership breakdown (depreciation,
      *          fuel, maintenance and net incident damage to date),
      *          then projects the next three years' replacement
      *          capital by engine type at the REPLCOST.TBL price for
      *          the vehicle's CAPCLASS.TBL class.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLACEMENT-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-MASTER
               ASSIGN TO "CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT GAS-HIST-FILE
               ASSIGN TO "../Lab 7/GASHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT WORK-ORDER-MASTER
               ASSIGN TO "../Lab 7/WOMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WOM-KEY
               FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT INCIDENT-MASTER
               ASSIGN TO "INCIDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

           SELECT CAP-CLASS-FILE
               ASSIGN TO "CAPCLASS.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-FILE-STATUS.

           SELECT REPL-PARM-FILE
               ASSIGN TO "REPLPARM.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPL-COST-FILE
               ASSIGN TO "REPLCOST.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "REPLSORT.TMP".

           SELECT REPL-PLAN-RPT
               ASSIGN TO "REPLPLAN.RPT"
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
               10 CAR-OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-SERVICE-HOLD VALUE "H".
                   88 CAR-MASTER-IS-DISPOSED VALUES "S" "X".
               10 DISPOSAL-DATE-MASTER PIC X(8).
               10 DISPOSAL-PROCEEDS-MASTER PIC 9(7)V99.
               10 ACQUISITION-DATE-MASTER PIC X(8).
               10 ACQUISITION-COST-MASTER PIC 9(7)V99.

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

       FD WORK-ORDER-MASTER.
       01 WORK-ORDER-MASTER-RECORD.
           05 WOM-KEY.
               10 WOM-NUMBER PIC X(6).
               10 WOM-LINE-NO PIC 9(3).
           05 WOM-RECORD-TYPE PIC X.
               88 WOM-IS-HEADER VALUE "H".
           05 WOM-DATA PIC X(90).
           05 WOM-HEADER-DATA REDEFINES WOM-DATA.
               10 WOM-CAR-MODEL PIC X(15).
               10 WOM-SERVICE-CODE PIC X(4).
               10 WOM-OPEN-DATE PIC X(8).
               10 WOM-ACCUM-MILEAGE PIC 9(6).
               10 WOM-STATUS PIC X.
                   88 WOM-IS-COMPLETED VALUE "C".
               10 WOM-SERVICE-DATE PIC X(8).
               10 WOM-MILEAGE-AT-SERVICE PIC 9(6).
               10 WOM-LABOUR-HOURS PIC 9(4)V99.
               10 WOM-LABOUR-COST PIC 9(7)V99.
               10 WOM-PARTS-COST PIC 9(7)V99.
               10 WOM-CLOSED-BY PIC X(8).
               10 FILLER PIC X(10).

       FD INCIDENT-MASTER.
       01 INCIDENT-MASTER-RECORD.
           05 INC-KEY.
               10 INC-CAR-MODEL PIC X(15).
               10 INC-DATE PIC X(8).
           05 INC-TIME PIC X(4).
           05 INC-TYPE PIC X.
           05 INC-DESCRIPTION PIC X(40).
           05 INC-ESTIMATED-COST PIC 9(7)V99.
           05 INC-ACTUAL-COST PIC 9(7)V99.
           05 INC-CLAIM-NUMBER PIC X(15).
           05 INC-RECOVERED-AMT PIC 9(7)V99.
           05 INC-AT-FAULT PIC X.
           05 INC-DRIVER-EMP-ID PIC X(6).
           05 INC-DRIVER-SOURCE PIC X.
           05 INC-HOLD-FLG PIC X.

       FD CAP-CLASS-FILE.
       01 CAP-CLASS-RECORD.
           05 FCC-LOW-BOUND PIC 9(8).
           05 FILLER PIC X.
           05 FCC-HIGH-BOUND PIC 9(8).
           05 FILLER PIC X.
           05 FCC-CLASS-CODE PIC X(6).

      ******************************************************************
      * One row per scoring factor or setting.  A factor row carries
      * its weight and the value scoring no points (low) and the
      * value scoring full points (high) - for net book value the low
      * end is the larger number, since a vehicle worth less on the
      * books is the stronger candidate.  Setting rows use only the
      * first value column.
      ******************************************************************
       FD REPL-PARM-FILE.
       01 REPL-PARM-RECORD.
           05 RPM-KEYWORD PIC X(8).
           05 FILLER PIC X.
           05 RPM-WEIGHT PIC 9(3).
           05 FILLER PIC X.
           05 RPM-LOW-VALUE PIC 9(7).
           05 FILLER PIC X.
           05 RPM-HIGH-VALUE PIC 9(7).

       FD REPL-COST-FILE.
       01 REPL-COST-RECORD.
           05 RPC-CLASS-CODE PIC X(6).
           05 FILLER PIC X.
           05 RPC-REPLACEMENT-COST PIC 9(7).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-SCORE PIC 9(3)V9.
           05 SW-CAR-MODEL PIC X(15).
           05 SW-VEHICLE-SUB PIC 9(4).

       FD REPL-PLAN-RPT.
       01 REPL-PLAN-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-WO-FILE-STATUS PIC X(2).
       01 WS-INCIDENT-FILE-STATUS PIC X(2).
       01 WS-CLASS-FILE-STATUS PIC X(2).
       01 WS-PARM-FILE-STATUS PIC X(2).
       01 WS-COST-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUS-DATE-HOLD PIC X(8).
       01 WS-BUS-YEAR PIC 9(4).
       01 WS-LOOKBACK-DATE PIC X(8).
       01 WS-LOOKBACK-YEAR PIC 9(4).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-BUS-DATE-INT PIC 9(8).
       01 WS-ACQ-DATE-INT PIC 9(8).
       01 WS-ACQ-YEAR PIC 9(4).
       01 WS-EOF-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-FOUND-SUB PIC 9(4).
       01 WS-SCAN-SUB PIC 9(4).
       01 WS-SEARCH-MODEL PIC X(15).
       01 WS-PRIOR-VEHICLE-ID PIC X(15).
       01 WS-FIRST-VEHICLE-FLG PIC X.
       01 WS-RANK PIC 9(4).

      ******************************************************************
      * Scoring settings - REPLPARM.TBL overrides these when present.
      ******************************************************************
       01 WS-CUTOFF-SCORE PIC 9(3) VALUE 60.
       01 WS-LIFE-YEARS PIC 9(2) VALUE 5.
       01 WS-TREND-READINGS PIC 9(2) VALUE 5.
       01 WS-INFLATION-PCT PIC 9(3) VALUE 3.

       01 FACTOR-TABLE.
           05 FACTOR-ENTRY OCCURS 5 TIMES.
               10 FCT-KEYWORD PIC X(8).
               10 FCT-WEIGHT PIC 9(3).
               10 FCT-LOW-VALUE PIC 9(7).
               10 FCT-HIGH-VALUE PIC 9(7).
       01 WS-FACTOR-SUB PIC 9.
       01 WS-WEIGHT-TOTAL PIC 9(4).
       01 WS-FACTOR-VALUE PIC S9(9)V99.
       01 WS-FACTOR-POINTS PIC 9(3)V99.
       01 WS-WEIGHTED-POINTS PIC 9(7)V99.

       01 WS-CLASS-COUNT PIC 99 VALUE 0.
       01 CAP-CLASS-TABLE.
           05 CAP-CLASS-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CLASS-COUNT.
               10 CLS-LOW-BOUND PIC 9(8).
               10 CLS-HIGH-BOUND PIC 9(8).
               10 CLS-CLASS-CODE PIC X(6).
               10 CLS-REPLACEMENT-COST PIC 9(7).

      ******************************************************************
      * Trend window - the blended-score points of a vehicle's last
      * two trend periods of readings, oldest first.
      ******************************************************************
       01 WS-WINDOW-COUNT PIC 99.
       01 WS-WINDOW-SIZE PIC 99.
       01 WS-WINDOW-SUB PIC 99.
       01 WS-CHAR-SUB PIC 9.
       01 WS-READING-POINTS PIC 9.
       01 WS-CHAR-POINTS PIC 9.
       01 WS-PRIOR-TOTAL PIC 9(4).
       01 WS-RECENT-TOTAL PIC 9(4).
       01 SCORE-WINDOW-TABLE.
           05 SCW-POINTS PIC 9 OCCURS 40 TIMES.

       01 WS-VEHICLE-COUNT PIC 9(4) VALUE 0.
       01 VEHICLE-TABLE.
           05 VEHICLE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT.
               10 VHT-CAR-MODEL PIC X(15).
               10 VHT-ENGINE PIC X(25).
               10 VHT-STATUS PIC X.
               10 VHT-ACQ-DATE PIC X(8).
               10 VHT-ACQ-COST PIC 9(7)V99.
               10 VHT-ACQ-OK-FLG PIC X.
               10 VHT-AGE-YEARS PIC 9(3)V9.
               10 VHT-ACCUM-DEPR PIC 9(7)V99.
               10 VHT-NBV-PCT PIC 9(3).
               10 VHT-FUEL-LIFE PIC 9(9)V99.
               10 VHT-FUEL-RECENT PIC 9(7)V99.
               10 VHT-TREND PIC S9(3)V9.
               10 VHT-MAINT-LIFE PIC 9(9)V99.
               10 VHT-MAINT-RECENT PIC 9(7)V99.
               10 VHT-DAMAGE-NET PIC S9(9)V99.
               10 VHT-SCORE PIC 9(3)V9.
               10 VHT-CLASS-CODE PIC X(6).
               10 VHT-REPLACEMENT-COST PIC 9(7).
               10 VHT-PLAN-YEAR PIC 9(4).

       01 WS-YEARS-ELAPSED PIC 9(3).
       01 WS-ANNUAL-DEPR PIC 9(7)V99.
       01 WS-NET-BOOK-VALUE PIC 9(7)V99.
       01 WS-INCIDENT-COST PIC 9(7)V99.
       01 WS-TCO-TOTAL PIC S9(9)V99.
       01 WS-TCO-PER-YEAR PIC S9(9)V99.
       01 WS-TCO-YEARS PIC 9(3)V9.
       01 WS-PLAN-YEAR-SUB PIC 9.
       01 WS-ESCALATED-COST PIC 9(9)V99.
       01 WS-NO-ACQ-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-PRICE-COUNT PIC 9(4) VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(4) VALUE 0.

      ******************************************************************
      * Capital budget - units and escalated replacement cost for
      * each engine type in each of the three plan years.
      ******************************************************************
       01 WS-BUDGET-COUNT PIC 99 VALUE 0.
       01 WS-BUDGET-SUB PIC 99.
       01 BUDGET-TABLE.
           05 BUDGET-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-BUDGET-COUNT.
               10 BGT-ENGINE PIC X(25).
               10 BGT-YEAR OCCURS 3 TIMES.
                   15 BGT-UNITS PIC 9(4).
                   15 BGT-COST PIC 9(9)V99.
       01 BUDGET-YEAR-TOTALS.
           05 BYT-YEAR OCCURS 3 TIMES.
               10 BYT-UNITS PIC 9(4).
               10 BYT-COST PIC 9(9)V99.
       01 WS-ROW-UNITS PIC 9(4).
       01 WS-ROW-COST PIC 9(9)V99.

       01 PLAN-RPT-HEADER-1.
           05 FILLER PIC X(31) VALUE
              "FLEET REPLACEMENT PLAN - AS OF ".
           05 PRH-AS-OF-DATE PIC X(8).
           05 FILLER PIC X(22) VALUE "   CANDIDATE CUTOFF: ".
           05 PRH-CUTOFF PIC ZZ9.
           05 FILLER PIC X(17) VALUE "   USEFUL LIFE: ".
           05 PRH-LIFE PIC Z9.
           05 FILLER PIC X(20) VALUE "   FUEL/MAINT SINCE ".
           05 PRH-LOOKBACK-DATE PIC X(8).

       01 PLAN-RPT-HEADER-2.
           05 FILLER PIC X(14) VALUE "WEIGHTS - AGE ".
           05 PRH-WEIGHT-AGE PIC ZZ9.
           05 FILLER PIC X(6) VALUE "  NBV ".
           05 PRH-WEIGHT-NBV PIC ZZ9.
           05 FILLER PIC X(7) VALUE "  FUEL ".
           05 PRH-WEIGHT-FUEL PIC ZZ9.
           05 FILLER PIC X(8) VALUE "  TREND ".
           05 PRH-WEIGHT-TREND PIC ZZ9.
           05 FILLER PIC X(8) VALUE "  MAINT ".
           05 PRH-WEIGHT-MAINT PIC ZZ9.

       01 PLAN-RPT-HEADER-3.
           05 FILLER PIC X(6) VALUE "RANK".
           05 FILLER PIC X(17) VALUE "VEHICLE".
           05 FILLER PIC X(22) VALUE "ENGINE".
           05 FILLER PIC X(7) VALUE "  AGE".
           05 FILLER PIC X(6) VALUE "NBV%".
           05 FILLER PIC X(12) VALUE "  FUEL 12MO".
           05 FILLER PIC X(7) VALUE " TREND".
           05 FILLER PIC X(12) VALUE " MAINT 12MO".
           05 FILLER PIC X(8) VALUE "  SCORE".
           05 FILLER PIC X(6) VALUE "CAND".
           05 FILLER PIC X(9) VALUE "REPLACE".

       01 PLAN-RPT-DETAIL.
           05 PRD-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-ENGINE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-AGE PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-NBV-PCT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-FUEL-RECENT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-TREND PIC -Z9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-MAINT-RECENT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-SCORE PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PRD-CANDIDATE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PRD-PLAN-YEAR PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRD-NOTE PIC X(12).

       01 PLAN-RPT-TCO-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "TCO: DEPR ".
           05 PRT-DEPRECIATION PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  FUEL ".
           05 PRT-FUEL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  MAINT ".
           05 PRT-MAINT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  DAMAGE ".
           05 PRT-DAMAGE PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  TOTAL ".
           05 PRT-TOTAL PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  PER YEAR ".
           05 PRT-PER-YEAR PIC -Z,ZZZ,ZZ9.99.

       01 PLAN-RPT-TRAILER.
           05 FILLER PIC X(10) VALUE "VEHICLES: ".
           05 PRT-VEHICLE-COUNT PIC Z,ZZ9.
           05 FILLER PIC X(14) VALUE "  CANDIDATES: ".
           05 PRT-CANDIDATE-COUNT PIC Z,ZZ9.
           05 FILLER PIC X(24) VALUE "  NO ACQUISITION DATA: ".
           05 PRT-NO-ACQ-COUNT PIC Z,ZZ9.
           05 FILLER PIC X(26) VALUE "  NO REPLACEMENT PRICE: ".
           05 PRT-NO-PRICE-COUNT PIC Z,ZZ9.

       01 BUDGET-RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              "THREE-YEAR REPLACEMENT CAPITAL BUDGET".
           05 FILLER PIC X(22) VALUE "ESCALATION PER YEAR: ".
           05 BRH-INFLATION PIC ZZ9.
           05 FILLER PIC X VALUE "%".

       01 BUDGET-RPT-HEADER-2.
           05 FILLER PIC X(27) VALUE "ENGINE TYPE".
           05 FILLER PIC X(6) VALUE "UNITS ".
           05 BRH-YEAR-1 PIC 9(4).
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "UNITS ".
           05 BRH-YEAR-2 PIC 9(4).
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "UNITS ".
           05 BRH-YEAR-3 PIC 9(4).
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "UNITS  THREE-YR TOTAL".

       01 BUDGET-RPT-DETAIL.
           05 BRD-ENGINE PIC X(25).
           05 FILLER PIC X(2).
           05 BRD-YEAR-COLUMN OCCURS 4 TIMES.
               10 BRD-UNITS PIC ZZZ9.
               10 FILLER PIC X.
               10 BRD-COST PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER PIC X(2).

       PROCEDURE DIVISION.
       100-PRODUCE-REPLACEMENT-PLAN.
           PERFORM 105-GET-BUSINESS-DATE
           PERFORM 110-LOAD-PLAN-PARAMETERS
           PERFORM 120-LOAD-CAP-CLASS-TABLE
           IF WS-CLASS-COUNT = 0
               DISPLAY "CAPCLASS.TBL MISSING OR EMPTY - CANNOT RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 130-LOAD-REPLACEMENT-COSTS

           PERFORM 200-LOAD-ACTIVE-VEHICLES
           PERFORM 300-SCAN-GAS-HISTORY
           PERFORM 350-SCAN-WORK-ORDERS
           PERFORM 370-SCAN-INCIDENTS

           INITIALIZE BUDGET-YEAR-TOTALS
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-VEHICLE-COUNT
               PERFORM 410-SCORE-ONE-VEHICLE
               PERFORM 430-PLAN-REPLACEMENT-YEAR
           END-PERFORM

           OPEN OUTPUT REPL-PLAN-RPT
           MOVE WS-BUS-DATE-HOLD TO PRH-AS-OF-DATE
           MOVE WS-CUTOFF-SCORE TO PRH-CUTOFF
           MOVE WS-LIFE-YEARS TO PRH-LIFE
           MOVE WS-LOOKBACK-DATE TO PRH-LOOKBACK-DATE
           WRITE REPL-PLAN-RPT-LINE FROM PLAN-RPT-HEADER-1
           MOVE FCT-WEIGHT(1) TO PRH-WEIGHT-AGE
           MOVE FCT-WEIGHT(2) TO PRH-WEIGHT-NBV
           MOVE FCT-WEIGHT(3) TO PRH-WEIGHT-FUEL
           MOVE FCT-WEIGHT(4) TO PRH-WEIGHT-TREND
           MOVE FCT-WEIGHT(5) TO PRH-WEIGHT-MAINT
           WRITE REPL-PLAN-RPT-LINE FROM PLAN-RPT-HEADER-2
           WRITE REPL-PLAN-RPT-LINE FROM SPACES
           WRITE REPL-PLAN-RPT-LINE FROM PLAN-RPT-HEADER-3

           MOVE 0 TO WS-RANK
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-SCORE
               ON ASCENDING KEY SW-CAR-MODEL
               INPUT PROCEDURE IS 500-RELEASE-SCORED-VEHICLES
               OUTPUT PROCEDURE IS 600-WRITE-RANKED-VEHICLES

           WRITE REPL-PLAN-RPT-LINE FROM SPACES
           MOVE WS-VEHICLE-COUNT TO PRT-VEHICLE-COUNT
           MOVE WS-CANDIDATE-COUNT TO PRT-CANDIDATE-COUNT
           MOVE WS-NO-ACQ-COUNT TO PRT-NO-ACQ-COUNT
           MOVE WS-NO-PRICE-COUNT TO PRT-NO-PRICE-COUNT
           WRITE REPL-PLAN-RPT-LINE FROM PLAN-RPT-TRAILER

           PERFORM 700-WRITE-CAPITAL-BUDGET
           CLOSE REPL-PLAN-RPT

           DISPLAY "REPLACEMENT PLAN WRITTEN TO REPLPLAN.RPT - "
                   "VEHICLES: " WS-VEHICLE-COUNT
                   " CANDIDATES: " WS-CANDIDATE-COUNT
           STOP RUN.

       105-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-HOLD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BUS-DATE IS NUMERIC
                           MOVE BUS-DATE TO WS-BUS-DATE-HOLD
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           MOVE WS-BUS-DATE-HOLD(1:4) TO WS-BUS-YEAR
           MOVE WS-BUS-DATE-HOLD TO WS-DATE-WORK
           COMPUTE WS-BUS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)

           COMPUTE WS-LOOKBACK-YEAR = WS-BUS-YEAR - 1
           MOVE WS-BUS-DATE-HOLD TO WS-LOOKBACK-DATE
           MOVE WS-LOOKBACK-YEAR TO WS-LOOKBACK-DATE(1:4)
           IF WS-LOOKBACK-DATE(5:4) = "0229"
               MOVE "0228" TO WS-LOOKBACK-DATE(5:4)
           END-IF.

      ******************************************************************
      * Factor rows are AGE (years), NBVPCT (book value as a percent
      * of cost), FUELCOST and MAINT (dollars over the last twelve
      * months) and TREND (fall in average blended-score points
      * between the two latest trend periods, in tenths).  Setting
      * rows are CUTOFF (candidate score), LIFE (useful life years),
      * TRENDWIN (readings per trend period, up to 20) and INFLATE
      * (replacement price escalation percent per year).
      ******************************************************************
       110-LOAD-PLAN-PARAMETERS.
           MOVE "AGE" TO FCT-KEYWORD(1)
           MOVE 30 TO FCT-WEIGHT(1)
           MOVE 3 TO FCT-LOW-VALUE(1)
           MOVE 10 TO FCT-HIGH-VALUE(1)
           MOVE "NBVPCT" TO FCT-KEYWORD(2)
           MOVE 20 TO FCT-WEIGHT(2)
           MOVE 100 TO FCT-LOW-VALUE(2)
           MOVE 0 TO FCT-HIGH-VALUE(2)
           MOVE "FUELCOST" TO FCT-KEYWORD(3)
           MOVE 20 TO FCT-WEIGHT(3)
           MOVE 1000 TO FCT-LOW-VALUE(3)
           MOVE 6000 TO FCT-HIGH-VALUE(3)
           MOVE "TREND" TO FCT-KEYWORD(4)
           MOVE 15 TO FCT-WEIGHT(4)
           MOVE 0 TO FCT-LOW-VALUE(4)
           MOVE 20 TO FCT-HIGH-VALUE(4)
           MOVE "MAINT" TO FCT-KEYWORD(5)
           MOVE 15 TO FCT-WEIGHT(5)
           MOVE 500 TO FCT-LOW-VALUE(5)
           MOVE 5000 TO FCT-HIGH-VALUE(5)

           OPEN INPUT REPL-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ REPL-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           PERFORM 115-STORE-PARAMETER-ROW
                   END-READ
               END-PERFORM
               CLOSE REPL-PARM-FILE
           ELSE
               DISPLAY "REPLPARM.TBL NOT FOUND - DEFAULT WEIGHTS USED"
           END-IF

           MOVE 0 TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
                   UNTIL WS-FACTOR-SUB > 5
               ADD FCT-WEIGHT(WS-FACTOR-SUB) TO WS-WEIGHT-TOTAL
           END-PERFORM
           IF WS-WEIGHT-TOTAL = 0
               DISPLAY "REPLPARM.TBL WEIGHTS ARE ALL ZERO - CANNOT RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       115-STORE-PARAMETER-ROW.
           IF RPM-WEIGHT IS NOT NUMERIC
                   OR RPM-LOW-VALUE IS NOT NUMERIC
                   OR RPM-HIGH-VALUE IS NOT NUMERIC
               DISPLAY "REPLPARM.TBL ROW IGNORED: " RPM-KEYWORD
           ELSE
               EVALUATE RPM-KEYWORD
                   WHEN "AGE"
                       MOVE 1 TO WS-FACTOR-SUB
                   WHEN "NBVPCT"
                       MOVE 2 TO WS-FACTOR-SUB
                   WHEN "FUELCOST"
                       MOVE 3 TO WS-FACTOR-SUB
                   WHEN "TREND"
                       MOVE 4 TO WS-FACTOR-SUB
                   WHEN "MAINT"
                       MOVE 5 TO WS-FACTOR-SUB
                   WHEN OTHER
                       MOVE 0 TO WS-FACTOR-SUB
               END-EVALUATE
               IF WS-FACTOR-SUB > 0
                   IF RPM-LOW-VALUE = RPM-HIGH-VALUE
                       DISPLAY "REPLPARM.TBL ROW IGNORED: "
                               RPM-KEYWORD
                   ELSE
                       MOVE RPM-WEIGHT TO FCT-WEIGHT(WS-FACTOR-SUB)
                       MOVE RPM-LOW-VALUE
                           TO FCT-LOW-VALUE(WS-FACTOR-SUB)
                       MOVE RPM-HIGH-VALUE
                           TO FCT-HIGH-VALUE(WS-FACTOR-SUB)
                   END-IF
               ELSE
                   EVALUATE RPM-KEYWORD
                       WHEN "CUTOFF"
                           IF RPM-LOW-VALUE NOT > 100
                               MOVE RPM-LOW-VALUE TO WS-CUTOFF-SCORE
                           END-IF
                       WHEN "LIFE"
                           IF RPM-LOW-VALUE > 0
                                   AND RPM-LOW-VALUE < 100
                               MOVE RPM-LOW-VALUE TO WS-LIFE-YEARS
                           END-IF
                       WHEN "TRENDWIN"
                           IF RPM-LOW-VALUE > 0
                                   AND RPM-LOW-VALUE NOT > 20
                               MOVE RPM-LOW-VALUE TO WS-TREND-READINGS
                           END-IF
                       WHEN "INFLATE"
                           IF RPM-LOW-VALUE < 100
                               MOVE RPM-LOW-VALUE TO WS-INFLATION-PCT
                           END-IF
                       WHEN OTHER
                           DISPLAY "REPLPARM.TBL ROW IGNORED: "
                                   RPM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF.

       120-LOAD-CAP-CLASS-TABLE.
           MOVE 'N' TO WS-EOF-FLG
           OPEN INPUT CAP-CLASS-FILE
           IF WS-CLASS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLG
           END-IF
           PERFORM UNTIL WS-EOF-FLG = 'Y'
               READ CAP-CLASS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLG
                   NOT AT END
                       IF WS-CLASS-COUNT < 20
                           ADD 1 TO WS-CLASS-COUNT
                           MOVE FCC-LOW-BOUND
                               TO CLS-LOW-BOUND(WS-CLASS-COUNT)
                           MOVE FCC-HIGH-BOUND
                               TO CLS-HIGH-BOUND(WS-CLASS-COUNT)
                           MOVE FCC-CLASS-CODE
                               TO CLS-CLASS-CODE(WS-CLASS-COUNT)
                           MOVE 0
                               TO CLS-REPLACEMENT-COST(WS-CLASS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASS-FILE-STATUS NOT = "35"
               CLOSE CAP-CLASS-FILE
           END-IF.

       130-LOAD-REPLACEMENT-COSTS.
           MOVE 'N' TO WS-EOF-FLG
           OPEN INPUT REPL-COST-FILE
           IF WS-COST-FILE-STATUS NOT = "00"
               DISPLAY "REPLCOST.TBL NOT FOUND - BUDGET WILL BE ZERO"
               MOVE 'Y' TO WS-EOF-FLG
           END-IF
           PERFORM UNTIL WS-EOF-FLG = 'Y'
               READ REPL-COST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLG
                   NOT AT END
                       IF RPC-REPLACEMENT-COST IS NUMERIC
                           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                                   UNTIL WS-TABLE-SUB > WS-CLASS-COUNT
                               IF CLS-CLASS-CODE(WS-TABLE-SUB)
                                       = RPC-CLASS-CODE
                                   MOVE RPC-REPLACEMENT-COST
                                       TO CLS-REPLACEMENT-COST
                                           (WS-TABLE-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COST-FILE-STATUS NOT = "35"
               CLOSE REPL-COST-FILE
           END-IF.

      ******************************************************************
      * Every vehicle not sold or scrapped is planned, including those
      * on service hold.  Age and book value need a valid acquisition
      * date and cost; without them the vehicle is scored on the
      * other factors only.
      ******************************************************************
       200-LOAD-ACTIVE-VEHICLES.
           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARMAST.IDX - STATUS: "
                       WS-CAR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLG
           PERFORM UNTIL WS-EOF-FLG = 'Y'
               READ CAR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLG
                   NOT AT END
                       IF NOT CAR-MASTER-IS-DISPOSED
                               AND WS-VEHICLE-COUNT < 1000
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE WS-VEHICLE-COUNT TO WS-TABLE-SUB
                           PERFORM 210-STORE-VEHICLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAR-MASTER.

       210-STORE-VEHICLE.
           INITIALIZE VEHICLE-ENTRY(WS-TABLE-SUB)
           MOVE CAR-MODEL-MASTER TO VHT-CAR-MODEL(WS-TABLE-SUB)
           MOVE ENGINE-MASTER TO VHT-ENGINE(WS-TABLE-SUB)
           MOVE CAR-STATUS-MASTER TO VHT-STATUS(WS-TABLE-SUB)
           MOVE ACQUISITION-DATE-MASTER TO VHT-ACQ-DATE(WS-TABLE-SUB)
           MOVE ACQUISITION-COST-MASTER TO VHT-ACQ-COST(WS-TABLE-SUB)
           MOVE 'N' TO VHT-ACQ-OK-FLG(WS-TABLE-SUB)
           MOVE 100 TO VHT-NBV-PCT(WS-TABLE-SUB)

           IF ACQUISITION-DATE-MASTER IS NUMERIC
                   AND ACQUISITION-COST-MASTER > 0
               MOVE ACQUISITION-DATE-MASTER TO WS-DATE-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) = 0
                   MOVE 'Y' TO VHT-ACQ-OK-FLG(WS-TABLE-SUB)
               END-IF
           END-IF

           IF VHT-ACQ-OK-FLG(WS-TABLE-SUB) = 'Y'
               PERFORM 220-DEPRECIATE-VEHICLE
           ELSE
               ADD 1 TO WS-NO-ACQ-COUNT
           END-IF

           MOVE SPACES TO VHT-CLASS-CODE(WS-TABLE-SUB)
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > WS-CLASS-COUNT
               IF TOWING-CAPACITY-MASTER
                       NOT < CLS-LOW-BOUND(WS-FOUND-SUB)
                       AND TOWING-CAPACITY-MASTER
                           NOT > CLS-HIGH-BOUND(WS-FOUND-SUB)
                   MOVE CLS-CLASS-CODE(WS-FOUND-SUB)
                       TO VHT-CLASS-CODE(WS-TABLE-SUB)
                   MOVE CLS-REPLACEMENT-COST(WS-FOUND-SUB)
                       TO VHT-REPLACEMENT-COST(WS-TABLE-SUB)
               END-IF
           END-PERFORM
           IF VHT-REPLACEMENT-COST(WS-TABLE-SUB) = 0
               ADD 1 TO WS-NO-PRICE-COUNT
           END-IF.

      ******************************************************************
      * Same basis as CAR-DEPRECIATION: straight line over the useful
      * life with no salvage, whole years from the acquisition year
      * to the business year, accumulated depreciation capped at
      * cost.  Age itself is measured in days for the score.
      ******************************************************************
       220-DEPRECIATE-VEHICLE.
           COMPUTE WS-ACQ-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-BUS-DATE-INT > WS-ACQ-DATE-INT
               COMPUTE VHT-AGE-YEARS(WS-TABLE-SUB) ROUNDED
                   = (WS-BUS-DATE-INT - WS-ACQ-DATE-INT) / 365.25
           END-IF

           MOVE ACQUISITION-DATE-MASTER(1:4) TO WS-ACQ-YEAR
           IF WS-BUS-YEAR > WS-ACQ-YEAR
               COMPUTE WS-YEARS-ELAPSED = WS-BUS-YEAR - WS-ACQ-YEAR
           ELSE
               MOVE 0 TO WS-YEARS-ELAPSED
           END-IF
           COMPUTE WS-ANNUAL-DEPR ROUNDED
               = ACQUISITION-COST-MASTER / WS-LIFE-YEARS
           COMPUTE VHT-ACCUM-DEPR(WS-TABLE-SUB)
               = WS-ANNUAL-DEPR * WS-YEARS-ELAPSED
           IF VHT-ACCUM-DEPR(WS-TABLE-SUB) > ACQUISITION-COST-MASTER
               MOVE ACQUISITION-COST-MASTER
                   TO VHT-ACCUM-DEPR(WS-TABLE-SUB)
           END-IF
           COMPUTE WS-NET-BOOK-VALUE
               = ACQUISITION-COST-MASTER - VHT-ACCUM-DEPR(WS-TABLE-SUB)
           COMPUTE VHT-NBV-PCT(WS-TABLE-SUB) ROUNDED
               = WS-NET-BOOK-VALUE * 100 / ACQUISITION-COST-MASTER.

      ******************************************************************
      * The history is in vehicle and timestamp order, so fuel cost
      * builds up a vehicle at a time and the trend window holds the
      * vehicle's latest readings when its last one has been read.
      ******************************************************************
       300-SCAN-GAS-HISTORY.
           OPEN INPUT GAS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "GASHIST.IDX NOT AVAILABLE - "
                       "FUEL AND TREND NOT SCORED"
           ELSE
               COMPUTE WS-WINDOW-SIZE = WS-TREND-READINGS * 2
               MOVE 'Y' TO WS-FIRST-VEHICLE-FLG
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ GAS-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           PERFORM 310-ADD-GAS-READING
                   END-READ
               END-PERFORM
               IF WS-FIRST-VEHICLE-FLG = 'N'
                   PERFORM 330-CLOSE-GAS-VEHICLE
               END-IF
               CLOSE GAS-HIST-FILE
           END-IF.

       310-ADD-GAS-READING.
           IF WS-FIRST-VEHICLE-FLG = 'Y'
                   OR HIST-VEHICLE-ID NOT = WS-PRIOR-VEHICLE-ID
               IF WS-FIRST-VEHICLE-FLG = 'N'
                   PERFORM 330-CLOSE-GAS-VEHICLE
               END-IF
               MOVE 'N' TO WS-FIRST-VEHICLE-FLG
               MOVE HIST-VEHICLE-ID TO WS-PRIOR-VEHICLE-ID
               MOVE HIST-VEHICLE-ID TO WS-SEARCH-MODEL
               PERFORM 380-FIND-VEHICLE
               MOVE 0 TO WS-WINDOW-COUNT
           END-IF

           IF WS-FOUND-SUB > 0
               ADD HIST-FUEL-COST TO VHT-FUEL-LIFE(WS-FOUND-SUB)
               IF HIST-TIMESTAMP(1:8) NOT < WS-LOOKBACK-DATE
                   ADD HIST-FUEL-COST TO VHT-FUEL-RECENT(WS-FOUND-SUB)
               END-IF
               PERFORM 320-SLIDE-TREND-WINDOW
           END-IF.

       320-SLIDE-TREND-WINDOW.
           MOVE 0 TO WS-READING-POINTS
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 2
               EVALUATE HIST-BLENDED-SCORE(WS-CHAR-SUB:1)
                   WHEN "E" MOVE 4 TO WS-CHAR-POINTS
                   WHEN "G" MOVE 3 TO WS-CHAR-POINTS
                   WHEN "F" MOVE 2 TO WS-CHAR-POINTS
                   WHEN "P" MOVE 1 TO WS-CHAR-POINTS
                   WHEN OTHER MOVE 0 TO WS-CHAR-POINTS
               END-EVALUATE
               ADD WS-CHAR-POINTS TO WS-READING-POINTS
           END-PERFORM

           IF WS-WINDOW-COUNT < WS-WINDOW-SIZE
               ADD 1 TO WS-WINDOW-COUNT
           ELSE
               PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
                       UNTIL WS-WINDOW-SUB >= WS-WINDOW-SIZE
                   MOVE SCW-POINTS(WS-WINDOW-SUB + 1)
                       TO SCW-POINTS(WS-WINDOW-SUB)
               END-PERFORM
           END-IF
           MOVE WS-READING-POINTS TO SCW-POINTS(WS-WINDOW-COUNT).

      ******************************************************************
      * Trend is the earlier period's average points less the later
      * period's, in tenths of a point - positive means the ratings
      * are getting worse.  A vehicle without two full periods of
      * readings shows no trend.
      ******************************************************************
       330-CLOSE-GAS-VEHICLE.
           IF WS-FOUND-SUB > 0 AND WS-WINDOW-COUNT = WS-WINDOW-SIZE
               MOVE 0 TO WS-PRIOR-TOTAL
               MOVE 0 TO WS-RECENT-TOTAL
               PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
                       UNTIL WS-WINDOW-SUB > WS-WINDOW-SIZE
                   IF WS-WINDOW-SUB > WS-TREND-READINGS
                       ADD SCW-POINTS(WS-WINDOW-SUB) TO WS-RECENT-TOTAL
                   ELSE
                       ADD SCW-POINTS(WS-WINDOW-SUB) TO WS-PRIOR-TOTAL
                   END-IF
               END-PERFORM
               COMPUTE VHT-TREND(WS-FOUND-SUB) ROUNDED
                   = (WS-PRIOR-TOTAL - WS-RECENT-TOTAL)
                     * 10 / WS-TREND-READINGS
           END-IF.

       350-SCAN-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-MASTER
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "WOMAST.IDX NOT AVAILABLE - "
                       "MAINTENANCE NOT SCORED"
           ELSE
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ WORK-ORDER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           IF WOM-IS-HEADER AND WOM-IS-COMPLETED
                               PERFORM 360-ADD-WORK-ORDER-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-MASTER
           END-IF.

       360-ADD-WORK-ORDER-COST.
           MOVE WOM-CAR-MODEL TO WS-SEARCH-MODEL
           PERFORM 380-FIND-VEHICLE
           IF WS-FOUND-SUB > 0
               ADD WOM-LABOUR-COST WOM-PARTS-COST
                   TO VHT-MAINT-LIFE(WS-FOUND-SUB)
               IF WOM-SERVICE-DATE NOT < WS-LOOKBACK-DATE
                   ADD WOM-LABOUR-COST WOM-PARTS-COST
                       TO VHT-MAINT-RECENT(WS-FOUND-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * Incident damage counts toward the cost of ownership at the
      * actual repair cost (the estimate until it is known) less
      * what the insurer recovered.  It does not feed the score.
      ******************************************************************
       370-SCAN-INCIDENTS.
           OPEN INPUT INCIDENT-MASTER
           IF WS-INCIDENT-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLG
               PERFORM UNTIL WS-EOF-FLG = 'Y'
                   READ INCIDENT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLG
                       NOT AT END
                           MOVE INC-CAR-MODEL TO WS-SEARCH-MODEL
                           PERFORM 380-FIND-VEHICLE
                           IF WS-FOUND-SUB > 0
                               IF INC-ACTUAL-COST > 0
                                   MOVE INC-ACTUAL-COST
                                       TO WS-INCIDENT-COST
                               ELSE
                                   MOVE INC-ESTIMATED-COST
                                       TO WS-INCIDENT-COST
                               END-IF
                               COMPUTE VHT-DAMAGE-NET(WS-FOUND-SUB)
                                   = VHT-DAMAGE-NET(WS-FOUND-SUB)
                                   + WS-INCIDENT-COST
                                   - INC-RECOVERED-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-MASTER
           END-IF.

       380-FIND-VEHICLE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-VEHICLE-COUNT
                       OR WS-FOUND-SUB > 0
               IF VHT-CAR-MODEL(WS-SCAN-SUB) = WS-SEARCH-MODEL
                   MOVE WS-SCAN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Each factor scores 0 to 100 points on a straight line between
      * its low and high values; the vehicle's score is the weighted
      * average of the five.
      ******************************************************************
       410-SCORE-ONE-VEHICLE.
           MOVE 0 TO WS-WEIGHTED-POINTS
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
                   UNTIL WS-FACTOR-SUB > 5
               EVALUATE WS-FACTOR-SUB
                   WHEN 1
                       MOVE VHT-AGE-YEARS(WS-TABLE-SUB)
                           TO WS-FACTOR-VALUE
                   WHEN 2
                       MOVE VHT-NBV-PCT(WS-TABLE-SUB)
                           TO WS-FACTOR-VALUE
                   WHEN 3
                       MOVE VHT-FUEL-RECENT(WS-TABLE-SUB)
                           TO WS-FACTOR-VALUE
                   WHEN 4
                       MOVE VHT-TREND(WS-TABLE-SUB)
                           TO WS-FACTOR-VALUE
                   WHEN 5
                       MOVE VHT-MAINT-RECENT(WS-TABLE-SUB)
                           TO WS-FACTOR-VALUE
               END-EVALUATE
               PERFORM 420-SCORE-ONE-FACTOR
               COMPUTE WS-WEIGHTED-POINTS = WS-WEIGHTED-POINTS
                   + WS-FACTOR-POINTS * FCT-WEIGHT(WS-FACTOR-SUB)
           END-PERFORM
           COMPUTE VHT-SCORE(WS-TABLE-SUB) ROUNDED
               = WS-WEIGHTED-POINTS / WS-WEIGHT-TOTAL
           IF VHT-SCORE(WS-TABLE-SUB) NOT < WS-CUTOFF-SCORE
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF.

       420-SCORE-ONE-FACTOR.
           IF FCT-LOW-VALUE(WS-FACTOR-SUB)
                   < FCT-HIGH-VALUE(WS-FACTOR-SUB)
               EVALUATE TRUE
                   WHEN WS-FACTOR-VALUE
                           NOT > FCT-LOW-VALUE(WS-FACTOR-SUB)
                       MOVE 0 TO WS-FACTOR-POINTS
                   WHEN WS-FACTOR-VALUE
                           NOT < FCT-HIGH-VALUE(WS-FACTOR-SUB)
                       MOVE 100 TO WS-FACTOR-POINTS
                   WHEN OTHER
                       COMPUTE WS-FACTOR-POINTS ROUNDED
                           = (WS-FACTOR-VALUE
                              - FCT-LOW-VALUE(WS-FACTOR-SUB)) * 100
                           / (FCT-HIGH-VALUE(WS-FACTOR-SUB)
                              - FCT-LOW-VALUE(WS-FACTOR-SUB))
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-FACTOR-VALUE
                           NOT < FCT-LOW-VALUE(WS-FACTOR-SUB)
                       MOVE 0 TO WS-FACTOR-POINTS
                   WHEN WS-FACTOR-VALUE
                           NOT > FCT-HIGH-VALUE(WS-FACTOR-SUB)
                       MOVE 100 TO WS-FACTOR-POINTS
                   WHEN OTHER
                       COMPUTE WS-FACTOR-POINTS ROUNDED
                           = (FCT-LOW-VALUE(WS-FACTOR-SUB)
                              - WS-FACTOR-VALUE) * 100
                           / (FCT-LOW-VALUE(WS-FACTOR-SUB)
                              - FCT-HIGH-VALUE(WS-FACTOR-SUB))
               END-EVALUATE
           END-IF.

      ******************************************************************
      * A candidate is budgeted in the first plan year.  Any other
      * vehicle is budgeted in the first plan year in which it has
      * reached its useful life, if that falls within the three
      * years.  The class price rises by the escalation percent for
      * each year after the first.
      ******************************************************************
       430-PLAN-REPLACEMENT-YEAR.
           MOVE 0 TO VHT-PLAN-YEAR(WS-TABLE-SUB)
           MOVE 0 TO WS-PLAN-YEAR-SUB
           IF VHT-SCORE(WS-TABLE-SUB) NOT < WS-CUTOFF-SCORE
               MOVE 1 TO WS-PLAN-YEAR-SUB
           ELSE
               IF VHT-ACQ-OK-FLG(WS-TABLE-SUB) = 'Y'
                   MOVE VHT-ACQ-DATE(WS-TABLE-SUB)(1:4) TO WS-ACQ-YEAR
                   PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                           UNTIL WS-CHAR-SUB > 3
                               OR WS-PLAN-YEAR-SUB > 0
                       IF WS-BUS-YEAR + WS-CHAR-SUB - WS-ACQ-YEAR
                               NOT < WS-LIFE-YEARS
                           MOVE WS-CHAR-SUB TO WS-PLAN-YEAR-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-PLAN-YEAR-SUB > 0
               COMPUTE VHT-PLAN-YEAR(WS-TABLE-SUB)
                   = WS-BUS-YEAR + WS-PLAN-YEAR-SUB
               COMPUTE WS-ESCALATED-COST ROUNDED
                   = VHT-REPLACEMENT-COST(WS-TABLE-SUB)
                   * (1 + WS-INFLATION-PCT / 100)
                   ** (WS-PLAN-YEAR-SUB - 1)
               PERFORM 440-ADD-TO-BUDGET
           END-IF.

       440-ADD-TO-BUDGET.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
                       OR WS-FOUND-SUB > 0
               IF BGT-ENGINE(WS-BUDGET-SUB) = VHT-ENGINE(WS-TABLE-SUB)
                   MOVE WS-BUDGET-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0 AND WS-BUDGET-COUNT < 50
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-FOUND-SUB
               INITIALIZE BUDGET-ENTRY(WS-FOUND-SUB)
               MOVE VHT-ENGINE(WS-TABLE-SUB)
                   TO BGT-ENGINE(WS-FOUND-SUB)
           END-IF
           IF WS-FOUND-SUB > 0
               ADD 1 TO BGT-UNITS(WS-FOUND-SUB, WS-PLAN-YEAR-SUB)
               ADD WS-ESCALATED-COST
                   TO BGT-COST(WS-FOUND-SUB, WS-PLAN-YEAR-SUB)
               ADD 1 TO BYT-UNITS(WS-PLAN-YEAR-SUB)
               ADD WS-ESCALATED-COST TO BYT-COST(WS-PLAN-YEAR-SUB)
           END-IF.

       500-RELEASE-SCORED-VEHICLES.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-VEHICLE-COUNT
               MOVE VHT-SCORE(WS-TABLE-SUB) TO SW-SCORE
               MOVE VHT-CAR-MODEL(WS-TABLE-SUB) TO SW-CAR-MODEL
               MOVE WS-TABLE-SUB TO SW-VEHICLE-SUB
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       600-WRITE-RANKED-VEHICLES.
           MOVE 'N' TO WS-EOF-FLG
           PERFORM 610-RETURN-RANKED-VEHICLE
           PERFORM UNTIL WS-EOF-FLG = 'Y'
               ADD 1 TO WS-RANK
               MOVE SW-VEHICLE-SUB TO WS-TABLE-SUB
               PERFORM 620-WRITE-VEHICLE-LINES
               PERFORM 610-RETURN-RANKED-VEHICLE
           END-PERFORM.

       610-RETURN-RANKED-VEHICLE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLG
           END-RETURN.

      ******************************************************************
      * Cost of ownership to date is depreciation taken plus all the
      * fuel, maintenance and net incident damage on file; the yearly
      * figure spreads it over the vehicle's age (at least one year).
      ******************************************************************
       620-WRITE-VEHICLE-LINES.
           MOVE SPACES TO PRD-NOTE
           MOVE WS-RANK TO PRD-RANK
           MOVE VHT-CAR-MODEL(WS-TABLE-SUB) TO PRD-CAR-MODEL
           MOVE VHT-ENGINE(WS-TABLE-SUB) TO PRD-ENGINE
           MOVE VHT-AGE-YEARS(WS-TABLE-SUB) TO PRD-AGE
           MOVE VHT-NBV-PCT(WS-TABLE-SUB) TO PRD-NBV-PCT
           MOVE VHT-FUEL-RECENT(WS-TABLE-SUB) TO PRD-FUEL-RECENT
           COMPUTE PRD-TREND = VHT-TREND(WS-TABLE-SUB) / 10
           MOVE VHT-MAINT-RECENT(WS-TABLE-SUB) TO PRD-MAINT-RECENT
           MOVE VHT-SCORE(WS-TABLE-SUB) TO PRD-SCORE
           IF VHT-SCORE(WS-TABLE-SUB) NOT < WS-CUTOFF-SCORE
               MOVE "YES" TO PRD-CANDIDATE
           ELSE
               MOVE SPACES TO PRD-CANDIDATE
           END-IF
           IF VHT-PLAN-YEAR(WS-TABLE-SUB) > 0
               MOVE VHT-PLAN-YEAR(WS-TABLE-SUB) TO PRD-PLAN-YEAR
           ELSE
               MOVE "----" TO PRD-PLAN-YEAR
           END-IF
           EVALUATE TRUE
               WHEN VHT-ACQ-OK-FLG(WS-TABLE-SUB) = 'N'
                   MOVE "NO ACQ DATA" TO PRD-NOTE
               WHEN VHT-REPLACEMENT-COST(WS-TABLE-SUB) = 0
                   MOVE "NO PRICE" TO PRD-NOTE
               WHEN VHT-STATUS(WS-TABLE-SUB) = "H"
                   MOVE "SERVICE HOLD" TO PRD-NOTE
           END-EVALUATE
           WRITE REPL-PLAN-RPT-LINE FROM PLAN-RPT-DETAIL

           COMPUTE WS-TCO-TOTAL = VHT-ACCUM-DEPR(WS-TABLE-SUB)
               + VHT-FUEL-LIFE(WS-TABLE-SUB)
               + VHT-MAINT-LIFE(WS-TABLE-SUB)
               + VHT-DAMAGE-NET(WS-TABLE-SUB)
           IF VHT-AGE-YEARS(WS-TABLE-SUB) < 1
               MOVE 1 TO WS-TCO-YEARS
           ELSE
               MOVE VHT-AGE-YEARS(WS-TABLE-SUB) TO WS-TCO-YEARS
           END-IF
           COMPUTE WS-TCO-PER-YEAR ROUNDED
               = WS-TCO-TOTAL / WS-TCO-YEARS
           MOVE VHT-ACCUM-DEPR(WS-TABLE-SUB) TO PRT-DEPRECIATION
           MOVE VHT-FUEL-LIFE(WS-TABLE-SUB) TO PRT-FUEL
           MOVE VHT-MAINT-LIFE(WS-TABLE-SUB) TO PRT-MAINT
           MOVE VHT-DAMAGE-NET(WS-TABLE-SUB) TO PRT-DAMAGE
           MOVE WS-TCO-TOTAL TO PRT-TOTAL
           MOVE WS-TCO-PER-YEAR TO PRT-PER-YEAR
           WRITE REPL-PLAN-RPT-LINE FROM PLAN-RPT-TCO-LINE.

       700-WRITE-CAPITAL-BUDGET.
           WRITE REPL-PLAN-RPT-LINE FROM SPACES
           WRITE REPL-PLAN-RPT-LINE FROM SPACES
           MOVE WS-INFLATION-PCT TO BRH-INFLATION
           WRITE REPL-PLAN-RPT-LINE FROM BUDGET-RPT-HEADER-1
           COMPUTE BRH-YEAR-1 = WS-BUS-YEAR + 1
           COMPUTE BRH-YEAR-2 = WS-BUS-YEAR + 2
           COMPUTE BRH-YEAR-3 = WS-BUS-YEAR + 3
           WRITE REPL-PLAN-RPT-LINE FROM BUDGET-RPT-HEADER-2

           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               MOVE SPACES TO BUDGET-RPT-DETAIL
               MOVE BGT-ENGINE(WS-BUDGET-SUB) TO BRD-ENGINE
               MOVE 0 TO WS-ROW-UNITS
               MOVE 0 TO WS-ROW-COST
               PERFORM VARYING WS-PLAN-YEAR-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-YEAR-SUB > 3
                   MOVE BGT-UNITS(WS-BUDGET-SUB, WS-PLAN-YEAR-SUB)
                       TO BRD-UNITS(WS-PLAN-YEAR-SUB)
                   MOVE BGT-COST(WS-BUDGET-SUB, WS-PLAN-YEAR-SUB)
                       TO BRD-COST(WS-PLAN-YEAR-SUB)
                   ADD BGT-UNITS(WS-BUDGET-SUB, WS-PLAN-YEAR-SUB)
                       TO WS-ROW-UNITS
                   ADD BGT-COST(WS-BUDGET-SUB, WS-PLAN-YEAR-SUB)
                       TO WS-ROW-COST
               END-PERFORM
               MOVE WS-ROW-UNITS TO BRD-UNITS(4)
               MOVE WS-ROW-COST TO BRD-COST(4)
               WRITE REPL-PLAN-RPT-LINE FROM BUDGET-RPT-DETAIL
           END-PERFORM

           MOVE SPACES TO BUDGET-RPT-DETAIL
           MOVE "FLEET TOTAL" TO BRD-ENGINE
           MOVE 0 TO WS-ROW-UNITS
           MOVE 0 TO WS-ROW-COST
           PERFORM VARYING WS-PLAN-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-YEAR-SUB > 3
               MOVE BYT-UNITS(WS-PLAN-YEAR-SUB)
                   TO BRD-UNITS(WS-PLAN-YEAR-SUB)
               MOVE BYT-COST(WS-PLAN-YEAR-SUB)
                   TO BRD-COST(WS-PLAN-YEAR-SUB)
               ADD BYT-UNITS(WS-PLAN-YEAR-SUB) TO WS-ROW-UNITS
               ADD BYT-COST(WS-PLAN-YEAR-SUB) TO WS-ROW-COST
           END-PERFORM
           MOVE WS-ROW-UNITS TO BRD-UNITS(4)
           MOVE WS-ROW-COST TO BRD-COST(4)
           WRITE REPL-PLAN-RPT-LINE FROM SPACES
           WRITE REPL-PLAN-RPT-LINE FROM BUDGET-RPT-DETAIL.

       END PROGRAM REPLACEMENT-PLAN.
