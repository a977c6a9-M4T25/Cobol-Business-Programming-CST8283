      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-11
      * Purpose: Fuel purchase anomaly report - nightly exception run
      *          over the gas history master for the readings dated in
      *          the look-back window.  Flags fills larger than the
      *          tank for the vehicle's engine family, more fills in a
      *          day than the parameter limit, a price per litre far
      *          off the fleet average for that date, purchases on
      *          sold, scrapped or service-hold vehicles, and fuel
      *          spend jumping over the vehicle's own trailing
      *          average.  Every hit carries the employee assigned to
      *          the vehicle and the report is ranked by severity for
      *          the morning dashboard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-ANOMALY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAS-HIST-FILE
               ASSIGN TO "GASHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT ASSIGN-MASTER
               ASSIGN TO "../Lab 8/ASSIGNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../Lab 8/EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT ENGINE-FAMILY-FILE
               ASSIGN TO "../Lab 4/ENGFAM.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-FILE-STATUS.

           SELECT TANK-CAPACITY-FILE
               ASSIGN TO "TANKCAP.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TANK-FILE-STATUS.

           SELECT ANOMALY-PARM-FILE
               ASSIGN TO "FUELANOM.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT ANOMALY-RPT
               ASSIGN TO "FUELANOM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CAR-MASTER.
       01 CAR-MASTER-RECORD.
           05 CAR-MODEL-MASTER PIC X(15).
           05 CAR-MASTER-DATA.
               10 ENGINE-MASTER PIC X(25).
               10 TOWING-CAPACITY-MASTER PIC 9(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-SOLD VALUE "S".
                   88 CAR-MASTER-IS-SCRAPPED VALUE "X".
                   88 CAR-MASTER-IS-SERVICE-HOLD VALUE "H".
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

       FD ENGINE-FAMILY-FILE.
       01 ENGINE-FAMILY-RECORD.
           05 EF-FAMILY-CODE PIC X(4).
           05 FILLER PIC X.
           05 EF-ENGINE-NAME PIC X(25).

       FD TANK-CAPACITY-FILE.
       01 TANK-CAPACITY-RECORD.
           05 TC-FAMILY-CODE PIC X(4).
           05 FILLER PIC X.
           05 TC-TANK-LITRES PIC 9(3).

       FD ANOMALY-PARM-FILE.
       01 ANOMALY-PARM-RECORD.
           05 FAP-LOOKBACK-DAYS PIC 9(3).
           05 FILLER PIC X.
           05 FAP-MAX-FILLS-PER-DAY PIC 9(2).
           05 FILLER PIC X.
           05 FAP-PRICE-TOLERANCE-PCT PIC 9(3).
           05 FILLER PIC X.
           05 FAP-SPEND-JUMP-PCT PIC 9(3).
           05 FILLER PIC X.
           05 FAP-TRAILING-READINGS PIC 9(2).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD ANOMALY-RPT.
       01 ANOMALY-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-FAMILY-FILE-STATUS PIC X(2).
       01 WS-TANK-FILE-STATUS PIC X(2).
       01 WS-PARM-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-EMP-FILE-OPEN-FLG PIC X VALUE 'N'.
       01 WS-HIST-EOF-FLG PIC X.
       01 WS-TABLE-EOF-FLG PIC X.
       01 WS-FIRST-VEHICLE-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-FOUND-SUB PIC 9(4).

       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-WINDOW-START-DATE PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-READING-DATE PIC X(8).

      ******************************************************************
      * Run parameters - FUELANOM.TBL overrides these when present
      * and sensible.
      ******************************************************************
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 7.
       01 WS-MAX-FILLS-PER-DAY PIC 9(2) VALUE 2.
       01 WS-PRICE-TOLERANCE-PCT PIC 9(3) VALUE 15.
       01 WS-SPEND-JUMP-PCT PIC 9(3) VALUE 50.
       01 WS-TRAILING-READINGS PIC 9(2) VALUE 5.

      ******************************************************************
      * Current vehicle - what the CAR master and the tank table say
      * about it, and its running fill and spend history.
      ******************************************************************
       01 WS-CURRENT-VEHICLE-ID PIC X(15).
       01 WS-CAR-ON-MASTER-FLG PIC X.
       01 WS-CAR-STATUS PIC X.
           88 WS-CAR-IS-SOLD VALUE "S".
           88 WS-CAR-IS-SCRAPPED VALUE "X".
           88 WS-CAR-IS-SERVICE-HOLD VALUE "H".
       01 WS-CAR-DISPOSAL-DATE PIC X(8).
       01 WS-CAR-FAMILY-CODE PIC X(4).
       01 WS-TANK-CAPACITY PIC 9(3).
       01 WS-LAST-FILL-DATE PIC X(8).
       01 WS-FILLS-THIS-DAY PIC 9(3).
       01 WS-TRAILING-COUNT PIC 9(2).
       01 WS-TRAILING-TOTAL PIC 9(6)V99.
       01 WS-TRAILING-AVERAGE PIC 9(4)V99.
       01 WS-SPEND-LIMIT PIC 9(6)V99.
       01 TRAILING-SPEND-TABLE.
           05 TRAILING-SPEND-ENTRY OCCURS 20 TIMES.
               10 TSP-FUEL-COST PIC 9(4)V99.

       01 WS-PRICE-PER-LITRE PIC 9(4)V999.
       01 WS-FLEET-PRICE PIC 9(4)V999.
       01 WS-PRICE-VARIANCE-PCT PIC 9(5)V9.

       01 WS-READINGS-IN-WINDOW PIC 9(5) VALUE 0.
       01 WS-VEHICLES-CHECKED PIC 9(5) VALUE 0.
       01 WS-HITS-DROPPED PIC 9(5) VALUE 0.
       01 WS-SEVERITY-COUNT PIC 9(5) OCCURS 3 TIMES.
       01 WS-SEVERITY-SUB PIC 9.

       01 WS-FAMILY-COUNT PIC 9(3) VALUE 0.
       01 ENGINE-FAMILY-TABLE.
           05 ENGINE-FAMILY-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FAMILY-COUNT.
               10 EFT-FAMILY-CODE PIC X(4).
               10 EFT-ENGINE-NAME PIC X(25).

       01 WS-TANK-COUNT PIC 9(3) VALUE 0.
       01 TANK-CAPACITY-TABLE.
           05 TANK-CAPACITY-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-TANK-COUNT.
               10 TCT-FAMILY-CODE PIC X(4).
               10 TCT-TANK-LITRES PIC 9(3).

       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 ASSIGNMENT-TABLE.
           05 ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT.
               10 AST-CAR-MODEL PIC X(15).
               10 AST-EMP-ID PIC X(6).
               10 AST-EFFECTIVE-DATE PIC X(8).

      ******************************************************************
      * Fleet totals per reading date inside the window, built on the
      * first pass so each fill can be priced against its own day.
      ******************************************************************
       01 WS-DATE-COUNT PIC 9(3) VALUE 0.
       01 FLEET-DATE-TABLE.
           05 FLEET-DATE-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-DATE-COUNT.
               10 FDT-READING-DATE PIC X(8).
               10 FDT-LITRES PIC 9(7)V99.
               10 FDT-FUEL-COST PIC 9(8)V99.

      ******************************************************************
      * Hits are held until the history has been walked so the report
      * can be written worst severity first.
      ******************************************************************
       01 WS-HIT-COUNT PIC 9(4) VALUE 0.
       01 ANOMALY-HIT-TABLE.
           05 ANOMALY-HIT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-HIT-COUNT.
               10 AHT-SEVERITY PIC 9.
               10 AHT-VEHICLE-ID PIC X(15).
               10 AHT-READING-DATE PIC X(8).
               10 AHT-LITRES PIC 9(3)V99.
               10 AHT-FUEL-COST PIC 9(4)V99.
               10 AHT-COMPARE-VALUE PIC 9(5)V999.
               10 AHT-REASON PIC X(34).
               10 AHT-EMP-ID PIC X(6).
               10 AHT-EMP-NAME PIC X(20).

       01 WS-NEW-SEVERITY PIC 9.
       01 WS-NEW-COMPARE-VALUE PIC 9(5)V999.
       01 WS-NEW-REASON PIC X(34).
       01 WS-ASSIGNED-EMP-ID PIC X(6).
       01 WS-ASSIGNED-EMP-NAME PIC X(20).
       01 WS-BEST-EFFECTIVE-DATE PIC X(8).

       01 ANOMALY-RPT-HEADER-1.
           05 FILLER PIC X(40) VALUE
              "FUEL PURCHASE ANOMALY REPORT".

       01 ANOMALY-RPT-HEADER-2.
           05 FILLER PIC X(16) VALUE "READINGS DATED ".
           05 FAN-HDR-FROM-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 FAN-HDR-TO-DATE PIC X(8).

       01 ANOMALY-RPT-HEADER-3.
           05 FILLER PIC X(7) VALUE "RANK".
           05 FILLER PIC X(16) VALUE "VEHICLE".
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(8) VALUE "LITRES".
           05 FILLER PIC X(10) VALUE "COST".
           05 FILLER PIC X(11) VALUE "COMPARED".
           05 FILLER PIC X(35) VALUE "ANOMALY".
           05 FILLER PIC X(27) VALUE "ASSIGNED EMPLOYEE".

       01 ANOMALY-RPT-DETAIL.
           05 FILLER PIC X(4) VALUE "SEV ".
           05 FAN-SEVERITY PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FAN-VEHICLE-ID PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 FAN-READING-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FAN-LITRES PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FAN-FUEL-COST PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FAN-COMPARE-VALUE PIC ZZZZ9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FAN-REASON PIC X(34).
           05 FILLER PIC X VALUE SPACE.
           05 FAN-EMP-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 FAN-EMP-NAME PIC X(20).

       01 ANOMALY-RPT-TRAILER.
           05 FILLER PIC X(18) VALUE "READINGS CHECKED: ".
           05 FAN-READINGS PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  SEVERITY 1/2/3".
           05 FILLER PIC X(2) VALUE ": ".
           05 FAN-SEV-1-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE "/".
           05 FAN-SEV-2-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE "/".
           05 FAN-SEV-3-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-ANOMALY-REPORT.
           PERFORM 105-GET-BUSINESS-DATE
           PERFORM 110-LOAD-ANOMALY-PARMS
           MOVE 0 TO WS-SEVERITY-COUNT(1)
           MOVE 0 TO WS-SEVERITY-COUNT(2)
           MOVE 0 TO WS-SEVERITY-COUNT(3)
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               - WS-LOOKBACK-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-WORK
           MOVE WS-DATE-WORK TO WS-WINDOW-START-DATE

           PERFORM 120-LOAD-ENGINE-FAMILY-TABLE
           PERFORM 130-LOAD-TANK-CAPACITY-TABLE
           PERFORM 140-LOAD-ASSIGNMENT-TABLE

           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CAR MASTER - STATUS: "
                       WS-CAR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-FILE-OPEN-FLG
           END-IF

           PERFORM 200-BUILD-FLEET-DATE-AVERAGES

           OPEN INPUT GAS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GASHIST.IDX - STATUS: "
                       WS-HIST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-HIST-EOF-FLG
           MOVE 'Y' TO WS-FIRST-VEHICLE-FLG
           PERFORM 300-CHECK-ONE-HISTORY-RECORD
               UNTIL WS-HIST-EOF-FLG = 'Y'
           CLOSE GAS-HIST-FILE

           CLOSE CAR-MASTER
           IF WS-EMP-FILE-OPEN-FLG = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF

           PERFORM 500-WRITE-RANKED-REPORT

           DISPLAY "FUEL ANOMALY REPORT WRITTEN - CHECKED: "
                   WS-READINGS-IN-WINDOW
                   " HITS: " WS-HIT-COUNT
           IF WS-HITS-DROPPED > 0
               DISPLAY "HIT TABLE FULL - " WS-HITS-DROPPED
                       " FURTHER HITS NOT LISTED"
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
      * FUELANOM.TBL is one line: look-back days, fills allowed per
      * day, price tolerance percent, spend jump percent and the
      * number of trailing readings the spend average is taken over.
      * A missing or unreadable line leaves the defaults in place.
      ******************************************************************
       110-LOAD-ANOMALY-PARMS.
           OPEN INPUT ANOMALY-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ ANOMALY-PARM-FILE
                   NOT AT END
                       IF FAP-LOOKBACK-DAYS IS NUMERIC
                               AND FAP-MAX-FILLS-PER-DAY IS NUMERIC
                               AND FAP-PRICE-TOLERANCE-PCT IS NUMERIC
                               AND FAP-SPEND-JUMP-PCT IS NUMERIC
                               AND FAP-TRAILING-READINGS IS NUMERIC
                               AND FAP-LOOKBACK-DAYS > 0
                               AND FAP-MAX-FILLS-PER-DAY > 0
                               AND FAP-TRAILING-READINGS > 0
                               AND FAP-TRAILING-READINGS NOT > 20
                           MOVE FAP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                           MOVE FAP-MAX-FILLS-PER-DAY
                               TO WS-MAX-FILLS-PER-DAY
                           MOVE FAP-PRICE-TOLERANCE-PCT
                               TO WS-PRICE-TOLERANCE-PCT
                           MOVE FAP-SPEND-JUMP-PCT
                               TO WS-SPEND-JUMP-PCT
                           MOVE FAP-TRAILING-READINGS
                               TO WS-TRAILING-READINGS
                       ELSE
                           DISPLAY "FUELANOM.TBL INVALID - "
                                   "DEFAULT PARAMETERS USED"
                       END-IF
               END-READ
               CLOSE ANOMALY-PARM-FILE
           ELSE
               DISPLAY "FUELANOM.TBL NOT FOUND - "
                       "DEFAULT PARAMETERS USED"
           END-IF.

       120-LOAD-ENGINE-FAMILY-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT ENGINE-FAMILY-FILE
           IF WS-FAMILY-FILE-STATUS NOT = "00"
               DISPLAY "ENGFAM.TBL NOT FOUND - TANK CHECK USES DFLT"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ ENGINE-FAMILY-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-FAMILY-COUNT < 50
                           ADD 1 TO WS-FAMILY-COUNT
                           MOVE EF-FAMILY-CODE
                               TO EFT-FAMILY-CODE(WS-FAMILY-COUNT)
                           MOVE EF-ENGINE-NAME
                               TO EFT-ENGINE-NAME(WS-FAMILY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FAMILY-FILE-STATUS NOT = "35"
               CLOSE ENGINE-FAMILY-FILE
           END-IF.

       130-LOAD-TANK-CAPACITY-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT TANK-CAPACITY-FILE
           IF WS-TANK-FILE-STATUS NOT = "00"
               DISPLAY "TANKCAP.TBL NOT FOUND - TANK CHECK SKIPPED"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ TANK-CAPACITY-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-TANK-COUNT < 50
                               AND TC-TANK-LITRES IS NUMERIC
                           ADD 1 TO WS-TANK-COUNT
                           MOVE TC-FAMILY-CODE
                               TO TCT-FAMILY-CODE(WS-TANK-COUNT)
                           MOVE TC-TANK-LITRES
                               TO TCT-TANK-LITRES(WS-TANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TANK-FILE-STATUS NOT = "35"
               CLOSE TANK-CAPACITY-FILE
           END-IF.

       140-LOAD-ASSIGNMENT-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT ASSIGN-MASTER
           IF WS-ASSIGN-FILE-STATUS NOT = "00"
               DISPLAY "ASSIGNMAST.IDX NOT AVAILABLE - "
                       "HITS SHOW NO ASSIGNED EMPLOYEE"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ ASSIGN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-ASSIGN-COUNT < 2000
                           ADD 1 TO WS-ASSIGN-COUNT
                           MOVE ASG-CAR-MODEL
                               TO AST-CAR-MODEL(WS-ASSIGN-COUNT)
                           MOVE ASG-EMP-ID
                               TO AST-EMP-ID(WS-ASSIGN-COUNT)
                           MOVE ASG-EFFECTIVE-DATE
                               TO AST-EFFECTIVE-DATE(WS-ASSIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASSIGN-FILE-STATUS = "00" OR "10"
               CLOSE ASSIGN-MASTER
           END-IF.

      ******************************************************************
      * First pass - fleet litres and dollars for every reading date
      * in the window, so the fleet price per litre for a date is its
      * total dollars over its total litres.
      ******************************************************************
       200-BUILD-FLEET-DATE-AVERAGES.
           OPEN INPUT GAS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GASHIST.IDX - STATUS: "
                       WS-HIST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-HIST-EOF-FLG
           PERFORM UNTIL WS-HIST-EOF-FLG = 'Y'
               READ GAS-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLG
                   NOT AT END
                       MOVE HIST-TIMESTAMP(1:8) TO WS-READING-DATE
                       IF WS-READING-DATE >= WS-WINDOW-START-DATE
                               AND WS-READING-DATE
                                   NOT > WS-BUSINESS-DATE
                               AND HIST-LITRES > 0
                           PERFORM 210-ADD-TO-FLEET-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAS-HIST-FILE.

       210-ADD-TO-FLEET-DATE.
           PERFORM 220-FIND-FLEET-DATE
           IF WS-FOUND-SUB = 0 AND WS-DATE-COUNT < 400
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-DATE-COUNT TO WS-FOUND-SUB
               MOVE WS-READING-DATE TO FDT-READING-DATE(WS-FOUND-SUB)
               MOVE 0 TO FDT-LITRES(WS-FOUND-SUB)
               MOVE 0 TO FDT-FUEL-COST(WS-FOUND-SUB)
           END-IF
           IF WS-FOUND-SUB > 0
               ADD HIST-LITRES TO FDT-LITRES(WS-FOUND-SUB)
               ADD HIST-FUEL-COST TO FDT-FUEL-COST(WS-FOUND-SUB)
           END-IF.

       220-FIND-FLEET-DATE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-DATE-COUNT
               IF FDT-READING-DATE(WS-TABLE-SUB) = WS-READING-DATE
                   MOVE WS-TABLE-SUB TO WS-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Second pass - the history is in vehicle then timestamp order,
      * so fills per day and the trailing spend are carried along
      * each vehicle's readings.  Readings before the window still
      * feed the trailing spend; only readings inside it are judged.
      ******************************************************************
       300-CHECK-ONE-HISTORY-RECORD.
           READ GAS-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLG
           END-READ

           IF WS-HIST-EOF-FLG NOT = 'Y'
               IF WS-FIRST-VEHICLE-FLG = 'Y'
                       OR HIST-VEHICLE-ID NOT = WS-CURRENT-VEHICLE-ID
                   MOVE 'N' TO WS-FIRST-VEHICLE-FLG
                   PERFORM 310-START-NEW-VEHICLE
               END-IF

               MOVE HIST-TIMESTAMP(1:8) TO WS-READING-DATE
               IF WS-READING-DATE = WS-LAST-FILL-DATE
                   ADD 1 TO WS-FILLS-THIS-DAY
               ELSE
                   MOVE WS-READING-DATE TO WS-LAST-FILL-DATE
                   MOVE 1 TO WS-FILLS-THIS-DAY
               END-IF

               IF WS-READING-DATE >= WS-WINDOW-START-DATE
                       AND WS-READING-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-READINGS-IN-WINDOW
                   PERFORM 400-CHECK-VEHICLE-STATUS
                   PERFORM 410-CHECK-TANK-CAPACITY
                   PERFORM 420-CHECK-FILLS-PER-DAY
                   PERFORM 430-CHECK-PRICE-PER-LITRE
                   PERFORM 440-CHECK-SPEND-JUMP
               END-IF

               IF HIST-FUEL-COST > 0
                   PERFORM 330-SLIDE-TRAILING-SPEND
               END-IF
           END-IF.

       310-START-NEW-VEHICLE.
           ADD 1 TO WS-VEHICLES-CHECKED
           MOVE HIST-VEHICLE-ID TO WS-CURRENT-VEHICLE-ID
           MOVE SPACES TO WS-LAST-FILL-DATE
           MOVE 0 TO WS-FILLS-THIS-DAY
           MOVE 0 TO WS-TRAILING-COUNT
           MOVE SPACES TO WS-CAR-STATUS
           MOVE SPACES TO WS-CAR-DISPOSAL-DATE
           MOVE SPACES TO WS-CAR-FAMILY-CODE
           MOVE 0 TO WS-TANK-CAPACITY

           MOVE HIST-VEHICLE-ID TO CAR-MODEL-MASTER
           READ CAR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CAR-ON-MASTER-FLG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAR-ON-MASTER-FLG
                   MOVE CAR-STATUS-MASTER TO WS-CAR-STATUS
                   MOVE DISPOSAL-DATE-MASTER TO WS-CAR-DISPOSAL-DATE
           END-READ

           IF WS-CAR-ON-MASTER-FLG = 'Y'
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-FAMILY-COUNT
                   IF EFT-ENGINE-NAME(WS-TABLE-SUB) = ENGINE-MASTER
                       MOVE EFT-FAMILY-CODE(WS-TABLE-SUB)
                           TO WS-CAR-FAMILY-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM 320-FIND-TANK-CAPACITY
           END-IF.

      ******************************************************************
      * The tank size comes from the engine family row, or from the
      * DFLT row for an engine no family covers.  No row at all means
      * the tank check is not made for the vehicle.
      ******************************************************************
       320-FIND-TANK-CAPACITY.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TANK-COUNT
               IF TCT-FAMILY-CODE(WS-TABLE-SUB) = WS-CAR-FAMILY-CODE
                       AND WS-CAR-FAMILY-CODE NOT = SPACES
                   MOVE TCT-TANK-LITRES(WS-TABLE-SUB)
                       TO WS-TANK-CAPACITY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TANK-CAPACITY = 0
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-TANK-COUNT
                   IF TCT-FAMILY-CODE(WS-TABLE-SUB) = "DFLT"
                       MOVE TCT-TANK-LITRES(WS-TABLE-SUB)
                           TO WS-TANK-CAPACITY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       330-SLIDE-TRAILING-SPEND.
           IF WS-TRAILING-COUNT < WS-TRAILING-READINGS
               ADD 1 TO WS-TRAILING-COUNT
           ELSE
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB >= WS-TRAILING-READINGS
                   MOVE TSP-FUEL-COST(WS-TABLE-SUB + 1)
                       TO TSP-FUEL-COST(WS-TABLE-SUB)
               END-PERFORM
           END-IF
           MOVE HIST-FUEL-COST TO TSP-FUEL-COST(WS-TRAILING-COUNT).

      ******************************************************************
      * Severity 1 - fuel bought for a vehicle that should not be
      * buying any: sold or scrapped on or before the fill date, on
      * service hold, or not on the CAR master at all.
      ******************************************************************
       400-CHECK-VEHICLE-STATUS.
           MOVE 0 TO WS-NEW-COMPARE-VALUE
           EVALUATE TRUE
               WHEN WS-CAR-ON-MASTER-FLG = 'N'
                   MOVE 1 TO WS-NEW-SEVERITY
                   MOVE "VEHICLE NOT ON CAR MASTER" TO WS-NEW-REASON
                   PERFORM 450-RECORD-ANOMALY-HIT
               WHEN WS-CAR-IS-SOLD
                       AND (WS-CAR-DISPOSAL-DATE = SPACES
                       OR WS-CAR-DISPOSAL-DATE NOT > WS-READING-DATE)
                   MOVE 1 TO WS-NEW-SEVERITY
                   MOVE "PURCHASE ON A SOLD VEHICLE" TO WS-NEW-REASON
                   PERFORM 450-RECORD-ANOMALY-HIT
               WHEN WS-CAR-IS-SCRAPPED
                       AND (WS-CAR-DISPOSAL-DATE = SPACES
                       OR WS-CAR-DISPOSAL-DATE NOT > WS-READING-DATE)
                   MOVE 1 TO WS-NEW-SEVERITY
                   MOVE "PURCHASE ON A SCRAPPED VEHICLE"
                       TO WS-NEW-REASON
                   PERFORM 450-RECORD-ANOMALY-HIT
               WHEN WS-CAR-IS-SERVICE-HOLD
                   MOVE 1 TO WS-NEW-SEVERITY
                   MOVE "PURCHASE ON A SERVICE-HOLD VEHICLE"
                       TO WS-NEW-REASON
                   PERFORM 450-RECORD-ANOMALY-HIT
           END-EVALUATE.

       410-CHECK-TANK-CAPACITY.
           IF WS-TANK-CAPACITY > 0
                   AND HIST-LITRES > WS-TANK-CAPACITY
               MOVE 1 TO WS-NEW-SEVERITY
               MOVE WS-TANK-CAPACITY TO WS-NEW-COMPARE-VALUE
               MOVE "LITRES OVER ENGINE FAMILY TANK" TO WS-NEW-REASON
               PERFORM 450-RECORD-ANOMALY-HIT
           END-IF.

       420-CHECK-FILLS-PER-DAY.
           IF WS-FILLS-THIS-DAY > WS-MAX-FILLS-PER-DAY
               MOVE 2 TO WS-NEW-SEVERITY
               MOVE WS-FILLS-THIS-DAY TO WS-NEW-COMPARE-VALUE
               MOVE "FILLS IN ONE DAY OVER LIMIT" TO WS-NEW-REASON
               PERFORM 450-RECORD-ANOMALY-HIT
           END-IF.

      ******************************************************************
      * Compared value is the fleet price per litre for the date; the
      * fill is off when it is more than the tolerance percent either
      * side of it.
      ******************************************************************
       430-CHECK-PRICE-PER-LITRE.
           IF HIST-LITRES > 0
               PERFORM 220-FIND-FLEET-DATE
               IF WS-FOUND-SUB > 0
                   IF FDT-LITRES(WS-FOUND-SUB) > 0
                       COMPUTE WS-FLEET-PRICE ROUNDED
                           = FDT-FUEL-COST(WS-FOUND-SUB)
                           / FDT-LITRES(WS-FOUND-SUB)
                       COMPUTE WS-PRICE-PER-LITRE ROUNDED
                           = HIST-FUEL-COST / HIST-LITRES
                       IF WS-FLEET-PRICE > 0
                           COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED
                               = FUNCTION ABS(WS-PRICE-PER-LITRE
                                   - WS-FLEET-PRICE)
                               * 100 / WS-FLEET-PRICE
                           IF WS-PRICE-VARIANCE-PCT
                                   > WS-PRICE-TOLERANCE-PCT
                               MOVE 2 TO WS-NEW-SEVERITY
                               MOVE WS-FLEET-PRICE
                                   TO WS-NEW-COMPARE-VALUE
                               MOVE "PRICE/LITRE OFF FLEET AVERAGE"
                                   TO WS-NEW-REASON
                               PERFORM 450-RECORD-ANOMALY-HIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Compared value is the vehicle's average spend over its last
      * trailing readings; nothing is judged until that many readings
      * have been seen.
      ******************************************************************
       440-CHECK-SPEND-JUMP.
           IF WS-TRAILING-COUNT = WS-TRAILING-READINGS
               MOVE 0 TO WS-TRAILING-TOTAL
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-TRAILING-COUNT
                   ADD TSP-FUEL-COST(WS-TABLE-SUB) TO WS-TRAILING-TOTAL
               END-PERFORM
               COMPUTE WS-TRAILING-AVERAGE ROUNDED
                   = WS-TRAILING-TOTAL / WS-TRAILING-COUNT
               COMPUTE WS-SPEND-LIMIT ROUNDED
                   = WS-TRAILING-AVERAGE
                   * (100 + WS-SPEND-JUMP-PCT) / 100
               IF WS-TRAILING-AVERAGE > 0
                       AND HIST-FUEL-COST > WS-SPEND-LIMIT
                   MOVE 3 TO WS-NEW-SEVERITY
                   MOVE WS-TRAILING-AVERAGE TO WS-NEW-COMPARE-VALUE
                   MOVE "SPEND JUMP OVER TRAILING AVERAGE"
                       TO WS-NEW-REASON
                   PERFORM 450-RECORD-ANOMALY-HIT
               END-IF
           END-IF.

       450-RECORD-ANOMALY-HIT.
           ADD 1 TO WS-SEVERITY-COUNT(WS-NEW-SEVERITY)
           IF WS-HIT-COUNT < 1000
               PERFORM 460-FIND-ASSIGNED-EMPLOYEE
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-NEW-SEVERITY TO AHT-SEVERITY(WS-HIT-COUNT)
               MOVE HIST-VEHICLE-ID TO AHT-VEHICLE-ID(WS-HIT-COUNT)
               MOVE WS-READING-DATE TO AHT-READING-DATE(WS-HIT-COUNT)
               MOVE HIST-LITRES TO AHT-LITRES(WS-HIT-COUNT)
               MOVE HIST-FUEL-COST TO AHT-FUEL-COST(WS-HIT-COUNT)
               MOVE WS-NEW-COMPARE-VALUE
                   TO AHT-COMPARE-VALUE(WS-HIT-COUNT)
               MOVE WS-NEW-REASON TO AHT-REASON(WS-HIT-COUNT)
               MOVE WS-ASSIGNED-EMP-ID TO AHT-EMP-ID(WS-HIT-COUNT)
               MOVE WS-ASSIGNED-EMP-NAME TO AHT-EMP-NAME(WS-HIT-COUNT)
           ELSE
               ADD 1 TO WS-HITS-DROPPED
           END-IF.

      ******************************************************************
      * The employee assigned on the fill date is the assignment for
      * the vehicle with the latest effective date not after it.
      ******************************************************************
       460-FIND-ASSIGNED-EMPLOYEE.
           MOVE SPACES TO WS-ASSIGNED-EMP-ID
           MOVE "UNASSIGNED" TO WS-ASSIGNED-EMP-NAME
           MOVE SPACES TO WS-BEST-EFFECTIVE-DATE
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-ASSIGN-COUNT
               IF AST-CAR-MODEL(WS-TABLE-SUB) = HIST-VEHICLE-ID
                       AND AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                           NOT > WS-READING-DATE
                       AND AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                           >= WS-BEST-EFFECTIVE-DATE
                   MOVE AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                       TO WS-BEST-EFFECTIVE-DATE
                   MOVE AST-EMP-ID(WS-TABLE-SUB) TO WS-ASSIGNED-EMP-ID
               END-IF
           END-PERFORM
           IF WS-ASSIGNED-EMP-ID NOT = SPACES
               MOVE SPACES TO WS-ASSIGNED-EMP-NAME
               IF WS-EMP-FILE-OPEN-FLG = 'Y'
                   MOVE WS-ASSIGNED-EMP-ID TO EMP-ID-MASTER
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "NOT ON EMPLOYEE MASTER"
                               TO WS-ASSIGNED-EMP-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-ASSIGNED-EMP-NAME
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * One pass of the hit table per severity, worst first.
      ******************************************************************
       500-WRITE-RANKED-REPORT.
           OPEN OUTPUT ANOMALY-RPT
           WRITE ANOMALY-RPT-LINE FROM ANOMALY-RPT-HEADER-1
           MOVE WS-WINDOW-START-DATE TO FAN-HDR-FROM-DATE
           MOVE WS-BUSINESS-DATE TO FAN-HDR-TO-DATE
           WRITE ANOMALY-RPT-LINE FROM ANOMALY-RPT-HEADER-2
           WRITE ANOMALY-RPT-LINE FROM SPACES
           WRITE ANOMALY-RPT-LINE FROM ANOMALY-RPT-HEADER-3

           PERFORM VARYING WS-SEVERITY-SUB FROM 1 BY 1
                   UNTIL WS-SEVERITY-SUB > 3
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-HIT-COUNT
                   IF AHT-SEVERITY(WS-TABLE-SUB) = WS-SEVERITY-SUB
                       PERFORM 510-WRITE-HIT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           WRITE ANOMALY-RPT-LINE FROM SPACES
           MOVE WS-READINGS-IN-WINDOW TO FAN-READINGS
           MOVE WS-SEVERITY-COUNT(1) TO FAN-SEV-1-COUNT
           MOVE WS-SEVERITY-COUNT(2) TO FAN-SEV-2-COUNT
           MOVE WS-SEVERITY-COUNT(3) TO FAN-SEV-3-COUNT
           WRITE ANOMALY-RPT-LINE FROM ANOMALY-RPT-TRAILER
           CLOSE ANOMALY-RPT.

       510-WRITE-HIT-LINE.
           MOVE AHT-SEVERITY(WS-TABLE-SUB) TO FAN-SEVERITY
           MOVE AHT-VEHICLE-ID(WS-TABLE-SUB) TO FAN-VEHICLE-ID
           MOVE AHT-READING-DATE(WS-TABLE-SUB) TO FAN-READING-DATE
           MOVE AHT-LITRES(WS-TABLE-SUB) TO FAN-LITRES
           MOVE AHT-FUEL-COST(WS-TABLE-SUB) TO FAN-FUEL-COST
           MOVE AHT-COMPARE-VALUE(WS-TABLE-SUB) TO FAN-COMPARE-VALUE
           MOVE AHT-REASON(WS-TABLE-SUB) TO FAN-REASON
           MOVE AHT-EMP-ID(WS-TABLE-SUB) TO FAN-EMP-ID
           MOVE AHT-EMP-NAME(WS-TABLE-SUB) TO FAN-EMP-NAME
           WRITE ANOMALY-RPT-LINE FROM ANOMALY-RPT-DETAIL.

       END PROGRAM FUEL-ANOMALY.
