      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Departmental fuel budget versus actual - charges
      *          every gas history purchase from January of the report
      *          year through the report month to a department, using
      *          the employee-vehicle assignment in effect on the
      *          purchase date and that employee's department on
      *          EMPMAST.IDX.  Each department shows month and
      *          year-to-date actual against the FUELBUDG.TBL budget
      *          with the variance and percent used, followed by the
      *          vehicles that made up its spend.  Fuel bought by a
      *          vehicle nobody was assigned to lands on an
      *          unallocated line so the report still ties to the
      *          fleet total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-BUDGET-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAS-HIST-FILE
               ASSIGN TO "GASHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

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

           SELECT FUEL-BUDGET-FILE
               ASSIGN TO "FUELBUDG.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT FUEL-BUDGET-RPT
               ASSIGN TO "FUELBUDG.RPT"
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

       FD FUEL-BUDGET-FILE.
       01 FUEL-BUDGET-RECORD.
           05 FB-DEPARTMENT PIC X(4).
           05 FILLER PIC X.
           05 FB-MONTH PIC X(6).
           05 FILLER PIC X.
           05 FB-BUDGET-AMOUNT PIC 9(7)V99.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD FUEL-BUDGET-RPT.
       01 FUEL-BUDGET-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-BUDGET-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-EMP-FILE-OPEN-FLG PIC X VALUE 'N'.
       01 WS-HIST-EOF-FLG PIC X.
       01 WS-TABLE-EOF-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-SORT-SUB PIC 9(4).
       01 WS-SORT-SWAPPED-FLG PIC X.

       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-REPORT-MONTH PIC X(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC X(4).
           05 WS-REPORT-MM PIC 99.
       01 WS-YEAR-START-MONTH PIC X(6).
       01 WS-PURCHASE-DATE PIC X(8).

      ******************************************************************
      * The department charged for the purchase being walked, and the
      * assignment that put it there.
      ******************************************************************
       01 WS-CHARGE-DEPARTMENT PIC X(4).
       01 WS-BEST-EFFECTIVE-DATE PIC X(8).
       01 WS-IN-REPORT-MONTH-FLG PIC X.
       01 WS-DEPT-SUB PIC 9(4).
       01 WS-VEH-SUB PIC 9(4).

       01 WS-PURCHASES-IN-YEAR PIC 9(7) VALUE 0.
       01 WS-UNALLOCATED-PURCHASES PIC 9(7) VALUE 0.
       01 WS-DEPT-ENTRIES-DROPPED PIC 9(5) VALUE 0.
       01 WS-VEH-ENTRIES-DROPPED PIC 9(5) VALUE 0.
       01 WS-BUDGET-ROWS-USED PIC 9(5) VALUE 0.

       01 WS-VARIANCE PIC S9(9)V99.
       01 WS-PCT-USED PIC 9(4)V9.
       01 WS-WORK-ACTUAL PIC 9(9)V99.
       01 WS-WORK-BUDGET PIC 9(9)V99.

       01 WS-FLEET-MONTH-ACTUAL PIC 9(9)V99 VALUE 0.
       01 WS-FLEET-YTD-ACTUAL PIC 9(9)V99 VALUE 0.
       01 WS-FLEET-MONTH-BUDGET PIC 9(9)V99 VALUE 0.
       01 WS-FLEET-YTD-BUDGET PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Current assignments, each carrying its employee's department.
      * An employee missing from EMPMAST.IDX leaves the department
      * blank and the vehicle's fuel falls to unallocated.
      ******************************************************************
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 ASSIGNMENT-TABLE.
           05 ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT.
               10 AST-CAR-MODEL PIC X(15).
               10 AST-EMP-ID PIC X(6).
               10 AST-EFFECTIVE-DATE PIC X(8).
               10 AST-DEPARTMENT PIC X(4).

      ******************************************************************
      * Department totals.  The tilde department collates after every
      * real code and holds the unallocated fuel.
      ******************************************************************
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 DEPT-BUDGET-TABLE.
           05 DEPT-BUDGET-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DEPT-COUNT.
               10 DBT-DEPARTMENT PIC X(4).
               10 DBT-MONTH-ACTUAL PIC 9(9)V99.
               10 DBT-YTD-ACTUAL PIC 9(9)V99.
               10 DBT-MONTH-BUDGET PIC 9(9)V99.
               10 DBT-YTD-BUDGET PIC 9(9)V99.
       01 WS-DEPT-SWAP-ENTRY PIC X(48).

      ******************************************************************
      * Vehicle drill-down - one entry per vehicle per department it
      * was charged to, so a vehicle reassigned mid-year shows under
      * both departments with its own share of the spend.
      ******************************************************************
       01 WS-VEH-COUNT PIC 9(4) VALUE 0.
       01 VEHICLE-SPEND-TABLE.
           05 VEHICLE-SPEND-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-VEH-COUNT.
               10 VST-DEPARTMENT PIC X(4).
               10 VST-VEHICLE-ID PIC X(15).
               10 VST-MONTH-LITRES PIC 9(6)V99.
               10 VST-MONTH-ACTUAL PIC 9(7)V99.
               10 VST-YTD-ACTUAL PIC 9(8)V99.
       01 WS-VEH-SWAP-ENTRY PIC X(46).

       01 FUEL-BUDGET-HEADER-1.
           05 FILLER PIC X(40) VALUE
              "DEPARTMENT FUEL BUDGET VERSUS ACTUAL FOR".
           05 FILLER PIC X VALUE SPACE.
           05 FBR-HDR-MONTH PIC X(6).
           05 FILLER PIC X(16) VALUE "  YEAR TO DATE: ".
           05 FBR-HDR-FROM-MONTH PIC X(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 FBR-HDR-TO-MONTH PIC X(6).

       01 FUEL-BUDGET-HEADER-2.
           05 FILLER PIC X(17) VALUE "DEPT / VEHICLE".
           05 FILLER PIC X(15) VALUE "   MONTH ACTUAL".
           05 FILLER PIC X(15) VALUE "   MONTH BUDGET".
           05 FILLER PIC X(15) VALUE "       VARIANCE".
           05 FILLER PIC X(8) VALUE "   USED%".
           05 FILLER PIC X(16) VALUE "      YTD ACTUAL".
           05 FILLER PIC X(16) VALUE "      YTD BUDGET".
           05 FILLER PIC X(16) VALUE "    YTD VARIANCE".
           05 FILLER PIC X(8) VALUE "   USED%".

       01 FUEL-BUDGET-DEPT-LINE.
           05 FBR-DEPT-LABEL PIC X(17).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-MONTH-ACTUAL PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-MONTH-BUDGET PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-MONTH-VARIANCE PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-MONTH-PCT PIC ZZZ9.9.
           05 FBR-MONTH-PCT-X REDEFINES FBR-MONTH-PCT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-YTD-ACTUAL PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-YTD-BUDGET PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-YTD-VARIANCE PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-YTD-PCT PIC ZZZ9.9.
           05 FBR-YTD-PCT-X REDEFINES FBR-YTD-PCT PIC X(6).

       01 FUEL-BUDGET-VEHICLE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-VEH-VEHICLE-ID PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FBR-VEH-MONTH-ACTUAL PIC $$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FBR-VEH-MONTH-LITRES PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE " LITRES".
           05 FILLER PIC X(24) VALUE SPACES.
           05 FBR-VEH-YTD-ACTUAL PIC $$$,$$$,$$9.99.

       01 FUEL-BUDGET-TRAILER.
           05 FILLER PIC X(28) VALUE "PURCHASES CHARGED THIS YEAR:".
           05 FBR-PURCHASE-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  UNALLOCATED: ".
           05 FBR-UNALLOCATED-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  BUDGET ROWS: ".
           05 FBR-BUDGET-ROW-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-FUEL-BUDGET-RPT.
           PERFORM 105-GET-BUSINESS-DATE
           DISPLAY "Enter report month YYYYMM (blank=current): "
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY "INVALID MONTH - MUST BE YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "INVALID MONTH - MUST BE YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-YEAR TO WS-YEAR-START-MONTH(1:4)
           MOVE "01" TO WS-YEAR-START-MONTH(5:2)

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-FILE-OPEN-FLG
           ELSE
               DISPLAY "EMPMAST.IDX NOT AVAILABLE - STATUS: "
                       WS-EMP-FILE-STATUS
                       " - ALL FUEL WILL SHOW UNALLOCATED"
           END-IF
           PERFORM 110-LOAD-ASSIGNMENT-TABLE
           IF WS-EMP-FILE-OPEN-FLG = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM 130-LOAD-BUDGET-TABLE

           OPEN INPUT GAS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GASHIST.IDX - STATUS: "
                       WS-HIST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-HIST-EOF-FLG
           PERFORM 200-CHARGE-ONE-HISTORY-RECORD
               UNTIL WS-HIST-EOF-FLG = 'Y'
           CLOSE GAS-HIST-FILE

           PERFORM 300-SORT-DEPARTMENTS
           PERFORM 310-SORT-VEHICLES
           PERFORM 400-WRITE-BUDGET-REPORT

           DISPLAY "FUEL BUDGET REPORT WRITTEN FOR " WS-REPORT-MONTH
                   " - PURCHASES: " WS-PURCHASES-IN-YEAR
                   " UNALLOCATED: " WS-UNALLOCATED-PURCHASES
           IF WS-DEPT-ENTRIES-DROPPED > 0
                   OR WS-VEH-ENTRIES-DROPPED > 0
               DISPLAY "TABLE FULL - DEPARTMENT LINES DROPPED: "
                       WS-DEPT-ENTRIES-DROPPED
                       " VEHICLE LINES DROPPED: "
                       WS-VEH-ENTRIES-DROPPED
               DISPLAY "FLEET TOTAL LINE STILL INCLUDES ALL FUEL"
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
      * The department is resolved once per assignment here rather
      * than once per purchase.
      ******************************************************************
       110-LOAD-ASSIGNMENT-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT ASSIGN-MASTER
           IF WS-ASSIGN-FILE-STATUS NOT = "00"
               DISPLAY "ASSIGNMAST.IDX NOT AVAILABLE - "
                       "ALL FUEL WILL SHOW UNALLOCATED"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ ASSIGN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-ASSIGN-COUNT < 2000
                           PERFORM 120-TABLE-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASSIGN-FILE-STATUS = "00" OR "10"
               CLOSE ASSIGN-MASTER
           END-IF.

       120-TABLE-ONE-ASSIGNMENT.
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE ASG-CAR-MODEL TO AST-CAR-MODEL(WS-ASSIGN-COUNT)
           MOVE ASG-EMP-ID TO AST-EMP-ID(WS-ASSIGN-COUNT)
           MOVE ASG-EFFECTIVE-DATE
               TO AST-EFFECTIVE-DATE(WS-ASSIGN-COUNT)
           MOVE SPACES TO AST-DEPARTMENT(WS-ASSIGN-COUNT)
           IF WS-EMP-FILE-OPEN-FLG = 'Y'
               MOVE ASG-EMP-ID TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPARTMENT
                           TO AST-DEPARTMENT(WS-ASSIGN-COUNT)
               END-READ
           END-IF.

      ******************************************************************
      * FUELBUDG.TBL holds one line per department per month:
      * department, month YYYYMM and the budget in cents.  Rows from
      * January through the report month of the report year build
      * the year-to-date budget; the report month's row is also the
      * month budget.  A missing table reports every budget as zero.
      ******************************************************************
       130-LOAD-BUDGET-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT FUEL-BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "FUELBUDG.TBL NOT FOUND - BUDGETS SHOW ZERO"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ FUEL-BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF FB-BUDGET-AMOUNT IS NUMERIC
                               AND FB-DEPARTMENT NOT = SPACES
                               AND FB-MONTH >= WS-YEAR-START-MONTH
                               AND FB-MONTH NOT > WS-REPORT-MONTH
                           PERFORM 140-APPLY-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUDGET-FILE-STATUS NOT = "35"
               CLOSE FUEL-BUDGET-FILE
           END-IF.

       140-APPLY-BUDGET-ROW.
           MOVE FB-DEPARTMENT TO WS-CHARGE-DEPARTMENT
           PERFORM 250-FIND-DEPARTMENT
           IF WS-DEPT-SUB > 0
               ADD 1 TO WS-BUDGET-ROWS-USED
               ADD FB-BUDGET-AMOUNT TO DBT-YTD-BUDGET(WS-DEPT-SUB)
               ADD FB-BUDGET-AMOUNT TO WS-FLEET-YTD-BUDGET
               IF FB-MONTH = WS-REPORT-MONTH
                   ADD FB-BUDGET-AMOUNT
                       TO DBT-MONTH-BUDGET(WS-DEPT-SUB)
                   ADD FB-BUDGET-AMOUNT TO WS-FLEET-MONTH-BUDGET
               END-IF
           END-IF.

      ******************************************************************
      * Every purchase in the year to date is charged somewhere - to
      * the assigned employee's department, or to unallocated.
      ******************************************************************
       200-CHARGE-ONE-HISTORY-RECORD.
           READ GAS-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLG
           END-READ

           IF WS-HIST-EOF-FLG NOT = 'Y'
                   AND HIST-TIMESTAMP(1:6) >= WS-YEAR-START-MONTH
                   AND HIST-TIMESTAMP(1:6) NOT > WS-REPORT-MONTH
               ADD 1 TO WS-PURCHASES-IN-YEAR
               MOVE HIST-TIMESTAMP(1:8) TO WS-PURCHASE-DATE
               MOVE 'N' TO WS-IN-REPORT-MONTH-FLG
               IF HIST-TIMESTAMP(1:6) = WS-REPORT-MONTH
                   MOVE 'Y' TO WS-IN-REPORT-MONTH-FLG
               END-IF
               PERFORM 210-FIND-CHARGE-DEPARTMENT
               PERFORM 220-ADD-TO-DEPARTMENT
               PERFORM 230-ADD-TO-VEHICLE
               ADD HIST-FUEL-COST TO WS-FLEET-YTD-ACTUAL
               IF WS-IN-REPORT-MONTH-FLG = 'Y'
                   ADD HIST-FUEL-COST TO WS-FLEET-MONTH-ACTUAL
               END-IF
           END-IF.

      ******************************************************************
      * The assignment in effect on the purchase date is the one for
      * the vehicle with the latest effective date not after it.
      ******************************************************************
       210-FIND-CHARGE-DEPARTMENT.
           MOVE SPACES TO WS-CHARGE-DEPARTMENT
           MOVE SPACES TO WS-BEST-EFFECTIVE-DATE
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-ASSIGN-COUNT
               IF AST-CAR-MODEL(WS-TABLE-SUB) = HIST-VEHICLE-ID
                       AND AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                           NOT > WS-PURCHASE-DATE
                       AND AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                           >= WS-BEST-EFFECTIVE-DATE
                   MOVE AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                       TO WS-BEST-EFFECTIVE-DATE
                   MOVE AST-DEPARTMENT(WS-TABLE-SUB)
                       TO WS-CHARGE-DEPARTMENT
               END-IF
           END-PERFORM
           IF WS-CHARGE-DEPARTMENT = SPACES
               ADD 1 TO WS-UNALLOCATED-PURCHASES
               MOVE "~~~~" TO WS-CHARGE-DEPARTMENT
           END-IF.

       220-ADD-TO-DEPARTMENT.
           PERFORM 250-FIND-DEPARTMENT
           IF WS-DEPT-SUB > 0
               ADD HIST-FUEL-COST TO DBT-YTD-ACTUAL(WS-DEPT-SUB)
               IF WS-IN-REPORT-MONTH-FLG = 'Y'
                   ADD HIST-FUEL-COST TO DBT-MONTH-ACTUAL(WS-DEPT-SUB)
               END-IF
           END-IF.

       230-ADD-TO-VEHICLE.
           MOVE 0 TO WS-VEH-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-VEH-COUNT
               IF VST-DEPARTMENT(WS-TABLE-SUB) = WS-CHARGE-DEPARTMENT
                       AND VST-VEHICLE-ID(WS-TABLE-SUB)
                           = HIST-VEHICLE-ID
                   MOVE WS-TABLE-SUB TO WS-VEH-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VEH-SUB = 0
               IF WS-VEH-COUNT < 2000
                   ADD 1 TO WS-VEH-COUNT
                   MOVE WS-VEH-COUNT TO WS-VEH-SUB
                   MOVE WS-CHARGE-DEPARTMENT
                       TO VST-DEPARTMENT(WS-VEH-SUB)
                   MOVE HIST-VEHICLE-ID TO VST-VEHICLE-ID(WS-VEH-SUB)
                   MOVE 0 TO VST-MONTH-LITRES(WS-VEH-SUB)
                   MOVE 0 TO VST-MONTH-ACTUAL(WS-VEH-SUB)
                   MOVE 0 TO VST-YTD-ACTUAL(WS-VEH-SUB)
               ELSE
                   ADD 1 TO WS-VEH-ENTRIES-DROPPED
               END-IF
           END-IF
           IF WS-VEH-SUB > 0
               ADD HIST-FUEL-COST TO VST-YTD-ACTUAL(WS-VEH-SUB)
               IF WS-IN-REPORT-MONTH-FLG = 'Y'
                   ADD HIST-FUEL-COST TO VST-MONTH-ACTUAL(WS-VEH-SUB)
                   ADD HIST-LITRES TO VST-MONTH-LITRES(WS-VEH-SUB)
               END-IF
           END-IF.

       250-FIND-DEPARTMENT.
           MOVE 0 TO WS-DEPT-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-DEPT-COUNT
               IF DBT-DEPARTMENT(WS-TABLE-SUB) = WS-CHARGE-DEPARTMENT
                   MOVE WS-TABLE-SUB TO WS-DEPT-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-SUB = 0
               IF WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   MOVE WS-CHARGE-DEPARTMENT
                       TO DBT-DEPARTMENT(WS-DEPT-SUB)
                   MOVE 0 TO DBT-MONTH-ACTUAL(WS-DEPT-SUB)
                   MOVE 0 TO DBT-YTD-ACTUAL(WS-DEPT-SUB)
                   MOVE 0 TO DBT-MONTH-BUDGET(WS-DEPT-SUB)
                   MOVE 0 TO DBT-YTD-BUDGET(WS-DEPT-SUB)
               ELSE
                   ADD 1 TO WS-DEPT-ENTRIES-DROPPED
               END-IF
           END-IF.

       300-SORT-DEPARTMENTS.
           MOVE 'Y' TO WS-SORT-SWAPPED-FLG
           PERFORM UNTIL WS-SORT-SWAPPED-FLG = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED-FLG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-DEPT-COUNT
                   IF DBT-DEPARTMENT(WS-SORT-SUB)
                           > DBT-DEPARTMENT(WS-SORT-SUB + 1)
                       MOVE DEPT-BUDGET-ENTRY(WS-SORT-SUB)
                           TO WS-DEPT-SWAP-ENTRY
                       MOVE DEPT-BUDGET-ENTRY(WS-SORT-SUB + 1)
                           TO DEPT-BUDGET-ENTRY(WS-SORT-SUB)
                       MOVE WS-DEPT-SWAP-ENTRY
                           TO DEPT-BUDGET-ENTRY(WS-SORT-SUB + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED-FLG
                   END-IF
               END-PERFORM
           END-PERFORM.

       310-SORT-VEHICLES.
           MOVE 'Y' TO WS-SORT-SWAPPED-FLG
           PERFORM UNTIL WS-SORT-SWAPPED-FLG = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED-FLG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-VEH-COUNT
                   IF VST-DEPARTMENT(WS-SORT-SUB)
                           > VST-DEPARTMENT(WS-SORT-SUB + 1)
                       OR (VST-DEPARTMENT(WS-SORT-SUB)
                               = VST-DEPARTMENT(WS-SORT-SUB + 1)
                           AND VST-VEHICLE-ID(WS-SORT-SUB)
                               > VST-VEHICLE-ID(WS-SORT-SUB + 1))
                       MOVE VEHICLE-SPEND-ENTRY(WS-SORT-SUB)
                           TO WS-VEH-SWAP-ENTRY
                       MOVE VEHICLE-SPEND-ENTRY(WS-SORT-SUB + 1)
                           TO VEHICLE-SPEND-ENTRY(WS-SORT-SUB)
                       MOVE WS-VEH-SWAP-ENTRY
                           TO VEHICLE-SPEND-ENTRY(WS-SORT-SUB + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED-FLG
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * Both tables are in department order, so the vehicle table is
      * walked once alongside the departments.
      ******************************************************************
       400-WRITE-BUDGET-REPORT.
           OPEN OUTPUT FUEL-BUDGET-RPT
           MOVE WS-REPORT-MONTH TO FBR-HDR-MONTH
           MOVE WS-YEAR-START-MONTH TO FBR-HDR-FROM-MONTH
           MOVE WS-REPORT-MONTH TO FBR-HDR-TO-MONTH
           WRITE FUEL-BUDGET-RPT-LINE FROM FUEL-BUDGET-HEADER-1
           WRITE FUEL-BUDGET-RPT-LINE FROM SPACES
           WRITE FUEL-BUDGET-RPT-LINE FROM FUEL-BUDGET-HEADER-2

           MOVE 1 TO WS-VEH-SUB
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               WRITE FUEL-BUDGET-RPT-LINE FROM SPACES
               IF DBT-DEPARTMENT(WS-DEPT-SUB) = "~~~~"
                   MOVE "UNALLOCATED" TO FBR-DEPT-LABEL
               ELSE
                   MOVE SPACES TO FBR-DEPT-LABEL
                   STRING "DEPT " DBT-DEPARTMENT(WS-DEPT-SUB)
                       DELIMITED BY SIZE INTO FBR-DEPT-LABEL
               END-IF
               MOVE DBT-MONTH-ACTUAL(WS-DEPT-SUB) TO WS-WORK-ACTUAL
               MOVE DBT-MONTH-BUDGET(WS-DEPT-SUB) TO WS-WORK-BUDGET
               MOVE DBT-YTD-ACTUAL(WS-DEPT-SUB) TO FBR-YTD-ACTUAL
               MOVE DBT-YTD-BUDGET(WS-DEPT-SUB) TO FBR-YTD-BUDGET
               PERFORM 420-FORMAT-MONTH-COLUMNS
               MOVE DBT-YTD-ACTUAL(WS-DEPT-SUB) TO WS-WORK-ACTUAL
               MOVE DBT-YTD-BUDGET(WS-DEPT-SUB) TO WS-WORK-BUDGET
               PERFORM 430-FORMAT-YTD-COLUMNS
               WRITE FUEL-BUDGET-RPT-LINE FROM FUEL-BUDGET-DEPT-LINE
               PERFORM 410-WRITE-DEPT-VEHICLES
           END-PERFORM

           WRITE FUEL-BUDGET-RPT-LINE FROM SPACES
           MOVE "FLEET TOTAL" TO FBR-DEPT-LABEL
           MOVE WS-FLEET-MONTH-ACTUAL TO WS-WORK-ACTUAL
           MOVE WS-FLEET-MONTH-BUDGET TO WS-WORK-BUDGET
           PERFORM 420-FORMAT-MONTH-COLUMNS
           MOVE WS-FLEET-YTD-ACTUAL TO WS-WORK-ACTUAL
           MOVE WS-FLEET-YTD-BUDGET TO WS-WORK-BUDGET
           MOVE WS-FLEET-YTD-ACTUAL TO FBR-YTD-ACTUAL
           MOVE WS-FLEET-YTD-BUDGET TO FBR-YTD-BUDGET
           PERFORM 430-FORMAT-YTD-COLUMNS
           WRITE FUEL-BUDGET-RPT-LINE FROM FUEL-BUDGET-DEPT-LINE

           WRITE FUEL-BUDGET-RPT-LINE FROM SPACES
           MOVE WS-PURCHASES-IN-YEAR TO FBR-PURCHASE-COUNT
           MOVE WS-UNALLOCATED-PURCHASES TO FBR-UNALLOCATED-COUNT
           MOVE WS-BUDGET-ROWS-USED TO FBR-BUDGET-ROW-COUNT
           WRITE FUEL-BUDGET-RPT-LINE FROM FUEL-BUDGET-TRAILER
           CLOSE FUEL-BUDGET-RPT.

       410-WRITE-DEPT-VEHICLES.
           PERFORM UNTIL WS-VEH-SUB > WS-VEH-COUNT
               IF VST-DEPARTMENT(WS-VEH-SUB)
                       NOT = DBT-DEPARTMENT(WS-DEPT-SUB)
                   EXIT PERFORM
               END-IF
               MOVE VST-VEHICLE-ID(WS-VEH-SUB) TO FBR-VEH-VEHICLE-ID
               MOVE VST-MONTH-ACTUAL(WS-VEH-SUB)
                   TO FBR-VEH-MONTH-ACTUAL
               MOVE VST-MONTH-LITRES(WS-VEH-SUB)
                   TO FBR-VEH-MONTH-LITRES
               MOVE VST-YTD-ACTUAL(WS-VEH-SUB) TO FBR-VEH-YTD-ACTUAL
               WRITE FUEL-BUDGET-RPT-LINE
                   FROM FUEL-BUDGET-VEHICLE-LINE
               ADD 1 TO WS-VEH-SUB
           END-PERFORM.

      ******************************************************************
      * Variance is budget less actual, so overspending prints
      * negative.  Percent used has no meaning without a budget.
      ******************************************************************
       420-FORMAT-MONTH-COLUMNS.
           MOVE WS-WORK-ACTUAL TO FBR-MONTH-ACTUAL
           MOVE WS-WORK-BUDGET TO FBR-MONTH-BUDGET
           COMPUTE WS-VARIANCE = WS-WORK-BUDGET - WS-WORK-ACTUAL
           MOVE WS-VARIANCE TO FBR-MONTH-VARIANCE
           IF WS-WORK-BUDGET = 0
               MOVE "   N/A" TO FBR-MONTH-PCT-X
           ELSE
               PERFORM 440-COMPUTE-PCT-USED
               MOVE WS-PCT-USED TO FBR-MONTH-PCT
           END-IF.

       430-FORMAT-YTD-COLUMNS.
           COMPUTE WS-VARIANCE = WS-WORK-BUDGET - WS-WORK-ACTUAL
           MOVE WS-VARIANCE TO FBR-YTD-VARIANCE
           IF WS-WORK-BUDGET = 0
               MOVE "   N/A" TO FBR-YTD-PCT-X
           ELSE
               PERFORM 440-COMPUTE-PCT-USED
               MOVE WS-PCT-USED TO FBR-YTD-PCT
           END-IF.

       440-COMPUTE-PCT-USED.
           COMPUTE WS-PCT-USED ROUNDED
                   = WS-WORK-ACTUAL * 100 / WS-WORK-BUDGET
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PCT-USED
           END-COMPUTE.

       END PROGRAM FUEL-BUDGET-REPORT.
