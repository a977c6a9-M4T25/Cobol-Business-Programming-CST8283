      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-13
      * Purpose: Incident reports for the safety committee and the
      *          insurance renewal - lists the INCIDENT.IDX register
      *          for a date range by vehicle (INCVEH.RPT) and, sorted
      *          on the responsible driver, by driver (INCDRV.RPT).
      *          Each group and the whole range are totalled for
      *          incident count, at-fault count, repair cost, claim
      *          recoveries and net cost.  The repair cost is the
      *          actual cost once known and the estimate until then.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER
               ASSIGN TO "INCIDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../Lab 8/EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "INCSORT.TMP".

           SELECT INCIDENT-VEHICLE-RPT
               ASSIGN TO "INCVEH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INCIDENT-DRIVER-RPT
               ASSIGN TO "INCDRV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               88 INC-DRIVER-AT-FAULT VALUE "Y".
           05 INC-DRIVER-EMP-ID PIC X(6).
           05 INC-DRIVER-SOURCE PIC X.
           05 INC-HOLD-FLG PIC X.

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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-CAR-MODEL PIC X(15).
           05 SW-DATE PIC X(8).
           05 SW-TIME PIC X(4).
           05 SW-TYPE PIC X.
           05 SW-DESCRIPTION PIC X(40).
           05 SW-ESTIMATED-COST PIC 9(7)V99.
           05 SW-ACTUAL-COST PIC 9(7)V99.
           05 SW-CLAIM-NUMBER PIC X(15).
           05 SW-RECOVERED-AMT PIC 9(7)V99.
           05 SW-AT-FAULT PIC X.
               88 SW-DRIVER-AT-FAULT VALUE "Y".
           05 SW-DRIVER-EMP-ID PIC X(6).
           05 SW-DRIVER-SOURCE PIC X.
           05 SW-HOLD-FLG PIC X.

       FD INCIDENT-VEHICLE-RPT.
       01 INCIDENT-VEHICLE-RPT-LINE PIC X(132).

       FD INCIDENT-DRIVER-RPT.
       01 INCIDENT-DRIVER-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-EMP-OPEN-FLG PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUS-DATE-HOLD PIC X(8).
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-MASTER-EOF-FLG PIC X.
       01 WS-SORT-EOF-FLG PIC X.
       01 WS-FIRST-GROUP-FLG PIC X.
       01 WS-PRIOR-CAR-MODEL PIC X(15).
       01 WS-PRIOR-DRIVER PIC X(6).

       01 WS-CALC-ESTIMATED-COST PIC 9(7)V99.
       01 WS-CALC-ACTUAL-COST PIC 9(7)V99.
       01 WS-CALC-RECOVERED-AMT PIC 9(7)V99.
       01 WS-CALC-AT-FAULT PIC X.
       01 WS-INCIDENT-COST PIC 9(7)V99.
       01 WS-INCIDENT-NET PIC S9(7)V99.

       01 GROUP-TOTALS.
           05 WS-GROUP-COUNT PIC 9(5).
           05 WS-GROUP-FAULT-COUNT PIC 9(5).
           05 WS-GROUP-COST PIC 9(9)V99.
           05 WS-GROUP-RECOVERED PIC 9(9)V99.
           05 WS-GROUP-NET PIC S9(9)V99.

       01 RANGE-TOTALS.
           05 WS-RANGE-COUNT PIC 9(5).
           05 WS-RANGE-FAULT-COUNT PIC 9(5).
           05 WS-RANGE-COST PIC 9(9)V99.
           05 WS-RANGE-RECOVERED PIC 9(9)V99.
           05 WS-RANGE-NET PIC S9(9)V99.
           05 WS-RANGE-GROUPS PIC 9(5).

       01 VEHICLE-RPT-HEADER-1.
           05 FILLER PIC X(44) VALUE
              "VEHICLE INCIDENT REGISTER - BY VEHICLE".
           05 FILLER PIC X(6) VALUE "FROM ".
           05 VRH-FROM-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 VRH-TO-DATE PIC X(8).

       01 VEHICLE-RPT-HEADER-2.
           05 FILLER PIC X(17) VALUE "VEHICLE".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(8) VALUE "DRIVER".
           05 FILLER PIC X(6) VALUE "FAULT".
           05 FILLER PIC X(12) VALUE " REPAIR COST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "   RECOVERED".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "     NET COST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "CLAIM NUMBER".

       01 VEHICLE-RPT-DETAIL.
           05 VRD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VRD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VRD-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VRD-DRIVER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VRD-AT-FAULT PIC X.
           05 FILLER PIC X(5) VALUE SPACES.
           05 VRD-COST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VRD-RECOVERED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 VRD-NET PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VRD-CLAIM-NUMBER PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VRD-DESCRIPTION PIC X(40).

       01 DRIVER-RPT-HEADER-1.
           05 FILLER PIC X(44) VALUE
              "VEHICLE INCIDENT REGISTER - BY DRIVER".
           05 FILLER PIC X(6) VALUE "FROM ".
           05 DRH-FROM-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 DRH-TO-DATE PIC X(8).

       01 DRIVER-GROUP-HEADER.
           05 FILLER PIC X(8) VALUE "DRIVER: ".
           05 DGH-DRIVER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DGH-DRIVER-NAME PIC X(40).

       01 DRIVER-RPT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRD-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DRD-AT-FAULT PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DRD-COST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRD-RECOVERED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DRD-NET PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRD-CLAIM-NUMBER PIC X(15).

       01 GROUP-TRAILER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRT-LABEL PIC X(10).
           05 FILLER PIC X(11) VALUE "INCIDENTS: ".
           05 GRT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  AT FAULT: ".
           05 GRT-FAULT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  COST: ".
           05 GRT-COST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  RECOVERED: ".
           05 GRT-RECOVERED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  NET: ".
           05 GRT-NET PIC -ZZZ,ZZZ,ZZ9.99.

       01 RANGE-TRAILER.
           05 FILLER PIC X(7) VALUE "TOTAL: ".
           05 RGT-GROUPS PIC ZZ,ZZ9.
           05 RGT-GROUP-LABEL PIC X(10).
           05 FILLER PIC X(11) VALUE "INCIDENTS: ".
           05 RGT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  AT FAULT: ".
           05 RGT-FAULT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  COST: ".
           05 RGT-COST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  RECOVERED: ".
           05 RGT-RECOVERED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  NET: ".
           05 RGT-NET PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-PRODUCE-INCIDENT-REPORTS.
           PERFORM 105-GET-BUSINESS-DATE
           PERFORM 110-ACCEPT-DATE-RANGE

           OPEN INPUT INCIDENT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INCIDENT.IDX - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN-FLG
           ELSE
               DISPLAY "EMPMAST.IDX NOT AVAILABLE - "
                       "DRIVER NAMES NOT SHOWN"
           END-IF

           PERFORM 200-PRODUCE-VEHICLE-REPORT
           CLOSE INCIDENT-MASTER

           OPEN OUTPUT INCIDENT-DRIVER-RPT
           MOVE WS-FROM-DATE TO DRH-FROM-DATE
           MOVE WS-TO-DATE TO DRH-TO-DATE
           WRITE INCIDENT-DRIVER-RPT-LINE FROM DRIVER-RPT-HEADER-1
           WRITE INCIDENT-DRIVER-RPT-LINE FROM SPACES

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DRIVER-EMP-ID
               ON ASCENDING KEY SW-DATE
               ON ASCENDING KEY SW-CAR-MODEL
               USING INCIDENT-MASTER
               OUTPUT PROCEDURE IS 300-LIST-INCIDENTS-BY-DRIVER

           CLOSE INCIDENT-DRIVER-RPT
           IF WS-EMP-OPEN-FLG = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF

           DISPLAY "INCIDENT REPORTS WRITTEN TO INCVEH.RPT AND "
                   "INCDRV.RPT"
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
           END-IF.

      ******************************************************************
      * The range defaults to the business year to date - the period
      * the insurer asks for at renewal.
      ******************************************************************
       110-ACCEPT-DATE-RANGE.
           DISPLAY "Enter from date (YYYYMMDD, blank=start of year): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
               MOVE WS-BUS-DATE-HOLD TO WS-FROM-DATE
               MOVE "0101" TO WS-FROM-DATE(5:4)
           END-IF
           DISPLAY "Enter to date (YYYYMMDD, blank=business date): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-BUS-DATE-HOLD TO WS-TO-DATE
           END-IF

           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
               DISPLAY "DATES MUST BE YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO WS-DATE-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
               DISPLAY "FROM DATE IS NOT A VALID DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TO-DATE TO WS-DATE-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
               DISPLAY "TO DATE IS NOT A VALID DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The master is already in vehicle and date order, so the
      * vehicle report is a straight control-break pass over it.
      ******************************************************************
       200-PRODUCE-VEHICLE-REPORT.
           OPEN OUTPUT INCIDENT-VEHICLE-RPT
           MOVE WS-FROM-DATE TO VRH-FROM-DATE
           MOVE WS-TO-DATE TO VRH-TO-DATE
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM VEHICLE-RPT-HEADER-1
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM SPACES
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM VEHICLE-RPT-HEADER-2

           INITIALIZE GROUP-TOTALS
           INITIALIZE RANGE-TOTALS
           MOVE 'Y' TO WS-FIRST-GROUP-FLG
           MOVE 'N' TO WS-MASTER-EOF-FLG
           PERFORM UNTIL WS-MASTER-EOF-FLG = 'Y'
               READ INCIDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLG
                   NOT AT END
                       IF INC-DATE NOT < WS-FROM-DATE
                               AND INC-DATE NOT > WS-TO-DATE
                           PERFORM 210-LIST-VEHICLE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FIRST-GROUP-FLG = 'N'
               PERFORM 220-WRITE-VEHICLE-BREAK
           END-IF
           MOVE "VEHICLES  " TO RGT-GROUP-LABEL
           PERFORM 500-FILL-RANGE-TRAILER
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM SPACES
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM RANGE-TRAILER
           CLOSE INCIDENT-VEHICLE-RPT.

       210-LIST-VEHICLE-INCIDENT.
           IF WS-FIRST-GROUP-FLG = 'Y'
               MOVE INC-CAR-MODEL TO WS-PRIOR-CAR-MODEL
               MOVE 'N' TO WS-FIRST-GROUP-FLG
           END-IF
           IF INC-CAR-MODEL NOT = WS-PRIOR-CAR-MODEL
               PERFORM 220-WRITE-VEHICLE-BREAK
               MOVE INC-CAR-MODEL TO WS-PRIOR-CAR-MODEL
           END-IF

           MOVE INC-ESTIMATED-COST TO WS-CALC-ESTIMATED-COST
           MOVE INC-ACTUAL-COST TO WS-CALC-ACTUAL-COST
           MOVE INC-RECOVERED-AMT TO WS-CALC-RECOVERED-AMT
           MOVE INC-AT-FAULT TO WS-CALC-AT-FAULT
           PERFORM 400-ACCUMULATE-INCIDENT

           MOVE INC-CAR-MODEL TO VRD-CAR-MODEL
           MOVE INC-DATE TO VRD-DATE
           MOVE INC-TYPE TO VRD-TYPE
           MOVE INC-DRIVER-EMP-ID TO VRD-DRIVER
           MOVE INC-AT-FAULT TO VRD-AT-FAULT
           MOVE WS-INCIDENT-COST TO VRD-COST
           MOVE INC-RECOVERED-AMT TO VRD-RECOVERED
           MOVE WS-INCIDENT-NET TO VRD-NET
           MOVE INC-CLAIM-NUMBER TO VRD-CLAIM-NUMBER
           MOVE INC-DESCRIPTION TO VRD-DESCRIPTION
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM VEHICLE-RPT-DETAIL.

       220-WRITE-VEHICLE-BREAK.
           MOVE "VEHICLE   " TO GRT-LABEL
           PERFORM 510-FILL-GROUP-TRAILER
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM GROUP-TRAILER
           WRITE INCIDENT-VEHICLE-RPT-LINE FROM SPACES
           ADD 1 TO WS-RANGE-GROUPS
           INITIALIZE GROUP-TOTALS.

      ******************************************************************
      * Incidents with no resolved driver sort to the front under a
      * blank driver id and are listed as unassigned so the committee
      * can see what is still to be followed up.
      ******************************************************************
       300-LIST-INCIDENTS-BY-DRIVER.
           INITIALIZE GROUP-TOTALS
           INITIALIZE RANGE-TOTALS
           MOVE 'Y' TO WS-FIRST-GROUP-FLG
           MOVE 'N' TO WS-SORT-EOF-FLG
           PERFORM 310-RETURN-SORTED-INCIDENT
           PERFORM UNTIL WS-SORT-EOF-FLG = 'Y'
               IF SW-DATE NOT < WS-FROM-DATE
                       AND SW-DATE NOT > WS-TO-DATE
                   PERFORM 320-LIST-DRIVER-INCIDENT
               END-IF
               PERFORM 310-RETURN-SORTED-INCIDENT
           END-PERFORM

           IF WS-FIRST-GROUP-FLG = 'N'
               PERFORM 330-WRITE-DRIVER-BREAK
           END-IF
           MOVE "DRIVERS   " TO RGT-GROUP-LABEL
           PERFORM 500-FILL-RANGE-TRAILER
           WRITE INCIDENT-DRIVER-RPT-LINE FROM RANGE-TRAILER.

       310-RETURN-SORTED-INCIDENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLG.

       320-LIST-DRIVER-INCIDENT.
           IF WS-FIRST-GROUP-FLG = 'Y'
               MOVE SW-DRIVER-EMP-ID TO WS-PRIOR-DRIVER
               MOVE 'N' TO WS-FIRST-GROUP-FLG
               PERFORM 340-WRITE-DRIVER-HEADER
           END-IF
           IF SW-DRIVER-EMP-ID NOT = WS-PRIOR-DRIVER
               PERFORM 330-WRITE-DRIVER-BREAK
               MOVE SW-DRIVER-EMP-ID TO WS-PRIOR-DRIVER
               PERFORM 340-WRITE-DRIVER-HEADER
           END-IF

           MOVE SW-ESTIMATED-COST TO WS-CALC-ESTIMATED-COST
           MOVE SW-ACTUAL-COST TO WS-CALC-ACTUAL-COST
           MOVE SW-RECOVERED-AMT TO WS-CALC-RECOVERED-AMT
           MOVE SW-AT-FAULT TO WS-CALC-AT-FAULT
           PERFORM 400-ACCUMULATE-INCIDENT

           MOVE SW-DATE TO DRD-DATE
           MOVE SW-CAR-MODEL TO DRD-CAR-MODEL
           MOVE SW-TYPE TO DRD-TYPE
           MOVE SW-AT-FAULT TO DRD-AT-FAULT
           MOVE WS-INCIDENT-COST TO DRD-COST
           MOVE SW-RECOVERED-AMT TO DRD-RECOVERED
           MOVE WS-INCIDENT-NET TO DRD-NET
           MOVE SW-CLAIM-NUMBER TO DRD-CLAIM-NUMBER
           WRITE INCIDENT-DRIVER-RPT-LINE FROM DRIVER-RPT-DETAIL.

       330-WRITE-DRIVER-BREAK.
           MOVE "DRIVER    " TO GRT-LABEL
           PERFORM 510-FILL-GROUP-TRAILER
           WRITE INCIDENT-DRIVER-RPT-LINE FROM GROUP-TRAILER
           WRITE INCIDENT-DRIVER-RPT-LINE FROM SPACES
           ADD 1 TO WS-RANGE-GROUPS
           INITIALIZE GROUP-TOTALS.

       340-WRITE-DRIVER-HEADER.
           MOVE WS-PRIOR-DRIVER TO DGH-DRIVER
           EVALUATE TRUE
               WHEN WS-PRIOR-DRIVER = SPACES
                   MOVE "*** DRIVER NOT RESOLVED ***"
                       TO DGH-DRIVER-NAME
               WHEN WS-EMP-OPEN-FLG = 'N'
                   MOVE SPACES TO DGH-DRIVER-NAME
               WHEN OTHER
                   MOVE WS-PRIOR-DRIVER TO EMP-ID-MASTER
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "*** NOT ON EMPLOYEE MASTER ***"
                               TO DGH-DRIVER-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO DGH-DRIVER-NAME
                   END-READ
           END-EVALUATE
           WRITE INCIDENT-DRIVER-RPT-LINE FROM DRIVER-GROUP-HEADER.

      ******************************************************************
      * Both reports pass the incident's amounts through the WS-CALC
      * fields so the cost rule is applied in one place.
      ******************************************************************
       400-ACCUMULATE-INCIDENT.
           IF WS-CALC-ACTUAL-COST > 0
               MOVE WS-CALC-ACTUAL-COST TO WS-INCIDENT-COST
           ELSE
               MOVE WS-CALC-ESTIMATED-COST TO WS-INCIDENT-COST
           END-IF
           COMPUTE WS-INCIDENT-NET
               = WS-INCIDENT-COST - WS-CALC-RECOVERED-AMT

           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-RANGE-COUNT
           IF WS-CALC-AT-FAULT = "Y"
               ADD 1 TO WS-GROUP-FAULT-COUNT
               ADD 1 TO WS-RANGE-FAULT-COUNT
           END-IF
           ADD WS-INCIDENT-COST TO WS-GROUP-COST
           ADD WS-INCIDENT-COST TO WS-RANGE-COST
           ADD WS-CALC-RECOVERED-AMT TO WS-GROUP-RECOVERED
           ADD WS-CALC-RECOVERED-AMT TO WS-RANGE-RECOVERED
           ADD WS-INCIDENT-NET TO WS-GROUP-NET
           ADD WS-INCIDENT-NET TO WS-RANGE-NET.

       500-FILL-RANGE-TRAILER.
           MOVE WS-RANGE-GROUPS TO RGT-GROUPS
           MOVE WS-RANGE-COUNT TO RGT-COUNT
           MOVE WS-RANGE-FAULT-COUNT TO RGT-FAULT-COUNT
           MOVE WS-RANGE-COST TO RGT-COST
           MOVE WS-RANGE-RECOVERED TO RGT-RECOVERED
           MOVE WS-RANGE-NET TO RGT-NET.

       510-FILL-GROUP-TRAILER.
           MOVE WS-GROUP-COUNT TO GRT-COUNT
           MOVE WS-GROUP-FAULT-COUNT TO GRT-FAULT-COUNT
           MOVE WS-GROUP-COST TO GRT-COST
           MOVE WS-GROUP-RECOVERED TO GRT-RECOVERED
           MOVE WS-GROUP-NET TO GRT-NET.

       END PROGRAM INCIDENT-REPORT.
