      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-06
      * Purpose: Maintenance spend per vehicle - walks the WOMAST.IDX
      *          work order master for work orders completed in a
      *          service-date range and totals the work orders,
      *          labour hours, labour cost and parts cost closed out
      *          by WO-COMPLETE for each vehicle, ending with a fleet
      *          grand total.  Open and in-progress work orders are
      *          counted separately so outstanding shop work shows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-SPEND-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-MASTER
               ASSIGN TO "WOMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WOM-KEY
               FILE STATUS IS WS-WOM-FILE-STATUS.

           SELECT MAINT-SPEND-RPT
               ASSIGN TO "MAINTSPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WORK-ORDER-MASTER.
       01 WORK-ORDER-MASTER-RECORD.
           05 WOM-KEY.
               10 WOM-NUMBER PIC X(6).
               10 WOM-LINE-NO PIC 9(3).
           05 WOM-RECORD-TYPE PIC X.
               88 WOM-IS-HEADER VALUE "H".
               88 WOM-IS-LABOUR VALUE "L".
               88 WOM-IS-PART VALUE "P".
           05 WOM-DATA PIC X(90).
           05 WOM-HEADER-DATA REDEFINES WOM-DATA.
               10 WOM-CAR-MODEL PIC X(15).
               10 WOM-SERVICE-CODE PIC X(4).
               10 WOM-OPEN-DATE PIC X(8).
               10 WOM-ACCUM-MILEAGE PIC 9(6).
               10 WOM-STATUS PIC X.
                   88 WOM-IS-OPEN VALUE "O".
                   88 WOM-IS-IN-PROGRESS VALUE "P".
                   88 WOM-IS-COMPLETED VALUE "C".
               10 WOM-SERVICE-DATE PIC X(8).
               10 WOM-MILEAGE-AT-SERVICE PIC 9(6).
               10 WOM-LABOUR-HOURS PIC 9(4)V99.
               10 WOM-LABOUR-COST PIC 9(7)V99.
               10 WOM-PARTS-COST PIC 9(7)V99.
               10 WOM-CLOSED-BY PIC X(8).
               10 FILLER PIC X(10).

       FD MAINT-SPEND-RPT.
       01 MAINT-SPEND-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-WOM-FILE-STATUS PIC X(2).
       01 WS-WOM-EOF-FLG PIC X VALUE 'N'.
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-VEHICLE-SUB PIC 9(3).
       01 WS-VEHICLE-FOUND-FLG PIC X.
       01 WS-VEHICLE-TOTAL-COST PIC 9(8)V99.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.

       01 WS-GRAND-WO-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-LABOUR-HOURS PIC 9(6)V99 VALUE 0.
       01 WS-GRAND-LABOUR-COST PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-PARTS-COST PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL-COST PIC 9(9)V99 VALUE 0.

       01 WS-VEHICLE-COUNT PIC 9(3) VALUE 0.
       01 VEHICLE-SPEND-TABLE.
           05 VEHICLE-SPEND-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT.
               10 VST-CAR-MODEL PIC X(15).
               10 VST-WO-COUNT PIC 9(5).
               10 VST-LABOUR-HOURS PIC 9(6)V99.
               10 VST-LABOUR-COST PIC 9(8)V99.
               10 VST-PARTS-COST PIC 9(8)V99.

       01 SPEND-RPT-HEADER-1.
           05 FILLER PIC X(32) VALUE
              "MAINTENANCE SPEND PER VEHICLE - ".
           05 SPD-HDR-FROM PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 SPD-HDR-TO PIC X(8).

       01 SPEND-RPT-HEADER-2.
           05 FILLER PIC X(15) VALUE "VEHICLE".
           05 FILLER PIC X(8) VALUE "     WOS".
           05 FILLER PIC X(11) VALUE "  LAB HOURS".
           05 FILLER PIC X(15) VALUE "    LABOUR COST".
           05 FILLER PIC X(15) VALUE "     PARTS COST".
           05 FILLER PIC X(16) VALUE "      TOTAL COST".

       01 SPEND-RPT-DETAIL.
           05 SPD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-WO-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-LABOUR-HOURS PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-LABOUR-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-PARTS-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-TOTAL-COST PIC $$$,$$$,$$9.99.

       01 SPEND-RPT-TRAILER.
           05 FILLER PIC X(15) VALUE "FLEET TOTAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-GRAND-WO-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-GRAND-LABOUR-HOURS PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-GRAND-LABOUR-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-GRAND-PARTS-COST PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPD-GRAND-TOTAL-COST PIC $$$,$$$,$$9.99.

       01 SPEND-RPT-OUTSTANDING.
           05 FILLER PIC X(36) VALUE
              "WORK ORDERS STILL OPEN/IN PROGRESS: ".
           05 SPD-OUTSTANDING-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-SPEND-REPORT.
           DISPLAY "Enter from service date YYYYMMDD (blank=all): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE IS NOT NUMERIC
               MOVE "00000000" TO WS-FROM-DATE
           END-IF
           DISPLAY "Enter to service date YYYYMMDD (blank=all): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE IS NOT NUMERIC
               MOVE "99999999" TO WS-TO-DATE
           END-IF

           OPEN INPUT WORK-ORDER-MASTER
           IF WS-WOM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WOMAST.IDX - STATUS: "
                       WS-WOM-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-TOTAL-ONE-WORK-ORDER
               UNTIL WS-WOM-EOF-FLG = 'Y'
           CLOSE WORK-ORDER-MASTER

           OPEN OUTPUT MAINT-SPEND-RPT
           MOVE WS-FROM-DATE TO SPD-HDR-FROM
           MOVE WS-TO-DATE TO SPD-HDR-TO
           WRITE MAINT-SPEND-RPT-LINE FROM SPEND-RPT-HEADER-1
           WRITE MAINT-SPEND-RPT-LINE FROM SPEND-RPT-HEADER-2

           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               PERFORM 300-WRITE-VEHICLE-LINE
           END-PERFORM

           WRITE MAINT-SPEND-RPT-LINE FROM SPACES
           MOVE WS-GRAND-WO-COUNT TO SPD-GRAND-WO-COUNT
           MOVE WS-GRAND-LABOUR-HOURS TO SPD-GRAND-LABOUR-HOURS
           MOVE WS-GRAND-LABOUR-COST TO SPD-GRAND-LABOUR-COST
           MOVE WS-GRAND-PARTS-COST TO SPD-GRAND-PARTS-COST
           MOVE WS-GRAND-TOTAL-COST TO SPD-GRAND-TOTAL-COST
           WRITE MAINT-SPEND-RPT-LINE FROM SPEND-RPT-TRAILER
           MOVE WS-OUTSTANDING-COUNT TO SPD-OUTSTANDING-COUNT
           WRITE MAINT-SPEND-RPT-LINE FROM SPEND-RPT-OUTSTANDING
           CLOSE MAINT-SPEND-RPT

           DISPLAY "MAINTENANCE SPEND REPORT WRITTEN - VEHICLES: "
                   WS-VEHICLE-COUNT " WORK ORDERS: " WS-GRAND-WO-COUNT
           STOP RUN.

       200-TOTAL-ONE-WORK-ORDER.
           READ WORK-ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WOM-EOF-FLG
           END-READ

           IF WS-WOM-EOF-FLG NOT = 'Y' AND WOM-IS-HEADER
               IF WOM-IS-COMPLETED
                   IF WOM-SERVICE-DATE >= WS-FROM-DATE
                           AND WOM-SERVICE-DATE <= WS-TO-DATE
                       PERFORM 210-ROLL-UP-TO-VEHICLE
                   END-IF
               ELSE
                   ADD 1 TO WS-OUTSTANDING-COUNT
               END-IF
           END-IF.

       210-ROLL-UP-TO-VEHICLE.
           MOVE 'N' TO WS-VEHICLE-FOUND-FLG
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               IF VST-CAR-MODEL(WS-VEHICLE-SUB) = WOM-CAR-MODEL
                   MOVE 'Y' TO WS-VEHICLE-FOUND-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-VEHICLE-FOUND-FLG = 'N' AND WS-VEHICLE-COUNT < 500
               ADD 1 TO WS-VEHICLE-COUNT
               MOVE WS-VEHICLE-COUNT TO WS-VEHICLE-SUB
               MOVE WOM-CAR-MODEL TO VST-CAR-MODEL(WS-VEHICLE-SUB)
               MOVE 0 TO VST-WO-COUNT(WS-VEHICLE-SUB)
               MOVE 0 TO VST-LABOUR-HOURS(WS-VEHICLE-SUB)
               MOVE 0 TO VST-LABOUR-COST(WS-VEHICLE-SUB)
               MOVE 0 TO VST-PARTS-COST(WS-VEHICLE-SUB)
               MOVE 'Y' TO WS-VEHICLE-FOUND-FLG
           END-IF

           IF WS-VEHICLE-FOUND-FLG = 'Y'
               ADD 1 TO VST-WO-COUNT(WS-VEHICLE-SUB)
               ADD WOM-LABOUR-HOURS TO VST-LABOUR-HOURS(WS-VEHICLE-SUB)
               ADD WOM-LABOUR-COST TO VST-LABOUR-COST(WS-VEHICLE-SUB)
               ADD WOM-PARTS-COST TO VST-PARTS-COST(WS-VEHICLE-SUB)
           END-IF

           ADD 1 TO WS-GRAND-WO-COUNT
           ADD WOM-LABOUR-HOURS TO WS-GRAND-LABOUR-HOURS
           ADD WOM-LABOUR-COST TO WS-GRAND-LABOUR-COST
           ADD WOM-PARTS-COST TO WS-GRAND-PARTS-COST
           ADD WOM-LABOUR-COST WOM-PARTS-COST
               TO WS-GRAND-TOTAL-COST.

       300-WRITE-VEHICLE-LINE.
           COMPUTE WS-VEHICLE-TOTAL-COST
               = VST-LABOUR-COST(WS-VEHICLE-SUB)
               + VST-PARTS-COST(WS-VEHICLE-SUB)
           MOVE VST-CAR-MODEL(WS-VEHICLE-SUB) TO SPD-CAR-MODEL
           MOVE VST-WO-COUNT(WS-VEHICLE-SUB) TO SPD-WO-COUNT
           MOVE VST-LABOUR-HOURS(WS-VEHICLE-SUB) TO SPD-LABOUR-HOURS
           MOVE VST-LABOUR-COST(WS-VEHICLE-SUB) TO SPD-LABOUR-COST
           MOVE VST-PARTS-COST(WS-VEHICLE-SUB) TO SPD-PARTS-COST
           MOVE WS-VEHICLE-TOTAL-COST TO SPD-TOTAL-COST
           WRITE MAINT-SPEND-RPT-LINE FROM SPEND-RPT-DETAIL.

       END PROGRAM MAINT-SPEND-REPORT.
