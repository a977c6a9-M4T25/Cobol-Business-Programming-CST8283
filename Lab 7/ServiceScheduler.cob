      *          no rows of their own), and writes due and overdue
      *          work-order records to WORKORDERS.TXT plus the daily
      *          due-list report.  Overdue units surface on the
      *          morning exceptions dashboard.  Every due or overdue
      *          service without an uncompleted work order already on
      *          the WOMAST.IDX work order master is opened there under
      *          the next number from WONUMBER.DAT for WO-COMPLETE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "SVCDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-ORDER-MASTER
               ASSIGN TO "WOMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOM-KEY
               FILE STATUS IS WS-WOM-FILE-STATUS.

           SELECT WO-NUMBER-FILE
               ASSIGN TO "WONUMBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WONUM-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SERVICE-INTERVAL-FILE.
       FD SERVICE-DUE-RPT.
       01 SERVICE-DUE-RPT-LINE PIC X(100).

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

       FD WO-NUMBER-FILE.
       01 WO-NUMBER-RECORD.
           05 WON-LAST-NUMBER PIC 9(6).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-INTERVAL-FILE-STATUS PIC X(2).
       01 WS-HISTORY-FILE-STATUS PIC X(2).
       01 WS-LAST-SVC-MILEAGE PIC 9(6).
       01 WS-MILEAGE-SINCE PIC 9(6).
       01 WS-OVERDUE-POINT PIC 9(6).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-BUSDATE-STATUS PIC X(2).

       01 WORK-ORDER-WORKING-FIELDS.
           05 WS-WOM-FILE-STATUS PIC X(2).
           05 WS-WONUM-FILE-STATUS PIC X(2).
           05 WS-WOM-OPEN-FLG PIC X VALUE 'N'.
           05 WS-WOM-EOF-FLG PIC X.
           05 WS-WO-ON-FILE-FLG PIC X.
           05 WS-OPEN-WO-SUB PIC 9(3).
           05 WS-LAST-WO-NUMBER PIC 9(6) VALUE 0.
           05 WS-WO-OPENED-COUNT PIC 9(5) VALUE 0.

       01 WS-OPEN-WO-COUNT PIC 9(3) VALUE 0.
       01 OPEN-WORK-ORDER-TABLE.
           05 OPEN-WORK-ORDER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPEN-WO-COUNT.
               10 OWT-CAR-MODEL PIC X(15).
               10 OWT-SERVICE-CODE PIC X(4).

       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
           05 DUE-DUE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  OVERDUE: ".
           05 DUE-OVERDUE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  WOS OPENED: ".
           05 DUE-WO-OPENED-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-SCHEDULE-SERVICES.
           PERFORM 040-GET-BUSINESS-DATE
           PERFORM 110-LOAD-INTERVAL-TABLE
           IF WS-INTERVAL-COUNT = 0
               DISPLAY "SVCINTVL.TBL MISSING OR EMPTY - CANNOT RUN"
           END-IF

           PERFORM 130-LOAD-SERVICE-HISTORY
           PERFORM 160-LOAD-OPEN-WORK-ORDERS
           PERFORM 170-GET-LAST-WO-NUMBER

           OPEN INPUT GAS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
           MOVE WS-VEHICLES-CHECKED TO DUE-CHECKED
           MOVE WS-DUE-COUNT TO DUE-DUE-COUNT
           MOVE WS-OVERDUE-COUNT TO DUE-OVERDUE-COUNT
           MOVE WS-WO-OPENED-COUNT TO DUE-WO-OPENED-COUNT
           WRITE SERVICE-DUE-RPT-LINE FROM DUE-RPT-TRAILER

           CLOSE WORK-ORDER-FILE
           IF WS-CAR-FILE-STATUS = "00"
               CLOSE CAR-MASTER
           END-IF
           IF WS-WOM-OPEN-FLG = 'Y'
               CLOSE WORK-ORDER-MASTER
               PERFORM 180-REWRITE-LAST-WO-NUMBER
           END-IF

           DISPLAY "SERVICE SCHEDULE COMPLETE - DUE: " WS-DUE-COUNT
                   " OVERDUE: " WS-OVERDUE-COUNT
                   " WOS OPENED: " WS-WO-OPENED-COUNT
           STOP RUN.

       040-GET-BUSINESS-DATE.
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

       110-LOAD-INTERVAL-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT SERVICE-INTERVAL-FILE
                   TO SHT-MILEAGE-AT-SERVICE(WS-SVCHIST-COUNT)
           END-IF.

      ******************************************************************
      * A vehicle and service code that already has an open or
      * in-progress work order is not opened again - the shop is
      * working it and WO-COMPLETE will close it into SVCHIST.TXT.
      * The master is created on the first run that needs it.
      ******************************************************************
       160-LOAD-OPEN-WORK-ORDERS.
           OPEN I-O WORK-ORDER-MASTER
           IF WS-WOM-FILE-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-MASTER
               CLOSE WORK-ORDER-MASTER
               OPEN I-O WORK-ORDER-MASTER
           END-IF
           IF WS-WOM-FILE-STATUS NOT = "00"
               DISPLAY "WORK ORDER MASTER NOT AVAILABLE - STATUS: "
                       WS-WOM-FILE-STATUS
                       " - NO WORK ORDERS OPENED"
               MOVE 'N' TO WS-WOM-OPEN-FLG
           ELSE
               MOVE 'Y' TO WS-WOM-OPEN-FLG
               MOVE 'N' TO WS-WOM-EOF-FLG
               PERFORM UNTIL WS-WOM-EOF-FLG = 'Y'
                   READ WORK-ORDER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-WOM-EOF-FLG
                       NOT AT END
                           IF WOM-IS-HEADER
                                   AND NOT WOM-IS-COMPLETED
                                   AND WS-OPEN-WO-COUNT < 500
                               ADD 1 TO WS-OPEN-WO-COUNT
                               MOVE WOM-CAR-MODEL
                                   TO OWT-CAR-MODEL(WS-OPEN-WO-COUNT)
                               MOVE WOM-SERVICE-CODE
                                   TO OWT-SERVICE-CODE(WS-OPEN-WO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Work order numbers carry on from the last-used number held
      * in WONUMBER.DAT, rewritten once at end of run.
      ******************************************************************
       170-GET-LAST-WO-NUMBER.
           OPEN INPUT WO-NUMBER-FILE
           IF WS-WONUM-FILE-STATUS = "00"
               READ WO-NUMBER-FILE
                   NOT AT END
                       IF WON-LAST-NUMBER IS NUMERIC
                           MOVE WON-LAST-NUMBER TO WS-LAST-WO-NUMBER
                       END-IF
               END-READ
               CLOSE WO-NUMBER-FILE
           END-IF.

       180-REWRITE-LAST-WO-NUMBER.
           OPEN OUTPUT WO-NUMBER-FILE
           MOVE WS-LAST-WO-NUMBER TO WON-LAST-NUMBER
           WRITE WO-NUMBER-RECORD
           CLOSE WO-NUMBER-FILE.

       200-ACCUMULATE-ONE-READING.
           READ GAS-HIST-FILE NEXT RECORD
               AT END
               MOVE SVT-INTERVAL-MILEAGE(WS-INTERVAL-SUB)
                   TO DUE-INTERVAL
               WRITE SERVICE-DUE-RPT-LINE FROM DUE-RPT-DETAIL

               IF WS-WOM-OPEN-FLG = 'Y'
                   PERFORM 330-OPEN-WORK-ORDER
               END-IF
           END-IF.

       330-OPEN-WORK-ORDER.
           MOVE 'N' TO WS-WO-ON-FILE-FLG
           PERFORM VARYING WS-OPEN-WO-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-WO-SUB > WS-OPEN-WO-COUNT
               IF OWT-CAR-MODEL(WS-OPEN-WO-SUB) = WS-PRIOR-VEHICLE-ID
                       AND OWT-SERVICE-CODE(WS-OPEN-WO-SUB)
                           = SVT-SERVICE-CODE(WS-INTERVAL-SUB)
                   MOVE 'Y' TO WS-WO-ON-FILE-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-WO-ON-FILE-FLG = 'N'
               ADD 1 TO WS-LAST-WO-NUMBER
               MOVE SPACES TO WORK-ORDER-MASTER-RECORD
               MOVE WS-LAST-WO-NUMBER TO WOM-NUMBER
               MOVE 0 TO WOM-LINE-NO
               MOVE "H" TO WOM-RECORD-TYPE
               MOVE WS-PRIOR-VEHICLE-ID TO WOM-CAR-MODEL
               MOVE SVT-SERVICE-CODE(WS-INTERVAL-SUB)
                   TO WOM-SERVICE-CODE
               MOVE WS-BUSINESS-DATE TO WOM-OPEN-DATE
               MOVE WS-VEHICLE-MILEAGE TO WOM-ACCUM-MILEAGE
               MOVE "O" TO WOM-STATUS
               MOVE 0 TO WOM-MILEAGE-AT-SERVICE
               MOVE 0 TO WOM-LABOUR-HOURS
               MOVE 0 TO WOM-LABOUR-COST
               MOVE 0 TO WOM-PARTS-COST
               WRITE WORK-ORDER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "WORK ORDER " WOM-NUMBER
                               " ALREADY ON MASTER - CHECK WONUMBER.DAT"
                   NOT INVALID KEY
                       ADD 1 TO WS-WO-OPENED-COUNT
                       IF WS-OPEN-WO-COUNT < 500
                           ADD 1 TO WS-OPEN-WO-COUNT
                           MOVE WS-PRIOR-VEHICLE-ID
                               TO OWT-CAR-MODEL(WS-OPEN-WO-COUNT)
                           MOVE SVT-SERVICE-CODE(WS-INTERVAL-SUB)
                               TO OWT-SERVICE-CODE(WS-OPEN-WO-COUNT)
                       END-IF
               END-WRITE
           END-IF.

       END PROGRAM SERVICE-SCHEDULER.
