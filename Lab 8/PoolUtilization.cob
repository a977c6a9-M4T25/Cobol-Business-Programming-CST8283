      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-12
      * Purpose: Pool vehicle utilization report - for a date range,
      *          walks the CAR master for the pool (vehicles not sold
      *          or scrapped and with no permanent assignment in force
      *          on the assignment master) and counts the days each
      *          one was booked on the reservation master, with the
      *          number of bookings and booked days as a percent of
      *          the days in the range.  A day touched by any booking
      *          counts once.  Ends with pool totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOL-UTILIZATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-MASTER
               ASSIGN TO "RESVMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT ASSIGN-MASTER
               ASSIGN TO "ASSIGNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT UTILIZATION-RPT
               ASSIGN TO "POOLUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CAR-MASTER.
       01 CAR-MASTER-RECORD.
           05 CAR-MODEL-MASTER PIC X(15).
           05 CAR-MASTER-DATA.
               10 ENGINE-MASTER PIC X(25).
               10 TOWING-CAPACITY-MASTER PIC 9(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-SERVICE-HOLD VALUE "H".
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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD UTILIZATION-RPT.
       01 UTILIZATION-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-CAR-EOF-FLG PIC X.
       01 WS-SCAN-EOF-FLG PIC X.
       01 WS-TABLE-EOF-FLG PIC X.
       01 WS-POOL-VEHICLE-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-DAY-SUB PIC 9(4).
       01 WS-FIRST-DAY-SUB PIC 9(4).
       01 WS-LAST-DAY-SUB PIC 9(4).

       01 WS-BUS-DATE-HOLD PIC X(8).
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-FROM-INT PIC 9(8).
       01 WS-TO-INT PIC 9(8).
       01 WS-FIRST-DAY-INT PIC 9(8).
       01 WS-LAST-DAY-INT PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(4).

       01 WS-VEHICLE-BOOKINGS PIC 9(5).
       01 WS-VEHICLE-BOOKED-DAYS PIC 9(4).
       01 WS-UTILIZATION-PCT PIC 9(3)V9.
       01 WS-POOL-VEHICLES PIC 9(5) VALUE 0.
       01 WS-POOL-BOOKINGS PIC 9(7) VALUE 0.
       01 WS-POOL-BOOKED-DAYS PIC 9(7) VALUE 0.
       01 WS-POOL-AVAILABLE-DAYS PIC 9(9) VALUE 0.

      ******************************************************************
      * One flag per day of the range for the vehicle in hand - a
      * range is held to 366 days.
      ******************************************************************
       01 BOOKED-DAY-TABLE.
           05 BOOKED-DAY-FLG PIC X OCCURS 366 TIMES.

       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 ASSIGNED-VEHICLE-TABLE.
           05 ASSIGNED-VEHICLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT.
               10 AVT-CAR-MODEL PIC X(15).
               10 AVT-EFFECTIVE-DATE PIC X(8).

       01 UTIL-RPT-HEADER-1.
           05 FILLER PIC X(34) VALUE
              "POOL VEHICLE UTILIZATION REPORT".
           05 UTL-HDR-FROM-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 UTL-HDR-TO-DATE PIC X(8).

       01 UTIL-RPT-HEADER-2.
           05 FILLER PIC X(17) VALUE "VEHICLE".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "BOOKINGS".
           05 FILLER PIC X(13) VALUE "BOOKED DAYS".
           05 FILLER PIC X(12) VALUE "UTILIZATION".

       01 UTIL-RPT-DETAIL.
           05 UTL-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UTL-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UTL-BOOKINGS PIC ZZ,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 UTL-BOOKED-DAYS PIC Z,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 UTL-UTILIZATION-PCT PIC ZZ9.9.
           05 FILLER PIC X VALUE "%".

       01 UTIL-RPT-TRAILER.
           05 FILLER PIC X(15) VALUE "POOL VEHICLES: ".
           05 UTL-POOL-VEHICLES PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  BOOKINGS: ".
           05 UTL-POOL-BOOKINGS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  BOOKED DAYS: ".
           05 UTL-POOL-BOOKED-DAYS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  UTILIZATION: ".
           05 UTL-POOL-PCT PIC ZZ9.9.
           05 FILLER PIC X VALUE "%".

       PROCEDURE DIVISION.
       100-PRODUCE-UTILIZATION-REPORT.
           PERFORM 105-GET-BUSINESS-DATE
           DISPLAY "Enter from date (YYYYMMDD, blank=start of "
                   "business month): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
               MOVE WS-BUS-DATE-HOLD TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF
           DISPLAY "Enter to date (YYYYMMDD, blank=business date): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-BUS-DATE-HOLD TO WS-TO-DATE
           END-IF
           PERFORM 110-VALIDATE-DATE-RANGE

           PERFORM 120-LOAD-ASSIGNED-VEHICLES

           OPEN INPUT RESERVATION-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RESVMAST.IDX - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CAR MASTER - STATUS: "
                       WS-CAR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT UTILIZATION-RPT
           MOVE WS-FROM-DATE TO UTL-HDR-FROM-DATE
           MOVE WS-TO-DATE TO UTL-HDR-TO-DATE
           WRITE UTILIZATION-RPT-LINE FROM UTIL-RPT-HEADER-1
           WRITE UTILIZATION-RPT-LINE FROM SPACES
           WRITE UTILIZATION-RPT-LINE FROM UTIL-RPT-HEADER-2

           MOVE 'N' TO WS-CAR-EOF-FLG
           PERFORM UNTIL WS-CAR-EOF-FLG = 'Y'
               READ CAR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAR-EOF-FLG
                   NOT AT END
                       PERFORM 200-CHECK-POOL-VEHICLE
                       IF WS-POOL-VEHICLE-FLG = 'Y'
                           PERFORM 300-MEASURE-ONE-VEHICLE
                       END-IF
               END-READ
           END-PERFORM

           WRITE UTILIZATION-RPT-LINE FROM SPACES
           MOVE WS-POOL-VEHICLES TO UTL-POOL-VEHICLES
           MOVE WS-POOL-BOOKINGS TO UTL-POOL-BOOKINGS
           MOVE WS-POOL-BOOKED-DAYS TO UTL-POOL-BOOKED-DAYS
           MOVE 0 TO UTL-POOL-PCT
           IF WS-POOL-AVAILABLE-DAYS > 0
               COMPUTE UTL-POOL-PCT ROUNDED
                   = WS-POOL-BOOKED-DAYS * 100 / WS-POOL-AVAILABLE-DAYS
           END-IF
           WRITE UTILIZATION-RPT-LINE FROM UTIL-RPT-TRAILER

           CLOSE UTILIZATION-RPT
           CLOSE CAR-MASTER
           CLOSE RESERVATION-MASTER

           DISPLAY "UTILIZATION REPORT WRITTEN - POOL VEHICLES: "
                   WS-POOL-VEHICLES
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

       110-VALIDATE-DATE-RANGE.
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
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           MOVE WS-TO-DATE TO WS-DATE-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
               DISPLAY "TO DATE IS NOT A VALID DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "TO DATE IS BEFORE FROM DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1
           IF WS-PERIOD-DAYS > 366
               DISPLAY "DATE RANGE IS LIMITED TO 366 DAYS"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-LOAD-ASSIGNED-VEHICLES.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT ASSIGN-MASTER
           IF WS-ASSIGN-FILE-STATUS NOT = "00"
               DISPLAY "ASSIGNMAST.IDX NOT AVAILABLE - "
                       "ALL ACTIVE VEHICLES TREATED AS POOL"
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
                               TO AVT-CAR-MODEL(WS-ASSIGN-COUNT)
                           MOVE ASG-EFFECTIVE-DATE
                               TO AVT-EFFECTIVE-DATE(WS-ASSIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASSIGN-FILE-STATUS = "00" OR "10"
               CLOSE ASSIGN-MASTER
           END-IF.

      ******************************************************************
      * Service-hold vehicles stay in the pool - the days they sit in
      * the shop are part of what the report is meant to show.
      ******************************************************************
       200-CHECK-POOL-VEHICLE.
           MOVE 'Y' TO WS-POOL-VEHICLE-FLG
           IF CAR-MASTER-IS-DISPOSED
               MOVE 'N' TO WS-POOL-VEHICLE-FLG
           ELSE
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-ASSIGN-COUNT
                   IF AVT-CAR-MODEL(WS-TABLE-SUB) = CAR-MODEL-MASTER
                           AND AVT-EFFECTIVE-DATE(WS-TABLE-SUB)
                               NOT > WS-TO-DATE
                       MOVE 'N' TO WS-POOL-VEHICLE-FLG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       300-MEASURE-ONE-VEHICLE.
           ADD 1 TO WS-POOL-VEHICLES
           MOVE 0 TO WS-VEHICLE-BOOKINGS
           MOVE 0 TO WS-VEHICLE-BOOKED-DAYS
           MOVE SPACES TO BOOKED-DAY-TABLE

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
                               OR RSV-START-DATE > WS-TO-DATE
                           MOVE 'Y' TO WS-SCAN-EOF-FLG
                       ELSE
                           IF RSV-IS-BOOKED
                                   AND RSV-END-DATE NOT < WS-FROM-DATE
                               PERFORM 310-MARK-BOOKED-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
               IF BOOKED-DAY-FLG(WS-DAY-SUB) = "B"
                   ADD 1 TO WS-VEHICLE-BOOKED-DAYS
               END-IF
           END-PERFORM

           COMPUTE WS-UTILIZATION-PCT ROUNDED
               = WS-VEHICLE-BOOKED-DAYS * 100 / WS-PERIOD-DAYS
           ADD WS-VEHICLE-BOOKINGS TO WS-POOL-BOOKINGS
           ADD WS-VEHICLE-BOOKED-DAYS TO WS-POOL-BOOKED-DAYS
           ADD WS-PERIOD-DAYS TO WS-POOL-AVAILABLE-DAYS

           MOVE CAR-MODEL-MASTER TO UTL-CAR-MODEL
           IF CAR-MASTER-IS-SERVICE-HOLD
               MOVE "HOLD" TO UTL-STATUS
           ELSE
               MOVE "ACTIVE" TO UTL-STATUS
           END-IF
           MOVE WS-VEHICLE-BOOKINGS TO UTL-BOOKINGS
           MOVE WS-VEHICLE-BOOKED-DAYS TO UTL-BOOKED-DAYS
           MOVE WS-UTILIZATION-PCT TO UTL-UTILIZATION-PCT
           WRITE UTILIZATION-RPT-LINE FROM UTIL-RPT-DETAIL.

      ******************************************************************
      * Marks each day of the booking that falls inside the range.
      ******************************************************************
       310-MARK-BOOKED-DAYS.
           ADD 1 TO WS-VEHICLE-BOOKINGS
           MOVE RSV-START-DATE TO WS-DATE-WORK
           COMPUTE WS-FIRST-DAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           MOVE RSV-END-DATE TO WS-DATE-WORK
           COMPUTE WS-LAST-DAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-FIRST-DAY-INT < WS-FROM-INT
               MOVE WS-FROM-INT TO WS-FIRST-DAY-INT
           END-IF
           IF WS-LAST-DAY-INT > WS-TO-INT
               MOVE WS-TO-INT TO WS-LAST-DAY-INT
           END-IF
           COMPUTE WS-FIRST-DAY-SUB = WS-FIRST-DAY-INT - WS-FROM-INT + 1
           COMPUTE WS-LAST-DAY-SUB = WS-LAST-DAY-INT - WS-FROM-INT + 1
           PERFORM VARYING WS-DAY-SUB FROM WS-FIRST-DAY-SUB BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
               MOVE "B" TO BOOKED-DAY-FLG(WS-DAY-SUB)
           END-PERFORM.

       END PROGRAM POOL-UTILIZATION.
