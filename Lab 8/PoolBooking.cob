      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-12
      * Purpose: Pool vehicle booking against the indexed reservation
      *          master RESVMAST.IDX, keyed on car model plus start
      *          date and time, replacing the paper calendar.  Active
      *          vehicles with no permanent assignment on the
      *          assignment master make up the pool.  A booking takes
      *          an employee validated against EMPMAST.IDX, a date and
      *          time range and a purpose, and is refused when it
      *          overlaps another booking, when the vehicle is on
      *          service hold or disposed, or when it clashes with an
      *          open work order.  The find action lists the pool
      *          vehicles free for a period that meet a minimum towing
      *          capacity or CAPCLASS.TBL class.  Operator-stamped
      *          booking log in the OWNER-MAINT style.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOL-BOOKING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-MASTER
               ASSIGN TO "RESVMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT ASSIGN-MASTER
               ASSIGN TO "ASSIGNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT WORK-ORDER-MASTER
               ASSIGN TO "../Lab 7/WOMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WOM-KEY
               FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT CAP-CLASS-FILE
               ASSIGN TO "../Lab 4/CAPCLASS.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-FILE-STATUS.

           SELECT BOOKING-LOG
               ASSIGN TO "POOLBOOK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-LOG-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO "../OPERMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID-MASTER
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT SIGNON-LOG
               ASSIGN TO "../SIGNON.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One record per booking.  Start and end are date plus HHMM
      * time, grouped so a booking's period compares as one field.
      * Cancelled bookings stay on file marked C.
      ******************************************************************
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

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-ID-MASTER PIC X(6).
           05 EMP-MASTER-DATA.
               10 EMP-NAME PIC X(30).
               10 EMP-DEPARTMENT PIC X(4).
               10 EMP-DEFAULT-JOB PIC X(3).
               10 EMP-STATUS PIC X.
                   88 EMP-IS-ACTIVE VALUE "A".
                   88 EMP-IS-INACTIVE VALUE "I".
               10 EMP-BANK-TRANSIT PIC X(8).
               10 EMP-BANK-ACCOUNT PIC X(12).

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
                   88 WOM-IS-OPEN VALUE "O".
                   88 WOM-IS-IN-PROGRESS VALUE "P".
                   88 WOM-IS-COMPLETED VALUE "C".
               10 FILLER PIC X(56).

       FD CAP-CLASS-FILE.
       01 CAP-CLASS-RECORD.
           05 FCC-LOW-BOUND PIC 9(8).
           05 FILLER PIC X.
           05 FCC-HIGH-BOUND PIC 9(8).
           05 FILLER PIC X.
           05 FCC-CLASS-CODE PIC X(6).

       FD BOOKING-LOG.
       01 BOOKING-LOG-LINE PIC X(132).

       FD OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-ID-MASTER PIC X(8).
           05 OPERATOR-MASTER-DATA.
               10 OPER-NAME PIC X(30).
               10 OPER-PASSWORD PIC X(8).
               10 OPER-LEVEL PIC 9.

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-WO-FILE-STATUS PIC X(2).
       01 WS-CLASS-FILE-STATUS PIC X(2).
       01 WS-BOOKING-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).

       01 SIGNON-WORKING-FIELDS.
           05 WS-OPER-FILE-STATUS PIC X(2).
           05 WS-SIGNON-LOG-STATUS PIC X(2).
           05 WS-OPER-PASSWORD-IN PIC X(8).
           05 WS-SIGNON-OK-FLG PIC X.

       01 SIGNON-LOG-DETAIL.
           05 SGN-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-PROGRAM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SGN-STATUS-TEXT PIC X(40).

       01 WS-BOOK-ACTION PIC X(3).
       01 WS-BOOK-CAR-MODEL PIC X(15).
       01 WS-BOOK-EMP-ID PIC X(6).
       01 WS-BOOK-PURPOSE PIC X(30).
       01 WS-BOOK-START-STAMP.
           05 WS-BOOK-START-DATE PIC X(8).
           05 WS-BOOK-START-TIME PIC X(4).
       01 WS-BOOK-END-STAMP.
           05 WS-BOOK-END-DATE PIC X(8).
           05 WS-BOOK-END-TIME PIC X(4).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-TIME-WORK PIC 9(4).

       01 WS-TABLE-EOF-FLG PIC X.
       01 WS-SCAN-EOF-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-PERIOD-VALID-FLG PIC X.
       01 WS-BOOKING-OK-FLG PIC X.
       01 WS-BOOKING-WRITTEN-FLG PIC X.
       01 WS-NEW-RESERVATION PIC X(84).
       01 WS-REJECT-TEXT PIC X(50).
       01 WS-CLASH-TEXT PIC X(50).

       01 WS-MIN-CAPACITY-IN PIC X(8).
       01 WS-MIN-CAPACITY PIC 9(8).
       01 WS-FOUND-COUNT PIC 9(4).
       01 WS-CAPACITY-OUT PIC ZZ,ZZZ,ZZ9.

       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 ASSIGNED-VEHICLE-TABLE.
           05 ASSIGNED-VEHICLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT.
               10 AVT-CAR-MODEL PIC X(15).
               10 AVT-EFFECTIVE-DATE PIC X(8).

       01 WS-WORK-ORDER-COUNT PIC 9(4) VALUE 0.
       01 OPEN-WORK-ORDER-TABLE.
           05 OPEN-WORK-ORDER-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-WORK-ORDER-COUNT.
               10 OWT-CAR-MODEL PIC X(15).
               10 OWT-WO-NUMBER PIC X(6).
               10 OWT-OPEN-DATE PIC X(8).

       01 WS-CLASS-COUNT PIC 99 VALUE 0.
       01 CAP-CLASS-TABLE.
           05 CAP-CLASS-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CLASS-COUNT.
               10 CLS-LOW-BOUND PIC 9(8).
               10 CLS-CLASS-CODE PIC X(6).

       01 BOOKING-LOG-DETAIL.
           05 PBL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBL-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBL-START-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 PBL-START-TIME PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBL-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PBL-STATUS-TEXT PIC X(50).

       PROCEDURE DIVISION.
       100-MAINTAIN-RESERVATIONS.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON
           OPEN I-O RESERVATION-MASTER
           IF WS-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT RESERVATION-MASTER
               CLOSE RESERVATION-MASTER
               OPEN I-O RESERVATION-MASTER
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RESVMAST.IDX - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPMAST.IDX - STATUS: "
                       WS-EMP-FILE-STATUS
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

           PERFORM 110-LOAD-ASSIGNED-VEHICLES
           PERFORM 120-LOAD-OPEN-WORK-ORDERS
           PERFORM 130-LOAD-CAP-CLASS-TABLE

           OPEN EXTEND BOOKING-LOG
           IF WS-BOOKING-LOG-STATUS = "35"
               OPEN OUTPUT BOOKING-LOG
           END-IF

           DISPLAY "Enter action (B=Book,X=Cancel,F=Find vehicle,END):"
           ACCEPT WS-BOOK-ACTION
           PERFORM UNTIL WS-BOOK-ACTION = "END"
               EVALUATE WS-BOOK-ACTION
                   WHEN "B"
                       PERFORM 200-BOOK-POOL-VEHICLE
                   WHEN "X"
                       PERFORM 300-CANCEL-BOOKING
                   WHEN "F"
                       PERFORM 400-FIND-AVAILABLE-VEHICLE
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY
                   "Enter action (B=Book,X=Cancel,F=Find vehicle,END):"
               ACCEPT WS-BOOK-ACTION
           END-PERFORM

           CLOSE RESERVATION-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE CAR-MASTER
           CLOSE BOOKING-LOG
           STOP RUN.

      ******************************************************************
      * A vehicle with an assignment in force on the booking start is
      * permanently assigned and not part of the pool.
      ******************************************************************
       110-LOAD-ASSIGNED-VEHICLES.
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
      * Open and in-progress work order headers - the vehicle is in
      * the shop from the open date until the order is completed.
      ******************************************************************
       120-LOAD-OPEN-WORK-ORDERS.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT WORK-ORDER-MASTER
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "WOMAST.IDX NOT AVAILABLE - "
                       "WORK ORDER CHECK SKIPPED"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ WORK-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WOM-IS-HEADER
                               AND (WOM-IS-OPEN OR WOM-IS-IN-PROGRESS)
                               AND WS-WORK-ORDER-COUNT < 1000
                           ADD 1 TO WS-WORK-ORDER-COUNT
                           MOVE WOM-CAR-MODEL
                               TO OWT-CAR-MODEL(WS-WORK-ORDER-COUNT)
                           MOVE WOM-NUMBER
                               TO OWT-WO-NUMBER(WS-WORK-ORDER-COUNT)
                           MOVE WOM-OPEN-DATE
                               TO OWT-OPEN-DATE(WS-WORK-ORDER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WORK-ORDER-MASTER
           END-IF.

       130-LOAD-CAP-CLASS-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT CAP-CLASS-FILE
           IF WS-CLASS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ CAP-CLASS-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-CLASS-COUNT < 20
                           ADD 1 TO WS-CLASS-COUNT
                           MOVE FCC-LOW-BOUND
                               TO CLS-LOW-BOUND(WS-CLASS-COUNT)
                           MOVE FCC-CLASS-CODE
                               TO CLS-CLASS-CODE(WS-CLASS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASS-FILE-STATUS NOT = "35"
               CLOSE CAP-CLASS-FILE
           END-IF.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO PBL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PBL-OPERATOR
           WRITE BOOKING-LOG-LINE FROM BOOKING-LOG-DETAIL
           DISPLAY PBL-STATUS-TEXT.

      ******************************************************************
      * Master updates need an update-level operator - the keyed id
      * and password are checked against the operator master and
      * failed sign-ons are written to the sign-on log where the
      * audit inquiry picks them up.  When the operator master has
      * not been set up yet the check is skipped so maintenance keeps
      * working during the changeover.
      ******************************************************************
       150-VERIFY-OPERATOR-SIGNON.
           MOVE 'Y' TO WS-SIGNON-OK-FLG
           OPEN INPUT OPERATOR-MASTER
           EVALUATE WS-OPER-FILE-STATUS
               WHEN "35"
                   DISPLAY "OPERATOR MASTER NOT FOUND - "
                           "SIGNON CHECK SKIPPED"
               WHEN "00"
                   DISPLAY "Enter password: "
                   ACCEPT WS-OPER-PASSWORD-IN
                   MOVE WS-OPERATOR-ID TO OPER-ID-MASTER
                   READ OPERATOR-MASTER
                       INVALID KEY
                           MOVE "SIGNON FAILED - NOT ON MASTER"
                               TO SGN-STATUS-TEXT
                           MOVE 'N' TO WS-SIGNON-OK-FLG
                       NOT INVALID KEY
                           IF OPER-PASSWORD NOT = WS-OPER-PASSWORD-IN
                               MOVE "SIGNON FAILED - WRONG PASSWORD"
                                   TO SGN-STATUS-TEXT
                               MOVE 'N' TO WS-SIGNON-OK-FLG
                           ELSE
                               IF OPER-LEVEL < 2
                                   MOVE "SIGNON FAILED - INQUIRY ONLY"
                                       TO SGN-STATUS-TEXT
                                   MOVE 'N' TO WS-SIGNON-OK-FLG
                               END-IF
                           END-IF
                   END-READ
                   CLOSE OPERATOR-MASTER
               WHEN OTHER
                   MOVE "SIGNON FAILED - MASTER UNAVAILABLE"
                       TO SGN-STATUS-TEXT
                   MOVE 'N' TO WS-SIGNON-OK-FLG
           END-EVALUATE

           IF WS-SIGNON-OK-FLG = 'N'
               PERFORM 160-LOG-SIGNON-FAILURE
               DISPLAY "RUN REFUSED - OPERATOR SIGNON FAILED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       160-LOG-SIGNON-FAILURE.
           OPEN EXTEND SIGNON-LOG
           IF WS-SIGNON-LOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SGN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR
           MOVE "POOL-BOOKING" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       200-BOOK-POOL-VEHICLE.
           DISPLAY "Enter car model: "
           ACCEPT WS-BOOK-CAR-MODEL
           DISPLAY "Enter employee ID: "
           ACCEPT WS-BOOK-EMP-ID
           PERFORM 500-ACCEPT-BOOKING-PERIOD
           DISPLAY "Enter purpose: "
           ACCEPT WS-BOOK-PURPOSE

           MOVE 'Y' TO WS-BOOKING-OK-FLG
           IF WS-PERIOD-VALID-FLG = 'N'
               MOVE 'N' TO WS-BOOKING-OK-FLG
           END-IF
           IF WS-BOOKING-OK-FLG = 'Y'
               PERFORM 510-CHECK-EMP-ON-MASTER
           END-IF
           IF WS-BOOKING-OK-FLG = 'Y'
               PERFORM 520-CHECK-CAR-ON-MASTER
           END-IF
           IF WS-BOOKING-OK-FLG = 'Y'
               PERFORM 525-CHECK-CAR-BOOKABLE
           END-IF
           IF WS-BOOKING-OK-FLG = 'Y'
               PERFORM 530-CHECK-BOOKING-OVERLAP
           END-IF
           IF WS-BOOKING-OK-FLG = 'Y'
               PERFORM 540-CHECK-WORK-ORDER-CLASH
           END-IF

           MOVE "B" TO PBL-ACTION
           PERFORM 550-MOVE-KEY-TO-LOG
           IF WS-BOOKING-OK-FLG = 'N'
               MOVE WS-REJECT-TEXT TO PBL-STATUS-TEXT
           ELSE
               MOVE WS-BOOK-CAR-MODEL TO RSV-CAR-MODEL
               MOVE WS-BOOK-START-STAMP TO RSV-START-STAMP
               MOVE WS-BOOK-END-STAMP TO RSV-END-STAMP
               MOVE WS-BOOK-EMP-ID TO RSV-EMP-ID
               MOVE WS-BOOK-PURPOSE TO RSV-PURPOSE
               MOVE "B" TO RSV-STATUS
               MOVE WS-OPERATOR-ID TO RSV-BOOKED-BY
               MOVE 'Y' TO WS-BOOKING-WRITTEN-FLG
               WRITE RESERVATION-MASTER-RECORD
                   INVALID KEY
                       PERFORM 210-REUSE-CANCELLED-BOOKING
               END-WRITE
               IF WS-BOOKING-WRITTEN-FLG = 'Y'
                   STRING "BOOKED UNTIL " DELIMITED BY SIZE
                       WS-BOOK-END-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BOOK-END-TIME DELIMITED BY SIZE
                       INTO PBL-STATUS-TEXT
               ELSE
                   MOVE "REJECTED - BOOKING ALREADY AT THAT START"
                       TO PBL-STATUS-TEXT
               END-IF
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

      ******************************************************************
      * A cancelled booking keeps its key, so a new booking for the
      * same vehicle and start takes over the cancelled record.
      ******************************************************************
       210-REUSE-CANCELLED-BOOKING.
           MOVE RESERVATION-MASTER-RECORD TO WS-NEW-RESERVATION
           READ RESERVATION-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-BOOKING-WRITTEN-FLG
               NOT INVALID KEY
                   IF RSV-IS-CANCELLED
                       MOVE WS-NEW-RESERVATION
                           TO RESERVATION-MASTER-RECORD
                       REWRITE RESERVATION-MASTER-RECORD
                   ELSE
                       MOVE 'N' TO WS-BOOKING-WRITTEN-FLG
                   END-IF
           END-READ.

       300-CANCEL-BOOKING.
           DISPLAY "Enter car model: "
           ACCEPT WS-BOOK-CAR-MODEL
           DISPLAY "Enter start date (YYYYMMDD): "
           ACCEPT WS-BOOK-START-DATE
           DISPLAY "Enter start time (HHMM): "
           ACCEPT WS-BOOK-START-TIME
           MOVE SPACES TO WS-BOOK-EMP-ID
           MOVE WS-BOOK-CAR-MODEL TO RSV-CAR-MODEL
           MOVE WS-BOOK-START-STAMP TO RSV-START-STAMP
           MOVE "X" TO PBL-ACTION
           READ RESERVATION-MASTER
               INVALID KEY
                   PERFORM 550-MOVE-KEY-TO-LOG
                   MOVE "REJECTED - BOOKING NOT ON MASTER"
                       TO PBL-STATUS-TEXT
               NOT INVALID KEY
                   MOVE RSV-EMP-ID TO WS-BOOK-EMP-ID
                   PERFORM 550-MOVE-KEY-TO-LOG
                   IF RSV-IS-CANCELLED
                       MOVE "REJECTED - BOOKING ALREADY CANCELLED"
                           TO PBL-STATUS-TEXT
                   ELSE
                       MOVE "C" TO RSV-STATUS
                       REWRITE RESERVATION-MASTER-RECORD
                       MOVE "CANCELLED" TO PBL-STATUS-TEXT
                   END-IF
           END-READ
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

      ******************************************************************
      * Lists every pool vehicle free for the whole period whose
      * towing capacity reaches the minimum.  A class code asks for
      * at least the low bound of that CAPCLASS.TBL class.
      ******************************************************************
       400-FIND-AVAILABLE-VEHICLE.
           PERFORM 500-ACCEPT-BOOKING-PERIOD
           IF WS-PERIOD-VALID-FLG = 'N'
               DISPLAY WS-REJECT-TEXT
           ELSE
               DISPLAY "Enter minimum towing capacity or class "
                       "(blank=any): "
               ACCEPT WS-MIN-CAPACITY-IN
               MOVE 'Y' TO WS-BOOKING-OK-FLG
               PERFORM 410-RESOLVE-MINIMUM-CAPACITY
               IF WS-BOOKING-OK-FLG = 'N'
                   DISPLAY WS-REJECT-TEXT
               ELSE
                   PERFORM 420-LIST-AVAILABLE-VEHICLES
               END-IF
           END-IF.

       410-RESOLVE-MINIMUM-CAPACITY.
           MOVE 0 TO WS-MIN-CAPACITY
           EVALUATE TRUE
               WHEN WS-MIN-CAPACITY-IN = SPACES
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(WS-MIN-CAPACITY-IN) = 0
                   COMPUTE WS-MIN-CAPACITY
                       = FUNCTION NUMVAL(WS-MIN-CAPACITY-IN)
               WHEN OTHER
                   MOVE 'N' TO WS-BOOKING-OK-FLG
                   MOVE "UNKNOWN TOWING CLASS - SEE CAPCLASS.TBL"
                       TO WS-REJECT-TEXT
                   PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                           UNTIL WS-TABLE-SUB > WS-CLASS-COUNT
                       IF CLS-CLASS-CODE(WS-TABLE-SUB)
                               = WS-MIN-CAPACITY-IN
                           MOVE CLS-LOW-BOUND(WS-TABLE-SUB)
                               TO WS-MIN-CAPACITY
                           MOVE 'Y' TO WS-BOOKING-OK-FLG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       420-LIST-AVAILABLE-VEHICLES.
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-SCAN-EOF-FLG
           MOVE LOW-VALUES TO CAR-MODEL-MASTER
           START CAR-MASTER KEY IS NOT LESS THAN CAR-MODEL-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLG
           END-START
           PERFORM UNTIL WS-SCAN-EOF-FLG = 'Y'
               READ CAR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-FLG
                   NOT AT END
                       MOVE CAR-MODEL-MASTER TO WS-BOOK-CAR-MODEL
                       MOVE 'Y' TO WS-BOOKING-OK-FLG
                       IF TOWING-CAPACITY-MASTER < WS-MIN-CAPACITY
                           MOVE 'N' TO WS-BOOKING-OK-FLG
                       END-IF
                       IF WS-BOOKING-OK-FLG = 'Y'
                           PERFORM 525-CHECK-CAR-BOOKABLE
                       END-IF
                       IF WS-BOOKING-OK-FLG = 'Y'
                           PERFORM 530-CHECK-BOOKING-OVERLAP
                       END-IF
                       IF WS-BOOKING-OK-FLG = 'Y'
                           PERFORM 540-CHECK-WORK-ORDER-CLASH
                       END-IF
                       IF WS-BOOKING-OK-FLG = 'Y'
                           ADD 1 TO WS-FOUND-COUNT
                           MOVE TOWING-CAPACITY-MASTER
                               TO WS-CAPACITY-OUT
                           DISPLAY "AVAILABLE: " CAR-MODEL-MASTER
                                   "  " ENGINE-MASTER
                                   "  TOWING " WS-CAPACITY-OUT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND-COUNT = 0
               DISPLAY "NO POOL VEHICLE AVAILABLE FOR THAT PERIOD"
           ELSE
               DISPLAY "POOL VEHICLES AVAILABLE: " WS-FOUND-COUNT
           END-IF.

      ******************************************************************
      * Start and end dates must be real dates, times 0000-2359, and
      * the end must come after the start.
      ******************************************************************
       500-ACCEPT-BOOKING-PERIOD.
           DISPLAY "Enter start date (YYYYMMDD): "
           ACCEPT WS-BOOK-START-DATE
           DISPLAY "Enter start time (HHMM): "
           ACCEPT WS-BOOK-START-TIME
           DISPLAY "Enter end date (YYYYMMDD): "
           ACCEPT WS-BOOK-END-DATE
           DISPLAY "Enter end time (HHMM): "
           ACCEPT WS-BOOK-END-TIME

           MOVE 'Y' TO WS-PERIOD-VALID-FLG
           IF WS-BOOK-START-DATE IS NOT NUMERIC
                   OR WS-BOOK-END-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-PERIOD-VALID-FLG
           ELSE
               MOVE WS-BOOK-START-DATE TO WS-DATE-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                   MOVE 'N' TO WS-PERIOD-VALID-FLG
               END-IF
               MOVE WS-BOOK-END-DATE TO WS-DATE-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                   MOVE 'N' TO WS-PERIOD-VALID-FLG
               END-IF
           END-IF
           IF WS-PERIOD-VALID-FLG = 'N'
               MOVE "REJECTED - START OR END DATE INVALID"
                   TO WS-REJECT-TEXT
           ELSE
               IF WS-BOOK-START-TIME IS NOT NUMERIC
                       OR WS-BOOK-END-TIME IS NOT NUMERIC
                   MOVE 'N' TO WS-PERIOD-VALID-FLG
               ELSE
                   MOVE WS-BOOK-START-TIME TO WS-TIME-WORK
                   IF WS-TIME-WORK > 2359
                           OR WS-BOOK-START-TIME(3:2) > "59"
                       MOVE 'N' TO WS-PERIOD-VALID-FLG
                   END-IF
                   MOVE WS-BOOK-END-TIME TO WS-TIME-WORK
                   IF WS-TIME-WORK > 2359
                           OR WS-BOOK-END-TIME(3:2) > "59"
                       MOVE 'N' TO WS-PERIOD-VALID-FLG
                   END-IF
               END-IF
               IF WS-PERIOD-VALID-FLG = 'N'
                   MOVE "REJECTED - START OR END TIME INVALID"
                       TO WS-REJECT-TEXT
               ELSE
                   IF WS-BOOK-END-STAMP NOT > WS-BOOK-START-STAMP
                       MOVE 'N' TO WS-PERIOD-VALID-FLG
                       MOVE "REJECTED - END IS NOT AFTER START"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       510-CHECK-EMP-ON-MASTER.
           MOVE WS-BOOK-EMP-ID TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-BOOKING-OK-FLG
                   MOVE "REJECTED - EMPLOYEE NOT ON EMPLOYEE MASTER"
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF NOT EMP-IS-ACTIVE
                       MOVE 'N' TO WS-BOOKING-OK-FLG
                       MOVE "REJECTED - EMPLOYEE IS NOT ACTIVE"
                           TO WS-REJECT-TEXT
                   END-IF
           END-READ.

       520-CHECK-CAR-ON-MASTER.
           MOVE WS-BOOK-CAR-MODEL TO CAR-MODEL-MASTER
           READ CAR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-BOOKING-OK-FLG
                   MOVE "REJECTED - VEHICLE NOT ON CAR MASTER"
                       TO WS-REJECT-TEXT
           END-READ.

      ******************************************************************
      * Works on the CAR master record already in the buffer, so the
      * find action can call it inside its sequential walk.
      ******************************************************************
       525-CHECK-CAR-BOOKABLE.
           EVALUATE TRUE
               WHEN CAR-MASTER-IS-SERVICE-HOLD
                   MOVE 'N' TO WS-BOOKING-OK-FLG
                   MOVE "REJECTED - VEHICLE ON SERVICE HOLD"
                       TO WS-REJECT-TEXT
               WHEN CAR-MASTER-IS-DISPOSED
                   MOVE 'N' TO WS-BOOKING-OK-FLG
                   MOVE "REJECTED - VEHICLE SOLD OR SCRAPPED"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                           UNTIL WS-TABLE-SUB > WS-ASSIGN-COUNT
                       IF AVT-CAR-MODEL(WS-TABLE-SUB)
                               = WS-BOOK-CAR-MODEL
                               AND AVT-EFFECTIVE-DATE(WS-TABLE-SUB)
                                   NOT > WS-BOOK-START-DATE
                           MOVE 'N' TO WS-BOOKING-OK-FLG
                           MOVE "REJECTED - ASSIGNED VEHICLE, NOT POOL"
                               TO WS-REJECT-TEXT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      ******************************************************************
      * Two bookings overlap when each starts before the other ends.
      ******************************************************************
       530-CHECK-BOOKING-OVERLAP.
           MOVE 'N' TO WS-SCAN-EOF-FLG
           MOVE WS-BOOK-CAR-MODEL TO RSV-CAR-MODEL
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
                       IF RSV-CAR-MODEL NOT = WS-BOOK-CAR-MODEL
                               OR RSV-START-STAMP
                                   NOT < WS-BOOK-END-STAMP
                           MOVE 'Y' TO WS-SCAN-EOF-FLG
                       ELSE
                           IF RSV-IS-BOOKED
                                   AND RSV-END-STAMP
                                       > WS-BOOK-START-STAMP
                               MOVE 'N' TO WS-BOOKING-OK-FLG
                               MOVE SPACES TO WS-REJECT-TEXT
                               STRING "REJECTED - OVERLAPS BOOKING "
                                       DELIMITED BY SIZE
                                   RSV-START-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   RSV-START-TIME DELIMITED BY SIZE
                                   " FOR " DELIMITED BY SIZE
                                   RSV-EMP-ID DELIMITED BY SIZE
                                   INTO WS-REJECT-TEXT
                               MOVE 'Y' TO WS-SCAN-EOF-FLG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       540-CHECK-WORK-ORDER-CLASH.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-WORK-ORDER-COUNT
               IF OWT-CAR-MODEL(WS-TABLE-SUB) = WS-BOOK-CAR-MODEL
                       AND OWT-OPEN-DATE(WS-TABLE-SUB)
                           NOT > WS-BOOK-END-DATE
                   MOVE 'N' TO WS-BOOKING-OK-FLG
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "REJECTED - CLASHES WITH OPEN WORK ORDER "
                           DELIMITED BY SIZE
                       OWT-WO-NUMBER(WS-TABLE-SUB) DELIMITED BY SIZE
                       INTO WS-REJECT-TEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       550-MOVE-KEY-TO-LOG.
           MOVE WS-BOOK-CAR-MODEL TO PBL-CAR-MODEL
           MOVE WS-BOOK-START-DATE TO PBL-START-DATE
           MOVE WS-BOOK-START-TIME TO PBL-START-TIME
           MOVE WS-BOOK-EMP-ID TO PBL-EMP-ID
           MOVE SPACES TO PBL-STATUS-TEXT.

       END PROGRAM POOL-BOOKING.
