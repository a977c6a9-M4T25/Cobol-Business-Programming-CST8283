      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-13
      * Purpose: Vehicle incident and damage register - prompted add,
      *          change and delete of the incidents held on the
      *          INCIDENT.IDX master (keyed on car model plus incident
      *          date) with type, description, estimated and actual
      *          repair cost, insurance claim number and recovery, and
      *          the at-fault flag.  The driver is resolved from the
      *          pool booking in force at the time of the incident or,
      *          failing that, the assignment master, unless the
      *          operator keys one.  An add can put the vehicle on
      *          service hold by appending a status change to
      *          CARTRANS.TXT for the CAR maintenance run.  Every
      *          action is written to the INCIDENT.LOG change log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER
               ASSIGN TO "INCIDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../Lab 8/EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

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

           SELECT CAR-TRANS-FILE
               ASSIGN TO "CARTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT INCIDENT-CHANGE-LOG
               ASSIGN TO "INCIDENT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

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
      * Incident master - one record per vehicle and incident date.
      * The recovered amount is what the insurer has paid against the
      * claim; the net cost of an incident is the actual repair cost
      * (the estimate until the repair is invoiced) less the recovery.
      ******************************************************************
       FD INCIDENT-MASTER.
       01 INCIDENT-MASTER-RECORD.
           05 INC-KEY.
               10 INC-CAR-MODEL PIC X(15).
               10 INC-DATE PIC X(8).
           05 INC-TIME PIC X(4).
           05 INC-TYPE PIC X.
               88 INC-IS-COLLISION VALUE "C".
               88 INC-IS-VANDALISM VALUE "V".
               88 INC-IS-THEFT VALUE "T".
               88 INC-IS-WEATHER VALUE "W".
               88 INC-IS-GLASS VALUE "G".
               88 INC-IS-OTHER VALUE "O".
               88 INC-TYPE-VALID VALUES "C" "V" "T" "W" "G" "O".
           05 INC-DESCRIPTION PIC X(40).
           05 INC-ESTIMATED-COST PIC 9(7)V99.
           05 INC-ACTUAL-COST PIC 9(7)V99.
           05 INC-CLAIM-NUMBER PIC X(15).
           05 INC-RECOVERED-AMT PIC 9(7)V99.
           05 INC-AT-FAULT PIC X.
               88 INC-DRIVER-AT-FAULT VALUE "Y".
               88 INC-DRIVER-NOT-AT-FAULT VALUE "N".
               88 INC-FAULT-UNDETERMINED VALUE "U".
               88 INC-AT-FAULT-VALID VALUES "Y" "N" "U".
           05 INC-DRIVER-EMP-ID PIC X(6).
           05 INC-DRIVER-SOURCE PIC X.
               88 INC-DRIVER-FROM-ASSIGNMENT VALUE "A".
               88 INC-DRIVER-FROM-BOOKING VALUE "P".
               88 INC-DRIVER-KEYED VALUE "M".
               88 INC-DRIVER-UNKNOWN VALUE SPACE.
           05 INC-HOLD-FLG PIC X.
               88 INC-HOLD-REQUESTED VALUE "Y".

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

       FD CAR-TRANS-FILE.
       01 CAR-TRANS-RECORD.
           05 TRANS-CODE PIC X.
           05 CAR-MODEL-TRANS PIC X(15).
           05 ENGINE-TRANS PIC X(25).
           05 TOWING-CAPACITY-TRANS PIC 9(8).
           05 OWNER-NAME-TRANS PIC X(30).
           05 OWNER-ID-TRANS PIC X(6).
           05 DISPOSAL-STATUS-TRANS PIC X.
           05 DISPOSAL-DATE-TRANS PIC X(8).
           05 DISPOSAL-PROCEEDS-TRANS PIC 9(7)V99.
           05 ACQUISITION-DATE-TRANS PIC X(8).
           05 ACQUISITION-COST-TRANS PIC 9(7)V99.

       FD INCIDENT-CHANGE-LOG.
       01 INCIDENT-CHANGE-LOG-LINE PIC X(132).

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
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-RESV-FILE-STATUS PIC X(2).
       01 WS-RESV-OPEN-FLG PIC X VALUE 'N'.
       01 WS-TRANS-FILE-STATUS PIC X(2).
       01 WS-CHANGE-LOG-STATUS PIC X(2).
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

       01 WS-MAINT-ACTION PIC X(3).
       01 WS-MAINT-CAR-MODEL PIC X(15).
       01 WS-MAINT-DATE PIC X(8).
       01 WS-MAINT-TIME PIC X(4).
       01 WS-MAINT-TYPE PIC X.
       01 WS-MAINT-DESCRIPTION PIC X(40).
       01 WS-MAINT-ESTIMATE-IN PIC X(12).
       01 WS-MAINT-ACTUAL-IN PIC X(12).
       01 WS-MAINT-CLAIM-NUMBER PIC X(15).
       01 WS-MAINT-RECOVERED-IN PIC X(12).
       01 WS-MAINT-AT-FAULT PIC X.
       01 WS-MAINT-DRIVER-ID PIC X(6).
       01 WS-MAINT-HOLD-FLG PIC X.
       01 WS-AMOUNT-IN PIC X(12).
       01 WS-AMOUNT-WORK PIC 9(7)V99.
       01 WS-AMOUNT-OK-FLG PIC X.
       01 WS-ENTRY-OK-FLG PIC X.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-TIME-WORK PIC 9(4).
       01 WS-OLD-ACTUAL-COST PIC 9(7)V99.
       01 WS-COST-OUT PIC Z,ZZZ,ZZ9.99.

       01 WS-INCIDENT-STAMP.
           05 WS-INCIDENT-STAMP-DATE PIC X(8).
           05 WS-INCIDENT-STAMP-TIME PIC X(4).
       01 WS-RESOLVED-DRIVER PIC X(6).
       01 WS-RESOLVED-SOURCE PIC X.
       01 WS-BEST-EFFECTIVE-DATE PIC X(8).

       01 WS-TABLE-EOF-FLG PIC X.
       01 WS-SCAN-EOF-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 ASSIGNMENT-TABLE.
           05 ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT.
               10 AST-EMP-ID PIC X(6).
               10 AST-CAR-MODEL PIC X(15).
               10 AST-EFFECTIVE-DATE PIC X(8).

       01 INCIDENT-CHANGE-LOG-DETAIL.
           05 ICL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-CAR-MODEL PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 ICL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-DRIVER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ICL-STATUS-TEXT PIC X(57).

       PROCEDURE DIVISION.
       100-MAINTAIN-INCIDENTS.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON
           OPEN I-O INCIDENT-MASTER
           IF WS-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT INCIDENT-MASTER
               CLOSE INCIDENT-MASTER
               OPEN I-O INCIDENT-MASTER
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INCIDENT.IDX - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARMAST.IDX - STATUS: "
                       WS-CAR-FILE-STATUS
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

           PERFORM 110-LOAD-ASSIGNMENT-TABLE

           OPEN INPUT RESERVATION-MASTER
           IF WS-RESV-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RESV-OPEN-FLG
           ELSE
               DISPLAY "RESVMAST.IDX NOT AVAILABLE - "
                       "POOL BOOKINGS NOT USED FOR DRIVER"
           END-IF

           OPEN EXTEND INCIDENT-CHANGE-LOG
           IF WS-CHANGE-LOG-STATUS = "35"
               OPEN OUTPUT INCIDENT-CHANGE-LOG
           END-IF

           DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                       PERFORM 200-ADD-INCIDENT
                   WHEN "C"
                       PERFORM 300-CHANGE-INCIDENT
                   WHEN "D"
                       PERFORM 400-DELETE-INCIDENT
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
               ACCEPT WS-MAINT-ACTION
           END-PERFORM

           CLOSE INCIDENT-MASTER
           CLOSE CAR-MASTER
           CLOSE EMPLOYEE-MASTER
           IF WS-RESV-OPEN-FLG = 'Y'
               CLOSE RESERVATION-MASTER
           END-IF
           CLOSE INCIDENT-CHANGE-LOG
           STOP RUN.

       110-LOAD-ASSIGNMENT-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT ASSIGN-MASTER
           IF WS-ASSIGN-FILE-STATUS NOT = "00"
               DISPLAY "ASSIGNMAST.IDX NOT AVAILABLE - "
                       "ASSIGNMENTS NOT USED FOR DRIVER"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ ASSIGN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-ASSIGN-COUNT < 2000
                           ADD 1 TO WS-ASSIGN-COUNT
                           MOVE ASG-EMP-ID
                               TO AST-EMP-ID(WS-ASSIGN-COUNT)
                           MOVE ASG-CAR-MODEL
                               TO AST-CAR-MODEL(WS-ASSIGN-COUNT)
                           MOVE ASG-EFFECTIVE-DATE
                               TO AST-EFFECTIVE-DATE(WS-ASSIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASSIGN-FILE-STATUS = "00" OR "10"
               CLOSE ASSIGN-MASTER
           END-IF.

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
           MOVE "INCIDENT-MAINT" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

      ******************************************************************
      * A new incident starts from an empty record so the detail
      * entry can treat a blank answer as "keep" for both add and
      * change.  The driver is resolved before the record is written,
      * and the service hold is requested only once the incident is
      * safely on file.
      ******************************************************************
       200-ADD-INCIDENT.
           MOVE "A" TO ICL-ACTION
           MOVE SPACES TO ICL-DRIVER
           PERFORM 500-ACCEPT-INCIDENT-KEY
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE SPACES TO INCIDENT-MASTER-RECORD
               MOVE WS-MAINT-CAR-MODEL TO INC-CAR-MODEL
               MOVE WS-MAINT-DATE TO INC-DATE
               MOVE 0 TO INC-ESTIMATED-COST
               MOVE 0 TO INC-ACTUAL-COST
               MOVE 0 TO INC-RECOVERED-AMT
               MOVE "U" TO INC-AT-FAULT
               MOVE "N" TO INC-HOLD-FLG
               PERFORM 510-ACCEPT-INCIDENT-DETAILS
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y'
               PERFORM 520-ACCEPT-DRIVER
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y'
               DISPLAY "Place vehicle on service hold? (Y/N): "
               ACCEPT WS-MAINT-HOLD-FLG
               IF WS-MAINT-HOLD-FLG = "y"
                   MOVE "Y" TO WS-MAINT-HOLD-FLG
               END-IF
               IF WS-MAINT-HOLD-FLG = "Y"
                   MOVE "Y" TO INC-HOLD-FLG
               END-IF
               MOVE INC-DRIVER-EMP-ID TO ICL-DRIVER
               WRITE INCIDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "REJECTED - INCIDENT ALREADY ON MASTER"
                           TO ICL-STATUS-TEXT
                       MOVE "N" TO WS-MAINT-HOLD-FLG
                   NOT INVALID KEY
                       MOVE INC-ESTIMATED-COST TO WS-COST-OUT
                       MOVE SPACES TO ICL-STATUS-TEXT
                       STRING "ADDED - TYPE " DELIMITED BY SIZE
                               INC-TYPE DELIMITED BY SIZE
                               " ESTIMATE " DELIMITED BY SIZE
                               WS-COST-OUT DELIMITED BY SIZE
                           INTO ICL-STATUS-TEXT
               END-WRITE
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE
           IF WS-ENTRY-OK-FLG = 'Y' AND WS-MAINT-HOLD-FLG = "Y"
               PERFORM 700-REQUEST-SERVICE-HOLD
           END-IF.

       300-CHANGE-INCIDENT.
           MOVE "C" TO ICL-ACTION
           MOVE SPACES TO ICL-DRIVER
           PERFORM 500-ACCEPT-INCIDENT-KEY
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-CAR-MODEL TO INC-CAR-MODEL
               MOVE WS-MAINT-DATE TO INC-DATE
               READ INCIDENT-MASTER
                   INVALID KEY
                       MOVE "REJECTED - INCIDENT NOT ON MASTER"
                           TO ICL-STATUS-TEXT
                   NOT INVALID KEY
                       MOVE INC-ACTUAL-COST TO WS-OLD-ACTUAL-COST
                       DISPLAY "Blank answers keep the value on file"
                       PERFORM 510-ACCEPT-INCIDENT-DETAILS
                       IF WS-ENTRY-OK-FLG = 'Y'
                           PERFORM 520-ACCEPT-DRIVER
                       END-IF
                       IF WS-ENTRY-OK-FLG = 'Y'
                           REWRITE INCIDENT-MASTER-RECORD
                           MOVE INC-DRIVER-EMP-ID TO ICL-DRIVER
                           MOVE INC-ACTUAL-COST TO WS-COST-OUT
                           MOVE SPACES TO ICL-STATUS-TEXT
                           STRING "CHANGED - ACTUAL " DELIMITED BY SIZE
                                   WS-COST-OUT DELIMITED BY SIZE
                                   " CLAIM " DELIMITED BY SIZE
                                   INC-CLAIM-NUMBER DELIMITED BY SIZE
                               INTO ICL-STATUS-TEXT
                       END-IF
               END-READ
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       400-DELETE-INCIDENT.
           MOVE "D" TO ICL-ACTION
           MOVE SPACES TO ICL-DRIVER
           PERFORM 500-ACCEPT-INCIDENT-KEY
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-CAR-MODEL TO INC-CAR-MODEL
               MOVE WS-MAINT-DATE TO INC-DATE
               DELETE INCIDENT-MASTER RECORD
                   INVALID KEY
                       MOVE "REJECTED - INCIDENT NOT ON MASTER"
                           TO ICL-STATUS-TEXT
                   NOT INVALID KEY
                       MOVE "DELETED" TO ICL-STATUS-TEXT
               END-DELETE
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

      ******************************************************************
      * The vehicle has to be on the CAR master to add or change an
      * incident; a delete is allowed for any vehicle so incidents
      * left behind by a vehicle removed from the master can still
      * be cleared.
      ******************************************************************
       500-ACCEPT-INCIDENT-KEY.
           MOVE 'Y' TO WS-ENTRY-OK-FLG
           DISPLAY "Enter car model: "
           ACCEPT WS-MAINT-CAR-MODEL
           DISPLAY "Enter incident date (YYYYMMDD): "
           ACCEPT WS-MAINT-DATE
           IF WS-MAINT-DATE IS NOT NUMERIC
               MOVE "REJECTED - INCIDENT DATE MUST BE YYYYMMDD"
                   TO ICL-STATUS-TEXT
               MOVE 'N' TO WS-ENTRY-OK-FLG
           ELSE
               MOVE WS-MAINT-DATE TO WS-DATE-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                   MOVE "REJECTED - INCIDENT DATE IS NOT A VALID DATE"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               END-IF
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y' AND WS-MAINT-ACTION NOT = "D"
               MOVE WS-MAINT-CAR-MODEL TO CAR-MODEL-MASTER
               READ CAR-MASTER
                   INVALID KEY
                       MOVE "REJECTED - CAR MODEL NOT ON CAR MASTER"
                           TO ICL-STATUS-TEXT
                       MOVE 'N' TO WS-ENTRY-OK-FLG
               END-READ
           END-IF.

      ******************************************************************
      * Each answer replaces the value on the record buffer only when
      * something is keyed, so a change can fill in the actual cost
      * and the insurer's recovery without re-keying the rest.
      ******************************************************************
       510-ACCEPT-INCIDENT-DETAILS.
           DISPLAY "Enter incident time (HHMM, blank=unknown/keep): "
           ACCEPT WS-MAINT-TIME
           DISPLAY "Enter type (C=Collision,V=Vandalism,T=Theft,"
                   "W=Weather,G=Glass,O=Other): "
           ACCEPT WS-MAINT-TYPE
           DISPLAY "Enter description: "
           ACCEPT WS-MAINT-DESCRIPTION
           DISPLAY "Enter estimated repair cost (e.g. 1250.00): "
           ACCEPT WS-MAINT-ESTIMATE-IN
           DISPLAY "Enter actual repair cost: "
           ACCEPT WS-MAINT-ACTUAL-IN
           DISPLAY "Enter insurance claim number: "
           ACCEPT WS-MAINT-CLAIM-NUMBER
           DISPLAY "Enter amount recovered from insurer: "
           ACCEPT WS-MAINT-RECOVERED-IN
           DISPLAY "Driver at fault? (Y=Yes,N=No,U=Undetermined): "
           ACCEPT WS-MAINT-AT-FAULT

           IF WS-MAINT-TIME NOT = SPACES
               IF WS-MAINT-TIME IS NOT NUMERIC
                   MOVE "REJECTED - INCIDENT TIME MUST BE HHMM"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               ELSE
                   MOVE WS-MAINT-TIME TO WS-TIME-WORK
                   IF WS-TIME-WORK > 2359
                           OR WS-MAINT-TIME(3:2) > "59"
                       MOVE "REJECTED - INCIDENT TIME MUST BE HHMM"
                           TO ICL-STATUS-TEXT
                       MOVE 'N' TO WS-ENTRY-OK-FLG
                   ELSE
                       MOVE WS-MAINT-TIME TO INC-TIME
                   END-IF
               END-IF
           END-IF

           IF WS-MAINT-TYPE NOT = SPACE
               MOVE WS-MAINT-TYPE TO INC-TYPE
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y' AND NOT INC-TYPE-VALID
               MOVE "REJECTED - TYPE MUST BE C, V, T, W, G OR O"
                   TO ICL-STATUS-TEXT
               MOVE 'N' TO WS-ENTRY-OK-FLG
           END-IF
           IF WS-MAINT-DESCRIPTION NOT = SPACES
               MOVE WS-MAINT-DESCRIPTION TO INC-DESCRIPTION
           END-IF
           IF WS-MAINT-CLAIM-NUMBER NOT = SPACES
               MOVE WS-MAINT-CLAIM-NUMBER TO INC-CLAIM-NUMBER
           END-IF
           IF WS-MAINT-AT-FAULT NOT = SPACE
               MOVE WS-MAINT-AT-FAULT TO INC-AT-FAULT
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y' AND NOT INC-AT-FAULT-VALID
               MOVE "REJECTED - AT FAULT MUST BE Y, N OR U"
                   TO ICL-STATUS-TEXT
               MOVE 'N' TO WS-ENTRY-OK-FLG
           END-IF

           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-ESTIMATE-IN TO WS-AMOUNT-IN
               PERFORM 530-EDIT-AMOUNT
               IF WS-AMOUNT-OK-FLG = 'N'
                   MOVE "REJECTED - ESTIMATED COST NOT NUMERIC"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               ELSE
                   IF WS-AMOUNT-IN NOT = SPACES
                       MOVE WS-AMOUNT-WORK TO INC-ESTIMATED-COST
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-ACTUAL-IN TO WS-AMOUNT-IN
               PERFORM 530-EDIT-AMOUNT
               IF WS-AMOUNT-OK-FLG = 'N'
                   MOVE "REJECTED - ACTUAL COST NOT NUMERIC"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               ELSE
                   IF WS-AMOUNT-IN NOT = SPACES
                       MOVE WS-AMOUNT-WORK TO INC-ACTUAL-COST
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-RECOVERED-IN TO WS-AMOUNT-IN
               PERFORM 530-EDIT-AMOUNT
               IF WS-AMOUNT-OK-FLG = 'N'
                   MOVE "REJECTED - RECOVERED AMOUNT NOT NUMERIC"
                       TO ICL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               ELSE
                   IF WS-AMOUNT-IN NOT = SPACES
                       MOVE WS-AMOUNT-WORK TO INC-RECOVERED-AMT
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y' AND INC-RECOVERED-AMT > 0
                   AND INC-CLAIM-NUMBER = SPACES
               MOVE "REJECTED - RECOVERY NEEDS A CLAIM NUMBER"
                   TO ICL-STATUS-TEXT
               MOVE 'N' TO WS-ENTRY-OK-FLG
           END-IF.

      ******************************************************************
      * A keyed driver must be on the employee master.  Left blank on
      * an add, the driver is resolved from the bookings and the
      * assignments in force on the incident date; left blank on a
      * change, the driver on file stands.
      ******************************************************************
       520-ACCEPT-DRIVER.
           DISPLAY "Enter driver employee ID "
                   "(blank=resolve from booking/assignment): "
           ACCEPT WS-MAINT-DRIVER-ID
           IF WS-MAINT-DRIVER-ID NOT = SPACES
               MOVE WS-MAINT-DRIVER-ID TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "REJECTED - DRIVER NOT ON EMPLOYEE MASTER"
                           TO ICL-STATUS-TEXT
                       MOVE 'N' TO WS-ENTRY-OK-FLG
                   NOT INVALID KEY
                       MOVE WS-MAINT-DRIVER-ID TO INC-DRIVER-EMP-ID
                       MOVE "M" TO INC-DRIVER-SOURCE
               END-READ
           ELSE
               IF WS-MAINT-ACTION = "A"
                   PERFORM 540-RESOLVE-DRIVER
                   MOVE WS-RESOLVED-DRIVER TO INC-DRIVER-EMP-ID
                   MOVE WS-RESOLVED-SOURCE TO INC-DRIVER-SOURCE
                   IF WS-RESOLVED-DRIVER = SPACES
                       DISPLAY "NO BOOKING OR ASSIGNMENT IN FORCE - "
                               "DRIVER LEFT BLANK"
                   ELSE
                       DISPLAY "DRIVER RESOLVED: " WS-RESOLVED-DRIVER
                   END-IF
               END-IF
           END-IF.

       530-EDIT-AMOUNT.
           MOVE 'Y' TO WS-AMOUNT-OK-FLG
           MOVE 0 TO WS-AMOUNT-WORK
           IF WS-AMOUNT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) NOT = 0
                   MOVE 'N' TO WS-AMOUNT-OK-FLG
               ELSE
                   COMPUTE WS-AMOUNT-WORK
                       = FUNCTION NUMVAL(WS-AMOUNT-IN)
               END-IF
           END-IF.

      ******************************************************************
      * A pool booking in force at the time of the incident names the
      * driver - with no time keyed, any booking spanning the date
      * counts.  Otherwise the driver is the employee on the latest
      * assignment of the vehicle effective on or before the date.
      ******************************************************************
       540-RESOLVE-DRIVER.
           MOVE SPACES TO WS-RESOLVED-DRIVER
           MOVE SPACE TO WS-RESOLVED-SOURCE
           MOVE INC-DATE TO WS-INCIDENT-STAMP-DATE
           MOVE INC-TIME TO WS-INCIDENT-STAMP-TIME

           IF WS-RESV-OPEN-FLG = 'Y'
               MOVE INC-CAR-MODEL TO RSV-CAR-MODEL
               MOVE LOW-VALUES TO RSV-START-STAMP
               MOVE 'N' TO WS-SCAN-EOF-FLG
               START RESERVATION-MASTER KEY IS NOT LESS THAN RSV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLG
               END-START
               PERFORM UNTIL WS-SCAN-EOF-FLG = 'Y'
                   READ RESERVATION-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLG
                       NOT AT END
                           IF RSV-CAR-MODEL NOT = INC-CAR-MODEL
                                   OR RSV-START-DATE > INC-DATE
                               MOVE 'Y' TO WS-SCAN-EOF-FLG
                           ELSE
                               PERFORM 545-CHECK-BOOKING-IN-FORCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-RESOLVED-DRIVER = SPACES
               MOVE SPACES TO WS-BEST-EFFECTIVE-DATE
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-ASSIGN-COUNT
                   IF AST-CAR-MODEL(WS-TABLE-SUB) = INC-CAR-MODEL
                           AND AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                               NOT > INC-DATE
                           AND AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                               > WS-BEST-EFFECTIVE-DATE
                       MOVE AST-EFFECTIVE-DATE(WS-TABLE-SUB)
                           TO WS-BEST-EFFECTIVE-DATE
                       MOVE AST-EMP-ID(WS-TABLE-SUB)
                           TO WS-RESOLVED-DRIVER
                       MOVE "A" TO WS-RESOLVED-SOURCE
                   END-IF
               END-PERFORM
           END-IF.

       545-CHECK-BOOKING-IN-FORCE.
           IF RSV-IS-BOOKED AND RSV-END-DATE NOT < INC-DATE
               IF INC-TIME = SPACES
                   MOVE RSV-EMP-ID TO WS-RESOLVED-DRIVER
                   MOVE "P" TO WS-RESOLVED-SOURCE
               ELSE
                   IF RSV-START-STAMP NOT > WS-INCIDENT-STAMP
                           AND RSV-END-STAMP NOT < WS-INCIDENT-STAMP
                       MOVE RSV-EMP-ID TO WS-RESOLVED-DRIVER
                       MOVE "P" TO WS-RESOLVED-SOURCE
                   END-IF
               END-IF
           END-IF.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO ICL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO ICL-OPERATOR
           MOVE WS-MAINT-CAR-MODEL TO ICL-CAR-MODEL
           MOVE WS-MAINT-DATE TO ICL-DATE
           WRITE INCIDENT-CHANGE-LOG-LINE
               FROM INCIDENT-CHANGE-LOG-DETAIL
           DISPLAY ICL-STATUS-TEXT.

      ******************************************************************
      * The hold goes through the normal CAR maintenance path - a
      * change transaction carrying the vehicle's current details and
      * status H is appended to CARTRANS.TXT, to be edited and applied
      * with the rest of the batch.  A disposed vehicle cannot be put
      * on hold and one already on hold needs no transaction.
      ******************************************************************
       700-REQUEST-SERVICE-HOLD.
           MOVE "H" TO ICL-ACTION
           EVALUATE TRUE
               WHEN CAR-MASTER-IS-DISPOSED
                   MOVE "HOLD NOT REQUESTED - VEHICLE IS DISPOSED"
                       TO ICL-STATUS-TEXT
               WHEN CAR-MASTER-IS-SERVICE-HOLD
                   MOVE "HOLD NOT REQUESTED - ALREADY ON HOLD"
                       TO ICL-STATUS-TEXT
               WHEN OTHER
                   OPEN EXTEND CAR-TRANS-FILE
                   IF WS-TRANS-FILE-STATUS = "35"
                       OPEN OUTPUT CAR-TRANS-FILE
                   END-IF
                   MOVE SPACES TO CAR-TRANS-RECORD
                   MOVE "C" TO TRANS-CODE
                   MOVE CAR-MODEL-MASTER TO CAR-MODEL-TRANS
                   MOVE ENGINE-MASTER TO ENGINE-TRANS
                   MOVE TOWING-CAPACITY-MASTER TO TOWING-CAPACITY-TRANS
                   MOVE OWNER-NAME-MASTER TO OWNER-NAME-TRANS
                   MOVE CAR-OWNER-ID-MASTER TO OWNER-ID-TRANS
                   MOVE "H" TO DISPOSAL-STATUS-TRANS
                   MOVE SPACES TO DISPOSAL-DATE-TRANS
                   MOVE 0 TO DISPOSAL-PROCEEDS-TRANS
                   MOVE SPACES TO ACQUISITION-DATE-TRANS
                   MOVE 0 TO ACQUISITION-COST-TRANS
                   WRITE CAR-TRANS-RECORD
                   CLOSE CAR-TRANS-FILE
                   MOVE "HOLD REQUESTED - CHANGE ADDED TO CARTRANS.TXT"
                       TO ICL-STATUS-TEXT
           END-EVALUATE
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       END PROGRAM INCIDENT-MAINT.
