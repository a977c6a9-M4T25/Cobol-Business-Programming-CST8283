      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Employee termination.  Takes the employee id, last
      *          day worked and separation reason, writes a pending
      *          termination to TERMMAST.IDX for the next register to
      *          pay the final period and the vacation payout through
      *          the normal deductions, ends every vehicle assignment
      *          on ASSIGNMAST.IDX, cancels the employee's bookings
      *          starting after the last day on RESVMAST.IDX and flags
      *          the employee inactive on EMPMAST.IDX.  Every action
      *          goes to the operator-stamped termination log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-TERMINATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT TERMINATION-MASTER
               ASSIGN TO "TERMMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-EMP-ID
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT ASSIGN-MASTER
               ASSIGN TO "ASSIGNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT RESERVATION-MASTER
               ASSIGN TO "RESVMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-RESV-FILE-STATUS.

           SELECT LEAVE-BALANCE-MASTER
               ASSIGN TO "LEAVEMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LEAVE-FILE-STATUS.

           SELECT TERMINATION-LOG
               ASSIGN TO "TERMINATE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

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

      ******************************************************************
      * Termination master - one record per terminated employee.
      * Pending (P) until the register pays the final period and the
      * vacation payout, which marks it final-paid (F) with the
      * amounts paid and prints the separation summary.
      ******************************************************************
       FD TERMINATION-MASTER.
       01 TERMINATION-RECORD.
           05 TRM-EMP-ID PIC X(6).
           05 TRM-STATUS PIC X.
               88 TRM-IS-PENDING VALUE "P".
               88 TRM-IS-FINAL-PAID VALUE "F".
           05 TRM-LAST-DAY PIC X(8).
           05 TRM-REASON-CODE PIC X.
           05 TRM-REASON-TEXT PIC X(20).
           05 TRM-ENTERED-DATE PIC X(8).
           05 TRM-OPERATOR PIC X(8).
           05 TRM-PAYOUT-HOURS PIC 9(5)V99.
           05 TRM-PAYOUT-AMOUNT PIC 9(7)V99.
           05 TRM-FINAL-GROSS PIC 9(7)V99.
           05 TRM-FINAL-NET PIC 9(7)V99.
           05 TRM-FINAL-PAID-DATE PIC X(8).

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

       FD LEAVE-BALANCE-MASTER.
       01 LEAVE-BALANCE-RECORD.
           05 LVB-EMP-ID PIC X(6).
           05 LVB-SERVICE-DATE PIC X(8).
           05 LVB-VACATION-BAL PIC 9(5)V99.
           05 LVB-SICK-BAL PIC 9(5)V99.
           05 LVB-YEAR PIC X(4).
           05 LVB-VACATION-TAKEN-YTD PIC 9(5)V99.
           05 LVB-SICK-TAKEN-YTD PIC 9(5)V99.
           05 LVB-HOLIDAY-YTD PIC 9(5)V99.
           05 LVB-LAST-ACCRUAL-DATE PIC X(8).

       FD TERMINATION-LOG.
       01 TERMINATION-LOG-LINE PIC X(120).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

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
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-ASSIGN-FILE-STATUS PIC X(2).
       01 WS-RESV-FILE-STATUS PIC X(2).
       01 WS-LEAVE-FILE-STATUS PIC X(2).
       01 WS-TERM-LOG-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-BUSINESS-DATE PIC X(8).

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

       01 TERMINATION-WORKING-FIELDS.
           05 WS-TERM-EMP-ID PIC X(6).
           05 WS-TERM-LAST-DAY PIC X(8).
           05 WS-TERM-LAST-DAY-NUM REDEFINES WS-TERM-LAST-DAY
               PIC 9(8).
           05 WS-TERM-REASON-CODE PIC X.
           05 WS-TERM-REASON-TEXT PIC X(20).
           05 WS-TERM-OK-FLG PIC X.
           05 WS-TERM-NEW-FLG PIC X.
           05 WS-LEAVE-OPEN-FLG PIC X VALUE 'N'.
           05 WS-ASSIGN-OPEN-FLG PIC X VALUE 'N'.
           05 WS-RESV-OPEN-FLG PIC X VALUE 'N'.
           05 WS-BROWSE-EOF-FLG PIC X.
           05 WS-VACATION-HOURS PIC 9(5)V99.
           05 WS-VACATION-HOURS-EDIT PIC ZZ,ZZ9.99.
           05 WS-ASSIGN-END-COUNT PIC 9(3).
           05 WS-RESV-CANCEL-COUNT PIC 9(3).
           05 WS-TERM-COUNT PIC 9(3) VALUE 0.

       01 TERMINATION-LOG-DETAIL.
           05 TML-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TML-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TML-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TML-STATUS-TEXT PIC X(70).

       PROCEDURE DIVISION.
       100-TERMINATE-EMPLOYEES.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON
           PERFORM 190-GET-BUSINESS-DATE

           OPEN I-O EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPMAST.IDX - STATUS: "
                       WS-EMP-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TERMINATION-MASTER
           IF WS-TERM-FILE-STATUS = "35"
               OPEN OUTPUT TERMINATION-MASTER
               CLOSE TERMINATION-MASTER
               OPEN I-O TERMINATION-MASTER
           END-IF
           IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TERMMAST.IDX - STATUS: "
                       WS-TERM-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ASSIGN-MASTER
           IF WS-ASSIGN-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ASSIGN-OPEN-FLG
           ELSE
               DISPLAY "ASSIGNMAST.IDX NOT AVAILABLE - "
                       "NO ASSIGNMENTS ENDED"
           END-IF

           OPEN I-O RESERVATION-MASTER
           IF WS-RESV-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RESV-OPEN-FLG
           ELSE
               DISPLAY "RESVMAST.IDX NOT AVAILABLE - "
                       "NO BOOKINGS CANCELLED"
           END-IF

           OPEN INPUT LEAVE-BALANCE-MASTER
           IF WS-LEAVE-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LEAVE-OPEN-FLG
           END-IF

           OPEN EXTEND TERMINATION-LOG
           IF WS-TERM-LOG-STATUS = "35"
               OPEN OUTPUT TERMINATION-LOG
           END-IF

           DISPLAY "Enter employee ID to terminate (END=finish): "
           ACCEPT WS-TERM-EMP-ID
           PERFORM UNTIL WS-TERM-EMP-ID = "END"
               PERFORM 200-TERMINATE-ONE-EMPLOYEE
               DISPLAY "Enter employee ID to terminate (END=finish): "
               ACCEPT WS-TERM-EMP-ID
           END-PERFORM

           CLOSE EMPLOYEE-MASTER
           CLOSE TERMINATION-MASTER
           IF WS-ASSIGN-OPEN-FLG = 'Y'
               CLOSE ASSIGN-MASTER
           END-IF
           IF WS-RESV-OPEN-FLG = 'Y'
               CLOSE RESERVATION-MASTER
           END-IF
           IF WS-LEAVE-OPEN-FLG = 'Y'
               CLOSE LEAVE-BALANCE-MASTER
           END-IF
           CLOSE TERMINATION-LOG

           DISPLAY "TERMINATIONS WRITTEN TO TERMMAST.IDX"
           DISPLAY "  EMPLOYEES TERMINATED: " WS-TERM-COUNT
           STOP RUN.

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
           MOVE "EMP-TERMINATE" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       190-GET-BUSINESS-DATE.
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
      * The employee must be on the master and active, with a valid
      * last day and a known reason.  A refused termination changes
      * nothing and is logged with the reason it was refused.
      ******************************************************************
       200-TERMINATE-ONE-EMPLOYEE.
           MOVE 'Y' TO WS-TERM-OK-FLG
           DISPLAY "Enter last day worked (YYYYMMDD): "
           ACCEPT WS-TERM-LAST-DAY
           DISPLAY "Enter reason (A=Shortage of work, D=Illness, "
                   "E=Quit, G=Retirement, M=Dismissal, K=Other): "
           ACCEPT WS-TERM-REASON-CODE

           MOVE WS-TERM-EMP-ID TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "REJECTED - EMPLOYEE NOT ON MASTER"
                       TO TML-STATUS-TEXT
                   MOVE 'N' TO WS-TERM-OK-FLG
               NOT INVALID KEY
                   IF NOT EMP-IS-ACTIVE
                       MOVE "REJECTED - EMPLOYEE ALREADY INACTIVE"
                           TO TML-STATUS-TEXT
                       MOVE 'N' TO WS-TERM-OK-FLG
                   END-IF
           END-READ

           IF WS-TERM-OK-FLG = 'Y'
               IF WS-TERM-LAST-DAY IS NOT NUMERIC
                   MOVE "REJECTED - LAST DAY NOT A VALID DATE"
                       TO TML-STATUS-TEXT
                   MOVE 'N' TO WS-TERM-OK-FLG
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TERM-LAST-DAY-NUM)
                       NOT = 0
                   MOVE "REJECTED - LAST DAY NOT A VALID DATE"
                       TO TML-STATUS-TEXT
                   MOVE 'N' TO WS-TERM-OK-FLG
               END-IF
               END-IF
           END-IF

           IF WS-TERM-OK-FLG = 'Y'
               PERFORM 210-SET-REASON-TEXT
           END-IF

           IF WS-TERM-OK-FLG = 'Y'
               PERFORM 220-WRITE-TERMINATION-RECORD
           END-IF

           IF WS-TERM-OK-FLG = 'N'
               MOVE WS-TERM-EMP-ID TO TML-EMP-ID
               PERFORM 600-WRITE-STAMPED-LOG-LINE
               DISPLAY TML-STATUS-TEXT
           ELSE
               PERFORM 300-END-VEHICLE-ASSIGNMENTS
               PERFORM 400-CANCEL-FUTURE-BOOKINGS
               PERFORM 500-FLAG-EMPLOYEE-INACTIVE
               ADD 1 TO WS-TERM-COUNT
               DISPLAY "TERMINATED " WS-TERM-EMP-ID
                       " - ASSIGNMENTS ENDED: " WS-ASSIGN-END-COUNT
                       " BOOKINGS CANCELLED: " WS-RESV-CANCEL-COUNT
           END-IF.

      ******************************************************************
      * Separation reasons follow the record of employment codes.
      ******************************************************************
       210-SET-REASON-TEXT.
           EVALUATE WS-TERM-REASON-CODE
               WHEN "A"
                   MOVE "SHORTAGE OF WORK" TO WS-TERM-REASON-TEXT
               WHEN "D"
                   MOVE "ILLNESS OR INJURY" TO WS-TERM-REASON-TEXT
               WHEN "E"
                   MOVE "QUIT" TO WS-TERM-REASON-TEXT
               WHEN "G"
                   MOVE "RETIREMENT" TO WS-TERM-REASON-TEXT
               WHEN "M"
                   MOVE "DISMISSAL" TO WS-TERM-REASON-TEXT
               WHEN "K"
                   MOVE "OTHER" TO WS-TERM-REASON-TEXT
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN SEPARATION REASON"
                       TO TML-STATUS-TEXT
                   MOVE 'N' TO WS-TERM-OK-FLG
           END-EVALUATE.

      ******************************************************************
      * A record left final-paid by an earlier separation (the
      * employee was rehired since) is replaced by the new one.  The
      * vacation balance on the log is as of today - the register
      * pays out the balance left after the final period's accrual
      * and leave taken.
      ******************************************************************
       220-WRITE-TERMINATION-RECORD.
           MOVE 'Y' TO WS-TERM-NEW-FLG
           MOVE WS-TERM-EMP-ID TO TRM-EMP-ID
           READ TERMINATION-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-TERM-NEW-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-TERM-NEW-FLG
           END-READ

           MOVE SPACES TO TERMINATION-RECORD
           MOVE WS-TERM-EMP-ID TO TRM-EMP-ID
           MOVE "P" TO TRM-STATUS
           MOVE WS-TERM-LAST-DAY TO TRM-LAST-DAY
           MOVE WS-TERM-REASON-CODE TO TRM-REASON-CODE
           MOVE WS-TERM-REASON-TEXT TO TRM-REASON-TEXT
           MOVE WS-BUSINESS-DATE TO TRM-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO TRM-OPERATOR
           MOVE 0 TO TRM-PAYOUT-HOURS
           MOVE 0 TO TRM-PAYOUT-AMOUNT
           MOVE 0 TO TRM-FINAL-GROSS
           MOVE 0 TO TRM-FINAL-NET
           IF WS-TERM-NEW-FLG = 'Y'
               WRITE TERMINATION-RECORD
                   INVALID KEY
                       MOVE "REJECTED - TERMINATION WRITE FAILED"
                           TO TML-STATUS-TEXT
                       MOVE 'N' TO WS-TERM-OK-FLG
               END-WRITE
           ELSE
               REWRITE TERMINATION-RECORD
                   INVALID KEY
                       MOVE "REJECTED - TERMINATION WRITE FAILED"
                           TO TML-STATUS-TEXT
                       MOVE 'N' TO WS-TERM-OK-FLG
               END-REWRITE
           END-IF

           IF WS-TERM-OK-FLG = 'Y'
               MOVE 0 TO WS-VACATION-HOURS
               IF WS-LEAVE-OPEN-FLG = 'Y'
                   MOVE WS-TERM-EMP-ID TO LVB-EMP-ID
                   READ LEAVE-BALANCE-MASTER
                       NOT INVALID KEY
                           MOVE LVB-VACATION-BAL TO WS-VACATION-HOURS
                   END-READ
               END-IF
               MOVE WS-VACATION-HOURS TO WS-VACATION-HOURS-EDIT
               MOVE WS-TERM-EMP-ID TO TML-EMP-ID
               MOVE SPACES TO TML-STATUS-TEXT
               STRING "TERMINATED - LAST DAY " DELIMITED BY SIZE
                   WS-TERM-LAST-DAY DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-TERM-REASON-TEXT DELIMITED BY "  "
                   " - FINAL PAY PENDING" DELIMITED BY SIZE
                   INTO TML-STATUS-TEXT
               PERFORM 600-WRITE-STAMPED-LOG-LINE
               MOVE SPACES TO TML-STATUS-TEXT
               STRING "VACATION BALANCE FOR PAYOUT (HOURS): "
                       DELIMITED BY SIZE
                   WS-VACATION-HOURS-EDIT DELIMITED BY SIZE
                   INTO TML-STATUS-TEXT
               PERFORM 600-WRITE-STAMPED-LOG-LINE
           END-IF.

      ******************************************************************
      * The assignment master holds only current assignments, so an
      * assignment is ended by taking it off the master; the log line
      * records the car and the date it ended.
      ******************************************************************
       300-END-VEHICLE-ASSIGNMENTS.
           MOVE 0 TO WS-ASSIGN-END-COUNT
           IF WS-ASSIGN-OPEN-FLG = 'Y'
               MOVE WS-TERM-EMP-ID TO ASG-EMP-ID
               MOVE LOW-VALUES TO ASG-CAR-MODEL
               MOVE 'N' TO WS-BROWSE-EOF-FLG
               START ASSIGN-MASTER KEY IS NOT LESS THAN ASG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-EOF-FLG
               END-START
               PERFORM UNTIL WS-BROWSE-EOF-FLG = 'Y'
                   READ ASSIGN-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BROWSE-EOF-FLG
                   END-READ
                   IF WS-BROWSE-EOF-FLG NOT = 'Y'
                       IF ASG-EMP-ID NOT = WS-TERM-EMP-ID
                           MOVE 'Y' TO WS-BROWSE-EOF-FLG
                       ELSE
                           PERFORM 310-END-ONE-ASSIGNMENT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       310-END-ONE-ASSIGNMENT.
           MOVE WS-TERM-EMP-ID TO TML-EMP-ID
           MOVE SPACES TO TML-STATUS-TEXT
           DELETE ASSIGN-MASTER RECORD
               INVALID KEY
                   STRING "ASSIGNMENT END FAILED - " DELIMITED BY SIZE
                       ASG-CAR-MODEL DELIMITED BY SIZE
                       INTO TML-STATUS-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-ASSIGN-END-COUNT
                   STRING "ASSIGNMENT ENDED - " DELIMITED BY SIZE
                       ASG-CAR-MODEL DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       ASG-EFFECTIVE-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-TERM-LAST-DAY DELIMITED BY SIZE
                       INTO TML-STATUS-TEXT
           END-DELETE
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

      ******************************************************************
      * The reservation master is keyed on car, so every booking is
      * read; the employee's live bookings starting after the last
      * day are cancelled and stay on file marked C.
      ******************************************************************
       400-CANCEL-FUTURE-BOOKINGS.
           MOVE 0 TO WS-RESV-CANCEL-COUNT
           IF WS-RESV-OPEN-FLG = 'Y'
               MOVE LOW-VALUES TO RSV-KEY
               MOVE 'N' TO WS-BROWSE-EOF-FLG
               START RESERVATION-MASTER KEY IS NOT LESS THAN RSV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-EOF-FLG
               END-START
               PERFORM UNTIL WS-BROWSE-EOF-FLG = 'Y'
                   READ RESERVATION-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BROWSE-EOF-FLG
                       NOT AT END
                           IF RSV-EMP-ID = WS-TERM-EMP-ID
                                   AND RSV-IS-BOOKED
                                   AND RSV-START-DATE > WS-TERM-LAST-DAY
                               PERFORM 410-CANCEL-ONE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       410-CANCEL-ONE-BOOKING.
           MOVE "C" TO RSV-STATUS
           MOVE WS-TERM-EMP-ID TO TML-EMP-ID
           MOVE SPACES TO TML-STATUS-TEXT
           REWRITE RESERVATION-MASTER-RECORD
               INVALID KEY
                   STRING "BOOKING CANCEL FAILED - " DELIMITED BY SIZE
                       RSV-CAR-MODEL DELIMITED BY SIZE
                       INTO TML-STATUS-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-RESV-CANCEL-COUNT
                   STRING "BOOKING CANCELLED - " DELIMITED BY SIZE
                       RSV-CAR-MODEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RSV-START-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RSV-START-TIME DELIMITED BY SIZE
                       INTO TML-STATUS-TEXT
           END-REWRITE
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       500-FLAG-EMPLOYEE-INACTIVE.
           MOVE WS-TERM-EMP-ID TO EMP-ID-MASTER
           MOVE WS-TERM-EMP-ID TO TML-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "INACTIVE FLAG FAILED - NOT ON MASTER"
                       TO TML-STATUS-TEXT
               NOT INVALID KEY
                   MOVE "I" TO EMP-STATUS
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           MOVE "INACTIVE FLAG FAILED - REWRITE"
                               TO TML-STATUS-TEXT
                       NOT INVALID KEY
                           MOVE "EMPLOYEE FLAGGED INACTIVE"
                               TO TML-STATUS-TEXT
                   END-REWRITE
           END-READ
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO TML-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TML-OPERATOR
           WRITE TERMINATION-LOG-LINE FROM TERMINATION-LOG-DETAIL.

       END PROGRAM EMP-TERMINATE.
