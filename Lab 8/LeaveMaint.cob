      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Maintenance for the indexed leave balance master
      *          LEAVEMAST.IDX used by the payroll register - sets
      *          each employee's service start date (which picks the
      *          LEAVEPOL.TBL accrual tier) and keys opening or
      *          corrected vacation and sick hour balances.  Adds
      *          validate the employee against EMPMAST.IDX; prompted
      *          add/change/delete with every action written to the
      *          leave change log in the EMP-MAINT style.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BALANCE-MASTER
               ASSIGN TO "LEAVEMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LEAVE-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LEAVE-CHANGE-LOG
               ASSIGN TO "LEAVECHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-LOG-STATUS.

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

       FD LEAVE-CHANGE-LOG.
       01 LEAVE-CHANGE-LOG-LINE PIC X(120).

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
       01 WS-LEAVE-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-LEAVE-LOG-STATUS PIC X(2).
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
       01 WS-MAINT-EMP-ID PIC X(6).
       01 WS-MAINT-SERVICE-DATE PIC X(8).
       01 WS-MAINT-VACATION-IN PIC X(9).
       01 WS-MAINT-SICK-IN PIC X(9).
       01 WS-MAINT-VACATION-BAL PIC 9(5)V99.
       01 WS-MAINT-SICK-BAL PIC 9(5)V99.
       01 WS-MAINT-OK-FLG PIC X.
       01 WS-REJECT-TEXT PIC X(60).
       01 WS-DATE-CHECK PIC 9(8).
       01 WS-OLD-VACATION-BAL PIC 9(5)V99.
       01 WS-OLD-SICK-BAL PIC 9(5)V99.
       01 WS-BALANCE-EDITED PIC ZZ,ZZ9.99.
       01 WS-BALANCE-EDITED-2 PIC ZZ,ZZ9.99.

       01 LEAVE-CHANGE-LOG-DETAIL.
           05 LCL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCL-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCL-STATUS-TEXT PIC X(70).

       PROCEDURE DIVISION.
       100-MAINTAIN-LEAVE-MASTER.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON
           OPEN I-O LEAVE-BALANCE-MASTER
           IF WS-LEAVE-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-BALANCE-MASTER
               CLOSE LEAVE-BALANCE-MASTER
               OPEN I-O LEAVE-BALANCE-MASTER
           END-IF
           IF WS-LEAVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEAVEMAST.IDX - STATUS: "
                       WS-LEAVE-FILE-STATUS
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

           OPEN EXTEND LEAVE-CHANGE-LOG
           IF WS-LEAVE-LOG-STATUS = "35"
               OPEN OUTPUT LEAVE-CHANGE-LOG
           END-IF

           DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                       PERFORM 200-ADD-LEAVE-RECORD
                   WHEN "C"
                       PERFORM 300-CHANGE-LEAVE-RECORD
                   WHEN "D"
                       PERFORM 400-DELETE-LEAVE-RECORD
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
               ACCEPT WS-MAINT-ACTION
           END-PERFORM

           CLOSE LEAVE-BALANCE-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE LEAVE-CHANGE-LOG
           STOP RUN.

      ******************************************************************
      * Master updates need an update-level operator - the keyed id
      * and password are checked against the operator master and
      * failed sign-ons are written to the sign-on log.  When the
      * operator master has not been set up yet the check is skipped.
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
           MOVE "LEAVE-MAINT" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

      ******************************************************************
      * An add opens the employee's leave record with a service date
      * and opening balances.  The employee must be on the employee
      * master; the year-to-date taken figures start at zero and the
      * payroll register fills them in.
      ******************************************************************
       200-ADD-LEAVE-RECORD.
           PERFORM 500-ACCEPT-EMPLOYEE-ID
           MOVE "A" TO LCL-ACTION
           MOVE WS-MAINT-EMP-ID TO LCL-EMP-ID
           MOVE WS-MAINT-EMP-ID TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "REJECTED - EMPLOYEE NOT ON EMPLOYEE MASTER"
                       TO LCL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
                   DISPLAY LCL-STATUS-TEXT
           END-READ
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 0 TO WS-OLD-VACATION-BAL
               MOVE 0 TO WS-OLD-SICK-BAL
               MOVE SPACES TO LVB-SERVICE-DATE
               PERFORM 510-ACCEPT-LEAVE-FIELDS
               IF WS-MAINT-OK-FLG = 'N'
                   MOVE WS-REJECT-TEXT TO LCL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
                   DISPLAY LCL-STATUS-TEXT
               ELSE
                   MOVE WS-MAINT-EMP-ID TO LVB-EMP-ID
                   MOVE WS-MAINT-SERVICE-DATE TO LVB-SERVICE-DATE
                   MOVE WS-MAINT-VACATION-BAL TO LVB-VACATION-BAL
                   MOVE WS-MAINT-SICK-BAL TO LVB-SICK-BAL
                   MOVE FUNCTION CURRENT-DATE(1:4) TO LVB-YEAR
                   MOVE 0 TO LVB-VACATION-TAKEN-YTD
                   MOVE 0 TO LVB-SICK-TAKEN-YTD
                   MOVE 0 TO LVB-HOLIDAY-YTD
                   MOVE SPACES TO LVB-LAST-ACCRUAL-DATE
                   WRITE LEAVE-BALANCE-RECORD
                       INVALID KEY
                           MOVE "REJECTED - LEAVE RECORD ON FILE"
                               TO LCL-STATUS-TEXT
                       NOT INVALID KEY
                           PERFORM 610-FORMAT-BALANCE-TEXT
                   END-WRITE
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
               END-IF
           END-IF.

       300-CHANGE-LEAVE-RECORD.
           PERFORM 500-ACCEPT-EMPLOYEE-ID
           MOVE "C" TO LCL-ACTION
           MOVE WS-MAINT-EMP-ID TO LCL-EMP-ID
           MOVE WS-MAINT-EMP-ID TO LVB-EMP-ID
           READ LEAVE-BALANCE-MASTER
               INVALID KEY
                   MOVE "REJECTED - NO LEAVE RECORD FOR EMPLOYEE"
                       TO LCL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
                   DISPLAY LCL-STATUS-TEXT
               NOT INVALID KEY
                   MOVE LVB-VACATION-BAL TO WS-OLD-VACATION-BAL
                   MOVE LVB-SICK-BAL TO WS-OLD-SICK-BAL
                   MOVE LVB-VACATION-BAL TO WS-BALANCE-EDITED
                   MOVE LVB-SICK-BAL TO WS-BALANCE-EDITED-2
                   DISPLAY "SERVICE DATE: " LVB-SERVICE-DATE
                           "  VACATION: " WS-BALANCE-EDITED
                           "  SICK: " WS-BALANCE-EDITED-2
                   PERFORM 510-ACCEPT-LEAVE-FIELDS
                   IF WS-MAINT-OK-FLG = 'N'
                       MOVE WS-REJECT-TEXT TO LCL-STATUS-TEXT
                       DISPLAY LCL-STATUS-TEXT
                   ELSE
                       MOVE WS-MAINT-SERVICE-DATE TO LVB-SERVICE-DATE
                       MOVE WS-MAINT-VACATION-BAL TO LVB-VACATION-BAL
                       MOVE WS-MAINT-SICK-BAL TO LVB-SICK-BAL
                       REWRITE LEAVE-BALANCE-RECORD
                           INVALID KEY
                               MOVE "CHANGE FAILED - REWRITE NOT DONE"
                                   TO LCL-STATUS-TEXT
                               DISPLAY LCL-STATUS-TEXT
                           NOT INVALID KEY
                               PERFORM 610-FORMAT-BALANCE-TEXT
                       END-REWRITE
                   END-IF
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
           END-READ.

       400-DELETE-LEAVE-RECORD.
           PERFORM 500-ACCEPT-EMPLOYEE-ID
           MOVE WS-MAINT-EMP-ID TO LVB-EMP-ID
           DELETE LEAVE-BALANCE-MASTER RECORD
               INVALID KEY
                   MOVE "D" TO LCL-ACTION
                   MOVE WS-MAINT-EMP-ID TO LCL-EMP-ID
                   MOVE "REJECTED - NO LEAVE RECORD FOR EMPLOYEE"
                       TO LCL-STATUS-TEXT
               NOT INVALID KEY
                   MOVE "D" TO LCL-ACTION
                   MOVE WS-MAINT-EMP-ID TO LCL-EMP-ID
                   MOVE "DELETED" TO LCL-STATUS-TEXT
           END-DELETE
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       500-ACCEPT-EMPLOYEE-ID.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID.

      ******************************************************************
      * On a change a blank answer keeps the field as it is.  The
      * service date must be a real date; balances are hours and may
      * not be negative.
      ******************************************************************
       510-ACCEPT-LEAVE-FIELDS.
           MOVE 'Y' TO WS-MAINT-OK-FLG
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE WS-OLD-VACATION-BAL TO WS-MAINT-VACATION-BAL
           MOVE WS-OLD-SICK-BAL TO WS-MAINT-SICK-BAL

           DISPLAY "Enter service start date YYYYMMDD: "
           ACCEPT WS-MAINT-SERVICE-DATE
           IF WS-MAINT-SERVICE-DATE = SPACES
               MOVE LVB-SERVICE-DATE TO WS-MAINT-SERVICE-DATE
           END-IF
           IF WS-MAINT-SERVICE-DATE NOT = SPACES
               IF WS-MAINT-SERVICE-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-MAINT-OK-FLG
               ELSE
                   MOVE WS-MAINT-SERVICE-DATE TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                       MOVE 'N' TO WS-MAINT-OK-FLG
                   END-IF
               END-IF
               IF WS-MAINT-OK-FLG = 'N'
                   MOVE "REJECTED - SERVICE DATE NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           DISPLAY "Enter vacation balance hours (blank=keep): "
           ACCEPT WS-MAINT-VACATION-IN
           IF WS-MAINT-VACATION-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MAINT-VACATION-IN) = 0
                       AND FUNCTION NUMVAL(WS-MAINT-VACATION-IN) >= 0
                   COMPUTE WS-MAINT-VACATION-BAL
                       = FUNCTION NUMVAL(WS-MAINT-VACATION-IN)
               ELSE
                   MOVE 'N' TO WS-MAINT-OK-FLG
                   MOVE "REJECTED - VACATION BALANCE NOT VALID"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           DISPLAY "Enter sick balance hours (blank=keep): "
           ACCEPT WS-MAINT-SICK-IN
           IF WS-MAINT-SICK-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MAINT-SICK-IN) = 0
                       AND FUNCTION NUMVAL(WS-MAINT-SICK-IN) >= 0
                   COMPUTE WS-MAINT-SICK-BAL
                       = FUNCTION NUMVAL(WS-MAINT-SICK-IN)
               ELSE
                   MOVE 'N' TO WS-MAINT-OK-FLG
                   MOVE "REJECTED - SICK BALANCE NOT VALID"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO LCL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO LCL-OPERATOR
           WRITE LEAVE-CHANGE-LOG-LINE FROM LEAVE-CHANGE-LOG-DETAIL.

       610-FORMAT-BALANCE-TEXT.
           MOVE SPACES TO LCL-STATUS-TEXT
           MOVE WS-OLD-VACATION-BAL TO WS-BALANCE-EDITED
           MOVE LVB-VACATION-BAL TO WS-BALANCE-EDITED-2
           STRING "VAC " DELIMITED BY SIZE
               WS-BALANCE-EDITED DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-BALANCE-EDITED-2 DELIMITED BY SIZE
               INTO LCL-STATUS-TEXT
           MOVE WS-OLD-SICK-BAL TO WS-BALANCE-EDITED
           MOVE LVB-SICK-BAL TO WS-BALANCE-EDITED-2
           STRING "  SICK " DELIMITED BY SIZE
               WS-BALANCE-EDITED DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-BALANCE-EDITED-2 DELIMITED BY SIZE
               "  SVC " DELIMITED BY SIZE
               LVB-SERVICE-DATE DELIMITED BY SIZE
               INTO LCL-STATUS-TEXT(27:44).

       END PROGRAM LEAVE-MAINT.
