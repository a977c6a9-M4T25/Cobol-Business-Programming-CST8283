      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: On-demand leave liability report - lists every
      *          employee on the leave balance master with the
      *          vacation and sick hours owed, valued at the rate in
      *          force today for the employee's default job type
      *          (the latest PayrollData.txt row for the job), with
      *          file totals.  Vacation is the liability that is paid
      *          out on termination; sick hours are valued for
      *          information and totalled separately.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-LIABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BALANCE-MASTER
               ASSIGN TO "LEAVEMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LEAVE-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT PAY-RATE-FILE
               ASSIGN TO "../PayrollData.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT LEAVE-LIABILITY-RPT
               ASSIGN TO "LEAVELIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           05 PRF-JOB-TYPE PIC X(3).
           05 PRF-EFF-DATE PIC X(8).
           05 PRF-PAY-VALUE PIC 9(3)V99.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD LEAVE-LIABILITY-RPT.
       01 LEAVE-LIABILITY-RPT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-LEAVE-MASTER-STATUS PIC X(2).
       01 WS-EMP-MASTER-STATUS PIC X(2).
       01 WS-PAY-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-LEAVE-EOF-FLG PIC X.
       01 WS-RATE-EOF-FLG PIC X.
       01 WS-RATE-SUB PIC 9(3).
       01 WS-RATE-FOUND-FLG PIC X.
       01 WS-BEST-EFF-DATE PIC X(8).
       01 WS-APPLIED-RATE PIC 9(3)V99.
       01 WS-VACATION-VALUE PIC 9(7)V99.
       01 WS-SICK-VALUE PIC 9(7)V99.

       01 WS-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-VACATION-HOURS PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-SICK-HOURS PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-VACATION-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SICK-VALUE PIC 9(9)V99 VALUE 0.

       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 PAY-RATE-TABLE.
           05 PAY-RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RATE-COUNT.
               10 PRT-JOB-TYPE PIC X(3).
               10 PRT-EFF-DATE PIC X(8).
               10 PRT-PAY-VALUE PIC 9(3)V99.

       01 LIAB-RPT-HEADER-1.
           05 FILLER PIC X(28) VALUE "LEAVE LIABILITY REPORT AS OF".
           05 FILLER PIC X VALUE SPACE.
           05 LIB-HDR-DATE PIC X(8).

       01 LIAB-RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(5) VALUE "JOB".
           05 FILLER PIC X(9) VALUE "    RATE".
           05 FILLER PIC X(11) VALUE "  VAC HOURS".
           05 FILLER PIC X(14) VALUE "     VAC VALUE".
           05 FILLER PIC X(11) VALUE " SICK HOURS".
           05 FILLER PIC X(14) VALUE "    SICK VALUE".

       01 LIAB-RPT-DETAIL.
           05 LIB-EMP-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-EMP-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-JOB-TYPE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-RATE PIC $$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-VACATION-HOURS PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-VACATION-VALUE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-SICK-HOURS PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-SICK-VALUE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIB-NOTE PIC X(12).

       01 LIAB-RPT-TRAILER-1.
           05 FILLER PIC X(12) VALUE "EMPLOYEES: ".
           05 LIB-EMPLOYEE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  NOT VALUED (RATE):".
           05 LIB-NO-RATE-COUNT PIC ZZ,ZZ9.

       01 LIAB-RPT-TRAILER-2.
           05 FILLER PIC X(22) VALUE "VACATION HOURS OWED: ".
           05 LIB-TOTAL-VAC-HOURS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE "  LIABILITY: ".
           05 LIB-TOTAL-VAC-VALUE PIC $$$$,$$$,$$9.99.

       01 LIAB-RPT-TRAILER-3.
           05 FILLER PIC X(22) VALUE "SICK HOURS BANKED:   ".
           05 LIB-TOTAL-SICK-HOURS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE "  VALUE: ".
           05 LIB-TOTAL-SICK-VALUE PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-PRODUCE-LEAVE-LIABILITY.
           PERFORM 110-GET-BUSINESS-DATE
           PERFORM 120-LOAD-PAY-RATE-TABLE

           OPEN INPUT LEAVE-BALANCE-MASTER
           IF WS-LEAVE-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEAVEMAST.IDX - STATUS: "
                       WS-LEAVE-MASTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPMAST.IDX - STATUS: "
                       WS-EMP-MASTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LEAVE-LIABILITY-RPT
           MOVE WS-BUSINESS-DATE TO LIB-HDR-DATE
           WRITE LEAVE-LIABILITY-RPT-LINE FROM LIAB-RPT-HEADER-1
           WRITE LEAVE-LIABILITY-RPT-LINE FROM LIAB-RPT-HEADER-2

           MOVE 'N' TO WS-LEAVE-EOF-FLG
           PERFORM 200-VALUE-ONE-EMPLOYEE
               UNTIL WS-LEAVE-EOF-FLG = 'Y'

           WRITE LEAVE-LIABILITY-RPT-LINE FROM SPACES
           MOVE WS-EMPLOYEE-COUNT TO LIB-EMPLOYEE-COUNT
           MOVE WS-NO-RATE-COUNT TO LIB-NO-RATE-COUNT
           WRITE LEAVE-LIABILITY-RPT-LINE FROM LIAB-RPT-TRAILER-1
           MOVE WS-TOTAL-VACATION-HOURS TO LIB-TOTAL-VAC-HOURS
           MOVE WS-TOTAL-VACATION-VALUE TO LIB-TOTAL-VAC-VALUE
           WRITE LEAVE-LIABILITY-RPT-LINE FROM LIAB-RPT-TRAILER-2
           MOVE WS-TOTAL-SICK-HOURS TO LIB-TOTAL-SICK-HOURS
           MOVE WS-TOTAL-SICK-VALUE TO LIB-TOTAL-SICK-VALUE
           WRITE LEAVE-LIABILITY-RPT-LINE FROM LIAB-RPT-TRAILER-3

           CLOSE LEAVE-LIABILITY-RPT
           CLOSE EMPLOYEE-MASTER
           CLOSE LEAVE-BALANCE-MASTER

           DISPLAY "LEAVE LIABILITY WRITTEN TO LEAVELIAB.RPT"
           DISPLAY "  EMPLOYEES:          " WS-EMPLOYEE-COUNT
           DISPLAY "  VACATION LIABILITY: " WS-TOTAL-VACATION-VALUE
           STOP RUN.

       110-GET-BUSINESS-DATE.
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

       120-LOAD-PAY-RATE-TABLE.
           MOVE 'N' TO WS-RATE-EOF-FLG
           OPEN INPUT PAY-RATE-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "PAYROLLDATA.TXT NOT FOUND - "
                       "LEAVE WILL BE LISTED WITHOUT VALUE"
               MOVE 'Y' TO WS-RATE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-RATE-EOF-FLG = 'Y'
               READ PAY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF-FLG
                   NOT AT END
                       IF WS-RATE-COUNT < 200
                           ADD 1 TO WS-RATE-COUNT
                           MOVE PRF-JOB-TYPE
                               TO PRT-JOB-TYPE(WS-RATE-COUNT)
                           MOVE PRF-EFF-DATE
                               TO PRT-EFF-DATE(WS-RATE-COUNT)
                           MOVE PRF-PAY-VALUE
                               TO PRT-PAY-VALUE(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-FILE-STATUS NOT = "35"
               CLOSE PAY-RATE-FILE
           END-IF.

       200-VALUE-ONE-EMPLOYEE.
           READ LEAVE-BALANCE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEAVE-EOF-FLG
           END-READ

           IF WS-LEAVE-EOF-FLG NOT = 'Y'
               ADD 1 TO WS-EMPLOYEE-COUNT
               MOVE SPACES TO LIB-NOTE
               MOVE LVB-EMP-ID TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON EMPLOYEE MASTER ***"
                           TO EMP-NAME
                       MOVE SPACES TO EMP-DEFAULT-JOB
               END-READ

               PERFORM 300-FIND-CURRENT-RATE
               IF WS-RATE-FOUND-FLG = 'N'
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE "NO RATE" TO LIB-NOTE
               END-IF

               COMPUTE WS-VACATION-VALUE ROUNDED
                   = LVB-VACATION-BAL * WS-APPLIED-RATE
               COMPUTE WS-SICK-VALUE ROUNDED
                   = LVB-SICK-BAL * WS-APPLIED-RATE
               ADD LVB-VACATION-BAL TO WS-TOTAL-VACATION-HOURS
               ADD LVB-SICK-BAL TO WS-TOTAL-SICK-HOURS
               ADD WS-VACATION-VALUE TO WS-TOTAL-VACATION-VALUE
               ADD WS-SICK-VALUE TO WS-TOTAL-SICK-VALUE

               MOVE LVB-EMP-ID TO LIB-EMP-ID
               MOVE EMP-NAME TO LIB-EMP-NAME
               MOVE EMP-DEFAULT-JOB TO LIB-JOB-TYPE
               MOVE WS-APPLIED-RATE TO LIB-RATE
               MOVE LVB-VACATION-BAL TO LIB-VACATION-HOURS
               MOVE WS-VACATION-VALUE TO LIB-VACATION-VALUE
               MOVE LVB-SICK-BAL TO LIB-SICK-HOURS
               MOVE WS-SICK-VALUE TO LIB-SICK-VALUE
               WRITE LEAVE-LIABILITY-RPT-LINE FROM LIAB-RPT-DETAIL
           END-IF.

      ******************************************************************
      * The current rate is the latest PayrollData.txt row for the
      * employee's default job that is in force on the business date.
      ******************************************************************
       300-FIND-CURRENT-RATE.
           MOVE 0 TO WS-APPLIED-RATE
           MOVE 'N' TO WS-RATE-FOUND-FLG
           MOVE LOW-VALUES TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF PRT-JOB-TYPE(WS-RATE-SUB) = EMP-DEFAULT-JOB
                       AND EMP-DEFAULT-JOB NOT = SPACES
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           <= WS-BUSINESS-DATE
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           >= WS-BEST-EFF-DATE
                   MOVE PRT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-EFF-DATE
                   MOVE PRT-PAY-VALUE(WS-RATE-SUB) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-FOUND-FLG
               END-IF
           END-PERFORM.

       END PROGRAM LEAVE-LIABILITY.
