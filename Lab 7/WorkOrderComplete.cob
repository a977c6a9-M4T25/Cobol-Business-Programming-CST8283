      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-06
      * Purpose: Work order completion and close-out against the
      *          WOMAST.IDX work order master opened by the service
      *          scheduler.  The shop starts a work order, then
      *          records the service date, mileage, labour hours by
      *          employee (validated against EMPMAST.IDX and costed
      *          at the employee's job rate in force on the service
      *          date) and the parts used (validated and costed from
      *          the dated inventory master).  Closing a work order
      *          writes the completed service to SVCHIST.TXT, posts
      *          the parts as issue movements to INVMOVES.TXT for
      *          LAB9-POST and keeps the labour and parts cost on the
      *          work order header.  Operator-stamped change log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WO-COMPLETE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-MASTER
               ASSIGN TO "WOMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOM-KEY
               FILE STATUS IS WS-WOM-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../Lab 8/EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-RATE-FILE
               ASSIGN TO "../PayrollData.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT INDEXED-INVENT-FILE
               ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVENTORY-ID-OUT
               ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT INVENT-MOVES-FILE
               ASSIGN TO "../Lab 9/INVMOVES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVES-FILE-STATUS.

           SELECT SERVICE-HISTORY-FILE
               ASSIGN TO "SVCHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT WO-CHANGE-LOG
               ASSIGN TO "WOCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOLOG-FILE-STATUS.

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
           05 WOM-LABOUR-DATA REDEFINES WOM-DATA.
               10 WOL-EMP-ID PIC X(6).
               10 WOL-WORK-DATE PIC X(8).
               10 WOL-HOURS PIC 9(3)V99.
               10 WOL-RATE PIC 9(3)V99.
               10 WOL-COST PIC 9(7)V99.
               10 FILLER PIC X(57).
           05 WOM-PART-DATA REDEFINES WOM-DATA.
               10 WOP-INVENTORY-ID PIC X(9).
               10 WOP-QTY PIC 9(7).
               10 WOP-LOCATION PIC X.
               10 WOP-UNIT-COST PIC 9(5)V99.
               10 WOP-COST PIC 9(7)V99.
               10 WOP-POSTED-FLG PIC X.
               10 FILLER PIC X(56).

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

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID-OUT PIC X(9).
           05 VENDOR-NAME-OUT PIC X(20).
           05 INVENTORY-DESCRIPTION-OUT PIC X(40).
           05 ON-HAND-QTY-OUT PIC 9(7).
           05 UNIT-COST-OUT PIC 9(5)V99.
           05 REORDER-POINT-OUT PIC 9(7).
           05 LOCATION-QTY-TABLE.
               10 LOC-QTY-OUT OCCURS 3 TIMES PIC 9(7).
           05 LAST-RECEIPT-DATE PIC X(8).
           05 LAST-ISSUE-DATE PIC X(8).

       FD INVENT-MOVES-FILE.
       01 INVENT-MOVES-RECORD.
           05 MOVE-TYPE-CODE PIC X.
           05 MOVE-INVENTORY-ID PIC X(9).
           05 MOVE-QTY PIC 9(7).
           05 MOVE-PO-NUMBER PIC X(6).
           05 MOVE-UNIT-COST PIC X(7).
           05 MOVE-LOCATION PIC X.
           05 MOVE-LOCATION-TO PIC X.

       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD.
           05 SVH-CAR-MODEL PIC X(15).
           05 SVH-SERVICE-CODE PIC X(4).
           05 SVH-SERVICE-DATE PIC X(8).
           05 SVH-MILEAGE-AT-SERVICE PIC 9(6).

       FD WO-CHANGE-LOG.
       01 WO-CHANGE-LOG-LINE PIC X(120).

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
       01 WS-WOM-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-PAY-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-MOVES-FILE-STATUS PIC X(2).
       01 WS-HISTORY-FILE-STATUS PIC X(2).
       01 WS-WOLOG-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-MASTER-FILE-NAME PIC X(40).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-EMP-OPEN-FLG PIC X VALUE 'N'.
       01 WS-INVENT-OPEN-FLG PIC X VALUE 'N'.

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
       01 WS-MAINT-WO-NUMBER PIC X(6).
       01 WS-SERVICE-DATE-IN PIC X(8).
       01 WS-MILEAGE-IN PIC X(6).
       01 WS-EMP-ID-IN PIC X(6).
       01 WS-HOURS-IN PIC X(6).
       01 WS-PART-ID-IN PIC X(9).
       01 WS-PART-QTY-IN PIC X(7).
       01 WS-LOCATION-IN PIC X.
       01 WS-CLOSE-REPLY PIC X.
       01 WS-HEADER-FOUND-FLG PIC X.
       01 WS-LINE-EOF-FLG PIC X.
       01 WS-PARM-VALID-FLG PIC X.
       01 WS-PARM-SUB PIC 99.
       01 WS-LAST-LINE-NO PIC 9(3).
       01 WS-ENTRY-HOURS PIC 9(3)V99.
       01 WS-ENTRY-QTY PIC 9(7).
       01 WS-ENTRY-LOCATION PIC 9.
       01 WS-RATE-FOUND-FLG PIC X.
       01 WS-APPLIED-RATE PIC 9(3)V99.
       01 WS-BEST-EFF-DATE PIC X(8).
       01 WS-RATE-SUB PIC 9(3).
       01 WS-LABOUR-HOURS-TOTAL PIC 9(4)V99.
       01 WS-LABOUR-COST-TOTAL PIC 9(7)V99.
       01 WS-PARTS-COST-TOTAL PIC 9(7)V99.
       01 WS-PARTS-POSTED-COUNT PIC 9(3).

       01 WS-HEADER-SAVE-AREA.
           05 WS-SAVE-CAR-MODEL PIC X(15).
           05 WS-SAVE-SERVICE-CODE PIC X(4).
           05 WS-SAVE-SERVICE-DATE PIC X(8).
           05 WS-SAVE-MILEAGE PIC 9(6).

       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 PAY-RATE-TABLE.
           05 PAY-RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RATE-COUNT.
               10 PRT-JOB-TYPE PIC X(3).
               10 PRT-EFF-DATE PIC X(8).
               10 PRT-PAY-VALUE PIC 9(3)V99.

       01 WO-CHANGE-LOG-DETAIL.
           05 WCL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-WO-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-STATUS-TEXT PIC X(60).

       01 WS-LOG-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-COMPLETE-WORK-ORDERS.
           PERFORM 040-GET-BUSINESS-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON

           OPEN I-O WORK-ORDER-MASTER
           IF WS-WOM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WOMAST.IDX - STATUS: "
                       WS-WOM-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN-FLG
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS: "
                       WS-EMP-FILE-STATUS
                       " - LABOUR CANNOT BE RECORDED"
           END-IF

           PERFORM 050-BUILD-MASTER-FILE-NAME
           OPEN INPUT INDEXED-INVENT-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-INVENT-OPEN-FLG
           ELSE
               DISPLAY "INVENTORY MASTER NOT AVAILABLE - STATUS: "
                       WS-MASTER-FILE-STATUS
                       " - PARTS CANNOT BE RECORDED"
           END-IF

           PERFORM 110-LOAD-PAY-RATE-TABLE

           OPEN EXTEND WO-CHANGE-LOG
           IF WS-WOLOG-FILE-STATUS = "35"
               OPEN OUTPUT WO-CHANGE-LOG
           END-IF

           DISPLAY "Enter action (S=Start,C=Complete,L=List,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"
               EVALUATE WS-MAINT-ACTION
                   WHEN "S"
                       PERFORM 200-START-WORK-ORDER
                   WHEN "C"
                       PERFORM 300-COMPLETE-WORK-ORDER
                   WHEN "L"
                       PERFORM 400-LIST-OPEN-WORK-ORDERS
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (S=Start,C=Complete,L=List,END):"
               ACCEPT WS-MAINT-ACTION
           END-PERFORM

           CLOSE WORK-ORDER-MASTER
           CLOSE WO-CHANGE-LOG
           IF WS-EMP-OPEN-FLG = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-INVENT-OPEN-FLG = 'Y'
               CLOSE INDEXED-INVENT-FILE
           END-IF
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

       050-BUILD-MASTER-FILE-NAME.
           STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ".IDX" DELIMITED BY SIZE
               INTO WS-MASTER-FILE-NAME.

       110-LOAD-PAY-RATE-TABLE.
           MOVE 'N' TO WS-LINE-EOF-FLG
           OPEN INPUT PAY-RATE-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "PAYROLLDATA.TXT NOT FOUND - "
                       "LABOUR WILL BE RECORDED WITHOUT COST"
               MOVE 'Y' TO WS-LINE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-LINE-EOF-FLG = 'Y'
               READ PAY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF-FLG
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
           MOVE "WO-COMPLETE" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       200-START-WORK-ORDER.
           PERFORM 510-ACCEPT-WO-NUMBER
           PERFORM 500-READ-WORK-ORDER-HEADER
           MOVE "S" TO WCL-ACTION
           EVALUATE TRUE
               WHEN WS-HEADER-FOUND-FLG = 'N'
                   MOVE "REJECTED - WORK ORDER NOT ON MASTER"
                       TO WCL-STATUS-TEXT
               WHEN NOT WOM-IS-OPEN
                   MOVE "REJECTED - WORK ORDER NOT OPEN"
                       TO WCL-STATUS-TEXT
               WHEN OTHER
                   MOVE "P" TO WOM-STATUS
                   REWRITE WORK-ORDER-MASTER-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                               TO WCL-STATUS-TEXT
                       NOT INVALID KEY
                           MOVE "STARTED - NOW IN PROGRESS"
                               TO WCL-STATUS-TEXT
                   END-REWRITE
           END-EVALUATE
           DISPLAY WCL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

      ******************************************************************
      * Completion adds labour and parts lines behind the header
      * (line 000) in the PO master style.  The shop may record work
      * over several sittings; the work order stays in progress
      * until the operator closes it.
      ******************************************************************
       300-COMPLETE-WORK-ORDER.
           PERFORM 510-ACCEPT-WO-NUMBER
           PERFORM 500-READ-WORK-ORDER-HEADER
           MOVE "C" TO WCL-ACTION
           IF WS-HEADER-FOUND-FLG = 'N'
               MOVE "REJECTED - WORK ORDER NOT ON MASTER"
                   TO WCL-STATUS-TEXT
               DISPLAY WCL-STATUS-TEXT
               PERFORM 600-WRITE-STAMPED-LOG-LINE
           ELSE
               IF WOM-IS-COMPLETED
                   MOVE "REJECTED - WORK ORDER ALREADY COMPLETED"
                       TO WCL-STATUS-TEXT
                   DISPLAY WCL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
               ELSE
                   PERFORM 310-ACCEPT-COMPLETION-DATA
                   PERFORM 320-FIND-LAST-LINE-NO
                   PERFORM 330-RECORD-LABOUR-LINES
                   PERFORM 340-RECORD-PART-LINES
                   DISPLAY "Close work order now (Y/N): "
                   ACCEPT WS-CLOSE-REPLY
                   IF WS-CLOSE-REPLY = "Y" OR WS-CLOSE-REPLY = "y"
                       PERFORM 350-CLOSE-WORK-ORDER
                   ELSE
                       PERFORM 360-KEEP-IN-PROGRESS
                   END-IF
               END-IF
           END-IF.

       310-ACCEPT-COMPLETION-DATA.
           MOVE WOM-CAR-MODEL TO WS-SAVE-CAR-MODEL
           MOVE WOM-SERVICE-CODE TO WS-SAVE-SERVICE-CODE
           DISPLAY "WORK ORDER " WOM-NUMBER " - " WOM-CAR-MODEL
                   " SERVICE " WOM-SERVICE-CODE

           DISPLAY "Enter service date YYYYMMDD (blank=today): "
           ACCEPT WS-SERVICE-DATE-IN
           IF WS-SERVICE-DATE-IN IS NUMERIC
               MOVE WS-SERVICE-DATE-IN TO WS-SAVE-SERVICE-DATE
           ELSE
               IF WS-SERVICE-DATE-IN NOT = SPACES
                   DISPLAY "DATE NOT NUMERIC - BUSINESS DATE USED"
               END-IF
               MOVE WS-BUSINESS-DATE TO WS-SAVE-SERVICE-DATE
           END-IF

      *    The scheduler measures intervals on the mileage it
      *    accumulates from the gas history, so that figure is the
      *    default reading for the completed service.
           DISPLAY "Enter mileage at service (blank="
                   WOM-ACCUM-MILEAGE "): "
           ACCEPT WS-MILEAGE-IN
           MOVE WS-MILEAGE-IN TO WS-PART-QTY-IN
           PERFORM 520-VALIDATE-QTY-DIGITS
           IF WS-MILEAGE-IN = SPACES OR WS-PARM-VALID-FLG = 'N'
               IF WS-MILEAGE-IN NOT = SPACES
                   DISPLAY "MILEAGE NOT NUMERIC - ACCUMULATED USED"
               END-IF
               MOVE WOM-ACCUM-MILEAGE TO WS-SAVE-MILEAGE
           ELSE
               COMPUTE WS-SAVE-MILEAGE = FUNCTION NUMVAL(WS-MILEAGE-IN)
           END-IF.

       320-FIND-LAST-LINE-NO.
           MOVE 0 TO WS-LAST-LINE-NO
           MOVE WS-MAINT-WO-NUMBER TO WOM-NUMBER
           MOVE 0 TO WOM-LINE-NO
           START WORK-ORDER-MASTER KEY IS GREATER THAN WOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINE-EOF-FLG
           END-START
           PERFORM UNTIL WS-LINE-EOF-FLG = 'Y'
               READ WORK-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF-FLG
               END-READ
               IF WS-LINE-EOF-FLG NOT = 'Y'
                   IF WOM-NUMBER NOT = WS-MAINT-WO-NUMBER
                       MOVE 'Y' TO WS-LINE-EOF-FLG
                   ELSE
                       MOVE WOM-LINE-NO TO WS-LAST-LINE-NO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Labour is costed at the employee's default job type rate in
      * force on the service date - the latest PayrollData.txt row
      * for that job type effective on or before the date.
      ******************************************************************
       330-RECORD-LABOUR-LINES.
           IF WS-EMP-OPEN-FLG = 'N'
               DISPLAY "NO LABOUR ENTRY - EMPLOYEE MASTER UNAVAILABLE"
           ELSE
               DISPLAY "Enter labour employee ID (blank=done): "
               ACCEPT WS-EMP-ID-IN
               PERFORM UNTIL WS-EMP-ID-IN = SPACES
                   PERFORM 335-RECORD-ONE-LABOUR-LINE
                   DISPLAY "Enter labour employee ID (blank=done): "
                   ACCEPT WS-EMP-ID-IN
               END-PERFORM
           END-IF.

       335-RECORD-ONE-LABOUR-LINE.
           MOVE WS-EMP-ID-IN TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMP-ID-IN
                           " NOT ON EMPMAST.IDX - LINE REFUSED"
               NOT INVALID KEY
                   DISPLAY "Enter hours worked (e.g. 2.50): "
                   ACCEPT WS-HOURS-IN
                   IF FUNCTION TEST-NUMVAL(WS-HOURS-IN) NOT = 0
                       DISPLAY "HOURS NOT NUMERIC - LINE REFUSED"
                   ELSE
                       COMPUTE WS-ENTRY-HOURS
                           = FUNCTION NUMVAL(WS-HOURS-IN)
                       IF WS-ENTRY-HOURS = 0
                           DISPLAY "HOURS ARE ZERO - LINE REFUSED"
                       ELSE
                           PERFORM 530-FIND-LABOUR-RATE
                           PERFORM 337-WRITE-LABOUR-LINE
                       END-IF
                   END-IF
           END-READ.

       337-WRITE-LABOUR-LINE.
           ADD 1 TO WS-LAST-LINE-NO
           MOVE SPACES TO WORK-ORDER-MASTER-RECORD
           MOVE WS-MAINT-WO-NUMBER TO WOM-NUMBER
           MOVE WS-LAST-LINE-NO TO WOM-LINE-NO
           MOVE "L" TO WOM-RECORD-TYPE
           MOVE WS-EMP-ID-IN TO WOL-EMP-ID
           MOVE WS-SAVE-SERVICE-DATE TO WOL-WORK-DATE
           MOVE WS-ENTRY-HOURS TO WOL-HOURS
           MOVE WS-APPLIED-RATE TO WOL-RATE
           COMPUTE WOL-COST ROUNDED = WS-ENTRY-HOURS * WS-APPLIED-RATE
           WRITE WORK-ORDER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LABOUR LINE NOT WRITTEN - KEY IN USE"
               NOT INVALID KEY
                   MOVE "L" TO WCL-ACTION
                   MOVE WOL-COST TO WS-LOG-AMOUNT
                   MOVE SPACES TO WCL-STATUS-TEXT
                   STRING "LABOUR " DELIMITED BY SIZE
                       WS-EMP-ID-IN DELIMITED BY SIZE
                       " HOURS " DELIMITED BY SIZE
                       WS-HOURS-IN DELIMITED BY SPACE
                       " COST " DELIMITED BY SIZE
                       WS-LOG-AMOUNT DELIMITED BY SIZE
                       INTO WCL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
           END-WRITE.

       340-RECORD-PART-LINES.
           IF WS-INVENT-OPEN-FLG = 'N'
               DISPLAY "NO PARTS ENTRY - INVENTORY MASTER UNAVAILABLE"
           ELSE
               DISPLAY "Enter part inventory ID (blank=done): "
               ACCEPT WS-PART-ID-IN
               PERFORM UNTIL WS-PART-ID-IN = SPACES
                   PERFORM 345-RECORD-ONE-PART-LINE
                   DISPLAY "Enter part inventory ID (blank=done): "
                   ACCEPT WS-PART-ID-IN
               END-PERFORM
           END-IF.

      ******************************************************************
      * A part line is refused when the quantity is more than the
      * location holds, since LAB9-POST would reject the issue and
      * the work order cost would never match the stock books.
      ******************************************************************
       345-RECORD-ONE-PART-LINE.
           MOVE WS-PART-ID-IN TO INVENTORY-ID-OUT
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "PART " WS-PART-ID-IN
                           " NOT ON INVENTORY MASTER - LINE REFUSED"
               NOT INVALID KEY
                   DISPLAY "Enter quantity used: "
                   ACCEPT WS-PART-QTY-IN
                   PERFORM 520-VALIDATE-QTY-DIGITS
                   DISPLAY "Enter location 1-3 (blank=1): "
                   ACCEPT WS-LOCATION-IN
                   IF WS-LOCATION-IN = SPACE
                       MOVE 1 TO WS-ENTRY-LOCATION
                   ELSE
                       IF WS-LOCATION-IN >= "1"
                               AND WS-LOCATION-IN <= "3"
                           MOVE WS-LOCATION-IN TO WS-ENTRY-LOCATION
                       ELSE
                           MOVE 0 TO WS-ENTRY-LOCATION
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PARM-VALID-FLG = 'N'
                               OR WS-PART-QTY-IN = SPACES
                           DISPLAY "QUANTITY NOT NUMERIC - LINE REFUSED"
                       WHEN WS-ENTRY-LOCATION = 0
                           DISPLAY "INVALID LOCATION - LINE REFUSED"
                       WHEN OTHER
                           COMPUTE WS-ENTRY-QTY
                               = FUNCTION NUMVAL(WS-PART-QTY-IN)
                           IF WS-ENTRY-QTY = 0
                               DISPLAY "QUANTITY IS ZERO - LINE REFUSED"
                           ELSE
                               IF WS-ENTRY-QTY
                                   > LOC-QTY-OUT(WS-ENTRY-LOCATION)
                                   DISPLAY "QUANTITY EXCEEDS LOCATION "
                                           "ON HAND - LINE REFUSED"
                               ELSE
                                   PERFORM 347-WRITE-PART-LINE
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       347-WRITE-PART-LINE.
           ADD 1 TO WS-LAST-LINE-NO
           MOVE SPACES TO WORK-ORDER-MASTER-RECORD
           MOVE WS-MAINT-WO-NUMBER TO WOM-NUMBER
           MOVE WS-LAST-LINE-NO TO WOM-LINE-NO
           MOVE "P" TO WOM-RECORD-TYPE
           MOVE WS-PART-ID-IN TO WOP-INVENTORY-ID
           MOVE WS-ENTRY-QTY TO WOP-QTY
           MOVE WS-ENTRY-LOCATION TO WOP-LOCATION
           MOVE UNIT-COST-OUT TO WOP-UNIT-COST
           COMPUTE WOP-COST ROUNDED = WS-ENTRY-QTY * UNIT-COST-OUT
           MOVE 'N' TO WOP-POSTED-FLG
           WRITE WORK-ORDER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PART LINE NOT WRITTEN - KEY IN USE"
               NOT INVALID KEY
                   MOVE "P" TO WCL-ACTION
                   MOVE WOP-COST TO WS-LOG-AMOUNT
                   MOVE SPACES TO WCL-STATUS-TEXT
                   STRING "PART " DELIMITED BY SIZE
                       WS-PART-ID-IN DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       WS-PART-QTY-IN DELIMITED BY SPACE
                       " COST " DELIMITED BY SIZE
                       WS-LOG-AMOUNT DELIMITED BY SIZE
                       INTO WCL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
           END-WRITE.

      ******************************************************************
      * Close-out: every part line not yet posted becomes an issue
      * movement on INVMOVES.TXT, the labour and parts totals are
      * rolled up from all lines onto the header, and the completed
      * service lands on SVCHIST.TXT so the next scheduler run
      * measures the interval from this service.
      ******************************************************************
       350-CLOSE-WORK-ORDER.
           MOVE 0 TO WS-LABOUR-HOURS-TOTAL
           MOVE 0 TO WS-LABOUR-COST-TOTAL
           MOVE 0 TO WS-PARTS-COST-TOTAL
           MOVE 0 TO WS-PARTS-POSTED-COUNT

           OPEN EXTEND INVENT-MOVES-FILE
           IF WS-MOVES-FILE-STATUS = "35"
               OPEN OUTPUT INVENT-MOVES-FILE
           END-IF

           MOVE WS-MAINT-WO-NUMBER TO WOM-NUMBER
           MOVE 0 TO WOM-LINE-NO
           START WORK-ORDER-MASTER KEY IS GREATER THAN WOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINE-EOF-FLG
           END-START
           PERFORM UNTIL WS-LINE-EOF-FLG = 'Y'
               READ WORK-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF-FLG
               END-READ
               IF WS-LINE-EOF-FLG NOT = 'Y'
                   IF WOM-NUMBER NOT = WS-MAINT-WO-NUMBER
                       MOVE 'Y' TO WS-LINE-EOF-FLG
                   ELSE
                       PERFORM 355-CLOSE-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INVENT-MOVES-FILE

           OPEN EXTEND SERVICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT SERVICE-HISTORY-FILE
           END-IF
           MOVE WS-SAVE-CAR-MODEL TO SVH-CAR-MODEL
           MOVE WS-SAVE-SERVICE-CODE TO SVH-SERVICE-CODE
           MOVE WS-SAVE-SERVICE-DATE TO SVH-SERVICE-DATE
           MOVE WS-SAVE-MILEAGE TO SVH-MILEAGE-AT-SERVICE
           WRITE SERVICE-HISTORY-RECORD
           CLOSE SERVICE-HISTORY-FILE

           PERFORM 500-READ-WORK-ORDER-HEADER
           MOVE "C" TO WOM-STATUS
           MOVE WS-SAVE-SERVICE-DATE TO WOM-SERVICE-DATE
           MOVE WS-SAVE-MILEAGE TO WOM-MILEAGE-AT-SERVICE
           MOVE WS-LABOUR-HOURS-TOTAL TO WOM-LABOUR-HOURS
           MOVE WS-LABOUR-COST-TOTAL TO WOM-LABOUR-COST
           MOVE WS-PARTS-COST-TOTAL TO WOM-PARTS-COST
           MOVE WS-OPERATOR-ID TO WOM-CLOSED-BY
           REWRITE WORK-ORDER-MASTER-RECORD
               INVALID KEY
                   MOVE "CLOSE FAILED - HEADER REWRITE FAILED"
                       TO WCL-STATUS-TEXT
               NOT INVALID KEY
                   COMPUTE WS-LOG-AMOUNT
                       = WS-LABOUR-COST-TOTAL + WS-PARTS-COST-TOTAL
                   MOVE SPACES TO WCL-STATUS-TEXT
                   STRING "COMPLETED - TOTAL COST " DELIMITED BY SIZE
                       WS-LOG-AMOUNT DELIMITED BY SIZE
                       " PARTS POSTED " DELIMITED BY SIZE
                       WS-PARTS-POSTED-COUNT DELIMITED BY SIZE
                       INTO WCL-STATUS-TEXT
           END-REWRITE
           MOVE "C" TO WCL-ACTION
           DISPLAY WCL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       355-CLOSE-ONE-LINE.
           EVALUATE TRUE
               WHEN WOM-IS-LABOUR
                   ADD WOL-HOURS TO WS-LABOUR-HOURS-TOTAL
                   ADD WOL-COST TO WS-LABOUR-COST-TOTAL
               WHEN WOM-IS-PART
                   ADD WOP-COST TO WS-PARTS-COST-TOTAL
                   IF WOP-POSTED-FLG NOT = 'Y'
                       MOVE SPACES TO INVENT-MOVES-RECORD
                       MOVE "I" TO MOVE-TYPE-CODE
                       MOVE WOP-INVENTORY-ID TO MOVE-INVENTORY-ID
                       MOVE WOP-QTY TO MOVE-QTY
                       MOVE SPACES TO MOVE-PO-NUMBER
                       MOVE SPACES TO MOVE-UNIT-COST
                       MOVE WOP-LOCATION TO MOVE-LOCATION
                       MOVE SPACE TO MOVE-LOCATION-TO
                       WRITE INVENT-MOVES-RECORD
                       MOVE 'Y' TO WOP-POSTED-FLG
                       REWRITE WORK-ORDER-MASTER-RECORD
                       ADD 1 TO WS-PARTS-POSTED-COUNT
                   END-IF
           END-EVALUATE.

       360-KEEP-IN-PROGRESS.
           PERFORM 500-READ-WORK-ORDER-HEADER
           MOVE "P" TO WOM-STATUS
           REWRITE WORK-ORDER-MASTER-RECORD
           MOVE "C" TO WCL-ACTION
           MOVE "LINES RECORDED - LEFT IN PROGRESS" TO WCL-STATUS-TEXT
           DISPLAY WCL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       400-LIST-OPEN-WORK-ORDERS.
           MOVE LOW-VALUES TO WOM-KEY
           START WORK-ORDER-MASTER KEY IS NOT LESS THAN WOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINE-EOF-FLG
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINE-EOF-FLG
           END-START
           PERFORM UNTIL WS-LINE-EOF-FLG = 'Y'
               READ WORK-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF-FLG
                   NOT AT END
                       IF WOM-IS-HEADER AND NOT WOM-IS-COMPLETED
                           DISPLAY WOM-NUMBER "  " WOM-CAR-MODEL
                                   "  " WOM-SERVICE-CODE
                                   "  OPENED " WOM-OPEN-DATE
                                   "  STATUS " WOM-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       500-READ-WORK-ORDER-HEADER.
           MOVE 'Y' TO WS-HEADER-FOUND-FLG
           MOVE WS-MAINT-WO-NUMBER TO WOM-NUMBER
           MOVE 0 TO WOM-LINE-NO
           READ WORK-ORDER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-HEADER-FOUND-FLG
           END-READ
           IF WS-HEADER-FOUND-FLG = 'Y' AND NOT WOM-IS-HEADER
               MOVE 'N' TO WS-HEADER-FOUND-FLG
           END-IF
           MOVE WS-MAINT-WO-NUMBER TO WCL-WO-NUMBER.

       510-ACCEPT-WO-NUMBER.
           DISPLAY "Enter work order number: "
           ACCEPT WS-MAINT-WO-NUMBER.

       520-VALIDATE-QTY-DIGITS.
           MOVE 'Y' TO WS-PARM-VALID-FLG
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 7
               IF WS-PART-QTY-IN(WS-PARM-SUB:1) NOT = SPACE
                       AND WS-PART-QTY-IN(WS-PARM-SUB:1) IS NOT NUMERIC
                   MOVE 'N' TO WS-PARM-VALID-FLG
               END-IF
           END-PERFORM.

       530-FIND-LABOUR-RATE.
           MOVE 0 TO WS-APPLIED-RATE
           MOVE 'N' TO WS-RATE-FOUND-FLG
           MOVE LOW-VALUES TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF PRT-JOB-TYPE(WS-RATE-SUB) = EMP-DEFAULT-JOB
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           <= WS-SAVE-SERVICE-DATE
                       AND PRT-EFF-DATE(WS-RATE-SUB)
                           >= WS-BEST-EFF-DATE
                   MOVE PRT-EFF-DATE(WS-RATE-SUB) TO WS-BEST-EFF-DATE
                   MOVE PRT-PAY-VALUE(WS-RATE-SUB) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-FOUND-FLG
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND-FLG = 'N'
               DISPLAY "NO RATE FOR JOB " EMP-DEFAULT-JOB
                       " - LABOUR RECORDED AT ZERO COST"
           END-IF.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WCL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WCL-OPERATOR
           WRITE WO-CHANGE-LOG-LINE FROM WO-CHANGE-LOG-DETAIL.

       END PROGRAM WO-COMPLETE.
