      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Stock requisition entry.  A department's request for
      *          stores is keyed here instead of going straight onto
      *          INVMOVES.TXT as an issue: requesting employee
      *          (validated active on the payroll employee master),
      *          department (defaults to the employee's), item
      *          (validated on the dated inventory master), quantity
      *          and need-by date.  Requisitions land on REQMAST.IDX
      *          open, numbered from REQNUMBER.DAT, for the
      *          allocation run to reserve stock against.  A
      *          requisition not yet complete may be cancelled, which
      *          releases whatever it holds.  Operator-stamped change
      *          log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-MASTER
               ASSIGN TO "REQMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-NUMBER
               ALTERNATE KEY IS REQ-ITEM-ID WITH DUPLICATES
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT INDEXED-INVENT-FILE
               ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVENTORY-ID-OUT
               ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "../Lab 8/EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT REQ-NUMBER-FILE
               ASSIGN TO "REQNUMBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQNUM-FILE-STATUS.

           SELECT REQ-CHANGE-LOG
               ASSIGN TO "REQCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQLOG-FILE-STATUS.

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
      ******************************************************************
      * One record per requisition.  Stock reserved for it by the
      * allocation run is held per location until the pick is
      * confirmed, when it moves into the quantity issued and is held
      * as picked at that location until the posting run takes the
      * issue off the master.  Whatever is still short after
      * allocation is the backorder, dated the first day it went
      * short.
      ******************************************************************
       FD REQUISITION-MASTER.
       01 REQUISITION-MASTER-RECORD.
           05 REQ-NUMBER PIC X(6).
           05 REQ-ITEM-ID PIC X(9).
           05 REQ-DEPARTMENT PIC X(4).
           05 REQ-EMP-ID PIC X(6).
           05 REQ-QTY-REQUESTED PIC 9(7).
           05 REQ-NEED-BY-DATE PIC X(8).
           05 REQ-ENTERED-DATE PIC X(8).
           05 REQ-ALLOCATION-TABLE.
               10 REQ-ALLOC-QTY OCCURS 3 TIMES PIC 9(7).
           05 REQ-PICKED-TABLE.
               10 REQ-PICKED-QTY OCCURS 3 TIMES PIC 9(7).
           05 REQ-QTY-ISSUED PIC 9(7).
           05 REQ-STATUS PIC X.
               88 REQ-IS-OPEN VALUE "O".
               88 REQ-IS-ALLOCATED VALUE "A".
               88 REQ-IS-BACKORDERED VALUE "B".
               88 REQ-IS-COMPLETE VALUE "C".
               88 REQ-IS-CANCELLED VALUE "X".
           05 REQ-BACKORDER-DATE PIC X(8).
           05 REQ-ENTERED-BY PIC X(8).

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

       FD REQ-NUMBER-FILE.
       01 REQ-NUMBER-RECORD.
           05 RQN-LAST-NUMBER PIC 9(6).

       FD REQ-CHANGE-LOG.
       01 REQ-CHANGE-LOG-LINE PIC X(120).

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
       01 WS-MASTER-FILE-NAME PIC X(40).
       01 WS-REQ-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-REQNUM-FILE-STATUS PIC X(2).
       01 WS-REQLOG-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-RUN-DATE PIC X(8).
       01 WS-TARGET-DATE PIC X(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-EMP-OPEN-FLG PIC X VALUE 'N'.

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
       01 WS-EMP-ID-IN PIC X(6).
       01 WS-DEPARTMENT-IN PIC X(4).
       01 WS-ITEM-ID-IN PIC X(9).
       01 WS-QTY-IN PIC X(7).
       01 WS-NEED-BY-IN PIC X(8).
       01 WS-REQ-NUMBER-IN PIC X(6).
       01 WS-REQ-OK-FLG PIC X.
       01 WS-PARM-VALID-FLG PIC X.
       01 WS-PARM-SUB PIC 99.
       01 WS-ENTRY-QTY PIC 9(7).
       01 WS-LAST-REQ-NUMBER PIC 9(6) VALUE 0.
       01 WS-REQ-ADDED-COUNT PIC 9(5) VALUE 0.
       01 WS-LOC-SUB PIC 9.
       01 WS-HELD-QTY PIC 9(8).

       01 REQ-CHANGE-LOG-DETAIL.
           05 RCL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-REQ-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-STATUS-TEXT PIC X(70).

       01 WS-LOG-QTY PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-ENTER-REQUISITIONS.
           PERFORM 040-GET-BUSINESS-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON

           DISPLAY "Enter master file date YYYYMMDD (blank=today): "
           ACCEPT WS-TARGET-DATE
           PERFORM 050-BUILD-MASTER-FILE-NAME

           OPEN INPUT INDEXED-INVENT-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-MASTER-FILE-NAME
                       " - STATUS: " WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REQUISITION-MASTER
           IF WS-REQ-FILE-STATUS = "35"
               OPEN OUTPUT REQUISITION-MASTER
               CLOSE REQUISITION-MASTER
               OPEN I-O REQUISITION-MASTER
           END-IF
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REQMAST.IDX - STATUS: "
                       WS-REQ-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN-FLG
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS: "
                       WS-EMP-FILE-STATUS
                       " - EMPLOYEES NOT CHECKED AT ENTRY"
           END-IF

           OPEN EXTEND REQ-CHANGE-LOG
           IF WS-REQLOG-FILE-STATUS = "35"
               OPEN OUTPUT REQ-CHANGE-LOG
           END-IF

           PERFORM 070-GET-LAST-REQ-NUMBER

           DISPLAY "Enter action (A=Add,X=Cancel,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                       PERFORM 200-ADD-REQUISITION
                   WHEN "X"
                       PERFORM 300-CANCEL-REQUISITION
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (A=Add,X=Cancel,END):"
               ACCEPT WS-MAINT-ACTION
           END-PERFORM

           IF WS-REQ-ADDED-COUNT > 0
               PERFORM 080-REWRITE-LAST-REQ-NUMBER
           END-IF

           CLOSE REQUISITION-MASTER
           CLOSE INDEXED-INVENT-FILE
           CLOSE REQ-CHANGE-LOG
           IF WS-EMP-OPEN-FLG = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF
           DISPLAY "REQUISITIONS ADDED: " WS-REQ-ADDED-COUNT
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
           IF WS-TARGET-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TARGET-DATE TO WS-RUN-DATE
           END-IF
           STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".IDX" DELIMITED BY SIZE
               INTO WS-MASTER-FILE-NAME.

      ******************************************************************
      * Requisition numbers carry on from the last-used number held
      * in REQNUMBER.DAT the way PO numbers do; the file is rewritten
      * once at end of session.
      ******************************************************************
       070-GET-LAST-REQ-NUMBER.
           OPEN INPUT REQ-NUMBER-FILE
           IF WS-REQNUM-FILE-STATUS = "00"
               READ REQ-NUMBER-FILE
                   NOT AT END
                       IF RQN-LAST-NUMBER IS NUMERIC
                           MOVE RQN-LAST-NUMBER TO WS-LAST-REQ-NUMBER
                       END-IF
               END-READ
               CLOSE REQ-NUMBER-FILE
           END-IF.

       080-REWRITE-LAST-REQ-NUMBER.
           OPEN OUTPUT REQ-NUMBER-FILE
           MOVE WS-LAST-REQ-NUMBER TO RQN-LAST-NUMBER
           WRITE REQ-NUMBER-RECORD
           CLOSE REQ-NUMBER-FILE.

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
           MOVE "REQ-ENTRY" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

      ******************************************************************
      * The requesting employee must be active, the item must be on
      * the master, the quantity must be a whole number above zero
      * and the need-by date may not already be past.  A blank
      * department takes the employee's own.
      ******************************************************************
       200-ADD-REQUISITION.
           MOVE 'Y' TO WS-REQ-OK-FLG
           MOVE "A" TO RCL-ACTION
           MOVE SPACES TO RCL-REQ-NUMBER
           MOVE SPACES TO REQUISITION-MASTER-RECORD

           DISPLAY "Enter requesting employee ID: "
           ACCEPT WS-EMP-ID-IN
           DISPLAY "Enter department (blank=employee's): "
           ACCEPT WS-DEPARTMENT-IN
           MOVE WS-DEPARTMENT-IN TO REQ-DEPARTMENT
           IF WS-EMP-OPEN-FLG = 'Y'
               MOVE WS-EMP-ID-IN TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "REJECTED - EMPLOYEE NOT ON MASTER"
                           TO RCL-STATUS-TEXT
                       MOVE 'N' TO WS-REQ-OK-FLG
                   NOT INVALID KEY
                       IF NOT EMP-IS-ACTIVE
                           MOVE "REJECTED - EMPLOYEE NOT ACTIVE"
                               TO RCL-STATUS-TEXT
                           MOVE 'N' TO WS-REQ-OK-FLG
                       ELSE
                           IF WS-DEPARTMENT-IN = SPACES
                               MOVE EMP-DEPARTMENT TO REQ-DEPARTMENT
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-REQ-OK-FLG = 'Y' AND REQ-DEPARTMENT = SPACES
               MOVE "REJECTED - NO DEPARTMENT" TO RCL-STATUS-TEXT
               MOVE 'N' TO WS-REQ-OK-FLG
           END-IF

           IF WS-REQ-OK-FLG = 'Y'
               DISPLAY "Enter item ID: "
               ACCEPT WS-ITEM-ID-IN
               MOVE WS-ITEM-ID-IN TO INVENTORY-ID-OUT
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       MOVE "REJECTED - ITEM NOT ON MASTER"
                           TO RCL-STATUS-TEXT
                       MOVE 'N' TO WS-REQ-OK-FLG
               END-READ
           END-IF

           IF WS-REQ-OK-FLG = 'Y'
               PERFORM 210-ACCEPT-QTY-AND-DATE
           END-IF

           IF WS-REQ-OK-FLG = 'Y'
               PERFORM 220-WRITE-REQUISITION
           END-IF
           DISPLAY RCL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       210-ACCEPT-QTY-AND-DATE.
           DISPLAY "Enter quantity requested: "
           ACCEPT WS-QTY-IN
           PERFORM 520-VALIDATE-QTY-DIGITS
           IF WS-PARM-VALID-FLG = 'N' OR WS-QTY-IN = SPACES
               MOVE "REJECTED - QUANTITY NOT NUMERIC"
                   TO RCL-STATUS-TEXT
               MOVE 'N' TO WS-REQ-OK-FLG
           ELSE
               COMPUTE WS-ENTRY-QTY = FUNCTION NUMVAL(WS-QTY-IN)
               IF WS-ENTRY-QTY = 0
                   MOVE "REJECTED - QUANTITY IS ZERO"
                       TO RCL-STATUS-TEXT
                   MOVE 'N' TO WS-REQ-OK-FLG
               END-IF
           END-IF

           IF WS-REQ-OK-FLG = 'Y'
               DISPLAY "Enter need-by date YYYYMMDD (blank=today): "
               ACCEPT WS-NEED-BY-IN
               IF WS-NEED-BY-IN = SPACES
                   MOVE WS-BUSINESS-DATE TO WS-NEED-BY-IN
               END-IF
               EVALUATE TRUE
                   WHEN WS-NEED-BY-IN IS NOT NUMERIC
                       MOVE "REJECTED - NEED-BY DATE NOT NUMERIC"
                           TO RCL-STATUS-TEXT
                       MOVE 'N' TO WS-REQ-OK-FLG
                   WHEN WS-NEED-BY-IN < WS-BUSINESS-DATE
                       MOVE "REJECTED - NEED-BY DATE ALREADY PAST"
                           TO RCL-STATUS-TEXT
                       MOVE 'N' TO WS-REQ-OK-FLG
               END-EVALUATE
           END-IF.

       220-WRITE-REQUISITION.
           ADD 1 TO WS-LAST-REQ-NUMBER
           MOVE WS-LAST-REQ-NUMBER TO REQ-NUMBER
           MOVE WS-ITEM-ID-IN TO REQ-ITEM-ID
           MOVE WS-EMP-ID-IN TO REQ-EMP-ID
           MOVE WS-ENTRY-QTY TO REQ-QTY-REQUESTED
           MOVE WS-NEED-BY-IN TO REQ-NEED-BY-DATE
           MOVE WS-BUSINESS-DATE TO REQ-ENTERED-DATE
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               MOVE 0 TO REQ-ALLOC-QTY(WS-LOC-SUB)
               MOVE 0 TO REQ-PICKED-QTY(WS-LOC-SUB)
           END-PERFORM
           MOVE 0 TO REQ-QTY-ISSUED
           MOVE "O" TO REQ-STATUS
           MOVE SPACES TO REQ-BACKORDER-DATE
           MOVE WS-OPERATOR-ID TO REQ-ENTERED-BY
           MOVE REQ-NUMBER TO RCL-REQ-NUMBER
           WRITE REQUISITION-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REQUISITION NUMBER ON FILE"
                       TO RCL-STATUS-TEXT
                   MOVE 'N' TO WS-REQ-OK-FLG
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-ADDED-COUNT
                   MOVE WS-ENTRY-QTY TO WS-LOG-QTY
                   MOVE SPACES TO RCL-STATUS-TEXT
                   STRING "ADDED - ITEM " DELIMITED BY SIZE
                       REQ-ITEM-ID DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       WS-LOG-QTY DELIMITED BY SIZE
                       " DEPT " DELIMITED BY SIZE
                       REQ-DEPARTMENT DELIMITED BY SIZE
                       " NEED BY " DELIMITED BY SIZE
                       REQ-NEED-BY-DATE DELIMITED BY SIZE
                       INTO RCL-STATUS-TEXT
           END-WRITE.

      ******************************************************************
      * A complete requisition has been issued and stays as it is.
      * Cancelling anything else drops its reservations, so the
      * next allocation run offers that stock to the queue.
      ******************************************************************
       300-CANCEL-REQUISITION.
           MOVE "X" TO RCL-ACTION
           DISPLAY "Enter requisition number: "
           ACCEPT WS-REQ-NUMBER-IN
           MOVE WS-REQ-NUMBER-IN TO REQ-NUMBER
           MOVE WS-REQ-NUMBER-IN TO RCL-REQ-NUMBER
           READ REQUISITION-MASTER
               INVALID KEY
                   MOVE "REJECTED - REQUISITION NOT ON FILE"
                       TO RCL-STATUS-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REQ-IS-COMPLETE
                           MOVE "REJECTED - REQUISITION COMPLETE"
                               TO RCL-STATUS-TEXT
                       WHEN REQ-IS-CANCELLED
                           MOVE "REJECTED - ALREADY CANCELLED"
                               TO RCL-STATUS-TEXT
                       WHEN OTHER
                           PERFORM 310-RELEASE-AND-CANCEL
                   END-EVALUATE
           END-READ
           DISPLAY RCL-STATUS-TEXT
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       310-RELEASE-AND-CANCEL.
           MOVE 0 TO WS-HELD-QTY
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               ADD REQ-ALLOC-QTY(WS-LOC-SUB) TO WS-HELD-QTY
               MOVE 0 TO REQ-ALLOC-QTY(WS-LOC-SUB)
           END-PERFORM
           MOVE "X" TO REQ-STATUS
           REWRITE REQUISITION-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO RCL-STATUS-TEXT
               NOT INVALID KEY
                   MOVE WS-HELD-QTY TO WS-LOG-QTY
                   MOVE SPACES TO RCL-STATUS-TEXT
                   STRING "CANCELLED - RESERVED QTY RELEASED "
                           DELIMITED BY SIZE
                       WS-LOG-QTY DELIMITED BY SIZE
                       INTO RCL-STATUS-TEXT
           END-REWRITE.

       520-VALIDATE-QTY-DIGITS.
           MOVE 'Y' TO WS-PARM-VALID-FLG
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 7
               IF WS-QTY-IN(WS-PARM-SUB:1) NOT = SPACE
                       AND WS-QTY-IN(WS-PARM-SUB:1) IS NOT NUMERIC
                   MOVE 'N' TO WS-PARM-VALID-FLG
               END-IF
           END-PERFORM.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO RCL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO RCL-OPERATOR
           WRITE REQ-CHANGE-LOG-LINE FROM REQ-CHANGE-LOG-DETAIL.

       END PROGRAM REQ-ENTRY.
