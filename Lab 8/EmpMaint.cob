      *          default job type and active/inactive status, with
      *          prompted add/change/delete and every action written
      *          to the employee change log in the PAYCHG.LOG style.
      *          Changing the banking of an employee whose deposit was
      *          returned marks the bank hold corrected so the next
      *          register reissues the returned pay.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "EMPCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-HOLD-MASTER
               ASSIGN TO "BANKHOLD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKH-EMP-ID
               FILE STATUS IS WS-BANKHOLD-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO "../OPERMAST.IDX"
               ORGANIZATION IS INDEXED
       FD EMP-CHANGE-LOG.
       01 EMP-CHANGE-LOG-LINE PIC X(120).

       FD BANK-HOLD-MASTER.
       01 BANK-HOLD-RECORD.
           05 BKH-EMP-ID PIC X(6).
           05 BKH-STATUS PIC X.
               88 BKH-IS-RETURNED VALUE "I".
               88 BKH-IS-CORRECTED VALUE "C".
               88 BKH-IS-REISSUED VALUE "R".
           05 BKH-DEPOSIT-DATE PIC X(8).
           05 BKH-RETURN-DATE PIC X(8).
           05 BKH-REASON-CODE PIC X(2).
           05 BKH-REASON-TEXT PIC X(20).
           05 BKH-OLD-TRANSIT PIC X(8).
           05 BKH-OLD-ACCOUNT PIC X(12).
           05 BKH-CORRECTED-DATE PIC X(8).
           05 BKH-REISSUE-DATE PIC X(8).
           05 BKH-RETURNED-TOTAL PIC 9(7)V99.
           05 BKH-REISSUED-TOTAL PIC 9(7)V99.
           05 BKH-RETURNED-LINE-COUNT PIC 9.
           05 BKH-RETURNED-LINE OCCURS 5 TIMES.
               10 BKH-LINE-RECORD-TYPE PIC X.
               10 BKH-LINE-AMOUNT PIC 9(7)V99.

       FD OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-ID-MASTER PIC X(8).
       01 WS-MAINT-EMP-TRANSIT PIC X(8).
       01 WS-MAINT-EMP-ACCOUNT PIC X(12).
       01 WS-OLD-EMP-NAME PIC X(30).
       01 WS-OLD-EMP-TRANSIT PIC X(8).
       01 WS-OLD-EMP-ACCOUNT PIC X(12).
       01 WS-BANKHOLD-STATUS PIC X(2).
       01 WS-BANKHOLD-OPEN-FLG PIC X VALUE 'N'.

       01 EMP-CHANGE-LOG-DETAIL.
           05 ECL-TIMESTAMP PIC X(26).

           OPEN OUTPUT EMP-CHANGE-LOG

           OPEN I-O BANK-HOLD-MASTER
           IF WS-BANKHOLD-STATUS = "00"
               MOVE 'Y' TO WS-BANKHOLD-OPEN-FLG
           END-IF

           DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"

           CLOSE EMPLOYEE-MASTER
           CLOSE EMP-CHANGE-LOG
           IF WS-BANKHOLD-OPEN-FLG = 'Y'
               CLOSE BANK-HOLD-MASTER
           END-IF
           STOP RUN.

       600-WRITE-STAMPED-LOG-LINE.
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-OLD-EMP-NAME
                   MOVE EMP-BANK-TRANSIT TO WS-OLD-EMP-TRANSIT
                   MOVE EMP-BANK-ACCOUNT TO WS-OLD-EMP-ACCOUNT
                   PERFORM 510-ACCEPT-EMPLOYEE-FIELDS
                   MOVE WS-MAINT-EMP-NAME TO EMP-NAME
                   MOVE WS-MAINT-EMP-DEPT TO EMP-DEPARTMENT
                       WS-OLD-EMP-NAME DELIMITED BY SIZE
                       INTO ECL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
                   IF WS-BANKHOLD-OPEN-FLG = 'Y'
                       PERFORM 310-RELEASE-BANK-HOLD
                   END-IF
           END-READ.

      ******************************************************************
      * New, non-blank banking on an employee held for a returned
      * deposit clears the hold for reissue by the next register.
      ******************************************************************
       310-RELEASE-BANK-HOLD.
           IF EMP-BANK-TRANSIT NOT = SPACES
                   AND EMP-BANK-ACCOUNT NOT = SPACES
                   AND (EMP-BANK-TRANSIT NOT = WS-OLD-EMP-TRANSIT
                       OR EMP-BANK-ACCOUNT NOT = WS-OLD-EMP-ACCOUNT)
               MOVE WS-MAINT-EMP-ID TO BKH-EMP-ID
               READ BANK-HOLD-MASTER
                   INVALID KEY
                       MOVE SPACE TO BKH-STATUS
               END-READ
               IF BKH-IS-RETURNED
                   MOVE "C" TO BKH-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BKH-CORRECTED-DATE
                   REWRITE BANK-HOLD-RECORD
                   MOVE "C" TO ECL-ACTION
                   MOVE WS-MAINT-EMP-ID TO ECL-EMP-ID
                   MOVE "BANKING CORRECTED - RETURNED PAY TO REISSUE"
                       TO ECL-STATUS-TEXT
                   PERFORM 600-WRITE-STAMPED-LOG-LINE
               END-IF
           END-IF.

       400-DELETE-EMPLOYEE-RECORD.
           PERFORM 500-ACCEPT-EMPLOYEE-ID
           MOVE WS-MAINT-EMP-ID TO EMP-ID-MASTER
