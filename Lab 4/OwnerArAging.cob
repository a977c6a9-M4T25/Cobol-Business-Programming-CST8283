      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-08
      * Purpose: Owner receivable aging - ages every owner's open
      *          statement charges on the OWNAR.IDX ledger into
      *          current, 30, 60 and 90+ day buckets as of a run date,
      *          nets any unapplied payments and credit memos against
      *          the oldest buckets first, and prints the aged trial
      *          balance with grand totals.  Owners still carrying a
      *          balance 30 days or more past due get a reminder
      *          letter built from the REMIND.TPL letter template.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-AR-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-MASTER
               ASSIGN TO "OWNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OWNER-ID-MASTER
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OWNER-AR-LEDGER
               ASSIGN TO "OWNAR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT REMINDER-TEMPLATE
               ASSIGN TO "REMIND.TPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AGING-RPT
               ASSIGN TO "OWNARAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMINDER-RPT
               ASSIGN TO "OWNREMIND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OWNER-MASTER.
       01 OWNER-MASTER-RECORD.
           05 OWNER-ID-MASTER PIC X(6).
           05 OWNER-MASTER-DATA.
               10 OWNER-FULL-NAME PIC X(30).
               10 OWNER-PHONE PIC X(12).
               10 OWNER-ADDRESS PIC X(30).

       FD OWNER-AR-LEDGER.
       01 OWNER-AR-RECORD.
           05 ARL-KEY.
               10 ARL-OWNER-ID PIC X(6).
               10 ARL-TRAN-DATE PIC X(8).
               10 ARL-TRAN-SEQ PIC 9(3).
           05 ARL-TRAN-TYPE PIC X.
               88 ARL-IS-CHARGE VALUE "C".
               88 ARL-IS-PAYMENT VALUE "P".
               88 ARL-IS-CREDIT-MEMO VALUE "M".
           05 ARL-REFERENCE PIC X(12).
           05 ARL-AMOUNT PIC 9(7)V99.
           05 ARL-OPEN-AMOUNT PIC 9(7)V99.
           05 ARL-POSTED-BY PIC X(8).

       FD REMINDER-TEMPLATE.
       01 TEMPLATE-RECORD PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD AGING-RPT.
       01 AGING-RPT-LINE PIC X(120).

       FD REMINDER-RPT.
       01 REMINDER-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OWNER-FILE-STATUS PIC X(2).
       01 WS-AR-FILE-STATUS PIC X(2).
       01 WS-TEMPLATE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-OWNER-EOF-FLG PIC X.
       01 WS-AR-EOF-FLG PIC X.
       01 WS-TEMPLATE-EOF-FLG PIC X.
       01 WS-BUS-DATE-HOLD PIC X(8).
       01 WS-AS-OF-DATE PIC X(8).
       01 WS-AS-OF-INT PIC 9(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-TRAN-INT PIC 9(8).
       01 WS-DAYS-OLD PIC S9(7).

       01 WS-OWNER-CURRENT PIC 9(7)V99.
       01 WS-OWNER-30 PIC 9(7)V99.
       01 WS-OWNER-60 PIC 9(7)V99.
       01 WS-OWNER-90 PIC 9(7)V99.
       01 WS-OWNER-CREDIT PIC 9(7)V99.
       01 WS-OWNER-BALANCE PIC S9(7)V99.
       01 WS-OWNER-OVERDUE PIC 9(7)V99.
       01 WS-NET-AMOUNT PIC 9(7)V99.

       01 WS-OWNER-COUNT PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-CURRENT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-30 PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-60 PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-90 PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-BALANCE PIC S9(9)V99 VALUE 0.

       01 WS-TEMPLATE-COUNT PIC 9(3) VALUE 0.
       01 TEMPLATE-TABLE.
           05 TEMPLATE-LINE PIC X(80) OCCURS 60 TIMES.
       01 WS-TPL-SUB PIC 9(3).

       01 WS-LETTER-OUT PIC X(100).
       01 WS-IN-POS PIC 9(3).
       01 WS-OUT-POS PIC 9(3).
       01 WS-TOKEN-END PIC 9(3).
       01 WS-TOKEN-LEN PIC 9(3).
       01 WS-TOKEN-NAME PIC X(12).
       01 WS-TOKEN-VALUE PIC X(40).
       01 WS-VALUE-START PIC 9(3).
       01 WS-VALUE-END PIC 9(3).
       01 WS-VALUE-LEN PIC 9(3).
       01 WS-TOKEN-AMOUNT PIC $$$$,$$9.99.
       01 WS-TOKEN-DATE.
           05 WS-TOKEN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-TOKEN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-TOKEN-DD PIC X(2).

       01 AGING-HEADER-1.
           05 FILLER PIC X(32) VALUE
              "OWNER AGED TRIAL BALANCE AS OF ".
           05 AGH-AS-OF-DATE PIC X(8).

       01 AGING-COLUMN-HEADER.
           05 FILLER PIC X(8) VALUE "OWNER".
           05 FILLER PIC X(26) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "     CURRENT".
           05 FILLER PIC X(12) VALUE "       30-59".
           05 FILLER PIC X(12) VALUE "       60-89".
           05 FILLER PIC X(12) VALUE "         90+".
           05 FILLER PIC X(12) VALUE "      CREDIT".
           05 FILLER PIC X(14) VALUE "       BALANCE".

       01 AGING-DETAIL-LINE.
           05 AGD-OWNER-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGD-OWNER-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGD-CURRENT PIC $$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGD-30 PIC $$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGD-60 PIC $$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGD-90 PIC $$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGD-CREDIT PIC $$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGD-BALANCE PIC $$$$,$$9.99-.

       01 AGING-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE "TOTALS".
           05 FILLER PIC X(12) VALUE "OWNERS: ".
           05 AGT-OWNER-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 AGT-CURRENT PIC $$,$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGT-30 PIC $$,$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGT-60 PIC $$,$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGT-90 PIC $$,$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGT-CREDIT PIC $$,$$$,$$9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AGT-BALANCE PIC $$,$$$,$$9.99-.

       01 AGING-LETTER-LINE.
           05 FILLER PIC X(26) VALUE "REMINDER LETTERS WRITTEN: ".
           05 AGL-LETTER-COUNT PIC ZZ,ZZ9.

       01 LETTER-PAGE-BREAK.
           05 FILLER PIC X(50) VALUE ALL "-".

       PROCEDURE DIVISION.
       100-AGE-OWNER-RECEIVABLES.
           PERFORM 105-GET-BUSINESS-DATE
           DISPLAY "Enter aging as-of date (YYYYMMDD, blank = "
                   "business date): "
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-BUS-DATE-HOLD TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "INVALID AS-OF DATE - MUST BE YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK
           COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)

           PERFORM 110-LOAD-LETTER-TEMPLATE

           OPEN INPUT OWNER-MASTER
           IF WS-OWNER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OWNMAST.IDX - STATUS: "
                       WS-OWNER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OWNER-AR-LEDGER
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OWNAR.IDX - STATUS: "
                       WS-AR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-RPT
           OPEN OUTPUT REMINDER-RPT
           MOVE WS-AS-OF-DATE TO AGH-AS-OF-DATE
           WRITE AGING-RPT-LINE FROM AGING-HEADER-1
           MOVE SPACES TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           WRITE AGING-RPT-LINE FROM AGING-COLUMN-HEADER

           MOVE 'N' TO WS-OWNER-EOF-FLG
           PERFORM UNTIL WS-OWNER-EOF-FLG = 'Y'
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OWNER-EOF-FLG
                   NOT AT END
                       PERFORM 200-AGE-ONE-OWNER
               END-READ
           END-PERFORM

           PERFORM 400-WRITE-AGING-TOTALS

           CLOSE OWNER-MASTER
           CLOSE OWNER-AR-LEDGER
           CLOSE AGING-RPT
           CLOSE REMINDER-RPT
           DISPLAY "OWNERS WITH BALANCES: " WS-OWNER-COUNT
           DISPLAY "REMINDER LETTERS:     " WS-LETTER-COUNT
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

      ******************************************************************
      * The reminder wording lives in REMIND.TPL so the office can
      * change it without a program change.  Words between ampersands
      * (&NAME&, &BALANCE& and so on) are filled in for each owner.
      * Without a template the aging still prints but no letters are
      * produced.
      ******************************************************************
       110-LOAD-LETTER-TEMPLATE.
           MOVE 0 TO WS-TEMPLATE-COUNT
           OPEN INPUT REMINDER-TEMPLATE
           IF WS-TEMPLATE-STATUS NOT = "00"
               DISPLAY "REMIND.TPL NOT FOUND - NO LETTERS PRODUCED"
           ELSE
               MOVE 'N' TO WS-TEMPLATE-EOF-FLG
               PERFORM UNTIL WS-TEMPLATE-EOF-FLG = 'Y'
                   READ REMINDER-TEMPLATE
                       AT END
                           MOVE 'Y' TO WS-TEMPLATE-EOF-FLG
                       NOT AT END
                           IF WS-TEMPLATE-COUNT < 60
                               ADD 1 TO WS-TEMPLATE-COUNT
                               MOVE TEMPLATE-RECORD
                                   TO TEMPLATE-LINE(WS-TEMPLATE-COUNT)
                           ELSE
                               DISPLAY "REMIND.TPL OVER 60 LINES - "
                                       "REMAINDER IGNORED"
                               MOVE 'Y' TO WS-TEMPLATE-EOF-FLG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMINDER-TEMPLATE
           END-IF.

       200-AGE-ONE-OWNER.
           MOVE 0 TO WS-OWNER-CURRENT
           MOVE 0 TO WS-OWNER-30
           MOVE 0 TO WS-OWNER-60
           MOVE 0 TO WS-OWNER-90
           MOVE 0 TO WS-OWNER-CREDIT

           MOVE OWNER-ID-MASTER TO ARL-OWNER-ID
           MOVE LOW-VALUES TO ARL-TRAN-DATE
           MOVE 0 TO ARL-TRAN-SEQ
           MOVE 'N' TO WS-AR-EOF-FLG
           START OWNER-AR-LEDGER KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AR-EOF-FLG
           END-START
           PERFORM UNTIL WS-AR-EOF-FLG = 'Y'
               READ OWNER-AR-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AR-EOF-FLG
               END-READ
               IF WS-AR-EOF-FLG NOT = 'Y'
                   IF ARL-OWNER-ID NOT = OWNER-ID-MASTER
                       MOVE 'Y' TO WS-AR-EOF-FLG
                   ELSE
                       IF ARL-OPEN-AMOUNT > 0
                               AND ARL-TRAN-DATE IS NUMERIC
                               AND ARL-TRAN-DATE NOT > WS-AS-OF-DATE
                           PERFORM 210-BUCKET-LEDGER-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 250-NET-UNAPPLIED-CREDITS

           COMPUTE WS-OWNER-BALANCE = WS-OWNER-CURRENT + WS-OWNER-30
                   + WS-OWNER-60 + WS-OWNER-90 - WS-OWNER-CREDIT
           IF WS-OWNER-BALANCE NOT = 0
               PERFORM 300-WRITE-AGING-LINE
               COMPUTE WS-OWNER-OVERDUE = WS-OWNER-30 + WS-OWNER-60
                       + WS-OWNER-90
               IF WS-OWNER-OVERDUE > 0 AND WS-TEMPLATE-COUNT > 0
                   PERFORM 500-WRITE-REMINDER-LETTER
               END-IF
           END-IF.

       210-BUCKET-LEDGER-ENTRY.
           IF ARL-IS-CHARGE
               MOVE ARL-TRAN-DATE TO WS-DATE-WORK
               COMPUTE WS-TRAN-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               COMPUTE WS-DAYS-OLD = WS-AS-OF-INT - WS-TRAN-INT
               EVALUATE TRUE
                   WHEN WS-DAYS-OLD < 30
                       ADD ARL-OPEN-AMOUNT TO WS-OWNER-CURRENT
                   WHEN WS-DAYS-OLD < 60
                       ADD ARL-OPEN-AMOUNT TO WS-OWNER-30
                   WHEN WS-DAYS-OLD < 90
                       ADD ARL-OPEN-AMOUNT TO WS-OWNER-60
                   WHEN OTHER
                       ADD ARL-OPEN-AMOUNT TO WS-OWNER-90
               END-EVALUATE
           ELSE
               ADD ARL-OPEN-AMOUNT TO WS-OWNER-CREDIT
           END-IF.

      ******************************************************************
      * A payment or credit memo left unapplied (received before the
      * charge it pays was posted) is taken off the oldest bucket
      * first so an owner who is paid up is not shown as overdue.
      * Credit still left after all buckets are cleared is shown in
      * the credit column and makes the balance negative.
      ******************************************************************
       250-NET-UNAPPLIED-CREDITS.
           IF WS-OWNER-CREDIT > 0
               PERFORM 260-NET-CREDIT-90
               PERFORM 262-NET-CREDIT-60
               PERFORM 264-NET-CREDIT-30
               PERFORM 266-NET-CREDIT-CURRENT
           END-IF.

       260-NET-CREDIT-90.
           IF WS-OWNER-90 < WS-OWNER-CREDIT
               MOVE WS-OWNER-90 TO WS-NET-AMOUNT
           ELSE
               MOVE WS-OWNER-CREDIT TO WS-NET-AMOUNT
           END-IF
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-90
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-CREDIT.

       262-NET-CREDIT-60.
           IF WS-OWNER-60 < WS-OWNER-CREDIT
               MOVE WS-OWNER-60 TO WS-NET-AMOUNT
           ELSE
               MOVE WS-OWNER-CREDIT TO WS-NET-AMOUNT
           END-IF
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-60
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-CREDIT.

       264-NET-CREDIT-30.
           IF WS-OWNER-30 < WS-OWNER-CREDIT
               MOVE WS-OWNER-30 TO WS-NET-AMOUNT
           ELSE
               MOVE WS-OWNER-CREDIT TO WS-NET-AMOUNT
           END-IF
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-30
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-CREDIT.

       266-NET-CREDIT-CURRENT.
           IF WS-OWNER-CURRENT < WS-OWNER-CREDIT
               MOVE WS-OWNER-CURRENT TO WS-NET-AMOUNT
           ELSE
               MOVE WS-OWNER-CREDIT TO WS-NET-AMOUNT
           END-IF
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-CURRENT
           SUBTRACT WS-NET-AMOUNT FROM WS-OWNER-CREDIT.

       300-WRITE-AGING-LINE.
           ADD 1 TO WS-OWNER-COUNT
           ADD WS-OWNER-CURRENT TO WS-TOTAL-CURRENT
           ADD WS-OWNER-30 TO WS-TOTAL-30
           ADD WS-OWNER-60 TO WS-TOTAL-60
           ADD WS-OWNER-90 TO WS-TOTAL-90
           ADD WS-OWNER-CREDIT TO WS-TOTAL-CREDIT
           ADD WS-OWNER-BALANCE TO WS-TOTAL-BALANCE

           MOVE OWNER-ID-MASTER TO AGD-OWNER-ID
           MOVE OWNER-FULL-NAME TO AGD-OWNER-NAME
           MOVE WS-OWNER-CURRENT TO AGD-CURRENT
           MOVE WS-OWNER-30 TO AGD-30
           MOVE WS-OWNER-60 TO AGD-60
           MOVE WS-OWNER-90 TO AGD-90
           MOVE WS-OWNER-CREDIT TO AGD-CREDIT
           MOVE WS-OWNER-BALANCE TO AGD-BALANCE
           WRITE AGING-RPT-LINE FROM AGING-DETAIL-LINE.

       400-WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE WS-OWNER-COUNT TO AGT-OWNER-COUNT
           MOVE WS-TOTAL-CURRENT TO AGT-CURRENT
           MOVE WS-TOTAL-30 TO AGT-30
           MOVE WS-TOTAL-60 TO AGT-60
           MOVE WS-TOTAL-90 TO AGT-90
           MOVE WS-TOTAL-CREDIT TO AGT-CREDIT
           MOVE WS-TOTAL-BALANCE TO AGT-BALANCE
           WRITE AGING-RPT-LINE FROM AGING-TOTAL-LINE
           MOVE WS-LETTER-COUNT TO AGL-LETTER-COUNT
           WRITE AGING-RPT-LINE FROM AGING-LETTER-LINE.

      ******************************************************************
      * One letter per overdue owner - every template line is copied
      * with its &TOKEN& fields replaced, and letters are separated by
      * a page-break line the same as the owner statements.
      ******************************************************************
       500-WRITE-REMINDER-LETTER.
           IF WS-LETTER-COUNT > 0
               WRITE REMINDER-RPT-LINE FROM LETTER-PAGE-BREAK
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TEMPLATE-COUNT
               PERFORM 510-MERGE-TEMPLATE-LINE
               WRITE REMINDER-RPT-LINE FROM WS-LETTER-OUT
           END-PERFORM.

       510-MERGE-TEMPLATE-LINE.
           MOVE SPACES TO WS-LETTER-OUT
           MOVE 1 TO WS-OUT-POS
           MOVE 1 TO WS-IN-POS
           PERFORM UNTIL WS-IN-POS > 80
               IF TEMPLATE-LINE(WS-TPL-SUB)(WS-IN-POS:1) = "&"
                   PERFORM 520-FIND-TOKEN-END
               END-IF
               IF TEMPLATE-LINE(WS-TPL-SUB)(WS-IN-POS:1) = "&"
                       AND WS-TOKEN-LEN > 0
                   PERFORM 530-SUBSTITUTE-TOKEN
                   COMPUTE WS-IN-POS = WS-TOKEN-END + 1
               ELSE
                   IF WS-OUT-POS NOT > 100
                       MOVE TEMPLATE-LINE(WS-TPL-SUB)(WS-IN-POS:1)
                           TO WS-LETTER-OUT(WS-OUT-POS:1)
                       ADD 1 TO WS-OUT-POS
                   END-IF
                   ADD 1 TO WS-IN-POS
               END-IF
           END-PERFORM.

       520-FIND-TOKEN-END.
           MOVE 0 TO WS-TOKEN-LEN
           PERFORM VARYING WS-TOKEN-END FROM WS-IN-POS BY 1
                   UNTIL WS-TOKEN-END >= 80
                   OR (WS-TOKEN-END > WS-IN-POS AND
                       TEMPLATE-LINE(WS-TPL-SUB)(WS-TOKEN-END:1) = "&")
               CONTINUE
           END-PERFORM
           IF WS-TOKEN-END > WS-IN-POS + 1
                   AND TEMPLATE-LINE(WS-TPL-SUB)(WS-TOKEN-END:1) = "&"
               COMPUTE WS-TOKEN-LEN = WS-TOKEN-END - WS-IN-POS - 1
               IF WS-TOKEN-LEN > 12
                   MOVE 0 TO WS-TOKEN-LEN
               END-IF
           END-IF.

       530-SUBSTITUTE-TOKEN.
           MOVE SPACES TO WS-TOKEN-NAME
           MOVE TEMPLATE-LINE(WS-TPL-SUB)(WS-IN-POS + 1:WS-TOKEN-LEN)
               TO WS-TOKEN-NAME
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE WS-TOKEN-NAME
               WHEN "NAME"
                   MOVE OWNER-FULL-NAME TO WS-TOKEN-VALUE
               WHEN "ADDRESS"
                   MOVE OWNER-ADDRESS TO WS-TOKEN-VALUE
               WHEN "PHONE"
                   MOVE OWNER-PHONE TO WS-TOKEN-VALUE
               WHEN "OWNERID"
                   MOVE OWNER-ID-MASTER TO WS-TOKEN-VALUE
               WHEN "DATE"
                   MOVE WS-AS-OF-DATE(1:4) TO WS-TOKEN-YYYY
                   MOVE WS-AS-OF-DATE(5:2) TO WS-TOKEN-MM
                   MOVE WS-AS-OF-DATE(7:2) TO WS-TOKEN-DD
                   MOVE WS-TOKEN-DATE TO WS-TOKEN-VALUE
               WHEN "OVERDUE"
                   MOVE WS-OWNER-OVERDUE TO WS-TOKEN-AMOUNT
                   MOVE WS-TOKEN-AMOUNT TO WS-TOKEN-VALUE
               WHEN "OVER90"
                   MOVE WS-OWNER-90 TO WS-TOKEN-AMOUNT
                   MOVE WS-TOKEN-AMOUNT TO WS-TOKEN-VALUE
               WHEN "BALANCE"
                   MOVE WS-OWNER-BALANCE TO WS-TOKEN-AMOUNT
                   MOVE WS-TOKEN-AMOUNT TO WS-TOKEN-VALUE
               WHEN OTHER
                   MOVE TEMPLATE-LINE(WS-TPL-SUB)
                           (WS-IN-POS:WS-TOKEN-LEN + 2)
                       TO WS-TOKEN-VALUE
           END-EVALUATE

           PERFORM VARYING WS-VALUE-START FROM 1 BY 1
                   UNTIL WS-VALUE-START > 40
                   OR WS-TOKEN-VALUE(WS-VALUE-START:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-VALUE-END FROM 40 BY -1
                   UNTIL WS-VALUE-END < 1
                   OR WS-TOKEN-VALUE(WS-VALUE-END:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-VALUE-START NOT > WS-VALUE-END
               COMPUTE WS-VALUE-LEN = WS-VALUE-END - WS-VALUE-START + 1
               IF WS-OUT-POS + WS-VALUE-LEN - 1 > 100
                   COMPUTE WS-VALUE-LEN = 101 - WS-OUT-POS
               END-IF
               IF WS-VALUE-LEN > 0
                   MOVE WS-TOKEN-VALUE(WS-VALUE-START:WS-VALUE-LEN)
                       TO WS-LETTER-OUT(WS-OUT-POS:WS-VALUE-LEN)
                   ADD WS-VALUE-LEN TO WS-OUT-POS
               END-IF
           END-IF.

       END PROGRAM OWNER-AR-AGING.
