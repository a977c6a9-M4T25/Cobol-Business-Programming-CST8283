      *          rate parameter file, and prints one formatted
      *          statement per owner plus a statement register with a
      *          grand-total control line for balancing.  Disposed
      *          vehicles are not billed.  The month's billing totals
      *          are appended to STMTRUN.DAT for the ledger extract.
      *          Each owner's charges are posted to the OWNAR.IDX
      *          receivable ledger and the statement carries the
      *          previous balance, payments and credits received since
      *          then, and the new balance due.  A vehicle that
      *          changed owner during the month is split by the
      *          OWNHIST.IDX ownership history - each owner is billed
      *          the fuel bought while they held it and the service
      *          fee prorated by the days they held it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OWNER-HISTORY-FILE
               ASSIGN TO "OWNHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWH-KEY
               FILE STATUS IS WS-OWNHIST-FILE-STATUS.

           SELECT SERVICE-FEE-FILE
               ASSIGN TO "SVCFEE.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "STMTREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-RUN-FILE
               ASSIGN TO "STMTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTRUN-FILE-STATUS.

           SELECT OWNER-AR-LEDGER
               ASSIGN TO "OWNAR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OWNER-MASTER.
           05 HIST-LITRES PIC 9(3)V99.
           05 HIST-FUEL-COST PIC 9(4)V99.

       FD OWNER-HISTORY-FILE.
       01 OWNER-HISTORY-RECORD.
           05 OWH-KEY.
               10 OWH-CAR-MODEL PIC X(15).
               10 OWH-EFFECTIVE-DATE PIC X(8).
               10 OWH-SEQ PIC 99.
           05 OWH-OLD-OWNER-ID PIC X(6).
           05 OWH-OLD-OWNER-NAME PIC X(30).
           05 OWH-NEW-OWNER-ID PIC X(6).
           05 OWH-NEW-OWNER-NAME PIC X(30).
           05 OWH-OPERATOR PIC X(8).
           05 OWH-RECORDED-DATE PIC X(8).

       FD SERVICE-FEE-FILE.
       01 SERVICE-FEE-RECORD.
           05 FEE-MONTHLY-AMOUNT PIC 9(5)V99.
       FD STMT-REGISTER-RPT.
       01 STMT-REGISTER-RPT-LINE PIC X(100).

       FD STMT-RUN-FILE.
       01 STMT-RUN-RECORD.
           05 SRN-STMT-MONTH PIC X(6).
           05 FILLER PIC X.
           05 SRN-STMT-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 SRN-FUEL-TOTAL PIC 9(9)V99.
           05 FILLER PIC X.
           05 SRN-FEE-TOTAL PIC 9(9)V99.
           05 FILLER PIC X.
           05 SRN-AMOUNT-DUE PIC 9(9)V99.

      ******************************************************************
      * Owner receivable ledger - one record per charge, payment or
      * credit memo, keyed on owner, transaction date and a sequence
      * within the date.  The open amount is what is still unpaid on
      * a charge, or still unapplied on a payment or credit memo.
      ******************************************************************
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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OWNER-FILE-STATUS PIC X(2).
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-OWNHIST-FILE-STATUS PIC X(2).
       01 WS-FEE-FILE-STATUS PIC X(2).
       01 WS-STMTRUN-FILE-STATUS PIC X(2).
       01 WS-AR-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-AR-EOF-FLG PIC X.
       01 WS-STMT-REFERENCE PIC X(12).
       01 WS-CHARGE-FOUND-FLG PIC X.
       01 WS-CHARGE-DATE PIC X(8).
       01 WS-CHARGE-SEQ PIC 9(3).
       01 WS-NEXT-SEQ PIC 9(3).
       01 WS-RUNNING-BALANCE PIC S9(7)V99.
       01 WS-PREV-BALANCE PIC S9(7)V99.
       01 WS-PAYMENTS-SINCE PIC 9(7)V99.
       01 WS-NEW-BALANCE PIC S9(7)V99.
       01 WS-CHARGE-CHANGE PIC S9(7)V99.
       01 WS-OWNER-EOF-FLG PIC X.
       01 WS-CAR-EOF-FLG PIC X.
       01 WS-BROWSE-EOF-FLG PIC X.
       01 WS-STMT-MONTH PIC X(6).
       01 WS-SERVICE-FEE PIC 9(5)V99 VALUE 0.
       01 WS-CAR-SUB PIC 9(4).

      ******************************************************************
      * Month boundaries and the ownership split of the vehicle being
      * loaded - WS-SEG-OWNER holds the vehicle from WS-SEG-FROM-DATE
      * until the next transfer found in the history.
      ******************************************************************
       01 WS-MONTH-START PIC X(8).
       01 WS-MONTH-END PIC X(8).
       01 WS-DAYS-IN-MONTH PIC 99.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-FROM-DATE-INT PIC 9(8).
       01 WS-OWNHIST-EOF-FLG PIC X.
       01 WS-SEG-OWNER-KNOWN-FLG PIC X.
       01 WS-SEG-OWNER PIC X(6).
       01 WS-SEG-FROM-DATE PIC X(8).
       01 WS-SEG-TO-DATE PIC X(8).
       01 WS-SEG-DAYS PIC 99.
       01 WS-DAYS-ALLOCATED PIC 99.
       01 WS-FEE-ALLOCATED PIC 9(5)V99.
       01 WS-VEH-SERVICE-FEE PIC 9(5)V99.

       01 WS-VEH-READING-COUNT PIC 9(5).
       01 WS-VEH-LITRES PIC 9(6)V99.
       01 WS-GRAND-FEE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-AMOUNT-DUE PIC 9(9)V99 VALUE 0.

       01 WS-CAR-COUNT PIC 9(4) VALUE 0.
       01 OWNED-CAR-TABLE.
           05 OWNED-CAR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CAR-COUNT.
               10 OCT-CAR-MODEL PIC X(15).
               10 OCT-OWNER-ID PIC X(6).
               10 OCT-FROM-DATE PIC X(8).
               10 OCT-TO-DATE PIC X(8).
               10 OCT-DAYS PIC 99.
               10 OCT-SERVICE-FEE PIC 9(5)V99.

       01 STMT-HEADER-1.
           05 FILLER PIC X(29) VALUE
           05 FILLER PIC X(14) VALUE "     FUEL COST".
           05 FILLER PIC X(14) VALUE "   SERVICE FEE".
           05 FILLER PIC X(14) VALUE "         TOTAL".
           05 FILLER PIC X(8) VALUE "  OWNED".

       01 STMT-VEHICLE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STM-SERVICE-FEE PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STM-VEH-TOTAL PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STM-PERIOD-NOTE.
               10 STM-PERIOD-LABEL PIC X(5).
               10 STM-PERIOD-FROM PIC XX.
               10 STM-PERIOD-DASH PIC X.
               10 STM-PERIOD-TO PIC XX.

       01 STMT-OWNER-TRAILER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "  AMOUNT DUE: ".
           05 STM-AMOUNT-DUE PIC $$$$,$$9.99.

       01 STMT-BALANCE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STM-BALANCE-LABEL PIC X(30).
           05 STM-BALANCE-AMOUNT PIC $$$$,$$9.99-.

       01 STMT-PAGE-BREAK.
           05 FILLER PIC X(50) VALUE ALL "-".

               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 115-SET-MONTH-BOUNDARIES

           PERFORM 105-GET-BUSINESS-DATE
           PERFORM 110-LOAD-SERVICE-FEE
           PERFORM 120-LOAD-OWNED-CAR-TABLE
           MOVE SPACES TO WS-STMT-REFERENCE
           STRING "STMT " DELIMITED BY SIZE
                   WS-STMT-MONTH DELIMITED BY SIZE
               INTO WS-STMT-REFERENCE

           OPEN I-O OWNER-AR-LEDGER
           IF WS-AR-FILE-STATUS = "35"
               OPEN OUTPUT OWNER-AR-LEDGER
               CLOSE OWNER-AR-LEDGER
               OPEN I-O OWNER-AR-LEDGER
           END-IF
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OWNAR.IDX - STATUS: "
                       WS-AR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OWNER-MASTER
           IF WS-OWNER-FILE-STATUS NOT = "00"
           CLOSE OWNER-STMT-RPT
           CLOSE STMT-REGISTER-RPT
           CLOSE OWNER-MASTER
           CLOSE OWNER-AR-LEDGER
           IF WS-HIST-FILE-STATUS = "00"
               CLOSE GAS-HIST-FILE
           END-IF
           PERFORM 130-WRITE-BILLING-SUMMARY

           DISPLAY "OWNER STATEMENTS WRITTEN: " WS-STMT-COUNT
           STOP RUN.

       105-GET-BUSINESS-DATE.
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

       110-LOAD-SERVICE-FEE.
           OPEN INPUT SERVICE-FEE-FILE
           IF WS-FEE-FILE-STATUS = "00"
               DISPLAY "SVCFEE.TBL NOT FOUND - SERVICE FEE IS ZERO"
           END-IF.

      ******************************************************************
      * First and last day of the statement month, and its length in
      * days for prorating the service fee.
      ******************************************************************
       115-SET-MONTH-BOUNDARIES.
           MOVE SPACES TO WS-MONTH-START
           STRING WS-STMT-MONTH DELIMITED BY SIZE
                   "01" DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-MONTH-START TO WS-DATE-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
               DISPLAY "INVALID MONTH - MUST BE YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FROM-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-STMT-MONTH(5:2) = "12"
               COMPUTE WS-DATE-WORK = WS-DATE-WORK + 10000 - 1100
           ELSE
               COMPUTE WS-DATE-WORK = WS-DATE-WORK + 100
           END-IF
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-DAYS-IN-MONTH
               = WS-DATE-INT - WS-FROM-DATE-INT + 1
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-WORK TO WS-MONTH-END.

       120-LOAD-OWNED-CAR-TABLE.
           OPEN INPUT OWNER-HISTORY-FILE
           IF WS-OWNHIST-FILE-STATUS NOT = "00"
               DISPLAY "OWNHIST.IDX NOT AVAILABLE - "
                       "VEHICLES BILLED TO CURRENT OWNER"
           END-IF
           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARMAST.IDX - STATUS: "
                       MOVE 'Y' TO WS-CAR-EOF-FLG
                   NOT AT END
                       IF NOT CAR-MASTER-IS-DISPOSED
                           PERFORM 122-SPLIT-MONTH-BY-OWNER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAR-MASTER
           IF WS-OWNHIST-FILE-STATUS NOT = "35"
               CLOSE OWNER-HISTORY-FILE
           END-IF.

      ******************************************************************
      * Walks the vehicle's ownership history.  The owner at the start
      * of the month is the new owner of the last transfer on or
      * before the first of the month - or, failing that, the old
      * owner of the first later transfer.  Each transfer inside the
      * month closes the running owner's share the day before it.
      * With no history at all the vehicle's current owner has it for
      * the whole month.  A vehicle with no owner for part of the
      * month (added part way through) is billed for the owned days.
      ******************************************************************
       122-SPLIT-MONTH-BY-OWNER.
           MOVE 'N' TO WS-SEG-OWNER-KNOWN-FLG
           MOVE SPACES TO WS-SEG-OWNER
           MOVE WS-MONTH-START TO WS-SEG-FROM-DATE
           MOVE 0 TO WS-DAYS-ALLOCATED
           MOVE 0 TO WS-FEE-ALLOCATED

           MOVE 'Y' TO WS-OWNHIST-EOF-FLG
           IF WS-OWNHIST-FILE-STATUS = "00"
               MOVE CAR-MODEL-MASTER TO OWH-CAR-MODEL
               MOVE LOW-VALUES TO OWH-EFFECTIVE-DATE
               MOVE 0 TO OWH-SEQ
               MOVE 'N' TO WS-OWNHIST-EOF-FLG
               START OWNER-HISTORY-FILE KEY IS NOT LESS THAN OWH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-OWNHIST-EOF-FLG
               END-START
           END-IF
           PERFORM UNTIL WS-OWNHIST-EOF-FLG = 'Y'
               READ OWNER-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OWNHIST-EOF-FLG
               END-READ
               IF WS-OWNHIST-EOF-FLG NOT = 'Y'
                   IF OWH-CAR-MODEL NOT = CAR-MODEL-MASTER
                       MOVE 'Y' TO WS-OWNHIST-EOF-FLG
                   ELSE
                       PERFORM 124-APPLY-OWNER-TRANSFER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SEG-OWNER-KNOWN-FLG = 'N'
               MOVE CAR-OWNER-ID-MASTER TO WS-SEG-OWNER
           END-IF
           MOVE WS-MONTH-END TO WS-SEG-TO-DATE
           PERFORM 126-ADD-OWNER-SEGMENT.

       124-APPLY-OWNER-TRANSFER.
           EVALUATE TRUE
               WHEN OWH-EFFECTIVE-DATE NOT > WS-MONTH-START
                   MOVE OWH-NEW-OWNER-ID TO WS-SEG-OWNER
                   MOVE 'Y' TO WS-SEG-OWNER-KNOWN-FLG
               WHEN OWH-EFFECTIVE-DATE NOT > WS-MONTH-END
                   IF WS-SEG-OWNER-KNOWN-FLG = 'N'
                       MOVE OWH-OLD-OWNER-ID TO WS-SEG-OWNER
                       MOVE 'Y' TO WS-SEG-OWNER-KNOWN-FLG
                   END-IF
                   IF OWH-EFFECTIVE-DATE > WS-SEG-FROM-DATE
                       MOVE OWH-EFFECTIVE-DATE TO WS-DATE-WORK
                       COMPUTE WS-DATE-INT
                           = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
                       COMPUTE WS-DATE-WORK
                           = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       MOVE WS-DATE-WORK TO WS-SEG-TO-DATE
                       PERFORM 126-ADD-OWNER-SEGMENT
                   END-IF
                   MOVE OWH-NEW-OWNER-ID TO WS-SEG-OWNER
                   MOVE OWH-EFFECTIVE-DATE TO WS-SEG-FROM-DATE
               WHEN OTHER
                   IF WS-SEG-OWNER-KNOWN-FLG = 'N'
                       MOVE OWH-OLD-OWNER-ID TO WS-SEG-OWNER
                       MOVE 'Y' TO WS-SEG-OWNER-KNOWN-FLG
                   END-IF
                   MOVE 'Y' TO WS-OWNHIST-EOF-FLG
           END-EVALUATE.

      ******************************************************************
      * The fee share is the monthly fee times the days held over the
      * days in the month.  The share that completes the month takes
      * whatever the earlier shares left, so a split vehicle is never
      * billed a cent more or less than the full fee.
      ******************************************************************
       126-ADD-OWNER-SEGMENT.
           IF WS-SEG-OWNER NOT = SPACES
               MOVE WS-SEG-FROM-DATE TO WS-DATE-WORK
               COMPUTE WS-FROM-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               MOVE WS-SEG-TO-DATE TO WS-DATE-WORK
               COMPUTE WS-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               COMPUTE WS-SEG-DAYS
                   = WS-DATE-INT - WS-FROM-DATE-INT + 1
               IF WS-DAYS-ALLOCATED + WS-SEG-DAYS = WS-DAYS-IN-MONTH
                   COMPUTE WS-VEH-SERVICE-FEE
                       = WS-SERVICE-FEE - WS-FEE-ALLOCATED
               ELSE
                   COMPUTE WS-VEH-SERVICE-FEE ROUNDED
                       = WS-SERVICE-FEE * WS-SEG-DAYS
                       / WS-DAYS-IN-MONTH
               END-IF
               ADD WS-SEG-DAYS TO WS-DAYS-ALLOCATED
               ADD WS-VEH-SERVICE-FEE TO WS-FEE-ALLOCATED

               IF WS-CAR-COUNT < 1000
                   ADD 1 TO WS-CAR-COUNT
                   MOVE CAR-MODEL-MASTER
                       TO OCT-CAR-MODEL(WS-CAR-COUNT)
                   MOVE WS-SEG-OWNER TO OCT-OWNER-ID(WS-CAR-COUNT)
                   MOVE WS-SEG-FROM-DATE
                       TO OCT-FROM-DATE(WS-CAR-COUNT)
                   MOVE WS-SEG-TO-DATE TO OCT-TO-DATE(WS-CAR-COUNT)
                   MOVE WS-SEG-DAYS TO OCT-DAYS(WS-CAR-COUNT)
                   MOVE WS-VEH-SERVICE-FEE
                       TO OCT-SERVICE-FEE(WS-CAR-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * One summary line per statement run, appended so the general
      * ledger extract can book the month's owner billing.  A rerun
      * for the same month appends again - the extract takes the last
      * line for the month.
      ******************************************************************
       130-WRITE-BILLING-SUMMARY.
           OPEN EXTEND STMT-RUN-FILE
           IF WS-STMTRUN-FILE-STATUS = "35"
               OPEN OUTPUT STMT-RUN-FILE
           END-IF
           IF WS-STMTRUN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STMTRUN.DAT - STATUS: "
                       WS-STMTRUN-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO STMT-RUN-RECORD
           MOVE WS-STMT-MONTH TO SRN-STMT-MONTH
           MOVE WS-STMT-COUNT TO SRN-STMT-COUNT
           MOVE WS-GRAND-FUEL-COST TO SRN-FUEL-TOTAL
           MOVE WS-GRAND-FEE-TOTAL TO SRN-FEE-TOTAL
           MOVE WS-GRAND-AMOUNT-DUE TO SRN-AMOUNT-DUE
           WRITE STMT-RUN-RECORD
           CLOSE STMT-RUN-FILE.

       200-STATEMENT-ONE-OWNER.
           READ OWNER-MASTER NEXT RECORD
           END-IF

           COMPUTE WS-VEH-TOTAL
               = WS-VEH-FUEL-COST + OCT-SERVICE-FEE(WS-CAR-SUB)

           MOVE OCT-CAR-MODEL(WS-CAR-SUB) TO STM-CAR-MODEL
           MOVE WS-VEH-READING-COUNT TO STM-READING-COUNT
           MOVE WS-VEH-LITRES TO STM-LITRES
           MOVE WS-VEH-FUEL-COST TO STM-FUEL-COST
           MOVE OCT-SERVICE-FEE(WS-CAR-SUB) TO STM-SERVICE-FEE
           MOVE WS-VEH-TOTAL TO STM-VEH-TOTAL
           MOVE SPACES TO STM-PERIOD-NOTE
           IF OCT-DAYS(WS-CAR-SUB) < WS-DAYS-IN-MONTH
               MOVE "DAYS " TO STM-PERIOD-LABEL
               MOVE OCT-FROM-DATE(WS-CAR-SUB)(7:2) TO STM-PERIOD-FROM
               MOVE "-" TO STM-PERIOD-DASH
               MOVE OCT-TO-DATE(WS-CAR-SUB)(7:2) TO STM-PERIOD-TO
           END-IF
           WRITE OWNER-STMT-RPT-LINE FROM STMT-VEHICLE-LINE

           ADD WS-VEH-READING-COUNT TO WS-OWNER-READING-COUNT
           ADD WS-VEH-FUEL-COST TO WS-OWNER-FUEL-COST
           ADD OCT-SERVICE-FEE(WS-CAR-SUB) TO WS-OWNER-FEE-TOTAL.

       230-TOTAL-VEHICLE-MONTH.
           MOVE OCT-CAR-MODEL(WS-CAR-SUB) TO HIST-VEHICLE-ID
           MOVE OCT-FROM-DATE(WS-CAR-SUB) TO HIST-TIMESTAMP
           MOVE 'N' TO WS-BROWSE-EOF-FLG
           START GAS-HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
               IF WS-BROWSE-EOF-FLG NOT = 'Y'
                   IF HIST-VEHICLE-ID
                           NOT = OCT-CAR-MODEL(WS-CAR-SUB)
                           OR HIST-TIMESTAMP(1:8)
                               > OCT-TO-DATE(WS-CAR-SUB)
                       MOVE 'Y' TO WS-BROWSE-EOF-FLG
                   ELSE
                       ADD 1 TO WS-VEH-READING-COUNT
                       ADD HIST-LITRES TO WS-VEH-LITRES
                       ADD HIST-FUEL-COST TO WS-VEH-FUEL-COST
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-OWNER-FEE-TOTAL TO STM-OWNER-FEES
           MOVE WS-OWNER-AMOUNT-DUE TO STM-AMOUNT-DUE
           WRITE OWNER-STMT-RPT-LINE FROM STMT-OWNER-TRAILER

           PERFORM 250-GET-PRIOR-BALANCE
           PERFORM 260-POST-STATEMENT-CHARGE
           COMPUTE WS-NEW-BALANCE
               = WS-PREV-BALANCE - WS-PAYMENTS-SINCE
               + WS-OWNER-AMOUNT-DUE
           WRITE OWNER-STMT-RPT-LINE FROM SPACES
           MOVE "PREVIOUS BALANCE" TO STM-BALANCE-LABEL
           MOVE WS-PREV-BALANCE TO STM-BALANCE-AMOUNT
           WRITE OWNER-STMT-RPT-LINE FROM STMT-BALANCE-LINE
           MOVE "PAYMENTS AND CREDITS RECEIVED" TO STM-BALANCE-LABEL
           MOVE WS-PAYMENTS-SINCE TO STM-BALANCE-AMOUNT
           WRITE OWNER-STMT-RPT-LINE FROM STMT-BALANCE-LINE
           MOVE "CURRENT CHARGES" TO STM-BALANCE-LABEL
           MOVE WS-OWNER-AMOUNT-DUE TO STM-BALANCE-AMOUNT
           WRITE OWNER-STMT-RPT-LINE FROM STMT-BALANCE-LINE
           MOVE "NEW BALANCE DUE" TO STM-BALANCE-LABEL
           MOVE WS-NEW-BALANCE TO STM-BALANCE-AMOUNT
           WRITE OWNER-STMT-RPT-LINE FROM STMT-BALANCE-LINE
           WRITE OWNER-STMT-RPT-LINE FROM STMT-PAGE-BREAK
           WRITE OWNER-STMT-RPT-LINE FROM SPACES

           MOVE WS-OWNER-AMOUNT-DUE TO REG-AMOUNT-DUE
           WRITE STMT-REGISTER-RPT-LINE FROM REG-DETAIL-LINE.

      ******************************************************************
      * Reads the owner's ledger in date order.  The previous balance
      * is the balance standing after the last earlier statement
      * charge; payments and credit memos after that charge are the
      * payments received on this statement.  This month's own charge
      * (a rerun) is left out so it is not counted twice.
      ******************************************************************
       250-GET-PRIOR-BALANCE.
           MOVE 0 TO WS-RUNNING-BALANCE
           MOVE 0 TO WS-PREV-BALANCE
           MOVE 0 TO WS-PAYMENTS-SINCE
           MOVE 'N' TO WS-CHARGE-FOUND-FLG

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
                       PERFORM 255-ACCUMULATE-LEDGER-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       255-ACCUMULATE-LEDGER-ENTRY.
           IF ARL-IS-CHARGE
               IF ARL-REFERENCE = WS-STMT-REFERENCE
                   MOVE 'Y' TO WS-CHARGE-FOUND-FLG
                   MOVE ARL-TRAN-DATE TO WS-CHARGE-DATE
                   MOVE ARL-TRAN-SEQ TO WS-CHARGE-SEQ
               ELSE
                   ADD ARL-AMOUNT TO WS-RUNNING-BALANCE
                   MOVE WS-RUNNING-BALANCE TO WS-PREV-BALANCE
                   MOVE 0 TO WS-PAYMENTS-SINCE
               END-IF
           ELSE
               SUBTRACT ARL-AMOUNT FROM WS-RUNNING-BALANCE
               ADD ARL-AMOUNT TO WS-PAYMENTS-SINCE
           END-IF.

      ******************************************************************
      * Posts this month's charges as one ledger charge dated the
      * business date.  A rerun for the same month replaces the
      * charge amount and moves its open amount by the difference, so
      * payments already applied to it stay applied.
      ******************************************************************
       260-POST-STATEMENT-CHARGE.
           IF WS-CHARGE-FOUND-FLG = 'Y'
               MOVE OWNER-ID-MASTER TO ARL-OWNER-ID
               MOVE WS-CHARGE-DATE TO ARL-TRAN-DATE
               MOVE WS-CHARGE-SEQ TO ARL-TRAN-SEQ
               READ OWNER-AR-LEDGER
                   INVALID KEY
                       DISPLAY "LEDGER CHARGE NOT FOUND FOR "
                               OWNER-ID-MASTER
                   NOT INVALID KEY
                       COMPUTE WS-CHARGE-CHANGE
                           = ARL-OPEN-AMOUNT + WS-OWNER-AMOUNT-DUE
                           - ARL-AMOUNT
                       IF WS-CHARGE-CHANGE < 0
                           MOVE 0 TO ARL-OPEN-AMOUNT
                       ELSE
                           MOVE WS-CHARGE-CHANGE TO ARL-OPEN-AMOUNT
                       END-IF
                       MOVE WS-OWNER-AMOUNT-DUE TO ARL-AMOUNT
                       REWRITE OWNER-AR-RECORD
               END-READ
           ELSE
               IF WS-OWNER-AMOUNT-DUE > 0
                   PERFORM 270-FIND-NEXT-LEDGER-SEQ
                   MOVE OWNER-ID-MASTER TO ARL-OWNER-ID
                   MOVE WS-BUSINESS-DATE TO ARL-TRAN-DATE
                   MOVE WS-NEXT-SEQ TO ARL-TRAN-SEQ
                   MOVE "C" TO ARL-TRAN-TYPE
                   MOVE WS-STMT-REFERENCE TO ARL-REFERENCE
                   MOVE WS-OWNER-AMOUNT-DUE TO ARL-AMOUNT
                   MOVE WS-OWNER-AMOUNT-DUE TO ARL-OPEN-AMOUNT
                   MOVE "OWNSTMT" TO ARL-POSTED-BY
                   WRITE OWNER-AR-RECORD
                       INVALID KEY
                           DISPLAY "LEDGER CHARGE NOT POSTED FOR "
                                   OWNER-ID-MASTER
                   END-WRITE
               END-IF
           END-IF.

       270-FIND-NEXT-LEDGER-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE OWNER-ID-MASTER TO ARL-OWNER-ID
           MOVE WS-BUSINESS-DATE TO ARL-TRAN-DATE
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
                           OR ARL-TRAN-DATE NOT = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-AR-EOF-FLG
                   ELSE
                       COMPUTE WS-NEXT-SEQ = ARL-TRAN-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM OWNER-STATEMENT.
