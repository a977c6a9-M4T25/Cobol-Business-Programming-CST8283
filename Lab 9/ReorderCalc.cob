      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-09
      * Purpose: Usage-based reorder point recalculation - reads the
      *          normal issues posted to the INVJRNL.LOG movement
      *          journal over a keyed number of weeks, works out each
      *          item's average weekly usage and its week-to-week
      *          variability, and proposes a new reorder point from
      *          the vendor's lead time and safety factor on
      *          VENDLEAD.TBL.  Prints the proposed-versus-current
      *          position on ROPCALC.RPT and, only when the operator
      *          approves it, writes the new REORDER-POINT-OUT values
      *          back to the dated master under the usual sign-on,
      *          run lock and pre-update backup, logging each change
      *          to ROPCHG.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-CALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVENTORY-ID-OUT
           ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MOVEMENT-JOURNAL
           ASSIGN TO "INVJRNL.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT VENDOR-MASTER
           ASSIGN TO "VENDMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VEND-CODE-MASTER
           FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT LEAD-TIME-FILE
           ASSIGN TO "VENDLEAD.TBL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAD-FILE-STATUS.

           SELECT REORDER-CALC-RPT
           ASSIGN TO "ROPCALC.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORDER-CHANGE-LOG
           ASSIGN TO "ROPCHG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "../BUSDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-LOCK-FILE
           ASSIGN TO "../RUNLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOCK-STATUS.

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

           SELECT BACKUP-GEN-FILE
           ASSIGN TO "../BAKGEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAKGEN-STATUS.

           SELECT COPY-IN-FILE
           ASSIGN TO WS-COPY-IN-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COPY-IN-ID
           ALTERNATE KEY IS COPY-IN-VENDOR WITH DUPLICATES
           FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT COPY-OUT-FILE
           ASSIGN TO WS-COPY-OUT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COPY-OUT-ID
           ALTERNATE KEY IS COPY-OUT-VENDOR WITH DUPLICATES
           FILE STATUS IS WS-COPY-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      ******************************************************************
      * Movement journal line as written by LAB9-POST.
      ******************************************************************
       FD MOVEMENT-JOURNAL.
       01 MOVEMENT-JOURNAL-LINE.
           05 JRN-TYPE-CODE PIC X.
               88 JRN-IS-ISSUE VALUE "I".
           05 FILLER PIC X(2).
           05 JRN-INVENTORY-ID PIC X(9).
           05 FILLER PIC X(2).
           05 JRN-QTY PIC 9(7).
           05 FILLER PIC X(9).
           05 JRN-BEFORE-QTY PIC 9(7).
           05 FILLER PIC X(8).
           05 JRN-AFTER-QTY PIC 9(7).
           05 FILLER PIC X(6).
           05 JRN-LOCATION PIC X.
           05 FILLER PIC X(5).
           05 JRN-LOCATION-TO PIC X.
           05 FILLER PIC X(2).
           05 JRN-RESULT-TEXT PIC X(40).
           05 FILLER PIC X(2).
           05 JRN-POST-DATE PIC X(8).
           05 FILLER PIC X(23).

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-RECORD.
           05 VEND-CODE-MASTER PIC X(6).
           05 VENDOR-MASTER-DATA.
               10 VEND-NAME PIC X(20).
               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

      ******************************************************************
      * One line per vendor code - lead time in calendar days and the
      * safety factor (number of standard deviations of weekly usage
      * held as safety stock, two implied decimals).  A DEFLT line
      * covers every vendor without a line of its own.
      ******************************************************************
       FD LEAD-TIME-FILE.
       01 LEAD-TIME-RECORD.
           05 LTR-VEND-CODE PIC X(6).
           05 FILLER PIC X.
           05 LTR-LEAD-DAYS PIC 9(3).
           05 FILLER PIC X.
           05 LTR-SAFETY-FACTOR PIC 9V99.

       FD REORDER-CALC-RPT.
       01 REORDER-CALC-RPT-LINE PIC X(150).

       FD REORDER-CHANGE-LOG.
       01 REORDER-CHANGE-LOG-LINE PIC X(120).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD.
           05 RLK-PROGRAM PIC X(20).
           05 FILLER PIC X(2).
           05 RLK-TARGET PIC X(40).
           05 FILLER PIC X(2).
           05 RLK-START-TIME PIC X(26).

       FD OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-ID-MASTER PIC X(8).
           05 OPERATOR-MASTER-DATA.
               10 OPER-NAME PIC X(30).
               10 OPER-PASSWORD PIC X(8).
               10 OPER-LEVEL PIC 9.

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE PIC X(120).

       FD BACKUP-GEN-FILE.
       01 BACKUP-GEN-RECORD.
           05 BKG-KEEP-COUNT PIC X(2).

       FD COPY-IN-FILE.
       01 COPY-IN-RECORD.
           05 COPY-IN-ID PIC X(9).
           05 COPY-IN-VENDOR PIC X(20).
           05 COPY-IN-REST PIC X(98).

       FD COPY-OUT-FILE.
       01 COPY-OUT-RECORD.
           05 COPY-OUT-ID PIC X(9).
           05 COPY-OUT-VENDOR PIC X(20).
           05 COPY-OUT-REST PIC X(98).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-NAME PIC X(40).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-TARGET-DATE PIC X(8).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-MASTER-EOF-FLG PIC X.
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-EOF-FLG PIC X.
       01 WS-VENDOR-FILE-STATUS PIC X(2).
       01 WS-VENDOR-EOF-FLG PIC X.
       01 WS-LEAD-FILE-STATUS PIC X(2).
       01 WS-LEAD-EOF-FLG PIC X.
       01 WS-CHANGE-LOG-STATUS PIC X(2).
       01 WS-APPLY-ANSWER PIC X.

       01 WS-WEEKS-IN PIC X(2).
       01 WS-WEEKS-IN-NUM REDEFINES WS-WEEKS-IN PIC 9(2).
       01 WS-HISTORY-WEEKS PIC 9(2) VALUE 13.

       01 HISTORY-WINDOW-FIELDS.
           05 WS-WINDOW-END-INT PIC 9(7).
           05 WS-WINDOW-START-INT PIC 9(7).
           05 WS-WINDOW-START-DATE PIC 9(8).
           05 WS-POST-DATE PIC 9(8).
           05 WS-POST-DATE-X REDEFINES WS-POST-DATE PIC X(8).
           05 WS-POST-INT PIC 9(7).
           05 WS-WEEK-SUB PIC 9(2).

       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01 WS-VENDOR-SUB PIC 9(3).
       01 VENDOR-CODE-TABLE.
           05 VENDOR-CODE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VENDOR-COUNT.
               10 VCT-VEND-CODE PIC X(6).
               10 VCT-VEND-NAME PIC X(20).

       01 WS-LEAD-COUNT PIC 9(3) VALUE 0.
       01 WS-LEAD-SUB PIC 9(3).
       01 LEAD-TIME-TABLE.
           05 LEAD-TIME-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-LEAD-COUNT.
               10 LTT-VEND-CODE PIC X(6).
               10 LTT-LEAD-DAYS PIC 9(3).
               10 LTT-SAFETY-FACTOR PIC 9V99.
       01 WS-DEFAULT-LEAD-DAYS PIC 9(3) VALUE 14.
       01 WS-DEFAULT-SAFETY-FACTOR PIC 9V99 VALUE 1.65.

      ******************************************************************
      * Issues in the history window summed by item and by week back
      * from the master date - week 1 is the seven days ending on the
      * master date.
      ******************************************************************
       01 WS-USAGE-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-USAGE-SUB PIC 9(4).
       01 WS-USAGE-FOUND-SUB PIC 9(4).
       01 ITEM-USAGE-TABLE.
           05 ITEM-USAGE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-USAGE-ITEM-COUNT.
               10 IUT-INVENTORY-ID PIC X(9).
               10 IUT-TOTAL-ISSUED PIC 9(9).
               10 IUT-WEEK-QTY OCCURS 52 TIMES PIC 9(7).
       01 WS-ISSUE-LINES-USED PIC 9(7) VALUE 0.

      ******************************************************************
      * Items whose proposed reorder point differs from the master,
      * held for the apply pass.  The current value is kept so an
      * item maintained between review and approval is left alone.
      ******************************************************************
       01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-CHANGE-SUB PIC 9(4).
       01 REORDER-CHANGE-TABLE.
           05 REORDER-CHANGE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-CHANGE-COUNT.
               10 RCT-INVENTORY-ID PIC X(9).
               10 RCT-CURRENT-ROP PIC 9(7).
               10 RCT-PROPOSED-ROP PIC 9(7).

       01 ITEM-CALC-FIELDS.
           05 WS-ITEM-VEND-CODE PIC X(6).
           05 WS-ITEM-LEAD-DAYS PIC 9(3).
           05 WS-ITEM-SAFETY-FACTOR PIC 9V99.
           05 WS-ITEM-TOTAL-ISSUED PIC 9(9).
           05 WS-AVG-WEEKLY PIC 9(7)V9(4).
           05 WS-DEVIATION PIC S9(8)V9(4).
           05 WS-SUM-SQUARES PIC 9(15)V9(4).
           05 WS-VARIANCE PIC 9(15)V9(4).
           05 WS-STD-DEV PIC 9(8)V9(4).
           05 WS-LEAD-WEEKS PIC 9(3)V9(4).
           05 WS-RAW-ROP PIC 9(9)V9(4).
           05 WS-PROPOSED-ROP PIC 9(9).
           05 WS-ROP-CHANGE PIC S9(8).
           05 WS-ITEM-NOTE PIC X(30).

       01 REVIEW-COUNTS.
           05 WS-ITEMS-REVIEWED PIC 9(5) VALUE 0.
           05 WS-ITEMS-NO-USAGE PIC 9(5) VALUE 0.
           05 WS-ITEMS-RAISED PIC 9(5) VALUE 0.
           05 WS-ITEMS-LOWERED PIC 9(5) VALUE 0.
           05 WS-ITEMS-APPLIED PIC 9(5) VALUE 0.
           05 WS-ITEMS-SKIPPED PIC 9(5) VALUE 0.

       01 BACKUP-WORKING-FIELDS.
           05 WS-BAKGEN-STATUS PIC X(2).
           05 WS-COPY-IN-STATUS PIC X(2).
           05 WS-COPY-OUT-STATUS PIC X(2).
           05 WS-COPY-IN-NAME PIC X(50).
           05 WS-COPY-OUT-NAME PIC X(50).
           05 WS-COPY-EOF-FLG PIC X.
           05 WS-KEEP-GENERATIONS PIC 9 VALUE 3.
           05 WS-GEN-SUB PIC 9.
           05 WS-GEN-DIGIT PIC 9.
           05 WS-GEN-FILE-NAME PIC X(50).
           05 WS-BACKUP-DETAILS PIC X(64).

       01 RUN-LOCK-WORKING-FIELDS.
           05 WS-RUNLOCK-STATUS PIC X(2).
           05 WS-LOCK-EOF-FLG PIC X.
           05 WS-LOCK-SUB PIC 9(2).
           05 WS-LOCK-CONFLICT-FLG PIC X.
           05 WS-MY-PROGRAM PIC X(20).
           05 WS-MY-TARGET PIC X(40).
       01 WS-LOCK-COUNT PIC 9(2) VALUE 0.
       01 RUN-LOCK-TABLE.
           05 RUN-LOCK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-LOCK-COUNT.
               10 LCK-PROGRAM PIC X(20).
               10 LCK-TARGET PIC X(40).
               10 LCK-START-TIME PIC X(26).

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

       01 CHANGE-LOG-DETAIL.
           05 CLD-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-ACTION-CODE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-INVENTORY-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-OLD-ROP PIC 9(7).
           05 FILLER PIC X(4) VALUE " TO ".
           05 CLD-NEW-ROP PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-RESULT-TEXT PIC X(44).

       01 ROPCALC-HEADER-1.
           05 FILLER PIC X(40) VALUE
              "REORDER POINT RECALCULATION - MASTER ".
           05 RCH-RUN-DATE PIC X(8).
           05 FILLER PIC X(16) VALUE "   USAGE WEEKS ".
           05 RCH-WEEKS PIC Z9.
           05 FILLER PIC X(8) VALUE "   FROM ".
           05 RCH-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RCH-TO-DATE PIC X(8).

       01 ROPCALC-COLUMN-HEADER.
           05 FILLER PIC X(11) VALUE "ITEM ID".
           05 FILLER PIC X(22) VALUE "VENDOR".
           05 FILLER PIC X(10) VALUE "   ISSUED".
           05 FILLER PIC X(11) VALUE "   AVG/WEEK".
           05 FILLER PIC X(11) VALUE "    STD DEV".
           05 FILLER PIC X(6) VALUE "  LEAD".
           05 FILLER PIC X(7) VALUE " SAFETY".
           05 FILLER PIC X(9) VALUE "  CURRENT".
           05 FILLER PIC X(10) VALUE "  PROPOSED".
           05 FILLER PIC X(10) VALUE "    CHANGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "NOTE".

       01 ROPCALC-DETAIL-LINE.
           05 RCD-INVENTORY-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCD-VENDOR-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCD-TOTAL-ISSUED PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 RCD-AVG-WEEKLY PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RCD-STD-DEV PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RCD-LEAD-DAYS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RCD-SAFETY-FACTOR PIC 9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RCD-CURRENT-ROP PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCD-PROPOSED-ROP PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 RCD-ROP-CHANGE PIC -(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCD-NOTE PIC X(30).

       01 ROPCALC-TOTAL-LINE.
           05 RCT-TOTAL-LABEL PIC X(40).
           05 RCT-TOTAL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-GET-BUSINESS-DATE.

           DISPLAY "Enter weeks of issue history 01-52 (blank=13): ".
           ACCEPT WS-WEEKS-IN.
           IF WS-WEEKS-IN NOT = SPACES
               IF WS-WEEKS-IN IS NOT NUMERIC
                       OR WS-WEEKS-IN-NUM < 1
                       OR WS-WEEKS-IN-NUM > 52
                   DISPLAY "INVALID NUMBER OF WEEKS - " WS-WEEKS-IN
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-WEEKS-IN-NUM TO WS-HISTORY-WEEKS
           END-IF.

           DISPLAY "Enter master file date YYYYMMDD (blank=today): ".
           ACCEPT WS-TARGET-DATE.
           PERFORM 050-BUILD-MASTER-FILE-NAME.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "INVALID MASTER FILE DATE - " WS-RUN-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The window runs back whole weeks from the master date so
      *    the first and last weeks are as long as the rest.
           COMPUTE WS-WINDOW-END-INT
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-WINDOW-START-INT
               = WS-WINDOW-END-INT - (WS-HISTORY-WEEKS * 7) + 1.
           COMPUTE WS-WINDOW-START-DATE
               = FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

           PERFORM 080-LOAD-VENDOR-CODE-TABLE.
           PERFORM 090-LOAD-LEAD-TIME-TABLE.
           PERFORM 200-LOAD-ISSUE-HISTORY.

           OPEN INPUT INDEXED-INVENT-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-MASTER-FILE-NAME
                       " - STATUS: " WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REORDER-CALC-RPT.
           MOVE WS-RUN-DATE TO RCH-RUN-DATE.
           MOVE WS-HISTORY-WEEKS TO RCH-WEEKS.
           MOVE WS-WINDOW-START-DATE TO RCH-FROM-DATE.
           MOVE WS-RUN-DATE TO RCH-TO-DATE.
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-HEADER-1.
           WRITE REORDER-CALC-RPT-LINE FROM SPACES.
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-COLUMN-HEADER.

           MOVE 'N' TO WS-MASTER-EOF-FLG.
           PERFORM UNTIL WS-MASTER-EOF-FLG = 'Y'
               READ INDEXED-INVENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLG
                   NOT AT END
                       PERFORM 300-REVIEW-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE INDEXED-INVENT-FILE.

           PERFORM 350-WRITE-REVIEW-TOTALS.
           CLOSE REORDER-CALC-RPT.

           DISPLAY "ITEMS REVIEWED:        " WS-ITEMS-REVIEWED.
           DISPLAY "ISSUE LINES USED:      " WS-ISSUE-LINES-USED.
           DISPLAY "REORDER POINTS RAISED: " WS-ITEMS-RAISED.
           DISPLAY "REORDER POINTS LOWERED:" WS-ITEMS-LOWERED.

           IF WS-CHANGE-COUNT = 0
               DISPLAY "NO REORDER POINT CHANGES PROPOSED"
               STOP RUN
           END-IF.

           DISPLAY "Review ROPCALC.RPT - apply " WS-CHANGE-COUNT
                   " proposed reorder points to master (Y/N): ".
           ACCEPT WS-APPLY-ANSWER.
           IF WS-APPLY-ANSWER NOT = "Y" AND WS-APPLY-ANSWER NOT = "y"
               DISPLAY "PROPOSALS NOT APPLIED - MASTER UNCHANGED"
               STOP RUN
           END-IF.

           DISPLAY "Enter operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           PERFORM 070-VERIFY-OPERATOR-SIGNON.

           MOVE "REORDER-CALC" TO WS-MY-PROGRAM.
           MOVE WS-MASTER-FILE-NAME TO WS-MY-TARGET.
           PERFORM 060-ACQUIRE-RUN-LOCK.

           PERFORM 160-BACKUP-MASTER-FILE.

           OPEN I-O INDEXED-INVENT-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-MASTER-FILE-NAME
                       " - STATUS: " WS-MASTER-FILE-STATUS
               PERFORM 061-RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND REORDER-CHANGE-LOG.
           IF WS-CHANGE-LOG-STATUS = "35"
               OPEN OUTPUT REORDER-CHANGE-LOG
           END-IF.

           PERFORM VARYING WS-CHANGE-SUB FROM 1 BY 1
                   UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
               PERFORM 400-APPLY-ONE-CHANGE
           END-PERFORM.

           CLOSE REORDER-CHANGE-LOG.
           CLOSE INDEXED-INVENT-FILE.

           PERFORM 061-RELEASE-RUN-LOCK.

           DISPLAY "REORDER POINTS APPLIED: " WS-ITEMS-APPLIED.
           DISPLAY "REORDER POINTS SKIPPED: " WS-ITEMS-SKIPPED.

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
      * Run-control serialization - every program touching a master
      * registers its run in RUNLOCK.DAT at open and clears it at
      * close.  A conflicting active entry for the same file stops
      * this run before it can damage anything; stale locks after a
      * crash are cleared with the LOCK-CLEAR utility.
      ******************************************************************
       060-ACQUIRE-RUN-LOCK.
           PERFORM 062-LOAD-RUN-LOCKS
           MOVE 'N' TO WS-LOCK-CONFLICT-FLG
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                   UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               IF LCK-TARGET(WS-LOCK-SUB) = WS-MY-TARGET
                   MOVE 'Y' TO WS-LOCK-CONFLICT-FLG
                   DISPLAY "RUN REFUSED - " WS-MY-TARGET
                   DISPLAY "  IN USE BY " LCK-PROGRAM(WS-LOCK-SUB)
                           " SINCE " LCK-START-TIME(WS-LOCK-SUB)
               END-IF
           END-PERFORM
           IF WS-LOCK-CONFLICT-FLG = 'Y' OR WS-LOCK-COUNT >= 50
               IF WS-LOCK-COUNT >= 50
                   DISPLAY "RUN REFUSED - RUN-CONTROL FILE FULL"
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOCK-COUNT
           MOVE WS-MY-PROGRAM TO LCK-PROGRAM(WS-LOCK-COUNT)
           MOVE WS-MY-TARGET TO LCK-TARGET(WS-LOCK-COUNT)
           MOVE FUNCTION CURRENT-DATE
               TO LCK-START-TIME(WS-LOCK-COUNT)
           PERFORM 064-REWRITE-RUN-LOCKS.

       061-RELEASE-RUN-LOCK.
           PERFORM 062-LOAD-RUN-LOCKS
           PERFORM VARYING WS-LOCK-SUB FROM WS-LOCK-COUNT BY -1
                   UNTIL WS-LOCK-SUB < 1
               IF LCK-PROGRAM(WS-LOCK-SUB) = WS-MY-PROGRAM
                       AND LCK-TARGET(WS-LOCK-SUB) = WS-MY-TARGET
                   PERFORM 063-DROP-RUN-LOCK-ENTRY
               END-IF
           END-PERFORM
           PERFORM 064-REWRITE-RUN-LOCKS.

       062-LOAD-RUN-LOCKS.
           MOVE 0 TO WS-LOCK-COUNT
           MOVE 'N' TO WS-LOCK-EOF-FLG
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUNLOCK-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOCK-EOF-FLG
           END-IF
           PERFORM UNTIL WS-LOCK-EOF-FLG = 'Y'
               READ RUN-LOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-LOCK-EOF-FLG
                   NOT AT END
                       IF WS-LOCK-COUNT < 50
                           ADD 1 TO WS-LOCK-COUNT
                           MOVE RLK-PROGRAM
                               TO LCK-PROGRAM(WS-LOCK-COUNT)
                           MOVE RLK-TARGET
                               TO LCK-TARGET(WS-LOCK-COUNT)
                           MOVE RLK-START-TIME
                               TO LCK-START-TIME(WS-LOCK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNLOCK-STATUS NOT = "35"
               CLOSE RUN-LOCK-FILE
           END-IF.

       063-DROP-RUN-LOCK-ENTRY.
           PERFORM UNTIL WS-LOCK-SUB >= WS-LOCK-COUNT
               MOVE RUN-LOCK-ENTRY(WS-LOCK-SUB + 1)
                   TO RUN-LOCK-ENTRY(WS-LOCK-SUB)
               ADD 1 TO WS-LOCK-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-LOCK-COUNT.

       064-REWRITE-RUN-LOCKS.
           OPEN OUTPUT RUN-LOCK-FILE
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                   UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE LCK-PROGRAM(WS-LOCK-SUB) TO RLK-PROGRAM
               MOVE LCK-TARGET(WS-LOCK-SUB) TO RLK-TARGET
               MOVE LCK-START-TIME(WS-LOCK-SUB) TO RLK-START-TIME
               WRITE RUN-LOCK-RECORD
           END-PERFORM
           CLOSE RUN-LOCK-FILE.

      ******************************************************************
      * Master updates need an update-level operator - the keyed id
      * and password are checked against the operator master and
      * failed sign-ons are written to the sign-on log where the
      * audit inquiry picks them up.  When the operator master has
      * not been set up yet the check is skipped so maintenance keeps
      * working during the changeover.
      ******************************************************************
       070-VERIFY-OPERATOR-SIGNON.
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
               PERFORM 075-LOG-SIGNON-FAILURE
               DISPLAY "RUN REFUSED - OPERATOR SIGNON FAILED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       075-LOG-SIGNON-FAILURE.
           OPEN EXTEND SIGNON-LOG
           IF WS-SIGNON-LOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SGN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR
           MOVE "REORDER-CALC" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       080-LOAD-VENDOR-CODE-TABLE.
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS = "00"
               MOVE 'N' TO WS-VENDOR-EOF-FLG
               PERFORM UNTIL WS-VENDOR-EOF-FLG = 'Y'
                   READ VENDOR-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VENDOR-EOF-FLG
                       NOT AT END
                           IF WS-VENDOR-COUNT < 200
                               ADD 1 TO WS-VENDOR-COUNT
                               MOVE VEND-CODE-MASTER
                                   TO VCT-VEND-CODE(WS-VENDOR-COUNT)
                               MOVE VEND-NAME
                                   TO VCT-VEND-NAME(WS-VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY "VENDOR MASTER NOT FOUND - "
                       "DEFAULT LEAD TIME USED FOR ALL ITEMS"
           END-IF.

      ******************************************************************
      * VENDLEAD.TBL carries the lead time and safety factor per
      * vendor code.  The DEFLT line replaces the built-in default
      * of 14 days at a 1.65 safety factor; lines that are not
      * numeric are ignored.
      ******************************************************************
       090-LOAD-LEAD-TIME-TABLE.
           MOVE 'N' TO WS-LEAD-EOF-FLG
           OPEN INPUT LEAD-TIME-FILE
           IF WS-LEAD-FILE-STATUS NOT = "00"
               DISPLAY "VENDLEAD.TBL NOT FOUND - DEFAULT LEAD TIME "
                       "USED FOR ALL ITEMS"
               MOVE 'Y' TO WS-LEAD-EOF-FLG
           END-IF
           PERFORM UNTIL WS-LEAD-EOF-FLG = 'Y'
               READ LEAD-TIME-FILE
                   AT END
                       MOVE 'Y' TO WS-LEAD-EOF-FLG
                   NOT AT END
                       IF LTR-LEAD-DAYS IS NUMERIC
                               AND LTR-SAFETY-FACTOR IS NUMERIC
                           IF LTR-VEND-CODE = "DEFLT"
                               MOVE LTR-LEAD-DAYS
                                   TO WS-DEFAULT-LEAD-DAYS
                               MOVE LTR-SAFETY-FACTOR
                                   TO WS-DEFAULT-SAFETY-FACTOR
                           ELSE
                               IF WS-LEAD-COUNT < 200
                                   ADD 1 TO WS-LEAD-COUNT
                                   MOVE LTR-VEND-CODE
                                       TO LTT-VEND-CODE(WS-LEAD-COUNT)
                                   MOVE LTR-LEAD-DAYS
                                       TO LTT-LEAD-DAYS(WS-LEAD-COUNT)
                                   MOVE LTR-SAFETY-FACTOR
                                       TO LTT-SAFETY-FACTOR
                                           (WS-LEAD-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEAD-FILE-STATUS NOT = "35"
               CLOSE LEAD-TIME-FILE
           END-IF.

      ******************************************************************
      * Pre-update backup - the target master is copied to a
      * generation-stamped backup before any transaction is applied,
      * rotating the existing generations down so the newest is
      * always -BAK1.  The keep count comes from BAKGEN.DAT
      * (default 3).  The MASTER-RESTORE utility rolls a master
      * back to a chosen generation.
      ******************************************************************
       160-BACKUP-MASTER-FILE.
           PERFORM 161-GET-KEEP-GENERATIONS
           PERFORM VARYING WS-GEN-SUB FROM WS-KEEP-GENERATIONS BY -1
                   UNTIL WS-GEN-SUB < 2
               COMPUTE WS-GEN-DIGIT = WS-GEN-SUB - 1
               PERFORM 162-BUILD-GEN-FILE-NAME
               MOVE WS-GEN-FILE-NAME TO WS-COPY-IN-NAME
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-COPY-IN-NAME WS-BACKUP-DETAILS
               IF RETURN-CODE = 0
                   MOVE WS-GEN-SUB TO WS-GEN-DIGIT
                   PERFORM 162-BUILD-GEN-FILE-NAME
                   MOVE WS-GEN-FILE-NAME TO WS-COPY-OUT-NAME
                   PERFORM 163-COPY-ONE-FILE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM

           MOVE WS-MASTER-FILE-NAME TO WS-COPY-IN-NAME
           MOVE 1 TO WS-GEN-DIGIT
           PERFORM 162-BUILD-GEN-FILE-NAME
           MOVE WS-GEN-FILE-NAME TO WS-COPY-OUT-NAME
           PERFORM 163-COPY-ONE-FILE.

       161-GET-KEEP-GENERATIONS.
           OPEN INPUT BACKUP-GEN-FILE
           IF WS-BAKGEN-STATUS = "00"
               READ BACKUP-GEN-FILE
                   NOT AT END
                       IF BKG-KEEP-COUNT IS NUMERIC
                               AND BKG-KEEP-COUNT > "00"
                               AND BKG-KEEP-COUNT < "10"
                           MOVE BKG-KEEP-COUNT(2:1)
                               TO WS-KEEP-GENERATIONS
                       END-IF
               END-READ
               CLOSE BACKUP-GEN-FILE
           END-IF.

       162-BUILD-GEN-FILE-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING "../OUTPUT-INVENTORY-FILE-" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "-BAK" DELIMITED BY SIZE
                   WS-GEN-DIGIT DELIMITED BY SIZE
                   ".IDX" DELIMITED BY SIZE
               INTO WS-GEN-FILE-NAME.

       163-COPY-ONE-FILE.
           OPEN INPUT COPY-IN-FILE
           IF WS-COPY-IN-STATUS NOT = "00"
               DISPLAY "BACKUP SKIPPED - CANNOT READ "
                       WS-COPY-IN-NAME
           ELSE
               OPEN OUTPUT COPY-OUT-FILE
               MOVE 'N' TO WS-COPY-EOF-FLG
               PERFORM UNTIL WS-COPY-EOF-FLG = 'Y'
                   READ COPY-IN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF-FLG
                       NOT AT END
                           MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                           WRITE COPY-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE COPY-OUT-FILE
               CLOSE COPY-IN-FILE
           END-IF.

      ******************************************************************
      * Only normal posted issues count as usage - count adjustments
      * are corrections, not demand, and receipts and transfers do
      * not consume stock.  The journal accumulates across days so
      * the post date places each issue in its week.
      ******************************************************************
       200-LOAD-ISSUE-HISTORY.
           MOVE 'N' TO WS-JOURNAL-EOF-FLG
           OPEN INPUT MOVEMENT-JOURNAL
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "INVJRNL.LOG NOT FOUND - NO ISSUE HISTORY"
               MOVE 'Y' TO WS-JOURNAL-EOF-FLG
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF-FLG = 'Y'
               READ MOVEMENT-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF-FLG
                   NOT AT END
                       IF JRN-IS-ISSUE
                               AND JRN-RESULT-TEXT = "POSTED - ISSUE"
                               AND JRN-QTY IS NUMERIC
                               AND JRN-POST-DATE IS NUMERIC
                           PERFORM 210-ADD-ISSUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-FILE-STATUS NOT = "35"
               CLOSE MOVEMENT-JOURNAL
           END-IF.

       210-ADD-ISSUE-LINE.
           MOVE JRN-POST-DATE TO WS-POST-DATE-X
           COMPUTE WS-POST-INT = FUNCTION INTEGER-OF-DATE(WS-POST-DATE)
           IF WS-POST-INT >= WS-WINDOW-START-INT
                   AND WS-POST-INT <= WS-WINDOW-END-INT
               COMPUTE WS-WEEK-SUB
                   = ((WS-WINDOW-END-INT - WS-POST-INT) / 7) + 1
               MOVE 0 TO WS-USAGE-FOUND-SUB
               PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                       UNTIL WS-USAGE-SUB > WS-USAGE-ITEM-COUNT
                   IF IUT-INVENTORY-ID(WS-USAGE-SUB) = JRN-INVENTORY-ID
                       MOVE WS-USAGE-SUB TO WS-USAGE-FOUND-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-USAGE-FOUND-SUB = 0
                   IF WS-USAGE-ITEM-COUNT >= 3000
                       DISPLAY "USAGE TABLE FULL - ISSUE HISTORY "
                               "INCOMPLETE"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-USAGE-ITEM-COUNT
                   MOVE WS-USAGE-ITEM-COUNT TO WS-USAGE-FOUND-SUB
                   MOVE ZEROS TO ITEM-USAGE-ENTRY(WS-USAGE-FOUND-SUB)
                   MOVE JRN-INVENTORY-ID
                       TO IUT-INVENTORY-ID(WS-USAGE-FOUND-SUB)
               END-IF
               ADD JRN-QTY TO IUT-TOTAL-ISSUED(WS-USAGE-FOUND-SUB)
               ADD JRN-QTY
                   TO IUT-WEEK-QTY(WS-USAGE-FOUND-SUB, WS-WEEK-SUB)
               ADD 1 TO WS-ISSUE-LINES-USED
           END-IF.

      ******************************************************************
      * Proposed reorder point = average weekly usage over the lead
      * time plus safety stock of the safety factor times the weekly
      * standard deviation scaled to the lead time, rounded up to a
      * whole unit.  An item with no issues in the window is left
      * where it is - there is nothing to base a new figure on.
      ******************************************************************
       300-REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-REVIEWED
           PERFORM 310-FIND-ITEM-LEAD-TIME
           MOVE 0 TO WS-ITEM-TOTAL-ISSUED
           MOVE 0 TO WS-AVG-WEEKLY
           MOVE 0 TO WS-STD-DEV
           MOVE SPACES TO WS-ITEM-NOTE

           MOVE 0 TO WS-USAGE-FOUND-SUB
           PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                   UNTIL WS-USAGE-SUB > WS-USAGE-ITEM-COUNT
               IF IUT-INVENTORY-ID(WS-USAGE-SUB) = INVENTORY-ID-OUT
                   MOVE WS-USAGE-SUB TO WS-USAGE-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-USAGE-FOUND-SUB = 0
               ADD 1 TO WS-ITEMS-NO-USAGE
               MOVE REORDER-POINT-OUT TO WS-PROPOSED-ROP
               MOVE "NO ISSUES - LEFT UNCHANGED" TO WS-ITEM-NOTE
           ELSE
               PERFORM 320-CALCULATE-REORDER-POINT
           END-IF

           COMPUTE WS-ROP-CHANGE = WS-PROPOSED-ROP - REORDER-POINT-OUT
           IF WS-ROP-CHANGE NOT = 0
               IF WS-ROP-CHANGE > 0
                   ADD 1 TO WS-ITEMS-RAISED
                   MOVE "RAISED" TO WS-ITEM-NOTE
               ELSE
                   ADD 1 TO WS-ITEMS-LOWERED
                   MOVE "LOWERED" TO WS-ITEM-NOTE
               END-IF
               IF WS-CHANGE-COUNT >= 3000
                   DISPLAY "CHANGE TABLE FULL - RUN ABANDONED"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               MOVE INVENTORY-ID-OUT
                   TO RCT-INVENTORY-ID(WS-CHANGE-COUNT)
               MOVE REORDER-POINT-OUT
                   TO RCT-CURRENT-ROP(WS-CHANGE-COUNT)
               MOVE WS-PROPOSED-ROP
                   TO RCT-PROPOSED-ROP(WS-CHANGE-COUNT)
           END-IF

           PERFORM 330-PRINT-ITEM-LINE.

       310-FIND-ITEM-LEAD-TIME.
           MOVE SPACES TO WS-ITEM-VEND-CODE
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF VCT-VEND-NAME(WS-VENDOR-SUB) = VENDOR-NAME-OUT
                   MOVE VCT-VEND-CODE(WS-VENDOR-SUB)
                       TO WS-ITEM-VEND-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-DEFAULT-LEAD-DAYS TO WS-ITEM-LEAD-DAYS
           MOVE WS-DEFAULT-SAFETY-FACTOR TO WS-ITEM-SAFETY-FACTOR
           IF WS-ITEM-VEND-CODE NOT = SPACES
               PERFORM VARYING WS-LEAD-SUB FROM 1 BY 1
                       UNTIL WS-LEAD-SUB > WS-LEAD-COUNT
                   IF LTT-VEND-CODE(WS-LEAD-SUB) = WS-ITEM-VEND-CODE
                       MOVE LTT-LEAD-DAYS(WS-LEAD-SUB)
                           TO WS-ITEM-LEAD-DAYS
                       MOVE LTT-SAFETY-FACTOR(WS-LEAD-SUB)
                           TO WS-ITEM-SAFETY-FACTOR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       320-CALCULATE-REORDER-POINT.
           MOVE IUT-TOTAL-ISSUED(WS-USAGE-FOUND-SUB)
               TO WS-ITEM-TOTAL-ISSUED
           COMPUTE WS-AVG-WEEKLY ROUNDED
               = WS-ITEM-TOTAL-ISSUED / WS-HISTORY-WEEKS

           MOVE 0 TO WS-SUM-SQUARES
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-HISTORY-WEEKS
               COMPUTE WS-DEVIATION
                   = IUT-WEEK-QTY(WS-USAGE-FOUND-SUB, WS-WEEK-SUB)
                     - WS-AVG-WEEKLY
               COMPUTE WS-SUM-SQUARES
                   = WS-SUM-SQUARES + (WS-DEVIATION * WS-DEVIATION)
           END-PERFORM
           COMPUTE WS-VARIANCE ROUNDED
               = WS-SUM-SQUARES / WS-HISTORY-WEEKS
           IF WS-VARIANCE > 0
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           END-IF

           COMPUTE WS-LEAD-WEEKS ROUNDED = WS-ITEM-LEAD-DAYS / 7
           MOVE 0 TO WS-RAW-ROP
           IF WS-LEAD-WEEKS > 0
               COMPUTE WS-RAW-ROP ROUNDED
                   = (WS-AVG-WEEKLY * WS-LEAD-WEEKS)
                     + (WS-ITEM-SAFETY-FACTOR * WS-STD-DEV
                        * (WS-LEAD-WEEKS ** 0.5))
           END-IF
           MOVE WS-RAW-ROP TO WS-PROPOSED-ROP
           IF WS-RAW-ROP > WS-PROPOSED-ROP
               ADD 1 TO WS-PROPOSED-ROP
           END-IF
           IF WS-PROPOSED-ROP > 9999999
               MOVE 9999999 TO WS-PROPOSED-ROP
           END-IF.

       330-PRINT-ITEM-LINE.
           MOVE INVENTORY-ID-OUT TO RCD-INVENTORY-ID
           MOVE VENDOR-NAME-OUT TO RCD-VENDOR-NAME
           MOVE WS-ITEM-TOTAL-ISSUED TO RCD-TOTAL-ISSUED
           MOVE WS-AVG-WEEKLY TO RCD-AVG-WEEKLY
           MOVE WS-STD-DEV TO RCD-STD-DEV
           MOVE WS-ITEM-LEAD-DAYS TO RCD-LEAD-DAYS
           MOVE WS-ITEM-SAFETY-FACTOR TO RCD-SAFETY-FACTOR
           MOVE REORDER-POINT-OUT TO RCD-CURRENT-ROP
           MOVE WS-PROPOSED-ROP TO RCD-PROPOSED-ROP
           MOVE WS-ROP-CHANGE TO RCD-ROP-CHANGE
           MOVE WS-ITEM-NOTE TO RCD-NOTE
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-DETAIL-LINE.

       350-WRITE-REVIEW-TOTALS.
           WRITE REORDER-CALC-RPT-LINE FROM SPACES
           MOVE "ITEMS REVIEWED" TO RCT-TOTAL-LABEL
           MOVE WS-ITEMS-REVIEWED TO RCT-TOTAL-COUNT
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-TOTAL-LINE
           MOVE "ITEMS WITH NO ISSUES IN PERIOD" TO RCT-TOTAL-LABEL
           MOVE WS-ITEMS-NO-USAGE TO RCT-TOTAL-COUNT
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-TOTAL-LINE
           MOVE "REORDER POINTS PROPOSED HIGHER" TO RCT-TOTAL-LABEL
           MOVE WS-ITEMS-RAISED TO RCT-TOTAL-COUNT
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-TOTAL-LINE
           MOVE "REORDER POINTS PROPOSED LOWER" TO RCT-TOTAL-LABEL
           MOVE WS-ITEMS-LOWERED TO RCT-TOTAL-COUNT
           WRITE REORDER-CALC-RPT-LINE FROM ROPCALC-TOTAL-LINE.

      ******************************************************************
      * Apply pass - each proposal is re-read from the master and
      * only rewritten while the reorder point is still the value the
      * report showed, so a change keyed in since the review stands.
      ******************************************************************
       400-APPLY-ONE-CHANGE.
           MOVE "R" TO CLD-ACTION-CODE
           MOVE RCT-INVENTORY-ID(WS-CHANGE-SUB) TO CLD-INVENTORY-ID
           MOVE RCT-CURRENT-ROP(WS-CHANGE-SUB) TO CLD-OLD-ROP
           MOVE RCT-PROPOSED-ROP(WS-CHANGE-SUB) TO CLD-NEW-ROP
           MOVE RCT-INVENTORY-ID(WS-CHANGE-SUB) TO INVENTORY-ID-OUT
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ITEMS-SKIPPED
                   MOVE "SKIPPED - INVENTORY ID NOT ON MASTER"
                       TO CLD-RESULT-TEXT
               NOT INVALID KEY
                   IF REORDER-POINT-OUT
                           NOT = RCT-CURRENT-ROP(WS-CHANGE-SUB)
                       ADD 1 TO WS-ITEMS-SKIPPED
                       MOVE "SKIPPED - CHANGED SINCE REVIEW"
                           TO CLD-RESULT-TEXT
                   ELSE
                       MOVE RCT-PROPOSED-ROP(WS-CHANGE-SUB)
                           TO REORDER-POINT-OUT
                       REWRITE INVENTORY-RECORD-OUT
                           INVALID KEY
                               ADD 1 TO WS-ITEMS-SKIPPED
                               MOVE "SKIPPED - REWRITE FAILED"
                                   TO CLD-RESULT-TEXT
                           NOT INVALID KEY
                               ADD 1 TO WS-ITEMS-APPLIED
                               MOVE "REORDER POINT RECALCULATED"
                                   TO CLD-RESULT-TEXT
                       END-REWRITE
                   END-IF
           END-READ
           PERFORM 410-WRITE-STAMPED-LOG.

       410-WRITE-STAMPED-LOG.
           MOVE FUNCTION CURRENT-DATE TO CLD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CLD-OPERATOR
           WRITE REORDER-CHANGE-LOG-LINE FROM CHANGE-LOG-DETAIL.

       END PROGRAM REORDER-CALC.
