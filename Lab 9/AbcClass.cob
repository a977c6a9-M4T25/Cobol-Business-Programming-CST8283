      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-09
      * Purpose: ABC classification of inventory - values every item
      *          on the dated master at its annual issue quantity
      *          (normal issues posted to the INVJRNL.LOG movement
      *          journal over the 52 weeks ending on the master date)
      *          times UNIT-COST-OUT, ranks the items by that value
      *          and assigns class A, B or C from the cumulative
      *          percentage breakpoints on ABCPARM.TBL.  The class is
      *          kept per item on the INVCLASS.IDX class file, which
      *          the cycle count sheet uses to set how often each item
      *          is counted, and an ABC summary of item counts and
      *          value share per class is printed on ABCSUMM.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-CLASSIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INVENTORY-ID-OUT
           ALTERNATE KEY IS VENDOR-NAME-OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MOVEMENT-JOURNAL
           ASSIGN TO "INVJRNL.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ABC-PARM-FILE
           ASSIGN TO "ABCPARM.TBL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ITEM-CLASS-FILE
           ASSIGN TO "INVCLASS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABC-INVENTORY-ID
           FILE STATUS IS WS-CLASS-FILE-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "ABCSORT.TMP".

           SELECT ABC-SUMMARY-RPT
           ASSIGN TO "ABCSUMM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "../BUSDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

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

      ******************************************************************
      * One line - the cumulative value percentage that closes class
      * A and the one that closes class B, two implied decimals.
      * Everything past the B breakpoint is class C.
      ******************************************************************
       FD ABC-PARM-FILE.
       01 ABC-PARM-RECORD.
           05 ABP-A-BREAK-PCT PIC 9(2)V99.
           05 FILLER PIC X.
           05 ABP-B-BREAK-PCT PIC 9(2)V99.

       FD ITEM-CLASS-FILE.
       01 ITEM-CLASS-RECORD.
           05 ABC-INVENTORY-ID PIC X(9).
           05 ABC-CLASS PIC X.
               88 ABC-IS-CLASS-A VALUE "A".
               88 ABC-IS-CLASS-B VALUE "B".
               88 ABC-IS-CLASS-C VALUE "C".
           05 ABC-RANK PIC 9(5).
           05 ABC-ANNUAL-ISSUE-QTY PIC 9(9).
           05 ABC-ANNUAL-VALUE PIC 9(11)V99.
           05 ABC-CLASS-DATE PIC X(8).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-ANNUAL-VALUE PIC 9(11)V99.
           05 SW-INVENTORY-ID PIC X(9).
           05 SW-ANNUAL-ISSUE-QTY PIC 9(9).

       FD ABC-SUMMARY-RPT.
       01 ABC-SUMMARY-RPT-LINE PIC X(100).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

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
       01 WS-PARM-FILE-STATUS PIC X(2).
       01 WS-CLASS-FILE-STATUS PIC X(2).
       01 WS-SORT-EOF-FLG PIC X.

       01 WS-A-BREAK-PCT PIC 9(3)V99 VALUE 80.00.
       01 WS-B-BREAK-PCT PIC 9(3)V99 VALUE 95.00.

       01 HISTORY-WINDOW-FIELDS.
           05 WS-WINDOW-END-INT PIC 9(7).
           05 WS-WINDOW-START-INT PIC 9(7).
           05 WS-WINDOW-START-DATE PIC 9(8).
           05 WS-POST-DATE PIC 9(8).
           05 WS-POST-DATE-X REDEFINES WS-POST-DATE PIC X(8).
           05 WS-POST-INT PIC 9(7).

      ******************************************************************
      * Issues in the 52-week window summed by item.
      ******************************************************************
       01 WS-USAGE-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-USAGE-SUB PIC 9(4).
       01 WS-USAGE-FOUND-SUB PIC 9(4).
       01 ITEM-USAGE-TABLE.
           05 ITEM-USAGE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-USAGE-ITEM-COUNT.
               10 IUT-INVENTORY-ID PIC X(9).
               10 IUT-TOTAL-ISSUED PIC 9(9).
       01 WS-ISSUE-LINES-USED PIC 9(7) VALUE 0.

       01 WS-ITEM-ISSUE-QTY PIC 9(9).
       01 WS-ITEM-VALUE PIC 9(11)V99.
       01 WS-TOTAL-VALUE PIC 9(13)V99 VALUE 0.
       01 WS-CUMULATIVE-VALUE PIC 9(13)V99 VALUE 0.
       01 WS-CUMULATIVE-PCT PIC 9(3)V99.
       01 WS-ITEM-RANK PIC 9(5) VALUE 0.
       01 WS-ITEM-CLASS PIC X.
       01 WS-CLASS-SUB PIC 9.

      ******************************************************************
      * Summary by class - subscript 1 = A, 2 = B, 3 = C, 4 = total.
      ******************************************************************
       01 CLASS-SUMMARY-TABLE.
           05 CLASS-SUMMARY-ENTRY OCCURS 4 TIMES.
               10 CST-ITEM-COUNT PIC 9(5).
               10 CST-VALUE PIC 9(13)V99.
       01 WS-CLASS-NAMES.
           05 FILLER PIC X(8) VALUE "A".
           05 FILLER PIC X(8) VALUE "B".
           05 FILLER PIC X(8) VALUE "C".
           05 FILLER PIC X(8) VALUE "TOTAL".
       01 WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
           05 WS-CLASS-NAME OCCURS 4 TIMES PIC X(8).

       01 ABC-RPT-HEADER-1.
           05 FILLER PIC X(37) VALUE
              "ABC CLASSIFICATION SUMMARY - MASTER ".
           05 ABH-RUN-DATE PIC X(8).

       01 ABC-RPT-HEADER-2.
           05 FILLER PIC X(21) VALUE "ISSUE VALUE FROM ".
           05 ABH-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 ABH-TO-DATE PIC X(8).
           05 FILLER PIC X(16) VALUE "   BREAKPOINTS ".
           05 ABH-A-BREAK PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE "% / ".
           05 ABH-B-BREAK PIC ZZ9.99.
           05 FILLER PIC X VALUE "%".

       01 ABC-COLUMN-HEADER.
           05 FILLER PIC X(8) VALUE "CLASS".
           05 FILLER PIC X(10) VALUE "     ITEMS".
           05 FILLER PIC X(10) VALUE "   % ITEMS".
           05 FILLER PIC X(18) VALUE "ANNUAL ISSUE VALUE".
           05 FILLER PIC X(10) VALUE "   % VALUE".

       01 ABC-DETAIL-LINE.
           05 ABD-CLASS-NAME PIC X(8).
           05 ABD-ITEM-COUNT PIC Z(9)9.
           05 ABD-ITEM-PCT PIC Z(6)9.99.
           05 ABD-VALUE PIC Z(3),ZZZ,ZZZ,ZZ9.99.
           05 ABD-VALUE-PCT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-GET-BUSINESS-DATE.
           DISPLAY "Enter master file date YYYYMMDD (blank=today): ".
           ACCEPT WS-TARGET-DATE.
           PERFORM 050-BUILD-MASTER-FILE-NAME.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "INVALID MASTER FILE DATE - " WS-RUN-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-WINDOW-END-INT
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-WINDOW-START-INT = WS-WINDOW-END-INT - 363.
           COMPUTE WS-WINDOW-START-DATE
               = FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

           PERFORM 060-LOAD-ABC-BREAKPOINTS.
           PERFORM 200-LOAD-ISSUE-HISTORY.

           OPEN INPUT INDEXED-INVENT-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-MASTER-FILE-NAME
                       " - STATUS: " WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ITEM-CLASS-FILE.
           IF WS-CLASS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVCLASS.IDX - STATUS: "
                       WS-CLASS-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE CLASS-SUMMARY-TABLE.

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-ANNUAL-VALUE
               ON ASCENDING KEY SW-INVENTORY-ID
               INPUT PROCEDURE IS 300-VALUE-MASTER-ITEMS
               OUTPUT PROCEDURE IS 400-CLASSIFY-RANKED-ITEMS.

           CLOSE ITEM-CLASS-FILE.
           CLOSE INDEXED-INVENT-FILE.

           PERFORM 500-WRITE-ABC-SUMMARY.

           DISPLAY "ITEMS CLASSIFIED:  " CST-ITEM-COUNT(4).
           DISPLAY "CLASS A ITEMS:     " CST-ITEM-COUNT(1).
           DISPLAY "CLASS B ITEMS:     " CST-ITEM-COUNT(2).
           DISPLAY "CLASS C ITEMS:     " CST-ITEM-COUNT(3).
           DISPLAY "ISSUE LINES USED:  " WS-ISSUE-LINES-USED.
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
      * ABCPARM.TBL holds the two breakpoints; with no table (or a
      * line that does not make sense) the usual 80 / 95 split is
      * used.
      ******************************************************************
       060-LOAD-ABC-BREAKPOINTS.
           OPEN INPUT ABC-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ ABC-PARM-FILE
                   NOT AT END
                       IF ABP-A-BREAK-PCT IS NUMERIC
                               AND ABP-B-BREAK-PCT IS NUMERIC
                               AND ABP-A-BREAK-PCT > 0
                               AND ABP-B-BREAK-PCT > ABP-A-BREAK-PCT
                           MOVE ABP-A-BREAK-PCT TO WS-A-BREAK-PCT
                           MOVE ABP-B-BREAK-PCT TO WS-B-BREAK-PCT
                       ELSE
                           DISPLAY "ABCPARM.TBL INVALID - "
                                   "DEFAULT BREAKPOINTS USED"
                       END-IF
               END-READ
               CLOSE ABC-PARM-FILE
           ELSE
               DISPLAY "ABCPARM.TBL NOT FOUND - "
                       "DEFAULT BREAKPOINTS USED"
           END-IF.

      ******************************************************************
      * Only normal posted issues count toward annual usage - count
      * adjustments are corrections, not demand.
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
                   MOVE JRN-INVENTORY-ID
                       TO IUT-INVENTORY-ID(WS-USAGE-FOUND-SUB)
                   MOVE 0 TO IUT-TOTAL-ISSUED(WS-USAGE-FOUND-SUB)
               END-IF
               ADD JRN-QTY TO IUT-TOTAL-ISSUED(WS-USAGE-FOUND-SUB)
               ADD 1 TO WS-ISSUE-LINES-USED
           END-IF.

      ******************************************************************
      * Every item on the master goes to the sort with its annual
      * issue value, including items with no issues at all, so the
      * class file covers the whole master.
      ******************************************************************
       300-VALUE-MASTER-ITEMS.
           MOVE 'N' TO WS-MASTER-EOF-FLG
           PERFORM UNTIL WS-MASTER-EOF-FLG = 'Y'
               READ INDEXED-INVENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLG
                   NOT AT END
                       PERFORM 310-RELEASE-ONE-ITEM
               END-READ
           END-PERFORM.

       310-RELEASE-ONE-ITEM.
           MOVE 0 TO WS-ITEM-ISSUE-QTY
           PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                   UNTIL WS-USAGE-SUB > WS-USAGE-ITEM-COUNT
               IF IUT-INVENTORY-ID(WS-USAGE-SUB) = INVENTORY-ID-OUT
                   MOVE IUT-TOTAL-ISSUED(WS-USAGE-SUB)
                       TO WS-ITEM-ISSUE-QTY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-ITEM-VALUE = WS-ITEM-ISSUE-QTY * UNIT-COST-OUT
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
           MOVE WS-ITEM-VALUE TO SW-ANNUAL-VALUE
           MOVE INVENTORY-ID-OUT TO SW-INVENTORY-ID
           MOVE WS-ITEM-ISSUE-QTY TO SW-ANNUAL-ISSUE-QTY
           RELEASE SORT-WORK-RECORD.

      ******************************************************************
      * Items come back highest value first.  An item is class A
      * while the value ranked ahead of it is still under the A
      * breakpoint, so the top item is always A; class B likewise up
      * to the B breakpoint.  Items with no issue value are class C
      * whatever the breakpoints say.
      ******************************************************************
       400-CLASSIFY-RANKED-ITEMS.
           MOVE 'N' TO WS-SORT-EOF-FLG
           PERFORM 410-RETURN-RANKED-ITEM
           PERFORM UNTIL WS-SORT-EOF-FLG = 'Y'
               PERFORM 420-CLASSIFY-ONE-ITEM
               PERFORM 410-RETURN-RANKED-ITEM
           END-PERFORM.

       410-RETURN-RANKED-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLG
           END-RETURN.

       420-CLASSIFY-ONE-ITEM.
           ADD 1 TO WS-ITEM-RANK
           IF WS-TOTAL-VALUE > 0
               COMPUTE WS-CUMULATIVE-PCT ROUNDED
                   = WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-VALUE
           ELSE
               MOVE 100 TO WS-CUMULATIVE-PCT
           END-IF

           EVALUATE TRUE
               WHEN SW-ANNUAL-VALUE = 0
                   MOVE "C" TO WS-ITEM-CLASS
                   MOVE 3 TO WS-CLASS-SUB
               WHEN WS-CUMULATIVE-PCT < WS-A-BREAK-PCT
                   MOVE "A" TO WS-ITEM-CLASS
                   MOVE 1 TO WS-CLASS-SUB
               WHEN WS-CUMULATIVE-PCT < WS-B-BREAK-PCT
                   MOVE "B" TO WS-ITEM-CLASS
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE "C" TO WS-ITEM-CLASS
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE
           ADD SW-ANNUAL-VALUE TO WS-CUMULATIVE-VALUE

           ADD 1 TO CST-ITEM-COUNT(WS-CLASS-SUB)
           ADD SW-ANNUAL-VALUE TO CST-VALUE(WS-CLASS-SUB)
           ADD 1 TO CST-ITEM-COUNT(4)
           ADD SW-ANNUAL-VALUE TO CST-VALUE(4)

           MOVE SW-INVENTORY-ID TO ABC-INVENTORY-ID
           MOVE WS-ITEM-CLASS TO ABC-CLASS
           MOVE WS-ITEM-RANK TO ABC-RANK
           MOVE SW-ANNUAL-ISSUE-QTY TO ABC-ANNUAL-ISSUE-QTY
           MOVE SW-ANNUAL-VALUE TO ABC-ANNUAL-VALUE
           MOVE WS-RUN-DATE TO ABC-CLASS-DATE
           WRITE ITEM-CLASS-RECORD
               INVALID KEY
                   DISPLAY "CLASS WRITE FAILED FOR " SW-INVENTORY-ID
                           " - STATUS: " WS-CLASS-FILE-STATUS
           END-WRITE.

       500-WRITE-ABC-SUMMARY.
           OPEN OUTPUT ABC-SUMMARY-RPT
           MOVE WS-RUN-DATE TO ABH-RUN-DATE
           WRITE ABC-SUMMARY-RPT-LINE FROM ABC-RPT-HEADER-1
           MOVE WS-WINDOW-START-DATE TO ABH-FROM-DATE
           MOVE WS-RUN-DATE TO ABH-TO-DATE
           MOVE WS-A-BREAK-PCT TO ABH-A-BREAK
           MOVE WS-B-BREAK-PCT TO ABH-B-BREAK
           WRITE ABC-SUMMARY-RPT-LINE FROM ABC-RPT-HEADER-2
           WRITE ABC-SUMMARY-RPT-LINE FROM SPACES
           WRITE ABC-SUMMARY-RPT-LINE FROM ABC-COLUMN-HEADER

           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 4
               IF WS-CLASS-SUB = 4
                   WRITE ABC-SUMMARY-RPT-LINE FROM SPACES
               END-IF
               MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO ABD-CLASS-NAME
               MOVE CST-ITEM-COUNT(WS-CLASS-SUB) TO ABD-ITEM-COUNT
               MOVE CST-VALUE(WS-CLASS-SUB) TO ABD-VALUE
               MOVE 0 TO ABD-ITEM-PCT
               MOVE 0 TO ABD-VALUE-PCT
               IF CST-ITEM-COUNT(4) > 0
                   COMPUTE ABD-ITEM-PCT ROUNDED
                       = CST-ITEM-COUNT(WS-CLASS-SUB) * 100
                         / CST-ITEM-COUNT(4)
               END-IF
               IF CST-VALUE(4) > 0
                   COMPUTE ABD-VALUE-PCT ROUNDED
                       = CST-VALUE(WS-CLASS-SUB) * 100 / CST-VALUE(4)
               END-IF
               WRITE ABC-SUMMARY-RPT-LINE FROM ABC-DETAIL-LINE
           END-PERFORM

           CLOSE ABC-SUMMARY-RPT.

       END PROGRAM ABC-CLASSIFY.
