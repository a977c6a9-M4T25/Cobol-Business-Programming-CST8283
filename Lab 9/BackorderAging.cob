      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: Backorder aging report by requesting department -
      *          every backordered requisition on REQMAST.IDX is
      *          sorted by department and backorder date and listed
      *          with the quantity still short, the days it has been
      *          on backorder as of the business date and whether its
      *          need-by date has already passed.  Short quantities
      *          are bucketed by age (0-7, 8-14, 15-30, 31-60 and
      *          over 60 days) with a line per department and a
      *          grand total, in the inventory aging style.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-MASTER
           ASSIGN TO "REQMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REQ-NUMBER
           ALTERNATE KEY IS REQ-ITEM-ID WITH DUPLICATES
           FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "BOSORT.TMP".

           SELECT BACKORDER-AGING-RPT
           ASSIGN TO "BOAGING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "../BUSDATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-DEPARTMENT PIC X(4).
           05 SW-BACKORDER-DATE PIC X(8).
           05 SW-REQ-NUMBER PIC X(6).
           05 SW-ITEM-ID PIC X(9).
           05 SW-EMP-ID PIC X(6).
           05 SW-NEED-BY-DATE PIC X(8).
           05 SW-SHORT-QTY PIC 9(7).

       FD BACKORDER-AGING-RPT.
       01 BACKORDER-AGING-RPT-LINE PIC X(100).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-REQ-FILE-STATUS PIC X(2).
       01 WS-REQ-EOF-FLG PIC X.
       01 WS-SORT-EOF-FLG PIC X.
       01 WS-PRIOR-DEPARTMENT PIC X(4).
       01 WS-FIRST-DEPT-FLG PIC X VALUE 'Y'.
       01 WS-TODAY-INT PIC 9(7).
       01 WS-BACKORDER-INT PIC 9(7).
       01 WS-DAYS-ON-BACKORDER PIC 9(5).
       01 WS-BUCKET-SUB PIC 9.
       01 WS-SHORT-QTY PIC S9(8).
       01 WS-BACKORDER-COUNT PIC 9(5) VALUE 0.

       01 DEPT-BUCKET-TABLE.
           05 DPT-BUCKET-QTY OCCURS 5 TIMES PIC 9(9).
       01 TOTAL-BUCKET-TABLE.
           05 TOT-BUCKET-QTY OCCURS 5 TIMES PIC 9(9).

       01 BOAGING-RPT-HEADER-1.
           05 FILLER PIC X(31) VALUE
              "BACKORDER AGING BY DEPARTMENT -".
           05 FILLER PIC X(7) VALUE " AS OF ".
           05 BOA-HDR-DATE PIC X(8).

       01 BOAGING-DEPT-HEADER.
           05 FILLER PIC X(12) VALUE "DEPARTMENT: ".
           05 BOA-HDR-DEPARTMENT PIC X(4).

       01 BOAGING-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BOA-REQ-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BOA-ITEM-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BOA-EMP-ID PIC X(6).
           05 FILLER PIC X(9) VALUE "  SHORT: ".
           05 BOA-SHORT-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  SINCE ".
           05 BOA-BACKORDER-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BOA-DAYS PIC ZZ,ZZ9.
           05 FILLER PIC X(6) VALUE " DAYS ".
           05 FILLER PIC X(9) VALUE "NEED BY ".
           05 BOA-NEED-BY-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BOA-LATE-FLAG PIC X(7).

       01 BOAGING-BUCKET-HEADER.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "      0-7".
           05 FILLER PIC X(12) VALUE "     8-14".
           05 FILLER PIC X(12) VALUE "    15-30".
           05 FILLER PIC X(12) VALUE "    31-60".
           05 FILLER PIC X(12) VALUE "      60+".

       01 BOAGING-BUCKET-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BOA-BUCKET-LABEL PIC X(16).
           05 BOA-BUCKET-1 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 BOA-BUCKET-2 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 BOA-BUCKET-3 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 BOA-BUCKET-4 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 BOA-BUCKET-5 PIC ZZZ,ZZZ,ZZ9.

       01 BOAGING-RPT-TRAILER.
           05 FILLER PIC X(24) VALUE "BACKORDERED REQUISITIONS".
           05 FILLER PIC X(2) VALUE ": ".
           05 BOA-TOTAL-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-BACKORDER-AGING.
           PERFORM 040-GET-BUSINESS-DATE
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-BUSINESS-DATE))

           OPEN INPUT REQUISITION-MASTER
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REQMAST.IDX - STATUS: "
                       WS-REQ-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BACKORDER-AGING-RPT
           MOVE WS-BUSINESS-DATE TO BOA-HDR-DATE
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-RPT-HEADER-1

           PERFORM 110-ZERO-DEPT-BUCKETS
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE 0 TO TOT-BUCKET-QTY(WS-BUCKET-SUB)
           END-PERFORM

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPARTMENT
               ON ASCENDING KEY SW-BACKORDER-DATE
               ON ASCENDING KEY SW-REQ-NUMBER
               INPUT PROCEDURE IS 300-SELECT-BACKORDERS
               OUTPUT PROCEDURE IS 400-AGE-SORTED-BACKORDERS

           IF WS-FIRST-DEPT-FLG = 'N'
               PERFORM 220-WRITE-DEPT-BUCKETS
           END-IF

           WRITE BACKORDER-AGING-RPT-LINE FROM SPACES
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-BUCKET-HEADER
           MOVE "ALL DEPARTMENTS" TO BOA-BUCKET-LABEL
           MOVE TOT-BUCKET-QTY(1) TO BOA-BUCKET-1
           MOVE TOT-BUCKET-QTY(2) TO BOA-BUCKET-2
           MOVE TOT-BUCKET-QTY(3) TO BOA-BUCKET-3
           MOVE TOT-BUCKET-QTY(4) TO BOA-BUCKET-4
           MOVE TOT-BUCKET-QTY(5) TO BOA-BUCKET-5
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-BUCKET-LINE
           MOVE WS-BACKORDER-COUNT TO BOA-TOTAL-COUNT
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-RPT-TRAILER

           CLOSE REQUISITION-MASTER
           CLOSE BACKORDER-AGING-RPT

           DISPLAY "BACKORDER AGING WRITTEN - BACKORDERS: "
                   WS-BACKORDER-COUNT
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

       110-ZERO-DEPT-BUCKETS.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE 0 TO DPT-BUCKET-QTY(WS-BUCKET-SUB)
           END-PERFORM.

      ******************************************************************
      * Only the part still to find counts - what is already
      * reserved on the shelf or issued is not short.  A backorder
      * with no backorder date is aged from its entry date.
      ******************************************************************
       300-SELECT-BACKORDERS.
           MOVE 'N' TO WS-REQ-EOF-FLG
           PERFORM UNTIL WS-REQ-EOF-FLG = 'Y'
               READ REQUISITION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-FLG
                   NOT AT END
                       IF REQ-IS-BACKORDERED
                           PERFORM 310-RELEASE-ONE-BACKORDER
                       END-IF
               END-READ
           END-PERFORM.

       310-RELEASE-ONE-BACKORDER.
           COMPUTE WS-SHORT-QTY
               = REQ-QTY-REQUESTED - REQ-QTY-ISSUED
                 - REQ-ALLOC-QTY(1) - REQ-ALLOC-QTY(2)
                 - REQ-ALLOC-QTY(3)
           IF WS-SHORT-QTY > 0
               MOVE REQ-DEPARTMENT TO SW-DEPARTMENT
               IF REQ-BACKORDER-DATE IS NUMERIC
                   MOVE REQ-BACKORDER-DATE TO SW-BACKORDER-DATE
               ELSE
                   MOVE REQ-ENTERED-DATE TO SW-BACKORDER-DATE
               END-IF
               MOVE REQ-NUMBER TO SW-REQ-NUMBER
               MOVE REQ-ITEM-ID TO SW-ITEM-ID
               MOVE REQ-EMP-ID TO SW-EMP-ID
               MOVE REQ-NEED-BY-DATE TO SW-NEED-BY-DATE
               MOVE WS-SHORT-QTY TO SW-SHORT-QTY
               RELEASE SORT-WORK-RECORD
           END-IF.

       400-AGE-SORTED-BACKORDERS.
           MOVE 'N' TO WS-SORT-EOF-FLG
           PERFORM 410-RETURN-BACKORDER
           PERFORM UNTIL WS-SORT-EOF-FLG = 'Y'
               IF WS-FIRST-DEPT-FLG = 'Y'
                   MOVE SW-DEPARTMENT TO WS-PRIOR-DEPARTMENT
                   MOVE 'N' TO WS-FIRST-DEPT-FLG
                   PERFORM 230-WRITE-DEPT-HEADER
               END-IF
               IF SW-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
                   PERFORM 220-WRITE-DEPT-BUCKETS
                   MOVE SW-DEPARTMENT TO WS-PRIOR-DEPARTMENT
                   PERFORM 230-WRITE-DEPT-HEADER
               END-IF
               PERFORM 210-AGE-ONE-BACKORDER
               PERFORM 410-RETURN-BACKORDER
           END-PERFORM.

       410-RETURN-BACKORDER.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLG
           END-RETURN.

       210-AGE-ONE-BACKORDER.
           IF SW-BACKORDER-DATE IS NUMERIC
               COMPUTE WS-BACKORDER-INT
                   = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(SW-BACKORDER-DATE))
               IF WS-TODAY-INT > WS-BACKORDER-INT
                   COMPUTE WS-DAYS-ON-BACKORDER
                       = WS-TODAY-INT - WS-BACKORDER-INT
               ELSE
                   MOVE 0 TO WS-DAYS-ON-BACKORDER
               END-IF
           ELSE
               MOVE 0 TO WS-DAYS-ON-BACKORDER
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-ON-BACKORDER <= 7
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-DAYS-ON-BACKORDER <= 14
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-DAYS-ON-BACKORDER <= 30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-DAYS-ON-BACKORDER <= 60
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD SW-SHORT-QTY TO DPT-BUCKET-QTY(WS-BUCKET-SUB)
           ADD SW-SHORT-QTY TO TOT-BUCKET-QTY(WS-BUCKET-SUB)
           ADD 1 TO WS-BACKORDER-COUNT

           MOVE SW-REQ-NUMBER TO BOA-REQ-NUMBER
           MOVE SW-ITEM-ID TO BOA-ITEM-ID
           MOVE SW-EMP-ID TO BOA-EMP-ID
           MOVE SW-SHORT-QTY TO BOA-SHORT-QTY
           MOVE SW-BACKORDER-DATE TO BOA-BACKORDER-DATE
           MOVE WS-DAYS-ON-BACKORDER TO BOA-DAYS
           MOVE SW-NEED-BY-DATE TO BOA-NEED-BY-DATE
           IF SW-NEED-BY-DATE < WS-BUSINESS-DATE
               MOVE "OVERDUE" TO BOA-LATE-FLAG
           ELSE
               MOVE SPACES TO BOA-LATE-FLAG
           END-IF
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-DETAIL.

       220-WRITE-DEPT-BUCKETS.
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-BUCKET-HEADER
           MOVE SPACES TO BOA-BUCKET-LABEL
           STRING "DEPT " DELIMITED BY SIZE
                   WS-PRIOR-DEPARTMENT DELIMITED BY SIZE
                   " SHORT" DELIMITED BY SIZE
               INTO BOA-BUCKET-LABEL
           MOVE DPT-BUCKET-QTY(1) TO BOA-BUCKET-1
           MOVE DPT-BUCKET-QTY(2) TO BOA-BUCKET-2
           MOVE DPT-BUCKET-QTY(3) TO BOA-BUCKET-3
           MOVE DPT-BUCKET-QTY(4) TO BOA-BUCKET-4
           MOVE DPT-BUCKET-QTY(5) TO BOA-BUCKET-5
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-BUCKET-LINE
           PERFORM 110-ZERO-DEPT-BUCKETS.

       230-WRITE-DEPT-HEADER.
           WRITE BACKORDER-AGING-RPT-LINE FROM SPACES
           MOVE WS-PRIOR-DEPARTMENT TO BOA-HDR-DEPARTMENT
           WRITE BACKORDER-AGING-RPT-LINE FROM BOAGING-DEPT-HEADER.

       END PROGRAM BACKORDER-AGING.
