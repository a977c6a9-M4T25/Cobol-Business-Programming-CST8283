      * Date: 2026-08-22
      * Purpose: On-demand year-to-date earnings report - lists every
      *          employee on the YTD earnings master with YTD hours,
      *          YTD gross, deductions, employer contributions and
      *          last-paid date, with file totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 YTD-DEDUCTION-ENTRY OCCURS 5 TIMES.
                   15 YTD-DED-CODE PIC X(4).
                   15 YTD-DED-AMOUNT PIC 9(7)V99.
           05 YTD-EMPLOYER-TABLE.
               10 YTD-EMPLOYER-ENTRY OCCURS 5 TIMES.
                   15 YTD-ER-AMOUNT PIC 9(7)V99.

       FD YTD-RPT.
       01 YTD-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-YTD-MASTER-STATUS PIC X(2).
       01 WS-YTD-EOF-FLG PIC X.
       01 WS-DED-SUB PIC 9.
       01 WS-EMP-DED-TOTAL PIC 9(7)V99.
       01 WS-EMP-ER-TOTAL PIC 9(7)V99.
       01 WS-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-YTD-HOURS PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-YTD-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-YTD-DEDUCT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-YTD-EMPLOYER PIC 9(9)V99 VALUE 0.

       01 YTD-RPT-HEADER-1.
           05 FILLER PIC X(33) VALUE
           05 FILLER PIC X(12) VALUE "   YTD HOURS".
           05 FILLER PIC X(15) VALUE "      YTD GROSS".
           05 FILLER PIC X(15) VALUE "    YTD DEDUCT".
           05 FILLER PIC X(15) VALUE "  YTD EMPLOYER".
           05 FILLER PIC X(11) VALUE "  LAST PAID".

       01 YTD-RPT-DETAIL.
           05 YRP-YTD-GROSS PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 YRP-YTD-DEDUCT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 YRP-YTD-EMPLOYER PIC $$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 YRP-LAST-PAID PIC X(8).

           05 FILLER PIC X(16) VALUE "  TOTAL DEDUCT: ".
           05 YRP-TOTAL-DEDUCT PIC $$$$,$$$,$$9.99.

       01 YTD-RPT-TRAILER-2.
           05 FILLER PIC X(27) VALUE "  TOTAL EMPLOYER CONTRIB: ".
           05 YRP-TOTAL-EMPLOYER PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-PRODUCE-YTD-REPORT.
           OPEN INPUT YTD-EARNINGS-MASTER
           MOVE WS-TOTAL-YTD-GROSS TO YRP-TOTAL-GROSS
           MOVE WS-TOTAL-YTD-DEDUCT TO YRP-TOTAL-DEDUCT
           WRITE YTD-RPT-LINE FROM YTD-RPT-TRAILER
           MOVE WS-TOTAL-YTD-EMPLOYER TO YRP-TOTAL-EMPLOYER
           WRITE YTD-RPT-LINE FROM YTD-RPT-TRAILER-2

           CLOSE YTD-RPT
           CLOSE YTD-EARNINGS-MASTER
               ADD YTD-HOURS TO WS-TOTAL-YTD-HOURS
               ADD YTD-GROSS TO WS-TOTAL-YTD-GROSS
               MOVE 0 TO WS-EMP-DED-TOTAL
               MOVE 0 TO WS-EMP-ER-TOTAL
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   ADD YTD-DED-AMOUNT(WS-DED-SUB)
                       TO WS-EMP-DED-TOTAL
                   ADD YTD-ER-AMOUNT(WS-DED-SUB)
                       TO WS-EMP-ER-TOTAL
               END-PERFORM
               ADD WS-EMP-DED-TOTAL TO WS-TOTAL-YTD-DEDUCT
               ADD WS-EMP-ER-TOTAL TO WS-TOTAL-YTD-EMPLOYER
               MOVE YTD-EMP-ID TO YRP-EMP-ID
               MOVE YTD-YEAR TO YRP-YEAR
               MOVE YTD-HOURS TO YRP-YTD-HOURS
               MOVE YTD-GROSS TO YRP-YTD-GROSS
               MOVE WS-EMP-DED-TOTAL TO YRP-YTD-DEDUCT
               MOVE WS-EMP-ER-TOTAL TO YRP-YTD-EMPLOYER
               MOVE YTD-LAST-PAID TO YRP-LAST-PAID
               WRITE YTD-RPT-LINE FROM YTD-RPT-DETAIL
           END-IF.
