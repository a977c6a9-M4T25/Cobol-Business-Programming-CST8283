      *          close, joins the employee name and department from
      *          EMPMAST.IDX, and prints one formatted earnings
      *          statement per employee (YTD hours, gross, each
      *          deduction bucket, the employer's contribution on
      *          each, and last-paid date) plus a control
      *          summary balancing the statements printed against the
      *          archive file's totals.
      * Tectonics: cobc
               10 ARC-DEDUCTION-ENTRY OCCURS 5 TIMES.
                   15 ARC-DED-CODE PIC X(4).
                   15 ARC-DED-AMOUNT PIC 9(7)V99.
           05 ARC-EMPLOYER-TABLE.
               10 ARC-EMPLOYER-ENTRY OCCURS 5 TIMES.
                   15 ARC-ER-AMOUNT PIC 9(7)V99.

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
       01 WS-STMT-TOTAL-HOURS PIC 9(7)V99 VALUE 0.
       01 WS-STMT-TOTAL-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-STMT-TOTAL-DEDUCT PIC 9(9)V99 VALUE 0.
       01 WS-STMT-TOTAL-EMPLOYER PIC 9(9)V99 VALUE 0.

       01 STMT-HEADER-LINE.
           05 FILLER PIC X(31) VALUE
           05 EST-DED-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE ": ".
           05 EST-DED-AMOUNT PIC $$$$,$$9.99.
           05 FILLER PIC X(12) VALUE "  EMPLOYER: ".
           05 EST-ER-AMOUNT PIC $$$$,$$9.99.

       01 STMT-LAST-PAID-LINE.
           05 FILLER PIC X(18) VALUE "  LAST PAID:      ".
           05 FILLER PIC X(11) VALUE "  DEDUCTS: ".
           05 EST-TOTAL-DEDUCT PIC $$$,$$$,$$9.99.

       01 STMT-CONTROL-LINE-2.
           05 FILLER PIC X(25) VALUE "EMPLOYER CONTRIBUTIONS: ".
           05 EST-TOTAL-EMPLOYER PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-PRODUCE-EARN-STATEMENTS.
           DISPLAY "Enter archive year (YYYY): "
           MOVE WS-STMT-TOTAL-GROSS TO EST-TOTAL-GROSS
           MOVE WS-STMT-TOTAL-DEDUCT TO EST-TOTAL-DEDUCT
           WRITE EARN-STMT-RPT-LINE FROM STMT-CONTROL-LINE
           MOVE WS-STMT-TOTAL-EMPLOYER TO EST-TOTAL-EMPLOYER
           WRITE EARN-STMT-RPT-LINE FROM STMT-CONTROL-LINE-2

           CLOSE EARN-STMT-RPT
           CLOSE YTD-ARCHIVE-FILE
                       MOVE ARC-DED-CODE(WS-DED-SUB) TO EST-DED-CODE
                       MOVE ARC-DED-AMOUNT(WS-DED-SUB)
                           TO EST-DED-AMOUNT
                       MOVE ARC-ER-AMOUNT(WS-DED-SUB)
                           TO EST-ER-AMOUNT
                       WRITE EARN-STMT-RPT-LINE
                           FROM STMT-DEDUCTION-LINE
                       ADD ARC-DED-AMOUNT(WS-DED-SUB)
                           TO WS-STMT-TOTAL-DEDUCT
                       ADD ARC-ER-AMOUNT(WS-DED-SUB)
                           TO WS-STMT-TOTAL-EMPLOYER
                   END-IF
               END-PERFORM

