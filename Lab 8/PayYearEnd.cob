               10 YTD-DEDUCTION-ENTRY OCCURS 5 TIMES.
                   15 YTD-DED-CODE PIC X(4).
                   15 YTD-DED-AMOUNT PIC 9(7)V99.
           05 YTD-EMPLOYER-TABLE.
               10 YTD-EMPLOYER-ENTRY OCCURS 5 TIMES.
                   15 YTD-ER-AMOUNT PIC 9(7)V99.

       FD YTD-ARCHIVE-FILE.
       01 YTD-ARCHIVE-RECORD PIC X(144).

       FD YEAR-END-RPT.
       01 YEAR-END-RPT-LINE PIC X(80).
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   MOVE 0 TO YTD-DED-AMOUNT(WS-DED-SUB)
                   MOVE 0 TO YTD-ER-AMOUNT(WS-DED-SUB)
               END-PERFORM
               REWRITE YTD-EARNINGS-RECORD
           END-IF.
