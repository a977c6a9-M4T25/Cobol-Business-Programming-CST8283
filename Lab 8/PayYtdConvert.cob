      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: One-off conversion of the YTD earnings master and
      *          its year-end archives to the record that carries the
      *          employer share bucket for each deduction.  The
      *          current PAYYTD.IDX is first copied as it stands to
      *          PAYYTD-PRECONV.IDX, then rebuilt from that copy with
      *          every employee's year, hours, gross, last-paid date
      *          and deduction buckets carried over and the five
      *          employer buckets zero filled, so the year's totals so
      *          far are kept.  Each PAYYTD-YYYY.TXT archive named is
      *          copied to PAYYTD-YYYY.PRE and rewritten the same way
      *          so the earnings statements can still be run from it.
      *          Record counts for every file go to YTDCONV.RPT and a
      *          count that does not balance sets a non-zero return
      *          code.  A master already in the new layout is left
      *          alone, and archive lines already carrying employer
      *          buckets are copied unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-YTD-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-YTD-MASTER
               ASSIGN TO "PAYYTD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OYT-EMP-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT PRECONV-YTD-FILE
               ASSIGN TO "PAYYTD-PRECONV.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PYT-EMP-ID
               FILE STATUS IS WS-PRECONV-STATUS.

           SELECT YTD-EARNINGS-MASTER
               ASSIGN TO "PAYYTD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-MASTER-STATUS.

           SELECT OLD-ARCHIVE-FILE
               ASSIGN TO WS-OLD-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCHIVE-STATUS.

           SELECT YTD-ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT YTD-CONVERT-RPT
               ASSIGN TO "YTDCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The YTD record as it stood before the employer buckets - the
      * live master read under it, and the pre-conversion copy.
      ******************************************************************
       FD OLD-YTD-MASTER.
       01 OLD-YTD-RECORD.
           05 OYT-EMP-ID PIC X(6).
           05 FILLER PIC X(93).

       FD PRECONV-YTD-FILE.
       01 PRECONV-YTD-RECORD.
           05 PYT-EMP-ID PIC X(6).
           05 FILLER PIC X(93).

       FD YTD-EARNINGS-MASTER.
       01 YTD-EARNINGS-RECORD.
           05 YTD-EMP-ID PIC X(6).
           05 YTD-YEAR PIC X(4).
           05 YTD-HOURS PIC 9(5)V99.
           05 YTD-GROSS PIC 9(7)V99.
           05 YTD-LAST-PAID PIC X(8).
           05 YTD-DEDUCTION-TABLE.
               10 YTD-DEDUCTION-ENTRY OCCURS 5 TIMES.
                   15 YTD-DED-CODE PIC X(4).
                   15 YTD-DED-AMOUNT PIC 9(7)V99.
           05 YTD-EMPLOYER-TABLE.
               10 YTD-EMPLOYER-ENTRY OCCURS 5 TIMES.
                   15 YTD-ER-AMOUNT PIC 9(7)V99.

      ******************************************************************
      * An archive line in either layout - an old 99-byte line reads
      * back with the employer area blank.
      ******************************************************************
       FD OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-RECORD.
           05 OAR-OLD-PART PIC X(99).
           05 OAR-EMPLOYER-PART PIC X(45).

       FD YTD-ARCHIVE-FILE.
       01 YTD-ARCHIVE-RECORD PIC X(144).

       FD YTD-CONVERT-RPT.
       01 YTD-CONVERT-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-STATUS PIC X(2).
       01 WS-PRECONV-STATUS PIC X(2).
       01 WS-YTD-MASTER-STATUS PIC X(2).
       01 WS-OLD-ARCHIVE-NAME PIC X(40).
       01 WS-OLD-ARCHIVE-STATUS PIC X(2).
       01 WS-ARCHIVE-FILE-NAME PIC X(40).
       01 WS-ARCHIVE-FILE-STATUS PIC X(2).
       01 WS-ARCHIVE-YEAR-NAME-HOLD PIC X(40).
       01 WS-ARCHIVE-YEAR PIC X(4).
       01 WS-CONFIRM PIC X.
       01 WS-FILE-EOF-FLG PIC X.
       01 WS-ER-SUB PIC 9.
       01 WS-COUNTS-MATCH-FLG PIC X VALUE 'Y'.
       01 WS-ARCHIVE-COPY-OK-FLG PIC X.

       01 CONVERT-COUNTERS.
           05 WS-RECORDS-READ PIC 9(7).
           05 WS-RECORDS-SAVED PIC 9(7).
           05 WS-RECORDS-WRITTEN PIC 9(7).
           05 WS-RECORDS-ALREADY-NEW PIC 9(7).
           05 WS-RECORDS-REJECTED PIC 9(7).

      ******************************************************************
      * The old record with the zero-filled employer buckets added.
      ******************************************************************
       01 WORK-YTD-RECORD.
           05 WYT-OLD-PART PIC X(99).
           05 WYT-EMPLOYER-TABLE.
               10 WYT-ER-AMOUNT OCCURS 5 TIMES PIC 9(7)V99.

       01 CONTROL-RPT-HEADER.
           05 FILLER PIC X(40) VALUE
              "PAYYTD CONVERSION CONTROL REPORT".

       01 CONTROL-RPT-FILE-LINE.
           05 FILLER PIC X(6) VALUE "FILE: ".
           05 CTL-FILE-NAME PIC X(40).

       01 CONTROL-RPT-COUNT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTL-COUNT-LABEL PIC X(26).
           05 CTL-COUNT PIC ZZZ,ZZ9.

       01 CONTROL-RPT-STATUS-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTL-STATUS-TEXT PIC X(60).

       PROCEDURE DIVISION.
       100-CONVERT-YTD-FILES.
           DISPLAY "Convert PAYYTD.IDX and archives to the employer "
                   "bucket layout? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "CONVERSION CANCELLED - NOTHING CHANGED"
               STOP RUN
           END-IF

           OPEN OUTPUT YTD-CONVERT-RPT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-HEADER

           PERFORM 200-CONVERT-YTD-MASTER

           DISPLAY "Enter archive year to convert YYYY (blank=done): "
           ACCEPT WS-ARCHIVE-YEAR
           PERFORM UNTIL WS-ARCHIVE-YEAR = SPACES
               IF WS-ARCHIVE-YEAR IS NUMERIC
                   PERFORM 300-CONVERT-ONE-ARCHIVE
               ELSE
                   DISPLAY "INVALID YEAR - MUST BE YYYY"
               END-IF
               DISPLAY "Enter archive year to convert YYYY "
                       "(blank=done): "
               ACCEPT WS-ARCHIVE-YEAR
           END-PERFORM

           CLOSE YTD-CONVERT-RPT
           IF WS-COUNTS-MATCH-FLG NOT = 'Y'
               DISPLAY "*** CONVERSION COUNTS DO NOT BALANCE - "
                       "SEE YTDCONV.RPT"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "PAYYTD CONVERSION COMPLETE - SEE YTDCONV.RPT"
           END-IF
           STOP RUN.

      ******************************************************************
      * The live master is opened under the old record - a status 39
      * means it is already in the new layout and is left alone.  The
      * copy to PAYYTD-PRECONV.IDX is complete and closed before the
      * live master is recreated, so a failure part way leaves the
      * old data whole on the copy.
      ******************************************************************
       200-CONVERT-YTD-MASTER.
           INITIALIZE CONVERT-COUNTERS
           MOVE "PAYYTD.IDX" TO CTL-FILE-NAME
           WRITE YTD-CONVERT-RPT-LINE FROM SPACES
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-FILE-LINE

           OPEN INPUT OLD-YTD-MASTER
           EVALUATE WS-OLD-MASTER-STATUS
               WHEN "00"
                   PERFORM 210-SAVE-OLD-MASTER
                   IF WS-RECORDS-SAVED = WS-RECORDS-READ
                       PERFORM 220-REBUILD-YTD-MASTER
                   ELSE
                       MOVE 'N' TO WS-COUNTS-MATCH-FLG
                       MOVE "*** PRECONV COPY INCOMPLETE - NOT CHANGED"
                           TO CTL-STATUS-TEXT
                   END-IF
                   PERFORM 250-WRITE-MASTER-COUNTS
               WHEN "39"
                   MOVE "ALREADY IN NEW LAYOUT - NOT CHANGED"
                       TO CTL-STATUS-TEXT
                   WRITE YTD-CONVERT-RPT-LINE
                       FROM CONTROL-RPT-STATUS-LINE
                   DISPLAY "PAYYTD.IDX ALREADY CONVERTED"
               WHEN OTHER
                   MOVE 'N' TO WS-COUNTS-MATCH-FLG
                   MOVE "UNABLE TO OPEN - NOT CONVERTED"
                       TO CTL-STATUS-TEXT
                   WRITE YTD-CONVERT-RPT-LINE
                       FROM CONTROL-RPT-STATUS-LINE
                   DISPLAY "UNABLE TO OPEN PAYYTD.IDX - STATUS: "
                           WS-OLD-MASTER-STATUS
           END-EVALUATE.

       210-SAVE-OLD-MASTER.
           OPEN OUTPUT PRECONV-YTD-FILE
           IF WS-PRECONV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYYTD-PRECONV.IDX - STATUS: "
                       WS-PRECONV-STATUS
               CLOSE OLD-YTD-MASTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ OLD-YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       WRITE PRECONV-YTD-RECORD FROM OLD-YTD-RECORD
                           INVALID KEY
                               DISPLAY "PRECONV COPY FAILED: "
                                       OYT-EMP-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-SAVED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PRECONV-YTD-FILE
           CLOSE OLD-YTD-MASTER.

       220-REBUILD-YTD-MASTER.
           OPEN INPUT PRECONV-YTD-FILE
           OPEN OUTPUT YTD-EARNINGS-MASTER
           IF WS-PRECONV-STATUS NOT = "00"
                   OR WS-YTD-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO REBUILD PAYYTD.IDX - STATUS: "
                       WS-PRECONV-STATUS " " WS-YTD-MASTER-STATUS
               DISPLAY "OLD RECORDS ARE ON PAYYTD-PRECONV.IDX"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ PRECONV-YTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       PERFORM 225-WRITE-NEW-YTD-RECORD
               END-READ
           END-PERFORM
           CLOSE PRECONV-YTD-FILE
           CLOSE YTD-EARNINGS-MASTER

           IF WS-RECORDS-READ
                   = WS-RECORDS-WRITTEN + WS-RECORDS-REJECTED
                   AND WS-RECORDS-REJECTED = 0
               MOVE "RECORD COUNTS MATCH - CONVERSION OK"
                   TO CTL-STATUS-TEXT
           ELSE
               MOVE 'N' TO WS-COUNTS-MATCH-FLG
               MOVE "*** RECORDS READ/WRITTEN MISMATCH ***"
                   TO CTL-STATUS-TEXT
           END-IF.

       225-WRITE-NEW-YTD-RECORD.
           MOVE PRECONV-YTD-RECORD TO WYT-OLD-PART
           PERFORM 230-ZERO-EMPLOYER-BUCKETS
           WRITE YTD-EARNINGS-RECORD FROM WORK-YTD-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "YTD RECORD NOT WRITTEN: " PYT-EMP-ID
                           " - STATUS: " WS-YTD-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       230-ZERO-EMPLOYER-BUCKETS.
           PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > 5
               MOVE 0 TO WYT-ER-AMOUNT(WS-ER-SUB)
           END-PERFORM.

       250-WRITE-MASTER-COUNTS.
           MOVE "RECORDS READ (OLD LAYOUT)" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-READ TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "SAVED TO PAYYTD-PRECONV" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-SAVED TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "RECORDS WRITTEN (NEW)" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-WRITTEN TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "RECORDS REJECTED" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-REJECTED TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-STATUS-LINE.

      ******************************************************************
      * An archive is copied line for line to PAYYTD-YYYY.PRE and,
      * only when every line reached the copy, rewritten from it - a
      * copy that failed leaves the archive untouched.  A line whose
      * employer area is
      * blank is an old line and gets zero buckets; a line already
      * carrying them is written back unchanged, so a second run over
      * the same archive does no harm.
      ******************************************************************
       300-CONVERT-ONE-ARCHIVE.
           INITIALIZE CONVERT-COUNTERS
           MOVE SPACES TO WS-OLD-ARCHIVE-NAME
           STRING "PAYYTD-" DELIMITED BY SIZE
                   WS-ARCHIVE-YEAR DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-OLD-ARCHIVE-NAME
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "PAYYTD-" DELIMITED BY SIZE
                   WS-ARCHIVE-YEAR DELIMITED BY SIZE
                   ".PRE" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           MOVE WS-OLD-ARCHIVE-NAME TO CTL-FILE-NAME
           WRITE YTD-CONVERT-RPT-LINE FROM SPACES
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-FILE-LINE

           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-ARCHIVE-STATUS NOT = "00"
               MOVE "ARCHIVE NOT FOUND - NOT CONVERTED"
                   TO CTL-STATUS-TEXT
               WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-STATUS-LINE
               DISPLAY "ARCHIVE NOT FOUND: " WS-OLD-ARCHIVE-NAME
                       " - STATUS: " WS-OLD-ARCHIVE-STATUS
           ELSE
               PERFORM 310-SAVE-OLD-ARCHIVE
               IF WS-ARCHIVE-COPY-OK-FLG = 'Y'
                       AND WS-RECORDS-SAVED = WS-RECORDS-READ
                   PERFORM 320-REWRITE-ARCHIVE
               ELSE
                   MOVE 'N' TO WS-COUNTS-MATCH-FLG
                   MOVE "PRECONV COPY INCOMPLETE - ARCHIVE NOT CHANGED"
                       TO CTL-STATUS-TEXT
                   DISPLAY "PRECONV COPY INCOMPLETE - "
                           WS-OLD-ARCHIVE-NAME " NOT CHANGED"
               END-IF
               PERFORM 350-WRITE-ARCHIVE-COUNTS
           END-IF.

       310-SAVE-OLD-ARCHIVE.
           MOVE 'Y' TO WS-ARCHIVE-COPY-OK-FLG
           OPEN OUTPUT YTD-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-ARCHIVE-COPY-OK-FLG
               DISPLAY "UNABLE TO OPEN " WS-ARCHIVE-FILE-NAME
                       " - STATUS: " WS-ARCHIVE-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-FILE-EOF-FLG
               PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
                   READ OLD-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF-FLG
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           WRITE YTD-ARCHIVE-RECORD
                               FROM OLD-ARCHIVE-RECORD
                           IF WS-ARCHIVE-FILE-STATUS = "00"
                               ADD 1 TO WS-RECORDS-SAVED
                           ELSE
                               DISPLAY "PRECONV COPY FAILED - STATUS: "
                                       WS-ARCHIVE-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-ARCHIVE-FILE
           END-IF
           CLOSE OLD-ARCHIVE-FILE.

      ******************************************************************
      * The .PRE copy is read back through the archive-line FD and the
      * original name rewritten through the 144-byte one.  The
      * original is only opened for output once the copy has opened.
      ******************************************************************
       320-REWRITE-ARCHIVE.
           MOVE WS-OLD-ARCHIVE-NAME TO WS-ARCHIVE-YEAR-NAME-HOLD
           MOVE WS-ARCHIVE-FILE-NAME TO WS-OLD-ARCHIVE-NAME
           MOVE WS-ARCHIVE-YEAR-NAME-HOLD TO WS-ARCHIVE-FILE-NAME
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-ARCHIVE-STATUS NOT = "00"
               MOVE 'N' TO WS-COUNTS-MATCH-FLG
               MOVE "*** PRE COPY NOT READABLE - ARCHIVE NOT CHANGED"
                   TO CTL-STATUS-TEXT
               DISPLAY "UNABLE TO OPEN " WS-OLD-ARCHIVE-NAME
                       " - STATUS: " WS-OLD-ARCHIVE-STATUS
           ELSE
               OPEN OUTPUT YTD-ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   MOVE 'N' TO WS-COUNTS-MATCH-FLG
                   MOVE "*** UNABLE TO REWRITE - OLD LINES ON .PRE"
                       TO CTL-STATUS-TEXT
                   DISPLAY "UNABLE TO OPEN " WS-ARCHIVE-FILE-NAME
                           " - STATUS: " WS-ARCHIVE-FILE-STATUS
                   CLOSE OLD-ARCHIVE-FILE
               ELSE
                   PERFORM 330-COPY-BACK-ARCHIVE
               END-IF
           END-IF.

       330-COPY-BACK-ARCHIVE.
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ OLD-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       IF OAR-EMPLOYER-PART = SPACES
                           MOVE OAR-OLD-PART TO WYT-OLD-PART
                           PERFORM 230-ZERO-EMPLOYER-BUCKETS
                           WRITE YTD-ARCHIVE-RECORD
                               FROM WORK-YTD-RECORD
                           IF WS-ARCHIVE-FILE-STATUS = "00"
                               ADD 1 TO WS-RECORDS-WRITTEN
                           ELSE
                               ADD 1 TO WS-RECORDS-REJECTED
                           END-IF
                       ELSE
                           WRITE YTD-ARCHIVE-RECORD
                               FROM OLD-ARCHIVE-RECORD
                           IF WS-ARCHIVE-FILE-STATUS = "00"
                               ADD 1 TO WS-RECORDS-ALREADY-NEW
                           ELSE
                               ADD 1 TO WS-RECORDS-REJECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-ARCHIVE-FILE
           CLOSE OLD-ARCHIVE-FILE

           IF WS-RECORDS-READ
                   = WS-RECORDS-WRITTEN + WS-RECORDS-ALREADY-NEW
               MOVE "RECORD COUNTS MATCH - CONVERSION OK"
                   TO CTL-STATUS-TEXT
           ELSE
               MOVE 'N' TO WS-COUNTS-MATCH-FLG
               MOVE "*** RECORDS READ/WRITTEN MISMATCH ***"
                   TO CTL-STATUS-TEXT
           END-IF.

       350-WRITE-ARCHIVE-COUNTS.
           MOVE "LINES READ" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-READ TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "SAVED TO .PRE COPY" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-SAVED TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "LINES CONVERTED" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-WRITTEN TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "LINES ALREADY NEW LAYOUT" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-ALREADY-NEW TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           MOVE "LINES NOT WRITTEN" TO CTL-COUNT-LABEL
           MOVE WS-RECORDS-REJECTED TO CTL-COUNT
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-COUNT-LINE
           WRITE YTD-CONVERT-RPT-LINE FROM CONTROL-RPT-STATUS-LINE.

       END PROGRAM PAY-YTD-CONVERT.
