      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-15
      * Purpose: One-off conversion of the vendor master to the record
      *          that carries the measured average lead time.  The
      *          current VENDMAST.IDX is first copied as it stands to
      *          VENDMAST-PRECONV.IDX, then rebuilt from that copy
      *          with every vendor's code, name, contact and active
      *          flag carried over, the average lead time zeroed and
      *          the measured date left blank until the vendor
      *          scorecard next measures it.  Record counts go to
      *          VENDCONV.RPT and a count that does not balance sets a
      *          non-zero return code.  A master already in the new
      *          layout is left alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-VENDOR-MASTER
           ASSIGN TO "VENDMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OVM-VEND-CODE
           FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT PRECONV-VENDOR-FILE
           ASSIGN TO "VENDMAST-PRECONV.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PVM-VEND-CODE
           FILE STATUS IS WS-PRECONV-STATUS.

           SELECT VENDOR-MASTER
           ASSIGN TO "VENDMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VEND-CODE-MASTER
           FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT CONTROL-RPT
           ASSIGN TO "VENDCONV.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The vendor record as it stood before the lead time fields -
      * the live master read under it, and the pre-conversion copy.
      ******************************************************************
       FD OLD-VENDOR-MASTER.
       01 OLD-VENDOR-RECORD.
           05 OVM-VEND-CODE PIC X(6).
           05 OVM-VENDOR-DATA.
               10 OVM-VEND-NAME PIC X(20).
               10 OVM-VEND-CONTACT PIC X(30).
               10 OVM-VEND-ACTIVE-FLAG PIC X.

       FD PRECONV-VENDOR-FILE.
       01 PRECONV-VENDOR-RECORD.
           05 PVM-VEND-CODE PIC X(6).
           05 PVM-VENDOR-DATA.
               10 PVM-VEND-NAME PIC X(20).
               10 PVM-VEND-CONTACT PIC X(30).
               10 PVM-VEND-ACTIVE-FLAG PIC X.

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-RECORD.
           05 VEND-CODE-MASTER PIC X(6).
           05 VENDOR-MASTER-DATA.
               10 VEND-NAME PIC X(20).
               10 VEND-CONTACT PIC X(30).
               10 VEND-ACTIVE-FLAG PIC X.
               10 VEND-AVG-LEAD-DAYS PIC 9(3)V9.
               10 VEND-LEAD-MEASURED-DATE PIC X(8).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-STATUS PIC X(2).
       01 WS-PRECONV-STATUS PIC X(2).
       01 WS-VENDOR-FILE-STATUS PIC X(2).
       01 WS-CONFIRM PIC X.
       01 WS-FILE-EOF-FLG PIC X.
       01 WS-COUNTS-MATCH-FLG PIC X VALUE 'Y'.

       01 WS-RECORDS-READ PIC 9(7) VALUE 0.
       01 WS-RECORDS-SAVED PIC 9(7) VALUE 0.
       01 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-RECORDS-REJECTED PIC 9(7) VALUE 0.

       01 CONTROL-RPT-HEADER.
           05 FILLER PIC X(40) VALUE
              "VENDMAST CONVERSION CONTROL REPORT".

       01 CONTROL-RPT-DETAIL.
           05 FILLER PIC X(26) VALUE "RECORDS READ (OLD LAYOUT):".
           05 CTL-RECORDS-READ PIC ZZZ,ZZ9.

       01 CONTROL-RPT-DETAIL-2.
           05 FILLER PIC X(26) VALUE "SAVED TO VENDMAST-PRECONV:".
           05 CTL-RECORDS-SAVED PIC ZZZ,ZZ9.

       01 CONTROL-RPT-DETAIL-3.
           05 FILLER PIC X(26) VALUE "RECORDS WRITTEN (NEW):".
           05 CTL-RECORDS-WRITTEN PIC ZZZ,ZZ9.

       01 CONTROL-RPT-DETAIL-4.
           05 FILLER PIC X(26) VALUE "RECORDS REJECTED:".
           05 CTL-RECORDS-REJECTED PIC ZZZ,ZZ9.

       01 CONTROL-RPT-STATUS-LINE.
           05 CTL-STATUS-TEXT PIC X(60).

       PROCEDURE DIVISION.
       100-CONVERT-VENDOR-MASTER.
           DISPLAY "Convert VENDMAST.IDX to the lead time layout? "
                   "(Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "CONVERSION CANCELLED - NOTHING CHANGED"
               STOP RUN
           END-IF

      *    The live master is opened under the old record - a status
      *    39 means it is already in the new layout.
           OPEN INPUT OLD-VENDOR-MASTER
           EVALUATE WS-OLD-MASTER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "39"
                   DISPLAY "VENDMAST.IDX ALREADY CONVERTED - "
                           "NOTHING CHANGED"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN VENDMAST.IDX - STATUS: "
                           WS-OLD-MASTER-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 200-SAVE-OLD-MASTER
           IF WS-RECORDS-SAVED = WS-RECORDS-READ
               PERFORM 300-REBUILD-VENDOR-MASTER
           ELSE
               MOVE 'N' TO WS-COUNTS-MATCH-FLG
               MOVE "*** PRECONV COPY INCOMPLETE - MASTER NOT CHANGED"
                   TO CTL-STATUS-TEXT
               DISPLAY "*** PRECONV COPY INCOMPLETE - "
                       "VENDMAST.IDX NOT CHANGED"
           END-IF

           PERFORM 400-WRITE-CONTROL-REPORT

           IF WS-COUNTS-MATCH-FLG NOT = 'Y'
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "VENDMAST CONVERSION COMPLETE - "
                       WS-RECORDS-WRITTEN " VENDORS"
           END-IF
           STOP RUN.

      ******************************************************************
      * The copy to VENDMAST-PRECONV.IDX is complete and closed before
      * the live master is recreated, so a failure part way leaves
      * the old data whole on the copy.
      ******************************************************************
       200-SAVE-OLD-MASTER.
           OPEN OUTPUT PRECONV-VENDOR-FILE
           IF WS-PRECONV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDMAST-PRECONV.IDX - STATUS: "
                       WS-PRECONV-STATUS
               CLOSE OLD-VENDOR-MASTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ OLD-VENDOR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       WRITE PRECONV-VENDOR-RECORD
                           FROM OLD-VENDOR-RECORD
                           INVALID KEY
                               DISPLAY "PRECONV COPY FAILED: "
                                       OVM-VEND-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-SAVED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PRECONV-VENDOR-FILE
           CLOSE OLD-VENDOR-MASTER.

       300-REBUILD-VENDOR-MASTER.
           OPEN INPUT PRECONV-VENDOR-FILE
           OPEN OUTPUT VENDOR-MASTER
           IF WS-PRECONV-STATUS NOT = "00"
                   OR WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REBUILD VENDMAST.IDX - STATUS: "
                       WS-PRECONV-STATUS " " WS-VENDOR-FILE-STATUS
               DISPLAY "OLD RECORDS ARE ON VENDMAST-PRECONV.IDX"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLG
           PERFORM UNTIL WS-FILE-EOF-FLG = 'Y'
               READ PRECONV-VENDOR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF-FLG
                   NOT AT END
                       PERFORM 310-WRITE-NEW-VENDOR-RECORD
               END-READ
           END-PERFORM
           CLOSE PRECONV-VENDOR-FILE
           CLOSE VENDOR-MASTER

           IF WS-RECORDS-READ = WS-RECORDS-WRITTEN
               MOVE "RECORD COUNTS MATCH - CONVERSION OK"
                   TO CTL-STATUS-TEXT
           ELSE
               MOVE 'N' TO WS-COUNTS-MATCH-FLG
               MOVE "*** ABORT - RECORDS READ/WRITTEN MISMATCH ***"
                   TO CTL-STATUS-TEXT
               DISPLAY "*** ABORT - READ/WRITTEN MISMATCH ***"
           END-IF.

       310-WRITE-NEW-VENDOR-RECORD.
           MOVE PVM-VEND-CODE TO VEND-CODE-MASTER
           MOVE PVM-VEND-NAME TO VEND-NAME
           MOVE PVM-VEND-CONTACT TO VEND-CONTACT
           MOVE PVM-VEND-ACTIVE-FLAG TO VEND-ACTIVE-FLAG
           MOVE 0 TO VEND-AVG-LEAD-DAYS
           MOVE SPACES TO VEND-LEAD-MEASURED-DATE
           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "VENDOR NOT WRITTEN: " PVM-VEND-CODE
                           " - STATUS: " WS-VENDOR-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       400-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-RPT
           WRITE CONTROL-RPT-LINE FROM CONTROL-RPT-HEADER
           MOVE WS-RECORDS-READ TO CTL-RECORDS-READ
           WRITE CONTROL-RPT-LINE FROM CONTROL-RPT-DETAIL
           MOVE WS-RECORDS-SAVED TO CTL-RECORDS-SAVED
           WRITE CONTROL-RPT-LINE FROM CONTROL-RPT-DETAIL-2
           MOVE WS-RECORDS-WRITTEN TO CTL-RECORDS-WRITTEN
           WRITE CONTROL-RPT-LINE FROM CONTROL-RPT-DETAIL-3
           MOVE WS-RECORDS-REJECTED TO CTL-RECORDS-REJECTED
           WRITE CONTROL-RPT-LINE FROM CONTROL-RPT-DETAIL-4
           WRITE CONTROL-RPT-LINE FROM CONTROL-RPT-STATUS-LINE
           CLOSE CONTROL-RPT.

       END PROGRAM VENDOR-CONVERT.
