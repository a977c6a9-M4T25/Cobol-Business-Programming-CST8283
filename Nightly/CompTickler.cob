      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-09
      * Purpose: Compliance document tickler - for every active vehicle
      *          on the CAR master, checks the insurance, registration
      *          and safety inspection records on COMPDOC.IDX against
      *          the business date.  Documents already expired, those
      *          expiring within the COMPTICK.TBL day window, and
      *          document types missing altogether are listed.
      *          Disposed vehicles are left off.  Expired lines are
      *          picked up by the morning exceptions dashboard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCE-TICKLER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT COMPLIANCE-DOC-MASTER
               ASSIGN TO "../Lab 4/COMPDOC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDM-KEY
               FILE STATUS IS WS-DOC-FILE-STATUS.

           SELECT TICKLER-PARM-FILE
               ASSIGN TO "COMPTICK.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT TICKLER-RPT
               ASSIGN TO "COMPTICK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-MASTER.
       01 CAR-MASTER-RECORD.
           05 CAR-MODEL-MASTER PIC X(15).
           05 CAR-MASTER-DATA.
               10 ENGINE-MASTER PIC X(25).
               10 TOWING-CAPACITY-MASTER PIC 9(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 CAR-OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-DISPOSED VALUES "S" "X".
               10 DISPOSAL-DATE-MASTER PIC X(8).
               10 DISPOSAL-PROCEEDS-MASTER PIC 9(7)V99.
               10 ACQUISITION-DATE-MASTER PIC X(8).
               10 ACQUISITION-COST-MASTER PIC 9(7)V99.

       FD COMPLIANCE-DOC-MASTER.
       01 COMPLIANCE-DOC-RECORD.
           05 CDM-KEY.
               10 CDM-CAR-MODEL PIC X(15).
               10 CDM-DOC-TYPE PIC X.
           05 CDM-DOC-NUMBER PIC X(20).
           05 CDM-ISSUER PIC X(30).
           05 CDM-PREMIUM PIC 9(7)V99.
           05 CDM-EXPIRY-DATE PIC X(8).

       FD TICKLER-PARM-FILE.
       01 TICKLER-PARM-RECORD.
           05 PARM-WINDOW-DAYS PIC 9(3).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD TICKLER-RPT.
       01 TICKLER-RPT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-DOC-FILE-STATUS PIC X(2).
       01 WS-PARM-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSINESS-DATE PIC X(8).
       01 WS-CAR-EOF-FLG PIC X.
       01 WS-DOC-FILE-OPEN-FLG PIC X VALUE 'N'.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-BUSINESS-INT PIC 9(8).
       01 WS-EXPIRY-INT PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(5).
       01 WS-DOC-SUB PIC 9.

       01 DOC-TYPE-VALUES.
           05 FILLER PIC X(13) VALUE "IINSURANCE".
           05 FILLER PIC X(13) VALUE "RREGISTRATION".
           05 FILLER PIC X(13) VALUE "SINSPECTION".
       01 DOC-TYPE-TABLE REDEFINES DOC-TYPE-VALUES.
           05 DOC-TYPE-ENTRY OCCURS 3 TIMES.
               10 DTT-DOC-TYPE PIC X.
               10 DTT-DOC-DESC PIC X(12).

       01 WS-ACTIVE-CAR-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.

       01 TICKLER-HEADER-1.
           05 FILLER PIC X(34) VALUE
              "COMPLIANCE DOCUMENT TICKLER AS OF ".
           05 TKH-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X(12) VALUE "   WINDOW: ".
           05 TKH-WINDOW-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".

       01 TICKLER-COLUMN-HEADER.
           05 FILLER PIC X(17) VALUE "VEHICLE".
           05 FILLER PIC X(14) VALUE "DOCUMENT".
           05 FILLER PIC X(22) VALUE "NUMBER".
           05 FILLER PIC X(22) VALUE "ISSUER".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(9) VALUE "DAYS".
           05 FILLER PIC X(8) VALUE "STATUS".

       01 TICKLER-DETAIL-LINE.
           05 TKD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKD-DOC-DESC PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKD-DOC-NUMBER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKD-ISSUER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKD-EXPIRY-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKD-DAYS-LEFT PIC -(4)9 BLANK WHEN ZERO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TKD-STATUS PIC X(8).

       01 TICKLER-TRAILER.
           05 FILLER PIC X(17) VALUE "ACTIVE VEHICLES: ".
           05 TKT-ACTIVE-CARS PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "   EXPIRED: ".
           05 TKT-EXPIRED PIC ZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "   EXPIRING: ".
           05 TKT-EXPIRING PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "   MISSING: ".
           05 TKT-MISSING PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-COMPLIANCE-TICKLER.
           PERFORM 105-GET-BUSINESS-DATE
           PERFORM 110-LOAD-WINDOW-PARM
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-BUSINESS-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)

           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARMAST.IDX - STATUS: "
                       WS-CAR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT COMPLIANCE-DOC-MASTER
           EVALUATE WS-DOC-FILE-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-DOC-FILE-OPEN-FLG
               WHEN "35"
                   DISPLAY "COMPDOC.IDX NOT FOUND - EVERY DOCUMENT "
                           "IS REPORTED MISSING"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN COMPDOC.IDX - STATUS: "
                           WS-DOC-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT TICKLER-RPT
           MOVE WS-BUSINESS-DATE TO TKH-BUSINESS-DATE
           MOVE WS-WINDOW-DAYS TO TKH-WINDOW-DAYS
           WRITE TICKLER-RPT-LINE FROM TICKLER-HEADER-1
           WRITE TICKLER-RPT-LINE FROM TICKLER-COLUMN-HEADER

           MOVE 'N' TO WS-CAR-EOF-FLG
           PERFORM UNTIL WS-CAR-EOF-FLG = 'Y'
               READ CAR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAR-EOF-FLG
                   NOT AT END
                       IF NOT CAR-MASTER-IS-DISPOSED
                           PERFORM 200-CHECK-VEHICLE-DOCUMENTS
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO TICKLER-RPT-LINE
           WRITE TICKLER-RPT-LINE
           MOVE WS-ACTIVE-CAR-COUNT TO TKT-ACTIVE-CARS
           MOVE WS-EXPIRED-COUNT TO TKT-EXPIRED
           MOVE WS-EXPIRING-COUNT TO TKT-EXPIRING
           MOVE WS-MISSING-COUNT TO TKT-MISSING
           WRITE TICKLER-RPT-LINE FROM TICKLER-TRAILER

           CLOSE CAR-MASTER
           IF WS-DOC-FILE-OPEN-FLG = 'Y'
               CLOSE COMPLIANCE-DOC-MASTER
           END-IF
           CLOSE TICKLER-RPT
           DISPLAY "COMPLIANCE DOCUMENTS EXPIRED: " WS-EXPIRED-COUNT
                   "  EXPIRING: " WS-EXPIRING-COUNT
                   "  MISSING: " WS-MISSING-COUNT
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

      ******************************************************************
      * The look-ahead window is a parameter so the office can widen
      * it ahead of the spring registration renewals - 30 days when
      * the parameter file is missing or not numeric.
      ******************************************************************
       110-LOAD-WINDOW-PARM.
           OPEN INPUT TICKLER-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ TICKLER-PARM-FILE
                   NOT AT END
                       IF PARM-WINDOW-DAYS IS NUMERIC
                           MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE TICKLER-PARM-FILE
           END-IF.

       200-CHECK-VEHICLE-DOCUMENTS.
           ADD 1 TO WS-ACTIVE-CAR-COUNT
           PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                   UNTIL WS-DOC-SUB > 3
               MOVE SPACES TO TICKLER-DETAIL-LINE
               MOVE CAR-MODEL-MASTER TO TKD-CAR-MODEL
               MOVE DTT-DOC-DESC(WS-DOC-SUB) TO TKD-DOC-DESC
               MOVE 0 TO TKD-DAYS-LEFT
               IF WS-DOC-FILE-OPEN-FLG = 'Y'
                   MOVE CAR-MODEL-MASTER TO CDM-CAR-MODEL
                   MOVE DTT-DOC-TYPE(WS-DOC-SUB) TO CDM-DOC-TYPE
                   READ COMPLIANCE-DOC-MASTER
                       INVALID KEY
                           PERFORM 210-REPORT-MISSING-DOCUMENT
                       NOT INVALID KEY
                           PERFORM 220-CHECK-DOCUMENT-EXPIRY
                   END-READ
               ELSE
                   PERFORM 210-REPORT-MISSING-DOCUMENT
               END-IF
           END-PERFORM.

       210-REPORT-MISSING-DOCUMENT.
           ADD 1 TO WS-MISSING-COUNT
           MOVE "MISSING" TO TKD-STATUS
           WRITE TICKLER-RPT-LINE FROM TICKLER-DETAIL-LINE.

      ******************************************************************
      * A document expiring today is still good today - it is listed
      * as expiring with zero days left and becomes expired tomorrow.
      ******************************************************************
       220-CHECK-DOCUMENT-EXPIRY.
           IF CDM-EXPIRY-DATE IS NUMERIC
               MOVE CDM-EXPIRY-DATE TO WS-DATE-WORK
               COMPUTE WS-EXPIRY-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-BUSINESS-INT
           ELSE
               MOVE -1 TO WS-DAYS-LEFT
           END-IF
           IF WS-DAYS-LEFT <= WS-WINDOW-DAYS
               MOVE CDM-DOC-NUMBER TO TKD-DOC-NUMBER
               MOVE CDM-ISSUER TO TKD-ISSUER
               MOVE CDM-EXPIRY-DATE TO TKD-EXPIRY-DATE
               MOVE WS-DAYS-LEFT TO TKD-DAYS-LEFT
               IF WS-DAYS-LEFT < 0
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO TKD-STATUS
               ELSE
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE "EXPIRING" TO TKD-STATUS
               END-IF
               WRITE TICKLER-RPT-LINE FROM TICKLER-DETAIL-LINE
           END-IF.

       END PROGRAM COMPLIANCE-TICKLER.
