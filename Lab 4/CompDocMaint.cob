      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-09
      * Purpose: Compliance document maintenance - prompted add,
      *          change and delete of the insurance, registration and
      *          safety inspection records held for each vehicle on
      *          the COMPDOC.IDX master (keyed on car model plus
      *          document type).  The vehicle must be on the CAR
      *          master and the expiry date must be a valid date.
      *          Every action is written to the COMPDOC.LOG change log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCE-DOC-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-DOC-MASTER
               ASSIGN TO "COMPDOC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT COMPLIANCE-CHANGE-LOG
               ASSIGN TO "COMPDOC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Compliance document master - one record per vehicle and
      * document type.  The document number is the policy number for
      * insurance, the plate for registration and the certificate
      * number for a safety inspection.
      ******************************************************************
       FD COMPLIANCE-DOC-MASTER.
       01 COMPLIANCE-DOC-RECORD.
           05 CDM-KEY.
               10 CDM-CAR-MODEL PIC X(15).
               10 CDM-DOC-TYPE PIC X.
                   88 CDM-IS-INSURANCE VALUE "I".
                   88 CDM-IS-REGISTRATION VALUE "R".
                   88 CDM-IS-INSPECTION VALUE "S".
                   88 CDM-DOC-TYPE-VALID VALUES "I" "R" "S".
           05 CDM-DOC-NUMBER PIC X(20).
           05 CDM-ISSUER PIC X(30).
           05 CDM-PREMIUM PIC 9(7)V99.
           05 CDM-EXPIRY-DATE PIC X(8).

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

       FD COMPLIANCE-CHANGE-LOG.
       01 COMPLIANCE-CHANGE-LOG-LINE PIC X(120).

       FD OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-ID-MASTER PIC X(8).
           05 OPERATOR-MASTER-DATA.
               10 OPER-NAME PIC X(30).
               10 OPER-PASSWORD PIC X(8).
               10 OPER-LEVEL PIC 9.

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-CAR-FILE-STATUS PIC X(2).
       01 WS-CHANGE-LOG-STATUS PIC X(2).
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

       01 WS-MAINT-ACTION PIC X(3).
       01 WS-MAINT-CAR-MODEL PIC X(15).
       01 WS-MAINT-DOC-TYPE PIC X.
       01 WS-MAINT-DOC-NUMBER PIC X(20).
       01 WS-MAINT-ISSUER PIC X(30).
       01 WS-MAINT-PREMIUM-IN PIC X(12).
       01 WS-MAINT-PREMIUM PIC 9(7)V99.
       01 WS-MAINT-EXPIRY-DATE PIC X(8).
       01 WS-OLD-EXPIRY-DATE PIC X(8).
       01 WS-ENTRY-OK-FLG PIC X.
       01 WS-DATE-WORK PIC 9(8).

       01 COMPLIANCE-CHANGE-LOG-DETAIL.
           05 CCL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-ACTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-CAR-MODEL PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 CCL-DOC-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-STATUS-TEXT PIC X(60).

       PROCEDURE DIVISION.
       100-MAINTAIN-COMPLIANCE-DOCS.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 150-VERIFY-OPERATOR-SIGNON
           OPEN I-O COMPLIANCE-DOC-MASTER
           IF WS-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-DOC-MASTER
               CLOSE COMPLIANCE-DOC-MASTER
               OPEN I-O COMPLIANCE-DOC-MASTER
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COMPDOC.IDX - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CAR-MASTER
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARMAST.IDX - STATUS: "
                       WS-CAR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND COMPLIANCE-CHANGE-LOG
           IF WS-CHANGE-LOG-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-CHANGE-LOG
           END-IF

           DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
           ACCEPT WS-MAINT-ACTION
           PERFORM UNTIL WS-MAINT-ACTION = "END"
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                       PERFORM 200-ADD-COMPLIANCE-DOC
                   WHEN "C"
                       PERFORM 300-CHANGE-COMPLIANCE-DOC
                   WHEN "D"
                       PERFORM 400-DELETE-COMPLIANCE-DOC
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
               DISPLAY "Enter action (A=Add,C=Change,D=Delete,END):"
               ACCEPT WS-MAINT-ACTION
           END-PERFORM

           CLOSE COMPLIANCE-DOC-MASTER
           CLOSE CAR-MASTER
           CLOSE COMPLIANCE-CHANGE-LOG
           STOP RUN.

       600-WRITE-STAMPED-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CCL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CCL-OPERATOR
           MOVE WS-MAINT-CAR-MODEL TO CCL-CAR-MODEL
           MOVE WS-MAINT-DOC-TYPE TO CCL-DOC-TYPE
           WRITE COMPLIANCE-CHANGE-LOG-LINE
               FROM COMPLIANCE-CHANGE-LOG-DETAIL
           DISPLAY CCL-STATUS-TEXT.

      ******************************************************************
      * Master updates need an update-level operator - the keyed id
      * and password are checked against the operator master and
      * failed sign-ons are written to the sign-on log where the
      * audit inquiry picks them up.  When the operator master has
      * not been set up yet the check is skipped so maintenance keeps
      * working during the changeover.
      ******************************************************************
       150-VERIFY-OPERATOR-SIGNON.
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
               PERFORM 160-LOG-SIGNON-FAILURE
               DISPLAY "RUN REFUSED - OPERATOR SIGNON FAILED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       160-LOG-SIGNON-FAILURE.
           OPEN EXTEND SIGNON-LOG
           IF WS-SIGNON-LOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SGN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR
           MOVE "COMPLIANCE-DOC-MAINT" TO SGN-PROGRAM
           WRITE SIGNON-LOG-LINE FROM SIGNON-LOG-DETAIL
           CLOSE SIGNON-LOG.

       200-ADD-COMPLIANCE-DOC.
           MOVE "A" TO CCL-ACTION
           PERFORM 500-ACCEPT-DOC-KEY
           IF WS-ENTRY-OK-FLG = 'Y'
               PERFORM 510-ACCEPT-DOC-DETAILS
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-CAR-MODEL TO CDM-CAR-MODEL
               MOVE WS-MAINT-DOC-TYPE TO CDM-DOC-TYPE
               MOVE WS-MAINT-DOC-NUMBER TO CDM-DOC-NUMBER
               MOVE WS-MAINT-ISSUER TO CDM-ISSUER
               MOVE WS-MAINT-PREMIUM TO CDM-PREMIUM
               MOVE WS-MAINT-EXPIRY-DATE TO CDM-EXPIRY-DATE
               WRITE COMPLIANCE-DOC-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DOCUMENT ALREADY ON MASTER"
                           TO CCL-STATUS-TEXT
                   NOT INVALID KEY
                       MOVE SPACES TO CCL-STATUS-TEXT
                       STRING "ADDED - EXPIRES " DELIMITED BY SIZE
                               WS-MAINT-EXPIRY-DATE DELIMITED BY SIZE
                           INTO CCL-STATUS-TEXT
               END-WRITE
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       300-CHANGE-COMPLIANCE-DOC.
           MOVE "C" TO CCL-ACTION
           PERFORM 500-ACCEPT-DOC-KEY
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-CAR-MODEL TO CDM-CAR-MODEL
               MOVE WS-MAINT-DOC-TYPE TO CDM-DOC-TYPE
               READ COMPLIANCE-DOC-MASTER
                   INVALID KEY
                       MOVE "REJECTED - DOCUMENT NOT ON MASTER"
                           TO CCL-STATUS-TEXT
                   NOT INVALID KEY
                       MOVE CDM-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
                       PERFORM 510-ACCEPT-DOC-DETAILS
                       IF WS-ENTRY-OK-FLG = 'Y'
                           MOVE WS-MAINT-DOC-NUMBER TO CDM-DOC-NUMBER
                           MOVE WS-MAINT-ISSUER TO CDM-ISSUER
                           MOVE WS-MAINT-PREMIUM TO CDM-PREMIUM
                           MOVE WS-MAINT-EXPIRY-DATE
                               TO CDM-EXPIRY-DATE
                           REWRITE COMPLIANCE-DOC-RECORD
                           MOVE SPACES TO CCL-STATUS-TEXT
                           STRING "CHANGED - EXPIRY WAS "
                                       DELIMITED BY SIZE
                                   WS-OLD-EXPIRY-DATE DELIMITED BY SIZE
                                   " NOW " DELIMITED BY SIZE
                                   WS-MAINT-EXPIRY-DATE
                                       DELIMITED BY SIZE
                               INTO CCL-STATUS-TEXT
                       END-IF
               END-READ
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

       400-DELETE-COMPLIANCE-DOC.
           MOVE "D" TO CCL-ACTION
           PERFORM 500-ACCEPT-DOC-KEY
           IF WS-ENTRY-OK-FLG = 'Y'
               MOVE WS-MAINT-CAR-MODEL TO CDM-CAR-MODEL
               MOVE WS-MAINT-DOC-TYPE TO CDM-DOC-TYPE
               DELETE COMPLIANCE-DOC-MASTER RECORD
                   INVALID KEY
                       MOVE "REJECTED - DOCUMENT NOT ON MASTER"
                           TO CCL-STATUS-TEXT
                   NOT INVALID KEY
                       MOVE "DELETED" TO CCL-STATUS-TEXT
               END-DELETE
           END-IF
           PERFORM 600-WRITE-STAMPED-LOG-LINE.

      ******************************************************************
      * The vehicle has to be on the CAR master for an add or change;
      * a delete is allowed for any vehicle so documents left behind
      * by a vehicle removed from the master can still be cleared.
      ******************************************************************
       500-ACCEPT-DOC-KEY.
           MOVE 'Y' TO WS-ENTRY-OK-FLG
           DISPLAY "Enter car model: "
           ACCEPT WS-MAINT-CAR-MODEL
           DISPLAY "Enter document type (I=Insurance,R=Registration,"
                   "S=Safety inspection): "
           ACCEPT WS-MAINT-DOC-TYPE
           MOVE WS-MAINT-DOC-TYPE TO CDM-DOC-TYPE
           IF NOT CDM-DOC-TYPE-VALID
               MOVE "REJECTED - DOCUMENT TYPE MUST BE I, R OR S"
                   TO CCL-STATUS-TEXT
               MOVE 'N' TO WS-ENTRY-OK-FLG
           END-IF
           IF WS-ENTRY-OK-FLG = 'Y' AND WS-MAINT-ACTION NOT = "D"
               MOVE WS-MAINT-CAR-MODEL TO CAR-MODEL-MASTER
               READ CAR-MASTER
                   INVALID KEY
                       MOVE "REJECTED - CAR MODEL NOT ON CAR MASTER"
                           TO CCL-STATUS-TEXT
                       MOVE 'N' TO WS-ENTRY-OK-FLG
               END-READ
           END-IF.

       510-ACCEPT-DOC-DETAILS.
           DISPLAY "Enter policy/plate/certificate number: "
           ACCEPT WS-MAINT-DOC-NUMBER
           DISPLAY "Enter issuer: "
           ACCEPT WS-MAINT-ISSUER
           DISPLAY "Enter premium or fee (e.g. 1250.00, blank=0): "
           ACCEPT WS-MAINT-PREMIUM-IN
           DISPLAY "Enter expiry date (YYYYMMDD): "
           ACCEPT WS-MAINT-EXPIRY-DATE

           MOVE 0 TO WS-MAINT-PREMIUM
           IF WS-MAINT-PREMIUM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MAINT-PREMIUM-IN) NOT = 0
                   MOVE "REJECTED - PREMIUM NOT NUMERIC"
                       TO CCL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               ELSE
                   COMPUTE WS-MAINT-PREMIUM
                       = FUNCTION NUMVAL(WS-MAINT-PREMIUM-IN)
               END-IF
           END-IF

           IF WS-ENTRY-OK-FLG = 'Y'
               IF WS-MAINT-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "REJECTED - EXPIRY DATE MUST BE YYYYMMDD"
                       TO CCL-STATUS-TEXT
                   MOVE 'N' TO WS-ENTRY-OK-FLG
               ELSE
                   MOVE WS-MAINT-EXPIRY-DATE TO WS-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                       MOVE "REJECTED - EXPIRY DATE IS NOT A VALID DATE"
                           TO CCL-STATUS-TEXT
                       MOVE 'N' TO WS-ENTRY-OK-FLG
                   END-IF
               END-IF
           END-IF.

       END PROGRAM COMPLIANCE-DOC-MAINT.
