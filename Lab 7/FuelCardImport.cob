      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-10
      * Purpose: Fuel card transaction importer - reads the card
      *          vendor's fixed-layout daily transaction file (card
      *          number, date and time, site, product code, litres,
      *          amount and the odometer keyed at the pump), translates
      *          the card to our vehicle id through the FUELCARD.TBL
      *          cross-reference, works out the gas (litres per 100 km)
      *          and mileage (miles per gallon) values from the
      *          distance since the card's previous fill, and appends
      *          proper readings to GASREADINGS.TXT for GAS-EDIT.
      *          Every imported transaction is registered on
      *          FUELIMP.IDX so a resent file is not imported twice.
      *          Non-fuel products, unknown cards and cards on disposed
      *          vehicles go to the import exception report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-CARD-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-VENDOR-FILE
               ASSIGN TO "FUELTXN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT FUEL-CARD-XREF-FILE
               ASSIGN TO "FUELCARD.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT FUEL-PRODUCT-FILE
               ASSIGN TO "FUELPROD.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT FUEL-IMPORT-REGISTER
               ASSIGN TO "FUELIMP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIM-KEY
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT CAR-MASTER
               ASSIGN TO "../Lab 4/CARMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-MODEL-MASTER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT GAS-READING-FILE
               ASSIGN TO "GASREADINGS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READING-FILE-STATUS.

           SELECT IMPORT-EXCEPT-RPT
               ASSIGN TO "FUELIMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUEL-VENDOR-FILE.
       01 FUEL-VENDOR-RECORD.
           05 FCV-CARD-NUMBER PIC X(16).
           05 FCV-TRAN-DATE PIC X(8).
           05 FCV-TRAN-TIME PIC X(6).
           05 FCV-SITE-ID PIC X(8).
           05 FCV-PRODUCT-CODE PIC X(4).
           05 FCV-LITRES PIC X(8).
           05 FCV-AMOUNT PIC X(7).
           05 FCV-ODOMETER PIC X(7).

       FD FUEL-CARD-XREF-FILE.
       01 FUEL-CARD-XREF-RECORD.
           05 FCX-CARD-NUMBER PIC X(16).
           05 FILLER PIC X.
           05 FCX-VEHICLE-ID PIC X(15).

       FD FUEL-PRODUCT-FILE.
       01 FUEL-PRODUCT-RECORD.
           05 FPR-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X.
           05 FPR-PRODUCT-NAME PIC X(20).

      ******************************************************************
      * Import register - one record per vendor transaction taken in,
      * keyed on the vendor's own identity for the transaction (card,
      * date, time and site).  The odometer is kept so the next fill
      * on the card can be measured against it.
      ******************************************************************
       FD FUEL-IMPORT-REGISTER.
       01 FUEL-IMPORT-RECORD.
           05 FIM-KEY.
               10 FIM-CARD-NUMBER PIC X(16).
               10 FIM-TRAN-DATE PIC X(8).
               10 FIM-TRAN-TIME PIC X(6).
               10 FIM-SITE-ID PIC X(8).
           05 FIM-VEHICLE-ID PIC X(15).
           05 FIM-PRODUCT-CODE PIC X(4).
           05 FIM-LITRES PIC 9(5)V999.
           05 FIM-AMOUNT PIC 9(5)V99.
           05 FIM-ODOMETER PIC 9(7).
           05 FIM-IMPORT-STATUS PIC X.
               88 FIM-READING-WRITTEN VALUE "R".
               88 FIM-ODOMETER-BASE-ONLY VALUE "B".
           05 FIM-IMPORT-TIMESTAMP PIC X(26).

       FD CAR-MASTER.
       01 CAR-MASTER-RECORD.
           05 CAR-MODEL-MASTER PIC X(15).
           05 CAR-MASTER-DATA.
               10 ENGINE-MASTER PIC X(25).
               10 TOWING-CAPACITY-MASTER PIC 9(8).
               10 OWNER-NAME-MASTER PIC X(30).
               10 OWNER-ID-MASTER PIC X(6).
               10 CAR-STATUS-MASTER PIC X.
                   88 CAR-MASTER-IS-DISPOSED VALUES "S" "X".
               10 DISPOSAL-DATE-MASTER PIC X(8).
               10 DISPOSAL-PROCEEDS-MASTER PIC 9(7)V99.
               10 ACQUISITION-DATE-MASTER PIC X(8).
               10 ACQUISITION-COST-MASTER PIC 9(7)V99.

       FD GAS-READING-FILE.
       01 GAS-READING-RECORD.
           05 GRD-VEHICLE-ID PIC X(15).
           05 GRD-GAS-VALUE PIC 99.
           05 GRD-MILEAGE-VALUE PIC 99.
           05 GRD-LITRES PIC 9(3)V99.
           05 GRD-FUEL-COST PIC 9(4)V99.

       FD IMPORT-EXCEPT-RPT.
       01 IMPORT-EXCEPT-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-FILE-STATUS PIC X(2).
       01 WS-XREF-FILE-STATUS PIC X(2).
       01 WS-PRODUCT-FILE-STATUS PIC X(2).
       01 WS-REGISTER-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-READING-FILE-STATUS PIC X(2).
       01 WS-VENDOR-EOF-FLG PIC X.
       01 WS-TABLE-EOF-FLG PIC X.
       01 WS-REGISTER-EOF-FLG PIC X.
       01 WS-RECORD-VALID-FLG PIC X.
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-MATCHED-VEHICLE PIC X(15).
       01 WS-PRODUCT-FOUND-FLG PIC X.

       01 WS-LITRES-X PIC X(8).
       01 WS-LITRES-N REDEFINES WS-LITRES-X PIC 9(5)V999.
       01 WS-AMOUNT-X PIC X(7).
       01 WS-AMOUNT-N REDEFINES WS-AMOUNT-X PIC 9(5)V99.
       01 WS-ODOMETER-X PIC X(7).
       01 WS-ODOMETER-N REDEFINES WS-ODOMETER-X PIC 9(7).

       01 WS-PRIOR-ODOMETER PIC 9(7).
       01 WS-DISTANCE-KM PIC 9(7).
       01 WS-LITRES-PER-100 PIC 9(5)V9.
       01 WS-MILES-PER-GALLON PIC 9(5)V9.
       01 WS-GAS-VALUE PIC 99.
       01 WS-MILEAGE-VALUE PIC 99.

       01 WS-VENDOR-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-READINGS-WRITTEN-COUNT PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(5) VALUE 0.
       01 WS-BASE-ONLY-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.

       01 WS-CARD-COUNT PIC 9(4) VALUE 0.
       01 FUEL-CARD-TABLE.
           05 FUEL-CARD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CARD-COUNT.
               10 FCT-CARD-NUMBER PIC X(16).
               10 FCT-VEHICLE-ID PIC X(15).

       01 WS-PRODUCT-COUNT PIC 9(4) VALUE 0.
       01 FUEL-PRODUCT-TABLE.
           05 FUEL-PRODUCT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-PRODUCT-COUNT.
               10 FPT-PRODUCT-CODE PIC X(4).

       01 IMPORT-RPT-HEADER.
           05 FILLER PIC X(44) VALUE
              "FUEL CARD IMPORT EXCEPTION REPORT".

       01 IMPORT-RPT-DETAIL.
           05 IMP-CARD-NUMBER PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMP-TRAN-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 IMP-TRAN-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMP-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMP-VEHICLE-ID PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMP-REASON PIC X(40).

       01 IMPORT-RPT-TRAILER.
           05 FILLER PIC X(13) VALUE "VENDOR READ: ".
           05 IMP-TOTAL-READ PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  READINGS: ".
           05 IMP-TOTAL-WRITTEN PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  DUPLICATES: ".
           05 IMP-TOTAL-DUPLICATES PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  FIRST FILLS: ".
           05 IMP-TOTAL-BASE-ONLY PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  REJECTED: ".
           05 IMP-TOTAL-REJECTED PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-IMPORT-FUEL-CARD-FILE.
           PERFORM 110-LOAD-FUEL-CARD-TABLE
           IF WS-CARD-COUNT = 0
               DISPLAY "FUELCARD.TBL MISSING OR EMPTY - CANNOT RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-FUEL-PRODUCT-TABLE
           IF WS-PRODUCT-COUNT = 0
               DISPLAY "FUELPROD.TBL MISSING OR EMPTY - CANNOT RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FUEL-VENDOR-FILE
           IF WS-VENDOR-FILE-STATUS = "35"
               DISPLAY "NO FUELTXN.TXT FROM THE CARD VENDOR - "
                       "NOTHING TO IMPORT"
               STOP RUN
           END-IF
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FUELTXN.TXT - STATUS: "
                       WS-VENDOR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FUEL-IMPORT-REGISTER
           IF WS-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT FUEL-IMPORT-REGISTER
               CLOSE FUEL-IMPORT-REGISTER
               OPEN I-O FUEL-IMPORT-REGISTER
           END-IF
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FUELIMP.IDX - STATUS: "
                       WS-REGISTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CAR-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CAR MASTER - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND GAS-READING-FILE
           IF WS-READING-FILE-STATUS = "35"
               OPEN OUTPUT GAS-READING-FILE
           END-IF

           OPEN OUTPUT IMPORT-EXCEPT-RPT
           WRITE IMPORT-EXCEPT-RPT-LINE FROM IMPORT-RPT-HEADER

           MOVE 'N' TO WS-VENDOR-EOF-FLG
           PERFORM 130-READ-FUEL-VENDOR-RECORD
           PERFORM 200-IMPORT-ONE-TRANSACTION
               UNTIL WS-VENDOR-EOF-FLG = 'Y'

           WRITE IMPORT-EXCEPT-RPT-LINE FROM SPACES
           MOVE WS-VENDOR-READ-COUNT TO IMP-TOTAL-READ
           MOVE WS-READINGS-WRITTEN-COUNT TO IMP-TOTAL-WRITTEN
           MOVE WS-DUPLICATE-COUNT TO IMP-TOTAL-DUPLICATES
           MOVE WS-BASE-ONLY-COUNT TO IMP-TOTAL-BASE-ONLY
           MOVE WS-REJECT-COUNT TO IMP-TOTAL-REJECTED
           WRITE IMPORT-EXCEPT-RPT-LINE FROM IMPORT-RPT-TRAILER

           CLOSE FUEL-VENDOR-FILE
           CLOSE FUEL-IMPORT-REGISTER
           CLOSE CAR-MASTER
           CLOSE GAS-READING-FILE
           CLOSE IMPORT-EXCEPT-RPT

           DISPLAY "FUEL CARD IMPORT COMPLETE - READINGS: "
                   WS-READINGS-WRITTEN-COUNT
                   " DUPLICATES: " WS-DUPLICATE-COUNT
                   " REJECTED: " WS-REJECT-COUNT
           STOP RUN.

       110-LOAD-FUEL-CARD-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT FUEL-CARD-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ FUEL-CARD-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-CARD-COUNT < 2000
                           ADD 1 TO WS-CARD-COUNT
                           MOVE FCX-CARD-NUMBER
                               TO FCT-CARD-NUMBER(WS-CARD-COUNT)
                           MOVE FCX-VEHICLE-ID
                               TO FCT-VEHICLE-ID(WS-CARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-FILE-STATUS NOT = "35"
               CLOSE FUEL-CARD-XREF-FILE
           END-IF.

       120-LOAD-FUEL-PRODUCT-TABLE.
           MOVE 'N' TO WS-TABLE-EOF-FLG
           OPEN INPUT FUEL-PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TABLE-EOF-FLG
           END-IF
           PERFORM UNTIL WS-TABLE-EOF-FLG = 'Y'
               READ FUEL-PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-TABLE-EOF-FLG
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 50
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE FPR-PRODUCT-CODE
                               TO FPT-PRODUCT-CODE(WS-PRODUCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               CLOSE FUEL-PRODUCT-FILE
           END-IF.

       130-READ-FUEL-VENDOR-RECORD.
           READ FUEL-VENDOR-FILE
               AT END
                   MOVE 'Y' TO WS-VENDOR-EOF-FLG.

       200-IMPORT-ONE-TRANSACTION.
           ADD 1 TO WS-VENDOR-READ-COUNT
           MOVE 'Y' TO WS-RECORD-VALID-FLG
           MOVE SPACES TO IMP-REASON
           MOVE SPACES TO WS-MATCHED-VEHICLE

           PERFORM 210-CHECK-FUEL-PRODUCT
           IF WS-RECORD-VALID-FLG = 'Y'
               PERFORM 220-TRANSLATE-CARD-NUMBER
           END-IF
           IF WS-RECORD-VALID-FLG = 'Y'
               PERFORM 230-CHECK-VEHICLE-ACTIVE
           END-IF
           IF WS-RECORD-VALID-FLG = 'Y'
               PERFORM 240-CHECK-NUMERIC-FIELDS
           END-IF
           IF WS-RECORD-VALID-FLG = 'Y'
               PERFORM 250-CHECK-ALREADY-IMPORTED
           END-IF

           IF WS-RECORD-VALID-FLG = 'Y'
               PERFORM 300-BUILD-GAS-READING
           ELSE
               PERFORM 400-WRITE-IMPORT-EXCEPTION
           END-IF

           PERFORM 130-READ-FUEL-VENDOR-RECORD.

       210-CHECK-FUEL-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-FOUND-FLG
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-PRODUCT-COUNT
               IF FPT-PRODUCT-CODE(WS-TABLE-SUB) = FCV-PRODUCT-CODE
                   MOVE 'Y' TO WS-PRODUCT-FOUND-FLG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PRODUCT-FOUND-FLG = 'N'
               ADD 1 TO WS-REJECT-COUNT
               MOVE "NON-FUEL PRODUCT - NOT A GAS READING"
                   TO IMP-REASON
               MOVE 'N' TO WS-RECORD-VALID-FLG
           END-IF.

       220-TRANSLATE-CARD-NUMBER.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-CARD-COUNT
               IF FCT-CARD-NUMBER(WS-TABLE-SUB) = FCV-CARD-NUMBER
                   MOVE FCT-VEHICLE-ID(WS-TABLE-SUB)
                       TO WS-MATCHED-VEHICLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCHED-VEHICLE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "CARD NOT IN FUELCARD.TBL CROSS-REFERENCE"
                   TO IMP-REASON
               MOVE 'N' TO WS-RECORD-VALID-FLG
           END-IF.

       230-CHECK-VEHICLE-ACTIVE.
           MOVE WS-MATCHED-VEHICLE TO CAR-MODEL-MASTER
           READ CAR-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CARD VEHICLE NOT ON CAR MASTER" TO IMP-REASON
                   MOVE 'N' TO WS-RECORD-VALID-FLG
               NOT INVALID KEY
                   IF CAR-MASTER-IS-DISPOSED
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "CARD ASSIGNED TO A DISPOSED VEHICLE"
                           TO IMP-REASON
                       MOVE 'N' TO WS-RECORD-VALID-FLG
                   END-IF
           END-READ.

      ******************************************************************
      * The vendor carries litres to three decimals and the amount to
      * two; the reading holds litres 999V99 and amount 9999V99, so a
      * purchase too big for the reading is rejected rather than
      * truncated.
      ******************************************************************
       240-CHECK-NUMERIC-FIELDS.
           EVALUATE TRUE
               WHEN FCV-TRAN-DATE IS NOT NUMERIC
                   OR FCV-TRAN-TIME IS NOT NUMERIC
                   MOVE "TRANSACTION DATE/TIME NOT NUMERIC"
                       TO IMP-REASON
                   MOVE 'N' TO WS-RECORD-VALID-FLG
               WHEN FCV-LITRES IS NOT NUMERIC
                   MOVE "LITRES NOT NUMERIC" TO IMP-REASON
                   MOVE 'N' TO WS-RECORD-VALID-FLG
               WHEN FCV-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO IMP-REASON
                   MOVE 'N' TO WS-RECORD-VALID-FLG
               WHEN OTHER
                   MOVE FCV-LITRES TO WS-LITRES-X
                   MOVE FCV-AMOUNT TO WS-AMOUNT-X
                   IF WS-LITRES-N > 999.99 OR WS-AMOUNT-N > 9999.99
                       MOVE "PURCHASE TOO LARGE FOR A GAS READING"
                           TO IMP-REASON
                       MOVE 'N' TO WS-RECORD-VALID-FLG
                   END-IF
           END-EVALUATE
           IF FCV-ODOMETER IS NUMERIC
               MOVE FCV-ODOMETER TO WS-ODOMETER-X
           ELSE
               MOVE 0 TO WS-ODOMETER-N
           END-IF
           IF WS-RECORD-VALID-FLG = 'N'
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       250-CHECK-ALREADY-IMPORTED.
           MOVE FCV-CARD-NUMBER TO FIM-CARD-NUMBER
           MOVE FCV-TRAN-DATE TO FIM-TRAN-DATE
           MOVE FCV-TRAN-TIME TO FIM-TRAN-TIME
           MOVE FCV-SITE-ID TO FIM-SITE-ID
           READ FUEL-IMPORT-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "DUPLICATE - ALREADY IMPORTED" TO IMP-REASON
                   MOVE 'N' TO WS-RECORD-VALID-FLG
           END-READ.

      ******************************************************************
      * Gas and mileage values are measured over the distance since
      * the card's last fill on the register.  The first fill on a
      * card, or a fill without a usable odometer, only sets the base
      * for the next one - it is registered but no reading is built.
      ******************************************************************
       300-BUILD-GAS-READING.
           PERFORM 310-FIND-PRIOR-ODOMETER
           MOVE 0 TO WS-DISTANCE-KM
           IF WS-ODOMETER-N > WS-PRIOR-ODOMETER
                   AND WS-PRIOR-ODOMETER > 0
               COMPUTE WS-DISTANCE-KM
                   = WS-ODOMETER-N - WS-PRIOR-ODOMETER
           END-IF

           MOVE FCV-CARD-NUMBER TO FIM-CARD-NUMBER
           MOVE FCV-TRAN-DATE TO FIM-TRAN-DATE
           MOVE FCV-TRAN-TIME TO FIM-TRAN-TIME
           MOVE FCV-SITE-ID TO FIM-SITE-ID
           MOVE WS-MATCHED-VEHICLE TO FIM-VEHICLE-ID
           MOVE FCV-PRODUCT-CODE TO FIM-PRODUCT-CODE
           MOVE WS-LITRES-N TO FIM-LITRES
           MOVE WS-AMOUNT-N TO FIM-AMOUNT
           MOVE WS-ODOMETER-N TO FIM-ODOMETER
           MOVE FUNCTION CURRENT-DATE TO FIM-IMPORT-TIMESTAMP

           IF WS-DISTANCE-KM = 0 OR WS-LITRES-N = 0
               MOVE "B" TO FIM-IMPORT-STATUS
               ADD 1 TO WS-BASE-ONLY-COUNT
               MOVE "FIRST FILL OR NO ODOMETER - BASE ONLY"
                   TO IMP-REASON
               PERFORM 400-WRITE-IMPORT-EXCEPTION
           ELSE
               MOVE "R" TO FIM-IMPORT-STATUS
               PERFORM 320-COMPUTE-RATING-VALUES
               MOVE WS-MATCHED-VEHICLE TO GRD-VEHICLE-ID
               MOVE WS-GAS-VALUE TO GRD-GAS-VALUE
               MOVE WS-MILEAGE-VALUE TO GRD-MILEAGE-VALUE
               COMPUTE GRD-LITRES ROUNDED = WS-LITRES-N
               MOVE WS-AMOUNT-N TO GRD-FUEL-COST
               WRITE GAS-READING-RECORD
               ADD 1 TO WS-READINGS-WRITTEN-COUNT
           END-IF

           WRITE FUEL-IMPORT-RECORD
               INVALID KEY
                   DISPLAY "REGISTER WRITE FAILED FOR CARD "
                           FCV-CARD-NUMBER " - STATUS: "
                           WS-REGISTER-FILE-STATUS
           END-WRITE.

       310-FIND-PRIOR-ODOMETER.
           MOVE 0 TO WS-PRIOR-ODOMETER
           MOVE FCV-CARD-NUMBER TO FIM-CARD-NUMBER
           MOVE LOW-VALUES TO FIM-TRAN-DATE
           MOVE LOW-VALUES TO FIM-TRAN-TIME
           MOVE LOW-VALUES TO FIM-SITE-ID
           MOVE 'N' TO WS-REGISTER-EOF-FLG
           START FUEL-IMPORT-REGISTER KEY IS NOT LESS THAN FIM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF-FLG
           END-START
           PERFORM UNTIL WS-REGISTER-EOF-FLG = 'Y'
               READ FUEL-IMPORT-REGISTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF-FLG
               END-READ
               IF WS-REGISTER-EOF-FLG NOT = 'Y'
                   IF FIM-CARD-NUMBER NOT = FCV-CARD-NUMBER
                       MOVE 'Y' TO WS-REGISTER-EOF-FLG
                   ELSE
                       IF FIM-TRAN-DATE > FCV-TRAN-DATE
                               OR (FIM-TRAN-DATE = FCV-TRAN-DATE
                               AND FIM-TRAN-TIME > FCV-TRAN-TIME)
                           MOVE 'Y' TO WS-REGISTER-EOF-FLG
                       ELSE
                           IF FIM-ODOMETER > 0
                               MOVE FIM-ODOMETER TO WS-PRIOR-ODOMETER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Gas value is litres per 100 km and mileage value is miles per
      * US gallon, both rounded and held to the two digits the rating
      * tables cover.
      ******************************************************************
       320-COMPUTE-RATING-VALUES.
           COMPUTE WS-LITRES-PER-100 ROUNDED
               = WS-LITRES-N * 100 / WS-DISTANCE-KM
           COMPUTE WS-MILES-PER-GALLON ROUNDED
               = (WS-DISTANCE-KM * 0.621371)
               / (WS-LITRES-N * 0.264172)
           IF WS-LITRES-PER-100 > 99
               MOVE 99 TO WS-GAS-VALUE
           ELSE
               COMPUTE WS-GAS-VALUE ROUNDED = WS-LITRES-PER-100
           END-IF
           IF WS-MILES-PER-GALLON > 99
               MOVE 99 TO WS-MILEAGE-VALUE
           ELSE
               COMPUTE WS-MILEAGE-VALUE ROUNDED = WS-MILES-PER-GALLON
           END-IF.

       400-WRITE-IMPORT-EXCEPTION.
           MOVE FCV-CARD-NUMBER TO IMP-CARD-NUMBER
           MOVE FCV-TRAN-DATE TO IMP-TRAN-DATE
           MOVE FCV-TRAN-TIME TO IMP-TRAN-TIME
           MOVE FCV-PRODUCT-CODE TO IMP-PRODUCT-CODE
           MOVE WS-MATCHED-VEHICLE TO IMP-VEHICLE-ID
           WRITE IMPORT-EXCEPT-RPT-LINE FROM IMPORT-RPT-DETAIL.

       END PROGRAM FUEL-CARD-IMPORT.
