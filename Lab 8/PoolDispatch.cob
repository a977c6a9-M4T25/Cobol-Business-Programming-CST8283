      ******************************************************************
      * Author: Matthew Gumienny
      * Date: 2026-10-12
      * Purpose: Daily pool vehicle dispatch sheet - lists the day's
      *          pickups (bookings starting that day) and returns
      *          (bookings ending that day) from the reservation
      *          master in time order, with the employee's name from
      *          EMPMAST.IDX and the booking purpose, so the key
      *          cabinet knows who is coming and when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOL-DISPATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-MASTER
               ASSIGN TO "RESVMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-MASTER
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "../BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT DISPATCH-RPT
               ASSIGN TO "POOLDISP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-MASTER.
       01 RESERVATION-MASTER-RECORD.
           05 RSV-KEY.
               10 RSV-CAR-MODEL PIC X(15).
               10 RSV-START-STAMP.
                   15 RSV-START-DATE PIC X(8).
                   15 RSV-START-TIME PIC X(4).
           05 RSV-END-STAMP.
               10 RSV-END-DATE PIC X(8).
               10 RSV-END-TIME PIC X(4).
           05 RSV-EMP-ID PIC X(6).
           05 RSV-PURPOSE PIC X(30).
           05 RSV-STATUS PIC X.
               88 RSV-IS-BOOKED VALUE "B".
               88 RSV-IS-CANCELLED VALUE "C".
           05 RSV-BOOKED-BY PIC X(8).

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-ID-MASTER PIC X(6).
           05 EMP-MASTER-DATA.
               10 EMP-NAME PIC X(30).
               10 EMP-DEPARTMENT PIC X(4).
               10 EMP-DEFAULT-JOB PIC X(3).
               10 EMP-STATUS PIC X.
               10 EMP-BANK-TRANSIT PIC X(8).
               10 EMP-BANK-ACCOUNT PIC X(12).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BUS-DATE PIC X(8).

       FD DISPATCH-RPT.
       01 DISPATCH-RPT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC X(2).
       01 WS-EMP-FILE-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-EMP-FILE-OPEN-FLG PIC X VALUE 'N'.
       01 WS-MASTER-EOF-FLG PIC X.
       01 WS-DISPATCH-DATE PIC X(8).
       01 WS-BUS-DATE-HOLD PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-TABLE-SUB PIC 9(4).
       01 WS-INSERT-SUB PIC 9(4).
       01 WS-SORT-TIME PIC X(4).

      ******************************************************************
      * Pickups and returns are each kept in time order as they are
      * found - an entry goes in ahead of the first later time.
      ******************************************************************
       01 WS-PICKUP-COUNT PIC 9(4) VALUE 0.
       01 PICKUP-TABLE.
           05 PICKUP-ENTRY PIC X(67) OCCURS 500 TIMES.
       01 WS-RETURN-COUNT PIC 9(4) VALUE 0.
       01 RETURN-TABLE.
           05 RETURN-ENTRY PIC X(67) OCCURS 500 TIMES.
       01 WS-NEW-MOVEMENT.
           05 NMV-TIME PIC X(4).
           05 NMV-CAR-MODEL PIC X(15).
           05 NMV-EMP-ID PIC X(6).
           05 NMV-OTHER-DATE PIC X(8).
           05 NMV-OTHER-TIME PIC X(4).
           05 NMV-PURPOSE PIC X(30).

       01 DISPATCH-RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "POOL VEHICLE DISPATCH SHEET".
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 DSP-HDR-DATE PIC X(8).

       01 DISPATCH-PICKUP-HEADER.
           05 FILLER PIC X(40) VALUE
              "PICKUPS                      RETURN DUE".

       01 DISPATCH-RETURN-HEADER.
           05 FILLER PIC X(40) VALUE
              "RETURNS                      PICKED UP".

       01 DISPATCH-RPT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-TIME PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-CAR-MODEL PIC X(15).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DSP-OTHER-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DSP-OTHER-TIME PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-EMP-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DSP-EMP-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-PURPOSE PIC X(30).

       01 DISPATCH-NONE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NONE".

       01 DISPATCH-RPT-TRAILER.
           05 FILLER PIC X(9) VALUE "PICKUPS: ".
           05 DSP-PICKUP-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  RETURNS: ".
           05 DSP-RETURN-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-DISPATCH-SHEET.
           PERFORM 105-GET-BUSINESS-DATE
           DISPLAY "Enter dispatch date (YYYYMMDD, blank=business "
                   "date): "
           ACCEPT WS-DISPATCH-DATE
           IF WS-DISPATCH-DATE = SPACES
               MOVE WS-BUS-DATE-HOLD TO WS-DISPATCH-DATE
           END-IF
           IF WS-DISPATCH-DATE IS NOT NUMERIC
               DISPLAY "DISPATCH DATE MUST BE YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DISPATCH-DATE TO WS-DATE-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
               DISPLAY "DISPATCH DATE IS NOT A VALID DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RESERVATION-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RESVMAST.IDX - STATUS: "
                       WS-MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-FILE-OPEN-FLG
           END-IF

           MOVE 'N' TO WS-MASTER-EOF-FLG
           PERFORM UNTIL WS-MASTER-EOF-FLG = 'Y'
               READ RESERVATION-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLG
                   NOT AT END
                       IF RSV-IS-BOOKED
                           PERFORM 200-COLLECT-MOVEMENTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-MASTER

           OPEN OUTPUT DISPATCH-RPT
           MOVE WS-DISPATCH-DATE TO DSP-HDR-DATE
           WRITE DISPATCH-RPT-LINE FROM DISPATCH-RPT-HEADER-1
           WRITE DISPATCH-RPT-LINE FROM SPACES

           WRITE DISPATCH-RPT-LINE FROM DISPATCH-PICKUP-HEADER
           IF WS-PICKUP-COUNT = 0
               WRITE DISPATCH-RPT-LINE FROM DISPATCH-NONE-LINE
           END-IF
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-PICKUP-COUNT
               MOVE PICKUP-ENTRY(WS-TABLE-SUB) TO WS-NEW-MOVEMENT
               PERFORM 300-WRITE-MOVEMENT-LINE
           END-PERFORM

           WRITE DISPATCH-RPT-LINE FROM SPACES
           WRITE DISPATCH-RPT-LINE FROM DISPATCH-RETURN-HEADER
           IF WS-RETURN-COUNT = 0
               WRITE DISPATCH-RPT-LINE FROM DISPATCH-NONE-LINE
           END-IF
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-RETURN-COUNT
               MOVE RETURN-ENTRY(WS-TABLE-SUB) TO WS-NEW-MOVEMENT
               PERFORM 300-WRITE-MOVEMENT-LINE
           END-PERFORM

           WRITE DISPATCH-RPT-LINE FROM SPACES
           MOVE WS-PICKUP-COUNT TO DSP-PICKUP-COUNT
           MOVE WS-RETURN-COUNT TO DSP-RETURN-COUNT
           WRITE DISPATCH-RPT-LINE FROM DISPATCH-RPT-TRAILER
           CLOSE DISPATCH-RPT
           IF WS-EMP-FILE-OPEN-FLG = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF

           DISPLAY "DISPATCH SHEET WRITTEN - PICKUPS: "
                   WS-PICKUP-COUNT " RETURNS: " WS-RETURN-COUNT
           STOP RUN.

       105-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-HOLD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BUS-DATE IS NUMERIC
                           MOVE BUS-DATE TO WS-BUS-DATE-HOLD
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       200-COLLECT-MOVEMENTS.
           IF RSV-START-DATE = WS-DISPATCH-DATE
                   AND WS-PICKUP-COUNT < 500
               MOVE RSV-START-TIME TO NMV-TIME
               MOVE RSV-END-DATE TO NMV-OTHER-DATE
               MOVE RSV-END-TIME TO NMV-OTHER-TIME
               PERFORM 210-FILL-NEW-MOVEMENT
               PERFORM 220-FIND-INSERT-POINT-PICKUP
               ADD 1 TO WS-PICKUP-COUNT
           END-IF
           IF RSV-END-DATE = WS-DISPATCH-DATE
                   AND WS-RETURN-COUNT < 500
               MOVE RSV-END-TIME TO NMV-TIME
               MOVE RSV-START-DATE TO NMV-OTHER-DATE
               MOVE RSV-START-TIME TO NMV-OTHER-TIME
               PERFORM 210-FILL-NEW-MOVEMENT
               PERFORM 230-FIND-INSERT-POINT-RETURN
               ADD 1 TO WS-RETURN-COUNT
           END-IF.

       210-FILL-NEW-MOVEMENT.
           MOVE RSV-CAR-MODEL TO NMV-CAR-MODEL
           MOVE RSV-EMP-ID TO NMV-EMP-ID
           MOVE RSV-PURPOSE TO NMV-PURPOSE.

       220-FIND-INSERT-POINT-PICKUP.
           COMPUTE WS-INSERT-SUB = WS-PICKUP-COUNT + 1
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-PICKUP-COUNT
               MOVE PICKUP-ENTRY(WS-TABLE-SUB)(1:4) TO WS-SORT-TIME
               IF WS-SORT-TIME > NMV-TIME
                   MOVE WS-TABLE-SUB TO WS-INSERT-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TABLE-SUB FROM WS-PICKUP-COUNT BY -1
                   UNTIL WS-TABLE-SUB < WS-INSERT-SUB
               MOVE PICKUP-ENTRY(WS-TABLE-SUB)
                   TO PICKUP-ENTRY(WS-TABLE-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-MOVEMENT TO PICKUP-ENTRY(WS-INSERT-SUB).

       230-FIND-INSERT-POINT-RETURN.
           COMPUTE WS-INSERT-SUB = WS-RETURN-COUNT + 1
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-RETURN-COUNT
               MOVE RETURN-ENTRY(WS-TABLE-SUB)(1:4) TO WS-SORT-TIME
               IF WS-SORT-TIME > NMV-TIME
                   MOVE WS-TABLE-SUB TO WS-INSERT-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TABLE-SUB FROM WS-RETURN-COUNT BY -1
                   UNTIL WS-TABLE-SUB < WS-INSERT-SUB
               MOVE RETURN-ENTRY(WS-TABLE-SUB)
                   TO RETURN-ENTRY(WS-TABLE-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-MOVEMENT TO RETURN-ENTRY(WS-INSERT-SUB).

       300-WRITE-MOVEMENT-LINE.
           MOVE NMV-TIME TO DSP-TIME
           MOVE NMV-CAR-MODEL TO DSP-CAR-MODEL
           MOVE NMV-OTHER-DATE TO DSP-OTHER-DATE
           MOVE NMV-OTHER-TIME TO DSP-OTHER-TIME
           MOVE NMV-EMP-ID TO DSP-EMP-ID
           MOVE NMV-PURPOSE TO DSP-PURPOSE
           MOVE SPACES TO DSP-EMP-NAME
           IF WS-EMP-FILE-OPEN-FLG = 'Y'
               MOVE NMV-EMP-ID TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "NOT ON EMPLOYEE MASTER" TO DSP-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO DSP-EMP-NAME
               END-READ
           END-IF
           WRITE DISPATCH-RPT-LINE FROM DISPATCH-RPT-DETAIL.

       END PROGRAM POOL-DISPATCH.
