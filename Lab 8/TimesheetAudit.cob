           05 TS-JOB-TYPE PIC X(3).
           05 TS-HOURS-WORKED PIC X(5).
           05 TS-SHIFT-CODE PIC X.
           05 TS-LEAVE-CODE PIC X.
               88 TS-IS-LEAVE VALUE "V" "S" "H".

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
               ADD WS-TS-HOURS TO EHT-TOTAL-HOURS(WS-EMP-SUB)
           END-IF.

      ******************************************************************
      * A leave line (vacation, sick or holiday) keyed with no job
      * type is paid at the employee's default job, so it is not a
      * mismatch.
      ******************************************************************
       220-CHECK-DEFAULT-JOB.
           MOVE TS-EMPLOYEE-ID TO EMP-ID-MASTER
           MOVE 'Y' TO WS-EMP-ON-MASTER-FLG

           IF WS-EMP-ON-MASTER-FLG = 'Y'
                   AND TS-JOB-TYPE NOT = EMP-DEFAULT-JOB
                   AND NOT (TS-IS-LEAVE AND TS-JOB-TYPE = SPACES)
               ADD 1 TO WS-JOB-MISMATCH-COUNT
               MOVE TS-EMPLOYEE-ID TO AUD-JOB-EMP-ID
               MOVE TS-JOB-TYPE TO AUD-JOB-CHARGED
