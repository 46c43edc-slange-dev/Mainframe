      ******************************************************************
      *     C P Y - B T C H C T L                                      *
      ******************************************************************
      * BATCH-CONTROL RECORD (VSAM KSDS, KEY = BUSINESS DATE + JOB    *
      * NAME).  ONE RECORD PER JOB PER BUSINESS DATE, MAINTAINED BY   *
      * THE BTCHCTL SUBPROGRAM AS EACH JOB STARTS AND ENDS.  COPY     *
      * PLAIN UNDER THE FD IN EVERY PROGRAM THAT READS THE CONTROL    *
      * FILE SO ALL OF THEM AGREE ON THE LAYOUT.                      *
      *                                                               *
      * A STEP LEFT 'R' (RUNNING) AFTER THE BATCH WINDOW STARTED BUT  *
      * NEVER RECORDED ITS END -- IT ABENDED OUTSIDE PROGRAM CONTROL. *
      * A RERUN FOR THE SAME DATE REUSES THE RECORD AND BUMPS THE     *
      * RUN COUNT.                                                    *
      ******************************************************************
       01  BATCH-CONTROL-RECORD.
           05  BC-CONTROL-KEY.
               10  BC-BUSINESS-DATE    PIC 9(08).
               10  BC-JOB-NAME         PIC X(08).
           05  BC-PROGRAM-ID           PIC X(16).
           05  BC-STEP-STATUS          PIC X(01).
               88  BC-STEP-RUNNING                 VALUE 'R'.
               88  BC-STEP-COMPLETE                VALUE 'C'.
               88  BC-STEP-FAILED                  VALUE 'F'.
           05  BC-START-TS             PIC X(14).
           05  BC-END-TS               PIC X(14).
           05  BC-RETURN-CODE          PIC 9(04).
           05  BC-RUN-COUNT            PIC 9(03).
           05  BC-OVERRIDE-SW          PIC X(01).
               88  BC-RUN-OVERRIDDEN               VALUE 'Y'.
           05  FILLER                  PIC X(11).
