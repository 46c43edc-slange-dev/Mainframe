      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTCHSTAT.
       AUTHOR. SLANGE-DEV.
       INSTALLATION. 01-JUL-2024.
       DATE-WRITTEN. 15-OCT-2026.
       DATE-COMPILED. 15-OCT-2026.
       SECURITY. NORMAL.

      ******************************************************************
      *     E N V I R O N M E N T   D I V I S I O N                    *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *     C O N F I G U R A T I O N   S E C T I O N                  *
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      *     I N P U T - O U T P U T   S E C T I O N                    *
      ******************************************************************
       INPUT-OUTPUT SECTION.

      ******************************************************************
      *     F I L E    C O N T R O L                                   *
      ******************************************************************
      * NIGHT STATUS REPORT.  ONE PAGE PER BUSINESS DATE SHOWING      *
      * EVERY JOB ON THE NIGHTLY SCHEDULE (NIGHTJOB PARAMETERS) AS    *
      * DONE, FAILED OR OUTSTANDING FROM THE SHARED BATCH-CONTROL     *
      * FILE, FOLLOWED BY ANY OTHER JOB THAT RECORDED A RUN FOR THE   *
      * SAME DATE (CATCH-UP, RECOVERY, ON-DEMAND AND MONTH-END JOBS). *
      ******************************************************************
       FILE-CONTROL.
           SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CONTROL-KEY
               FILE STATUS IS WS-BATCHCTL-STAT.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT STATUS-REPORT ASSIGN TO STATRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STAT.

           SELECT ERROR-LOG ASSIGN TO ERRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STAT.

      ******************************************************************
      *     D A T A   D I V I S I O N                                  *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *     F I L E   S E C T I O N                                    *
      ******************************************************************
       FILE SECTION.

       FD  BATCH-CONTROL
           LABEL RECORDS ARE STANDARD.

           COPY CPY-BTCHCTL.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PRM-KEYWORD             PIC X(10).
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

       FD  STATUS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  STATUS-LINE                 PIC X(132).

       FD  ERROR-LOG
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-RECORD.
           05  ERL-FILE-ID             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  ERL-OPERATION           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  ERL-STATUS              PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  ERL-MESSAGE             PIC X(40).

      ******************************************************************
      *     W O R K I N G - S T O R A G E   S E C T I O N              *
      ******************************************************************
       WORKING-STORAGE SECTION.

           COPY CPY-RUNDATE.

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==BATCHCTL==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==STATRPT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

       01  WS-ACCEPT-DATE-PARM         PIC X(08)    VALUE SPACES.

      ******************************************************************
      *     P R I N T   L I N E   L A Y O U T S                        *
      ******************************************************************
       01  PL-PAGE-HEADER.
           05  FILLER                  PIC X(34)
               VALUE 'SLNG NIGHT STATUS REPORT          '.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  PH-RUN-DD               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC X(74)   VALUE SPACES.

       01  PL-COLUMN-HEADER.
           05  FILLER                  PIC X(23)
               VALUE 'JOB       STEP         '.
           05  FILLER                  PIC X(18)
               VALUE 'PROGRAM           '.
           05  FILLER                  PIC X(13)
               VALUE 'STATUS       '.
           05  FILLER                  PIC X(32)
               VALUE 'START TIME      END TIME        '.
           05  FILLER                  PIC X(16)
               VALUE 'RC    RUNS  OVR '.
           05  FILLER                  PIC X(30)   VALUE SPACES.

       01  PL-STATUS-DETAIL.
           05  SD-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-STEP-DESC            PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-PROGRAM-ID           PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-STATUS               PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-START-TS             PIC X(14).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-END-TS               PIC X(14).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-RETURN-CODE          PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SD-RUN-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  SD-OVERRIDE             PIC X(03).
           05  FILLER                  PIC X(31)   VALUE SPACES.

       01  PL-SUMMARY-LINE.
           05  SM-LABEL                PIC X(36).
           05  SM-VALUE                PIC Z(9)9.
           05  FILLER                  PIC X(86)   VALUE SPACES.

       01  PL-RULE-LINE.
           05  FILLER                  PIC X(101)  VALUE ALL '-'.
           05  FILLER                  PIC X(31)   VALUE SPACES.

       01  PL-TITLE-LINE.
           05  TL-TITLE                PIC X(60).
           05  FILLER                  PIC X(72)   VALUE SPACES.

      ******************************************************************
      *     L O C A L - S T O R A G E   S E C T I O N                  *
      ******************************************************************
       LOCAL-STORAGE SECTION.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
           05  WS-CHECK-STATUS         PIC X(02)   VALUE '00'.
               88  WS-CHECK-FORCED-ABEND
                   VALUE 'P1' 'P2' 'P4'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF                     VALUE 'Y'.

       01  WS-CONTROL-FIELDS.
           05  WS-CONTROL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  WS-CONTROL-EOF                  VALUE 'Y'.
           05  WS-CONTROL-OPEN-SW      PIC X(01)   VALUE 'N'.
               88  WS-CONTROL-OPEN                 VALUE 'Y'.
           05  WS-SCHEDULED-SW         PIC X(01)   VALUE 'N'.
               88  WS-JOB-SCHEDULED                VALUE 'Y'.

       01  WS-STATUS-TOTALS.
           05  WS-DONE-COUNT           PIC 9(05)   VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(05)   VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-OTHER-COUNT          PIC 9(05)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

      * THE NIGHTLY SCHEDULE, IN PARAMETER-FILE ORDER, EACH ENTRY
      * FILLED FROM THE JOB'S CONTROL RECORD FOR THE DATE (IF ANY).
       01  WS-NIGHT-JOB-TABLE.
           05  WS-NJ-MAX               PIC 9(02)   VALUE 20.
           05  WS-NJ-COUNT             PIC 9(02)   VALUE ZERO.
           05  WS-NJ-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-NJ-COUNT
                   INDEXED BY NJ-IDX.
               10  WS-NJ-JOB-NAME      PIC X(08).
               10  WS-NJ-STEP-DESC     PIC X(11).
               10  WS-NJ-FOUND-SW      PIC X(01).
                   88  WS-NJ-FOUND                 VALUE 'Y'.
               10  WS-NJ-PROGRAM-ID    PIC X(16).
               10  WS-NJ-STEP-STATUS   PIC X(01).
               10  WS-NJ-START-TS      PIC X(14).
               10  WS-NJ-END-TS        PIC X(14).
               10  WS-NJ-RETURN-CODE   PIC 9(04).
               10  WS-NJ-RUN-COUNT     PIC 9(03).
               10  WS-NJ-OVERRIDE-SW   PIC X(01).

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 0100-ACCEPT-RUN-DATE
           OPEN OUTPUT ERROR-LOG
           IF NOT ERRLOG-STATUS-OK
               MOVE 'N' TO WS-ERRLOG-AVAILABLE-SW
               DISPLAY 'ERROR-LOG OPEN FAILED, FILE STATUS='
                   WS-ERRLOG-STAT
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1300-LOAD-PARAMETERS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-COLLECT-NIGHT-STATUS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-PRINT-NIGHT-STATUS
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-OUTSTANDING-COUNT NOT = ZERO
               MOVE 0004 TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT NOT = ZERO
               MOVE 0008 TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-ABORT-REQUESTED
               MOVE 0016 TO WS-FINAL-RETURN-CODE
           END-IF
           CLOSE ERROR-LOG
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-ACCEPT-RUN-DATE.
           ACCEPT WS-ACCEPT-DATE-PARM FROM SYSIN
           IF WS-ACCEPT-DATE-PARM IS NUMERIC
               AND WS-ACCEPT-DATE-PARM NOT = ZERO
               MOVE WS-ACCEPT-DATE-PARM TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
      * NIGHTLY SCHEDULE -- ONE NIGHTJOB ENTRY PER JOB EXPECTED EVERY  *
      * BUSINESS NIGHT: JOB NAME IN VALUE COLUMNS 1-8, A SHORT STEP    *
      * DESCRIPTION IN COLUMNS 10-20.                                  *
      ******************************************************************
       1300-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-PARM-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'N' TO WS-PARM-EOF-SW
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1310-READ-PARM-FILE
               PERFORM 1320-APPLY-PARM
                   UNTIL WS-PARM-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           CLOSE PARM-FILE
           IF NOT WS-ABORT-REQUESTED
               AND WS-NJ-COUNT = ZERO
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1310-READ-PARM-FILE.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ
           IF NOT PARM-STATUS-OK AND NOT PARM-STATUS-EOF
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-PARM-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1320-APPLY-PARM.
           EVALUATE PRM-KEYWORD
               WHEN 'NIGHTJOB'
                   PERFORM 1330-ADD-NIGHT-JOB
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   IF PRM-KEYWORD(1:1) = '*'
                       CONTINUE
                   ELSE
                       MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
                       MOVE 'EDIT'       TO WS-CHECK-OPERATION
                       MOVE 'P1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
           END-EVALUATE
           PERFORM 1310-READ-PARM-FILE.

       1330-ADD-NIGHT-JOB.
           IF WS-NJ-COUNT < WS-NJ-MAX
               ADD 1 TO WS-NJ-COUNT
               SET NJ-IDX TO WS-NJ-COUNT
               MOVE PRM-VALUE(1:8)  TO WS-NJ-JOB-NAME (NJ-IDX)
               MOVE PRM-VALUE(10:11) TO WS-NJ-STEP-DESC (NJ-IDX)
               MOVE 'N'             TO WS-NJ-FOUND-SW (NJ-IDX)
           ELSE
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P4'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * PASS 1 -- BROWSE THE DATE'S CONTROL RECORDS AND FILL IN THE    *
      * SCHEDULED JOBS; ANYTHING ELSE THAT RAN IS ONLY COUNTED HERE    *
      * AND LISTED BY THE SECOND PASS.  A CONTROL FILE NEVER YET       *
      * LOADED SIMPLY HAS NOTHING ON IT -- EVERY JOB IS OUTSTANDING.   *
      ******************************************************************
       2000-COLLECT-NIGHT-STATUS.
           PERFORM 2100-START-DATE-BROWSE
           PERFORM 2200-COLLECT-CONTROL-RECORD
               UNTIL WS-CONTROL-EOF
               OR WS-ABORT-REQUESTED
           IF WS-CONTROL-OPEN
               CLOSE BATCH-CONTROL
               MOVE 'N' TO WS-CONTROL-OPEN-SW
           END-IF.

       2100-START-DATE-BROWSE.
           MOVE 'N' TO WS-CONTROL-EOF-SW
           OPEN INPUT BATCH-CONTROL
           IF BATCHCTL-STATUS-NOT-CREATED
               MOVE 'Y' TO WS-CONTROL-EOF-SW
           ELSE
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'OPEN'       TO WS-CHECK-OPERATION
               MOVE WS-BATCHCTL-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               IF WS-ABORT-REQUESTED
                   MOVE 'Y' TO WS-CONTROL-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-CONTROL-OPEN-SW
                   MOVE WS-RUN-DATE TO BC-BUSINESS-DATE
                   MOVE LOW-VALUES  TO BC-JOB-NAME
                   START BATCH-CONTROL
                       KEY IS NOT < BC-CONTROL-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-CONTROL-EOF-SW
                   END-START
               END-IF
           END-IF.

       2110-READ-CONTROL-NEXT.
           READ BATCH-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SW
               NOT AT END
                   IF BC-BUSINESS-DATE NOT = WS-RUN-DATE
                       MOVE 'Y' TO WS-CONTROL-EOF-SW
                   END-IF
           END-READ
           IF NOT BATCHCTL-STATUS-OK
               AND NOT BATCHCTL-STATUS-EOF
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'READNEXT'   TO WS-CHECK-OPERATION
               MOVE WS-BATCHCTL-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2200-COLLECT-CONTROL-RECORD.
           PERFORM 2110-READ-CONTROL-NEXT
           IF NOT WS-CONTROL-EOF
               PERFORM 2300-FIND-SCHEDULED-JOB
               IF WS-JOB-SCHEDULED
                   MOVE 'Y'            TO WS-NJ-FOUND-SW (NJ-IDX)
                   MOVE BC-PROGRAM-ID  TO WS-NJ-PROGRAM-ID (NJ-IDX)
                   MOVE BC-STEP-STATUS TO WS-NJ-STEP-STATUS (NJ-IDX)
                   MOVE BC-START-TS    TO WS-NJ-START-TS (NJ-IDX)
                   MOVE BC-END-TS      TO WS-NJ-END-TS (NJ-IDX)
                   MOVE BC-RETURN-CODE TO WS-NJ-RETURN-CODE (NJ-IDX)
                   MOVE BC-RUN-COUNT   TO WS-NJ-RUN-COUNT (NJ-IDX)
                   MOVE BC-OVERRIDE-SW TO WS-NJ-OVERRIDE-SW (NJ-IDX)
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
               END-IF
           END-IF.

       2300-FIND-SCHEDULED-JOB.
           MOVE 'N' TO WS-SCHEDULED-SW
           SET NJ-IDX TO 1
           SEARCH WS-NJ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NJ-JOB-NAME (NJ-IDX) = BC-JOB-NAME
                   SET WS-JOB-SCHEDULED TO TRUE
           END-SEARCH.

      ******************************************************************
      * THE PAGE -- THE SCHEDULE IN ORDER, THEN THE OTHER JOBS THAT    *
      * RAN FOR THE DATE (PASS 2 OVER THE CONTROL FILE), THEN THE      *
      * COUNTS.  A STEP THAT STARTED BUT NEVER RECORDED ITS END IS     *
      * COUNTED AS FAILED: IT IS STILL RUNNING OR IT ABENDED OUTSIDE   *
      * PROGRAM CONTROL, AND EITHER WAY ITS OUTPUT CANNOT BE TRUSTED.  *
      ******************************************************************
       3000-PRINT-NIGHT-STATUS.
           OPEN OUTPUT STATUS-REPORT
           MOVE 'STATRPT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-STATRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE WS-RUN-DATE-DD   TO PH-RUN-DD
           MOVE WS-RUN-DATE-MM   TO PH-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO PH-RUN-CCYY
           MOVE PL-PAGE-HEADER TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE PL-COLUMN-HEADER TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE PL-RULE-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           PERFORM 3100-PRINT-SCHEDULED-JOB
               VARYING NJ-IDX FROM 1 BY 1
               UNTIL NJ-IDX > WS-NJ-COUNT
               OR WS-ABORT-REQUESTED
           IF WS-OTHER-COUNT NOT = ZERO
               AND NOT WS-ABORT-REQUESTED
               PERFORM 3200-PRINT-OTHER-JOBS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3300-PRINT-SUMMARY
           END-IF
           CLOSE STATUS-REPORT.

       3100-PRINT-SCHEDULED-JOB.
           MOVE SPACES TO PL-STATUS-DETAIL
           MOVE WS-NJ-JOB-NAME (NJ-IDX)  TO SD-JOB-NAME
           MOVE WS-NJ-STEP-DESC (NJ-IDX) TO SD-STEP-DESC
           IF WS-NJ-FOUND (NJ-IDX)
               MOVE WS-NJ-PROGRAM-ID (NJ-IDX) TO SD-PROGRAM-ID
               MOVE WS-NJ-START-TS (NJ-IDX)   TO SD-START-TS
               MOVE WS-NJ-END-TS (NJ-IDX)     TO SD-END-TS
               MOVE WS-NJ-RUN-COUNT (NJ-IDX)  TO SD-RUN-COUNT
               IF WS-NJ-OVERRIDE-SW (NJ-IDX) = 'Y'
                   MOVE 'YES' TO SD-OVERRIDE
               END-IF
               EVALUATE WS-NJ-STEP-STATUS (NJ-IDX)
                   WHEN 'C'
                       MOVE 'DONE'      TO SD-STATUS
                       MOVE WS-NJ-RETURN-CODE (NJ-IDX)
                           TO SD-RETURN-CODE
                       ADD 1 TO WS-DONE-COUNT
                   WHEN 'F'
                       MOVE 'FAILED'    TO SD-STATUS
                       MOVE WS-NJ-RETURN-CODE (NJ-IDX)
                           TO SD-RETURN-CODE
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN OTHER
                       MOVE 'NOT ENDED' TO SD-STATUS
                       ADD 1 TO WS-FAILED-COUNT
               END-EVALUATE
           ELSE
               MOVE 'OUTSTANDING' TO SD-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE PL-STATUS-DETAIL TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE.

       3200-PRINT-OTHER-JOBS.
           MOVE SPACES TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE 'OTHER JOBS RUN FOR THE BUSINESS DATE' TO TL-TITLE
           MOVE PL-TITLE-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           PERFORM 2100-START-DATE-BROWSE
           PERFORM 3210-PRINT-OTHER-JOB
               UNTIL WS-CONTROL-EOF
               OR WS-ABORT-REQUESTED
           IF WS-CONTROL-OPEN
               CLOSE BATCH-CONTROL
               MOVE 'N' TO WS-CONTROL-OPEN-SW
           END-IF.

       3210-PRINT-OTHER-JOB.
           PERFORM 2110-READ-CONTROL-NEXT
           IF NOT WS-CONTROL-EOF
               PERFORM 2300-FIND-SCHEDULED-JOB
               IF NOT WS-JOB-SCHEDULED
                   MOVE SPACES         TO PL-STATUS-DETAIL
                   MOVE BC-JOB-NAME    TO SD-JOB-NAME
                   MOVE BC-PROGRAM-ID  TO SD-PROGRAM-ID
                   MOVE BC-START-TS    TO SD-START-TS
                   MOVE BC-END-TS      TO SD-END-TS
                   MOVE BC-RUN-COUNT   TO SD-RUN-COUNT
                   IF BC-RUN-OVERRIDDEN
                       MOVE 'YES' TO SD-OVERRIDE
                   END-IF
                   EVALUATE TRUE
                       WHEN BC-STEP-COMPLETE
                           MOVE 'DONE'      TO SD-STATUS
                           MOVE BC-RETURN-CODE TO SD-RETURN-CODE
                       WHEN BC-STEP-FAILED
                           MOVE 'FAILED'    TO SD-STATUS
                           MOVE BC-RETURN-CODE TO SD-RETURN-CODE
                       WHEN OTHER
                           MOVE 'NOT ENDED' TO SD-STATUS
                   END-EVALUATE
                   MOVE PL-STATUS-DETAIL TO STATUS-LINE
                   PERFORM 7000-WRITE-STATUS-LINE
               END-IF
           END-IF.

       3300-PRINT-SUMMARY.
           MOVE PL-RULE-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE 'SCHEDULED JOBS                      '
               TO SM-LABEL
           MOVE WS-NJ-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE 'DONE                                '
               TO SM-LABEL
           MOVE WS-DONE-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE 'FAILED OR NOT ENDED                 '
               TO SM-LABEL
           MOVE WS-FAILED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE 'OUTSTANDING                         '
               TO SM-LABEL
           MOVE WS-OUTSTANDING-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE
           MOVE 'OTHER JOBS RUN FOR THE DATE         '
               TO SM-LABEL
           MOVE WS-OTHER-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO STATUS-LINE
           PERFORM 7000-WRITE-STATUS-LINE.

       7000-WRITE-STATUS-LINE.
           WRITE STATUS-LINE
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT STATRPT-STATUS-OK
               MOVE 'STATRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-STATRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       8000-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = '00'
               MOVE WS-CHECK-FILE-ID    TO ERL-FILE-ID
               MOVE WS-CHECK-OPERATION  TO ERL-OPERATION
               MOVE WS-CHECK-STATUS     TO ERL-STATUS
               EVALUATE WS-CHECK-STATUS
                   WHEN '10'
                       MOVE 'END OF FILE REACHED'
                           TO ERL-MESSAGE
                   WHEN '30' THRU '39'
                       MOVE 'PERMANENT I/O ERROR ON DEVICE'
                           TO ERL-MESSAGE
                   WHEN '40' THRU '49'
                       MOVE 'FILE ATTRIBUTE OR OPEN MODE CONFLICT'
                           TO ERL-MESSAGE
                   WHEN '90' THRU '99'
                       MOVE 'LOGIC ERROR - INVALID FILE REQUEST'
                           TO ERL-MESSAGE
                   WHEN 'P1'
                       MOVE 'UNRECOGNIZED PARAMETER KEYWORD'
                           TO ERL-MESSAGE
                   WHEN 'P2'
                       MOVE 'REQUIRED PARAMETER MISSING'
                           TO ERL-MESSAGE
                   WHEN 'P4'
                       MOVE 'NIGHT JOB TABLE FULL'
                           TO ERL-MESSAGE
                   WHEN OTHER
                       MOVE 'UNRECOGNIZED FILE STATUS CODE'
                           TO ERL-MESSAGE
               END-EVALUATE
               IF WS-ERRLOG-AVAILABLE
                   WRITE ERROR-LOG-RECORD
                   IF NOT ERRLOG-STATUS-OK
                       MOVE 'N' TO WS-ERRLOG-AVAILABLE-SW
                       DISPLAY 'ERROR-LOG WRITE FAILED, FILE STATUS='
                           WS-ERRLOG-STAT
                   END-IF
               ELSE
                   DISPLAY WS-CHECK-FILE-ID ' ' WS-CHECK-OPERATION
                       ' STATUS ' WS-CHECK-STATUS ' ' ERL-MESSAGE
               END-IF
      * ONLY REAL FILE STATUSES (FIRST BYTE A DIGIT) USE THE 30-AND-
      * ABOVE RULE; LETTER-PREFIXED CODES ABEND ONLY WHEN LISTED IN
      * THE FORCED-ABEND CONDITION, SO WARNING CODES PASS THROUGH.
               IF (WS-CHECK-STATUS(1:1) IS NUMERIC
                   AND WS-CHECK-STATUS NOT < '30')
                   OR WS-CHECK-FORCED-ABEND
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF.
