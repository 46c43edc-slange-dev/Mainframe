      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTCHCTL.
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
      * BATCH-CONTROL SUBPROGRAM.  CALLED BY EVERY BATCH PROGRAM TO   *
      * RECORD ITS START AND ITS END (WITH THE RETURN CODE) FOR THE   *
      * BUSINESS DATE ON THE SHARED CONTROL FILE, AND BY THE          *
      * DOWNSTREAM PROGRAMS TO CHECK THAT A PREDECESSOR JOB           *
      * COMPLETED FOR THE SAME DATE WITH AN ACCEPTABLE RETURN CODE.   *
      * THE FILE IS OPENED AND CLOSED ON EVERY CALL SO NO JOB HOLDS   *
      * IT FOR THE LENGTH OF ITS RUN.                                 *
      ******************************************************************
       FILE-CONTROL.
           SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CONTROL-KEY
               FILE STATUS IS WS-BATCHCTL-STAT.

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

      ******************************************************************
      *     W O R K I N G - S T O R A G E   S E C T I O N              *
      ******************************************************************
       WORKING-STORAGE SECTION.

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==BATCHCTL==.

      ******************************************************************
      *     L O C A L - S T O R A G E   S E C T I O N                  *
      ******************************************************************
       LOCAL-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-NOW-TS               PIC X(14)   VALUE SPACES.

      ******************************************************************
      *     L I N K A G E   S E C T I O N                              *
      ******************************************************************
       LINKAGE SECTION.

           COPY CPY-BCLINK.

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
      ******************************************************************
       PROCEDURE DIVISION USING BATCH-CONTROL-PARMS.

       0000-MAIN-PROCESS.
           MOVE '00' TO BCL-RESULT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           PERFORM 1000-OPEN-CONTROL-FILE
           IF BCL-RESULT-OK
               EVALUATE TRUE
                   WHEN BCL-FUNC-START
                       PERFORM 2000-RECORD-JOB-START
                   WHEN BCL-FUNC-END
                       PERFORM 3000-RECORD-JOB-END
                   WHEN BCL-FUNC-CHECK
                       PERFORM 4000-CHECK-PREDECESSOR
                   WHEN OTHER
                       MOVE '90' TO BCL-RESULT
               END-EVALUATE
               CLOSE BATCH-CONTROL
           END-IF
           GOBACK.

      * A FRESHLY DEFINED, NEVER-LOADED CONTROL CLUSTER OPENS WITH
      * STATUS 35 -- LOAD IT EMPTY THROUGH OPEN OUTPUT AND REOPEN,
      * AS THE RECONCILIATION DOES FOR A NEW TRANSHIST.
       1000-OPEN-CONTROL-FILE.
           OPEN I-O BATCH-CONTROL
           IF BATCHCTL-STATUS-NOT-CREATED
               OPEN OUTPUT BATCH-CONTROL
               CLOSE BATCH-CONTROL
               OPEN I-O BATCH-CONTROL
           END-IF
           IF NOT BATCHCTL-STATUS-OK
               MOVE WS-BATCHCTL-STAT TO BCL-RESULT
           END-IF.

      ******************************************************************
      * JOB START -- A FIRST RUN FOR THE DATE ADDS THE RECORD, A       *
      * RERUN REUSES IT: STATUS BACK TO RUNNING, END STAMP AND         *
      * RETURN CODE CLEARED, RUN COUNT BUMPED.                         *
      ******************************************************************
       2000-RECORD-JOB-START.
           MOVE BCL-BUSINESS-DATE TO BC-BUSINESS-DATE
           MOVE BCL-JOB-NAME      TO BC-JOB-NAME
           READ BATCH-CONTROL
               INVALID KEY
                   PERFORM 2100-ADD-STARTED-ENTRY
               NOT INVALID KEY
                   PERFORM 2200-RESTART-ENTRY
           END-READ
           IF NOT BATCHCTL-STATUS-OK
               MOVE WS-BATCHCTL-STAT TO BCL-RESULT
           END-IF.

       2100-ADD-STARTED-ENTRY.
           MOVE SPACES            TO BATCH-CONTROL-RECORD
           MOVE BCL-BUSINESS-DATE TO BC-BUSINESS-DATE
           MOVE BCL-JOB-NAME      TO BC-JOB-NAME
           MOVE 1                 TO BC-RUN-COUNT
           PERFORM 2300-SET-START-FIELDS
           WRITE BATCH-CONTROL-RECORD.

       2200-RESTART-ENTRY.
           IF BC-RUN-COUNT NOT NUMERIC
               MOVE ZERO TO BC-RUN-COUNT
           END-IF
           IF BC-RUN-COUNT < 999
               ADD 1 TO BC-RUN-COUNT
           END-IF
           PERFORM 2300-SET-START-FIELDS
           REWRITE BATCH-CONTROL-RECORD.

       2300-SET-START-FIELDS.
           MOVE BCL-PROGRAM-ID    TO BC-PROGRAM-ID
           SET BC-STEP-RUNNING    TO TRUE
           MOVE WS-NOW-TS         TO BC-START-TS
           MOVE SPACES            TO BC-END-TS
           MOVE ZERO              TO BC-RETURN-CODE
           MOVE BCL-OVERRIDE-SW   TO BC-OVERRIDE-SW.

      ******************************************************************
      * JOB END -- STAMPS THE END TIME AND RETURN CODE.  RC=16 MARKS   *
      * THE STEP FAILED, ANYTHING LOWER COMPLETE.  AN END WITH NO      *
      * START ON FILE (THE START COULD NOT BE RECORDED) STILL ADDS     *
      * THE RECORD SO THE NIGHT STATUS SHOWS THE OUTCOME.              *
      ******************************************************************
       3000-RECORD-JOB-END.
           MOVE BCL-BUSINESS-DATE TO BC-BUSINESS-DATE
           MOVE BCL-JOB-NAME      TO BC-JOB-NAME
           READ BATCH-CONTROL
               INVALID KEY
                   PERFORM 3100-ADD-ENDED-ENTRY
               NOT INVALID KEY
                   PERFORM 3200-END-ENTRY
           END-READ
           IF NOT BATCHCTL-STATUS-OK
               MOVE WS-BATCHCTL-STAT TO BCL-RESULT
           END-IF.

       3100-ADD-ENDED-ENTRY.
           MOVE SPACES            TO BATCH-CONTROL-RECORD
           MOVE BCL-BUSINESS-DATE TO BC-BUSINESS-DATE
           MOVE BCL-JOB-NAME      TO BC-JOB-NAME
           MOVE BCL-PROGRAM-ID    TO BC-PROGRAM-ID
           MOVE BCL-OVERRIDE-SW   TO BC-OVERRIDE-SW
           MOVE 1                 TO BC-RUN-COUNT
           PERFORM 3300-SET-END-FIELDS
           WRITE BATCH-CONTROL-RECORD.

       3200-END-ENTRY.
           PERFORM 3300-SET-END-FIELDS
           REWRITE BATCH-CONTROL-RECORD.

       3300-SET-END-FIELDS.
           MOVE WS-NOW-TS         TO BC-END-TS
           MOVE BCL-RETURN-CODE   TO BC-RETURN-CODE
           IF BCL-RETURN-CODE < 0016
               SET BC-STEP-COMPLETE TO TRUE
           ELSE
               SET BC-STEP-FAILED   TO TRUE
           END-IF.

      ******************************************************************
      * PREDECESSOR CHECK -- THE NAMED JOB MUST HAVE ENDED FOR THE     *
      * SAME BUSINESS DATE WITH A RETURN CODE NO HIGHER THAN THE       *
      * CALLER'S LIMIT.  THE CALLER DECIDES WHAT A REFUSAL MEANS       *
      * (AND WHETHER AN OPERATOR OVERRIDE LETS IT RUN ANYWAY).         *
      ******************************************************************
       4000-CHECK-PREDECESSOR.
           MOVE BCL-BUSINESS-DATE TO BC-BUSINESS-DATE
           MOVE BCL-PRED-JOB      TO BC-JOB-NAME
           MOVE ZERO              TO BCL-PRED-RC
           READ BATCH-CONTROL
               INVALID KEY
                   MOVE 'K1' TO BCL-RESULT
               NOT INVALID KEY
                   PERFORM 4100-EVALUATE-PREDECESSOR
           END-READ
           IF NOT BATCHCTL-STATUS-OK
               AND NOT BATCHCTL-STATUS-NOT-FOUND
               MOVE WS-BATCHCTL-STAT TO BCL-RESULT
           END-IF.

       4100-EVALUATE-PREDECESSOR.
           MOVE BC-RETURN-CODE TO BCL-PRED-RC
           EVALUATE TRUE
               WHEN BC-STEP-RUNNING
                   MOVE 'K2' TO BCL-RESULT
               WHEN BC-STEP-FAILED
                   MOVE 'K3' TO BCL-RESULT
               WHEN BC-RETURN-CODE > BCL-PRED-MAX-RC
                   MOVE 'K4' TO BCL-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
