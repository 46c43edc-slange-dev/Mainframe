      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTHLOAD.
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
      * LONG-TERM POSTING HISTORY LOAD.  EVERY LINE OF THE NIGHT'S    *
      * POSTING JOURNAL IS ADDED TO THE KEYED POSTING HISTORY UNDER   *
      * CUSTOMER, TRANSACTION DATE, RUN DATE AND ITS POSITION IN THE  *
      * JOURNAL, WITH ITS TYPE, AMOUNT, PRIOR AND NEW BALANCE AND     *
      * CURRENCY DETAIL.  THE HISTORY IS BROWSED BY THE RESEARCH      *
      * REPORT (PSTHRSCH) AND AGED OUT BY THE RETENTION STEP          *
      * (PSTHPURG).  A JOURNAL LOADED A SECOND TIME FINDS ITS LINES   *
      * ALREADY ON FILE AND ADDS NOTHING.                             *
      ******************************************************************
       FILE-CONTROL.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STAT.

           SELECT POSTING-HISTORY ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-POSTHIST-STAT.

           SELECT ERROR-LOG ASSIGN TO ERRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STAT.

           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STAT.

      ******************************************************************
      *     D A T A   D I V I S I O N                                  *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *     F I L E   S E C T I O N                                    *
      ******************************************************************
       FILE SECTION.

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.

           COPY CPY-PJRNL.

       FD  POSTING-HISTORY
           LABEL RECORDS ARE STANDARD.

           COPY CPY-PSTHIST.

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

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-RECORD.
           05  RLG-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RLG-START-TS            PIC X(14).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RLG-END-TS              PIC X(14).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RLG-RECORDS-READ        PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RLG-RECORDS-WRITTEN     PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RLG-RETURN-CODE         PIC 9(04).

      ******************************************************************
      *     W O R K I N G - S T O R A G E   S E C T I O N              *
      ******************************************************************
       WORKING-STORAGE SECTION.

           COPY CPY-RUNDATE.

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==POSTJRNL==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==POSTHIST==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

      * SYSIN CARD -- BUSINESS DATE IN COLUMNS 1-8 (BLANK FOR TODAY),
      * OVERRIDE IN COLUMNS 10-17 TO RUN PAST A PREDECESSOR REFUSAL,
      * DISP IN COLUMNS 19-22 WHEN POSTJRNL NAMES A JOURNAL WRITTEN BY
      * THE SUSPENSE DISPOSITION RATHER THAN THE NIGHT'S.
       01  WS-ACCEPT-CARD.
           05  WS-ACCEPT-DATE-PARM     PIC X(08)    VALUE SPACES.
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  WS-ACCEPT-OVERRIDE      PIC X(08)    VALUE SPACES.
               88  WS-OPERATOR-OVERRIDE             VALUE 'OVERRIDE'.
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  WS-ACCEPT-SOURCE-PARM   PIC X(04)    VALUE SPACES.
               88  WS-DISPOSITION-LOAD              VALUE 'DISP'.
           05  FILLER                  PIC X(58)    VALUE SPACES.

      ******************************************************************
      *     L O C A L - S T O R A G E   S E C T I O N                  *
      ******************************************************************
       LOCAL-STORAGE SECTION.

       01  WS-RUNLOG-FIELDS.
           05  WS-RUN-START-TS         PIC X(14)   VALUE SPACES.
           05  WS-RUN-END-TS           PIC X(14)   VALUE SPACES.
           05  WS-RECORDS-READ-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
           05  WS-CHECK-STATUS         PIC X(02)   VALUE '00'.
               88  WS-CHECK-FORCED-ABEND
                   VALUE 'H3'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-LOAD-FLAGS.
           05  WS-JRNL-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-JRNL-EOF                     VALUE 'Y'.
           05  WS-JRNL-SOURCE          PIC X(01)   VALUE 'N'.
           05  WS-JRNL-SEQ             PIC 9(07)   VALUE ZERO.

      * A KEY ALREADY ON FILE IS COMPARED FIELD FOR FIELD WITH THE
      * LINE BEING LOADED (THE LOAD DATE ASIDE) -- THE SAME POSTING
      * MEANS THE JOURNAL WAS LOADED BEFORE, ANYTHING ELSE IS A
      * CLASH THAT KEEPS THE FIRST POSTING AND REPORTS THE SECOND.
       01  WS-HISTORY-IMAGES.
           05  WS-NEW-HIST-IMAGE       PIC X(120)  VALUE SPACES.
           05  WS-NEW-HIST-PARTS REDEFINES WS-NEW-HIST-IMAGE.
               10  FILLER              PIC X(97).
               10  WS-NEW-LOAD-DATE    PIC X(08).
               10  FILLER              PIC X(15).
           05  WS-OLD-HIST-IMAGE       PIC X(120)  VALUE SPACES.
           05  WS-OLD-HIST-PARTS REDEFINES WS-OLD-HIST-IMAGE.
               10  FILLER              PIC X(97).
               10  WS-OLD-LOAD-DATE    PIC X(08).
               10  FILLER              PIC X(15).

       01  WS-LOAD-COUNTS.
           05  WS-ADDED-COUNT          PIC 9(09)   VALUE ZERO.
           05  WS-ALREADY-LOADED-COUNT PIC 9(09)   VALUE ZERO.
           05  WS-CLASH-COUNT          PIC 9(09)   VALUE ZERO.

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS
           PERFORM 0100-ACCEPT-RUN-DATE
           OPEN OUTPUT ERROR-LOG
           IF NOT ERRLOG-STATUS-OK
               MOVE 'N' TO WS-ERRLOG-AVAILABLE-SW
               DISPLAY 'ERROR-LOG OPEN FAILED, FILE STATUS='
                   WS-ERRLOG-STAT
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-REGISTER-JOB-START
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0300-CHECK-PREDECESSORS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-LOAD-POSTING
                   UNTIL WS-JRNL-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           CLOSE POSTING-JOURNAL
           CLOSE POSTING-HISTORY
           IF WS-ALREADY-LOADED-COUNT > ZERO
               AND NOT WS-ABORT-REQUESTED
               MOVE 'POSTJRNL'   TO WS-CHECK-FILE-ID
               MOVE 'LOAD'       TO WS-CHECK-OPERATION
               MOVE 'H2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-CLASH-COUNT NOT = ZERO
               MOVE 0004 TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-ABORT-REQUESTED
               MOVE 0016 TO WS-FINAL-RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-ABORT-REQUESTED
               MOVE 0016 TO WS-FINAL-RETURN-CODE
           END-IF
           PERFORM 9300-REGISTER-JOB-END
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-ACCEPT-RUN-DATE.
           ACCEPT WS-ACCEPT-CARD FROM SYSIN
           IF WS-ACCEPT-DATE-PARM IS NUMERIC
               AND WS-ACCEPT-DATE-PARM NOT = ZERO
               MOVE WS-ACCEPT-DATE-PARM TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-DISPOSITION-LOAD
               MOVE 'D' TO WS-JRNL-SOURCE
           ELSE
               MOVE 'N' TO WS-JRNL-SOURCE
           END-IF.

      ******************************************************************
      * BATCH CONTROL -- RECORD THIS JOB'S START FOR THE BUSINESS      *
      * DATE ON THE SHARED CONTROL FILE; 9300 RECORDS ITS END.         *
      ******************************************************************
       0200-REGISTER-JOB-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0085'       TO BCL-JOB-NAME
           MOVE 'PSTHLOAD'       TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           IF WS-OPERATOR-OVERRIDE
               MOVE 'Y'          TO BCL-OVERRIDE-SW
           END-IF
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * PREDECESSOR -- THE JOB THAT WROTE THE JOURNAL MUST HAVE ENDED  *
      * RC<=4 FOR THE SAME BUSINESS DATE: THE RECONCILIATION           *
      * (SLNG0010) FOR THE NIGHT'S JOURNAL, THE SUSPENSE DISPOSITION   *
      * (SLNG0035) FOR A DISP LOAD.                                    *
      * A REFUSAL ABENDS THE STEP UNLESS THE OPERATOR RERUNS IT WITH   *
      * OVERRIDE ON THE SYSIN CARD, WHEN IT IS LOGGED AND PASSED.      *
      ******************************************************************
       0300-CHECK-PREDECESSORS.
           IF WS-DISPOSITION-LOAD
               MOVE 'SLNG0035'   TO BCL-PRED-JOB
           ELSE
               MOVE 'SLNG0010'   TO BCL-PRED-JOB
           END-IF
           MOVE 0004             TO BCL-PRED-MAX-RC
           PERFORM 0310-CHECK-ONE-PREDECESSOR.

       0310-CHECK-ONE-PREDECESSOR.
           MOVE 'C'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE BCL-PRED-JOB TO WS-CHECK-FILE-ID
               MOVE 'PREDCHECK'  TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               IF BCL-RESULT(1:1) = 'K'
                   IF WS-OPERATOR-OVERRIDE
                       MOVE BCL-PRED-JOB TO WS-CHECK-FILE-ID
                       MOVE 'OVERRIDE'   TO WS-CHECK-OPERATION
                       MOVE 'K5'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       SET WS-ABORT-REQUESTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT POSTING-JOURNAL
           MOVE 'POSTJRNL'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-POSTJRNL-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN I-O POSTING-HISTORY
      * A FRESHLY DEFINED, NEVER-LOADED HISTORY CLUSTER OPENS WITH
      * STATUS 35 -- LOAD IT EMPTY THROUGH OPEN OUTPUT AND REOPEN,
      * AS THE RECONCILIATION DOES FOR A NEW TRANSHIST.
           IF POSTHIST-STATUS-NOT-CREATED
               OPEN OUTPUT POSTING-HISTORY
               CLOSE POSTING-HISTORY
               OPEN I-O POSTING-HISTORY
           END-IF
           MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-JOURNAL
           END-IF.

      ******************************************************************
      * ONE JOURNAL LINE -- NUMBERED BY ITS POSITION IN THE JOURNAL    *
      * AND ADDED UNDER ITS OWN RUN DATE, SO THE HISTORY SHOWS WHEN    *
      * THE POSTING WAS MADE WHICHEVER NIGHT THE JOURNAL IS LOADED.    *
      ******************************************************************
       2000-LOAD-POSTING.
           ADD 1 TO WS-JRNL-SEQ
           MOVE SPACES           TO POSTING-HISTORY-RECORD
           MOVE PJ-CUST-ID       TO PH-CUST-ID
           MOVE PJ-TRANS-DATE    TO PH-TRANS-DATE
           MOVE PJ-RUN-DATE      TO PH-RUN-DATE
           MOVE WS-JRNL-SOURCE   TO PH-JRNL-SOURCE
           MOVE WS-JRNL-SEQ      TO PH-JRNL-SEQ
           MOVE PJ-TRANS-TYPE    TO PH-TRANS-TYPE
           MOVE PJ-PRIOR-BAL     TO PH-PRIOR-BAL
           MOVE PJ-TRANS-AMT     TO PH-TRANS-AMT
           MOVE PJ-NEW-BAL       TO PH-NEW-BAL
           MOVE PJ-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE PJ-ORIG-CURRENCY TO PH-ORIG-CURRENCY
           MOVE PJ-ORIG-AMT      TO PH-ORIG-AMT
           MOVE PJ-FX-RATE       TO PH-FX-RATE
           MOVE WS-RUN-DATE      TO PH-LOAD-DATE
           WRITE POSTING-HISTORY-RECORD
           EVALUATE TRUE
               WHEN POSTHIST-STATUS-OK
                   ADD 1 TO WS-RECORDS-WRITTEN-COUNT
                   ADD 1 TO WS-ADDED-COUNT
               WHEN POSTHIST-STATUS-DUP-KEY
                   PERFORM 2200-CHECK-KEY-ON-FILE
               WHEN OTHER
                   MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
                   MOVE 'WRITE'      TO WS-CHECK-OPERATION
                   MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
           END-EVALUATE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-JOURNAL
           END-IF.

       2100-READ-JOURNAL.
           READ POSTING-JOURNAL
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT POSTJRNL-STATUS-OK AND NOT POSTJRNL-STATUS-EOF
               MOVE 'POSTJRNL'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-POSTJRNL-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2200-CHECK-KEY-ON-FILE.
           MOVE POSTING-HISTORY-RECORD TO WS-NEW-HIST-IMAGE
           READ POSTING-HISTORY
               KEY IS PH-HIST-KEY
               INVALID KEY
                   CONTINUE
           END-READ
      * A KEY THE WRITE CALLED A DUPLICATE BUT THE READ CANNOT FIND
      * WOULD LEAVE THE LINE NEITHER LOADED NOR REPORTED -- STOP.
           IF NOT POSTHIST-STATUS-OK
               MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               IF NOT WS-ABORT-REQUESTED
                   MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
                   MOVE PJ-CUST-ID   TO WS-CHECK-OPERATION
                   MOVE 'H3'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           ELSE
               MOVE POSTING-HISTORY-RECORD TO WS-OLD-HIST-IMAGE
               MOVE SPACES TO WS-NEW-LOAD-DATE
               MOVE SPACES TO WS-OLD-LOAD-DATE
               IF WS-NEW-HIST-IMAGE = WS-OLD-HIST-IMAGE
                   ADD 1 TO WS-ALREADY-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-CLASH-COUNT
                   MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
                   MOVE PJ-CUST-ID   TO WS-CHECK-OPERATION
                   MOVE 'H1'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
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
                   WHEN 'H1'
                       MOVE 'HISTORY KEY HELD BY A DIFFERENT POSTING'
                           TO ERL-MESSAGE
                   WHEN 'H2'
                       MOVE 'JOURNAL LINES ALREADY ON HISTORY'
                           TO ERL-MESSAGE
                   WHEN 'H3'
                       MOVE 'DUPLICATE HISTORY KEY CANNOT BE READ'
                           TO ERL-MESSAGE
                   WHEN 'K1'
                       MOVE 'PREDECESSOR NOT RUN FOR BUSINESS DATE'
                           TO ERL-MESSAGE
                   WHEN 'K2'
                       MOVE 'PREDECESSOR STARTED BUT NOT ENDED'
                           TO ERL-MESSAGE
                   WHEN 'K3'
                       MOVE 'PREDECESSOR FAILED FOR BUSINESS DATE'
                           TO ERL-MESSAGE
                   WHEN 'K4'
                       MOVE 'PREDECESSOR RETURN CODE NOT ACCEPTABLE'
                           TO ERL-MESSAGE
                   WHEN 'K5'
                       MOVE 'PREDECESSOR CHECK OVERRIDDEN BY OPERATOR'
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

       9000-TERMINATE.
           PERFORM 9200-WRITE-RUNLOG
           CLOSE ERROR-LOG.

       9200-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-END-TS
           OPEN EXTEND RUNLOG-FILE
           IF NOT RUNLOG-STATUS-OK
               IF RUNLOG-STATUS-NOT-CREATED
                   OPEN OUTPUT RUNLOG-FILE
               ELSE
                   MOVE 'RUNLOG'     TO WS-CHECK-FILE-ID
                   MOVE 'OPEN'       TO WS-CHECK-OPERATION
                   MOVE WS-RUNLOG-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE WS-RUN-DATE              TO RLG-BUSINESS-DATE
           MOVE WS-RUN-START-TS          TO RLG-START-TS
           MOVE WS-RUN-END-TS            TO RLG-END-TS
           MOVE WS-RECORDS-READ-COUNT    TO RLG-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN-COUNT TO RLG-RECORDS-WRITTEN
           MOVE WS-FINAL-RETURN-CODE     TO RLG-RETURN-CODE
           WRITE RUNLOG-RECORD
           IF NOT RUNLOG-STATUS-OK
               MOVE 'RUNLOG'     TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-RUNLOG-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE RUNLOG-FILE.

      * AN END THAT CANNOT BE RECORDED LEAVES THE STEP SHOWING AS NOT
      * ENDED ON THE NIGHT STATUS -- IT IS REPORTED, BUT THE WORK IS
      * DONE AND THE RETURN CODE STANDS.
       9300-REGISTER-JOB-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0085'       TO BCL-JOB-NAME
           MOVE 'PSTHLOAD'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
