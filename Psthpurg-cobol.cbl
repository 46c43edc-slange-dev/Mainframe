      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTHPURG.
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
      * POSTING-HISTORY RETENTION.  KEEPS THE CURRENT YEAR AND THE    *
      * HISTYEARS FULL CALENDAR YEARS BEFORE IT (RECONPARM) ON THE    *
      * LONG-TERM POSTING HISTORY AND DELETES EVERY POSTING DATED IN  *
      * AN EARLIER YEAR, THEN PRINTS THE CUTOFF AND THE COUNTS.       *
      ******************************************************************
       FILE-CONTROL.
           SELECT POSTING-HISTORY ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-POSTHIST-STAT.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT PURGE-REPORT ASSIGN TO PURGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGRPT-STAT.

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

       FD  POSTING-HISTORY
           LABEL RECORDS ARE STANDARD.

           COPY CPY-PSTHIST.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PRM-KEYWORD             PIC X(10).
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

       FD  PURGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PURGE-LINE                  PIC X(132).

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

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==POSTHIST==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PURGRPT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

       01  WS-ACCEPT-DATE-PARM         PIC X(08)    VALUE SPACES.

      ******************************************************************
      *     P R I N T   L I N E   L A Y O U T S                        *
      ******************************************************************
       01  PL-PAGE-HEADER.
           05  FILLER                  PIC X(38)
               VALUE 'SLNG POSTING HISTORY RETENTION        '.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  HD-RUN-DD               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  HD-RUN-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  HD-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC X(58)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  HD-PAGE-NO              PIC ZZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.

       01  PL-CUTOFF-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'POSTINGS DATED BEFORE               '.
           05  CL-CUTOFF-DD            PIC X(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  CL-CUTOFF-MM            PIC X(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  CL-CUTOFF-CCYY          PIC X(04).
           05  FILLER                  PIC X(19)
               VALUE ' PURGED (HISTYEARS '.
           05  CL-HIST-YEARS           PIC 9(03).
           05  FILLER                  PIC X(64)   VALUE ')'.

       01  PL-SUMMARY-LINE.
           05  SM-LABEL                PIC X(36).
           05  SM-VALUE                PIC Z(9)9.
           05  FILLER                  PIC X(86)   VALUE SPACES.

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
                   VALUE 'P1' 'P2' 'P3'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO              PIC 9(05)   VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03)   VALUE 58.

      * RETENTION FROM RECONPARM.  HISTYEARS IS REQUIRED AND MAY NOT
      * BE ZERO -- A ZERO WOULD PURGE EVERYTHING BEFORE 1 JANUARY.
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF                     VALUE 'Y'.
           05  WS-HIST-YEARS           PIC 9(03)   VALUE ZERO.

       01  WS-PURGE-FIELDS.
           05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF                     VALUE 'Y'.
           05  WS-HIST-AVAILABLE-SW    PIC X(01)   VALUE 'Y'.
               88  WS-HIST-AVAILABLE               VALUE 'Y'.
           05  WS-CUTOFF-DATE          PIC X(08)   VALUE SPACES.
           05  WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-CCYY      PIC 9(04).
               10  WS-CUTOFF-MM        PIC 9(02).
               10  WS-CUTOFF-DD        PIC 9(02).
           05  WS-PURGED-COUNT         PIC 9(09)   VALUE ZERO.
           05  WS-KEPT-COUNT           PIC 9(09)   VALUE ZERO.

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
               PERFORM 1300-LOAD-PARAMETERS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-CHECK-POSTING
                   UNTIL WS-HIST-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF WS-HIST-AVAILABLE
               CLOSE POSTING-HISTORY
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-PRINT-SUMMARY
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
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
           ACCEPT WS-ACCEPT-DATE-PARM FROM SYSIN
           IF WS-ACCEPT-DATE-PARM IS NUMERIC
               AND WS-ACCEPT-DATE-PARM NOT = ZERO
               MOVE WS-ACCEPT-DATE-PARM TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
      * BATCH CONTROL -- RECORD THIS JOB'S START FOR THE BUSINESS      *
      * DATE ON THE SHARED CONTROL FILE; 9300 RECORDS ITS END.         *
      ******************************************************************
       0200-REGISTER-JOB-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0095'       TO BCL-JOB-NAME
           MOVE 'PSTHPURG'       TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * THE CUTOFF IS 1 JANUARY OF THE YEAR HISTYEARS BEFORE THE
      * BUSINESS DATE'S.  A HISTORY CLUSTER THE LOAD HAS NEVER OPENED
      * (STATUS 35) HOLDS NOTHING TO PURGE.
       1000-INITIALIZE.
           COMPUTE WS-CUTOFF-CCYY =
               WS-RUN-DATE-CC * 100 + WS-RUN-DATE-YY - WS-HIST-YEARS
           MOVE 01 TO WS-CUTOFF-MM
           MOVE 01 TO WS-CUTOFF-DD
           OPEN I-O POSTING-HISTORY
           IF POSTHIST-STATUS-NOT-CREATED
               MOVE 'N' TO WS-HIST-AVAILABLE-SW
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
               MOVE 'OPEN'       TO WS-CHECK-OPERATION
               MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           OPEN OUTPUT PURGE-REPORT
           MOVE 'PURGRPT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-PURGRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-HIST-EOF
               AND NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-HISTORY-NEXT
           END-IF.

      ******************************************************************
      * RUN PARAMETERS -- HISTYEARS.  THE OTHER RECONPARM KEYWORDS     *
      * BELONG TO OTHER JOBS AND PASS THROUGH.                         *
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
               AND WS-HIST-YEARS = ZERO
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
               WHEN 'HISTYEARS'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-HIST-YEARS
               WHEN 'AMTLIMIT'
               WHEN 'TRANSTYPE'
               WHEN 'STALEDAYS'
               WHEN 'TOLERANCE'
               WHEN 'SUSPDAYS'
               WHEN 'RETENDAYS'
               WHEN 'MATCHMODE'
               WHEN 'RECYCMAX'
               WHEN 'INTTIER'
               WHEN 'SVCFEE'
               WHEN 'INTTYPE'
               WHEN 'FEETYPE'
               WHEN 'MONWINDOW'
               WHEN 'MONTXNDAY'
               WHEN 'MONNEARPCT'
               WHEN 'MONNEARCNT'
               WHEN 'MONJUMPPCT'
               WHEN 'MONJUMPMIN'
               WHEN 'MONHOLDDAY'
               WHEN 'APPRAMT'
               WHEN 'PENDDAYS'
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

      * A BAD COUNT ABENDS THE RUN (P3) BEFORE THE VALUE IS USED.
       1350-EDIT-PARM-NUMBER.
           IF PRM-VALUE(1:3) IS NOT NUMERIC
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P3'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               MOVE ZEROES TO PRM-VALUE(1:3)
           END-IF.

      ******************************************************************
      * ONE POSTING -- DELETED WHEN DATED BEFORE THE CUTOFF, OTHERWISE *
      * KEPT.  THE HISTORY IS IN CUSTOMER ORDER, SO EVERY RECORD IS    *
      * READ.                                                          *
      ******************************************************************
       2000-CHECK-POSTING.
           IF PH-TRANS-DATE < WS-CUTOFF-DATE
               DELETE POSTING-HISTORY RECORD
               IF NOT POSTHIST-STATUS-OK
                   MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
                   MOVE 'DELETE'     TO WS-CHECK-OPERATION
                   MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               ELSE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-HISTORY-NEXT
           END-IF.

       2100-READ-HISTORY-NEXT.
           READ POSTING-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT POSTHIST-STATUS-OK AND NOT POSTHIST-STATUS-EOF
               MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
               MOVE 'READNEXT'   TO WS-CHECK-OPERATION
               MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       4000-PRINT-SUMMARY.
           PERFORM 7100-START-NEW-PAGE
           MOVE WS-CUTOFF-DATE(7:2) TO CL-CUTOFF-DD
           MOVE WS-CUTOFF-DATE(5:2) TO CL-CUTOFF-MM
           MOVE WS-CUTOFF-DATE(1:4) TO CL-CUTOFF-CCYY
           MOVE WS-HIST-YEARS       TO CL-HIST-YEARS
           MOVE PL-CUTOFF-LINE TO PURGE-LINE
           PERFORM 7000-WRITE-PURGE-LINE
           MOVE SPACES TO PURGE-LINE
           PERFORM 7000-WRITE-PURGE-LINE
           MOVE 'POSTINGS READ                       '
               TO SM-LABEL
           MOVE WS-RECORDS-READ-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO PURGE-LINE
           PERFORM 7000-WRITE-PURGE-LINE
           MOVE 'POSTINGS PURGED                     '
               TO SM-LABEL
           MOVE WS-PURGED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO PURGE-LINE
           PERFORM 7000-WRITE-PURGE-LINE
           MOVE 'POSTINGS KEPT                       '
               TO SM-LABEL
           MOVE WS-KEPT-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO PURGE-LINE
           PERFORM 7000-WRITE-PURGE-LINE.

       7000-WRITE-PURGE-LINE.
           WRITE PURGE-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT PURGRPT-STATUS-OK
               MOVE 'PURGRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-PURGRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       7100-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE-DD   TO HD-RUN-DD
           MOVE WS-RUN-DATE-MM   TO HD-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO HD-RUN-CCYY
           MOVE WS-PAGE-NO       TO HD-PAGE-NO
           MOVE PL-PAGE-HEADER TO PURGE-LINE
           WRITE PURGE-LINE AFTER ADVANCING PAGE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT PURGRPT-STATUS-OK
               MOVE 'PURGRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-PURGRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO PURGE-LINE
           PERFORM 7000-WRITE-PURGE-LINE.

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
                   WHEN 'P3'
                       MOVE 'NON-NUMERIC PARAMETER VALUE'
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
           CLOSE PURGE-REPORT
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
           MOVE 'SLNG0095'       TO BCL-JOB-NAME
           MOVE 'PSTHPURG'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
