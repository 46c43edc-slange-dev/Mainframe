      ******************************************************************
      * GENERAL-LEDGER INTERFACE EXTRACT.  THE NIGHT'S POSTING         *
      * JOURNAL IS ROLLED UP TO ONE SUMMARY LINE PER TRANSACTION      *
      * TYPE PER ACCOUNT CURRENCY PER BUSINESS DATE, WITH THE         *
      * DEBIT/CREDIT DIRECTION TAKEN FROM THE SAME TRANSTYPE          *
      * PARAMETERS THE RECONCILIATION POSTS BY.  THE EXTRACT CARRIES  *
      * THE SHOP-STANDARD CONTROL HEADER AND BALANCING TRAILER SO     *
      * THE LEDGER SYSTEM CAN VERIFY THE FILE ON LOAD.                *
      ******************************************************************
       FILE-CONTROL.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
      ******************************************************************
      * GL INTERFACE FILE -- SHOP-STANDARD CONTROL RECORDS (BYTE 1    *
      * 'H' OR 'T') AROUND ONE SUMMARY DETAIL PER TRANSACTION TYPE    *
      * PER ACCOUNT CURRENCY PER BUSINESS DATE.  THE AMOUNT IS IN     *
      * THAT CURRENCY (BLANK FOR THE HOUSE CURRENCY).  THE TRAILER    *
      * CARRIES THE DETAIL COUNT AND THE HASH TOTAL OF THE SUMMARY    *
      * AMOUNTS.                                                      *
      ******************************************************************
       FD  GL-INTERFACE
           LABEL RECORDS ARE STANDARD.
           05  GLI-TRANS-COUNT         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  GLI-TRANS-AMT           PIC S9(9)V99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  GLI-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(06).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TYPE         PIC X(01).
           05  GLT-RECORD-COUNT        PIC 9(09).

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

      * SYSIN CARD -- BUSINESS DATE IN COLUMNS 1-8 (BLANK FOR TODAY),
      * OVERRIDE IN COLUMNS 10-17 TO RUN PAST A PREDECESSOR REFUSAL.
       01  WS-ACCEPT-CARD.
           05  WS-ACCEPT-DATE-PARM     PIC X(08)    VALUE SPACES.
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  WS-ACCEPT-OVERRIDE      PIC X(08)    VALUE SPACES.
               88  WS-OPERATOR-OVERRIDE             VALUE 'OVERRIDE'.
           05  FILLER                  PIC X(63)    VALUE SPACES.

      ******************************************************************
      *     L O C A L - S T O R A G E   S E C T I O N                  *
           05  WS-RECORDS-READ-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
           05  WS-CHECK-STATUS         PIC X(02)   VALUE '00'.
               88  WS-CHECK-FORCED-ABEND
                   VALUE 'G1' 'G2' 'P1' 'P2' 'P3' 'P4'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-GROUP-OPEN                   VALUE 'Y'.
           05  WS-CURR-GROUP-DATE      PIC 9(08)   VALUE ZERO.
           05  WS-JRNL-TRANS-AMT       PIC S9(9)V99 VALUE ZERO.
           05  WS-JRNL-PRIOR-BAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-JRNL-NEW-BAL         PIC S9(9)V99 VALUE ZERO.
           05  WS-JRNL-DC              PIC X(01)   VALUE 'C'.
           05  WS-GL-DETAIL-COUNT      PIC 9(09)   VALUE ZERO.
           05  WS-GL-HASH-SUM          PIC S9(13)V99 VALUE ZERO.

      * ONE ENTRY PER TRANSACTION TYPE, LOADED FROM THE SAME
      * TRANSTYPE PARAMETERS THE NIGHTLY RECONCILIATION POSTS BY --
      * EACH TYPE CARRIES ITS DEBIT/CREDIT DIRECTION, SO EACH TYPE
      * SUMMARIZES TO ONE LEDGER LINE PER CURRENCY PER BUSINESS DATE.
      * A REVERSAL TYPE (INDICATOR 'R') TAKES TWO ENTRIES, ONE PER
      * DIRECTION, SO REVERSED DEBITS AND REVERSED CREDITS REACH THE
      * LEDGER AS SEPARATE LINES UNDER THE REVERSAL TYPE.
       01  WS-GL-TYPE-TABLE.
           05  WS-GLT-MAX              PIC 9(02)   VALUE 20.
           05  WS-GLT-COUNT            PIC 9(02)   VALUE ZERO.
                   INDEXED BY GLT-IDX.
               10  WS-GLT-TYPE         PIC X(02).
               10  WS-GLT-DC           PIC X(01).
               10  WS-GLT-REVERSAL-SW  PIC X(01).
                   88  WS-GLT-REVERSAL             VALUE 'Y'.

      * THE DATE GROUP'S ACCUMULATORS -- ONE PER TYPE, DIRECTION AND
      * ACCOUNT CURRENCY SEEN ON THE JOURNAL, BUILT AS THE CURRENCIES
      * TURN UP AND CLEARED AT EACH DATE BREAK.  AMOUNTS IN DIFFERENT
      * CURRENCIES ARE NEVER ADDED TOGETHER.
       01  WS-GL-SUM-TABLE.
           05  WS-GLS-MAX              PIC 9(03)   VALUE 200.
           05  WS-GLS-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-GLS-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-GLS-COUNT
                   INDEXED BY GLS-IDX.
               10  WS-GLS-TYPE         PIC X(02).
               10  WS-GLS-DC           PIC X(01).
               10  WS-GLS-CURRENCY     PIC X(03).
               10  WS-GLS-TRANS-COUNT  PIC 9(09).
               10  WS-GLS-TRANS-AMT    PIC S9(9)V99.

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
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
               PERFORM 1300-LOAD-PARAMETERS
           END-IF
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
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
      * BATCH CONTROL -- RECORD THIS JOB'S START FOR THE BUSINESS      *
      * DATE ON THE SHARED CONTROL FILE; 9300 RECORDS ITS END.         *
      ******************************************************************
       0200-REGISTER-JOB-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0025'       TO BCL-JOB-NAME
           MOVE 'GLEXTR'         TO BCL-PROGRAM-ID
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
      * PREDECESSORS -- THE RECONCILIATION MUST HAVE ENDED RC<=4 AND   *
      * THE PROOF SHEET RC=0 (A BALANCED NIGHT) FOR THE SAME BUSINESS  *
      * DATE BEFORE THE GENERAL LEDGER IS FED.                         *
      * A REFUSAL ABENDS THE STEP UNLESS THE OPERATOR RERUNS IT WITH   *
      * OVERRIDE ON THE SYSIN CARD, WHEN IT IS LOGGED AND PASSED.      *
      ******************************************************************
       0300-CHECK-PREDECESSORS.
           MOVE 'SLNG0010'       TO BCL-PRED-JOB
           MOVE 0004             TO BCL-PRED-MAX-RC
           PERFORM 0310-CHECK-ONE-PREDECESSOR
           IF NOT WS-ABORT-REQUESTED
               MOVE 'SLNG0030'   TO BCL-PRED-JOB
               MOVE 0000         TO BCL-PRED-MAX-RC
               PERFORM 0310-CHECK-ONE-PREDECESSOR
           END-IF.

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
               WHEN 'HISTYEARS'
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           PERFORM 1310-READ-PARM-FILE.

       1330-ADD-GL-TYPE.
           IF PRM-VALUE(3:1) = 'R'
               MOVE 'D' TO WS-JRNL-DC
               PERFORM 1340-ADD-GL-ENTRY
               MOVE 'C' TO WS-JRNL-DC
               PERFORM 1340-ADD-GL-ENTRY
           ELSE
               IF PRM-VALUE(3:1) = 'D'
                   MOVE 'D' TO WS-JRNL-DC
               ELSE
                   MOVE 'C' TO WS-JRNL-DC
               END-IF
               PERFORM 1340-ADD-GL-ENTRY
           END-IF.

       1340-ADD-GL-ENTRY.
           IF WS-GLT-COUNT < WS-GLT-MAX
               ADD 1 TO WS-GLT-COUNT
               SET GLT-IDX TO WS-GLT-COUNT
               MOVE PRM-VALUE(1:2) TO WS-GLT-TYPE (GLT-IDX)
               MOVE WS-JRNL-DC     TO WS-GLT-DC (GLT-IDX)
               IF PRM-VALUE(3:1) = 'R'
                   MOVE 'Y' TO WS-GLT-REVERSAL-SW (GLT-IDX)
               ELSE
                   MOVE 'N' TO WS-GLT-REVERSAL-SW (GLT-IDX)
               END-IF
           ELSE
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION

      * A JOURNAL TYPE NO LONGER IN THE PARAMETER FILE HAS NO KNOWN
      * LEDGER DIRECTION -- NEVER HAND THE LEDGER A GUESS; ABEND AND
      * LET THE PARAMETERS BE CORRECTED.  A REVERSAL'S DIRECTION IS
      * READ FROM THE JOURNAL'S OWN PRIOR AND NEW BALANCE AND PICKS
      * THE MATCHING ONE OF ITS TWO ENTRIES.  THE AMOUNT IS ADDED TO
      * THE ACCUMULATOR FOR THE TYPE, DIRECTION AND ACCOUNT CURRENCY.
       2200-TALLY-JOURNAL-RECORD.
           MOVE PJ-TRANS-AMT TO WS-JRNL-TRANS-AMT
           MOVE PJ-PRIOR-BAL TO WS-JRNL-PRIOR-BAL
           MOVE PJ-NEW-BAL   TO WS-JRNL-NEW-BAL
           IF WS-JRNL-NEW-BAL < WS-JRNL-PRIOR-BAL
               MOVE 'D' TO WS-JRNL-DC
           ELSE
               MOVE 'C' TO WS-JRNL-DC
           END-IF
           SET GLT-IDX TO 1
           SEARCH WS-GLT-ENTRY
               AT END
                   MOVE 'G1'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               WHEN WS-GLT-TYPE (GLT-IDX) = PJ-TRANS-TYPE
                   AND (NOT WS-GLT-REVERSAL (GLT-IDX)
                       OR WS-GLT-DC (GLT-IDX) = WS-JRNL-DC)
                   MOVE WS-GLT-DC (GLT-IDX) TO WS-JRNL-DC
                   PERFORM 2250-ADD-TO-CURRENCY-SUM
           END-SEARCH.

       2250-ADD-TO-CURRENCY-SUM.
           SET GLS-IDX TO 1
           SEARCH WS-GLS-ENTRY
               AT END
                   PERFORM 2260-OPEN-CURRENCY-SUM
               WHEN WS-GLS-TYPE (GLS-IDX) = PJ-TRANS-TYPE
                   AND WS-GLS-DC (GLS-IDX) = WS-JRNL-DC
                   AND WS-GLS-CURRENCY (GLS-IDX) = PJ-CURRENCY-CODE
                   ADD 1 TO WS-GLS-TRANS-COUNT (GLS-IDX)
                   ADD WS-JRNL-TRANS-AMT
                       TO WS-GLS-TRANS-AMT (GLS-IDX)
           END-SEARCH.

       2260-OPEN-CURRENCY-SUM.
           IF WS-GLS-COUNT < WS-GLS-MAX
               ADD 1 TO WS-GLS-COUNT
               SET GLS-IDX TO WS-GLS-COUNT
               MOVE PJ-TRANS-TYPE     TO WS-GLS-TYPE (GLS-IDX)
               MOVE WS-JRNL-DC        TO WS-GLS-DC (GLS-IDX)
               MOVE PJ-CURRENCY-CODE  TO WS-GLS-CURRENCY (GLS-IDX)
               MOVE 1                 TO WS-GLS-TRANS-COUNT (GLS-IDX)
               MOVE WS-JRNL-TRANS-AMT TO WS-GLS-TRANS-AMT (GLS-IDX)
           ELSE
               MOVE 'POSTJRNL'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'G2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * THE LINES GO OUT IN PARAMETER TYPE ORDER, EACH TYPE'S
      * CURRENCIES IN THE ORDER THEY FIRST TURNED UP.
       2500-EMIT-DATE-GROUP.
           PERFORM 2600-WRITE-TYPE-LINES
               VARYING GLT-IDX FROM 1 BY 1
               UNTIL GLT-IDX > WS-GLT-COUNT
               OR WS-ABORT-REQUESTED
           MOVE ZERO TO WS-GLS-COUNT
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       2600-WRITE-TYPE-LINES.
           PERFORM 2610-WRITE-GL-DETAIL
               VARYING GLS-IDX FROM 1 BY 1
               UNTIL GLS-IDX > WS-GLS-COUNT
               OR WS-ABORT-REQUESTED.

       2610-WRITE-GL-DETAIL.
           IF WS-GLS-TYPE (GLS-IDX) = WS-GLT-TYPE (GLT-IDX)
               AND WS-GLS-DC (GLS-IDX) = WS-GLT-DC (GLT-IDX)
               MOVE SPACES              TO GL-DETAIL-RECORD
               MOVE WS-CURR-GROUP-DATE  TO GLI-BUSINESS-DATE
               MOVE WS-GLS-TYPE (GLS-IDX) TO GLI-TRANS-TYPE
               MOVE WS-GLS-DC (GLS-IDX)   TO GLI-DC
               MOVE WS-GLS-TRANS-COUNT (GLS-IDX) TO GLI-TRANS-COUNT
               MOVE WS-GLS-TRANS-AMT (GLS-IDX)   TO GLI-TRANS-AMT
               MOVE WS-GLS-CURRENCY (GLS-IDX)    TO GLI-CURRENCY-CODE
               WRITE GL-DETAIL-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN-COUNT
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-GLS-TRANS-AMT (GLS-IDX) TO WS-GL-HASH-SUM
               IF NOT GLINTF-STATUS-OK
                   MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
                   MOVE 'WRITE'      TO WS-CHECK-OPERATION
               END-IF
           END-IF.

       3000-WRITE-TRAILER.
           MOVE SPACES             TO GL-TRAILER-RECORD
           MOVE 'T'                TO GLT-RECORD-TYPE
                   WHEN 'G1'
                       MOVE 'JOURNAL TYPE NOT IN PARAMETERS'
                           TO ERL-MESSAGE
                   WHEN 'G2'
                       MOVE 'TYPE/CURRENCY SUMMARY TABLE FULL'
                           TO ERL-MESSAGE
                   WHEN 'P1'
                       MOVE 'UNRECOGNIZED PARAMETER KEYWORD'
                           TO ERL-MESSAGE
                   WHEN 'P4'
                       MOVE 'TRANSACTION TYPE TABLE FULL'
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
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE RUNLOG-FILE.

      * AN END THAT CANNOT BE RECORDED LEAVES THE STEP SHOWING AS NOT
      * ENDED ON THE NIGHT STATUS -- IT IS REPORTED, BUT THE WORK IS
      * DONE AND THE RETURN CODE STANDS.
       9300-REGISTER-JOB-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0025'       TO BCL-JOB-NAME
           MOVE 'GLEXTR'         TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
