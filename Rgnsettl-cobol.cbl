      * SORTED BY CUSTOMER AND JOINED TO THE CUSTOMER-TO-REGION       *
      * MAPPING IN THE MERGED REGIONAL EXTRACT (ALREADY IN CUSTOMER   *
      * ORDER), THEN NETTED TO ONE LINE PER REGION PER TRANSACTION    *
      * TYPE PER ACCOUNT CURRENCY: GROSS DEBITS, GROSS CREDITS, AND   *
      * THE NET SETTLEMENT POSITION.  THE FILE CARRIES THE            *
      * SHOP-STANDARD CONTROL HEADER AND TRAILER SO THE RECEIVING     *
      * SIDE CAN VERIFY IT.                                           *
      ******************************************************************
       FILE-CONTROL.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
       SD  JRNL-SORT-FILE.
       01  JRNL-SORT-RECORD.
           05  JS-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(108).

       FD  SORTED-JOURNAL
           LABEL RECORDS ARE STANDARD.
           05  SJ-NEW-BAL              PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SJ-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SJ-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02).
           05  SJ-ORIG-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(02).
           05  SJ-ORIG-AMT             PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SJ-FX-RATE              PIC Z(4)9,9(6).

       FD  MASTER-EXTRACT
           LABEL RECORDS ARE STANDARD.

      ******************************************************************
      * SETTLEMENT FILE -- SHOP-STANDARD CONTROL RECORDS (BYTE 1 'H'  *
      * OR 'T') AROUND ONE DETAIL PER REGION PER TRANSACTION TYPE     *
      * PER ACCOUNT CURRENCY (BLANK FOR THE HOUSE CURRENCY).  THE     *
      * TRAILER COUNTS THE DETAILS AND HASHES THE NET COLUMN.         *
      ******************************************************************
       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
           05  SEH-RECORD-TYPE         PIC X(01).
           05  SEH-SOURCE-ID           PIC X(08).
           05  SEH-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(43).
       01  SETTLE-DETAIL-RECORD.
           05  SE-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SE-CREDIT-AMT           PIC S9(9)V99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SE-NET-AMT              PIC S9(9)V99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SE-CURRENCY-CODE        PIC X(03).
       01  SETTLE-TRAILER-RECORD.
           05  SET-RECORD-TYPE         PIC X(01).
           05  SET-RECORD-COUNT        PIC 9(09).
           05  SET-HASH-TOTAL          PIC S9(13)V99.
           05  FILLER                  PIC X(35).

       FD  ERROR-LOG
           LABEL RECORDS ARE STANDARD.

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
               10  WS-VALID-TYPE       PIC X(02).
               10  WS-VALID-TYPE-DC    PIC X(01).

      * SETTLEMENT BUCKETS, ONE PER REGION/TYPE/CURRENCY SEEN --
      * BOUNDED BY THE REGION, TYPE AND CURRENCY CONFIGURATION, NOT
      * BY CUSTOMER COUNT.  CURRENCIES NEVER NET AGAINST EACH OTHER.
       01  WS-SETTLE-TABLE.
           05  WS-SET-MAX              PIC 9(03)   VALUE 200.
           05  WS-SET-COUNT            PIC 9(03)   VALUE ZERO.
                   INDEXED BY SET-IDX.
               10  WS-SET-REGION       PIC X(02).
               10  WS-SET-TYPE         PIC X(02).
               10  WS-SET-CURRENCY     PIC X(03).
               10  WS-SET-DEBIT-AMT    PIC S9(9)V99.
               10  WS-SET-CREDIT-AMT   PIC S9(9)V99.

           05  WS-CURR-REGION          PIC X(02)   VALUE SPACES.
           05  WS-TRANS-DC             PIC X(01)   VALUE 'C'.
           05  WS-JRNL-TRANS-AMT       PIC S9(9)V99 VALUE ZERO.
           05  WS-JRNL-PRIOR-BAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-JRNL-NEW-BAL         PIC S9(9)V99 VALUE ZERO.
           05  WS-NET-AMT              PIC S9(9)V99 VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-SET-DETAIL-COUNT     PIC 9(09)   VALUE ZERO.
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
           MOVE 'SLNG0045'       TO BCL-JOB-NAME
           MOVE 'RGNSETTL'       TO BCL-PROGRAM-ID
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
      * DATE BEFORE ANY SETTLEMENT GOES TO THE BANK.                   *
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

       0055-SORT-JOURNAL.
           SORT JRNL-SORT-FILE
               ON ASCENDING KEY JS-CUST-ID
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
               ADD 1 TO WS-VALID-TYPE-COUNT
               SET TYPE-IDX TO WS-VALID-TYPE-COUNT
               MOVE PRM-VALUE(1:2) TO WS-VALID-TYPE (TYPE-IDX)
               EVALUATE PRM-VALUE(3:1)
                   WHEN 'D'
                       MOVE 'D' TO WS-VALID-TYPE-DC (TYPE-IDX)
                   WHEN 'R'
                       MOVE 'R' TO WS-VALID-TYPE-DC (TYPE-IDX)
                   WHEN OTHER
                       MOVE 'C' TO WS-VALID-TYPE-DC (TYPE-IDX)
               END-EVALUATE
           ELSE
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION

      * A JOURNAL TYPE NO LONGER IN THE PARAMETER FILE HAS NO KNOWN
      * SETTLEMENT DIRECTION -- NEVER NET MONEY ON A GUESS; ABEND
      * AND LET THE PARAMETERS BE CORRECTED.  A REVERSAL TYPE
      * (INDICATOR 'R') MOVES THE BALANCE WHICHEVER WAY UNDOES ITS
      * ORIGINAL, SO ITS DIRECTION IS READ FROM THE JOURNAL'S OWN
      * PRIOR AND NEW BALANCE; REVERSALS NET IN THEIR OWN BUCKET.
       2200-TALLY-SETTLEMENT.
           MOVE SJ-TRANS-AMT TO WS-JRNL-TRANS-AMT
           MOVE 'C' TO WS-TRANS-DC
               WHEN WS-VALID-TYPE (TYPE-IDX) = SJ-TRANS-TYPE
                   MOVE WS-VALID-TYPE-DC (TYPE-IDX) TO WS-TRANS-DC
           END-SEARCH
           IF WS-TRANS-DC = 'R'
               MOVE SJ-PRIOR-BAL TO WS-JRNL-PRIOR-BAL
               MOVE SJ-NEW-BAL   TO WS-JRNL-NEW-BAL
               IF WS-JRNL-NEW-BAL < WS-JRNL-PRIOR-BAL
                   MOVE 'D' TO WS-TRANS-DC
               ELSE
                   MOVE 'C' TO WS-TRANS-DC
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               SET SET-IDX TO 1
               IF WS-SET-COUNT > ZERO
                           PERFORM 2300-ADD-SETTLE-BUCKET
                       WHEN WS-SET-REGION (SET-IDX) = WS-CURR-REGION
                           AND WS-SET-TYPE (SET-IDX) = SJ-TRANS-TYPE
                           AND WS-SET-CURRENCY (SET-IDX)
                               = SJ-CURRENCY-CODE
                           PERFORM 2400-ADD-TO-BUCKET
                   END-SEARCH
               ELSE
               SET SET-IDX TO WS-SET-COUNT
               MOVE WS-CURR-REGION TO WS-SET-REGION (SET-IDX)
               MOVE SJ-TRANS-TYPE  TO WS-SET-TYPE (SET-IDX)
               MOVE SJ-CURRENCY-CODE TO WS-SET-CURRENCY (SET-IDX)
               MOVE ZERO           TO WS-SET-DEBIT-AMT (SET-IDX)
               MOVE ZERO           TO WS-SET-CREDIT-AMT (SET-IDX)
               PERFORM 2400-ADD-TO-BUCKET
           END-IF.

      ******************************************************************
      * ONE DETAIL PER REGION/TYPE/CURRENCY BUCKET -- NET POSITION =   *
      * CREDITS MINUS DEBITS, THE SAME DIRECTION THE POSTING PASS      *
      * MOVES THE MASTER BALANCE -- THEN THE BALANCING TRAILER OVER    *
      * THE NET COLUMN.                                                *
      ******************************************************************
       3000-WRITE-SETTLEMENT.
           IF WS-SET-COUNT > ZERO
           MOVE WS-SET-DEBIT-AMT (SET-IDX)  TO SE-DEBIT-AMT
           MOVE WS-SET-CREDIT-AMT (SET-IDX) TO SE-CREDIT-AMT
           MOVE WS-NET-AMT              TO SE-NET-AMT
           MOVE WS-SET-CURRENCY (SET-IDX) TO SE-CURRENCY-CODE
           WRITE SETTLE-DETAIL-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-SET-DETAIL-COUNT
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
           MOVE 'SLNG0045'       TO BCL-JOB-NAME
           MOVE 'RGNSETTL'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
