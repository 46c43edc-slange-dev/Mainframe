      *   TRANSIN TRAILER + SUSPENSE IN                                *
      *     = POSTED + REJECTED + DUPLICATE + SUSPENSE OUT + AGED      *
      *                                                                *
      * SUSPENSE OUT IS SPLIT BY ITS REASON CODE: DEBITS REFUSED FOR   *
      * BREACHING THE CREDIT LIMIT ('OL') PRINT AS THEIR OWN BUCKET,   *
      * EVERYTHING ELSE AS SUSPENSE CARRIED FORWARD.                   *
      *                                                                *
      * THE EXCEPTION REPORT IS A MEMO LINE ONLY -- EVERY EXCEPTION    *
      * IS ALSO WRITTEN TO SUSPENSE AT AGE ZERO, SO COUNTING IT IN     *
      * THE EQUATION WOULD DOUBLE IT.  THE JOB ENDS RC=0 ONLY WHEN     *
           05  SI-TRANS-TYPE           PIC X(02).
           05  SI-AGE-DAYS             PIC 9(03).
           05  SI-FIRST-RUN-DATE       PIC 9(08).
           05  SI-SUSP-REASON          PIC X(02).
           05  SI-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(33).

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.
           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-RECYCLE-COUNT        PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-ORIG-KEY             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-ORIG-DATE            PIC X(08).

       FD  DUP-RPT
           LABEL RECORDS ARE STANDARD.
           05  SO-TRANS-TYPE           PIC X(02).
           05  SO-AGE-DAYS             PIC 9(03).
           05  SO-FIRST-RUN-DATE       PIC 9(08).
           05  SO-SUSP-REASON          PIC X(02).
               88  SO-REASON-OVER-LIMIT            VALUE 'OL'.
           05  SO-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(33).

       FD  AGED-RPT
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
      *     P R I N T   L I N E   L A Y O U T S                        *
           05  WS-RECORDS-READ-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
           05  WS-DUP-AMT              PIC S9(13)V99 VALUE ZERO.
           05  WS-SUSPOUT-COUNT        PIC 9(09)     VALUE ZERO.
           05  WS-SUSPOUT-AMT          PIC S9(13)V99 VALUE ZERO.
           05  WS-OVERLIMIT-COUNT      PIC 9(09)     VALUE ZERO.
           05  WS-OVERLIMIT-AMT        PIC S9(13)V99 VALUE ZERO.
           05  WS-AGED-COUNT           PIC 9(09)     VALUE ZERO.
           05  WS-AGED-AMT             PIC S9(13)V99 VALUE ZERO.
           05  WS-EXCEPT-COUNT         PIC 9(09)     VALUE ZERO.
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
               PERFORM 2000-TALLY-FEED
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
           MOVE 'SLNG0030'       TO BCL-JOB-NAME
           MOVE 'PROOFSHT'       TO BCL-PROGRAM-ID
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
      * PREDECESSOR -- THE RECONCILIATION MUST HAVE ENDED RC<=4 FOR    *
      * THE SAME BUSINESS DATE BEFORE ITS OUTPUT IS PROVED.            *
      * A REFUSAL ABENDS THE STEP UNLESS THE OPERATOR RERUNS IT WITH   *
      * OVERRIDE ON THE SYSIN CARD, WHEN IT IS LOGGED AND PASSED.      *
      ******************************************************************
       0300-CHECK-PREDECESSORS.
           MOVE 'SLNG0010'       TO BCL-PRED-JOB
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

      ******************************************************************
      * FEED-IN FIGURES COME FROM THE TRAILERS THE FEEDING SYSTEMS     *
      * STATED AND THE RECONCILIATION ALREADY VERIFIED.  A FEED MAY    *
           END-IF
           CLOSE POSTING-JOURNAL.

      * THE FEED TRAILER HASHES THE AMOUNTS AS RECEIVED, SO A POSTING
      * IS PROVED AT ITS ORIGINAL AMOUNT, NOT THE CONVERTED ONE.
       2310-READ-JOURNAL.
           READ POSTING-JOURNAL
               AT END
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE PJ-ORIG-AMT TO WS-EDITED-AMT-WORK
                   ADD WS-EDITED-AMT-WORK TO WS-POSTED-AMT
           END-READ
           IF NOT POSTJRNL-STATUS-OK AND NOT POSTJRNL-STATUS-EOF
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF SO-REASON-OVER-LIMIT
                       ADD 1 TO WS-OVERLIMIT-COUNT
                       ADD SO-TRANS-AMT TO WS-OVERLIMIT-AMT
                   ELSE
                       ADD 1 TO WS-SUSPOUT-COUNT
                       ADD SO-TRANS-AMT TO WS-SUSPOUT-AMT
                   END-IF
           END-READ
           IF NOT SUSPOUT-STATUS-OK AND NOT SUSPOUT-STATUS-EOF
               MOVE 'SUSPOUT'    TO WS-CHECK-FILE-ID
               WS-FEED-AMT + WS-SUSPIN-AMT
           COMPUTE WS-TOTAL-OUT-COUNT =
               WS-POSTED-COUNT + WS-REJECT-COUNT + WS-DUP-COUNT
               + WS-SUSPOUT-COUNT + WS-OVERLIMIT-COUNT + WS-AGED-COUNT
           COMPUTE WS-TOTAL-OUT-AMT =
               WS-POSTED-AMT + WS-REJECT-AMT + WS-DUP-AMT
               + WS-SUSPOUT-AMT + WS-OVERLIMIT-AMT + WS-AGED-AMT
           COMPUTE WS-DIFF-COUNT =
               WS-TOTAL-IN-COUNT - WS-TOTAL-OUT-COUNT
           COMPUTE WS-DIFF-AMT =
           MOVE WS-SUSPOUT-COUNT TO PD-COUNT
           MOVE WS-SUSPOUT-AMT   TO PD-AMOUNT
           PERFORM 7100-WRITE-PROOF-DETAIL
           MOVE 'OVER CREDIT LIMIT (SUSPENSE)    ' TO PD-LABEL
           MOVE WS-OVERLIMIT-COUNT TO PD-COUNT
           MOVE WS-OVERLIMIT-AMT   TO PD-AMOUNT
           PERFORM 7100-WRITE-PROOF-DETAIL
           MOVE 'AGED EXCEPTIONS ESCALATED       ' TO PD-LABEL
           MOVE WS-AGED-COUNT TO PD-COUNT
           MOVE WS-AGED-AMT   TO PD-AMOUNT
                   WHEN 'C1'
                       MOVE 'CONTROL HEADER/TRAILER MISSING'
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
           MOVE 'SLNG0030'       TO BCL-JOB-NAME
           MOVE 'PROOFSHT'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
