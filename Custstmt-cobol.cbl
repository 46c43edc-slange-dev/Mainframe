
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
               PERFORM 0050-SORT-TRANSACTIONS
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
           MOVE 'SLNG0015'       TO BCL-JOB-NAME
           MOVE 'CUSTSTMT'       TO BCL-PROGRAM-ID
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
      * THE SAME BUSINESS DATE BEFORE STATEMENTS ARE CUT FROM ITS      *
      * OUTPUT.                                                        *
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

       0050-SORT-TRANSACTIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TRANS-KEY
                   WHEN 'V1'
                       MOVE 'LOOKUP TABLE FULL'
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
           MOVE 'SLNG0015'       TO BCL-JOB-NAME
           MOVE 'CUSTSTMT'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
