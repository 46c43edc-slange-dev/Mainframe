           05  AU-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(02).
           05  AU-AFTER-STATUS         PIC X(01).
           05  FILLER                  PIC X(02).
           05  AU-BEFORE-LIMIT         PIC X(11).
           05  FILLER                  PIC X(02).
           05  AU-AFTER-LIMIT          PIC X(11).
           05  FILLER                  PIC X(02).
           05  AU-BEFORE-CURRENCY      PIC X(03).
           05  FILLER                  PIC X(02).
           05  AU-AFTER-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02).
           05  AU-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02).
           05  AU-APPROVED-BY          PIC X(08).

      * ONE PROOF RECORD PER APPLIED CHANGE -- SORTED BY CUSTOMER
      * AND APPLY SEQUENCE, THE LAST RECORD PER CUSTOMER IS THE
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
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-REPLAY-NEXT-CHANGE
           IF WS-ABORT-REQUESTED
               MOVE 0016 TO WS-FINAL-RETURN-CODE
           END-IF
           PERFORM 9300-REGISTER-JOB-END
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
      * BATCH CONTROL -- RECORD THIS JOB'S START FOR THE BUSINESS      *
      * DATE ON THE SHARED CONTROL FILE; 9300 RECORDS ITS END.         *
      ******************************************************************
       0200-REGISTER-JOB-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0040'       TO BCL-JOB-NAME
           MOVE 'CUSTRCVR'       TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1000-INITIALIZE.
           OPEN I-O CUSTMAST
           MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
                   END-IF
               ELSE
      * A POSTING FOR A CUSTOMER NOT ON THE RESTORED BACKUP -- THE
      * JOURNAL STILL KNOWS THE RESULTING BALANCE AND ITS CURRENCY,
      * SO THE RECORD IS REBUILT FROM IT AND THE GAP IS COUNTED.
                   ADD 1 TO WS-CONTINUITY-COUNT
                   MOVE SPACES          TO CUSTMAST-RECORD
                   MOVE PJ-CUST-ID      TO CM-CUST-ID
                       TO CM-CUST-NAME
                   MOVE WS-JRNL-NEW-BAL TO CM-CUST-BAL
                   MOVE 'A'             TO CM-CUST-STATUS
                   MOVE PJ-CURRENCY-CODE TO CM-CURRENCY-CODE
                   WRITE CUSTMAST-RECORD
                   IF NOT CUSTMAST-STATUS-OK
                       MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
                   MOVE AU-AFTER-NAME      TO CM-CUST-NAME
                   MOVE WS-AUDIT-AFTER-BAL TO CM-CUST-BAL
                   MOVE AU-AFTER-STATUS    TO CM-CUST-STATUS
                   MOVE AU-AFTER-LIMIT     TO CM-CREDIT-LIMIT-X
                   MOVE AU-AFTER-CURRENCY  TO CM-CURRENCY-CODE
                   REWRITE CUSTMAST-RECORD
                   IF NOT CUSTMAST-STATUS-OK
                       MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
                   MOVE AU-AFTER-NAME      TO CM-CUST-NAME
                   MOVE WS-AUDIT-AFTER-BAL TO CM-CUST-BAL
                   MOVE AU-AFTER-STATUS    TO CM-CUST-STATUS
                   MOVE AU-AFTER-LIMIT     TO CM-CREDIT-LIMIT-X
                   MOVE AU-AFTER-CURRENCY  TO CM-CURRENCY-CODE
                   WRITE CUSTMAST-RECORD
                   IF NOT CUSTMAST-STATUS-OK
                       MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE RUNLOG-FILE.

      * AN END THAT CANNOT BE RECORDED LEAVES THE STEP SHOWING AS NOT
      * ENDED ON THE NIGHT STATUS -- IT IS REPORTED, BUT THE WORK IS
      * DONE AND THE RETURN CODE STANDS.
       9300-REGISTER-JOB-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0040'       TO BCL-JOB-NAME
           MOVE 'CUSTRCVR'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
