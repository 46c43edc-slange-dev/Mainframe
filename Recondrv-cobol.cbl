               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATCHR3-STAT.

           SELECT CATCH-FXRATE ASSIGN TO CATCHFX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATCHFX-STAT.

           SELECT FEED-TRANS ASSIGN TO TRANSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGION3-STAT.

           SELECT FEED-FXRATE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STAT.

           SELECT SUSPENSE-IN ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STAT.
           LABEL RECORDS ARE STANDARD.
       01  CATCH-REGION3-RECORD        PIC X(78).

       FD  CATCH-FXRATE
           LABEL RECORDS ARE STANDARD.
       01  CATCH-FXRATE-RECORD         PIC X(80).

       FD  FEED-TRANS
           LABEL RECORDS ARE STANDARD.
       01  FEED-TRANS-RECORD           PIC X(81).
           LABEL RECORDS ARE STANDARD.
       01  FEED-REGION3-RECORD         PIC X(78).

       FD  FEED-FXRATE
           LABEL RECORDS ARE STANDARD.
       01  FEED-FXRATE-RECORD          PIC X(80).

       FD  SUSPENSE-IN
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-IN-RECORD          PIC X(80).

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  POSTING-JOURNAL-RECORD      PIC X(118).

       FD  JOURNAL-CUM
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-CUM-RECORD          PIC X(118).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(107).

       FD  REJECT-CUM
           LABEL RECORDS ARE STANDARD.
       01  REJECT-CUM-RECORD           PIC X(107).

       FD  DRIVER-LOG
           LABEL RECORDS ARE STANDARD.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CATCHR1==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CATCHR2==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CATCHR3==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CATCHFX==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==TRANS==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==REGION1==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==REGION2==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==REGION3==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==FXRATE==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SUSPIN==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SUSPOUT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==POSTJRNL==.
      ******************************************************************
       LOCAL-STORAGE SECTION.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * EACH CATCH-UP DATE IS ITS OWN ENTRY ON THE BATCH-CONTROL
      * FILE UNDER THIS JOB'S NAME, SO THE NIGHT STATUS FOR A
      * RECOVERED DATE SHOWS THE CATCH-UP THAT COVERED IT.  THE
      * RECONCILIATION RECORDS ITS OWN ENTRY FOR THE DATE AS WELL.
       2000-RUN-ONE-DATE.
           PERFORM 2100-REGISTER-DATE-START
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-BUILD-DATE-FEEDS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE WS-CURR-DATE TO WS-LINK-RUN-DATE
               MOVE ZERO         TO WS-LINK-RETURN-CODE
                   IF NOT WS-ABORT-REQUESTED
                       PERFORM 7200-ACCUMULATE-REJECTS
                   END-IF
               END-IF
           END-IF
           PERFORM 2200-REGISTER-DATE-END
           IF NOT WS-ABORT-REQUESTED
               COMPUTE WS-CURR-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) + 1)
           END-IF.

       2100-REGISTER-DATE-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-CURR-DATE     TO BCL-BUSINESS-DATE
           MOVE 'SLNG0050'       TO BCL-JOB-NAME
           MOVE 'RECONDRV'       TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * A DATE THAT STOPPED THE SEQUENCE (FEED SPLIT, RECONCILIATION
      * OR SUSPENSE CYCLING) IS RECORDED FAILED.
       2200-REGISTER-DATE-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-CURR-DATE     TO BCL-BUSINESS-DATE
           MOVE 'SLNG0050'       TO BCL-JOB-NAME
           MOVE 'RECONDRV'       TO BCL-PROGRAM-ID
           MOVE WS-LINK-RETURN-CODE TO BCL-RETURN-CODE
           IF WS-ABORT-REQUESTED
               MOVE 0016         TO BCL-RETURN-CODE
           END-IF
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.

      ******************************************************************
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6400-SPLIT-REGION3-FEED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6450-SPLIT-FXRATE-FEED
           END-IF.

       6100-SPLIT-TRANS-FEED.
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       6450-SPLIT-FXRATE-FEED.
           OPEN INPUT CATCH-FXRATE
           MOVE 'CATCHFX'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-CATCHFX-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT FEED-FXRATE
           MOVE 'FXRATE'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-FXRATE-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           PERFORM 6500-INIT-SPLIT
           PERFORM 6460-SPLIT-FXRATE-RECORD
               UNTIL WS-SPLIT-EOF
               OR WS-ABORT-REQUESTED
           CLOSE CATCH-FXRATE
           CLOSE FEED-FXRATE
           MOVE 'CATCHFX' TO WS-CHECK-FILE-ID
           PERFORM 6600-VERIFY-BLOCK-FOUND.

       6460-SPLIT-FXRATE-RECORD.
           READ CATCH-FXRATE
               AT END
                   MOVE 'Y' TO WS-SPLIT-EOF-SW
               NOT AT END
                   MOVE SPACES TO WS-SPLIT-RECORD
                   MOVE CATCH-FXRATE-RECORD TO WS-SPLIT-RECORD(1:80)
                   PERFORM 6550-CHECK-SPLIT-RECORD
                   IF WS-SPLIT-WRITE
                       WRITE FEED-FXRATE-RECORD
                           FROM WS-SPLIT-RECORD(1:80)
                       IF NOT FXRATE-STATUS-OK
                           MOVE 'FXRATE'     TO WS-CHECK-FILE-ID
                           MOVE 'WRITE'      TO WS-CHECK-OPERATION
                           MOVE WS-FXRATE-STAT TO WS-CHECK-STATUS
                           PERFORM 8000-CHECK-FILE-STATUS
                       END-IF
                   END-IF
           END-READ
           IF NOT CATCHFX-STATUS-OK AND NOT CATCHFX-STATUS-EOF
               MOVE 'CATCHFX'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-CATCHFX-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       6500-INIT-SPLIT.
           MOVE 'N' TO WS-SPLIT-EOF-SW
           MOVE 'N' TO WS-SPLIT-IN-BLOCK-SW
