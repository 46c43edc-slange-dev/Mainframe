           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(02).
           05  RJ-RECYCLE-COUNT        PIC 9(03).
           05  FILLER                  PIC X(02).
           05  RJ-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02).
           05  RJ-ORIG-KEY             PIC X(10).
           05  FILLER                  PIC X(02).
           05  RJ-ORIG-DATE            PIC X(08).

      * CORRECTIONS: COLS 1-10 ORIGINAL KEY, 11-18 ORIGINAL DATE,
      * 19-28 CORRECTED KEY, 29-36 CORRECTED DATE, 37-38 CORRECTED
      * TYPE, 39-49 CORRECTED AMOUNT (11 DIGITS, LAST TWO DECIMALS),
      * 50-52 CORRECTED CURRENCY CODE.
      * A BLANK CORRECTION FIELD KEEPS THE ORIGINAL VALUE.
       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD.
           05  CO-NEW-AMT-X            PIC X(11).
           05  CO-NEW-AMT REDEFINES CO-NEW-AMT-X
                                       PIC S9(9)V99.
           05  CO-NEW-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(28).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  FD-TRANS-AMT            PIC S9(9)V99.
           05  FD-TRANS-TYPE           PIC X(02).
           05  FD-RECYCLE-COUNT        PIC 9(03).
           05  FD-ORIG-KEY             PIC X(10).
           05  FD-ORIG-DATE            PIC X(08).
           05  FD-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(26).
       01  FEED-TRAILER-RECORD.
           05  FT-RECORD-TYPE          PIC X(01).
           05  FT-RECORD-COUNT         PIC 9(09).
           05  WS-RECORDS-READ-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
               10  WS-COR-NEW-DATE     PIC X(08).
               10  WS-COR-NEW-TYPE     PIC X(02).
               10  WS-COR-NEW-AMT-X    PIC X(11).
               10  WS-COR-NEW-CURRENCY PIC X(03).
               10  WS-COR-APPLIED-SW   PIC X(01).
                   88  WS-COR-APPLIED              VALUE 'Y'.

                                       PIC S9(9)V99.
           05  WS-REP-TRANS-TYPE       PIC X(02)   VALUE SPACES.
           05  WS-REP-RECYCLE-COUNT    PIC 9(03)   VALUE ZERO.
           05  WS-REP-CURRENCY-CODE    PIC X(03)   VALUE SPACES.
           05  WS-REP-ORIG-KEY         PIC X(10)   VALUE SPACES.
           05  WS-REP-ORIG-DATE        PIC X(08)   VALUE SPACES.

       01  WS-VALIDATION-FIELDS.
           05  WS-REJECT-REASON-CODE   PIC X(02)   VALUE SPACES.
                   WS-ERRLOG-STAT
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-REGISTER-JOB-START
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

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
      * BATCH CONTROL -- RECORD THIS JOB'S START FOR THE BUSINESS      *
      * DATE ON THE SHARED CONTROL FILE; 9300 RECORDS ITS END.         *
      ******************************************************************
       0200-REGISTER-JOB-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0055'       TO BCL-JOB-NAME
           MOVE 'REJRECYC'       TO BCL-PROGRAM-ID
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
           OPEN INPUT REJECT-FILE
           MOVE 'RECYCIN'    TO WS-CHECK-FILE-ID
               WHEN 'SUSPDAYS'
               WHEN 'RETENDAYS'
               WHEN 'MATCHMODE'
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
      * INDICATOR 'R' MARKS A REVERSAL TYPE, AS IN THE NIGHTLY RUN.
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
               MOVE CO-NEW-DATE   TO WS-COR-NEW-DATE (COR-IDX)
               MOVE CO-NEW-TYPE   TO WS-COR-NEW-TYPE (COR-IDX)
               MOVE CO-NEW-AMT-X  TO WS-COR-NEW-AMT-X (COR-IDX)
               MOVE CO-NEW-CURRENCY TO WS-COR-NEW-CURRENCY (COR-IDX)
               MOVE 'N'           TO WS-COR-APPLIED-SW (COR-IDX)
           ELSE
               MOVE 'CORRFILE'   TO WS-CHECK-FILE-ID
               MOVE RJ-TRANS-AMT TO WS-EDITED-AMT-WORK
               MOVE WS-EDITED-AMT-WORK TO WS-REP-TRANS-AMT
           END-IF
           IF WS-COR-NEW-CURRENCY (COR-IDX) NOT = SPACES
               MOVE WS-COR-NEW-CURRENCY (COR-IDX)
                   TO WS-REP-CURRENCY-CODE
           ELSE
               MOVE RJ-CURRENCY-CODE TO WS-REP-CURRENCY-CODE
           END-IF
      * A REVERSAL CAN ONLY BACK OUT A POSTING ON ITS OWN ACCOUNT, SO
      * A CORRECTED KEY CARRIES THE ORIGINAL'S KEY WITH IT.
           MOVE RJ-ORIG-KEY  TO WS-REP-ORIG-KEY
           MOVE RJ-ORIG-DATE TO WS-REP-ORIG-DATE
           IF WS-COR-NEW-KEY (COR-IDX) NOT = SPACES
               AND RJ-ORIG-KEY NOT = SPACES
               MOVE WS-COR-NEW-KEY (COR-IDX) TO WS-REP-ORIG-KEY
           END-IF
           IF RJ-RECYCLE-COUNT IS NUMERIC
               COMPUTE WS-REP-RECYCLE-COUNT = RJ-RECYCLE-COUNT + 1
           ELSE
                   MOVE 'INVALID TRANSACTION TYPE'
                       TO WS-REJECT-REASON
               WHEN WS-VALID-TYPE (TYPE-IDX) = WS-REP-TRANS-TYPE
                   IF WS-VALID-TYPE-DC (TYPE-IDX) NOT = 'R'
                       MOVE SPACES TO WS-REP-ORIG-KEY
                       MOVE SPACES TO WS-REP-ORIG-DATE
                   END-IF
           END-SEARCH.

       2340-CHECK-REPAIRED-DATE.
           MOVE WS-REP-TRANS-AMT    TO FD-TRANS-AMT
           MOVE WS-REP-TRANS-TYPE   TO FD-TRANS-TYPE
           MOVE WS-REP-RECYCLE-COUNT TO FD-RECYCLE-COUNT
           MOVE WS-REP-CURRENCY-CODE TO FD-CURRENCY-CODE
           MOVE WS-REP-ORIG-KEY     TO FD-ORIG-KEY
           MOVE WS-REP-ORIG-DATE    TO FD-ORIG-DATE
           WRITE FEED-DETAIL-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-RECYCLED-COUNT
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE RUNLOG-FILE.

      * AN END THAT CANNOT BE RECORDED LEAVES THE STEP SHOWING AS NOT
      * ENDED ON THE NIGHT STATUS -- IT IS REPORTED, BUT THE WORK IS
      * DONE AND THE RETURN CODE STANDS.
       9300-REGISTER-JOB-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0055'       TO BCL-JOB-NAME
           MOVE 'REJRECYC'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
