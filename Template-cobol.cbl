               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STAT.

           SELECT REJECT-FILE ASSIGN TO REJECTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STAT.
      * TR-RECYCLE-COUNT IS SPACES ON A FRESH BRANCH FEED AND CARRIES
      * THE BOUNCE COUNT ON RECORDS RE-ENTERED BY THE REJECT RECYCLE;
      * IT RIDES THROUGH TO THE REJECT FILE SO A REPEAT OFFENDER CAN
      * BE ESCALATED INSTEAD OF LOOPING FOREVER.  A REVERSAL (A TYPE
      * LISTED WITH INDICATOR 'R') NAMES THE POSTING IT BACKS OUT IN
      * TR-ORIG-KEY/TR-ORIG-DATE; BOTH ARE SPACES ON ANY OTHER TYPE.
      * TR-CURRENCY-CODE IS THE CURRENCY TR-TRANS-AMT IS IN -- SPACES
      * FOR THE HOUSE CURRENCY.  THE POSTING CONVERTS IT TO THE
      * ACCOUNT CURRENCY AT THE DAY'S RATE FROM THE FX RATE FILE.
       01  TRANS-RECORD.
           05  TR-TRANS-KEY            PIC X(10).
           05  TR-TRANS-DATE           PIC X(08).
           05  TR-TRANS-AMT            PIC S9(9)V99.
           05  TR-TRANS-TYPE           PIC X(02).
           05  TR-RECYCLE-COUNT        PIC 9(03).
           05  TR-ORIG-KEY             PIC X(10).
           05  TR-ORIG-DATE            PIC X(08).
           05  TR-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(26).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

      * DAILY FX RATES -- HEADER AND TRAILER AS FOR EVERY FEED, WITH
      * THE HOUSE CURRENCY IN HEADER BYTES 18-20.  EACH DETAIL (BYTE
      * 1 'D') GIVES THE HOUSE-CURRENCY VALUE OF ONE UNIT OF A
      * FOREIGN CURRENCY FOR ONE TRANSACTION DATE.  THE TRAILER HASH
      * IS TAKEN OVER THE RATE FIELD, READ AS AN AMOUNT.
       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RATE-RECORD.
           05  FX-RECORD-TYPE          PIC X(01).
           05  FX-CURRENCY-CODE        PIC X(03).
           05  FX-RATE-DATE            PIC X(08).
           05  FX-RATE-X               PIC X(11).
           05  FX-RATE REDEFINES FX-RATE-X
                                       PIC 9(5)V9(6).
           05  FILLER                  PIC X(57).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-RECYCLE-COUNT        PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-ORIG-KEY             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-ORIG-DATE            PIC X(08).

       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
           05  BS-NEW-BAL              PIC S9(9)V99.
           05  FILLER                  PIC X(39).

      * TH-TRANS-TYPE AND TH-TRANS-DC RECORD HOW THE POSTING MOVED THE
      * BALANCE SO A REVERSAL CAN BACK IT OUT EXACTLY; THE REVERSED
      * FLAG AND THE REVERSAL'S OWN DATES ARE SET WHEN IT IS BACKED
      * OUT, SO IT CANNOT BE REVERSED A SECOND TIME.  TH-POSTED-AMT IS
      * WHAT THE POSTING MOVED IN THE ACCOUNT CURRENCY, SO A REVERSAL
      * BACKS OUT EXACTLY THAT AMOUNT WHATEVER TODAY'S RATE.
      * TH-CURRENCY-CODE IS THE FEED CURRENCY, BLANK FOR THE HOUSE
      * CURRENCY; A RECORD WRITTEN BEFORE THESE FIELDS EXISTED HAS
      * SPACES IN BOTH AND IS A HOUSE POSTING OF TH-TRANS-AMT.
       FD  TRANS-HIST
           LABEL RECORDS ARE STANDARD.
       01  TRANS-HIST-RECORD.
               10  TH-TRANS-DATE       PIC X(08).
           05  TH-RUN-DATE             PIC 9(08).
           05  TH-TRANS-AMT            PIC S9(9)V99.
           05  TH-TRANS-TYPE           PIC X(02).
           05  TH-TRANS-DC             PIC X(01).
               88  TH-DC-KNOWN                     VALUE 'D' 'C'.
           05  TH-REVERSED-SW          PIC X(01).
               88  TH-REVERSED                     VALUE 'Y'.
           05  TH-REV-DATE             PIC X(08).
           05  TH-REV-RUN-DATE         PIC 9(08).
           05  TH-CURRENCY-CODE        PIC X(03).
           05  TH-POSTED-AMT           PIC S9(9)V99.
           05  FILLER                  PIC X(09).

       FD  DUP-RPT
           LABEL RECORDS ARE STANDARD.
           05  SI-TRANS-TYPE           PIC X(02).
           05  SI-AGE-DAYS             PIC 9(03).
           05  SI-FIRST-RUN-DATE       PIC 9(08).
           05  SI-SUSP-REASON          PIC X(02).
           05  SI-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(33).

       FD  SUSPENSE-OUT
           LABEL RECORDS ARE STANDARD.
           05  SO-TRANS-TYPE           PIC X(02).
           05  SO-AGE-DAYS             PIC 9(03).
           05  SO-FIRST-RUN-DATE       PIC 9(08).
      * BLANK FOR AN UNMATCHED OR HELD ITEM; 'OL' FOR A DEBIT REFUSED
      * BECAUSE IT WOULD TAKE THE ACCOUNT PAST ITS CREDIT LIMIT.
           05  SO-SUSP-REASON          PIC X(02).
               88  SO-REASON-OVER-LIMIT            VALUE 'OL'.
           05  SO-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(33).

       FD  AGED-RPT
           LABEL RECORDS ARE STANDARD.
           05  RS-DUP-COUNT            PIC 9(09).
           05  RS-DUP-AMT              PIC S9(9)V99.
           05  RS-SNAP-SEQ             PIC 9(09).
           05  RS-OVERLIMIT-COUNT      PIC 9(09).
           05  RS-OVERLIMIT-AMT        PIC S9(9)V99.
           05  RS-REVERSAL-COUNT       PIC 9(09).
           05  RS-REVERSAL-AMT         PIC S9(9)V99.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           05  FILLER                  PIC X(47).

      * PER-TRANSACTION ACTIVITY DETAIL WRITTEN DURING THE
      * RECONCILIATION -- SIGNED FEED AMOUNT, THE SAME AMOUNT IN THE
      * ACCOUNT CURRENCY, AND THE BALANCE DELTA ACTUALLY POSTED.
      * SORTED BY CUSTOMER FOR THE THREE-WAY
      * VARIANCE PASS, SO THE PASS WORKS FROM FILES INSTEAD OF AN
      * IN-MEMORY TABLE AND HAS NO CUSTOMER-COUNT CEILING.
       FD  ACTIVITY-WORK
           05  AW-CUST-ID              PIC X(10).
           05  AW-TRANS-AMT            PIC S9(9)V99.
           05  AW-POSTED-AMT           PIC S9(9)V99.
           05  AW-ACCT-AMT             PIC S9(9)V99.
           05  FILLER                  PIC X(05).

       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  SA-CUST-ID              PIC X(10).
           05  SA-TRANS-AMT            PIC S9(9)V99.
           05  SA-POSTED-AMT           PIC S9(9)V99.
           05  SA-ACCT-AMT             PIC S9(9)V99.
           05  FILLER                  PIC X(05).

       FD  VARIANCE-RPT
           LABEL RECORDS ARE STANDARD.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==TRANS==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SORTED==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==FXRATE==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==REJECT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CUSTMAST==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==EXCEPT==.
           05  WS-RECORDS-READ-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
           05  WS-CHECK-STATUS         PIC X(02)   VALUE '00'.
               88  WS-CHECK-FORCED-ABEND
                   VALUE 'R1' 'P1' 'P2' 'P3' 'P4' 'P5'
                         'C1' 'C2' 'C3' 'C4' 'F1' 'F2'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
           05  WS-TOTAL-POSTED-AMT     PIC S9(9)V99 VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(09)    VALUE ZERO.
           05  WS-TOTAL-REJECT-AMT     PIC S9(9)V99 VALUE ZERO.
           05  WS-OVERLIMIT-COUNT      PIC 9(09)    VALUE ZERO.
           05  WS-TOTAL-OVERLIMIT-AMT  PIC S9(9)V99 VALUE ZERO.
           05  WS-REVERSAL-COUNT       PIC 9(09)    VALUE ZERO.
           05  WS-TOTAL-REVERSAL-AMT   PIC S9(9)V99 VALUE ZERO.

       01  WS-POSTING-FIELDS.
           05  WS-PRIOR-BAL            PIC S9(9)V99 VALUE ZERO.
           05  WS-SIGNED-TRANS-AMT     PIC S9(9)V99 VALUE ZERO.
           05  WS-TRANS-DC             PIC X(01)    VALUE 'C'.
           05  WS-SNAP-SEQ             PIC 9(09)    VALUE ZERO.
           05  WS-PROJECTED-BAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-OVER-LIMIT-SW        PIC X(01)    VALUE 'N'.
               88  WS-OVER-LIMIT                    VALUE 'Y'.
      * SET WHEN THE FEED TYPE CARRIES INDICATOR 'R'.  THE REVERSAL'S
      * DIRECTION IS THE OPPOSITE OF THE ORIGINAL ON TRANSHIST; A
      * REVERSAL ALREADY APPLIED EARLIER IN THIS SAME RUN (A REPLAY
      * AFTER A CHECKPOINT RESTART, OR THE SAME RECORD SENT TWICE)
      * IS A DUPLICATE, NOT A SECOND REVERSAL.
           05  WS-REVERSAL-SW          PIC X(01)    VALUE 'N'.
               88  WS-TRANS-REVERSAL                VALUE 'Y'.
           05  WS-REV-REPLAY-SW        PIC X(01)    VALUE 'N'.
               88  WS-REV-REPLAY                    VALUE 'Y'.
           05  WS-REV-AGE-DAYS         PIC S9(05)   VALUE ZERO.
           05  WS-REV-POSTED-AMT       PIC S9(9)V99 VALUE ZERO.
      * THE TRANSACTION AMOUNT IN THE ACCOUNT CURRENCY -- WHAT MOVES
      * THE BALANCE, FACES THE CREDIT LIMIT, AND GOES ON THE JOURNAL.
           05  WS-CONVERTED-AMT        PIC S9(9)V99 VALUE ZERO.

      * FX CONVERSION.  THE RATE TABLE IS LOADED FROM THE FX RATE FILE
      * WHILE IT IS VERIFIED; A RATE IS THE HOUSE-CURRENCY VALUE OF ONE
      * FOREIGN UNIT, SO A TRANSACTION CONVERTS TO THE ACCOUNT
      * CURRENCY AT ITS OWN RATE OVER THE ACCOUNT CURRENCY'S RATE (ONE
      * FOR THE HOUSE CURRENCY).  A BLANK CURRENCY CODE ON THE FEED OR
      * THE MASTER IS THE HOUSE CURRENCY.
       01  WS-FX-FIELDS.
           05  WS-HOUSE-CURRENCY       PIC X(03)   VALUE SPACES.
           05  WS-TRANS-CURRENCY       PIC X(03)   VALUE SPACES.
           05  WS-ACCT-CURRENCY        PIC X(03)   VALUE SPACES.
           05  WS-FX-HIST-CURRENCY     PIC X(03)   VALUE SPACES.
           05  WS-FX-LOOKUP-CURRENCY   PIC X(03)   VALUE SPACES.
           05  WS-FX-LOOKUP-DATE       PIC X(08)   VALUE SPACES.
           05  WS-FX-LOOKUP-RATE       PIC 9(5)V9(6) VALUE ZERO.
           05  WS-FX-TRANS-RATE        PIC 9(5)V9(6) VALUE ZERO.
           05  WS-FX-ACCT-RATE         PIC 9(5)V9(6) VALUE ZERO.
           05  WS-FX-APPLIED-RATE      PIC 9(5)V9(6) VALUE ZERO.
           05  WS-FX-MISSING-SW        PIC X(01)   VALUE 'N'.
               88  WS-FX-RATE-MISSING              VALUE 'Y'.
           05  WS-FX-RATE-OK-SW        PIC X(01)   VALUE 'N'.
               88  WS-FX-RATE-OK                   VALUE 'Y'.
           05  WS-FX-RELEASE-SW        PIC X(01)   VALUE 'N'.
               88  WS-FX-RELEASE                   VALUE 'Y'.

       01  WS-FX-RATE-TABLE.
           05  WS-FX-MAX               PIC 9(03)   VALUE 500.
           05  WS-FX-COUNT             PIC 9(03)   VALUE ZERO.
           05  WS-FX-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-FX-COUNT
                   INDEXED BY FX-IDX.
               10  WS-FX-CURRENCY      PIC X(03).
               10  WS-FX-RATE-DATE     PIC X(08).
               10  WS-FX-RATE          PIC 9(5)V9(6).

      * BUSINESS-MAINTAINED RUN PARAMETERS LOADED FROM PARMFILE.
       01  WS-PARM-FIELDS.
               88  WS-HIST-EOF                     VALUE 'Y'.
           05  WS-HIST-CUTOFF-DATE     PIC 9(08)   VALUE ZERO.
           05  WS-HIST-PURGED-COUNT    PIC 9(09)   VALUE ZERO.
      * THE MONTH-END ACCRUAL'S INTEREST AND FEE TYPES (RECONPARM
      * INTTYPE/FEETYPE).  BOTH ARE DATED THE BUSINESS DATE, SO THEY
      * NEITHER CONSULT NOR GO ON TRANSHIST -- SEE 2750.
           05  WS-INTEREST-TYPE        PIC X(02)   VALUE SPACES.
           05  WS-FEE-TYPE             PIC X(02)   VALUE SPACES.
           05  WS-ACCRUAL-SW           PIC X(01)   VALUE 'N'.
               88  WS-ACCRUAL-ITEM                 VALUE 'Y'.

      * CONTROL-RECORD VERIFICATION OF EVERY INPUT FEED.  THE FEEDING
      * SYSTEMS WRAP EACH FILE IN A HEADER (BYTE 1 'H', SOURCE,
           05  WS-VAR-CURR-CUST        PIC X(10)   VALUE SPACES.
           05  WS-VAR-TRANS-SUM        PIC S9(9)V99 VALUE ZERO.
           05  WS-VAR-POSTED-SUM       PIC S9(9)V99 VALUE ZERO.
           05  WS-VAR-ACCT-SUM         PIC S9(9)V99 VALUE ZERO.
           05  WS-VAR-EXTRACT-SUM      PIC S9(9)V99 VALUE ZERO.
           05  WS-VARIANCE-COUNT       PIC 9(09)   VALUE ZERO.

                   WS-ERRLOG-STAT
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-REGISTER-JOB-START
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0040-VERIFY-INPUT-FEEDS
           END-IF
               OR WS-REJECT-COUNT NOT = ZERO
               OR WS-DUP-COUNT NOT = ZERO
               OR WS-SUSP-AGED-COUNT NOT = ZERO
               OR WS-OVERLIMIT-COUNT NOT = ZERO
               MOVE 0004 TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-ABORT-REQUESTED
           IF WS-ABORT-REQUESTED
               MOVE 0016 TO WS-FINAL-RETURN-CODE
           END-IF
           PERFORM 9300-REGISTER-JOB-END
           IF NOT LS-LINKAGE-PARMS OMITTED
               MOVE WS-FINAL-RETURN-CODE TO LS-RETURN-CODE
           END-IF
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
      * BATCH CONTROL -- RECORD THIS JOB'S START FOR THE BUSINESS      *
      * DATE ON THE SHARED CONTROL FILE; 9300 RECORDS ITS END.         *
      ******************************************************************
       0200-REGISTER-JOB-START.
           MOVE 'S'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0010'       TO BCL-JOB-NAME
           MOVE 'COBOLTEMPLATE'  TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * FEED VERIFICATION -- EVERY INPUT FEED IS READ ONCE, BEFORE     *
      * ANY RECORD ENTERS THE MERGE OR THE RECONCILIATION, AND MUST    *
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0044-VERIFY-TRANSIN
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0049-VERIFY-FXRATE
           END-IF.

       0041-VERIFY-REGION1.
               END-IF
           END-IF.

      ******************************************************************
      * THE FX RATE FILE IS VERIFIED LIKE ANY FEED AND LOADED INTO     *
      * THE RATE TABLE IN THE SAME PASS.  A FILE WITH NO HOUSE         *
      * CURRENCY ON ITS HEADER, OR A RATE THAT IS MALFORMED OR         *
      * REPEATED, ABENDS THE RUN RATHER THAN CONVERTING ON A BAD RATE. *
      ******************************************************************
       0049-VERIFY-FXRATE.
           MOVE 'FXRATE' TO WS-FEED-ID
           MOVE 13 TO WS-FEED-AMT-POS
           PERFORM 0045-INIT-FEED-CHECK
           MOVE SPACES TO WS-HOUSE-CURRENCY
           MOVE ZERO   TO WS-FX-COUNT
           OPEN INPUT FX-RATE-FILE
           MOVE WS-FEED-ID   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-FXRATE-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           PERFORM 0049-READ-FXRATE
               UNTIL WS-FEED-EOF
               OR WS-ABORT-REQUESTED
           CLOSE FX-RATE-FILE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0047-CHECK-FEED-TOTALS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND WS-HOUSE-CURRENCY = SPACES
               MOVE WS-FEED-ID   TO WS-CHECK-FILE-ID
               MOVE 'VERIFY'     TO WS-CHECK-OPERATION
               MOVE 'F2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       0049-READ-FXRATE.
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SW
               NOT AT END
                   MOVE FX-RATE-RECORD TO WS-FEED-RECORD
                   PERFORM 0046-CHECK-FEED-RECORD
                   EVALUATE FX-RECORD-TYPE
                       WHEN 'H'
                           MOVE FX-RATE-RECORD(18:3)
                               TO WS-HOUSE-CURRENCY
                       WHEN 'T'
                           CONTINUE
                       WHEN OTHER
                           PERFORM 0049-LOAD-FX-RATE
                   END-EVALUATE
           END-READ
           IF NOT FXRATE-STATUS-OK AND NOT FXRATE-STATUS-EOF
               MOVE WS-FEED-ID   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-FXRATE-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * A RATE FOR THE HOUSE CURRENCY ITSELF IS REFUSED WITH THE
      * DUPLICATES -- THE LOOKUP ALREADY ANSWERS ONE FOR IT.
       0049-LOAD-FX-RATE.
           MOVE 'N' TO WS-FX-RATE-OK-SW
           MOVE 'N' TO WS-FX-MISSING-SW
           MOVE FX-RATE-DATE TO WS-EDIT-DATE
           PERFORM 2055-EDIT-CALENDAR-DATE
           IF FX-RECORD-TYPE = 'D'
               AND FX-CURRENCY-CODE IS ALPHABETIC
               AND FX-CURRENCY-CODE NOT = SPACES
               AND WS-DATE-VALID
               AND FX-RATE IS NUMERIC
               AND FX-RATE > ZERO
               MOVE FX-CURRENCY-CODE TO WS-FX-LOOKUP-CURRENCY
               MOVE FX-RATE-DATE     TO WS-FX-LOOKUP-DATE
               PERFORM 2425-LOOKUP-FX-RATE
               IF WS-FX-RATE-MISSING
                   MOVE 'Y' TO WS-FX-RATE-OK-SW
               END-IF
           END-IF
           IF NOT WS-FX-RATE-OK
               MOVE WS-FEED-ID   TO WS-CHECK-FILE-ID
               MOVE 'LOAD'       TO WS-CHECK-OPERATION
               MOVE 'F2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           ELSE
               IF WS-FX-COUNT < WS-FX-MAX
                   ADD 1 TO WS-FX-COUNT
                   SET FX-IDX TO WS-FX-COUNT
                   MOVE FX-CURRENCY-CODE TO WS-FX-CURRENCY (FX-IDX)
                   MOVE FX-RATE-DATE     TO WS-FX-RATE-DATE (FX-IDX)
                   MOVE FX-RATE          TO WS-FX-RATE (FX-IDX)
               ELSE
                   MOVE WS-FEED-ID   TO WS-CHECK-FILE-ID
                   MOVE 'LOAD'       TO WS-CHECK-OPERATION
                   MOVE 'F1'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * THE REGIONAL MERGE RUNS AS A SORT WITH AN INPUT PROCEDURE SO   *
      * THE CONTROL HEADERS AND TRAILERS NEVER REACH MASTEXT -- ONLY   *
                                   TO WS-DUP-AMT
                               MOVE RS-SNAP-SEQ
                                   TO WS-SNAP-SEQ
                               MOVE RS-OVERLIMIT-COUNT
                                   TO WS-OVERLIMIT-COUNT
                               MOVE RS-OVERLIMIT-AMT
                                   TO WS-TOTAL-OVERLIMIT-AMT
                               MOVE RS-REVERSAL-COUNT
                                   TO WS-REVERSAL-COUNT
                               MOVE RS-REVERSAL-AMT
                                   TO WS-TOTAL-REVERSAL-AMT
                           END-IF
                       END-IF
               END-READ
                       MOVE 'P5'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
      * RECYCMAX BELONGS TO THE REJECT-RECYCLE JOB, THE TIER AND FEE
      * AMOUNT KEYWORDS TO THE MONTH-END ACCRUAL, THE MON KEYWORDS TO
      * THE ACTIVITY MONITOR, THE APPROVAL KEYWORDS TO MAINTENANCE AND
      * DISPOSITION AND HISTYEARS TO THE POSTING-HISTORY PURGE, WHICH
      * SHARE THIS PARAMETER MEMBER -- PASS THEM THROUGH.
               WHEN 'RECYCMAX'
               WHEN 'INTTIER'
               WHEN 'INTTYPE'
                   MOVE PRM-VALUE(1:2) TO WS-INTEREST-TYPE
               WHEN 'FEETYPE'
                   MOVE PRM-VALUE(1:2) TO WS-FEE-TYPE
               WHEN 'SVCFEE'
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
      * INDICATOR 'R' MARKS A REVERSAL TYPE -- ITS DIRECTION COMES FROM
      * THE ORIGINAL POSTING IT BACKS OUT, NOT FROM THE PARAMETER.
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
           END-IF
           PERFORM 2100-READ-TRANS-FILE.

      * A REVERSAL IS NOT CHECKED AGAINST HISTORY UNDER ITS OWN KEY --
      * IT NEVER GOES ON HISTORY ITSELF (IT MARKS THE ORIGINAL), SO IT
      * CANNOT COLLIDE WITH ANOTHER POSTING FOR THE SAME CUSTOMER AND
      * DATE.  THE ORIGINAL'S REVERSED FLAG IS ITS DUPLICATE GUARD.
       2010-MATCH-AND-POST.
           IF WS-TRANS-REVERSAL
               IF WS-REV-REPLAY
                   PERFORM 2800-WRITE-DUPLICATE
               ELSE
                   PERFORM 2020-APPLY-TRANSACTION
               END-IF
           ELSE
               PERFORM 2750-CHECK-DUP-HISTORY
               IF WS-DUP-FOUND
                   PERFORM 2800-WRITE-DUPLICATE
               ELSE
                   PERFORM 2020-APPLY-TRANSACTION
               END-IF
           END-IF.

       2020-APPLY-TRANSACTION.
           MOVE 'N' TO WS-CUSTMAST-FOUND-SW
           MOVE 'N' TO WS-FX-MISSING-SW
           MOVE ZERO TO WS-POSTED-DELTA
           MOVE TR-TRANS-AMT TO WS-CONVERTED-AMT
           IF WS-MODE-SEQUENTIAL
               PERFORM 2030-SEQUENTIAL-MATCH
           ELSE
               PERFORM 2040-KEYED-MATCH
           END-IF
           IF WS-CUSTMAST-FOUND
               AND CM-STATUS-ACTIVE
               PERFORM 2420-CONVERT-AMOUNT
           END-IF
      * A MATCHED MASTER RECORD ONLY POSTS WHEN THE ACCOUNT IS
      * ACTIVE -- A TRANSACTION FOR A HELD OR CLOSED ACCOUNT GOES
      * TO THE EXCEPTION REPORT AND ONTO SUSPENSE WITH ITS OWN
      * REASON INSTEAD OF SILENTLY MOVING A DEAD BALANCE.  AN ACTIVE
      * ACCOUNT STILL REFUSES A DEBIT THAT WOULD BREACH ITS CREDIT
      * LIMIT.  A REVERSAL CANNOT WAIT ON SUSPENSE (THE SUSPENSE ITEM
      * HAS NO ROOM FOR THE ORIGINAL'S KEY), SO ONE THAT FINDS NO
      * ACTIVE ACCOUNT IS REJECTED INSTEAD AND STAYS OUT OF THE TOTALS.
      * SO DOES A FOREIGN-CURRENCY TRANSACTION WITH NO RATE ON FILE
      * FOR ITS DATE -- IT CANNOT BE CONVERTED TO THE ACCOUNT CURRENCY.
           IF WS-TRANS-REVERSAL
               AND (NOT WS-CUSTMAST-FOUND OR NOT CM-STATUS-ACTIVE)
               PERFORM 2430-REJECT-REVERSAL
           ELSE
           IF WS-FX-RATE-MISSING
               PERFORM 2440-REJECT-NO-FX-RATE
           ELSE
               IF WS-CUSTMAST-FOUND
                   IF CM-STATUS-ACTIVE
                       PERFORM 2410-CHECK-CREDIT-LIMIT
                       IF WS-OVER-LIMIT
                           PERFORM 2270-WRITE-LIMIT-EXCEPTION
                       ELSE
                           PERFORM 2400-POST-TRANSACTION
                       END-IF
                   ELSE
                       PERFORM 2250-WRITE-STATUS-EXCEPTION
                   END-IF
               ELSE
                   PERFORM 2200-WRITE-EXCEPTION
               END-IF
               PERFORM 2600-TALLY-CUSTOMER-ACTIVITY
               ADD TR-TRANS-AMT TO WS-TOTAL-TRANS-AMT
               ADD 1 TO WS-TOTAL-TRANS-COUNT
           END-IF
           END-IF.

      ******************************************************************
      * CLASSIC TWO-FILE MATCH -- BOTH THE SORTED FEED AND CUSTMAST    *
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'C'    TO WS-TRANS-DC
           MOVE 'N'    TO WS-REVERSAL-SW
           MOVE 'N'    TO WS-REV-REPLAY-SW
           IF TR-TRANS-KEY NOT NUMERIC
               MOVE 'K1' TO WS-REJECT-REASON-CODE
               MOVE 'NON-NUMERIC TRANSACTION KEY'
           IF WS-REJECT-REASON-CODE = SPACES
               PERFORM 2056-CHECK-TRANS-AMOUNT
           END-IF
           IF WS-REJECT-REASON-CODE = SPACES
               AND WS-TRANS-REVERSAL
               PERFORM 2058-CHECK-REVERSAL
           END-IF
           IF WS-REJECT-REASON-CODE = SPACES
               MOVE 'Y' TO WS-TRANS-VALID-SW
           ELSE
                       TO WS-REJECT-REASON
               WHEN WS-VALID-TYPE (TYPE-IDX) = TR-TRANS-TYPE
                   MOVE WS-VALID-TYPE-DC (TYPE-IDX) TO WS-TRANS-DC
           END-SEARCH
           IF WS-TRANS-DC = 'R'
               MOVE 'Y' TO WS-REVERSAL-SW
           END-IF.

       2054-CHECK-TRANS-DATE.
           MOVE TR-TRANS-DATE TO WS-EDIT-DATE
           PERFORM 2055-EDIT-CALENDAR-DATE
           IF NOT WS-DATE-VALID
               MOVE 'D1' TO WS-REJECT-REASON-CODE
       2055-EDIT-CALENDAR-DATE.
           MOVE 'N'  TO WS-DATE-VALID-SW
           MOVE ZERO TO WS-EDIT-MONTH-MAX
           IF WS-EDIT-DATE IS NUMERIC
               EVALUATE WS-EDIT-DATE-MM
                   WHEN 01
                   WHEN 03
               END-IF
           END-IF.

      ******************************************************************
      * REVERSAL EDITS -- THE ORIGINAL MUST BE THIS CUSTOMER'S OWN     *
      * POSTING, STILL ON TRANSHIST (NOT AGED PAST RETENDAYS), NOT     *
      * ALREADY REVERSED, AND FOR THE SAME AMOUNT AND CURRENCY THE     *
      * REVERSAL CARRIES.  THE REVERSAL THEN MOVES THE BALANCE THE     *
      * OPPOSITE WAY TO THE ORIGINAL, BY WHAT THE ORIGINAL POSTED.     *
      * AN ORIGINAL WRITTEN BEFORE HISTORY RECORDED THE DIRECTION      *
      * CANNOT BE BACKED OUT ON A GUESS.                               *
      ******************************************************************
       2058-CHECK-REVERSAL.
           IF TR-ORIG-KEY NOT = TR-TRANS-KEY
               MOVE 'V1' TO WS-REJECT-REASON-CODE
               MOVE 'ORIGINAL KEY NOT THIS ACCOUNT'
                   TO WS-REJECT-REASON
           ELSE
               MOVE TR-ORIG-KEY  TO TH-TRANS-KEY
               MOVE TR-ORIG-DATE TO TH-TRANS-DATE
               READ TRANS-HIST
                   KEY IS TH-HIST-KEY
                   INVALID KEY
                       PERFORM 2059-ORIGINAL-NOT-FOUND
                   NOT INVALID KEY
                       PERFORM 2057-CHECK-ORIGINAL
               END-READ
               IF NOT TRANSHIST-STATUS-OK
                   AND NOT TRANSHIST-STATUS-NOT-FOUND
                   MOVE 'TRANSHIST'  TO WS-CHECK-FILE-ID
                   MOVE 'READ'       TO WS-CHECK-OPERATION
                   MOVE WS-TRANSHIST-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF.

       2057-CHECK-ORIGINAL.
           COMPUTE WS-REV-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(TH-RUN-DATE)
           MOVE TR-CURRENCY-CODE TO WS-TRANS-CURRENCY
           MOVE TH-CURRENCY-CODE    TO WS-FX-HIST-CURRENCY
           IF WS-TRANS-CURRENCY = SPACES
               MOVE WS-HOUSE-CURRENCY TO WS-TRANS-CURRENCY
           END-IF
           IF WS-FX-HIST-CURRENCY = SPACES
               MOVE WS-HOUSE-CURRENCY TO WS-FX-HIST-CURRENCY
           END-IF
           IF TH-POSTED-AMT IS NUMERIC
               MOVE TH-POSTED-AMT TO WS-REV-POSTED-AMT
           ELSE
               MOVE TH-TRANS-AMT  TO WS-REV-POSTED-AMT
           END-IF
           EVALUATE TRUE
               WHEN WS-REV-AGE-DAYS > WS-RETAIN-DAYS
                   MOVE 'V3' TO WS-REJECT-REASON-CODE
                   MOVE 'ORIGINAL PAST RETENTION WINDOW'
                       TO WS-REJECT-REASON
               WHEN TH-REVERSED
                   AND TH-REV-RUN-DATE = WS-RUN-DATE
                   AND TH-REV-DATE = TR-TRANS-DATE
                   MOVE 'Y' TO WS-REV-REPLAY-SW
               WHEN TH-REVERSED
                   MOVE 'V2' TO WS-REJECT-REASON-CODE
                   MOVE 'ORIGINAL ALREADY REVERSED'
                       TO WS-REJECT-REASON
               WHEN NOT TH-DC-KNOWN
                   MOVE 'V1' TO WS-REJECT-REASON-CODE
                   MOVE 'ORIGINAL DIRECTION NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN TR-TRANS-AMT NOT = TH-TRANS-AMT
                   MOVE 'V4' TO WS-REJECT-REASON-CODE
                   MOVE 'AMOUNT DIFFERS FROM ORIGINAL'
                       TO WS-REJECT-REASON
               WHEN WS-TRANS-CURRENCY NOT = WS-FX-HIST-CURRENCY
                   MOVE 'V4' TO WS-REJECT-REASON-CODE
                   MOVE 'CURRENCY DIFFERS FROM ORIGINAL'
                       TO WS-REJECT-REASON
               WHEN TH-TRANS-DC = 'D'
                   MOVE 'C' TO WS-TRANS-DC
               WHEN OTHER
                   MOVE 'D' TO WS-TRANS-DC
           END-EVALUATE.

      * AN ORIGINAL DATED OUTSIDE THE RETENTION WINDOW HAS BEEN PURGED
      * FROM HISTORY -- REPORT THAT AS AGED, NOT AS NEVER POSTED.
       2059-ORIGINAL-NOT-FOUND.
           MOVE 'V1' TO WS-REJECT-REASON-CODE
           MOVE 'ORIGINAL NOT ON FILE' TO WS-REJECT-REASON
           MOVE TR-ORIG-DATE TO WS-EDIT-DATE
           PERFORM 2055-EDIT-CALENDAR-DATE
           IF WS-DATE-VALID
               AND WS-EDIT-DATE-N NOT > WS-RUN-DATE
               COMPUTE WS-REV-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-N)
               IF WS-REV-AGE-DAYS > WS-RETAIN-DAYS
                   MOVE 'V3' TO WS-REJECT-REASON-CODE
                   MOVE 'ORIGINAL PAST RETENTION WINDOW'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2060-WRITE-REJECT.
           MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE
           MOVE TR-TRANS-KEY          TO RJ-TRANS-KEY
               MOVE ZERO TO RJ-TRANS-AMT
           END-IF
           MOVE WS-REJECT-REASON      TO RJ-REASON
           MOVE TR-CURRENCY-CODE      TO RJ-CURRENCY-CODE
           MOVE TR-ORIG-KEY           TO RJ-ORIG-KEY
           MOVE TR-ORIG-DATE          TO RJ-ORIG-DATE
           IF TR-RECYCLE-COUNT IS NUMERIC
               MOVE TR-RECYCLE-COUNT TO RJ-RECYCLE-COUNT
           ELSE
           MOVE TR-TRANS-DATE TO SO-TRANS-DATE
           MOVE TR-TRANS-AMT  TO SO-TRANS-AMT
           MOVE TR-TRANS-TYPE TO SO-TRANS-TYPE
           MOVE TR-CURRENCY-CODE TO SO-CURRENCY-CODE
           MOVE ZERO          TO SO-AGE-DAYS
           MOVE WS-RUN-DATE   TO SO-FIRST-RUN-DATE
           PERFORM 5400-WRITE-SUSPENSE.
           MOVE TR-TRANS-DATE TO SO-TRANS-DATE
           MOVE TR-TRANS-AMT  TO SO-TRANS-AMT
           MOVE TR-TRANS-TYPE TO SO-TRANS-TYPE
           MOVE TR-CURRENCY-CODE TO SO-CURRENCY-CODE
           MOVE ZERO          TO SO-AGE-DAYS
           MOVE WS-RUN-DATE   TO SO-FIRST-RUN-DATE
           PERFORM 5400-WRITE-SUSPENSE.

      ******************************************************************
      * CREDIT-LIMIT REFUSAL -- SAME DISPOSITION AS A HELD ACCOUNT     *
      * (EXCEPTION REPORT PLUS SUSPENSE AT AGE ZERO) BUT THE SUSPENSE  *
      * ITEM CARRIES REASON 'OL' SO THE PROOF SHEET CAN SHOW REFUSED   *
      * DEBITS AS THEIR OWN BUCKET.  THE SUSPENSE RETRY POSTS THE      *
      * ITEM ONCE A CREDIT OR A RAISED LIMIT MAKES ROOM FOR IT.        *
      ******************************************************************
       2270-WRITE-LIMIT-EXCEPTION.
           MOVE TR-TRANS-KEY  TO ER-TRANS-KEY
           MOVE TR-TRANS-DATE TO ER-TRANS-DATE
           MOVE TR-TRANS-AMT  TO ER-TRANS-AMT
           MOVE 'OVER CREDIT LIMIT - NOT POSTED' TO ER-REASON
           WRITE EXCEPTION-RECORD
           ADD TR-TRANS-AMT TO WS-TOTAL-EXCEPTION-AMT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           IF NOT EXCEPT-STATUS-OK
               MOVE 'EXCPRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-EXCEPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES        TO SUSPENSE-OUT-RECORD
           MOVE TR-TRANS-KEY  TO SO-TRANS-KEY
           MOVE TR-TRANS-DATE TO SO-TRANS-DATE
           MOVE TR-TRANS-AMT  TO SO-TRANS-AMT
           MOVE TR-TRANS-TYPE TO SO-TRANS-TYPE
           MOVE TR-CURRENCY-CODE TO SO-CURRENCY-CODE
           MOVE ZERO          TO SO-AGE-DAYS
           MOVE WS-RUN-DATE   TO SO-FIRST-RUN-DATE
           SET SO-REASON-OVER-LIMIT TO TRUE
           PERFORM 5400-WRITE-SUSPENSE
           ADD 1 TO WS-OVERLIMIT-COUNT
           ADD TR-TRANS-AMT TO WS-TOTAL-OVERLIMIT-AMT.

      ******************************************************************
      * ONLY A DEBIT CAN BREACH THE LIMIT.  THE LIMIT IS HOW FAR BELOW *
      * ZERO THE BALANCE MAY GO; A BLANK LIMIT IS NOT ENFORCED.  A     *
      * REVERSAL ONLY UNDOES A POSTING THAT SHOULD NOT HAVE BEEN MADE  *
      * AND IS NOT REFUSED.                                            *
      ******************************************************************
       2410-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO WS-OVER-LIMIT-SW
           IF WS-TRANS-DC = 'D'
               AND NOT WS-TRANS-REVERSAL
               AND NOT CM-LIMIT-NOT-SET
               AND CM-CREDIT-LIMIT IS NUMERIC
               COMPUTE WS-PROJECTED-BAL =
                   CM-CUST-BAL - WS-CONVERTED-AMT + CM-CREDIT-LIMIT
               IF WS-PROJECTED-BAL < ZERO
                   MOVE 'Y' TO WS-OVER-LIMIT-SW
               END-IF
           END-IF.

       2400-POST-TRANSACTION.
           MOVE CM-CUST-BAL TO WS-PRIOR-BAL
           IF WS-TRANS-DC = 'D'
               SUBTRACT WS-CONVERTED-AMT FROM CM-CUST-BAL
           ELSE
               ADD WS-CONVERTED-AMT TO CM-CUST-BAL
           END-IF
           REWRITE CUSTMAST-RECORD
           IF NOT CUSTMAST-STATUS-OK
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2500-WRITE-POSTING-JOURNAL
               PERFORM 2550-WRITE-BALANCE-SNAPSHOT
               IF WS-TRANS-REVERSAL
                   PERFORM 2860-MARK-ORIGINAL-REVERSED
                   ADD WS-CONVERTED-AMT TO WS-TOTAL-REVERSAL-AMT
                   ADD 1 TO WS-REVERSAL-COUNT
               ELSE
                   IF NOT WS-ACCRUAL-ITEM
                       PERFORM 2850-RECORD-HISTORY
                   END-IF
               END-IF
               COMPUTE WS-POSTED-DELTA = CM-CUST-BAL - WS-PRIOR-BAL
               ADD WS-CONVERTED-AMT TO WS-TOTAL-POSTED-AMT
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      * A REVERSAL THAT FINDS NO ACTIVE ACCOUNT GOES TO THE REJECT
      * FILE WITH ITS OWN CODE SO IT CAN BE RE-KEYED ONCE THE ACCOUNT
      * IS POSTABLE AGAIN.
       2430-REJECT-REVERSAL.
           MOVE 'V5' TO WS-REJECT-REASON-CODE
           IF WS-CUSTMAST-FOUND
               MOVE 'REVERSAL ACCOUNT NOT ACTIVE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE 'NO MATCHING CUSTOMER MASTER'
                   TO WS-REJECT-REASON
           END-IF
           PERFORM 2060-WRITE-REJECT.

      ******************************************************************
      * CONVERSION TO THE ACCOUNT CURRENCY.  BOTH CURRENCIES ARE       *
      * PRICED IN THE HOUSE CURRENCY AT THE TRANSACTION DATE AND THE   *
      * APPLIED RATE IS THEIR RATIO, SO A CROSS-CURRENCY POSTING NEEDS *
      * NO RATE OF ITS OWN.  A SUSPENSE RELEASE IS PRICED AT THE RUN   *
      * DATE INSTEAD -- THE NIGHT'S RATE FILE CARRIES THAT NIGHT'S     *
      * RATES, NOT THOSE OF THE DAY THE ITEM ARRIVED -- BUT THE        *
      * JOURNAL STILL SHOWS ITS OWN TRANSACTION DATE.  A REVERSAL IS   *
      * NOT RE-PRICED -- IT BACKS OUT WHAT THE ORIGINAL POSTED, AND    *
      * ITS RATE IS SHOWN AS THAT OVER THE AMOUNT RECEIVED.            *
      ******************************************************************
       2420-CONVERT-AMOUNT.
           MOVE 'N' TO WS-FX-MISSING-SW
           MOVE TR-CURRENCY-CODE TO WS-TRANS-CURRENCY
           MOVE CM-CURRENCY-CODE TO WS-ACCT-CURRENCY
           IF WS-TRANS-CURRENCY = SPACES
               MOVE WS-HOUSE-CURRENCY TO WS-TRANS-CURRENCY
           END-IF
           IF WS-ACCT-CURRENCY = SPACES
               MOVE WS-HOUSE-CURRENCY TO WS-ACCT-CURRENCY
           END-IF
           EVALUATE TRUE
               WHEN WS-TRANS-REVERSAL
                   MOVE WS-REV-POSTED-AMT TO WS-CONVERTED-AMT
                   IF TR-TRANS-AMT = ZERO
                       MOVE 1 TO WS-FX-APPLIED-RATE
                   ELSE
                       COMPUTE WS-FX-APPLIED-RATE ROUNDED =
                           WS-REV-POSTED-AMT / TR-TRANS-AMT
                   END-IF
               WHEN WS-TRANS-CURRENCY = WS-ACCT-CURRENCY
                   MOVE TR-TRANS-AMT TO WS-CONVERTED-AMT
                   MOVE 1 TO WS-FX-APPLIED-RATE
               WHEN OTHER
                   IF WS-FX-RELEASE
                       MOVE WS-RUN-DATE   TO WS-FX-LOOKUP-DATE
                   ELSE
                       MOVE TR-TRANS-DATE TO WS-FX-LOOKUP-DATE
                   END-IF
                   MOVE WS-TRANS-CURRENCY TO WS-FX-LOOKUP-CURRENCY
                   PERFORM 2425-LOOKUP-FX-RATE
                   MOVE WS-FX-LOOKUP-RATE TO WS-FX-TRANS-RATE
                   MOVE WS-ACCT-CURRENCY  TO WS-FX-LOOKUP-CURRENCY
                   PERFORM 2425-LOOKUP-FX-RATE
                   MOVE WS-FX-LOOKUP-RATE TO WS-FX-ACCT-RATE
                   IF WS-FX-RATE-MISSING
                       MOVE ZERO TO WS-CONVERTED-AMT
                       MOVE ZERO TO WS-FX-APPLIED-RATE
                   ELSE
                       COMPUTE WS-FX-APPLIED-RATE ROUNDED =
                           WS-FX-TRANS-RATE / WS-FX-ACCT-RATE
                       COMPUTE WS-CONVERTED-AMT ROUNDED =
                           TR-TRANS-AMT * WS-FX-TRANS-RATE
                           / WS-FX-ACCT-RATE
                   END-IF
           END-EVALUATE.

      * THE HOUSE CURRENCY IS ALWAYS RATE ONE.  A MISS SETS THE
      * MISSING SWITCH AND LEAVES IT SET FOR THE CALLER.
       2425-LOOKUP-FX-RATE.
           MOVE ZERO TO WS-FX-LOOKUP-RATE
           IF WS-FX-LOOKUP-CURRENCY = WS-HOUSE-CURRENCY
               MOVE 1 TO WS-FX-LOOKUP-RATE
           ELSE
               SET FX-IDX TO 1
               SEARCH WS-FX-ENTRY
                   AT END
                       MOVE 'Y' TO WS-FX-MISSING-SW
                   WHEN WS-FX-CURRENCY (FX-IDX) = WS-FX-LOOKUP-CURRENCY
                       AND WS-FX-RATE-DATE (FX-IDX) = WS-FX-LOOKUP-DATE
                       MOVE WS-FX-RATE (FX-IDX) TO WS-FX-LOOKUP-RATE
               END-SEARCH
           END-IF.

      * ONCE THE MISSING RATE IS ON THE FX RATE FILE THE TRANSACTION
      * GOES BACK THROUGH THE REJECT RECYCLE -- A CORRECTION WITH EVERY
      * FIELD BLANK RE-PRESENTS IT UNCHANGED.
       2440-REJECT-NO-FX-RATE.
           MOVE 'X1' TO WS-REJECT-REASON-CODE
           MOVE 'NO FX RATE FOR CURRENCY/DATE' TO WS-REJECT-REASON
           PERFORM 2060-WRITE-REJECT.

       2500-WRITE-POSTING-JOURNAL.
           MOVE CM-CUST-ID    TO PJ-CUST-ID
           MOVE TR-TRANS-DATE TO PJ-TRANS-DATE
           MOVE TR-TRANS-TYPE TO PJ-TRANS-TYPE
           MOVE WS-PRIOR-BAL  TO PJ-PRIOR-BAL
           MOVE WS-CONVERTED-AMT TO PJ-TRANS-AMT
           MOVE CM-CUST-BAL   TO PJ-NEW-BAL
           MOVE WS-RUN-DATE   TO PJ-RUN-DATE
           MOVE CM-CURRENCY-CODE   TO PJ-CURRENCY-CODE
           MOVE TR-CURRENCY-CODE   TO PJ-ORIG-CURRENCY
           MOVE TR-TRANS-AMT       TO PJ-ORIG-AMT
           MOVE WS-FX-APPLIED-RATE TO PJ-FX-RATE
           WRITE POSTING-JOURNAL-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT POSTJRNL-STATUS-OK
      * CROSS-RUN DUPLICATE PROTECTION -- THE KEYED HISTORY OF         *
      * POSTED TRANSACTIONS IS CONSULTED BEFORE A TRANSACTION IS       *
      * COUNTED; A KEY/DATE PAIR ALREADY ON HISTORY GOES TO THE        *
      * DUPLICATES REPORT INSTEAD OF THE TOTALS.  THE MONTH-END        *
      * INTEREST AND FEE ARE THE EXCEPTION: BOTH CARRY THE BUSINESS    *
      * DATE, SO THEY WOULD COLLIDE WITH EACH OTHER AND WITH THE       *
      * CUSTOMER'S OWN ITEMS THAT DAY.  THEY SKIP THE CHECK AND ARE    *
      * NOT WRITTEN TO HISTORY; THEIR FEED HEADER DATE (C2) IS WHAT    *
      * KEEPS THEM TO ONE NIGHT.                                       *
      ******************************************************************
       2750-CHECK-DUP-HISTORY.
           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM 2752-CHECK-ACCRUAL-TYPE
           IF NOT WS-ACCRUAL-ITEM
               PERFORM 2754-READ-DUP-HISTORY
           END-IF.

       2752-CHECK-ACCRUAL-TYPE.
           MOVE 'N' TO WS-ACCRUAL-SW
           IF TR-TRANS-TYPE NOT = SPACES
               AND (TR-TRANS-TYPE = WS-INTEREST-TYPE
                    OR TR-TRANS-TYPE = WS-FEE-TYPE)
               MOVE 'Y' TO WS-ACCRUAL-SW
           END-IF.

       2754-READ-DUP-HISTORY.
           MOVE TR-TRANS-KEY  TO TH-TRANS-KEY
           MOVE TR-TRANS-DATE TO TH-TRANS-DATE
           READ TRANS-HIST
           MOVE TR-TRANS-DATE TO TH-TRANS-DATE
           MOVE WS-RUN-DATE   TO TH-RUN-DATE
           MOVE TR-TRANS-AMT  TO TH-TRANS-AMT
           MOVE TR-TRANS-TYPE TO TH-TRANS-TYPE
           MOVE WS-TRANS-DC   TO TH-TRANS-DC
           MOVE 'N'           TO TH-REVERSED-SW
           MOVE TR-CURRENCY-CODE  TO TH-CURRENCY-CODE
           MOVE WS-CONVERTED-AMT  TO TH-POSTED-AMT
           WRITE TRANS-HIST-RECORD
           IF NOT TRANSHIST-STATUS-OK
               MOVE 'TRANSHIST'  TO WS-CHECK-FILE-ID
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * THE ORIGINAL IS RE-READ BY KEY BEFORE THE REWRITE -- THE
      * RECORD AREA HAS NOT BEEN TOUCHED SINCE 2058-CHECK-REVERSAL,
      * BUT THE REWRITE SHOULD NOT DEPEND ON THAT.
       2860-MARK-ORIGINAL-REVERSED.
           MOVE TR-ORIG-KEY  TO TH-TRANS-KEY
           MOVE TR-ORIG-DATE TO TH-TRANS-DATE
           READ TRANS-HIST
               KEY IS TH-HIST-KEY
           END-READ
           IF NOT TRANSHIST-STATUS-OK
               MOVE 'TRANSHIST'  TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-TRANSHIST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           ELSE
               MOVE 'Y'           TO TH-REVERSED-SW
               MOVE TR-TRANS-DATE TO TH-REV-DATE
               MOVE WS-RUN-DATE   TO TH-REV-RUN-DATE
               REWRITE TRANS-HIST-RECORD
               IF NOT TRANSHIST-STATUS-OK
                   MOVE 'TRANSHIST'  TO WS-CHECK-FILE-ID
                   MOVE 'REWRITE'    TO WS-CHECK-OPERATION
                   MOVE WS-TRANSHIST-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF.

      * ONE ACTIVITY DETAIL RECORD PER TRANSACTION -- THE VARIANCE
      * PASS SORTS AND SUMS THESE BY CUSTOMER, SO NO IN-MEMORY
      * TABLE AND NO CUSTOMER-COUNT CEILING.
           MOVE TR-TRANS-KEY        TO AW-CUST-ID
           MOVE WS-SIGNED-TRANS-AMT TO AW-TRANS-AMT
           MOVE WS-POSTED-DELTA     TO AW-POSTED-AMT
           IF WS-TRANS-DC = 'D'
               COMPUTE AW-ACCT-AMT = ZERO - WS-CONVERTED-AMT
           ELSE
               MOVE WS-CONVERTED-AMT TO AW-ACCT-AMT
           END-IF
           WRITE ACTIVITY-WORK-RECORD
           IF NOT ACTWORK-STATUS-OK
               MOVE 'ACTWORK'    TO WS-CHECK-FILE-ID
           MOVE WS-DUP-COUNT            TO RS-DUP-COUNT
           MOVE WS-DUP-AMT              TO RS-DUP-AMT
           MOVE WS-SNAP-SEQ             TO RS-SNAP-SEQ
           MOVE WS-OVERLIMIT-COUNT      TO RS-OVERLIMIT-COUNT
           MOVE WS-TOTAL-OVERLIMIT-AMT  TO RS-OVERLIMIT-AMT
           MOVE WS-REVERSAL-COUNT       TO RS-REVERSAL-COUNT
           MOVE WS-TOTAL-REVERSAL-AMT   TO RS-REVERSAL-AMT
           WRITE RESTART-RECORD
           IF NOT RESTART-STATUS-OK
               MOVE 'RESTARTF'   TO WS-CHECK-FILE-ID
                   MOVE SI-TRANS-DATE     TO SO-TRANS-DATE
                   MOVE SI-TRANS-AMT      TO SO-TRANS-AMT
                   MOVE SI-TRANS-TYPE     TO SO-TRANS-TYPE
                   MOVE SI-CURRENCY-CODE  TO SO-CURRENCY-CODE
                   MOVE SI-AGE-DAYS       TO SO-AGE-DAYS
                   MOVE SI-FIRST-RUN-DATE TO SO-FIRST-RUN-DATE
                   MOVE SI-SUSP-REASON    TO SO-SUSP-REASON
                   PERFORM 5400-WRITE-SUSPENSE
                   ADD 1 TO WS-SUSP-CARRIED-COUNT
               END-IF
      * AND HAS ONLY AGED ON SUSPENSE SINCE.                           *
      ******************************************************************
       5300-RELEASE-SUSPENSE-ITEM.
           MOVE SPACES        TO TRANS-RECORD
           MOVE SI-TRANS-KEY  TO TR-TRANS-KEY
           MOVE SI-TRANS-DATE TO TR-TRANS-DATE
           MOVE SI-TRANS-AMT  TO TR-TRANS-AMT
           MOVE SI-TRANS-TYPE TO TR-TRANS-TYPE
           MOVE SI-CURRENCY-CODE TO TR-CURRENCY-CODE
           MOVE 'N'           TO WS-REVERSAL-SW
           PERFORM 2750-CHECK-DUP-HISTORY
           IF WS-DUP-FOUND
               PERFORM 2800-WRITE-DUPLICATE
                   PERFORM 8000-CHECK-FILE-STATUS
                   PERFORM 5500-WRITE-AGED-EXCEPTION
               ELSE
                   SET WS-FX-RELEASE TO TRUE
                   PERFORM 2420-CONVERT-AMOUNT
                   MOVE 'N' TO WS-FX-RELEASE-SW
                   IF WS-FX-RATE-MISSING
                       PERFORM 2440-REJECT-NO-FX-RATE
                   ELSE
                   PERFORM 2410-CHECK-CREDIT-LIMIT
                   IF WS-OVER-LIMIT
                       PERFORM 5350-CARRY-OVERLIMIT-ITEM
                   ELSE
                       MOVE ZERO TO WS-POSTED-DELTA
                       PERFORM 2400-POST-TRANSACTION
                       PERFORM 2600-TALLY-CUSTOMER-ACTIVITY
                       ADD TR-TRANS-AMT TO WS-TOTAL-TRANS-AMT
                       ADD TR-TRANS-AMT TO WS-SUSP-RELEASED-AMT
                       ADD 1 TO WS-TOTAL-TRANS-COUNT
                       ADD 1 TO WS-SUSP-RELEASED-COUNT
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * A RETRIED DEBIT STILL OVER THE LIMIT AGES AND CARRIES WITH ITS
      * 'OL' REASON, AND ESCALATES LIKE ANY OTHER ITEM AT SUSPDAYS.
       5350-CARRY-OVERLIMIT-ITEM.
           ADD 1 TO SI-AGE-DAYS
           IF SI-AGE-DAYS > WS-SUSP-MAX-DAYS
               PERFORM 5500-WRITE-AGED-EXCEPTION
           ELSE
               MOVE SPACES            TO SUSPENSE-OUT-RECORD
               MOVE SI-TRANS-KEY      TO SO-TRANS-KEY
               MOVE SI-TRANS-DATE     TO SO-TRANS-DATE
               MOVE SI-TRANS-AMT      TO SO-TRANS-AMT
               MOVE SI-TRANS-TYPE     TO SO-TRANS-TYPE
               MOVE SI-CURRENCY-CODE  TO SO-CURRENCY-CODE
               MOVE SI-AGE-DAYS       TO SO-AGE-DAYS
               MOVE SI-FIRST-RUN-DATE TO SO-FIRST-RUN-DATE
               SET SO-REASON-OVER-LIMIT TO TRUE
               PERFORM 5400-WRITE-SUSPENSE
               ADD 1 TO WS-SUSP-CARRIED-COUNT
               ADD 1 TO WS-OVERLIMIT-COUNT
               ADD SI-TRANS-AMT TO WS-TOTAL-OVERLIMIT-AMT
           END-IF.

       5400-WRITE-SUSPENSE.
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           END-IF
           MOVE ZERO TO WS-VAR-TRANS-SUM
           MOVE ZERO TO WS-VAR-POSTED-SUM
           MOVE ZERO TO WS-VAR-ACCT-SUM
           MOVE ZERO TO WS-VAR-EXTRACT-SUM
           PERFORM 4210-SUM-ACTIVITY-RECORD
               UNTIL WS-SRTACT-EOF
       4210-SUM-ACTIVITY-RECORD.
           ADD SA-TRANS-AMT  TO WS-VAR-TRANS-SUM
           ADD SA-POSTED-AMT TO WS-VAR-POSTED-SUM
           ADD SA-ACCT-AMT   TO WS-VAR-ACCT-SUM
           PERFORM 4110-READ-SORTED-ACTIVITY.

       4220-SUM-EXTRACT-RECORD.
           COMPUTE WS-EXT-TRANS-DIFF =
               WS-VAR-EXTRACT-SUM - WS-VAR-TRANS-SUM
           COMPUTE WS-TRANS-MOVE-DIFF =
               WS-VAR-ACCT-SUM - WS-VAR-POSTED-SUM
           IF FUNCTION ABS(WS-EXT-TRANS-DIFF) > WS-VARIANCE-TOLERANCE
               OR FUNCTION ABS(WS-TRANS-MOVE-DIFF)
                   > WS-VARIANCE-TOLERANCE
               MOVE WS-REPORT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE 'OVER-LIMIT DEBITS REFUSED'     TO RPT-LABEL
           MOVE WS-OVERLIMIT-COUNT              TO RPT-COUNT
           MOVE ZERO                            TO RPT-AMOUNT
           WRITE REPORT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT REPORT-STATUS-OK
               MOVE 'RPTFILE'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-REPORT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE 'OVER-LIMIT REFUSED AMOUNT'     TO RPT-LABEL
           MOVE ZERO                            TO RPT-COUNT
           MOVE WS-TOTAL-OVERLIMIT-AMT          TO RPT-AMOUNT
           WRITE REPORT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT REPORT-STATUS-OK
               MOVE 'RPTFILE'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-REPORT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
      * REVERSALS ARE ALREADY INSIDE THE POSTED COUNT AND AMOUNT; THESE
      * LINES BREAK THEM OUT.
           MOVE 'REVERSALS POSTED'              TO RPT-LABEL
           MOVE WS-REVERSAL-COUNT               TO RPT-COUNT
           MOVE ZERO                            TO RPT-AMOUNT
           WRITE REPORT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT REPORT-STATUS-OK
               MOVE 'RPTFILE'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-REPORT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE 'REVERSED AMOUNT'               TO RPT-LABEL
           MOVE ZERO                            TO RPT-COUNT
           MOVE WS-TOTAL-REVERSAL-AMT           TO RPT-AMOUNT
           WRITE REPORT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT REPORT-STATUS-OK
               MOVE 'RPTFILE'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-REPORT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE REPORT-FILE.

       8000-CHECK-FILE-STATUS.
                   WHEN 'C4'
                       MOVE 'TRAILER HASH TOTAL MISMATCH'
                           TO ERL-MESSAGE
                   WHEN 'F1'
                       MOVE 'FX RATE TABLE FULL'
                           TO ERL-MESSAGE
                   WHEN 'F2'
                       MOVE 'FX RATE FILE CONTENT INVALID'
                           TO ERL-MESSAGE
                   WHEN OTHER
                       MOVE 'UNRECOGNIZED FILE STATUS CODE'
                           TO ERL-MESSAGE
           END-IF
           CLOSE RESTART-FILE.

      * AN END THAT CANNOT BE RECORDED LEAVES THE STEP SHOWING AS NOT
      * ENDED ON THE NIGHT STATUS -- IT IS REPORTED, BUT THE WORK IS
      * DONE AND THE RETURN CODE STANDS.
       9300-REGISTER-JOB-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0010'       TO BCL-JOB-NAME
           MOVE 'COBOLTEMPLATE'  TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.

      ******************************************************************
      * SORT INPUT PROCEDURE -- RELEASES ONLY DETAIL RECORDS FROM THE  *
      * THREE VERIFIED REGIONAL EXTRACTS; CONTROL HEADERS AND          *
