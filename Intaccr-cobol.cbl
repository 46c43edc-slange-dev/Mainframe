      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
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
      * MONTH-END INTEREST AND SERVICE-FEE ACCRUAL.  ONE PASS OVER     *
      * THE CUSTOMER MASTER IN KEY ORDER: EVERY ACTIVE ACCOUNT WITH A  *
      * POSITIVE BALANCE EARNS A MONTH'S INTEREST AT THE RATE OF THE   *
      * RECONPARM INTTIER BAND ITS BALANCE FALLS IN, AND EVERY ACTIVE  *
      * ACCOUNT IS CHARGED THE FLAT SVCFEE.  HOLD AND CLOSED ACCOUNTS  *
      * ARE SKIPPED.  NOTHING IS POSTED HERE -- THE CHARGES GO OUT AS  *
      * AN EXTRA INPUT FEED WRAPPED IN THE STANDARD CONTROL HEADER     *
      * AND TRAILER, TO BE CONCATENATED BEHIND THE BRANCH FEED SO      *
      * THEY POST THROUGH THE NORMAL VALIDATION AND JOURNAL.  A        *
      * SUMMARY REPORT SHOWS THE ACCRUAL BY TIER.                      *
      ******************************************************************
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STAT.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT ACCRUAL-FEED ASSIGN TO ACCROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCROUT-STAT.

           SELECT ACCRUAL-REPORT ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRRPT-STAT.

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

       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.

           COPY CPY-CUSTMAST.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PRM-KEYWORD             PIC X(10).
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

      ******************************************************************
      * THE ACCRUAL FEED -- TRANSIN-FORMAT DETAILS WRAPPED IN THE      *
      * STANDARD CONTROL HEADER AND TRAILER.  CONCATENATE IT BEHIND    *
      * THE BRANCH FEED FOR THE TARGET NIGHT; THE FEED VERIFICATION    *
      * CHECKS EACH BLOCK AGAINST ITS OWN TRAILER.  INTEREST IS IN     *
      * THE ACCOUNT CURRENCY IT WAS EARNED IN; THE FLAT FEE IS IN THE  *
      * HOUSE CURRENCY AND IS CONVERTED WHEN IT POSTS.                 *
      ******************************************************************
       FD  ACCRUAL-FEED
           LABEL RECORDS ARE STANDARD.
       01  FEED-HEADER-RECORD.
           05  FH-RECORD-TYPE          PIC X(01).
           05  FH-SOURCE-ID            PIC X(08).
           05  FH-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(64).
       01  FEED-DETAIL-RECORD.
           05  FD-TRANS-KEY            PIC X(10).
           05  FD-TRANS-DATE           PIC X(08).
           05  FD-TRANS-AMT            PIC S9(9)V99.
           05  FD-TRANS-TYPE           PIC X(02).
           05  FD-RECYCLE-COUNT        PIC 9(03).
           05  FILLER                  PIC X(18).
           05  FD-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(26).
       01  FEED-TRAILER-RECORD.
           05  FT-RECORD-TYPE          PIC X(01).
           05  FT-RECORD-COUNT         PIC 9(09).
           05  FT-HASH-TOTAL           PIC S9(13)V99.
           05  FILLER                  PIC X(56).

       FD  ACCRUAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-LINE                PIC X(132).

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

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CUSTMAST==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ACCROUT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ACCRRPT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

       01  WS-ACCEPT-DATE-PARM         PIC X(08)    VALUE SPACES.

      ******************************************************************
      *     P R I N T   L I N E   L A Y O U T S                        *
      ******************************************************************
       01  PL-PAGE-HEADER.
           05  FILLER                  PIC X(34)
               VALUE 'SLNG MONTH-END INTEREST ACCRUAL   '.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  PH-RUN-DD               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC X(74)   VALUE SPACES.

       01  PL-TIER-HEADER.
           05  FILLER                  PIC X(06)   VALUE 'TIER  '.
           05  FILLER                  PIC X(16)
               VALUE ' BALANCE UP TO  '.
           05  FILLER                  PIC X(08)   VALUE '  RATE %'.
           05  FILLER                  PIC X(12)
               VALUE '    ACCOUNTS'.
           05  FILLER                  PIC X(20)
               VALUE '       BALANCE TOTAL'.
           05  FILLER                  PIC X(20)
               VALUE '      INTEREST TOTAL'.
           05  FILLER                  PIC X(50)   VALUE SPACES.

       01  PL-TIER-DETAIL.
           05  TD-TIER-NO              PIC Z9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  TD-CEILING              PIC Z(8)9,99.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  TD-RATE                 PIC Z(4)9,999.
           05  TD-ACCOUNTS             PIC Z(11)9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TD-BALANCE              PIC -(14)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TD-INTEREST             PIC -(14)9,99.
           05  FILLER                  PIC X(50)   VALUE SPACES.

       01  PL-COLUMN-HEADER.
           05  FILLER                  PIC X(32)
               VALUE 'ACCRUAL SUMMARY                 '.
           05  FILLER                  PIC X(12)
               VALUE '       COUNT'.
           05  FILLER                  PIC X(20)
               VALUE '              AMOUNT'.
           05  FILLER                  PIC X(68)   VALUE SPACES.

       01  PL-SUMMARY-DETAIL.
           05  PD-LABEL                PIC X(32).
           05  PD-COUNT                PIC -(11)9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-AMOUNT               PIC -(12)9,99.
           05  FILLER                  PIC X(70)   VALUE SPACES.

       01  PL-RULE-LINE.
           05  FILLER                  PIC X(64)   VALUE ALL '-'.
           05  FILLER                  PIC X(68)   VALUE SPACES.

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
                   VALUE 'P1' 'P2' 'P3' 'P4' 'P5' 'P6' 'P7'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF                     VALUE 'Y'.
           05  WS-PARM-AMOUNT-X        PIC X(11)   VALUE ZEROES.
           05  WS-PARM-AMOUNT-N REDEFINES WS-PARM-AMOUNT-X
                                       PIC 9(9)V99.
           05  WS-SERVICE-FEE          PIC S9(9)V99 VALUE ZERO.
           05  WS-INTEREST-TYPE        PIC X(02)   VALUE SPACES.
           05  WS-FEE-TYPE             PIC X(02)   VALUE SPACES.
           05  WS-ACCRUAL-TYPE-SW      PIC X(01)   VALUE 'N'.
               88  WS-ACCRUAL-TYPE-OK              VALUE 'Y'.

       01  WS-VALID-TYPE-TABLE.
           05  WS-TYPE-MAX             PIC 9(02)   VALUE 20.
           05  WS-VALID-TYPE-COUNT     PIC 9(02)   VALUE ZERO.
           05  WS-VALID-TYPE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-VALID-TYPE-COUNT
                   INDEXED BY TYPE-IDX.
               10  WS-VALID-TYPE       PIC X(02).
               10  WS-VALID-TYPE-DC    PIC X(01).

      * INTEREST BANDS IN ASCENDING ORDER OF CEILING.  THE WHOLE
      * BALANCE EARNS THE RATE OF THE FIRST BAND WHOSE CEILING IT
      * DOES NOT EXCEED; THE TOP BAND ALSO COVERS EVERY BALANCE
      * ABOVE ITS CEILING.  THE TOTALS FEED THE TIER REPORT.
       01  WS-TIER-TABLE.
           05  WS-TIER-MAX             PIC 9(02)   VALUE 10.
           05  WS-TIER-COUNT           PIC 9(02)   VALUE ZERO.
           05  WS-TIER-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON WS-TIER-COUNT
                   INDEXED BY TIER-IDX.
               10  WS-TIER-CEILING     PIC 9(9)V99.
               10  WS-TIER-RATE        PIC 9(2)V999.
               10  WS-TIER-ACCOUNTS    PIC 9(09).
               10  WS-TIER-BAL-TOTAL   PIC S9(13)V99.
               10  WS-TIER-INT-TOTAL   PIC S9(13)V99.

       01  WS-TIER-EDIT-FIELDS.
           05  WS-TIER-CEILING-X       PIC X(11)   VALUE ZEROES.
           05  WS-TIER-CEILING-N REDEFINES WS-TIER-CEILING-X
                                       PIC 9(9)V99.
           05  WS-TIER-RATE-X          PIC X(05)   VALUE ZEROES.
           05  WS-TIER-RATE-N REDEFINES WS-TIER-RATE-X
                                       PIC 9(2)V999.
           05  WS-TIER-NO              PIC 9(02)   VALUE ZERO.

       01  WS-ACCRUAL-FLAGS.
           05  WS-CUSTMAST-EOF-SW      PIC X(01)   VALUE 'N'.
               88  WS-CUSTMAST-EOF                 VALUE 'Y'.

       01  WS-ACCRUAL-FIELDS.
           05  WS-INTEREST-AMT         PIC S9(9)V99 VALUE ZERO.
           05  WS-DETAIL-KEY           PIC X(10)   VALUE SPACES.
           05  WS-DETAIL-DATE          PIC 9(08)   VALUE ZERO.
           05  WS-DETAIL-AMT           PIC S9(9)V99 VALUE ZERO.
           05  WS-DETAIL-TYPE          PIC X(02)   VALUE SPACES.
           05  WS-DETAIL-CURRENCY      PIC X(03)   VALUE SPACES.

       01  WS-ACCRUAL-TOTALS.
           05  WS-FEED-COUNT           PIC 9(09)     VALUE ZERO.
           05  WS-FEED-HASH            PIC S9(13)V99 VALUE ZERO.
           05  WS-INTEREST-COUNT       PIC 9(09)     VALUE ZERO.
           05  WS-INTEREST-TOTAL       PIC S9(13)V99 VALUE ZERO.
           05  WS-FEE-COUNT            PIC 9(09)     VALUE ZERO.
           05  WS-FEE-TOTAL            PIC S9(13)V99 VALUE ZERO.
           05  WS-NO-INTEREST-COUNT    PIC 9(09)     VALUE ZERO.
           05  WS-NO-INTEREST-BAL      PIC S9(13)V99 VALUE ZERO.
           05  WS-HOLD-COUNT           PIC 9(09)     VALUE ZERO.
           05  WS-HOLD-BAL             PIC S9(13)V99 VALUE ZERO.
           05  WS-CLOSED-COUNT         PIC 9(09)     VALUE ZERO.
           05  WS-CLOSED-BAL           PIC S9(13)V99 VALUE ZERO.
           05  WS-BAD-STATUS-COUNT     PIC 9(09)     VALUE ZERO.
           05  WS-BAD-STATUS-BAL       PIC S9(13)V99 VALUE ZERO.

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
      ******************************************************************
       PROCEDURE DIVISION.

      * THE RUN DATE GIVEN ON SYSIN IS THE BUSINESS DATE OF THE
      * NIGHT THE ACCRUAL FEED WILL ENTER -- IT GOES IN THE FEED
      * HEADER AND DATES THE CHARGES.
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
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-ACCRUE-ACCOUNT
                   UNTIL WS-CUSTMAST-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-WRITE-FEED-TRAILER
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-PRINT-ACCRUAL-REPORT
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-BAD-STATUS-COUNT NOT = ZERO
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
           MOVE 'SLNG0060'       TO BCL-JOB-NAME
           MOVE 'INTACCR'        TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * INTEREST AND FEE ARE BOTH DATED THE BUSINESS DATE.  THE
      * POSTING RUN'S DUPLICATE CHECK (ONE POSTING PER CUSTOMER KEY
      * AND DATE) PASSES THE INTTYPE/FEETYPE TYPES BY, SO THE TWO DO
      * NOT COLLIDE WITH EACH OTHER OR WITH THE CUSTOMER'S OWN ITEMS,
      * AND A FOREIGN-CURRENCY ACCOUNT'S FEE IS PRICED AT THAT
      * NIGHT'S RATES.
       1000-INITIALIZE.
           OPEN INPUT CUSTMAST
           MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-CUSTMAST-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT ACCRUAL-FEED
           MOVE 'ACCROUT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-ACCROUT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT ACCRUAL-REPORT
           MOVE 'ACCRRPT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-ACCRRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1600-WRITE-FEED-HEADER
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-CUSTMAST
           END-IF.

      ******************************************************************
      * RUN PARAMETERS -- THE INTTIER RATE BANDS, THE SVCFEE FLAT      *
      * FEE, AND THE INTTYPE/FEETYPE TRANSACTION TYPES THE CHARGES     *
      * GO OUT AS.  BOTH TYPES MUST BE ON THE TRANSTYPE LIST WITH THE  *
      * RIGHT DIRECTION (INTEREST A CREDIT, THE FEE A DEBIT) OR THE    *
      * NIGHTLY VALIDATION WOULD REJECT THE WHOLE FEED.  THE OTHER     *
      * RECONPARM KEYWORDS PASS THROUGH.                               *
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
               AND (WS-TIER-COUNT = ZERO
                   OR WS-INTEREST-TYPE = SPACES
                   OR (WS-SERVICE-FEE NOT = ZERO
                       AND WS-FEE-TYPE = SPACES))
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1360-CHECK-ACCRUAL-TYPES
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
               WHEN 'TRANSTYPE'
                   PERFORM 1330-ADD-VALID-TYPE
               WHEN 'INTTIER'
                   PERFORM 1350-ADD-INTEREST-TIER
               WHEN 'SVCFEE'
                   PERFORM 1340-EDIT-PARM-AMOUNT
                   MOVE WS-PARM-AMOUNT-N TO WS-SERVICE-FEE
               WHEN 'INTTYPE'
                   MOVE PRM-VALUE(1:2) TO WS-INTEREST-TYPE
               WHEN 'FEETYPE'
                   MOVE PRM-VALUE(1:2) TO WS-FEE-TYPE
               WHEN 'AMTLIMIT'
               WHEN 'STALEDAYS'
               WHEN 'TOLERANCE'
               WHEN 'SUSPDAYS'
               WHEN 'RETENDAYS'
               WHEN 'MATCHMODE'
               WHEN 'RECYCMAX'
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

       1330-ADD-VALID-TYPE.
           IF WS-VALID-TYPE-COUNT < WS-TYPE-MAX
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
               MOVE 'P4'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1340-EDIT-PARM-AMOUNT.
           IF PRM-VALUE(1:11) IS NUMERIC
               MOVE PRM-VALUE(1:11) TO WS-PARM-AMOUNT-X
           ELSE
               MOVE ZEROES TO WS-PARM-AMOUNT-X
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P3'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * INTTIER: COLUMNS 1-11 OF THE VALUE ARE THE BAND CEILING
      * (LAST TWO DECIMALS), 12-16 THE ANNUAL RATE IN PERCENT (LAST
      * THREE DECIMALS).  BANDS MUST COME IN ASCENDING ORDER.
       1350-ADD-INTEREST-TIER.
           IF PRM-VALUE(1:11) IS NOT NUMERIC
               OR PRM-VALUE(12:5) IS NOT NUMERIC
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P3'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           ELSE
               MOVE PRM-VALUE(1:11) TO WS-TIER-CEILING-X
               MOVE PRM-VALUE(12:5) TO WS-TIER-RATE-X
               IF WS-TIER-COUNT NOT < WS-TIER-MAX
                   MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
                   MOVE 'EDIT'       TO WS-CHECK-OPERATION
                   MOVE 'P6'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               ELSE
                   IF WS-TIER-COUNT > ZERO
                       AND WS-TIER-CEILING-N NOT >
                           WS-TIER-CEILING (WS-TIER-COUNT)
                       MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
                       MOVE 'EDIT'       TO WS-CHECK-OPERATION
                       MOVE 'P7'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-TIER-COUNT
                       SET TIER-IDX TO WS-TIER-COUNT
                       MOVE WS-TIER-CEILING-N
                           TO WS-TIER-CEILING (TIER-IDX)
                       MOVE WS-TIER-RATE-N
                           TO WS-TIER-RATE (TIER-IDX)
                       MOVE ZERO TO WS-TIER-ACCOUNTS (TIER-IDX)
                       MOVE ZERO TO WS-TIER-BAL-TOTAL (TIER-IDX)
                       MOVE ZERO TO WS-TIER-INT-TOTAL (TIER-IDX)
                   END-IF
               END-IF
           END-IF.

       1360-CHECK-ACCRUAL-TYPES.
           MOVE 'N' TO WS-ACCRUAL-TYPE-SW
           SET TYPE-IDX TO 1
           SEARCH WS-VALID-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VALID-TYPE (TYPE-IDX) = WS-INTEREST-TYPE
                   IF WS-VALID-TYPE-DC (TYPE-IDX) = 'C'
                       SET WS-ACCRUAL-TYPE-OK TO TRUE
                   END-IF
           END-SEARCH
           IF WS-ACCRUAL-TYPE-OK
               AND WS-SERVICE-FEE NOT = ZERO
               MOVE 'N' TO WS-ACCRUAL-TYPE-SW
               SET TYPE-IDX TO 1
               SEARCH WS-VALID-TYPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VALID-TYPE (TYPE-IDX) = WS-FEE-TYPE
                       IF WS-VALID-TYPE-DC (TYPE-IDX) = 'D'
                           SET WS-ACCRUAL-TYPE-OK TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF NOT WS-ACCRUAL-TYPE-OK
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P5'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1600-WRITE-FEED-HEADER.
           MOVE SPACES       TO FEED-HEADER-RECORD
           MOVE 'H'          TO FH-RECORD-TYPE
           MOVE 'INTACCR'    TO FH-SOURCE-ID
           MOVE WS-RUN-DATE  TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT ACCROUT-STATUS-OK
               MOVE 'ACCROUT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-ACCROUT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * ONE CUSTOMER MASTER RECORD -- AN ACTIVE ACCOUNT ACCRUES ITS    *
      * INTEREST AND FEE, A HELD OR CLOSED ONE IS COUNTED AND LEFT     *
      * ALONE.  AN UNKNOWN STATUS BYTE IS LEFT ALONE TOO BUT FLAGS     *
      * THE RUN WITH RC=4 SO THE ACCOUNT IS LOOKED AT.                 *
      ******************************************************************
       2000-ACCRUE-ACCOUNT.
           EVALUATE TRUE
               WHEN CM-STATUS-ACTIVE
                   PERFORM 2200-ACCRUE-INTEREST
                   IF NOT WS-ABORT-REQUESTED
                       PERFORM 2300-CHARGE-SERVICE-FEE
                   END-IF
               WHEN CM-STATUS-HOLD
                   ADD 1 TO WS-HOLD-COUNT
                   ADD CM-CUST-BAL TO WS-HOLD-BAL
               WHEN CM-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   ADD CM-CUST-BAL TO WS-CLOSED-BAL
               WHEN OTHER
                   ADD 1 TO WS-BAD-STATUS-COUNT
                   ADD CM-CUST-BAL TO WS-BAD-STATUS-BAL
           END-EVALUATE
           PERFORM 2100-READ-CUSTMAST.

       2100-READ-CUSTMAST.
           READ CUSTMAST
               AT END
                   MOVE 'Y' TO WS-CUSTMAST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT CUSTMAST-STATUS-OK AND NOT CUSTMAST-STATUS-EOF
               MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-CUSTMAST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * ONLY A BALANCE IN THE CUSTOMER'S FAVOUR EARNS INTEREST.  A
      * MONTH'S INTEREST IS ONE TWELFTH OF THE ANNUAL RATE; AN
      * AMOUNT THAT ROUNDS TO NOTHING IS NOT SENT, AS THE NIGHTLY
      * VALIDATION REJECTS A ZERO TRANSACTION.
       2200-ACCRUE-INTEREST.
           IF CM-CUST-BAL NOT > ZERO
               ADD 1 TO WS-NO-INTEREST-COUNT
               ADD CM-CUST-BAL TO WS-NO-INTEREST-BAL
           ELSE
               SET TIER-IDX TO 1
               SEARCH WS-TIER-ENTRY
                   AT END
                       SET TIER-IDX TO WS-TIER-COUNT
                   WHEN CM-CUST-BAL NOT > WS-TIER-CEILING (TIER-IDX)
                       CONTINUE
               END-SEARCH
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   CM-CUST-BAL * WS-TIER-RATE (TIER-IDX) / 1200
               ADD 1 TO WS-TIER-ACCOUNTS (TIER-IDX)
               ADD CM-CUST-BAL TO WS-TIER-BAL-TOTAL (TIER-IDX)
               IF WS-INTEREST-AMT > ZERO
                   ADD WS-INTEREST-AMT TO WS-TIER-INT-TOTAL (TIER-IDX)
                   ADD 1 TO WS-INTEREST-COUNT
                   ADD WS-INTEREST-AMT TO WS-INTEREST-TOTAL
                   MOVE CM-CUST-ID       TO WS-DETAIL-KEY
                   MOVE WS-RUN-DATE      TO WS-DETAIL-DATE
                   MOVE WS-INTEREST-AMT  TO WS-DETAIL-AMT
                   MOVE WS-INTEREST-TYPE TO WS-DETAIL-TYPE
                   MOVE CM-CURRENCY-CODE TO WS-DETAIL-CURRENCY
                   PERFORM 2500-WRITE-ACCRUAL-DETAIL
               END-IF
           END-IF.

       2300-CHARGE-SERVICE-FEE.
           IF WS-SERVICE-FEE > ZERO
               ADD 1 TO WS-FEE-COUNT
               ADD WS-SERVICE-FEE TO WS-FEE-TOTAL
               MOVE CM-CUST-ID     TO WS-DETAIL-KEY
               MOVE WS-RUN-DATE    TO WS-DETAIL-DATE
               MOVE WS-SERVICE-FEE TO WS-DETAIL-AMT
               MOVE WS-FEE-TYPE    TO WS-DETAIL-TYPE
               MOVE SPACES         TO WS-DETAIL-CURRENCY
               PERFORM 2500-WRITE-ACCRUAL-DETAIL
           END-IF.

       2500-WRITE-ACCRUAL-DETAIL.
           MOVE SPACES           TO FEED-DETAIL-RECORD
           MOVE WS-DETAIL-KEY    TO FD-TRANS-KEY
           MOVE WS-DETAIL-DATE   TO FD-TRANS-DATE
           MOVE WS-DETAIL-AMT    TO FD-TRANS-AMT
           MOVE WS-DETAIL-TYPE   TO FD-TRANS-TYPE
           MOVE ZERO             TO FD-RECYCLE-COUNT
           MOVE WS-DETAIL-CURRENCY TO FD-CURRENCY-CODE
           WRITE FEED-DETAIL-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-FEED-COUNT
           ADD WS-DETAIL-AMT TO WS-FEED-HASH
           IF NOT ACCROUT-STATUS-OK
               MOVE 'ACCROUT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-ACCROUT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       3000-WRITE-FEED-TRAILER.
           MOVE SPACES            TO FEED-TRAILER-RECORD
           MOVE 'T'               TO FT-RECORD-TYPE
           MOVE WS-FEED-COUNT     TO FT-RECORD-COUNT
           MOVE WS-FEED-HASH      TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT ACCROUT-STATUS-OK
               MOVE 'ACCROUT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-ACCROUT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * ACCRUAL SUMMARY -- ONE LINE PER INTEREST BAND, THEN THE FEED   *
      * TOTALS AND THE ACCOUNTS LEFT OUT.  THE FEED RECORDS AND HASH   *
      * LINE AGREES WITH THE TRAILER THE POSTING RUN WILL VERIFY.      *
      ******************************************************************
       4000-PRINT-ACCRUAL-REPORT.
           MOVE WS-RUN-DATE-DD   TO PH-RUN-DD
           MOVE WS-RUN-DATE-MM   TO PH-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO PH-RUN-CCYY
           MOVE PL-PAGE-HEADER TO ACCRUAL-LINE
           WRITE ACCRUAL-LINE AFTER ADVANCING PAGE
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT ACCRRPT-STATUS-OK
               MOVE 'ACCRRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-ACCRRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           MOVE PL-TIER-HEADER TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           MOVE PL-RULE-LINE TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           PERFORM 4100-PRINT-TIER-LINE
               VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > WS-TIER-COUNT
           MOVE SPACES TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           MOVE PL-COLUMN-HEADER TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           MOVE PL-RULE-LINE TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           MOVE 'INTEREST CREDITS WRITTEN        ' TO PD-LABEL
           MOVE WS-INTEREST-COUNT  TO PD-COUNT
           MOVE WS-INTEREST-TOTAL  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'SERVICE FEES WRITTEN            ' TO PD-LABEL
           MOVE WS-FEE-COUNT       TO PD-COUNT
           MOVE WS-FEE-TOTAL       TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'FEED RECORDS / HASH TOTAL       ' TO PD-LABEL
           MOVE WS-FEED-COUNT      TO PD-COUNT
           MOVE WS-FEED-HASH       TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE PL-RULE-LINE TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE
           MOVE 'ACTIVE - NO INTEREST (BAL <= 0) ' TO PD-LABEL
           MOVE WS-NO-INTEREST-COUNT TO PD-COUNT
           MOVE WS-NO-INTEREST-BAL TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'SKIPPED - ACCOUNT ON HOLD       ' TO PD-LABEL
           MOVE WS-HOLD-COUNT      TO PD-COUNT
           MOVE WS-HOLD-BAL        TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'SKIPPED - ACCOUNT CLOSED        ' TO PD-LABEL
           MOVE WS-CLOSED-COUNT    TO PD-COUNT
           MOVE WS-CLOSED-BAL      TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'SKIPPED - UNKNOWN STATUS        ' TO PD-LABEL
           MOVE WS-BAD-STATUS-COUNT TO PD-COUNT
           MOVE WS-BAD-STATUS-BAL  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'CUSTOMER MASTER RECORDS READ    ' TO PD-LABEL
           MOVE WS-RECORDS-READ-COUNT TO PD-COUNT
           MOVE ZERO               TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL.

       4100-PRINT-TIER-LINE.
           SET WS-TIER-NO TO TIER-IDX
           MOVE WS-TIER-NO                 TO TD-TIER-NO
           MOVE WS-TIER-CEILING (TIER-IDX) TO TD-CEILING
           MOVE WS-TIER-RATE (TIER-IDX)    TO TD-RATE
           MOVE WS-TIER-ACCOUNTS (TIER-IDX) TO TD-ACCOUNTS
           MOVE WS-TIER-BAL-TOTAL (TIER-IDX) TO TD-BALANCE
           MOVE WS-TIER-INT-TOTAL (TIER-IDX) TO TD-INTEREST
           MOVE PL-TIER-DETAIL TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE.

       7000-WRITE-ACCRUAL-LINE.
           WRITE ACCRUAL-LINE
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT ACCRRPT-STATUS-OK
               MOVE 'ACCRRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-ACCRRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       7100-WRITE-SUMMARY-DETAIL.
           MOVE PL-SUMMARY-DETAIL TO ACCRUAL-LINE
           PERFORM 7000-WRITE-ACCRUAL-LINE.

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
                   WHEN 'P4'
                       MOVE 'TRANSACTION TYPE TABLE FULL'
                           TO ERL-MESSAGE
                   WHEN 'P5'
                       MOVE 'ACCRUAL TYPE NOT ON TRANSTYPE LIST'
                           TO ERL-MESSAGE
                   WHEN 'P6'
                       MOVE 'INTEREST TIER TABLE FULL'
                           TO ERL-MESSAGE
                   WHEN 'P7'
                       MOVE 'INTEREST TIERS NOT IN ASCENDING ORDER'
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
           CLOSE CUSTMAST
           CLOSE ACCRUAL-FEED
           CLOSE ACCRUAL-REPORT
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
           MOVE 'SLNG0060'       TO BCL-JOB-NAME
           MOVE 'INTACCR'        TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
