      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLMTCH.
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
      * SETTLEMENT CONFIRMATION MATCHING.  THE SETTLEMENT FILE SENT   *
      * TO THE BANK FOR THE BUSINESS DATE (RGNSETTL) IS MATCHED LINE  *
      * BY LINE -- BUSINESS DATE, REGION, TRANSACTION TYPE -- TO THE  *
      * CONFIRMATION FILE THE BANK RETURNS.  A LINE THE BANK DID NOT  *
      * CONFIRM, A CONFIRMATION FOR A LINE NEVER SENT, AND A LINE     *
      * SETTLED AT A DIFFERENT AMOUNT ARE BREAKS.  BREAKS CARRY       *
      * FORWARD ON THE BREAKS FILE, AGEING ONE DAY PER RUN LIKE THE   *
      * SUSPENSE FILE, UNTIL A LATER CONFIRMATION CLEARS THEM.        *
      ******************************************************************
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO SETTLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STAT.

           SELECT BANK-CONFIRM ASSIGN TO BANKCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKCONF-STAT.

           SELECT BREAKS-IN ASSIGN TO BRKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRKIN-STAT.

           SELECT BREAKS-OUT ASSIGN TO BRKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRKOUT-STAT.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT MATCH-REPORT ASSIGN TO MTCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTCHRPT-STAT.

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

      * THE SETTLEMENT FILE EXACTLY AS RGNSETTL WROTE IT.
       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-HEADER-RECORD.
           05  SEH-RECORD-TYPE         PIC X(01).
           05  SEH-SOURCE-ID           PIC X(08).
           05  SEH-BUSINESS-DATE-X     PIC X(08).
           05  SEH-BUSINESS-DATE REDEFINES SEH-BUSINESS-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(43).
       01  SETTLE-DETAIL-RECORD.
           05  SE-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SE-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  SE-TRANS-TYPE           PIC X(02).
           05  FILLER                  PIC X(02).
           05  SE-DEBIT-AMT            PIC S9(9)V99.
           05  FILLER                  PIC X(02).
           05  SE-CREDIT-AMT           PIC S9(9)V99.
           05  FILLER                  PIC X(02).
           05  SE-NET-AMT              PIC S9(9)V99.
           05  FILLER                  PIC X(02).
           05  SE-CURRENCY-CODE        PIC X(03).
       01  SETTLE-TRAILER-RECORD.
           05  SET-RECORD-TYPE         PIC X(01).
           05  SET-RECORD-COUNT-X      PIC X(09).
           05  SET-RECORD-COUNT REDEFINES SET-RECORD-COUNT-X
                                       PIC 9(09).
           05  SET-HASH-TOTAL-X        PIC X(15).
           05  SET-HASH-TOTAL REDEFINES SET-HASH-TOTAL-X
                                       PIC S9(13)V99.
           05  FILLER                  PIC X(35).

      ******************************************************************
      * BANK CONFIRMATION FILE -- SHOP-STANDARD CONTROL RECORDS (BYTE *
      * 1 'H' OR 'T') AROUND ONE DETAIL PER SETTLEMENT LINE THE BANK  *
      * SETTLED.  THE DETAIL NAMES THE BUSINESS DATE OF THE LINE IT   *
      * CONFIRMS, SO A LATE CONFIRMATION FOR AN EARLIER DATE ARRIVES  *
      * IN A LATER FILE.  THE CURRENCY IS THE ONE THE LINE SETTLED    *
      * IN, BLANK FOR THE HOUSE CURRENCY AS ON THE SETTLEMENT FILE.   *
      * THE TRAILER HASHES THE SETTLED AMOUNTS.                       *
      ******************************************************************
       FD  BANK-CONFIRM
           LABEL RECORDS ARE STANDARD.
       01  CONFIRM-HEADER-RECORD.
           05  CFH-RECORD-TYPE         PIC X(01).
           05  CFH-SOURCE-ID           PIC X(08).
           05  CFH-BUSINESS-DATE-X     PIC X(08).
           05  CFH-BUSINESS-DATE REDEFINES CFH-BUSINESS-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(63).
       01  CONFIRM-DETAIL-RECORD.
           05  CF-SETTLE-DATE          PIC 9(08).
           05  FILLER                  PIC X(02).
           05  CF-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  CF-TRANS-TYPE           PIC X(02).
           05  FILLER                  PIC X(02).
           05  CF-SETTLED-AMT          PIC S9(9)V99.
           05  FILLER                  PIC X(02).
           05  CF-BANK-REF             PIC X(16).
           05  FILLER                  PIC X(02).
           05  CF-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(28).
       01  CONFIRM-TRAILER-RECORD.
           05  CFT-RECORD-TYPE         PIC X(01).
           05  CFT-RECORD-COUNT-X      PIC X(09).
           05  CFT-RECORD-COUNT REDEFINES CFT-RECORD-COUNT-X
                                       PIC 9(09).
           05  CFT-HASH-TOTAL-X        PIC X(15).
           05  CFT-HASH-TOTAL REDEFINES CFT-HASH-TOTAL-X
                                       PIC S9(13)V99.
           05  FILLER                  PIC X(55).

      ******************************************************************
      * SETTLEMENT BREAKS CARRIED FORWARD -- ONE RECORD PER OPEN       *
      * BREAK: WHAT WE SENT, WHAT THE BANK HAS CONFIRMED SO FAR, THE   *
      * AGE IN RUNS AND THE RUN THAT FIRST FOUND IT.                   *
      *     MC = MISSING CONFIRMATION    (SENT, NEVER CONFIRMED)       *
      *     UC = UNEXPECTED CONFIRMATION (CONFIRMED, NEVER SENT)       *
      *     AB = AMOUNT BREAK            (CONFIRMED AT ANOTHER AMOUNT) *
      ******************************************************************
       FD  BREAKS-IN
           LABEL RECORDS ARE STANDARD.
       01  BREAKS-IN-RECORD.
           05  BI-SETTLE-DATE          PIC 9(08).
           05  BI-REGION-CODE          PIC X(02).
           05  BI-TRANS-TYPE           PIC X(02).
           05  BI-SENT-SW              PIC X(01).
           05  BI-SENT-AMT             PIC S9(9)V99.
           05  BI-CONF-COUNT           PIC 9(03).
           05  BI-CONF-AMT             PIC S9(9)V99.
           05  BI-BANK-REF             PIC X(16).
           05  BI-BREAK-TYPE           PIC X(02).
           05  BI-AGE-DAYS             PIC 9(03).
           05  BI-FIRST-RUN-DATE       PIC 9(08).
           05  BI-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(10).

       FD  BREAKS-OUT
           LABEL RECORDS ARE STANDARD.
       01  BREAKS-OUT-RECORD.
           05  BO-SETTLE-DATE          PIC 9(08).
           05  BO-REGION-CODE          PIC X(02).
           05  BO-TRANS-TYPE           PIC X(02).
           05  BO-SENT-SW              PIC X(01).
           05  BO-SENT-AMT             PIC S9(9)V99.
           05  BO-CONF-COUNT           PIC 9(03).
           05  BO-CONF-AMT             PIC S9(9)V99.
           05  BO-BANK-REF             PIC X(16).
           05  BO-BREAK-TYPE           PIC X(02).
           05  BO-AGE-DAYS             PIC 9(03).
           05  BO-FIRST-RUN-DATE       PIC 9(08).
           05  BO-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(10).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PRM-KEYWORD             PIC X(10).
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

       FD  MATCH-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MATCH-LINE                  PIC X(132).

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

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SETTLE==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==BANKCONF==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==BRKIN==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==BRKOUT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==MTCHRPT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

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
      ******************************************************************
       01  PL-PAGE-HEADER.
           05  FILLER                  PIC X(38)
               VALUE 'SLNG SETTLEMENT CONFIRMATION MATCHING '.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  PH-RUN-DD               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC X(58)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  PH-PAGE-NO              PIC ZZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.

       01  PL-COLUMN-HEADER.
           05  FILLER                  PIC X(25)
               VALUE 'REGION TYPE CCY  SETTLED '.
           05  FILLER                  PIC X(16)
               VALUE '     SENT AMOUNT'.
           05  FILLER                  PIC X(16)
               VALUE '   BANK CONFIRMD'.
           05  FILLER                  PIC X(16)
               VALUE '      DIFFERENCE'.
           05  FILLER                  PIC X(30)
               VALUE '  BANK REFERENCE     AGE     '.
           05  FILLER                  PIC X(29)
               VALUE 'STATUS'.

       01  PL-SECTION-TITLE.
           05  ST-TITLE                PIC X(40).
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  PL-BREAK-DETAIL.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  BD-TRANS-TYPE           PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-SETTLE-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-SENT-AMT             PIC -(10)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-CONF-AMT             PIC -(10)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-DIFF-AMT             PIC -(10)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-BANK-REF             PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  BD-AGE-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  BD-STATUS               PIC X(16).
           05  FILLER                  PIC X(16)   VALUE SPACES.

       01  PL-SECTION-TOTAL.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  STL-LABEL               PIC X(12).
           05  STL-COUNT               PIC Z(5)9.
           05  FILLER                  PIC X(30)   VALUE SPACES.
           05  STL-DIFF-AMT            PIC -(12)9,99.
           05  FILLER                  PIC X(64)   VALUE SPACES.

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
                   VALUE 'C1' 'C2' 'C3' 'C4' 'S2' 'P1' 'P3'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF                     VALUE 'Y'.
           05  WS-SUSP-MAX-DAYS        PIC 9(03)   VALUE 5.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO              PIC 9(05)   VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03)   VALUE 58.

      * CONTROL-RECORD CHECK FOR THE TWO INPUT FILES -- EACH CARRIES
      * A SINGLE HEADER/TRAILER BLOCK FOR THE BUSINESS DATE.
       01  WS-CONTROL-FIELDS.
           05  WS-FILE-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-FILE-EOF                     VALUE 'Y'.
           05  WS-HEADER-SEEN-SW       PIC X(01)   VALUE 'N'.
               88  WS-HEADER-SEEN                  VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW      PIC X(01)   VALUE 'N'.
               88  WS-TRAILER-SEEN                 VALUE 'Y'.
           05  WS-DETAIL-COUNT         PIC 9(09)   VALUE ZERO.
           05  WS-HASH-SUM             PIC S9(13)V99 VALUE ZERO.

      * ONE ENTRY PER BUSINESS DATE / REGION / TYPE / CURRENCY IN
      * PLAY TONIGHT -- CARRIED BREAKS, TONIGHT'S SETTLEMENT LINES,
      * AND ANY CONFIRMATION MATCHING NEITHER.  KEPT IN REGION, TYPE,
      * CURRENCY, DATE ORDER AS IT IS BUILT SO THE REPORT READS BY
      * REGION AND TYPE.  A CONFIRMATION IN ANOTHER CURRENCY NEVER
      * MATCHES A LINE.
       01  WS-MATCH-TABLE.
           05  WS-MT-MAX               PIC 9(03)   VALUE 500.
           05  WS-MT-COUNT             PIC 9(03)   VALUE ZERO.
           05  WS-MT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-MT-COUNT
                   INDEXED BY MT-IDX.
               10  WS-MT-KEY.
                   15  WS-MT-REGION-CODE PIC X(02).
                   15  WS-MT-TRANS-TYPE  PIC X(02).
                   15  WS-MT-CURRENCY    PIC X(03).
                   15  WS-MT-SETTLE-DATE PIC 9(08).
               10  WS-MT-SENT-SW       PIC X(01).
                   88  WS-MT-SENT                  VALUE 'Y'.
               10  WS-MT-SENT-AMT      PIC S9(9)V99.
               10  WS-MT-CONF-COUNT    PIC 9(03).
               10  WS-MT-CONF-AMT      PIC S9(9)V99.
               10  WS-MT-BANK-REF      PIC X(16).
               10  WS-MT-CARRIED-SW    PIC X(01).
                   88  WS-MT-CARRIED               VALUE 'Y'.
               10  WS-MT-AGE-DAYS      PIC 9(03).
               10  WS-MT-FIRST-RUN-DATE PIC 9(08).
               10  WS-MT-RESULT        PIC X(02).
                   88  WS-MT-MATCHED               VALUE 'OK'.
                   88  WS-MT-MISSING               VALUE 'MC'.
                   88  WS-MT-UNEXPECTED            VALUE 'UC'.
                   88  WS-MT-AMOUNT-BREAK          VALUE 'AB'.

       01  WS-MATCH-WORK.
           05  WS-NEW-KEY.
               10  WS-NEW-REGION-CODE  PIC X(02)   VALUE SPACES.
               10  WS-NEW-TRANS-TYPE   PIC X(02)   VALUE SPACES.
               10  WS-NEW-CURRENCY     PIC X(03)   VALUE SPACES.
               10  WS-NEW-SETTLE-DATE  PIC 9(08)   VALUE ZERO.
           05  WS-ENTRY-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WS-ENTRY-FOUND                  VALUE 'Y'.
           05  WS-INSERT-POS           PIC 9(03)   VALUE ZERO.
           05  WS-SHIFT-SUB            PIC 9(03)   VALUE ZERO.
           05  WS-DIFF-AMT             PIC S9(9)V99 VALUE ZERO.
           05  WS-PRINT-RESULT         PIC X(02)   VALUE SPACES.

       01  WS-MATCH-TOTALS.
           05  WS-SENT-COUNT           PIC 9(09)   VALUE ZERO.
           05  WS-CONFIRM-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-CARRIED-IN-COUNT     PIC 9(09)   VALUE ZERO.
           05  WS-MATCHED-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-CLEARED-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-UNEXPECTED-COUNT     PIC 9(09)   VALUE ZERO.
           05  WS-AMT-BREAK-COUNT      PIC 9(09)   VALUE ZERO.
           05  WS-CARRIED-OUT-COUNT    PIC 9(09)   VALUE ZERO.
           05  WS-AGED-COUNT           PIC 9(09)   VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(06)   VALUE ZERO.
           05  WS-SECTION-DIFF-AMT     PIC S9(13)V99 VALUE ZERO.

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
               PERFORM 0300-CHECK-PREDECESSORS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1300-LOAD-PARAMETERS
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-LOAD-CARRIED-BREAKS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-LOAD-SETTLEMENT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2200-APPLY-CONFIRMATIONS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-RESOLVE-BREAKS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-PRINT-MATCH-REPORT
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-CARRIED-OUT-COUNT NOT = ZERO
               MOVE 0004 TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-AGED-COUNT NOT = ZERO
               MOVE 0008 TO WS-FINAL-RETURN-CODE
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
           ACCEPT WS-ACCEPT-CARD FROM SYSIN
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
           MOVE 'SLNG0070'       TO BCL-JOB-NAME
           MOVE 'SETLMTCH'       TO BCL-PROGRAM-ID
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
      * PREDECESSOR -- THE SETTLEMENT EXTRACT (SLNG0045) MUST HAVE     *
      * ENDED RC<=4 FOR THE SAME BUSINESS DATE, OR THERE IS NO SENT    *
      * FILE TO MATCH AGAINST.                                         *
      * A REFUSAL ABENDS THE STEP UNLESS THE OPERATOR RERUNS IT WITH   *
      * OVERRIDE ON THE SYSIN CARD, WHEN IT IS LOGGED AND PASSED.      *
      ******************************************************************
       0300-CHECK-PREDECESSORS.
           MOVE 'SLNG0045'       TO BCL-PRED-JOB
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

       1000-INITIALIZE.
           OPEN OUTPUT BREAKS-OUT
           MOVE 'BRKOUT'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-BRKOUT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT MATCH-REPORT
           MOVE 'MTCHRPT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-MTCHRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS.

      ******************************************************************
      * RUN PARAMETERS -- ONLY SUSPDAYS MATTERS HERE: A BREAK OPEN     *
      * LONGER THAN THE SUSPENSE ESCALATION LIMIT IS FLAGGED AGED FOR  *
      * TREASURY.  THE OTHER RECONPARM KEYWORDS PASS THROUGH.          *
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
           CLOSE PARM-FILE.

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
               WHEN 'SUSPDAYS'
                   IF PRM-VALUE(1:3) IS NUMERIC
                       MOVE PRM-VALUE(1:3) TO WS-SUSP-MAX-DAYS
                   ELSE
                       MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
                       MOVE 'EDIT'       TO WS-CHECK-OPERATION
                       MOVE 'P3'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
               WHEN 'TRANSTYPE'
               WHEN 'AMTLIMIT'
               WHEN 'STALEDAYS'
               WHEN 'TOLERANCE'
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

      ******************************************************************
      * CARRIED BREAKS -- EVERY OPEN BREAK FROM PRIOR RUNS GOES BACK   *
      * INTO THE TABLE SO TONIGHT'S CONFIRMATIONS CAN CLEAR IT.  THE   *
      * FIRST RUN HAS NO BREAKS FILE YET.                              *
      ******************************************************************
       2000-LOAD-CARRIED-BREAKS.
           OPEN INPUT BREAKS-IN
           IF BRKIN-STATUS-NOT-CREATED
               CONTINUE
           ELSE
               MOVE 'BRKIN'      TO WS-CHECK-FILE-ID
               MOVE 'OPEN'       TO WS-CHECK-OPERATION
               MOVE WS-BRKIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               MOVE 'N' TO WS-FILE-EOF-SW
               IF NOT WS-ABORT-REQUESTED
                   PERFORM 2010-READ-BREAKS-IN
                   PERFORM 2020-LOAD-CARRIED-BREAK
                       UNTIL WS-FILE-EOF
                       OR WS-ABORT-REQUESTED
               END-IF
               CLOSE BREAKS-IN
           END-IF.

       2010-READ-BREAKS-IN.
           READ BREAKS-IN
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT BRKIN-STATUS-OK AND NOT BRKIN-STATUS-EOF
               MOVE 'BRKIN'      TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-BRKIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2020-LOAD-CARRIED-BREAK.
           MOVE BI-REGION-CODE TO WS-NEW-REGION-CODE
           MOVE BI-TRANS-TYPE  TO WS-NEW-TRANS-TYPE
           MOVE BI-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE BI-SETTLE-DATE TO WS-NEW-SETTLE-DATE
           PERFORM 2500-FIND-MATCH-ENTRY
           IF NOT WS-ENTRY-FOUND
               PERFORM 2600-INSERT-MATCH-ENTRY
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE BI-SENT-SW        TO WS-MT-SENT-SW (MT-IDX)
               MOVE BI-SENT-AMT       TO WS-MT-SENT-AMT (MT-IDX)
               MOVE BI-CONF-COUNT     TO WS-MT-CONF-COUNT (MT-IDX)
               MOVE BI-CONF-AMT       TO WS-MT-CONF-AMT (MT-IDX)
               MOVE BI-BANK-REF       TO WS-MT-BANK-REF (MT-IDX)
               MOVE 'Y'               TO WS-MT-CARRIED-SW (MT-IDX)
               MOVE BI-AGE-DAYS       TO WS-MT-AGE-DAYS (MT-IDX)
               MOVE BI-FIRST-RUN-DATE TO WS-MT-FIRST-RUN-DATE (MT-IDX)
               ADD 1 TO WS-CARRIED-IN-COUNT
           END-IF
           PERFORM 2010-READ-BREAKS-IN.

      ******************************************************************
      * TONIGHT'S SETTLEMENT FILE -- HEADER DATED THE BUSINESS DATE,   *
      * TRAILER COUNT AND NET-COLUMN HASH PROVED BEFORE ANY LINE IS    *
      * TRUSTED AS "SENT".                                             *
      ******************************************************************
       2100-LOAD-SETTLEMENT.
           OPEN INPUT SETTLE-FILE
           MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-SETTLE-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           PERFORM 2800-INIT-CONTROL-CHECK
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2110-READ-SETTLE
               PERFORM 2120-LOAD-SETTLE-RECORD
                   UNTIL WS-FILE-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
               PERFORM 2810-CHECK-CONTROL-TOTALS
           END-IF
           CLOSE SETTLE-FILE.

       2110-READ-SETTLE.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT SETTLE-STATUS-OK AND NOT SETTLE-STATUS-EOF
               MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-SETTLE-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2120-LOAD-SETTLE-RECORD.
           EVALUATE SEH-RECORD-TYPE
               WHEN 'H'
                   IF WS-HEADER-SEEN
                       MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   IF SEH-BUSINESS-DATE-X NOT NUMERIC
                       OR SEH-BUSINESS-DATE NOT = WS-RUN-DATE
                       MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C2'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
               WHEN 'T'
                   SET WS-TRAILER-SEEN TO TRUE
                   IF SET-RECORD-COUNT-X NOT NUMERIC
                       OR SET-RECORD-COUNT NOT = WS-DETAIL-COUNT
                       MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C3'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       IF SET-HASH-TOTAL NOT NUMERIC
                           OR SET-HASH-TOTAL NOT = WS-HASH-SUM
                           MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
                           MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                           MOVE 'C4'         TO WS-CHECK-STATUS
                           PERFORM 8000-CHECK-FILE-STATUS
                       END-IF
                   END-IF
               WHEN OTHER
                   IF NOT WS-HEADER-SEEN
                       OR WS-TRAILER-SEEN
                       MOVE 'SETTLE'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD SE-NET-AMT TO WS-HASH-SUM
                       PERFORM 2130-ADD-SENT-LINE
                   END-IF
           END-EVALUATE
           PERFORM 2110-READ-SETTLE.

       2130-ADD-SENT-LINE.
           MOVE SE-REGION-CODE   TO WS-NEW-REGION-CODE
           MOVE SE-TRANS-TYPE    TO WS-NEW-TRANS-TYPE
           MOVE SE-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE SE-BUSINESS-DATE TO WS-NEW-SETTLE-DATE
           PERFORM 2500-FIND-MATCH-ENTRY
           IF NOT WS-ENTRY-FOUND
               PERFORM 2600-INSERT-MATCH-ENTRY
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE 'Y' TO WS-MT-SENT-SW (MT-IDX)
               ADD SE-NET-AMT TO WS-MT-SENT-AMT (MT-IDX)
               ADD 1 TO WS-SENT-COUNT
           END-IF.

      ******************************************************************
      * THE BANK'S CONFIRMATIONS -- SAME CONTROL-RECORD PROOF, THEN    *
      * EACH CONFIRMED AMOUNT IS ADDED TO ITS DATE/REGION/TYPE ENTRY.  *
      * A CONFIRMATION MATCHING NO SENT LINE AND NO CARRIED BREAK      *
      * OPENS A NEW ENTRY WITH NOTHING SENT -- AN UNEXPECTED           *
      * CONFIRMATION.                                                  *
      ******************************************************************
       2200-APPLY-CONFIRMATIONS.
           OPEN INPUT BANK-CONFIRM
           MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-BANKCONF-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           PERFORM 2800-INIT-CONTROL-CHECK
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2210-READ-CONFIRM
               PERFORM 2220-APPLY-CONFIRM-RECORD
                   UNTIL WS-FILE-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
               PERFORM 2810-CHECK-CONTROL-TOTALS
           END-IF
           CLOSE BANK-CONFIRM.

       2210-READ-CONFIRM.
           READ BANK-CONFIRM
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT BANKCONF-STATUS-OK AND NOT BANKCONF-STATUS-EOF
               MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-BANKCONF-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2220-APPLY-CONFIRM-RECORD.
           EVALUATE CFH-RECORD-TYPE
               WHEN 'H'
                   IF WS-HEADER-SEEN
                       MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   IF CFH-BUSINESS-DATE-X NOT NUMERIC
                       OR CFH-BUSINESS-DATE NOT = WS-RUN-DATE
                       MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C2'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
               WHEN 'T'
                   SET WS-TRAILER-SEEN TO TRUE
                   IF CFT-RECORD-COUNT-X NOT NUMERIC
                       OR CFT-RECORD-COUNT NOT = WS-DETAIL-COUNT
                       MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C3'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       IF CFT-HASH-TOTAL NOT NUMERIC
                           OR CFT-HASH-TOTAL NOT = WS-HASH-SUM
                           MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
                           MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                           MOVE 'C4'         TO WS-CHECK-STATUS
                           PERFORM 8000-CHECK-FILE-STATUS
                       END-IF
                   END-IF
               WHEN OTHER
                   IF NOT WS-HEADER-SEEN
                       OR WS-TRAILER-SEEN
                       MOVE 'BANKCONF'   TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD CF-SETTLED-AMT TO WS-HASH-SUM
                       PERFORM 2230-ADD-CONFIRMED-LINE
                   END-IF
           END-EVALUATE
           PERFORM 2210-READ-CONFIRM.

       2230-ADD-CONFIRMED-LINE.
           MOVE CF-REGION-CODE TO WS-NEW-REGION-CODE
           MOVE CF-TRANS-TYPE  TO WS-NEW-TRANS-TYPE
           MOVE CF-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE CF-SETTLE-DATE TO WS-NEW-SETTLE-DATE
           PERFORM 2500-FIND-MATCH-ENTRY
           IF NOT WS-ENTRY-FOUND
               PERFORM 2600-INSERT-MATCH-ENTRY
           END-IF
           IF NOT WS-ABORT-REQUESTED
               ADD CF-SETTLED-AMT TO WS-MT-CONF-AMT (MT-IDX)
               IF WS-MT-CONF-COUNT (MT-IDX) < 999
                   ADD 1 TO WS-MT-CONF-COUNT (MT-IDX)
               END-IF
               MOVE CF-BANK-REF TO WS-MT-BANK-REF (MT-IDX)
               ADD 1 TO WS-CONFIRM-COUNT
           END-IF.

      ******************************************************************
      * TABLE LOOK-UP -- THE TABLE IS IN KEY ORDER, SO THE SEARCH      *
      * STOPS AT THE FIRST ENTRY NOT BELOW THE NEW KEY: EITHER THE     *
      * ENTRY ITSELF OR THE SLOT A NEW ENTRY BELONGS IN.  AT END THE   *
      * NEW KEY SORTS AFTER EVERYTHING AND GOES ON THE END.            *
      ******************************************************************
       2500-FIND-MATCH-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET MT-IDX TO 1
           IF WS-MT-COUNT > ZERO
               SEARCH WS-MT-ENTRY
                   AT END
                       SET MT-IDX TO WS-MT-COUNT
                       SET MT-IDX UP BY 1
                   WHEN WS-MT-KEY (MT-IDX) NOT < WS-NEW-KEY
                       IF WS-MT-KEY (MT-IDX) = WS-NEW-KEY
                           SET WS-ENTRY-FOUND TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       2600-INSERT-MATCH-ENTRY.
           IF WS-MT-COUNT < WS-MT-MAX
               SET WS-INSERT-POS TO MT-IDX
               ADD 1 TO WS-MT-COUNT
               PERFORM 2610-SHIFT-ENTRY-UP
                   VARYING WS-SHIFT-SUB FROM WS-MT-COUNT BY -1
                   UNTIL WS-SHIFT-SUB NOT > WS-INSERT-POS
               SET MT-IDX TO WS-INSERT-POS
               MOVE WS-NEW-KEY TO WS-MT-KEY (MT-IDX)
               MOVE 'N'        TO WS-MT-SENT-SW (MT-IDX)
               MOVE ZERO       TO WS-MT-SENT-AMT (MT-IDX)
               MOVE ZERO       TO WS-MT-CONF-COUNT (MT-IDX)
               MOVE ZERO       TO WS-MT-CONF-AMT (MT-IDX)
               MOVE SPACES     TO WS-MT-BANK-REF (MT-IDX)
               MOVE 'N'        TO WS-MT-CARRIED-SW (MT-IDX)
               MOVE ZERO       TO WS-MT-AGE-DAYS (MT-IDX)
               MOVE WS-RUN-DATE TO WS-MT-FIRST-RUN-DATE (MT-IDX)
               MOVE SPACES     TO WS-MT-RESULT (MT-IDX)
           ELSE
               MOVE 'BRKOUT'     TO WS-CHECK-FILE-ID
               MOVE 'TABLE'      TO WS-CHECK-OPERATION
               MOVE 'S2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2610-SHIFT-ENTRY-UP.
           MOVE WS-MT-ENTRY (WS-SHIFT-SUB - 1)
               TO WS-MT-ENTRY (WS-SHIFT-SUB).

       2800-INIT-CONTROL-CHECK.
           MOVE 'N'    TO WS-FILE-EOF-SW
           MOVE 'N'    TO WS-HEADER-SEEN-SW
           MOVE 'N'    TO WS-TRAILER-SEEN-SW
           MOVE ZERO   TO WS-DETAIL-COUNT
           MOVE ZERO   TO WS-HASH-SUM.

       2810-CHECK-CONTROL-TOTALS.
           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               MOVE 'VERIFY'     TO WS-CHECK-OPERATION
               MOVE 'C1'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * RESOLUTION -- AN ENTRY IS SETTLED WHEN WHAT THE BANK CONFIRMED *
      * EQUALS WHAT WE SENT AND, FOR A SENT LINE, AT LEAST ONE         *
      * CONFIRMATION ARRIVED.  ANYTHING ELSE IS A BREAK AND CARRIES:   *
      * NEW BREAKS AT AGE ZERO, CARRIED ONES ONE DAY OLDER.  A BREAK   *
      * OLDER THAN SUSPDAYS STILL CARRIES (THE MONEY IS STILL OUT)     *
      * BUT IS FLAGGED AGED AND RAISES THE RUN TO RC=8.                *
      ******************************************************************
       3000-RESOLVE-BREAKS.
           IF WS-MT-COUNT > ZERO
               PERFORM 3100-RESOLVE-ENTRY
                   VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MT-COUNT
                   OR WS-ABORT-REQUESTED
           END-IF.

       3100-RESOLVE-ENTRY.
           EVALUATE TRUE
               WHEN WS-MT-SENT (MT-IDX)
                   AND WS-MT-CONF-COUNT (MT-IDX) = ZERO
                   SET WS-MT-MISSING (MT-IDX) TO TRUE
               WHEN WS-MT-CONF-AMT (MT-IDX) = WS-MT-SENT-AMT (MT-IDX)
                   SET WS-MT-MATCHED (MT-IDX) TO TRUE
               WHEN NOT WS-MT-SENT (MT-IDX)
                   SET WS-MT-UNEXPECTED (MT-IDX) TO TRUE
               WHEN OTHER
                   SET WS-MT-AMOUNT-BREAK (MT-IDX) TO TRUE
           END-EVALUATE
           IF WS-MT-MATCHED (MT-IDX)
               IF WS-MT-CARRIED (MT-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           ELSE
               IF WS-MT-CARRIED (MT-IDX)
                   ADD 1 TO WS-MT-AGE-DAYS (MT-IDX)
               END-IF
               IF WS-MT-AGE-DAYS (MT-IDX) > WS-SUSP-MAX-DAYS
                   ADD 1 TO WS-AGED-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-MT-MISSING (MT-IDX)
                       ADD 1 TO WS-MISSING-COUNT
                   WHEN WS-MT-UNEXPECTED (MT-IDX)
                       ADD 1 TO WS-UNEXPECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-AMT-BREAK-COUNT
               END-EVALUATE
               PERFORM 3200-WRITE-BREAK-OUT
           END-IF.

       3200-WRITE-BREAK-OUT.
           MOVE SPACES TO BREAKS-OUT-RECORD
           MOVE WS-MT-SETTLE-DATE (MT-IDX)    TO BO-SETTLE-DATE
           MOVE WS-MT-REGION-CODE (MT-IDX)    TO BO-REGION-CODE
           MOVE WS-MT-TRANS-TYPE (MT-IDX)     TO BO-TRANS-TYPE
           MOVE WS-MT-SENT-SW (MT-IDX)        TO BO-SENT-SW
           MOVE WS-MT-SENT-AMT (MT-IDX)       TO BO-SENT-AMT
           MOVE WS-MT-CONF-COUNT (MT-IDX)     TO BO-CONF-COUNT
           MOVE WS-MT-CONF-AMT (MT-IDX)       TO BO-CONF-AMT
           MOVE WS-MT-BANK-REF (MT-IDX)       TO BO-BANK-REF
           MOVE WS-MT-RESULT (MT-IDX)         TO BO-BREAK-TYPE
           MOVE WS-MT-AGE-DAYS (MT-IDX)       TO BO-AGE-DAYS
           MOVE WS-MT-FIRST-RUN-DATE (MT-IDX) TO BO-FIRST-RUN-DATE
           MOVE WS-MT-CURRENCY (MT-IDX)       TO BO-CURRENCY-CODE
           WRITE BREAKS-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-CARRIED-OUT-COUNT
           IF NOT BRKOUT-STATUS-OK
               MOVE 'BRKOUT'     TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-BRKOUT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * THE REPORT -- ONE SECTION PER KIND OF BREAK, EACH IN REGION    *
      * AND TYPE ORDER WITH ITS COUNT AND NET DIFFERENCE, THEN THE     *
      * CARRIED BREAKS THAT CLEARED TONIGHT, THEN THE RUN SUMMARY.     *
      ******************************************************************
       4000-PRINT-MATCH-REPORT.
           PERFORM 7100-START-NEW-PAGE
           MOVE 'MC' TO WS-PRINT-RESULT
           MOVE 'MISSING CONFIRMATIONS' TO ST-TITLE
           PERFORM 4100-PRINT-SECTION
           MOVE 'UC' TO WS-PRINT-RESULT
           MOVE 'UNEXPECTED CONFIRMATIONS' TO ST-TITLE
           PERFORM 4100-PRINT-SECTION
           MOVE 'AB' TO WS-PRINT-RESULT
           MOVE 'AMOUNT BREAKS' TO ST-TITLE
           PERFORM 4100-PRINT-SECTION
           MOVE 'OK' TO WS-PRINT-RESULT
           MOVE 'CARRIED BREAKS CLEARED THIS RUN' TO ST-TITLE
           PERFORM 4100-PRINT-SECTION
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4300-PRINT-SUMMARY
           END-IF.

       4100-PRINT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-DIFF-AMT
           MOVE SPACES TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE PL-SECTION-TITLE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE PL-COLUMN-HEADER TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           IF WS-MT-COUNT > ZERO
               PERFORM 4200-PRINT-SECTION-ENTRY
                   VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MT-COUNT
                   OR WS-ABORT-REQUESTED
           END-IF
           MOVE 'TOTAL'              TO STL-LABEL
           MOVE WS-SECTION-COUNT     TO STL-COUNT
           MOVE WS-SECTION-DIFF-AMT  TO STL-DIFF-AMT
           MOVE PL-SECTION-TOTAL TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE.

      * THE CLEARED SECTION LISTS ONLY CARRIED ENTRIES -- A LINE SENT
      * AND CONFIRMED THE SAME NIGHT IS JUST COUNTED AS MATCHED.
       4200-PRINT-SECTION-ENTRY.
           IF WS-MT-RESULT (MT-IDX) = WS-PRINT-RESULT
               AND (NOT WS-MT-MATCHED (MT-IDX)
                    OR WS-MT-CARRIED (MT-IDX))
               COMPUTE WS-DIFF-AMT = WS-MT-CONF-AMT (MT-IDX)
                                   - WS-MT-SENT-AMT (MT-IDX)
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-DIFF-AMT TO WS-SECTION-DIFF-AMT
               MOVE WS-MT-REGION-CODE (MT-IDX) TO BD-REGION-CODE
               MOVE WS-MT-TRANS-TYPE (MT-IDX)  TO BD-TRANS-TYPE
               MOVE WS-MT-CURRENCY (MT-IDX)    TO BD-CURRENCY-CODE
               MOVE WS-MT-SETTLE-DATE (MT-IDX) TO BD-SETTLE-DATE
               MOVE WS-MT-SENT-AMT (MT-IDX)    TO BD-SENT-AMT
               MOVE WS-MT-CONF-AMT (MT-IDX)    TO BD-CONF-AMT
               MOVE WS-DIFF-AMT                TO BD-DIFF-AMT
               MOVE WS-MT-BANK-REF (MT-IDX)    TO BD-BANK-REF
               MOVE WS-MT-AGE-DAYS (MT-IDX)    TO BD-AGE-DAYS
               EVALUATE TRUE
                   WHEN WS-MT-MATCHED (MT-IDX)
                       MOVE 'CLEARED'         TO BD-STATUS
                   WHEN WS-MT-AGE-DAYS (MT-IDX) > WS-SUSP-MAX-DAYS
                       MOVE 'AGED - ESCALATE' TO BD-STATUS
                   WHEN WS-MT-CARRIED (MT-IDX)
                       MOVE 'CARRIED'         TO BD-STATUS
                   WHEN OTHER
                       MOVE 'NEW'             TO BD-STATUS
               END-EVALUATE
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM 7100-START-NEW-PAGE
                   MOVE PL-COLUMN-HEADER TO MATCH-LINE
                   PERFORM 7000-WRITE-MATCH-LINE
               END-IF
               MOVE PL-BREAK-DETAIL TO MATCH-LINE
               PERFORM 7000-WRITE-MATCH-LINE
           END-IF.

       4300-PRINT-SUMMARY.
           MOVE SPACES TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'SETTLEMENT LINES SENT               '
               TO SM-LABEL
           MOVE WS-SENT-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'BANK CONFIRMATIONS RECEIVED         '
               TO SM-LABEL
           MOVE WS-CONFIRM-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'LINES MATCHED ON THE NIGHT          '
               TO SM-LABEL
           MOVE WS-MATCHED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'BREAKS BROUGHT FORWARD              '
               TO SM-LABEL
           MOVE WS-CARRIED-IN-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'BREAKS CLEARED                      '
               TO SM-LABEL
           MOVE WS-CLEARED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'MISSING CONFIRMATIONS               '
               TO SM-LABEL
           MOVE WS-MISSING-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'UNEXPECTED CONFIRMATIONS            '
               TO SM-LABEL
           MOVE WS-UNEXPECTED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'AMOUNT BREAKS                       '
               TO SM-LABEL
           MOVE WS-AMT-BREAK-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'BREAKS CARRIED FORWARD              '
               TO SM-LABEL
           MOVE WS-CARRIED-OUT-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE
           MOVE 'BREAKS AGED PAST ESCALATION LIMIT   '
               TO SM-LABEL
           MOVE WS-AGED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE.

       7000-WRITE-MATCH-LINE.
           WRITE MATCH-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT MTCHRPT-STATUS-OK
               MOVE 'MTCHRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-MTCHRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       7100-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE-DD   TO PH-RUN-DD
           MOVE WS-RUN-DATE-MM   TO PH-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO PH-RUN-CCYY
           MOVE WS-PAGE-NO       TO PH-PAGE-NO
           MOVE PL-PAGE-HEADER TO MATCH-LINE
           WRITE MATCH-LINE AFTER ADVANCING PAGE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT MTCHRPT-STATUS-OK
               MOVE 'MTCHRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-MTCHRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO MATCH-LINE
           PERFORM 7000-WRITE-MATCH-LINE.

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
                   WHEN 'C1'
                       MOVE 'CONTROL HEADER/TRAILER MISSING'
                           TO ERL-MESSAGE
                   WHEN 'C2'
                       MOVE 'HEADER DATE NOT THE RUN DATE'
                           TO ERL-MESSAGE
                   WHEN 'C3'
                       MOVE 'TRAILER RECORD COUNT MISMATCH'
                           TO ERL-MESSAGE
                   WHEN 'C4'
                       MOVE 'TRAILER HASH TOTAL MISMATCH'
                           TO ERL-MESSAGE
                   WHEN 'S2'
                       MOVE 'SETTLEMENT MATCH TABLE FULL'
                           TO ERL-MESSAGE
                   WHEN 'P1'
                       MOVE 'UNRECOGNIZED PARAMETER KEYWORD'
                           TO ERL-MESSAGE
                   WHEN 'P3'
                       MOVE 'NON-NUMERIC PARAMETER VALUE'
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
           CLOSE BREAKS-OUT
           CLOSE MATCH-REPORT
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
           MOVE 'SLNG0070'       TO BCL-JOB-NAME
           MOVE 'SETLMTCH'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
