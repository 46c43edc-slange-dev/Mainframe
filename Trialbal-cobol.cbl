      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
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
      * MONTH-END SUBLEDGER-TO-GL TRIAL BALANCE.  TOTALS EVERY        *
      * CUSTOMER MASTER BALANCE BY ACCOUNT STATUS AND PROVES THE      *
      * TOTAL AGAINST LAST MONTH'S PROVEN CLOSING FIGURE ROLLED       *
      * FORWARD BY EVERYTHING THAT MOVED A BALANCE SINCE: THE NET OF  *
      * THE GL INTERFACE SUMMARIES (GLEXTR) AND THE BALANCE CHANGES   *
      * ON THE MAINTENANCE AUDIT TRAIL (CUSTMNT).  SUSPENSE           *
      * WRITE-OFFS (SUSPDISP) ARE SHOWN WITH THE ROLL SO THE MONTH'S  *
      * GL MOVEMENTS ARE ALL ON ONE PAGE.  WHAT IS LEFT IS THE        *
      * UNEXPLAINED DIFFERENCE.  EACH ACCOUNT CURRENCY (BLANK FOR THE *
      * HOUSE CURRENCY) IS TOTALLED, PROVED AND PRINTED ON ITS OWN -- *
      * AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER.  A  *
      * PROVEN CURRENCY WRITES A NEW CLOSING CONTROL RECORD; AN       *
      * UNPROVEN ONE CARRIES ITS OLD RECORD FORWARD SO THE NEXT RUN   *
      * ROLLS IT AGAIN FROM ITS LAST PROVEN FIGURE.                   *
      ******************************************************************
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STAT.

           SELECT GL-INTERFACE ASSIGN TO GLINTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STAT.

           SELECT MAINT-AUDIT ASSIGN TO AUDITF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STAT.

           SELECT WRITEOFF-FILE ASSIGN TO WRITOFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRITOFF-STAT.

           SELECT CLOSING-IN ASSIGN TO TBCTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBCTLIN-STAT.

           SELECT CLOSING-OUT ASSIGN TO TBCTLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBCTLOUT-STAT.

           SELECT TRIAL-REPORT ASSIGN TO TBALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBALRPT-STAT.

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

      ******************************************************************
      * GL INTERFACE AS GLEXTR WRITES IT -- EVERY GENERATION OF THE    *
      * MONTH CONCATENATED, SO THE FILE IS A RUN OF HEADER/TRAILER     *
      * BLOCKS, EACH VERIFIED AGAINST ITS OWN TRAILER.  EACH SUMMARY   *
      * LINE IS IN ONE ACCOUNT CURRENCY (BLANK FOR THE HOUSE CURRENCY).*
      ******************************************************************
       FD  GL-INTERFACE
           LABEL RECORDS ARE STANDARD.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TYPE         PIC X(01).
           05  GLH-SOURCE-ID           PIC X(08).
           05  GLH-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(33).
       01  GL-DETAIL-RECORD.
           05  GLI-BUSINESS-DATE-X     PIC X(08).
           05  GLI-BUSINESS-DATE REDEFINES GLI-BUSINESS-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(02).
           05  GLI-TRANS-TYPE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  GLI-DC                  PIC X(01).
           05  FILLER                  PIC X(02).
           05  GLI-TRANS-COUNT         PIC 9(09).
           05  FILLER                  PIC X(02).
           05  GLI-TRANS-AMT           PIC S9(9)V99.
           05  FILLER                  PIC X(02).
           05  GLI-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(06).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TYPE         PIC X(01).
           05  GLT-RECORD-COUNT-X      PIC X(09).
           05  GLT-RECORD-COUNT REDEFINES GLT-RECORD-COUNT-X
                                       PIC 9(09).
           05  GLT-HASH-TOTAL-X        PIC X(15).
           05  GLT-HASH-TOTAL REDEFINES GLT-HASH-TOTAL-X
                                       PIC S9(13)V99.
           05  FILLER                  PIC X(25).

      * THE CUSTMNT BEFORE/AFTER AUDIT TRAIL -- EVERY GENERATION OF
      * THE MONTH CONCATENATED.  ONLY THE RUN DATE AND THE TWO
      * BALANCE AND CURRENCY IMAGES MATTER HERE.
       FD  MAINT-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AU-RUN-DATE-X           PIC X(08).
           05  AU-RUN-DATE REDEFINES AU-RUN-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(02).
           05  AU-ACTION               PIC X(01).
           05  FILLER                  PIC X(02).
           05  AU-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  AU-BEFORE-NAME          PIC X(30).
           05  FILLER                  PIC X(02).
           05  AU-BEFORE-BAL           PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  AU-AFTER-NAME           PIC X(30).
           05  FILLER                  PIC X(02).
           05  AU-AFTER-BAL            PIC -(9)9,99.
           05  FILLER                  PIC X(02).
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
           05  FILLER                  PIC X(20).

      * THE SUSPDISP GL-ABLE WRITE-OFF RECORDS -- EVERY GENERATION OF
      * THE MONTH CONCATENATED.
       FD  WRITEOFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-RECORD.
           05  WO-RUN-DATE-X           PIC X(08).
           05  WO-RUN-DATE REDEFINES WO-RUN-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(02).
           05  WO-TRANS-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  WO-TRANS-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  WO-TRANS-TYPE           PIC X(02).
           05  FILLER                  PIC X(02).
           05  WO-TRANS-AMT            PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  WO-REASON               PIC X(20).
           05  FILLER                  PIC X(02).
           05  WO-CURRENCY-CODE        PIC X(03).

      ******************************************************************
      * CLOSING-BALANCE CONTROL RECORD -- ONE RECORD PER CURRENCY, THE *
      * LAST PROVEN CLOSING IN IT: ITS BUSINESS DATE, THE CUSTOMER     *
      * MASTER TOTAL AND ITS SPLIT BY ACCOUNT STATUS, HOW IT WAS       *
      * ESTABLISHED, AND THE RUN THAT LAST CARRIED IT.  A BLANK        *
      * CURRENCY IS THE HOUSE CURRENCY.                                *
      *     P = PROVEN        (ROLL-FORWARD AGREED TO THE MASTER)      *
      *     A = ACCEPTED      (DIFFERENCE ACCEPTED BY THE OPERATOR)    *
      *     O = OPENING       (FIRST RUN -- NOTHING TO PROVE AGAINST)  *
      ******************************************************************
       FD  CLOSING-IN
           LABEL RECORDS ARE STANDARD.
       01  CLOSING-IN-RECORD.
           05  TI-CLOSE-DATE           PIC 9(08).
           05  TI-CLOSE-TOTAL          PIC S9(13)V99.
           05  TI-ACCOUNT-COUNT        PIC 9(09).
           05  TI-ACTIVE-TOTAL         PIC S9(13)V99.
           05  TI-HOLD-TOTAL           PIC S9(13)V99.
           05  TI-CLOSED-TOTAL         PIC S9(13)V99.
           05  TI-OTHER-TOTAL          PIC S9(13)V99.
           05  TI-PROOF-SW             PIC X(01).
           05  TI-ACCEPTED-DIFF        PIC S9(13)V99.
           05  TI-LAST-RUN-DATE        PIC 9(08).
           05  TI-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(01).

       FD  CLOSING-OUT
           LABEL RECORDS ARE STANDARD.
       01  CLOSING-OUT-RECORD.
           05  TO-CLOSE-DATE           PIC 9(08).
           05  TO-CLOSE-TOTAL          PIC S9(13)V99.
           05  TO-ACCOUNT-COUNT        PIC 9(09).
           05  TO-ACTIVE-TOTAL         PIC S9(13)V99.
           05  TO-HOLD-TOTAL           PIC S9(13)V99.
           05  TO-CLOSED-TOTAL         PIC S9(13)V99.
           05  TO-OTHER-TOTAL          PIC S9(13)V99.
           05  TO-PROOF-SW             PIC X(01).
               88  TO-CLOSE-PROVEN                 VALUE 'P'.
               88  TO-CLOSE-ACCEPTED               VALUE 'A'.
               88  TO-CLOSE-OPENING                VALUE 'O'.
           05  TO-ACCEPTED-DIFF        PIC S9(13)V99.
           05  TO-LAST-RUN-DATE        PIC 9(08).
           05  TO-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(01).

       FD  TRIAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-LINE                  PIC X(132).

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
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==GLINTF==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==AUDITF==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==WRITOFF==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==TBCTLIN==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==TBCTLOUT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==TBALRPT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

      * SYSIN CARD -- BUSINESS DATE IN COLUMNS 1-8 (BLANK FOR TODAY),
      * OVERRIDE IN COLUMNS 10-17 TO RUN PAST A PREDECESSOR REFUSAL,
      * ACCEPT IN COLUMNS 19-24 TO CLOSE THE MONTH ON A DIFFERENCE
      * FINANCE HAS INVESTIGATED AND SIGNED OFF.
       01  WS-ACCEPT-CARD.
           05  WS-ACCEPT-DATE-PARM     PIC X(08)    VALUE SPACES.
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  WS-ACCEPT-OVERRIDE      PIC X(08)    VALUE SPACES.
               88  WS-OPERATOR-OVERRIDE             VALUE 'OVERRIDE'.
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  WS-ACCEPT-DIFF-PARM     PIC X(06)    VALUE SPACES.
               88  WS-OPERATOR-ACCEPTS-DIFF         VALUE 'ACCEPT'.
           05  FILLER                  PIC X(56)    VALUE SPACES.

      ******************************************************************
      *     P R I N T   L I N E   L A Y O U T S                        *
      ******************************************************************
       01  PL-PAGE-HEADER.
           05  FILLER                  PIC X(34)
               VALUE 'SLNG MONTH-END TRIAL BALANCE      '.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  PH-RUN-DD               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  PH-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE 'CURRENCY '.
           05  PH-CURRENCY             PIC X(05).
           05  FILLER                  PIC X(56)   VALUE SPACES.

       01  PL-PERIOD-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'ROLLED FROM CLOSING OF            '.
           05  PP-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  PP-CLOSE-STATUS         PIC X(30).
           05  FILLER                  PIC X(56)   VALUE SPACES.

       01  PL-MASTER-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTOMER MASTER BY ACCOUNT STATUS       '.
           05  FILLER                  PIC X(12)
               VALUE '    ACCOUNTS'.
           05  FILLER                  PIC X(20)
               VALUE '             BALANCE'.
           05  FILLER                  PIC X(60)   VALUE SPACES.

       01  PL-ROLL-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'ROLL-FORWARD                            '.
           05  FILLER                  PIC X(12)
               VALUE '       COUNT'.
           05  FILLER                  PIC X(20)
               VALUE '              AMOUNT'.
           05  FILLER                  PIC X(60)   VALUE SPACES.

       01  PL-SUMMARY-DETAIL.
           05  PD-LABEL                PIC X(40).
           05  PD-COUNT                PIC -(11)9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-AMOUNT               PIC -(14)9,99.
           05  FILLER                  PIC X(60)   VALUE SPACES.

       01  PL-RESULT-LINE.
           05  FILLER                  PIC X(08)   VALUE 'RESULT: '.
           05  PR-RESULT               PIC X(60).
           05  FILLER                  PIC X(64)   VALUE SPACES.

       01  PL-RULE-LINE.
           05  FILLER                  PIC X(72)   VALUE ALL '-'.
           05  FILLER                  PIC X(60)   VALUE SPACES.

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
                   VALUE 'C1' 'C3' 'C4' 'T4'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-TRIAL-FLAGS.
           05  WS-FILE-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-FILE-EOF                     VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WS-PRIOR-FOUND                  VALUE 'Y'.
           05  WS-CLOSING-EOF-SW       PIC X(01)   VALUE 'N'.
               88  WS-CLOSING-EOF                  VALUE 'Y'.
           05  WS-CLOSING-WRITTEN-SW   PIC X(01)   VALUE 'N'.
               88  WS-CLOSING-WRITTEN              VALUE 'Y'.
           05  WS-CLOSING-OUT-OPEN-SW  PIC X(01)   VALUE 'N'.
               88  WS-CLOSING-OUT-OPEN             VALUE 'Y'.
           05  WS-OUTCOME-SW           PIC X(01)   VALUE SPACE.
               88  WS-OUTCOME-PROVEN               VALUE 'P'.
               88  WS-OUTCOME-ACCEPTED             VALUE 'A'.
               88  WS-OUTCOME-OPENING              VALUE 'O'.
               88  WS-OUTCOME-NOT-PROVEN           VALUE 'N'.

      * CONTROL-BLOCK CHECK FOR THE CONCATENATED GL INTERFACE.
       01  WS-BLOCK-FIELDS.
           05  WS-HEADER-SEEN-SW       PIC X(01)   VALUE 'N'.
               88  WS-HEADER-SEEN                  VALUE 'Y'.
           05  WS-BLOCK-OPEN-SW        PIC X(01)   VALUE 'N'.
               88  WS-BLOCK-OPEN                   VALUE 'Y'.
           05  WS-BLOCK-DETAIL-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-BLOCK-HASH-SUM       PIC S9(13)V99 VALUE ZERO.

       01  WS-WORK-AMOUNTS.
           05  WS-BEFORE-BAL           PIC S9(9)V99 VALUE ZERO.
           05  WS-AFTER-BAL            PIC S9(9)V99 VALUE ZERO.
           05  WS-WRITEOFF-AMT         PIC S9(9)V99 VALUE ZERO.
           05  WS-MAINT-CHANGE-AMT     PIC S9(13)V99 VALUE ZERO.

       01  WS-ROLL-TOTALS.
           05  WS-GL-LINES-USED        PIC 9(09)     VALUE ZERO.

      * CURRENCY LOOKUP -- THE CALLER SAYS WHETHER A CURRENCY NOT YET
      * ON THE TABLE MAY BE OPENED: A LEDGER CURRENCY (PRIOR CLOSING
      * OR MASTER) IS PROVED, A MEMO CURRENCY (SEEN ONLY ON THE
      * WRITE-OFFS) IS ONLY PRINTED.  THE ROLL NEVER OPENS ONE -- A
      * MOVEMENT IN A CURRENCY WITH NO ACCOUNTS AND NO CLOSING HAS
      * NOTHING TO BE PROVED AGAINST.
       01  WS-CURRENCY-LOOKUP.
           05  WS-LOOKUP-CURRENCY      PIC X(03)   VALUE SPACES.
           05  WS-TBC-ADD-SW           PIC X(01)   VALUE 'N'.
               88  WS-TBC-ADD-NONE                 VALUE 'N'.
               88  WS-TBC-ADD-LEDGER               VALUE 'L'.
               88  WS-TBC-ADD-MEMO                 VALUE 'M'.
           05  WS-TBC-FOUND-SW         PIC X(01)   VALUE 'N'.
               88  WS-TBC-FOUND                    VALUE 'Y'.
           05  WS-CURRENCY-LABEL       PIC X(05)   VALUE SPACES.
           05  WS-LAST-CLOSE-DATE      PIC 9(08)   VALUE ZERO.

      * ONE ENTRY PER CURRENCY, IN THE ORDER THEY TURN UP ON THE
      * PRIOR CLOSING, THE MASTER AND THE WRITE-OFFS.  THE PRIOR
      * CLOSING IS KEPT WHOLE SO AN UNPROVEN CURRENCY CAN BE CARRIED
      * FORWARD AS IT WAS.  A CURRENCY WITH NO PRIOR CLOSING OF ITS
      * OWN ROLLS FROM THE LATEST CLOSING DATE ON THE FILE.  AMOUNTS
      * IN DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER.
       01  WS-CURRENCY-TABLE.
           05  WS-TBC-MAX              PIC 9(02)   VALUE 20.
           05  WS-TBC-COUNT            PIC 9(02)   VALUE ZERO.
           05  WS-TBC-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-TBC-COUNT
                   INDEXED BY TBC-IDX.
               10  WS-TBC-CURRENCY     PIC X(03).
               10  WS-TBC-MEMO-SW      PIC X(01).
                   88  WS-TBC-MEMO-ONLY            VALUE 'Y'.
               10  WS-TBC-PRIOR-SW     PIC X(01).
                   88  WS-TBC-PRIOR-FOUND          VALUE 'Y'.
               10  WS-TBC-PRIOR-DATE   PIC 9(08).
               10  WS-TBC-PRIOR-TOTAL  PIC S9(13)V99.
               10  WS-TBC-PRIOR-COUNT  PIC 9(09).
               10  WS-TBC-PRIOR-PROOF-SW PIC X(01).
               10  WS-TBC-PRIOR-RECORD PIC X(120).
               10  WS-TBC-MASTER-COUNT PIC 9(09).
               10  WS-TBC-MASTER-TOTAL PIC S9(13)V99.
               10  WS-TBC-ACTIVE-COUNT PIC 9(09).
               10  WS-TBC-ACTIVE-TOTAL PIC S9(13)V99.
               10  WS-TBC-HOLD-COUNT   PIC 9(09).
               10  WS-TBC-HOLD-TOTAL   PIC S9(13)V99.
               10  WS-TBC-CLOSED-COUNT PIC 9(09).
               10  WS-TBC-CLOSED-TOTAL PIC S9(13)V99.
               10  WS-TBC-OTHER-COUNT  PIC 9(09).
               10  WS-TBC-OTHER-TOTAL  PIC S9(13)V99.
               10  WS-TBC-GL-CR-COUNT  PIC 9(09).
               10  WS-TBC-GL-CR-TOTAL  PIC S9(13)V99.
               10  WS-TBC-GL-DR-COUNT  PIC 9(09).
               10  WS-TBC-GL-DR-TOTAL  PIC S9(13)V99.
               10  WS-TBC-GL-SKIPPED   PIC 9(09).
               10  WS-TBC-MAINT-COUNT  PIC 9(09).
               10  WS-TBC-MAINT-TOTAL  PIC S9(13)V99.
               10  WS-TBC-WO-COUNT     PIC 9(09).
               10  WS-TBC-WO-TOTAL     PIC S9(13)V99.
               10  WS-TBC-EXPECTED     PIC S9(13)V99.
               10  WS-TBC-DIFFERENCE   PIC S9(13)V99.
               10  WS-TBC-OUTCOME-SW   PIC X(01).
                   88  WS-TBC-PROVEN               VALUE 'P'.
                   88  WS-TBC-ACCEPTED             VALUE 'A'.
                   88  WS-TBC-OPENING              VALUE 'O'.
                   88  WS-TBC-NOT-PROVEN           VALUE 'N'.

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
      ******************************************************************
       PROCEDURE DIVISION.

      * THE RUN DATE GIVEN ON SYSIN IS THE LAST BUSINESS DATE OF THE
      * MONTH BEING CLOSED.  EVERYTHING DATED AFTER THE PRIOR CLOSING
      * UP TO AND INCLUDING IT IS ROLLED.
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
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-LOAD-PRIOR-CLOSING
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-TOTAL-MASTER
                   UNTIL WS-FILE-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND WS-PRIOR-FOUND
               PERFORM 2100-ROLL-GL-INTERFACE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND WS-PRIOR-FOUND
               PERFORM 2200-ROLL-MAINT-AUDIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND WS-PRIOR-FOUND
               PERFORM 2300-ROLL-WRITEOFFS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-PROVE-BALANCE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-PRINT-TRIAL-BALANCE
           END-IF
      * AN ABORTED RUN STILL LEAVES THE OLD CLOSING IN THE NEW
      * GENERATION, SO A RERUN STARTS FROM THE SAME PROVEN FIGURE.
           IF WS-ABORT-REQUESTED
               AND WS-PRIOR-FOUND
               AND WS-CLOSING-OUT-OPEN
               AND NOT WS-CLOSING-WRITTEN
               PERFORM 3200-CARRY-PRIOR-CLOSING
                   VARYING TBC-IDX FROM 1 BY 1
                   UNTIL TBC-IDX > WS-TBC-COUNT
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-OUTCOME-ACCEPTED
               OR WS-OUTCOME-OPENING
               MOVE 0004 TO WS-FINAL-RETURN-CODE
           END-IF
           IF WS-OUTCOME-NOT-PROVEN
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
           MOVE 'SLNG0075'       TO BCL-JOB-NAME
           MOVE 'TRIALBAL'       TO BCL-PROGRAM-ID
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
      * PREDECESSOR -- THE GL EXTRACT (SLNG0025) MUST HAVE ENDED RC<=4 *
      * FOR THE MONTH'S LAST BUSINESS DATE, OR THE LAST NIGHT'S GL     *
      * INTERFACE IS MISSING FROM THE ROLL.                            *
      * A REFUSAL ABENDS THE STEP UNLESS THE OPERATOR RERUNS IT WITH   *
      * OVERRIDE ON THE SYSIN CARD, WHEN IT IS LOGGED AND PASSED.      *
      ******************************************************************
       0300-CHECK-PREDECESSORS.
           MOVE 'SLNG0025'       TO BCL-PRED-JOB
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
           OPEN OUTPUT CLOSING-OUT
           MOVE 'TBCTLOUT'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-TBCTLOUT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF TBCTLOUT-STATUS-OK
               SET WS-CLOSING-OUT-OPEN TO TRUE
           END-IF
           OPEN OUTPUT TRIAL-REPORT
           MOVE 'TBALRPT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-TBALRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN INPUT CUSTMAST
           MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-CUSTMAST-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'N' TO WS-FILE-EOF-SW
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2010-READ-CUSTMAST
           END-IF.

      ******************************************************************
      * PRIOR CLOSING -- THE CONTROL RECORDS LEFT BY LAST MONTH'S RUN, *
      * ONE PER CURRENCY.  THE VERY FIRST RUN READS AN EMPTY FIRST     *
      * GENERATION AND FINDS NONE: THERE IS NOTHING TO PROVE AGAINST,  *
      * SO THE RUN ONLY ESTABLISHES THE OPENING FIGURES.  THE HOUSE    *
      * CURRENCY IS ALWAYS ON THE TABLE, SO AN EMPTY MASTER STILL      *
      * CLOSES AT ZERO.                                                *
      ******************************************************************
       1100-LOAD-PRIOR-CLOSING.
           OPEN INPUT CLOSING-IN
           IF TBCTLIN-STATUS-NOT-CREATED
               CONTINUE
           ELSE
               MOVE 'TBCTLIN'    TO WS-CHECK-FILE-ID
               MOVE 'OPEN'       TO WS-CHECK-OPERATION
               MOVE WS-TBCTLIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               IF NOT WS-ABORT-REQUESTED
                   MOVE 'N' TO WS-CLOSING-EOF-SW
                   PERFORM 1110-READ-CLOSING-IN
                   PERFORM 1120-LOAD-PRIOR-CURRENCY
                       UNTIL WS-CLOSING-EOF
                       OR WS-ABORT-REQUESTED
               END-IF
               CLOSE CLOSING-IN
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE SPACES TO WS-LOOKUP-CURRENCY
               SET WS-TBC-ADD-LEDGER TO TRUE
               PERFORM 2900-FIND-CURRENCY
           END-IF.

       1110-READ-CLOSING-IN.
           READ CLOSING-IN
               AT END
                   MOVE 'Y' TO WS-CLOSING-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT TBCTLIN-STATUS-OK AND NOT TBCTLIN-STATUS-EOF
               MOVE 'TBCTLIN'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-TBCTLIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * A RECORD WRITTEN BEFORE THE CURRENCY CODE EXISTED HAS IT BLANK
      * AND IS THE HOUSE CURRENCY'S.  ONLY THE FIRST RECORD FOR A
      * CURRENCY IS TAKEN.
       1120-LOAD-PRIOR-CURRENCY.
           MOVE TI-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           SET WS-TBC-ADD-LEDGER TO TRUE
           PERFORM 2900-FIND-CURRENCY
           IF WS-TBC-FOUND
               AND NOT WS-TBC-PRIOR-FOUND (TBC-IDX)
               SET WS-PRIOR-FOUND TO TRUE
               MOVE 'Y'              TO WS-TBC-PRIOR-SW (TBC-IDX)
               MOVE TI-CLOSE-DATE    TO WS-TBC-PRIOR-DATE (TBC-IDX)
               MOVE TI-CLOSE-TOTAL   TO WS-TBC-PRIOR-TOTAL (TBC-IDX)
               MOVE TI-ACCOUNT-COUNT TO WS-TBC-PRIOR-COUNT (TBC-IDX)
               MOVE TI-PROOF-SW      TO WS-TBC-PRIOR-PROOF-SW (TBC-IDX)
               MOVE CLOSING-IN-RECORD
                   TO WS-TBC-PRIOR-RECORD (TBC-IDX)
               IF TI-CLOSE-DATE > WS-LAST-CLOSE-DATE
                   MOVE TI-CLOSE-DATE TO WS-LAST-CLOSE-DATE
               END-IF
           END-IF
           PERFORM 1110-READ-CLOSING-IN.

      ******************************************************************
      * THE SUBLEDGER SIDE -- EVERY MASTER BALANCE, IN ITS ACCOUNT     *
      * CURRENCY, SPLIT BY ACCOUNT STATUS.  AN UNKNOWN STATUS BYTE     *
      * STILL COUNTS IN THE TOTAL (THE MONEY IS ON THE MASTER) BUT IS  *
      * SHOWN ON ITS OWN LINE.                                         *
      ******************************************************************
       2000-TOTAL-MASTER.
           MOVE CM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           SET WS-TBC-ADD-LEDGER TO TRUE
           PERFORM 2900-FIND-CURRENCY
           IF WS-TBC-FOUND
               PERFORM 2020-ADD-MASTER-BALANCE
           END-IF
           PERFORM 2010-READ-CUSTMAST.

       2010-READ-CUSTMAST.
           READ CUSTMAST
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT CUSTMAST-STATUS-OK AND NOT CUSTMAST-STATUS-EOF
               MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-CUSTMAST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2020-ADD-MASTER-BALANCE.
           ADD 1 TO WS-TBC-MASTER-COUNT (TBC-IDX)
           ADD CM-CUST-BAL TO WS-TBC-MASTER-TOTAL (TBC-IDX)
           EVALUATE TRUE
               WHEN CM-STATUS-ACTIVE
                   ADD 1 TO WS-TBC-ACTIVE-COUNT (TBC-IDX)
                   ADD CM-CUST-BAL TO WS-TBC-ACTIVE-TOTAL (TBC-IDX)
               WHEN CM-STATUS-HOLD
                   ADD 1 TO WS-TBC-HOLD-COUNT (TBC-IDX)
                   ADD CM-CUST-BAL TO WS-TBC-HOLD-TOTAL (TBC-IDX)
               WHEN CM-STATUS-CLOSED
                   ADD 1 TO WS-TBC-CLOSED-COUNT (TBC-IDX)
                   ADD CM-CUST-BAL TO WS-TBC-CLOSED-TOTAL (TBC-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TBC-OTHER-COUNT (TBC-IDX)
                   ADD CM-CUST-BAL TO WS-TBC-OTHER-TOTAL (TBC-IDX)
           END-EVALUATE.

      ******************************************************************
      * GL INTERFACE -- EVERY BLOCK IS PROVED AGAINST ITS TRAILER,     *
      * THEN EACH SUMMARY LINE DATED INSIDE ITS CURRENCY'S PERIOD      *
      * MOVES THAT CURRENCY'S EXPECTED BALANCE: A CREDIT SUMMARY       *
      * RAISES IT, A DEBIT SUMMARY LOWERS IT.  GENERATIONS FROM BEFORE *
      * THE PRIOR CLOSING (OR AFTER THE RUN DATE) ARE PROVED BUT NOT   *
      * ROLLED.                                                        *
      ******************************************************************
       2100-ROLL-GL-INTERFACE.
           OPEN INPUT GL-INTERFACE
           MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-GLINTF-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'N'  TO WS-FILE-EOF-SW
           MOVE 'N'  TO WS-HEADER-SEEN-SW
           MOVE 'N'  TO WS-BLOCK-OPEN-SW
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2110-READ-GL-INTERFACE
               PERFORM 2120-ROLL-GL-RECORD
                   UNTIL WS-FILE-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND (NOT WS-HEADER-SEEN OR WS-BLOCK-OPEN)
               MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
               MOVE 'VERIFY'     TO WS-CHECK-OPERATION
               MOVE 'C1'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE GL-INTERFACE.

       2110-READ-GL-INTERFACE.
           READ GL-INTERFACE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT GLINTF-STATUS-OK AND NOT GLINTF-STATUS-EOF
               MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-GLINTF-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2120-ROLL-GL-RECORD.
           EVALUATE GLH-RECORD-TYPE
               WHEN 'H'
                   IF WS-BLOCK-OPEN
                       MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   SET WS-BLOCK-OPEN  TO TRUE
                   MOVE ZERO TO WS-BLOCK-DETAIL-COUNT
                   MOVE ZERO TO WS-BLOCK-HASH-SUM
               WHEN 'T'
                   IF NOT WS-BLOCK-OPEN
                       MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
                   MOVE 'N' TO WS-BLOCK-OPEN-SW
                   PERFORM 2140-CHECK-GL-BLOCK-TOTALS
               WHEN OTHER
                   IF NOT WS-BLOCK-OPEN
                       MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
                       MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                       MOVE 'C1'         TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-BLOCK-DETAIL-COUNT
                       ADD GLI-TRANS-AMT TO WS-BLOCK-HASH-SUM
                       PERFORM 2130-ROLL-GL-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM 2110-READ-GL-INTERFACE.

       2130-ROLL-GL-DETAIL.
           MOVE GLI-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           SET WS-TBC-ADD-NONE TO TRUE
           PERFORM 2900-FIND-CURRENCY
           IF WS-TBC-FOUND
               IF GLI-BUSINESS-DATE-X IS NUMERIC
                   AND GLI-BUSINESS-DATE > WS-TBC-PRIOR-DATE (TBC-IDX)
                   AND GLI-BUSINESS-DATE NOT > WS-RUN-DATE
                   ADD 1 TO WS-GL-LINES-USED
                   IF GLI-DC = 'D'
                       ADD GLI-TRANS-COUNT
                           TO WS-TBC-GL-DR-COUNT (TBC-IDX)
                       ADD GLI-TRANS-AMT
                           TO WS-TBC-GL-DR-TOTAL (TBC-IDX)
                   ELSE
                       ADD GLI-TRANS-COUNT
                           TO WS-TBC-GL-CR-COUNT (TBC-IDX)
                       ADD GLI-TRANS-AMT
                           TO WS-TBC-GL-CR-TOTAL (TBC-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-TBC-GL-SKIPPED (TBC-IDX)
               END-IF
           END-IF.

       2140-CHECK-GL-BLOCK-TOTALS.
           IF GLT-RECORD-COUNT-X NOT NUMERIC
               OR GLT-RECORD-COUNT NOT = WS-BLOCK-DETAIL-COUNT
               MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
               MOVE 'VERIFY'     TO WS-CHECK-OPERATION
               MOVE 'C3'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           ELSE
               IF GLT-HASH-TOTAL NOT NUMERIC
                   OR GLT-HASH-TOTAL NOT = WS-BLOCK-HASH-SUM
                   MOVE 'GLINTF'     TO WS-CHECK-FILE-ID
                   MOVE 'VERIFY'     TO WS-CHECK-OPERATION
                   MOVE 'C4'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * MAINTENANCE BALANCE CHANGES -- EVERY AUDIT LINE IN THE PERIOD  *
      * MOVES THE EXPECTED BALANCE BY AFTER MINUS BEFORE.  AN ADD      *
      * BRINGS ITS OPENING BALANCE ON (EMPTY BEFORE IMAGE), A DELETE   *
      * TAKES ITS BALANCE OFF (EMPTY AFTER IMAGE), A STATUS OR NAME    *
      * CHANGE NETS TO NOTHING.  ONLY LINES THAT MOVED MONEY COUNT.    *
      * WHEN THE TWO IMAGES ARE IN DIFFERENT CURRENCIES THE BEFORE     *
      * BALANCE LEAVES ONE CURRENCY AND THE AFTER BALANCE JOINS THE    *
      * OTHER -- AN EMPTY IMAGE HAS A BLANK CODE AND A ZERO BALANCE.   *
      ******************************************************************
       2200-ROLL-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT
           MOVE 'AUDITF'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-AUDITF-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'N' TO WS-FILE-EOF-SW
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2210-READ-MAINT-AUDIT
               PERFORM 2220-ROLL-AUDIT-RECORD
                   UNTIL WS-FILE-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           CLOSE MAINT-AUDIT.

       2210-READ-MAINT-AUDIT.
           READ MAINT-AUDIT
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT AUDITF-STATUS-OK AND NOT AUDITF-STATUS-EOF
               MOVE 'AUDITF'     TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-AUDITF-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2220-ROLL-AUDIT-RECORD.
           IF AU-RUN-DATE-X IS NUMERIC
               AND AU-RUN-DATE NOT > WS-RUN-DATE
               MOVE AU-BEFORE-BAL TO WS-BEFORE-BAL
               MOVE AU-AFTER-BAL  TO WS-AFTER-BAL
               IF AU-BEFORE-CURRENCY = AU-AFTER-CURRENCY
                   IF WS-AFTER-BAL NOT = WS-BEFORE-BAL
                       MOVE AU-AFTER-CURRENCY TO WS-LOOKUP-CURRENCY
                       COMPUTE WS-MAINT-CHANGE-AMT =
                           WS-AFTER-BAL - WS-BEFORE-BAL
                       PERFORM 2230-ADD-MAINT-CHANGE
                   END-IF
               ELSE
                   IF WS-BEFORE-BAL NOT = ZERO
                       MOVE AU-BEFORE-CURRENCY TO WS-LOOKUP-CURRENCY
                       COMPUTE WS-MAINT-CHANGE-AMT =
                           ZERO - WS-BEFORE-BAL
                       PERFORM 2230-ADD-MAINT-CHANGE
                   END-IF
                   IF WS-AFTER-BAL NOT = ZERO
                       MOVE AU-AFTER-CURRENCY TO WS-LOOKUP-CURRENCY
                       MOVE WS-AFTER-BAL TO WS-MAINT-CHANGE-AMT
                       PERFORM 2230-ADD-MAINT-CHANGE
                   END-IF
               END-IF
           END-IF
           PERFORM 2210-READ-MAINT-AUDIT.

       2230-ADD-MAINT-CHANGE.
           SET WS-TBC-ADD-NONE TO TRUE
           PERFORM 2900-FIND-CURRENCY
           IF WS-TBC-FOUND
               AND AU-RUN-DATE > WS-TBC-PRIOR-DATE (TBC-IDX)
               ADD 1 TO WS-TBC-MAINT-COUNT (TBC-IDX)
               ADD WS-MAINT-CHANGE-AMT TO WS-TBC-MAINT-TOTAL (TBC-IDX)
           END-IF.

      ******************************************************************
      * SUSPENSE WRITE-OFFS -- TOTALLED FOR THE PERIOD IN THE ITEM'S   *
      * OWN CURRENCY.  A WRITE-OFF TAKES AN ITEM OUT OF SUSPENSE THAT  *
      * NEVER REACHED A CUSTOMER BALANCE, SO IT DOES NOT MOVE THE      *
      * EXPECTED MASTER TOTAL; IT IS SHOWN AS A MEMO LINE OF THE ROLL  *
      * SO THE LEDGER'S OWN ENTRY FOR IT CAN BE TICKED OFF AGAINST THE *
      * SAME PAGE.  A CURRENCY NO ACCOUNT IS HELD IN GETS A PAGE OF    *
      * ITS OWN FOR THE MEMO LINE BUT NOTHING TO PROVE.                *
      ******************************************************************
       2300-ROLL-WRITEOFFS.
           OPEN INPUT WRITEOFF-FILE
           MOVE 'WRITOFF'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-WRITOFF-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'N' TO WS-FILE-EOF-SW
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2310-READ-WRITEOFF
               PERFORM 2320-ROLL-WRITEOFF-RECORD
                   UNTIL WS-FILE-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           CLOSE WRITEOFF-FILE.

       2310-READ-WRITEOFF.
           READ WRITEOFF-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT WRITOFF-STATUS-OK AND NOT WRITOFF-STATUS-EOF
               MOVE 'WRITOFF'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-WRITOFF-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2320-ROLL-WRITEOFF-RECORD.
           IF WO-RUN-DATE-X IS NUMERIC
               AND WO-RUN-DATE NOT > WS-RUN-DATE
               MOVE WO-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
               SET WS-TBC-ADD-NONE TO TRUE
               PERFORM 2900-FIND-CURRENCY
               IF NOT WS-TBC-FOUND
                   AND WO-RUN-DATE > WS-LAST-CLOSE-DATE
                   SET WS-TBC-ADD-MEMO TO TRUE
                   PERFORM 2900-FIND-CURRENCY
               END-IF
               IF WS-TBC-FOUND
                   AND WO-RUN-DATE > WS-TBC-PRIOR-DATE (TBC-IDX)
                   MOVE WO-TRANS-AMT TO WS-WRITEOFF-AMT
                   ADD 1 TO WS-TBC-WO-COUNT (TBC-IDX)
                   ADD WS-WRITEOFF-AMT TO WS-TBC-WO-TOTAL (TBC-IDX)
               END-IF
           END-IF
           PERFORM 2310-READ-WRITEOFF.

      * THE CURRENCY'S TABLE ENTRY, OPENED IF IT IS NOT THERE YET AND
      * THE CALLER ALLOWS IT.  A NEW ENTRY ROLLS FROM THE LATEST
      * CLOSING DATE LOADED.
       2900-FIND-CURRENCY.
           MOVE 'N' TO WS-TBC-FOUND-SW
           SET TBC-IDX TO 1
           SEARCH WS-TBC-ENTRY
               AT END
                   IF NOT WS-TBC-ADD-NONE
                       PERFORM 2910-OPEN-CURRENCY
                   END-IF
               WHEN WS-TBC-CURRENCY (TBC-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-TBC-FOUND TO TRUE
           END-SEARCH.

       2910-OPEN-CURRENCY.
           IF WS-TBC-COUNT < WS-TBC-MAX
               ADD 1 TO WS-TBC-COUNT
               SET TBC-IDX TO WS-TBC-COUNT
               INITIALIZE WS-TBC-ENTRY (TBC-IDX)
               MOVE WS-LOOKUP-CURRENCY TO WS-TBC-CURRENCY (TBC-IDX)
               MOVE WS-LAST-CLOSE-DATE TO WS-TBC-PRIOR-DATE (TBC-IDX)
               MOVE 'N'                TO WS-TBC-PRIOR-SW (TBC-IDX)
               MOVE 'N'                TO WS-TBC-MEMO-SW (TBC-IDX)
               IF WS-TBC-ADD-MEMO
                   MOVE 'Y'            TO WS-TBC-MEMO-SW (TBC-IDX)
               END-IF
               SET WS-TBC-FOUND TO TRUE
           ELSE
               MOVE 'CURRENCY'   TO WS-CHECK-FILE-ID
               MOVE 'TABLE'      TO WS-CHECK-OPERATION
               MOVE 'T4'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * THE HOUSE CURRENCY HAS A BLANK CODE; IT IS NAMED AS SUCH ON
      * THE REPORT AND THE ERROR LOG.
       2920-SET-CURRENCY-LABEL.
           IF WS-TBC-CURRENCY (TBC-IDX) = SPACES
               MOVE 'HOUSE'  TO WS-CURRENCY-LABEL
           ELSE
               MOVE WS-TBC-CURRENCY (TBC-IDX) TO WS-CURRENCY-LABEL
           END-IF.

      ******************************************************************
      * THE PROOF, CURRENCY BY CURRENCY -- EXPECTED = PRIOR CLOSING +  *
      * GL NET + MAINTENANCE NET.  NO DIFFERENCE PROVES THE CURRENCY   *
      * AND ADVANCES ITS CLOSING TO TONIGHT'S MASTER TOTAL.  A         *
      * DIFFERENCE LEAVES ITS CLOSING WHERE IT WAS (RC=8) UNLESS THE   *
      * OPERATOR HAS ACCEPTED THE RUN'S DIFFERENCES ON SYSIN, WHEN THE *
      * MASTER TOTAL BECOMES THE NEW CLOSING WITH THE ACCEPTED         *
      * DIFFERENCE RECORDED AGAINST IT (RC=4).  A CURRENCY WITH NO     *
      * PRIOR CLOSING OPENS AT ITS MASTER TOTAL (RC=4).  THE RUN TAKES *
      * THE WORST OUTCOME OF ANY CURRENCY.                             *
      ******************************************************************
       3000-PROVE-BALANCE.
           SET WS-OUTCOME-PROVEN TO TRUE
           PERFORM 3010-PROVE-CURRENCY
               VARYING TBC-IDX FROM 1 BY 1
               UNTIL TBC-IDX > WS-TBC-COUNT
               OR WS-ABORT-REQUESTED
           SET WS-CLOSING-WRITTEN TO TRUE.

       3010-PROVE-CURRENCY.
           PERFORM 2920-SET-CURRENCY-LABEL
           MOVE 'TBAL'            TO WS-CHECK-FILE-ID
           MOVE WS-CURRENCY-LABEL TO WS-CHECK-FILE-ID(6:5)
           MOVE 'PROOF'           TO WS-CHECK-OPERATION
           EVALUATE TRUE
               WHEN WS-TBC-MEMO-ONLY (TBC-IDX)
                   MOVE SPACE TO WS-TBC-OUTCOME-SW (TBC-IDX)
               WHEN NOT WS-TBC-PRIOR-FOUND (TBC-IDX)
                   SET WS-TBC-OPENING (TBC-IDX) TO TRUE
                   MOVE WS-TBC-MASTER-TOTAL (TBC-IDX)
                       TO WS-TBC-EXPECTED (TBC-IDX)
                   MOVE ZERO TO WS-TBC-DIFFERENCE (TBC-IDX)
                   MOVE 'T3'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               WHEN OTHER
                   PERFORM 3020-ROLL-CURRENCY-FORWARD
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-TBC-NOT-PROVEN (TBC-IDX)
                   SET WS-OUTCOME-NOT-PROVEN TO TRUE
               WHEN WS-OUTCOME-NOT-PROVEN
                   CONTINUE
               WHEN WS-TBC-ACCEPTED (TBC-IDX)
                   SET WS-OUTCOME-ACCEPTED TO TRUE
               WHEN WS-TBC-OPENING (TBC-IDX)
                   AND NOT WS-OUTCOME-ACCEPTED
                   SET WS-OUTCOME-OPENING TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-TBC-MEMO-ONLY (TBC-IDX)
                   CONTINUE
               WHEN WS-TBC-NOT-PROVEN (TBC-IDX)
                   PERFORM 3200-CARRY-PRIOR-CLOSING
               WHEN OTHER
                   PERFORM 3100-WRITE-NEW-CLOSING
           END-EVALUATE.

       3020-ROLL-CURRENCY-FORWARD.
           COMPUTE WS-TBC-EXPECTED (TBC-IDX) =
                   WS-TBC-PRIOR-TOTAL (TBC-IDX)
                 + WS-TBC-GL-CR-TOTAL (TBC-IDX)
                 - WS-TBC-GL-DR-TOTAL (TBC-IDX)
                 + WS-TBC-MAINT-TOTAL (TBC-IDX)
           COMPUTE WS-TBC-DIFFERENCE (TBC-IDX) =
                   WS-TBC-MASTER-TOTAL (TBC-IDX)
                 - WS-TBC-EXPECTED (TBC-IDX)
           EVALUATE TRUE
               WHEN WS-TBC-DIFFERENCE (TBC-IDX) = ZERO
                   SET WS-TBC-PROVEN (TBC-IDX) TO TRUE
               WHEN WS-OPERATOR-ACCEPTS-DIFF
                   SET WS-TBC-ACCEPTED (TBC-IDX) TO TRUE
                   MOVE 'T2'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               WHEN OTHER
                   SET WS-TBC-NOT-PROVEN (TBC-IDX) TO TRUE
                   MOVE 'T1'         TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
           END-EVALUATE.

       3100-WRITE-NEW-CLOSING.
           MOVE SPACES              TO CLOSING-OUT-RECORD
           MOVE WS-RUN-DATE         TO TO-CLOSE-DATE
           MOVE WS-TBC-MASTER-TOTAL (TBC-IDX) TO TO-CLOSE-TOTAL
           MOVE WS-TBC-MASTER-COUNT (TBC-IDX) TO TO-ACCOUNT-COUNT
           MOVE WS-TBC-ACTIVE-TOTAL (TBC-IDX) TO TO-ACTIVE-TOTAL
           MOVE WS-TBC-HOLD-TOTAL (TBC-IDX)   TO TO-HOLD-TOTAL
           MOVE WS-TBC-CLOSED-TOTAL (TBC-IDX) TO TO-CLOSED-TOTAL
           MOVE WS-TBC-OTHER-TOTAL (TBC-IDX)  TO TO-OTHER-TOTAL
           MOVE WS-TBC-OUTCOME-SW (TBC-IDX)   TO TO-PROOF-SW
           MOVE WS-TBC-DIFFERENCE (TBC-IDX)   TO TO-ACCEPTED-DIFF
           MOVE WS-RUN-DATE         TO TO-LAST-RUN-DATE
           MOVE WS-TBC-CURRENCY (TBC-IDX)     TO TO-CURRENCY-CODE
           PERFORM 3300-WRITE-CLOSING-OUT.

      * THE LAST PROVEN CLOSING GOES FORWARD UNCHANGED BUT FOR THE
      * RUN THAT CARRIED IT.  A CURRENCY WITH NO PRIOR CLOSING HAS
      * NOTHING TO CARRY.
       3200-CARRY-PRIOR-CLOSING.
           IF WS-TBC-PRIOR-FOUND (TBC-IDX)
               MOVE WS-TBC-PRIOR-RECORD (TBC-IDX)
                   TO CLOSING-OUT-RECORD
               MOVE WS-RUN-DATE         TO TO-LAST-RUN-DATE
               PERFORM 3300-WRITE-CLOSING-OUT
           END-IF.

       3300-WRITE-CLOSING-OUT.
           WRITE CLOSING-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT TBCTLOUT-STATUS-OK
               MOVE 'TBCTLOUT'   TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-TBCTLOUT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * THE TRIAL BALANCE -- A PAGE PER CURRENCY: THE MASTER BY        *
      * STATUS, THEN THE ROLL FROM THE PRIOR CLOSING, EACH COMPONENT   *
      * ON ITS OWN LINE, DOWN TO THE UNEXPLAINED DIFFERENCE AND WHAT   *
      * BECAME OF THE CLOSING.                                         *
      ******************************************************************
       4000-PRINT-TRIAL-BALANCE.
           MOVE WS-RUN-DATE-DD   TO PH-RUN-DD
           MOVE WS-RUN-DATE-MM   TO PH-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO PH-RUN-CCYY
           PERFORM 4010-PRINT-CURRENCY-PAGE
               VARYING TBC-IDX FROM 1 BY 1
               UNTIL TBC-IDX > WS-TBC-COUNT
               OR WS-ABORT-REQUESTED.

       4010-PRINT-CURRENCY-PAGE.
           PERFORM 2920-SET-CURRENCY-LABEL
           MOVE WS-CURRENCY-LABEL TO PH-CURRENCY
           MOVE PL-PAGE-HEADER TO TRIAL-LINE
           WRITE TRIAL-LINE AFTER ADVANCING PAGE
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT TBALRPT-STATUS-OK
               MOVE 'TBALRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-TBALRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE WS-TBC-PRIOR-DATE (TBC-IDX) TO PP-CLOSE-DATE
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-FOUND
                   MOVE 'NONE - FIRST RUN'       TO PP-CLOSE-STATUS
               WHEN WS-TBC-MEMO-ONLY (TBC-IDX)
                   MOVE 'NONE - NO ACCOUNTS HELD' TO PP-CLOSE-STATUS
               WHEN NOT WS-TBC-PRIOR-FOUND (TBC-IDX)
                   MOVE 'NONE - NEW CURRENCY'    TO PP-CLOSE-STATUS
               WHEN WS-TBC-PRIOR-PROOF-SW (TBC-IDX) = 'A'
                   MOVE '(ACCEPTED WITH DIFFERENCE)' TO PP-CLOSE-STATUS
               WHEN WS-TBC-PRIOR-PROOF-SW (TBC-IDX) = 'O'
                   MOVE '(OPENING FIGURE)'       TO PP-CLOSE-STATUS
               WHEN OTHER
                   MOVE '(PROVEN)'               TO PP-CLOSE-STATUS
           END-EVALUATE
           MOVE PL-PERIOD-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE SPACES TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           PERFORM 4100-PRINT-MASTER-SECTION
           MOVE SPACES TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           PERFORM 4200-PRINT-ROLL-SECTION
           MOVE SPACES TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           EVALUATE TRUE
               WHEN WS-TBC-PROVEN (TBC-IDX)
                   MOVE 'PROVEN - CLOSING ADVANCED TO THIS DATE'
                       TO PR-RESULT
               WHEN WS-TBC-ACCEPTED (TBC-IDX)
                   MOVE 'DIFFERENCE ACCEPTED - CLOSING ADVANCED'
                       TO PR-RESULT
               WHEN WS-TBC-OPENING (TBC-IDX)
                   MOVE 'NO PRIOR CLOSING - OPENING FIGURE ESTABLISHED'
                       TO PR-RESULT
               WHEN WS-TBC-MEMO-ONLY (TBC-IDX)
                   MOVE 'NO ACCOUNTS IN THIS CURRENCY - MEMO ONLY'
                       TO PR-RESULT
               WHEN OTHER
                   MOVE 'NOT PROVEN - PRIOR CLOSING CARRIED FORWARD'
                       TO PR-RESULT
           END-EVALUATE
           MOVE PL-RESULT-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE.

       4100-PRINT-MASTER-SECTION.
           MOVE PL-MASTER-HEADER TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE PL-RULE-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE 'ACTIVE                                  ' TO PD-LABEL
           MOVE WS-TBC-ACTIVE-COUNT (TBC-IDX) TO PD-COUNT
           MOVE WS-TBC-ACTIVE-TOTAL (TBC-IDX) TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'HOLD                                    ' TO PD-LABEL
           MOVE WS-TBC-HOLD-COUNT (TBC-IDX)   TO PD-COUNT
           MOVE WS-TBC-HOLD-TOTAL (TBC-IDX)   TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'CLOSED                                  ' TO PD-LABEL
           MOVE WS-TBC-CLOSED-COUNT (TBC-IDX) TO PD-COUNT
           MOVE WS-TBC-CLOSED-TOTAL (TBC-IDX) TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'UNKNOWN STATUS                          ' TO PD-LABEL
           MOVE WS-TBC-OTHER-COUNT (TBC-IDX)  TO PD-COUNT
           MOVE WS-TBC-OTHER-TOTAL (TBC-IDX)  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE PL-RULE-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE 'CUSTOMER MASTER TOTAL                   ' TO PD-LABEL
           MOVE WS-TBC-MASTER-COUNT (TBC-IDX) TO PD-COUNT
           MOVE WS-TBC-MASTER-TOTAL (TBC-IDX) TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL.

       4200-PRINT-ROLL-SECTION.
           MOVE PL-ROLL-HEADER TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE PL-RULE-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE 'PRIOR CLOSING BALANCE                   ' TO PD-LABEL
           MOVE WS-TBC-PRIOR-COUNT (TBC-IDX)  TO PD-COUNT
           MOVE WS-TBC-PRIOR-TOTAL (TBC-IDX)  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'GL INTERFACE CREDITS (+)                ' TO PD-LABEL
           MOVE WS-TBC-GL-CR-COUNT (TBC-IDX)  TO PD-COUNT
           MOVE WS-TBC-GL-CR-TOTAL (TBC-IDX)  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'GL INTERFACE DEBITS (-)                 ' TO PD-LABEL
           MOVE WS-TBC-GL-DR-COUNT (TBC-IDX)  TO PD-COUNT
           MOVE WS-TBC-GL-DR-TOTAL (TBC-IDX)  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'MAINTENANCE BALANCE CHANGES (NET)       ' TO PD-LABEL
           MOVE WS-TBC-MAINT-COUNT (TBC-IDX)  TO PD-COUNT
           MOVE WS-TBC-MAINT-TOTAL (TBC-IDX)  TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE PL-RULE-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE 'EXPECTED CUSTOMER MASTER TOTAL          ' TO PD-LABEL
           MOVE ZERO                          TO PD-COUNT
           MOVE WS-TBC-EXPECTED (TBC-IDX)     TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'ACTUAL CUSTOMER MASTER TOTAL            ' TO PD-LABEL
           MOVE WS-TBC-MASTER-COUNT (TBC-IDX) TO PD-COUNT
           MOVE WS-TBC-MASTER-TOTAL (TBC-IDX) TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'UNEXPLAINED DIFFERENCE                  ' TO PD-LABEL
           MOVE ZERO                          TO PD-COUNT
           MOVE WS-TBC-DIFFERENCE (TBC-IDX)   TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE PL-RULE-LINE TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE
           MOVE 'MEMO: SUSPENSE WRITE-OFFS (NO MASTER)   ' TO PD-LABEL
           MOVE WS-TBC-WO-COUNT (TBC-IDX)     TO PD-COUNT
           MOVE WS-TBC-WO-TOTAL (TBC-IDX)     TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL
           MOVE 'MEMO: GL LINES OUTSIDE THE PERIOD       ' TO PD-LABEL
           MOVE WS-TBC-GL-SKIPPED (TBC-IDX)   TO PD-COUNT
           MOVE ZERO                          TO PD-AMOUNT
           PERFORM 7100-WRITE-SUMMARY-DETAIL.

       7000-WRITE-TRIAL-LINE.
           WRITE TRIAL-LINE
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT TBALRPT-STATUS-OK
               MOVE 'TBALRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-TBALRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       7100-WRITE-SUMMARY-DETAIL.
           MOVE PL-SUMMARY-DETAIL TO TRIAL-LINE
           PERFORM 7000-WRITE-TRIAL-LINE.

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
                   WHEN 'C3'
                       MOVE 'TRAILER RECORD COUNT MISMATCH'
                           TO ERL-MESSAGE
                   WHEN 'C4'
                       MOVE 'TRAILER HASH TOTAL MISMATCH'
                           TO ERL-MESSAGE
                   WHEN 'T1'
                       MOVE 'TRIAL BALANCE NOT PROVEN'
                           TO ERL-MESSAGE
                   WHEN 'T2'
                       MOVE 'TRIAL BALANCE DIFFERENCE ACCEPTED'
                           TO ERL-MESSAGE
                   WHEN 'T3'
                       MOVE 'NO PRIOR CLOSING - OPENING FIGURE SET'
                           TO ERL-MESSAGE
                   WHEN 'T4'
                       MOVE 'CURRENCY TABLE FULL'
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
           CLOSE CUSTMAST
           CLOSE CLOSING-OUT
           CLOSE TRIAL-REPORT
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
           MOVE 'SLNG0075'       TO BCL-JOB-NAME
           MOVE 'TRIALBAL'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
