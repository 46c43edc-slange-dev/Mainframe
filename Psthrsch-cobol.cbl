      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTHRSCH.
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
      * CUSTOMER TRANSACTION RESEARCH REPORT.  EACH REQUEST NAMES A   *
      * CUSTOMER AND A DATE RANGE.  FOR EACH ONE THE REPORT LISTS     *
      * EVERY POSTING ON THE LONG-TERM POSTING HISTORY DATED IN THE   *
      * RANGE (TYPE, AMOUNT, PRIOR AND NEW BALANCE, CURRENCY AND      *
      * RATE), THEN EVERY CUSTMNT MAINTENANCE CHANGE TO THE ACCOUNT   *
      * AND EVERY SUSPDISP ACTION ON ITS SUSPENSE ITEMS MADE IN THE   *
      * RANGE, FROM THE TWO AUDIT TRAILS.  RUNS ON REQUEST.           *
      ******************************************************************
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO RSCHREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSCHREQ-STAT.

           SELECT POSTING-HISTORY ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-POSTHIST-STAT.

           SELECT MAINT-AUDIT ASSIGN TO AUDITF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STAT.

           SELECT DISP-AUDIT ASSIGN TO DSPAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPAUDT-STAT.

           SELECT RESEARCH-REPORT ASSIGN TO RSCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSCHRPT-STAT.

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

      * ONE RESEARCH REQUEST PER CARD -- CUSTOMER ID, FROM DATE AND
      * TO DATE (YYYYMMDD).  A BLANK TO DATE RUNS TO THE BUSINESS
      * DATE.  BLANK CARDS AND CARDS STARTING WITH * ARE SKIPPED.
       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUEST-RECORD.
           05  RQ-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  RQ-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  RQ-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(52).

       FD  POSTING-HISTORY
           LABEL RECORDS ARE STANDARD.

           COPY CPY-PSTHIST.

      * THE CUSTMNT BEFORE/AFTER AUDIT TRAIL -- EVERY GENERATION
      * CONCATENATED.
       FD  MAINT-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD.
           05  MA-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02).
           05  MA-ACTION               PIC X(01).
           05  FILLER                  PIC X(02).
           05  MA-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  MA-BEFORE-NAME          PIC X(30).
           05  FILLER                  PIC X(02).
           05  MA-BEFORE-BAL           PIC X(13).
           05  FILLER                  PIC X(02).
           05  MA-AFTER-NAME           PIC X(30).
           05  FILLER                  PIC X(02).
           05  MA-AFTER-BAL            PIC X(13).
           05  FILLER                  PIC X(02).
           05  MA-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(02).
           05  MA-AFTER-STATUS         PIC X(01).
           05  FILLER                  PIC X(02).
           05  MA-BEFORE-LIMIT         PIC X(11).
           05  FILLER                  PIC X(02).
           05  MA-AFTER-LIMIT          PIC X(11).
           05  FILLER                  PIC X(02).
           05  MA-BEFORE-CURRENCY      PIC X(03).
           05  FILLER                  PIC X(02).
           05  MA-AFTER-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02).
           05  MA-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02).
           05  MA-APPROVED-BY          PIC X(08).

      * THE SUSPDISP BEFORE/AFTER AUDIT TRAIL -- EVERY GENERATION
      * CONCATENATED.  AN ITEM BELONGS TO THE CUSTOMER IT WAS KEYED
      * TO OR, FOR A REDIRECT, THE CUSTOMER IT WAS REDIRECTED TO.
       FD  DISP-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  DISP-AUDIT-RECORD.
           05  DA-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02).
           05  DA-ACTION               PIC X(01).
           05  FILLER                  PIC X(02).
           05  DA-TRANS-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  DA-TRANS-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  DA-TRANS-AMT            PIC X(13).
           05  FILLER                  PIC X(02).
           05  DA-AGE-DAYS             PIC X(03).
           05  FILLER                  PIC X(02).
           05  DA-AFTER-CUST-ID        PIC X(10).
           05  FILLER                  PIC X(02).
           05  DA-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02).
           05  DA-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02).
           05  DA-APPROVED-BY          PIC X(08).

       FD  RESEARCH-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RESEARCH-LINE               PIC X(132).

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

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RSCHREQ==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==POSTHIST==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==AUDITF==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==DSPAUDT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RSCHRPT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

       01  WS-FINAL-RETURN-CODE        PIC 9(04)    VALUE ZERO.

       01  WS-ACCEPT-DATE-PARM         PIC X(08)    VALUE SPACES.

      ******************************************************************
      *     P R I N T   L I N E   L A Y O U T S                        *
      ******************************************************************
       01  PL-PAGE-HEADER.
           05  FILLER                  PIC X(38)
               VALUE 'SLNG CUSTOMER TRANSACTION RESEARCH    '.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  HD-RUN-DD               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  HD-RUN-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '.'.
           05  HD-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC X(58)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  HD-PAGE-NO              PIC ZZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.

       01  PL-REQUEST-TITLE.
           05  FILLER                  PIC X(09)   VALUE 'CUSTOMER '.
           05  RT-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(07)   VALUE '  FROM '.
           05  RT-FROM-DATE            PIC X(10).
           05  FILLER                  PIC X(04)   VALUE ' TO '.
           05  RT-TO-DATE              PIC X(10).
           05  FILLER                  PIC X(82)   VALUE SPACES.

       01  PL-SECTION-TITLE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SC-TITLE                PIC X(40).
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  PL-POSTING-HEADER.
           05  FILLER                  PIC X(14)
               VALUE '  TRANS DATE  '.
           05  FILLER                  PIC X(12)
               VALUE 'RUN DATE    '.
           05  FILLER                  PIC X(05)   VALUE 'TY   '.
           05  FILLER                  PIC X(05)   VALUE 'CCY  '.
           05  FILLER                  PIC X(15)
               VALUE 'PRIOR BALANCE  '.
           05  FILLER                  PIC X(15)
               VALUE '       AMOUNT  '.
           05  FILLER                  PIC X(16)
               VALUE '  NEW BALANCE   '.
           05  FILLER                  PIC X(05)   VALUE 'ORIG '.
           05  FILLER                  PIC X(15)
               VALUE '  ORIG AMOUNT  '.
           05  FILLER                  PIC X(12)
               VALUE '     FX RATE'.
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  PL-POSTING-DETAIL.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-TRANS-DATE           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-TRANS-TYPE           PIC X(02).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  PD-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-PRIOR-BAL            PIC -(9)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-TRANS-AMT            PIC -(9)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-NEW-BAL              PIC -(9)9,99.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  PD-ORIG-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-ORIG-AMT             PIC -(9)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PD-FX-RATE              PIC Z(4)9,9(6).
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  PL-MAINT-HEADER.
           05  FILLER                  PIC X(14)
               VALUE '  RUN DATE    '.
           05  FILLER                  PIC X(04)   VALUE 'ACT '.
           05  FILLER                  PIC X(15)
               VALUE '   BEFORE BAL  '.
           05  FILLER                  PIC X(15)
               VALUE '    AFTER BAL  '.
           05  FILLER                  PIC X(07)   VALUE 'STATUS '.
           05  FILLER                  PIC X(13)
               VALUE 'LIMIT BEFORE '.
           05  FILLER                  PIC X(13)
               VALUE 'LIMIT AFTER  '.
           05  FILLER                  PIC X(09)   VALUE 'CCY      '.
           05  FILLER                  PIC X(10)   VALUE 'ENTERED   '.
           05  FILLER                  PIC X(08)   VALUE 'APPROVED'.
           05  FILLER                  PIC X(24)   VALUE SPACES.

       01  PL-MAINT-DETAIL.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-ACTION               PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  MD-BEFORE-BAL           PIC X(13).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-AFTER-BAL            PIC X(13).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(03)   VALUE ' > '.
           05  MD-AFTER-STATUS         PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-BEFORE-LIMIT         PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-AFTER-LIMIT          PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-BEFORE-CURRENCY      PIC X(03).
           05  FILLER                  PIC X(01)   VALUE '>'.
           05  MD-AFTER-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MD-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(24)   VALUE SPACES.

       01  PL-MAINT-NAME-LINE.
           05  FILLER                  PIC X(18)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'NAME '.
           05  MN-BEFORE-NAME          PIC X(30).
           05  FILLER                  PIC X(03)   VALUE ' > '.
           05  MN-AFTER-NAME           PIC X(30).
           05  FILLER                  PIC X(46)   VALUE SPACES.

       01  PL-DISP-HEADER.
           05  FILLER                  PIC X(14)
               VALUE '  RUN DATE    '.
           05  FILLER                  PIC X(04)   VALUE 'ACT '.
           05  FILLER                  PIC X(12)   VALUE 'TRANS KEY   '.
           05  FILLER                  PIC X(12)   VALUE 'TRANS DATE  '.
           05  FILLER                  PIC X(15)
               VALUE '       AMOUNT  '.
           05  FILLER                  PIC X(06)   VALUE 'AGE   '.
           05  FILLER                  PIC X(12)   VALUE 'REDIRECT TO '.
           05  FILLER                  PIC X(12)   VALUE 'DISPOSITION '.
           05  FILLER                  PIC X(10)   VALUE 'ENTERED   '.
           05  FILLER                  PIC X(08)   VALUE 'APPROVED'.
           05  FILLER                  PIC X(27)   VALUE SPACES.

       01  PL-DISP-DETAIL.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-ACTION               PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DD-TRANS-KEY            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-TRANS-DATE           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-TRANS-AMT            PIC X(13).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-AGE-DAYS             PIC X(03).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DD-AFTER-CUST-ID        PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DD-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(27)   VALUE SPACES.

       01  PL-SECTION-TOTAL.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  STT-LABEL               PIC X(30).
           05  STT-COUNT               PIC Z(5)9.
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  PL-REQUEST-REJECT.
           05  FILLER                  PIC X(18)
               VALUE 'REQUEST REJECTED  '.
           05  RJ-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RJ-REQUEST-CARD         PIC X(28).
           05  FILLER                  PIC X(50)   VALUE SPACES.

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
                   VALUE 'R5'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO              PIC 9(05)   VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03)   VALUE 58.
           05  WS-COLUMN-HEADER        PIC X(132)  VALUE SPACES.

       01  WS-RESEARCH-FLAGS.
           05  WS-REQ-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-REQ-EOF                      VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF                     VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-EOF                    VALUE 'Y'.
           05  WS-HIST-AVAILABLE-SW    PIC X(01)   VALUE 'Y'.
               88  WS-HIST-AVAILABLE               VALUE 'Y'.
           05  WS-REQUEST-TITLE-SW     PIC X(01)   VALUE 'N'.
               88  WS-REQUEST-TITLE-ON             VALUE 'Y'.

      * THE REQUEST BEING RESEARCHED, ONCE EDITED.
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-CUST-ID          PIC X(10)   VALUE SPACES.
           05  WS-REQ-FROM-DATE        PIC X(08)   VALUE SPACES.
           05  WS-REQ-TO-DATE          PIC X(08)   VALUE SPACES.
           05  WS-REJECT-REASON-CODE   PIC X(02)   VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30)   VALUE SPACES.

       01  WS-DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC X(08)   VALUE SPACES.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-DATE-CCYY   PIC 9(04).
               10  WS-EDIT-DATE-MM     PIC 9(02).
               10  WS-EDIT-DATE-DD     PIC 9(02).
           05  WS-EDIT-MONTH-MAX       PIC 9(02)   VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'N'.
               88  WS-DATE-VALID                   VALUE 'Y'.

      * YYYYMMDD IN, DD.MM.YYYY OUT FOR PRINTING.
       01  WS-DATE-FORMAT-FIELDS.
           05  WS-FMT-DATE-IN          PIC X(08)   VALUE SPACES.
           05  WS-FMT-DATE-IN-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-IN-CCYY      PIC X(04).
               10  WS-FMT-IN-MM        PIC X(02).
               10  WS-FMT-IN-DD        PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-DD       PIC X(02)   VALUE SPACES.
               10  FILLER              PIC X(01)   VALUE '.'.
               10  WS-FMT-OUT-MM       PIC X(02)   VALUE SPACES.
               10  FILLER              PIC X(01)   VALUE '.'.
               10  WS-FMT-OUT-CCYY     PIC X(04)   VALUE SPACES.

       01  WS-RESEARCH-COUNTS.
           05  WS-REQUEST-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-RESEARCHED-COUNT     PIC 9(09)   VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-POSTING-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-MAINT-COUNT          PIC 9(09)   VALUE ZERO.
           05  WS-DISP-COUNT           PIC 9(09)   VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(09)   VALUE ZERO.

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
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-PROCESS-REQUEST
                   UNTIL WS-REQ-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
      * THE JOB RUNS ON REQUEST -- A RUN WITH NO REQUEST CARD AT ALL
      * HAS LOST ITS INPUT, NOT FOUND NOTHING TO DO.
           IF NOT WS-ABORT-REQUESTED
               AND WS-REQUEST-COUNT = ZERO
               MOVE 'RSCHREQ'    TO WS-CHECK-FILE-ID
               MOVE 'VERIFY'     TO WS-CHECK-OPERATION
               MOVE 'R5'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-PRINT-RUN-SUMMARY
           END-IF
           CLOSE REQUEST-FILE
           IF WS-HIST-AVAILABLE
               CLOSE POSTING-HISTORY
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-REJECTED-COUNT NOT = ZERO
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
           MOVE 'SLNG0090'       TO BCL-JOB-NAME
           MOVE 'PSTHRSCH'       TO BCL-PROGRAM-ID
           MOVE ZERO             TO BCL-RETURN-CODE
           MOVE 'N'              TO BCL-OVERRIDE-SW
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               MOVE 'BATCHCTL'   TO WS-CHECK-FILE-ID
               MOVE 'JOBSTART'   TO WS-CHECK-OPERATION
               MOVE BCL-RESULT   TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * A HISTORY CLUSTER THE LOAD HAS NEVER OPENED (STATUS 35) HOLDS
      * NO POSTINGS YET -- EVERY REQUEST THEN SHOWS NONE.
       1000-INITIALIZE.
           OPEN INPUT REQUEST-FILE
           MOVE 'RSCHREQ'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-RSCHREQ-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN INPUT POSTING-HISTORY
           IF POSTHIST-STATUS-NOT-CREATED
               MOVE 'N' TO WS-HIST-AVAILABLE-SW
           ELSE
               MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
               MOVE 'OPEN'       TO WS-CHECK-OPERATION
               MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           OPEN OUTPUT RESEARCH-REPORT
           MOVE 'RSCHRPT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-RSCHRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2010-READ-REQUEST
           END-IF.

      ******************************************************************
      * ONE REQUEST -- EDITED, THEN RESEARCHED ON A NEW PAGE: THE      *
      * POSTINGS DATED IN THE RANGE, THEN THE MAINTENANCE CHANGES AND  *
      * SUSPENSE DISPOSITIONS MADE IN IT.  A BAD REQUEST IS PRINTED    *
      * WITH ITS REASON AND SKIPPED.                                   *
      ******************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM 2100-EDIT-REQUEST
           IF WS-REJECT-REASON-CODE NOT = SPACES
               PERFORM 2200-PRINT-REQUEST-REJECT
           ELSE
               ADD 1 TO WS-RESEARCHED-COUNT
               PERFORM 2300-START-REQUEST-PAGE
               PERFORM 3000-PRINT-POSTINGS
               IF NOT WS-ABORT-REQUESTED
                   PERFORM 4000-PRINT-MAINT-CHANGES
               END-IF
               IF NOT WS-ABORT-REQUESTED
                   PERFORM 5000-PRINT-DISPOSITIONS
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2010-READ-REQUEST
           END-IF.

       2010-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT RSCHREQ-STATUS-OK AND NOT RSCHREQ-STATUS-EOF
               MOVE 'RSCHREQ'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-RSCHREQ-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           IF NOT WS-REQ-EOF
               AND NOT WS-ABORT-REQUESTED
               AND (REQUEST-RECORD = SPACES
                   OR REQUEST-RECORD(1:1) = '*')
               PERFORM 2010-READ-REQUEST
           END-IF.

      * R1 NO CUSTOMER, R2 BAD FROM DATE, R3 BAD TO DATE, R4 THE
      * RANGE RUNS BACKWARDS.
       2100-EDIT-REQUEST.
           MOVE SPACES       TO WS-REJECT-REASON-CODE
           MOVE SPACES       TO WS-REJECT-REASON
           MOVE RQ-CUST-ID   TO WS-REQ-CUST-ID
           MOVE RQ-FROM-DATE TO WS-REQ-FROM-DATE
           IF RQ-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-REQ-TO-DATE
           ELSE
               MOVE RQ-TO-DATE  TO WS-REQ-TO-DATE
           END-IF
           IF WS-REQ-CUST-ID = SPACES
               MOVE 'R1' TO WS-REJECT-REASON-CODE
               MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
           ELSE
               MOVE WS-REQ-FROM-DATE TO WS-EDIT-DATE
               PERFORM 2150-EDIT-CALENDAR-DATE
               IF NOT WS-DATE-VALID
                   MOVE 'R2' TO WS-REJECT-REASON-CODE
                   MOVE 'FROM DATE NOT A VALID DATE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-REQ-TO-DATE TO WS-EDIT-DATE
                   PERFORM 2150-EDIT-CALENDAR-DATE
                   IF NOT WS-DATE-VALID
                       MOVE 'R3' TO WS-REJECT-REASON-CODE
                       MOVE 'TO DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-REQ-FROM-DATE > WS-REQ-TO-DATE
                           MOVE 'R4' TO WS-REJECT-REASON-CODE
                           MOVE 'FROM DATE AFTER TO DATE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2150-EDIT-CALENDAR-DATE.
           MOVE 'N'  TO WS-DATE-VALID-SW
           MOVE ZERO TO WS-EDIT-MONTH-MAX
           IF WS-EDIT-DATE IS NUMERIC
               EVALUATE WS-EDIT-DATE-MM
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-EDIT-MONTH-MAX
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-EDIT-MONTH-MAX
                   WHEN 02
                       IF (FUNCTION MOD(WS-EDIT-DATE-CCYY 4) = ZERO
                           AND FUNCTION MOD(WS-EDIT-DATE-CCYY 100)
                               NOT = ZERO)
                           OR FUNCTION MOD(WS-EDIT-DATE-CCYY 400)
                               = ZERO
                           MOVE 29 TO WS-EDIT-MONTH-MAX
                       ELSE
                           MOVE 28 TO WS-EDIT-MONTH-MAX
                       END-IF
                   WHEN OTHER
                       MOVE ZERO TO WS-EDIT-MONTH-MAX
               END-EVALUATE
               IF WS-EDIT-MONTH-MAX > ZERO
                   AND WS-EDIT-DATE-DD >= 01
                   AND WS-EDIT-DATE-DD <= WS-EDIT-MONTH-MAX
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF.

       2200-PRINT-REQUEST-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'N'    TO WS-REQUEST-TITLE-SW
           MOVE SPACES TO WS-COLUMN-HEADER
           IF WS-PAGE-NO = ZERO
               OR WS-LINE-COUNT > WS-LINES-PER-PAGE - 2
               PERFORM 7100-START-NEW-PAGE
           END-IF
           MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-REJECT-REASON      TO RJ-REASON
           MOVE REQUEST-RECORD(1:28)  TO RJ-REQUEST-CARD
           MOVE SPACES TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE PL-REQUEST-REJECT TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       2300-START-REQUEST-PAGE.
           MOVE WS-REQ-CUST-ID   TO RT-CUST-ID
           MOVE WS-REQ-FROM-DATE TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT  TO RT-FROM-DATE
           MOVE WS-REQ-TO-DATE   TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT  TO RT-TO-DATE
           MOVE SPACES TO WS-COLUMN-HEADER
           MOVE 'Y'    TO WS-REQUEST-TITLE-SW
           PERFORM 7100-START-NEW-PAGE.

      ******************************************************************
      * POSTINGS -- BROWSED FROM THE CUSTOMER'S FIRST HISTORY KEY ON   *
      * OR AFTER THE FROM DATE UNTIL THE CUSTOMER CHANGES OR THE       *
      * TRANSACTION DATE PASSES THE TO DATE, SO THEY COME OUT IN       *
      * TRANSACTION-DATE ORDER AND, WITHIN A DATE, IN POSTING ORDER.   *
      ******************************************************************
       3000-PRINT-POSTINGS.
           MOVE 'POSTINGS (BY TRANSACTION DATE)' TO SC-TITLE
           PERFORM 7300-PRINT-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N'  TO WS-HIST-EOF-SW
           IF NOT WS-HIST-AVAILABLE
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               MOVE LOW-VALUES       TO PH-HIST-KEY
               MOVE WS-REQ-CUST-ID   TO PH-CUST-ID
               MOVE WS-REQ-FROM-DATE TO PH-TRANS-DATE
               START POSTING-HISTORY
                   KEY IS NOT < PH-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF-SW
               END-START
               IF NOT POSTHIST-STATUS-OK
                   AND NOT POSTHIST-STATUS-NOT-FOUND
                   MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
                   MOVE 'START'      TO WS-CHECK-OPERATION
                   MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF
           IF NOT WS-HIST-EOF
               AND NOT WS-ABORT-REQUESTED
               PERFORM 3100-READ-HISTORY-NEXT
           END-IF
           PERFORM 3200-PRINT-POSTING
               UNTIL WS-HIST-EOF
               OR WS-ABORT-REQUESTED
           MOVE 'POSTINGS IN RANGE' TO STT-LABEL
           PERFORM 7400-PRINT-SECTION-TOTAL.

       3100-READ-HISTORY-NEXT.
           READ POSTING-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF PH-CUST-ID NOT = WS-REQ-CUST-ID
                       OR PH-TRANS-DATE > WS-REQ-TO-DATE
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   END-IF
           END-READ
           IF NOT POSTHIST-STATUS-OK AND NOT POSTHIST-STATUS-EOF
               MOVE 'POSTHIST'   TO WS-CHECK-FILE-ID
               MOVE 'READNEXT'   TO WS-CHECK-OPERATION
               MOVE WS-POSTHIST-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       3200-PRINT-POSTING.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-POSTING-COUNT
           MOVE PH-TRANS-DATE    TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT  TO PD-TRANS-DATE
           MOVE PH-RUN-DATE      TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT  TO PD-RUN-DATE
           MOVE PH-TRANS-TYPE    TO PD-TRANS-TYPE
           MOVE PH-CURRENCY-CODE TO PD-CURRENCY-CODE
           MOVE PH-PRIOR-BAL     TO PD-PRIOR-BAL
           MOVE PH-TRANS-AMT     TO PD-TRANS-AMT
           MOVE PH-NEW-BAL       TO PD-NEW-BAL
           MOVE PH-ORIG-CURRENCY TO PD-ORIG-CURRENCY
           MOVE PH-ORIG-AMT      TO PD-ORIG-AMT
           MOVE PH-FX-RATE       TO PD-FX-RATE
           PERFORM 7050-CHECK-PAGE-BREAK
           MOVE PL-POSTING-DETAIL TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           PERFORM 3100-READ-HISTORY-NEXT.

      ******************************************************************
      * MAINTENANCE CHANGES -- EVERY CUSTMNT AUDIT LINE FOR THE        *
      * CUSTOMER WITH A RUN DATE IN THE RANGE.  A CHANGE OF NAME       *
      * PRINTS THE BEFORE AND AFTER NAME ON A SECOND LINE.             *
      ******************************************************************
       4000-PRINT-MAINT-CHANGES.
           MOVE 'MAINTENANCE CHANGES (BY RUN DATE)' TO SC-TITLE
           PERFORM 7300-PRINT-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N'  TO WS-AUDIT-EOF-SW
           OPEN INPUT MAINT-AUDIT
           MOVE 'AUDITF'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-AUDITF-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4100-READ-MAINT-AUDIT
               PERFORM 4200-CHECK-MAINT-CHANGE
                   UNTIL WS-AUDIT-EOF
                   OR WS-ABORT-REQUESTED
               CLOSE MAINT-AUDIT
           END-IF
           MOVE 'MAINTENANCE CHANGES IN RANGE' TO STT-LABEL
           PERFORM 7400-PRINT-SECTION-TOTAL.

       4100-READ-MAINT-AUDIT.
           READ MAINT-AUDIT
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT AUDITF-STATUS-OK AND NOT AUDITF-STATUS-EOF
               MOVE 'AUDITF'     TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-AUDITF-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       4200-CHECK-MAINT-CHANGE.
           IF MA-CUST-ID = WS-REQ-CUST-ID
               AND MA-RUN-DATE NOT < WS-REQ-FROM-DATE
               AND MA-RUN-DATE NOT > WS-REQ-TO-DATE
               PERFORM 4300-PRINT-MAINT-CHANGE
           END-IF
           PERFORM 4100-READ-MAINT-AUDIT.

       4300-PRINT-MAINT-CHANGE.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-MAINT-COUNT
           MOVE MA-RUN-DATE        TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO MD-RUN-DATE
           MOVE MA-ACTION          TO MD-ACTION
           MOVE MA-BEFORE-BAL      TO MD-BEFORE-BAL
           MOVE MA-AFTER-BAL       TO MD-AFTER-BAL
           MOVE MA-BEFORE-STATUS   TO MD-BEFORE-STATUS
           MOVE MA-AFTER-STATUS    TO MD-AFTER-STATUS
           MOVE MA-BEFORE-LIMIT    TO MD-BEFORE-LIMIT
           MOVE MA-AFTER-LIMIT     TO MD-AFTER-LIMIT
           MOVE MA-BEFORE-CURRENCY TO MD-BEFORE-CURRENCY
           MOVE MA-AFTER-CURRENCY  TO MD-AFTER-CURRENCY
           MOVE MA-ENTERED-BY      TO MD-ENTERED-BY
           MOVE MA-APPROVED-BY     TO MD-APPROVED-BY
           PERFORM 7050-CHECK-PAGE-BREAK
           MOVE PL-MAINT-DETAIL TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           IF MA-BEFORE-NAME NOT = MA-AFTER-NAME
               MOVE MA-BEFORE-NAME TO MN-BEFORE-NAME
               MOVE MA-AFTER-NAME  TO MN-AFTER-NAME
               PERFORM 7050-CHECK-PAGE-BREAK
               MOVE PL-MAINT-NAME-LINE TO RESEARCH-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * SUSPENSE DISPOSITIONS -- EVERY SUSPDISP AUDIT LINE WITH A RUN  *
      * DATE IN THE RANGE FOR AN ITEM KEYED TO THE CUSTOMER OR         *
      * REDIRECTED TO IT.                                              *
      ******************************************************************
       5000-PRINT-DISPOSITIONS.
           MOVE 'SUSPENSE DISPOSITIONS (BY RUN DATE)' TO SC-TITLE
           PERFORM 7300-PRINT-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N'  TO WS-AUDIT-EOF-SW
           OPEN INPUT DISP-AUDIT
           MOVE 'DSPAUDT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-DSPAUDT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 5100-READ-DISP-AUDIT
               PERFORM 5200-CHECK-DISPOSITION
                   UNTIL WS-AUDIT-EOF
                   OR WS-ABORT-REQUESTED
               CLOSE DISP-AUDIT
           END-IF
           MOVE 'DISPOSITIONS IN RANGE' TO STT-LABEL
           PERFORM 7400-PRINT-SECTION-TOTAL.

       5100-READ-DISP-AUDIT.
           READ DISP-AUDIT
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT DSPAUDT-STATUS-OK AND NOT DSPAUDT-STATUS-EOF
               MOVE 'DSPAUDT'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-DSPAUDT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       5200-CHECK-DISPOSITION.
           IF (DA-TRANS-KEY = WS-REQ-CUST-ID
               OR DA-AFTER-CUST-ID = WS-REQ-CUST-ID)
               AND DA-RUN-DATE NOT < WS-REQ-FROM-DATE
               AND DA-RUN-DATE NOT > WS-REQ-TO-DATE
               PERFORM 5300-PRINT-DISPOSITION
           END-IF
           PERFORM 5100-READ-DISP-AUDIT.

       5300-PRINT-DISPOSITION.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-DISP-COUNT
           MOVE DA-RUN-DATE      TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT  TO DD-RUN-DATE
           MOVE DA-ACTION        TO DD-ACTION
           MOVE DA-TRANS-KEY     TO DD-TRANS-KEY
           MOVE DA-TRANS-DATE    TO WS-FMT-DATE-IN
           PERFORM 7200-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT  TO DD-TRANS-DATE
           MOVE DA-TRANS-AMT     TO DD-TRANS-AMT
           MOVE DA-AGE-DAYS      TO DD-AGE-DAYS
           MOVE DA-AFTER-CUST-ID TO DD-AFTER-CUST-ID
           MOVE DA-DISPOSITION   TO DD-DISPOSITION
           MOVE DA-ENTERED-BY    TO DD-ENTERED-BY
           MOVE DA-APPROVED-BY   TO DD-APPROVED-BY
           PERFORM 7050-CHECK-PAGE-BREAK
           MOVE PL-DISP-DETAIL TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       6000-PRINT-RUN-SUMMARY.
           MOVE 'N'    TO WS-REQUEST-TITLE-SW
           MOVE SPACES TO WS-COLUMN-HEADER
           PERFORM 7100-START-NEW-PAGE
           MOVE 'REQUESTS READ                       '
               TO SM-LABEL
           MOVE WS-REQUEST-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE 'REQUESTS RESEARCHED                 '
               TO SM-LABEL
           MOVE WS-RESEARCHED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE 'REQUESTS REJECTED                   '
               TO SM-LABEL
           MOVE WS-REJECTED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE 'POSTINGS PRINTED                    '
               TO SM-LABEL
           MOVE WS-POSTING-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE 'MAINTENANCE CHANGES PRINTED         '
               TO SM-LABEL
           MOVE WS-MAINT-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE 'SUSPENSE DISPOSITIONS PRINTED       '
               TO SM-LABEL
           MOVE WS-DISP-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
           WRITE RESEARCH-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT RSCHRPT-STATUS-OK
               MOVE 'RSCHRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-RSCHRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * A FULL PAGE CONTINUES ON THE NEXT UNDER THE REQUEST TITLE AND
      * THE COLUMN HEADINGS OF THE SECTION BEING PRINTED.
       7050-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 7100-START-NEW-PAGE
               IF WS-COLUMN-HEADER NOT = SPACES
                   MOVE WS-COLUMN-HEADER TO RESEARCH-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       7100-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE-DD   TO HD-RUN-DD
           MOVE WS-RUN-DATE-MM   TO HD-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO HD-RUN-CCYY
           MOVE WS-PAGE-NO       TO HD-PAGE-NO
           MOVE PL-PAGE-HEADER TO RESEARCH-LINE
           WRITE RESEARCH-LINE AFTER ADVANCING PAGE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT RSCHRPT-STATUS-OK
               MOVE 'RSCHRPT'    TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-RSCHRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           IF WS-REQUEST-TITLE-ON
               MOVE PL-REQUEST-TITLE TO RESEARCH-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       7200-FORMAT-DATE.
           MOVE WS-FMT-IN-DD   TO WS-FMT-OUT-DD
           MOVE WS-FMT-IN-MM   TO WS-FMT-OUT-MM
           MOVE WS-FMT-IN-CCYY TO WS-FMT-OUT-CCYY.

       7300-PRINT-SECTION-HEADING.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
               MOVE SPACES TO WS-COLUMN-HEADER
               PERFORM 7100-START-NEW-PAGE
           END-IF
           MOVE SPACES TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE PL-SECTION-TITLE TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           EVALUATE SC-TITLE(1:1)
               WHEN 'P'
                   MOVE PL-POSTING-HEADER TO WS-COLUMN-HEADER
               WHEN 'M'
                   MOVE PL-MAINT-HEADER   TO WS-COLUMN-HEADER
               WHEN OTHER
                   MOVE PL-DISP-HEADER    TO WS-COLUMN-HEADER
           END-EVALUATE
           MOVE WS-COLUMN-HEADER TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       7400-PRINT-SECTION-TOTAL.
           IF WS-SECTION-COUNT = ZERO
               PERFORM 7050-CHECK-PAGE-BREAK
               MOVE '    NONE IN THE RANGE' TO RESEARCH-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF
           MOVE WS-SECTION-COUNT TO STT-COUNT
           PERFORM 7050-CHECK-PAGE-BREAK
           MOVE PL-SECTION-TOTAL TO RESEARCH-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

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
                   WHEN 'R5'
                       MOVE 'NO RESEARCH REQUEST ON RSCHREQ'
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
           CLOSE RESEARCH-REPORT
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
           MOVE 'SLNG0090'       TO BCL-JOB-NAME
           MOVE 'PSTHRSCH'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
