      ******************************************************************
      *     I D E N T I F I C A T I O N   D I V I S I O N              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTVMON.
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
      * SUSPICIOUS-ACTIVITY AND VELOCITY MONITOR.  THE NIGHT'S        *
      * POSTING JOURNAL AND MAINTENANCE AUDIT TRAIL ARE SORTED BY     *
      * CUSTOMER AND MATCHED TO THE ROLLING ACTIVITY HISTORY (ONE     *
      * RECORD PER CUSTOMER PER DAY OF ACTIVITY, PLUS ONE PER RELEASE *
      * FROM HOLD, KEPT FOR THE RECONPARM WINDOW).  EACH CUSTOMER     *
      * WITH POSTINGS TONIGHT IS TESTED FOR TOO MANY POSTINGS, FOR    *
      * REPEATED AMOUNTS JUST UNDER AMTLIMIT, FOR A JUMP AGAINST ITS  *
      * OWN DAILY AVERAGE AND FOR ACTIVITY SOON AFTER COMING OFF      *
      * HOLD.  EVERY HIT IS ONE ALERT RECORD WITH A REASON CODE; THE  *
      * ALERTS ARE THEN SORTED BY REGION (CUSTOMER-TO-REGION MAPPING  *
      * FROM THE MERGED REGIONAL EXTRACT) FOR THE COMPLIANCE REPORT.  *
      ******************************************************************
       FILE-CONTROL.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STAT.

           SELECT JRNL-SORT-FILE ASSIGN TO SORTWK01.

           SELECT SORTED-JOURNAL ASSIGN TO SRTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTJRNL-STAT.

           SELECT MAINT-AUDIT ASSIGN TO AUDITF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STAT.

           SELECT AUDIT-SORT-FILE ASSIGN TO SORTWK02.

           SELECT SORTED-AUDIT ASSIGN TO SRTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTAUDIT-STAT.

           SELECT HISTORY-IN ASSIGN TO MONHSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONHSTIN-STAT.

           SELECT HISTORY-OUT ASSIGN TO MONHSTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONHSTOT-STAT.

           SELECT MASTER-EXTRACT ASSIGN TO MASTEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTEXT-STAT.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT ALERT-FILE ASSIGN TO ALERTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STAT.

           SELECT ALERT-SORT-FILE ASSIGN TO SORTWK03.

           SELECT SORTED-ALERTS ASSIGN TO SRTALERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTALERT-STAT.

           SELECT MONITOR-REPORT ASSIGN TO MONRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONRPT-STAT.

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

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.

           COPY CPY-PJRNL.

       SD  JRNL-SORT-FILE.
       01  JRNL-SORT-RECORD.
           05  JS-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(108).

       FD  SORTED-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  SORTED-JOURNAL-RECORD.
           05  SJ-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  SJ-TRANS-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  SJ-TRANS-TYPE           PIC X(02).
           05  FILLER                  PIC X(02).
           05  SJ-PRIOR-BAL            PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SJ-TRANS-AMT            PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SJ-NEW-BAL              PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SJ-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SJ-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02).
           05  SJ-ORIG-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(02).
           05  SJ-ORIG-AMT             PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SJ-FX-RATE              PIC Z(4)9,9(6).

      * THE NIGHT'S CUSTMNT BEFORE/AFTER AUDIT TRAIL -- ONLY THE
      * STATUS IMAGES MATTER HERE (A RELEASE FROM HOLD).
       FD  MAINT-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD          PIC X(179).

       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  FILLER                  PIC X(13).
           05  AS-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(156).

       FD  SORTED-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  SORTED-AUDIT-RECORD.
           05  SA-RUN-DATE-X           PIC X(08).
           05  SA-RUN-DATE REDEFINES SA-RUN-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SA-ACTION               PIC X(01).
           05  FILLER                  PIC X(02).
           05  SA-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  SA-BEFORE-NAME          PIC X(30).
           05  FILLER                  PIC X(02).
           05  SA-BEFORE-BAL           PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SA-AFTER-NAME           PIC X(30).
           05  FILLER                  PIC X(02).
           05  SA-AFTER-BAL            PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  SA-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(02).
           05  SA-AFTER-STATUS         PIC X(01).
           05  FILLER                  PIC X(02).
           05  SA-BEFORE-LIMIT         PIC X(11).
           05  FILLER                  PIC X(02).
           05  SA-AFTER-LIMIT          PIC X(11).
           05  FILLER                  PIC X(02).
           05  SA-BEFORE-CURRENCY      PIC X(03).
           05  FILLER                  PIC X(02).
           05  SA-AFTER-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02).
           05  SA-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02).
           05  SA-APPROVED-BY          PIC X(08).

      ******************************************************************
      * ROLLING ACTIVITY HISTORY -- IN CUSTOMER AND DATE ORDER.        *
      *     A = ONE NIGHT'S ACTIVITY: POSTING COUNT, GROSS AMOUNT AND  *
      *         HOW MANY OF THE AMOUNTS WERE JUST UNDER AMTLIMIT       *
      *     R = THE ACCOUNT CAME OFF HOLD THAT NIGHT                   *
      * ACTIVITY DAYS ARE KEPT FOR MONWINDOW DAYS, RELEASES FOR        *
      * MONHOLDDAY DAYS; OLDER RECORDS DROP OUT ON THE NEXT RUN.       *
      ******************************************************************
       FD  HISTORY-IN
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-IN-RECORD.
           05  HI-CUST-ID              PIC X(10).
           05  HI-BUSINESS-DATE        PIC 9(08).
           05  HI-RECORD-KIND          PIC X(01).
               88  HI-ACTIVITY-DAY                 VALUE 'A'.
               88  HI-HOLD-RELEASE                 VALUE 'R'.
           05  HI-TRANS-COUNT          PIC 9(05).
           05  HI-GROSS-AMT            PIC S9(11)V99.
           05  HI-NEAR-LIMIT-COUNT     PIC 9(05).
           05  FILLER                  PIC X(18).

       FD  HISTORY-OUT
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-OUT-RECORD.
           05  HO-CUST-ID              PIC X(10).
           05  HO-BUSINESS-DATE        PIC 9(08).
           05  HO-RECORD-KIND          PIC X(01).
           05  HO-TRANS-COUNT          PIC 9(05).
           05  HO-GROSS-AMT            PIC S9(11)V99.
           05  HO-NEAR-LIMIT-COUNT     PIC 9(05).
           05  FILLER                  PIC X(18).

       FD  MASTER-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  MASTER-EXTRACT-RECORD.
           05  ME-CUST-ID              PIC X(10).
           05  ME-REGION-CODE          PIC X(02).
           05  ME-EXTRACT-DATE         PIC X(08).
           05  ME-EXTRACT-AMT          PIC S9(9)V99.
           05  FILLER                  PIC X(47).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PRM-KEYWORD             PIC X(10).
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

      ******************************************************************
      * ALERT FILE -- ONE RECORD PER CUSTOMER PER REASON.  THE BASIS   *
      * FIELDS CARRY WHAT TONIGHT WAS MEASURED AGAINST:                *
      *     M1  COUNT = MONTXNDAY LIMIT                                *
      *     M2  COUNT = JUST-UNDER AMOUNTS IN WINDOW AND TONIGHT,      *
      *         AMOUNT = LOWEST AMOUNT COUNTED AS JUST UNDER           *
      *     M3  COUNT = PRIOR ACTIVITY DAYS, AMOUNT = DAILY AVERAGE    *
      *     M4  COUNT = DAYS SINCE THE RELEASE FROM HOLD               *
      ******************************************************************
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-RECORD.
           05  AL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  AL-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  AL-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  AL-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  AL-REASON-TEXT          PIC X(24).
           05  FILLER                  PIC X(02).
           05  AL-TRANS-COUNT          PIC 9(05).
           05  FILLER                  PIC X(02).
           05  AL-GROSS-AMT            PIC -(9)9,99.
           05  FILLER                  PIC X(02).
           05  AL-BASIS-COUNT          PIC 9(05).
           05  FILLER                  PIC X(02).
           05  AL-BASIS-AMT            PIC -(9)9,99.
           05  FILLER                  PIC X(02).

       SD  ALERT-SORT-FILE.
       01  ALERT-SORT-RECORD.
           05  FILLER                  PIC X(10).
           05  XS-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  XS-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  XS-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(72).

       FD  SORTED-ALERTS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ALERT-RECORD.
           05  SX-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SX-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(02).
           05  SX-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  SX-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(02).
           05  SX-REASON-TEXT          PIC X(24).
           05  FILLER                  PIC X(02).
           05  SX-TRANS-COUNT          PIC 9(05).
           05  FILLER                  PIC X(02).
           05  SX-GROSS-AMT            PIC X(13).
           05  FILLER                  PIC X(02).
           05  SX-BASIS-COUNT          PIC 9(05).
           05  FILLER                  PIC X(02).
           05  SX-BASIS-AMT            PIC X(13).
           05  FILLER                  PIC X(02).

       FD  MONITOR-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MONITOR-LINE                PIC X(132).

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

           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==POSTJRNL==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SRTJRNL==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==AUDITF==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SRTAUDIT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==MONHSTIN==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==MONHSTOT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==MASTEXT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ALERTS==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==SRTALERT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==MONRPT==.
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
               VALUE 'SLNG SUSPICIOUS-ACTIVITY MONITOR      '.
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
           05  FILLER                  PIC X(16)
               VALUE '  CUSTOMER      '.
           05  FILLER                  PIC X(30)
               VALUE 'REASON                        '.
           05  FILLER                  PIC X(10)
               VALUE '  POSTINGS'.
           05  FILLER                  PIC X(16)
               VALUE '    GROSS AMOUNT'.
           05  FILLER                  PIC X(10)
               VALUE '     BASIS'.
           05  FILLER                  PIC X(16)
               VALUE '    BASIS AMOUNT'.
           05  FILLER                  PIC X(34)   VALUE SPACES.

       01  PL-REGION-TITLE.
           05  FILLER                  PIC X(07)   VALUE 'REGION '.
           05  RT-REGION-CODE          PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RT-REGION-NOTE          PIC X(30).
           05  FILLER                  PIC X(91)   VALUE SPACES.

       01  PL-ALERT-DETAIL.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AD-CUST-ID              PIC X(10).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  AD-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AD-REASON-TEXT          PIC X(24).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AD-TRANS-COUNT          PIC Z(7)9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  AD-GROSS-AMT            PIC X(13).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  AD-BASIS-COUNT          PIC Z(7)9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  AD-BASIS-AMT            PIC X(13).
           05  FILLER                  PIC X(34)   VALUE SPACES.

       01  PL-REGION-TOTAL.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  RGT-LABEL               PIC X(24).
           05  RGT-ALERT-COUNT         PIC Z(5)9.
           05  FILLER                  PIC X(98)   VALUE SPACES.

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
                   VALUE 'P1' 'P2' 'P3'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

      * MONITOR THRESHOLDS FROM RECONPARM.  A ZERO COUNT OR
      * PERCENTAGE SWITCHES ITS TEST OFF; AMTLIMIT AND THE WINDOW
      * ARE REQUIRED.
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF                     VALUE 'Y'.
           05  WS-PARM-AMOUNT-X        PIC X(11)   VALUE ZEROES.
           05  WS-PARM-AMOUNT-N REDEFINES WS-PARM-AMOUNT-X
                                       PIC 9(9)V99.
           05  WS-AMT-LIMIT            PIC S9(9)V99 VALUE ZERO.
           05  WS-MON-WINDOW-DAYS      PIC 9(03)   VALUE ZERO.
           05  WS-MON-TXN-MAX          PIC 9(03)   VALUE ZERO.
           05  WS-MON-NEAR-PCT         PIC 9(03)   VALUE ZERO.
           05  WS-MON-NEAR-CNT         PIC 9(03)   VALUE ZERO.
           05  WS-MON-JUMP-PCT         PIC 9(03)   VALUE ZERO.
           05  WS-MON-JUMP-MIN         PIC S9(9)V99 VALUE ZERO.
           05  WS-MON-HOLD-DAYS        PIC 9(03)   VALUE ZERO.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO              PIC 9(05)   VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03)   VALUE 58.

       01  WS-MONITOR-FLAGS.
           05  WS-JRNL-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-JRNL-EOF                     VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-EOF                    VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF                     VALUE 'Y'.
           05  WS-MASTEXT-EOF-SW       PIC X(01)   VALUE 'N'.
               88  WS-MASTEXT-EOF                  VALUE 'Y'.
           05  WS-ALERT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-ALERT-EOF                    VALUE 'Y'.
           05  WS-RELEASED-TONIGHT-SW  PIC X(01)   VALUE 'N'.
               88  WS-RELEASED-TONIGHT             VALUE 'Y'.
           05  WS-CUST-ALERTED-SW      PIC X(01)   VALUE 'N'.
               88  WS-CUST-ALERTED                 VALUE 'Y'.

      * MATCH KEYS -- HIGH-VALUES ONCE A STREAM IS EXHAUSTED.
       01  WS-MATCH-KEYS.
           05  WS-JRNL-KEY             PIC X(10)   VALUE SPACES.
           05  WS-AUDIT-KEY            PIC X(10)   VALUE SPACES.
           05  WS-HIST-KEY             PIC X(10)   VALUE SPACES.
           05  WS-CURR-CUST            PIC X(10)   VALUE SPACES.
           05  WS-CURR-REGION          PIC X(02)   VALUE SPACES.
           05  WS-PRINT-REGION         PIC X(02)   VALUE SPACES.

       01  WS-DATE-LIMITS.
           05  WS-WINDOW-START-DATE    PIC 9(08)   VALUE ZERO.
           05  WS-HOLD-START-DATE      PIC 9(08)   VALUE ZERO.
           05  WS-RELEASE-DATE         PIC 9(08)   VALUE ZERO.

      * ONE CUSTOMER'S FIGURES -- THE WINDOW FROM HISTORY, TONIGHT
      * FROM THE JOURNAL.
       01  WS-CUSTOMER-WORK.
           05  WS-PRIOR-DAYS           PIC 9(05)     VALUE ZERO.
           05  WS-PRIOR-TRANS-COUNT    PIC 9(07)     VALUE ZERO.
           05  WS-PRIOR-GROSS-AMT      PIC S9(13)V99 VALUE ZERO.
           05  WS-PRIOR-NEAR-COUNT     PIC 9(05)     VALUE ZERO.
           05  WS-NIGHT-TRANS-COUNT    PIC 9(05)     VALUE ZERO.
           05  WS-NIGHT-GROSS-AMT      PIC S9(11)V99 VALUE ZERO.
           05  WS-NIGHT-NEAR-COUNT     PIC 9(05)     VALUE ZERO.
           05  WS-WINDOW-NEAR-COUNT    PIC 9(05)     VALUE ZERO.
           05  WS-DAILY-AVERAGE        PIC S9(11)V99 VALUE ZERO.
           05  WS-JUMP-LIMIT           PIC S9(13)V99 VALUE ZERO.
           05  WS-POSTING-AMT          PIC S9(9)V99  VALUE ZERO.
           05  WS-POSTING-ORIG-AMT     PIC S9(9)V99  VALUE ZERO.
           05  WS-NEAR-FLOOR           PIC S9(9)V99  VALUE ZERO.
           05  WS-DAYS-SINCE-RELEASE   PIC 9(05)     VALUE ZERO.

       01  WS-ALERT-WORK.
           05  WS-ALERT-CODE           PIC X(02)   VALUE SPACES.
           05  WS-ALERT-TEXT           PIC X(24)   VALUE SPACES.
           05  WS-ALERT-BASIS-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-ALERT-BASIS-AMT      PIC S9(9)V99 VALUE ZERO.

       01  WS-MONITOR-COUNTS.
           05  WS-POSTINGS-READ        PIC 9(09)   VALUE ZERO.
           05  WS-CUSTOMERS-ACTIVE     PIC 9(09)   VALUE ZERO.
           05  WS-CUSTOMERS-ALERTED    PIC 9(09)   VALUE ZERO.
           05  WS-ALERT-COUNT          PIC 9(09)   VALUE ZERO.
           05  WS-M1-COUNT             PIC 9(09)   VALUE ZERO.
           05  WS-M2-COUNT             PIC 9(09)   VALUE ZERO.
           05  WS-M3-COUNT             PIC 9(09)   VALUE ZERO.
           05  WS-M4-COUNT             PIC 9(09)   VALUE ZERO.
           05  WS-RELEASE-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-HIST-KEPT-COUNT      PIC 9(09)   VALUE ZERO.
           05  WS-HIST-DROPPED-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-REGION-ALERT-COUNT   PIC 9(09)   VALUE ZERO.

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
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0055-SORT-JOURNAL
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0060-SORT-AUDIT
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-MONITOR-CUSTOMER
                   UNTIL (WS-JRNL-KEY  = HIGH-VALUES
                      AND WS-AUDIT-KEY = HIGH-VALUES
                      AND WS-HIST-KEY  = HIGH-VALUES)
                   OR WS-ABORT-REQUESTED
           END-IF
           CLOSE SORTED-JOURNAL
           CLOSE SORTED-AUDIT
           CLOSE HISTORY-IN
           CLOSE HISTORY-OUT
           CLOSE MASTER-EXTRACT
           CLOSE ALERT-FILE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0070-SORT-ALERTS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-PRINT-COMPLIANCE-REPORT
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-ALERT-COUNT NOT = ZERO
               OR WS-UNMAPPED-COUNT NOT = ZERO
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
           MOVE 'SLNG0080'       TO BCL-JOB-NAME
           MOVE 'ACTVMON'        TO BCL-PROGRAM-ID
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
      * PREDECESSOR -- THE RECONCILIATION (SLNG0010) MUST HAVE ENDED   *
      * RC<=4 FOR THE SAME BUSINESS DATE, OR TONIGHT'S JOURNAL IS NOT  *
      * COMPLETE.                                                      *
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

       0055-SORT-JOURNAL.
           SORT JRNL-SORT-FILE
               ON ASCENDING KEY JS-CUST-ID
               USING POSTING-JOURNAL
               GIVING SORTED-JOURNAL
           MOVE 'POSTJRNL'   TO WS-CHECK-FILE-ID
           MOVE 'SORT'       TO WS-CHECK-OPERATION
           MOVE WS-POSTJRNL-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'SRTJRNL'    TO WS-CHECK-FILE-ID
           MOVE 'SORT'       TO WS-CHECK-OPERATION
           MOVE WS-SRTJRNL-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS.

       0060-SORT-AUDIT.
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY AS-CUST-ID
               USING MAINT-AUDIT
               GIVING SORTED-AUDIT
           MOVE 'AUDITF'     TO WS-CHECK-FILE-ID
           MOVE 'SORT'       TO WS-CHECK-OPERATION
           MOVE WS-AUDITF-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'SRTAUDIT'   TO WS-CHECK-FILE-ID
           MOVE 'SORT'       TO WS-CHECK-OPERATION
           MOVE WS-SRTAUDIT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS.

      * THE ALERTS COME OUT IN CUSTOMER ORDER; COMPLIANCE READS THEM
      * BY REGION.
       0070-SORT-ALERTS.
           SORT ALERT-SORT-FILE
               ON ASCENDING KEY XS-REGION-CODE
                                XS-CUST-ID
                                XS-REASON-CODE
               USING ALERT-FILE
               GIVING SORTED-ALERTS
           MOVE 'ALERTS'     TO WS-CHECK-FILE-ID
           MOVE 'SORT'       TO WS-CHECK-OPERATION
           MOVE WS-ALERTS-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'SRTALERT'   TO WS-CHECK-FILE-ID
           MOVE 'SORT'       TO WS-CHECK-OPERATION
           MOVE WS-SRTALERT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS.

      * THE WINDOW RUNS BACK MONWINDOW DAYS FROM THE BUSINESS DATE,
      * THE HOLD LOOK-BACK MONHOLDDAY DAYS.
       1000-INITIALIZE.
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-MON-WINDOW-DAYS)
           COMPUTE WS-HOLD-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-MON-HOLD-DAYS)
           COMPUTE WS-NEAR-FLOOR ROUNDED = WS-AMT-LIMIT
               * (100 - WS-MON-NEAR-PCT) / 100
           OPEN INPUT SORTED-JOURNAL
           MOVE 'SRTJRNL'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-SRTJRNL-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN INPUT SORTED-AUDIT
           MOVE 'SRTAUDIT'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-SRTAUDIT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN INPUT HISTORY-IN
           MOVE 'MONHSTIN'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-MONHSTIN-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN INPUT MASTER-EXTRACT
           MOVE 'MASTEXT'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-MASTEXT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT HISTORY-OUT
           MOVE 'MONHSTOT'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-MONHSTOT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT ALERT-FILE
           MOVE 'ALERTS'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-ALERTS-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT MONITOR-REPORT
           MOVE 'MONRPT'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-MONRPT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2150-READ-MASTER-EXTRACT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2110-READ-HISTORY
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2210-READ-SORTED-AUDIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2310-READ-SORTED-JOURNAL
           END-IF.

      ******************************************************************
      * RUN PARAMETERS -- AMTLIMIT AND THE MON THRESHOLDS.  THE OTHER  *
      * RECONPARM KEYWORDS BELONG TO OTHER JOBS AND PASS THROUGH.      *
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
               AND (WS-AMT-LIMIT = ZERO
                   OR WS-MON-WINDOW-DAYS = ZERO)
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P2'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
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
               WHEN 'AMTLIMIT'
                   PERFORM 1340-EDIT-PARM-AMOUNT
                   MOVE WS-PARM-AMOUNT-N TO WS-AMT-LIMIT
               WHEN 'MONJUMPMIN'
                   PERFORM 1340-EDIT-PARM-AMOUNT
                   MOVE WS-PARM-AMOUNT-N TO WS-MON-JUMP-MIN
               WHEN 'MONWINDOW'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-MON-WINDOW-DAYS
               WHEN 'MONTXNDAY'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-MON-TXN-MAX
               WHEN 'MONNEARPCT'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-MON-NEAR-PCT
               WHEN 'MONNEARCNT'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-MON-NEAR-CNT
               WHEN 'MONJUMPPCT'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-MON-JUMP-PCT
               WHEN 'MONHOLDDAY'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-MON-HOLD-DAYS
               WHEN 'TRANSTYPE'
               WHEN 'STALEDAYS'
               WHEN 'TOLERANCE'
               WHEN 'SUSPDAYS'
               WHEN 'RETENDAYS'
               WHEN 'MATCHMODE'
               WHEN 'RECYCMAX'
               WHEN 'INTTIER'
               WHEN 'SVCFEE'
               WHEN 'INTTYPE'
               WHEN 'FEETYPE'
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

      * A BAD COUNT ABENDS THE RUN (P3) BEFORE THE VALUE IS USED.
       1350-EDIT-PARM-NUMBER.
           IF PRM-VALUE(1:3) IS NOT NUMERIC
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P3'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               MOVE ZEROES TO PRM-VALUE(1:3)
           END-IF.

      ******************************************************************
      * ONE CUSTOMER -- THE LOWEST KEY OF THE THREE STREAMS.  ITS      *
      * HISTORY IS AGED AND ROLLED FORWARD, TONIGHT'S RELEASE FROM     *
      * HOLD (IF ANY) AND TONIGHT'S POSTINGS ARE ADDED, AND A          *
      * CUSTOMER WITH POSTINGS TONIGHT IS TESTED.                      *
      ******************************************************************
       2000-MONITOR-CUSTOMER.
           MOVE WS-HIST-KEY TO WS-CURR-CUST
           IF WS-AUDIT-KEY < WS-CURR-CUST
               MOVE WS-AUDIT-KEY TO WS-CURR-CUST
           END-IF
           IF WS-JRNL-KEY < WS-CURR-CUST
               MOVE WS-JRNL-KEY TO WS-CURR-CUST
           END-IF
           INITIALIZE WS-CUSTOMER-WORK
           MOVE ZERO TO WS-RELEASE-DATE
           MOVE 'N'  TO WS-RELEASED-TONIGHT-SW
           MOVE 'N'  TO WS-CUST-ALERTED-SW
           PERFORM 2100-ROLL-HISTORY
               UNTIL WS-HIST-KEY NOT = WS-CURR-CUST
               OR WS-ABORT-REQUESTED
           PERFORM 2200-CHECK-AUDIT
               UNTIL WS-AUDIT-KEY NOT = WS-CURR-CUST
               OR WS-ABORT-REQUESTED
           IF WS-RELEASED-TONIGHT
               AND NOT WS-ABORT-REQUESTED
               MOVE WS-RUN-DATE TO WS-RELEASE-DATE
               ADD 1 TO WS-RELEASE-COUNT
               MOVE SPACES         TO HISTORY-OUT-RECORD
               MOVE WS-CURR-CUST   TO HO-CUST-ID
               MOVE WS-RUN-DATE    TO HO-BUSINESS-DATE
               MOVE 'R'            TO HO-RECORD-KIND
               MOVE ZERO           TO HO-TRANS-COUNT
               MOVE ZERO           TO HO-GROSS-AMT
               MOVE ZERO           TO HO-NEAR-LIMIT-COUNT
               PERFORM 2900-WRITE-HISTORY-OUT
           END-IF
           PERFORM 2300-ADD-POSTING
               UNTIL WS-JRNL-KEY NOT = WS-CURR-CUST
               OR WS-ABORT-REQUESTED
           IF WS-NIGHT-TRANS-COUNT > ZERO
               AND NOT WS-ABORT-REQUESTED
               ADD 1 TO WS-CUSTOMERS-ACTIVE
               MOVE SPACES               TO HISTORY-OUT-RECORD
               MOVE WS-CURR-CUST         TO HO-CUST-ID
               MOVE WS-RUN-DATE          TO HO-BUSINESS-DATE
               MOVE 'A'                  TO HO-RECORD-KIND
               MOVE WS-NIGHT-TRANS-COUNT TO HO-TRANS-COUNT
               MOVE WS-NIGHT-GROSS-AMT   TO HO-GROSS-AMT
               MOVE WS-NIGHT-NEAR-COUNT  TO HO-NEAR-LIMIT-COUNT
               PERFORM 2900-WRITE-HISTORY-OUT
               PERFORM 2400-FIND-REGION
               PERFORM 2500-TEST-CUSTOMER
           END-IF.

      * ACTIVITY INSIDE THE WINDOW AND RELEASES INSIDE THE HOLD
      * LOOK-BACK ARE KEPT AND COUNTED; ANYTHING OLDER DROPS OUT.
      * A RECORD ALREADY DATED TONIGHT (A RERUN) IS REBUILT BELOW.
       2100-ROLL-HISTORY.
           EVALUATE TRUE
               WHEN HI-BUSINESS-DATE NOT < WS-RUN-DATE
                   ADD 1 TO WS-HIST-DROPPED-COUNT
               WHEN HI-ACTIVITY-DAY
                   AND HI-BUSINESS-DATE NOT < WS-WINDOW-START-DATE
                   ADD 1                   TO WS-PRIOR-DAYS
                   ADD HI-TRANS-COUNT      TO WS-PRIOR-TRANS-COUNT
                   ADD HI-GROSS-AMT        TO WS-PRIOR-GROSS-AMT
                   ADD HI-NEAR-LIMIT-COUNT TO WS-PRIOR-NEAR-COUNT
                   MOVE HISTORY-IN-RECORD  TO HISTORY-OUT-RECORD
                   PERFORM 2900-WRITE-HISTORY-OUT
               WHEN HI-HOLD-RELEASE
                   AND HI-BUSINESS-DATE NOT < WS-HOLD-START-DATE
                   IF HI-BUSINESS-DATE > WS-RELEASE-DATE
                       MOVE HI-BUSINESS-DATE TO WS-RELEASE-DATE
                   END-IF
                   MOVE HISTORY-IN-RECORD  TO HISTORY-OUT-RECORD
                   PERFORM 2900-WRITE-HISTORY-OUT
               WHEN OTHER
                   ADD 1 TO WS-HIST-DROPPED-COUNT
           END-EVALUATE
           PERFORM 2110-READ-HISTORY.

       2110-READ-HISTORY.
           READ HISTORY-IN
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   MOVE HI-CUST-ID TO WS-HIST-KEY
           END-READ
           IF NOT MONHSTIN-STATUS-OK AND NOT MONHSTIN-STATUS-EOF
               MOVE 'MONHSTIN'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-MONHSTIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2150-READ-MASTER-EXTRACT.
           READ MASTER-EXTRACT
               AT END
                   MOVE 'Y' TO WS-MASTEXT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT MASTEXT-STATUS-OK AND NOT MASTEXT-STATUS-EOF
               MOVE 'MASTEXT'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-MASTEXT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * ONLY TONIGHT'S MAINTENANCE COUNTS -- A GENERATION LEFT OVER
      * FROM A NIGHT WITHOUT MAINTENANCE IS ALREADY IN THE HISTORY.
      * A DELETE IS NOT A RELEASE.
       2200-CHECK-AUDIT.
           IF SA-RUN-DATE-X IS NUMERIC
               AND SA-RUN-DATE = WS-RUN-DATE
               AND SA-ACTION NOT = 'D'
               AND SA-BEFORE-STATUS = 'H'
               AND SA-AFTER-STATUS NOT = 'H'
               SET WS-RELEASED-TONIGHT TO TRUE
           END-IF
           PERFORM 2210-READ-SORTED-AUDIT.

       2210-READ-SORTED-AUDIT.
           READ SORTED-AUDIT
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
                   MOVE HIGH-VALUES TO WS-AUDIT-KEY
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   MOVE SA-CUST-ID TO WS-AUDIT-KEY
           END-READ
           IF NOT SRTAUDIT-STATUS-OK AND NOT SRTAUDIT-STATUS-EOF
               MOVE 'SRTAUDIT'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-SRTAUDIT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * GROSS IS THE SUM OF THE AMOUNTS WHICHEVER WAY THEY MOVED THE
      * BALANCE, IN THE ACCOUNT CURRENCY.  AMTLIMIT APPLIES TO THE
      * AMOUNT AS RECEIVED, AND ONE ABOVE IT WAS REJECTED BEFORE IT
      * COULD REACH THE JOURNAL, SO JUST UNDER MEANS A RECEIVED AMOUNT
      * FROM THE FLOOR UP TO THE LIMIT ITSELF.
       2300-ADD-POSTING.
           ADD 1 TO WS-POSTINGS-READ
           MOVE SJ-TRANS-AMT TO WS-POSTING-AMT
           IF WS-POSTING-AMT < ZERO
               COMPUTE WS-POSTING-AMT = ZERO - WS-POSTING-AMT
           END-IF
           MOVE SJ-ORIG-AMT TO WS-POSTING-ORIG-AMT
           IF WS-POSTING-ORIG-AMT < ZERO
               COMPUTE WS-POSTING-ORIG-AMT = ZERO - WS-POSTING-ORIG-AMT
           END-IF
           ADD 1              TO WS-NIGHT-TRANS-COUNT
           ADD WS-POSTING-AMT TO WS-NIGHT-GROSS-AMT
           IF WS-MON-NEAR-CNT > ZERO
               AND WS-POSTING-ORIG-AMT NOT < WS-NEAR-FLOOR
               AND WS-POSTING-ORIG-AMT NOT > WS-AMT-LIMIT
               ADD 1 TO WS-NIGHT-NEAR-COUNT
           END-IF
           PERFORM 2310-READ-SORTED-JOURNAL.

       2310-READ-SORTED-JOURNAL.
           READ SORTED-JOURNAL
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
                   MOVE HIGH-VALUES TO WS-JRNL-KEY
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   MOVE SJ-CUST-ID TO WS-JRNL-KEY
           END-READ
           IF NOT SRTJRNL-STATUS-OK AND NOT SRTJRNL-STATUS-EOF
               MOVE 'SRTJRNL'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-SRTJRNL-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * THE EXTRACT IS IN CUSTOMER ORDER, SO THE REGION CURSOR ONLY
      * EVER MOVES FORWARD.  A CUSTOMER ABSENT FROM IT IS REPORTED
      * UNDER REGION '??' FOR COMPLIANCE TO PLACE BY HAND.
       2400-FIND-REGION.
           PERFORM 2150-READ-MASTER-EXTRACT
               UNTIL WS-MASTEXT-EOF
               OR WS-ABORT-REQUESTED
               OR ME-CUST-ID NOT < WS-CURR-CUST
           IF NOT WS-MASTEXT-EOF
               AND ME-CUST-ID = WS-CURR-CUST
               MOVE ME-REGION-CODE TO WS-CURR-REGION
           ELSE
               MOVE '??' TO WS-CURR-REGION
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      ******************************************************************
      * THE FOUR TESTS -- EACH HIT IS ITS OWN ALERT:                   *
      *     M1  MORE POSTINGS TONIGHT THAN MONTXNDAY                   *
      *     M2  A JUST-UNDER AMOUNT TONIGHT, AND MONNEARCNT OF THEM    *
      *         ACROSS THE WINDOW AND TONIGHT TOGETHER                 *
      *     M3  TONIGHT'S GROSS (AT LEAST MONJUMPMIN) ABOVE MONJUMPPCT *
      *         PERCENT OF THE CUSTOMER'S OWN DAILY AVERAGE OVER THE   *
      *         DAYS IT WAS ACTIVE IN THE WINDOW                       *
      *     M4  ANY POSTING WITHIN MONHOLDDAY DAYS OF A RELEASE        *
      *         FROM HOLD, TONIGHT'S INCLUDED                          *
      * A CUSTOMER WITH NO ACTIVITY IN THE WINDOW HAS NO AVERAGE AND   *
      * IS NOT JUMP-TESTED.                                            *
      ******************************************************************
       2500-TEST-CUSTOMER.
           IF WS-MON-TXN-MAX > ZERO
               AND WS-NIGHT-TRANS-COUNT > WS-MON-TXN-MAX
               MOVE 'M1'                     TO WS-ALERT-CODE
               MOVE 'TOO MANY TRANSACTIONS'  TO WS-ALERT-TEXT
               MOVE WS-MON-TXN-MAX           TO WS-ALERT-BASIS-COUNT
               MOVE ZERO                     TO WS-ALERT-BASIS-AMT
               ADD 1 TO WS-M1-COUNT
               PERFORM 2600-WRITE-ALERT
           END-IF
           COMPUTE WS-WINDOW-NEAR-COUNT = WS-PRIOR-NEAR-COUNT
                                        + WS-NIGHT-NEAR-COUNT
           IF WS-MON-NEAR-CNT > ZERO
               AND WS-NIGHT-NEAR-COUNT > ZERO
               AND WS-WINDOW-NEAR-COUNT NOT < WS-MON-NEAR-CNT
               MOVE 'M2'                     TO WS-ALERT-CODE
               MOVE 'REPEATED NEAR AMTLIMIT' TO WS-ALERT-TEXT
               MOVE WS-WINDOW-NEAR-COUNT     TO WS-ALERT-BASIS-COUNT
               MOVE WS-NEAR-FLOOR            TO WS-ALERT-BASIS-AMT
               ADD 1 TO WS-M2-COUNT
               PERFORM 2600-WRITE-ALERT
           END-IF
           IF WS-MON-JUMP-PCT > ZERO
               AND WS-PRIOR-DAYS > ZERO
               AND WS-NIGHT-GROSS-AMT NOT < WS-MON-JUMP-MIN
               COMPUTE WS-DAILY-AVERAGE ROUNDED =
                   WS-PRIOR-GROSS-AMT / WS-PRIOR-DAYS
               COMPUTE WS-JUMP-LIMIT ROUNDED =
                   WS-DAILY-AVERAGE * WS-MON-JUMP-PCT / 100
               IF WS-NIGHT-GROSS-AMT > WS-JUMP-LIMIT
                   MOVE 'M3'                 TO WS-ALERT-CODE
                   MOVE 'JUMP AGAINST OWN AVERAGE'
                                             TO WS-ALERT-TEXT
                   MOVE WS-PRIOR-DAYS        TO WS-ALERT-BASIS-COUNT
                   MOVE WS-DAILY-AVERAGE     TO WS-ALERT-BASIS-AMT
                   ADD 1 TO WS-M3-COUNT
                   PERFORM 2600-WRITE-ALERT
               END-IF
           END-IF
           IF WS-MON-HOLD-DAYS > ZERO
               AND WS-RELEASE-DATE NOT = ZERO
               COMPUTE WS-DAYS-SINCE-RELEASE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)
               MOVE 'M4'                     TO WS-ALERT-CODE
               MOVE 'ACTIVITY AFTER HOLD'    TO WS-ALERT-TEXT
               MOVE WS-DAYS-SINCE-RELEASE    TO WS-ALERT-BASIS-COUNT
               MOVE ZERO                     TO WS-ALERT-BASIS-AMT
               ADD 1 TO WS-M4-COUNT
               PERFORM 2600-WRITE-ALERT
           END-IF.

       2600-WRITE-ALERT.
           MOVE SPACES               TO ALERT-RECORD
           MOVE WS-RUN-DATE          TO AL-BUSINESS-DATE
           MOVE WS-CURR-CUST         TO AL-CUST-ID
           MOVE WS-CURR-REGION       TO AL-REGION-CODE
           MOVE WS-ALERT-CODE        TO AL-REASON-CODE
           MOVE WS-ALERT-TEXT        TO AL-REASON-TEXT
           MOVE WS-NIGHT-TRANS-COUNT TO AL-TRANS-COUNT
           MOVE WS-NIGHT-GROSS-AMT   TO AL-GROSS-AMT
           MOVE WS-ALERT-BASIS-COUNT TO AL-BASIS-COUNT
           MOVE WS-ALERT-BASIS-AMT   TO AL-BASIS-AMT
           WRITE ALERT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-ALERT-COUNT
           IF NOT WS-CUST-ALERTED
               SET WS-CUST-ALERTED TO TRUE
               ADD 1 TO WS-CUSTOMERS-ALERTED
           END-IF
           IF NOT ALERTS-STATUS-OK
               MOVE 'ALERTS'     TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-ALERTS-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       2900-WRITE-HISTORY-OUT.
           WRITE HISTORY-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           ADD 1 TO WS-HIST-KEPT-COUNT
           IF NOT MONHSTOT-STATUS-OK
               MOVE 'MONHSTOT'   TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-MONHSTOT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * COMPLIANCE REPORT -- THE SORTED ALERTS, ONE SECTION PER        *
      * REGION WITH ITS ALERT COUNT, THEN THE RUN SUMMARY.             *
      ******************************************************************
       4000-PRINT-COMPLIANCE-REPORT.
           PERFORM 7100-START-NEW-PAGE
           OPEN INPUT SORTED-ALERTS
           MOVE 'SRTALERT'   TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-SRTALERT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           MOVE 'N' TO WS-ALERT-EOF-SW
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4110-READ-SORTED-ALERT
           END-IF
           IF WS-ALERT-EOF
               AND NOT WS-ABORT-REQUESTED
               MOVE 'NO ALERTS RAISED FOR THE BUSINESS DATE'
                   TO MONITOR-LINE
               PERFORM 7000-WRITE-MONITOR-LINE
           END-IF
           PERFORM 4100-PRINT-REGION
               UNTIL WS-ALERT-EOF
               OR WS-ABORT-REQUESTED
           CLOSE SORTED-ALERTS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4300-PRINT-SUMMARY
           END-IF.

       4100-PRINT-REGION.
           MOVE SX-REGION-CODE TO WS-PRINT-REGION
           MOVE ZERO TO WS-REGION-ALERT-COUNT
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 4
               PERFORM 7100-START-NEW-PAGE
           END-IF
           MOVE WS-PRINT-REGION TO RT-REGION-CODE
           IF WS-PRINT-REGION = '??'
               MOVE '(NOT ON THE REGIONAL EXTRACT)' TO RT-REGION-NOTE
           ELSE
               MOVE SPACES TO RT-REGION-NOTE
           END-IF
           MOVE SPACES TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE PL-REGION-TITLE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE PL-COLUMN-HEADER TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           PERFORM 4200-PRINT-ALERT
               UNTIL WS-ALERT-EOF
               OR WS-ABORT-REQUESTED
               OR SX-REGION-CODE NOT = WS-PRINT-REGION
           MOVE 'REGION ALERTS'          TO RGT-LABEL
           MOVE WS-REGION-ALERT-COUNT    TO RGT-ALERT-COUNT
           MOVE PL-REGION-TOTAL TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE.

       4110-READ-SORTED-ALERT.
           READ SORTED-ALERTS
               AT END
                   MOVE 'Y' TO WS-ALERT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT SRTALERT-STATUS-OK AND NOT SRTALERT-STATUS-EOF
               MOVE 'SRTALERT'   TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-SRTALERT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       4200-PRINT-ALERT.
           ADD 1 TO WS-REGION-ALERT-COUNT
           MOVE SX-CUST-ID      TO AD-CUST-ID
           MOVE SX-REASON-CODE  TO AD-REASON-CODE
           MOVE SX-REASON-TEXT  TO AD-REASON-TEXT
           MOVE SX-TRANS-COUNT  TO AD-TRANS-COUNT
           MOVE SX-GROSS-AMT    TO AD-GROSS-AMT
           MOVE SX-BASIS-COUNT  TO AD-BASIS-COUNT
           MOVE SX-BASIS-AMT    TO AD-BASIS-AMT
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 7100-START-NEW-PAGE
               MOVE PL-REGION-TITLE TO MONITOR-LINE
               PERFORM 7000-WRITE-MONITOR-LINE
               MOVE PL-COLUMN-HEADER TO MONITOR-LINE
               PERFORM 7000-WRITE-MONITOR-LINE
           END-IF
           MOVE PL-ALERT-DETAIL TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           PERFORM 4110-READ-SORTED-ALERT.

       4300-PRINT-SUMMARY.
           MOVE SPACES TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'POSTINGS MONITORED                  '
               TO SM-LABEL
           MOVE WS-POSTINGS-READ TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'CUSTOMERS WITH POSTINGS             '
               TO SM-LABEL
           MOVE WS-CUSTOMERS-ACTIVE TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'CUSTOMERS ALERTED                   '
               TO SM-LABEL
           MOVE WS-CUSTOMERS-ALERTED TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'M1 TOO MANY TRANSACTIONS            '
               TO SM-LABEL
           MOVE WS-M1-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'M2 REPEATED NEAR AMTLIMIT           '
               TO SM-LABEL
           MOVE WS-M2-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'M3 JUMP AGAINST OWN AVERAGE         '
               TO SM-LABEL
           MOVE WS-M3-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'M4 ACTIVITY AFTER HOLD              '
               TO SM-LABEL
           MOVE WS-M4-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'ALERTS RAISED                       '
               TO SM-LABEL
           MOVE WS-ALERT-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'ACCOUNTS RELEASED FROM HOLD TONIGHT '
               TO SM-LABEL
           MOVE WS-RELEASE-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'CUSTOMERS NOT ON REGIONAL EXTRACT   '
               TO SM-LABEL
           MOVE WS-UNMAPPED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'HISTORY RECORDS CARRIED FORWARD     '
               TO SM-LABEL
           MOVE WS-HIST-KEPT-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE
           MOVE 'HISTORY RECORDS AGED OUT            '
               TO SM-LABEL
           MOVE WS-HIST-DROPPED-COUNT TO SM-VALUE
           MOVE PL-SUMMARY-LINE TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE.

       7000-WRITE-MONITOR-LINE.
           WRITE MONITOR-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT MONRPT-STATUS-OK
               MOVE 'MONRPT'     TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-MONRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       7100-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE-DD   TO PH-RUN-DD
           MOVE WS-RUN-DATE-MM   TO PH-RUN-MM
           MOVE WS-RUN-DATE(1:4) TO PH-RUN-CCYY
           MOVE WS-PAGE-NO       TO PH-PAGE-NO
           MOVE PL-PAGE-HEADER TO MONITOR-LINE
           WRITE MONITOR-LINE AFTER ADVANCING PAGE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT MONRPT-STATUS-OK
               MOVE 'MONRPT'     TO WS-CHECK-FILE-ID
               MOVE 'WRITE'      TO WS-CHECK-OPERATION
               MOVE WS-MONRPT-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO MONITOR-LINE
           PERFORM 7000-WRITE-MONITOR-LINE.

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
           CLOSE MONITOR-REPORT
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
           MOVE 'SLNG0080'       TO BCL-JOB-NAME
           MOVE 'ACTVMON'        TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
