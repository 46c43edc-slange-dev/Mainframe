      * BAD ACTIONS GO TO THE REJECT FILE WITH A REASON CODE.  ITEMS  *
      * WITHOUT AN ACTION PASS THROUGH TO SUSPOUT UNTOUCHED --        *
      * AGING STAYS THE NIGHTLY RECONCILIATION'S BUSINESS.            *
      * DUAL CONTROL -- EVERY ACTION CARRIES THE ENTERING OPERATOR'S  *
      * ID AND MAY CARRY A DIFFERENT APPROVING OPERATOR'S ID.  A      *
      * RELEASE OR WRITE-OFF ABOVE THE APPRAMT PARAMETER WITH NO      *
      * APPROVER IS HELD ON THE PENDING FILE (THE ITEM STAYS ON       *
      * SUSPENSE), RE-OFFERED EACH RUN UNTIL A V (APPROVE) ACTION     *
      * RELEASES IT OR IT EXPIRES AFTER PENDDAYS.                     *
      ******************************************************************
       FILE-CONTROL.
           SELECT DISP-FILE ASSIGN TO DISPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPREJ-STAT.

           SELECT PENDING-IN ASSIGN TO DSPPNDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STAT.

           SELECT PENDING-OUT ASSIGN TO DSPPNDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STAT.

           SELECT ERROR-LOG ASSIGN TO ERRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STAT.
      ******************************************************************
       FILE SECTION.

      * DISPOSITION ACTIONS: COL 1 ACTION (F/W/R, OR V TO APPROVE A
      * HELD ACTION), COLS 2-11 TRANSACTION KEY, COLS 12-19
      * TRANSACTION DATE, COLS 20-29 CORRECTED CUSTOMER ID (REDIRECT
      * ONLY), COLS 30-37 ENTERING OPERATOR ID, COLS 38-45 APPROVING
      * OPERATOR ID.
       FD  DISP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISP-RECORD.
           05  DS-TRANS-KEY            PIC X(10).
           05  DS-TRANS-DATE           PIC X(08).
           05  DS-NEW-CUST-ID          PIC X(10).
           05  DS-ENTERED-BY           PIC X(08).
           05  DS-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(35).

       FD  SUSPENSE-IN
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
           05  SO-SUSP-REASON          PIC X(02).
           05  SO-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(33).

       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
               10  TH-TRANS-DATE       PIC X(08).
           05  TH-RUN-DATE             PIC 9(08).
           05  TH-TRANS-AMT            PIC S9(9)V99.
           05  TH-TRANS-TYPE           PIC X(02).
           05  TH-TRANS-DC             PIC X(01).
           05  TH-REVERSED-SW          PIC X(01).
           05  TH-REV-DATE             PIC X(08).
           05  TH-REV-RUN-DATE         PIC 9(08).
           05  TH-CURRENCY-CODE        PIC X(03).
           05  TH-POSTED-AMT           PIC S9(9)V99.
           05  FILLER                  PIC X(09).

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.

      * GL-ABLE WRITE-OFF RECORD -- ONE LINE PER ITEM REMOVED FROM
      * SUSPENSE WITHOUT POSTING, IN THE EDITED DISPLAY STYLE OF
      * THE POSTING JOURNAL.  THE AMOUNT IS IN THE ITEM'S OWN
      * CURRENCY, BLANK FOR THE HOUSE CURRENCY.
       FD  WRITEOFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-RECORD.
           05  WO-TRANS-AMT            PIC -(9)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WO-REASON               PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WO-CURRENCY-CODE        PIC X(03).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  AU-AFTER-CUST-ID        PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-APPROVED-BY          PIC X(08).

       FD  DISP-REJECTS
           LABEL RECORDS ARE STANDARD.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DJ-REASON               PIC X(30).

      * ACTIONS HELD FOR A SECOND OPERATOR'S APPROVAL -- THE DATE THE
      * ACTION WAS FIRST HELD, THEN THE ACTION AS ENTERED IN THE
      * DISPIN LAYOUT.  THE ITEM ITSELF STAYS ON SUSPENSE.
       FD  PENDING-IN
           LABEL RECORDS ARE STANDARD.
       01  PENDING-IN-RECORD.
           05  PI-HELD-DATE            PIC 9(08).
           05  FILLER                  PIC X(02).
           05  PI-ACTION               PIC X(01).
           05  PI-TRANS-KEY            PIC X(10).
           05  PI-TRANS-DATE           PIC X(08).
           05  PI-NEW-CUST-ID          PIC X(10).
           05  PI-ENTERED-BY           PIC X(08).
           05  PI-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(35).

       FD  PENDING-OUT
           LABEL RECORDS ARE STANDARD.
       01  PENDING-OUT-RECORD.
           05  PO-HELD-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PO-ACTION               PIC X(01).
           05  PO-TRANS-KEY            PIC X(10).
           05  PO-TRANS-DATE           PIC X(08).
           05  PO-NEW-CUST-ID          PIC X(10).
           05  PO-ENTERED-BY           PIC X(08).
           05  PO-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(35).

       FD  ERROR-LOG
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-RECORD.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==AUDIT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==DSPREJ==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PENDIN==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PENDOUT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==ERRLOG==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==RUNLOG==.

           05  WS-RECORDS-READ-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN-COUNT PIC 9(09)  VALUE ZERO.

           COPY CPY-BCLINK.

       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-ID        PIC X(10)   VALUE SPACES.
           05  WS-CHECK-OPERATION      PIC X(10)   VALUE SPACES.
           05  WS-CHECK-STATUS         PIC X(02)   VALUE '00'.
               88  WS-CHECK-FORCED-ABEND
                   VALUE 'P1' 'P2' 'P3' 'P4' 'A1'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
               88  WS-ERRLOG-AVAILABLE             VALUE 'Y'.

      * APPRAMT AND PENDDAYS ARE REQUIRED.  A ZERO APPROVAL AMOUNT
      * HOLDS EVERY RELEASE AND WRITE-OFF.
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF                     VALUE 'Y'.
           05  WS-PARM-AMOUNT-X        PIC X(11)   VALUE ZEROES.
           05  WS-PARM-AMOUNT-N REDEFINES WS-PARM-AMOUNT-X
                                       PIC 9(9)V99.
           05  WS-APPROVAL-AMT         PIC S9(9)V99 VALUE ZERO.
           05  WS-APPROVAL-AMT-SW      PIC X(01)   VALUE 'N'.
               88  WS-APPROVAL-AMT-SET             VALUE 'Y'.
           05  WS-PEND-DAYS            PIC 9(03)   VALUE ZERO.
           05  WS-PEND-DAYS-SW         PIC X(01)   VALUE 'N'.
               88  WS-PEND-DAYS-SET                VALUE 'Y'.

       01  WS-VALID-TYPE-TABLE.
           05  WS-TYPE-MAX             PIC 9(02)   VALUE 20.

      * RESEARCHED ACTIONS LOADED UP FRONT AND TICKED OFF AS THE
      * SUSPENSE FILE STREAMS PAST -- AN OPERATIONS CORRECTION FILE,
      * NOT A CUSTOMER-VOLUME FILE, SO A FIXED TABLE IS SAFE.  ACTIONS
      * HELD ON EARLIER RUNS LOAD FIRST, WITH THE DATE THEY WERE HELD;
      * TONIGHT'S ACTIONS HAVE A ZERO HELD DATE.
       01  WS-ACTION-TABLE.
           05  WS-ACT-MAX              PIC 9(04)   VALUE 1000.
           05  WS-ACT-COUNT            PIC 9(04)   VALUE ZERO.
               10  WS-ACT-TRANS-KEY    PIC X(10).
               10  WS-ACT-TRANS-DATE   PIC X(08).
               10  WS-ACT-NEW-CUST-ID  PIC X(10).
               10  WS-ACT-ENTERED-BY   PIC X(08).
               10  WS-ACT-APPROVED-BY  PIC X(08).
               10  WS-ACT-HELD-DATE    PIC 9(08).
               10  WS-ACT-APPLIED-SW   PIC X(01).
                   88  WS-ACT-APPLIED              VALUE 'Y'.

       01  WS-DISP-FLAGS.
           05  WS-DISP-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-DISP-EOF                     VALUE 'Y'.
           05  WS-PENDIN-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-PENDIN-EOF                   VALUE 'Y'.
           05  WS-SUSPIN-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-SUSPIN-EOF                   VALUE 'Y'.
           05  WS-ACTION-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WS-DUP-FOUND                    VALUE 'Y'.
           05  WS-TYPE-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-TYPE-FOUND                   VALUE 'Y'.
           05  WS-OVER-LIMIT-SW        PIC X(01)   VALUE 'N'.
               88  WS-OVER-LIMIT                   VALUE 'Y'.
           05  WS-ACCRUAL-SW           PIC X(01)   VALUE 'N'.
               88  WS-ACCRUAL-ITEM                 VALUE 'Y'.

       01  WS-DISP-WORK.
           05  WS-INTEREST-TYPE        PIC X(02)   VALUE SPACES.
           05  WS-FEE-TYPE             PIC X(02)   VALUE SPACES.
           05  WS-REJECT-REASON-CODE   PIC X(02)   VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30)   VALUE SPACES.
           05  WS-TRANS-DC             PIC X(01)   VALUE 'C'.
           05  WS-PRIOR-BAL            PIC S9(9)V99 VALUE ZERO.
           05  WS-PROJECTED-BAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-PEND-WORK-DATE       PIC 9(08)   VALUE ZERO.
           05  WS-PEND-AGE-DAYS        PIC S9(05)  VALUE ZERO.

       01  WS-DISP-TOTALS.
           05  WS-RELEASED-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-REDIRECT-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-CARRIED-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-DISP-REJECT-COUNT    PIC 9(09)   VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(09)   VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(09)   VALUE ZERO.

      ******************************************************************
      *     P R O C E D U R E   D I V I S I O N                        *
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
               PERFORM 1400-LOAD-PENDING-ACTIONS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-LOAD-ACTION-TABLE
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
           MOVE 'SLNG0035'       TO BCL-JOB-NAME
           MOVE 'SUSPDISP'       TO BCL-PROGRAM-ID
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
           OPEN INPUT DISP-FILE
           MOVE 'DISPIN'     TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-DSPREJ-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT PENDING-OUT
           MOVE 'DSPPNDO'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-PENDOUT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-SUSPENSE-IN
           END-IF.

      ******************************************************************
      * RUN PARAMETERS -- THE TRANSTYPE ENTRIES (A FORCE-RELEASE       *
      * POSTS BY THE SAME DEBIT/CREDIT INDICATORS THE NIGHTLY          *
      * RECONCILIATION USES), THE DUAL-CONTROL APPRAMT AND PENDDAYS,   *
      * AND THE ACCRUAL'S INTTYPE/FEETYPE (SEE 2220); THE OTHER        *
      * RECONPARM KEYWORDS PASS THROUGH.                               *
      ******************************************************************
       1300-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           END-IF
           CLOSE PARM-FILE
           IF NOT WS-ABORT-REQUESTED
               AND (WS-VALID-TYPE-COUNT = ZERO
                   OR NOT WS-APPROVAL-AMT-SET
                   OR NOT WS-PEND-DAYS-SET)
               MOVE 'PARMFILE'   TO WS-CHECK-FILE-ID
               MOVE 'EDIT'       TO WS-CHECK-OPERATION
               MOVE 'P2'         TO WS-CHECK-STATUS
           EVALUATE PRM-KEYWORD
               WHEN 'TRANSTYPE'
                   PERFORM 1330-ADD-VALID-TYPE
               WHEN 'APPRAMT'
                   PERFORM 1340-EDIT-PARM-AMOUNT
                   MOVE WS-PARM-AMOUNT-N TO WS-APPROVAL-AMT
                   SET WS-APPROVAL-AMT-SET TO TRUE
               WHEN 'PENDDAYS'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-PEND-DAYS
                   SET WS-PEND-DAYS-SET TO TRUE
               WHEN 'AMTLIMIT'
               WHEN 'STALEDAYS'
               WHEN 'TOLERANCE'
               WHEN 'RETENDAYS'
               WHEN 'MATCHMODE'
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
               WHEN 'HISTYEARS'
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
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
      * ACTIONS STILL AWAITING APPROVAL FROM EARLIER RUNS GO INTO THE  *
      * ACTION TABLE AHEAD OF DISPIN, SO A V ACTION CAN FIND ITS HELD  *
      * ACTION AND THE ITEM IS OFFERED AGAIN AS IT STREAMS PAST.  THE  *
      * FIRST RUN HAS NO PENDING FILE YET.                             *
      ******************************************************************
       1400-LOAD-PENDING-ACTIONS.
           OPEN INPUT PENDING-IN
           IF PENDIN-STATUS-NOT-CREATED
               CONTINUE
           ELSE
               MOVE 'DSPPNDI'    TO WS-CHECK-FILE-ID
               MOVE 'OPEN'       TO WS-CHECK-OPERATION
               MOVE WS-PENDIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
               MOVE 'N' TO WS-PENDIN-EOF-SW
               IF NOT WS-ABORT-REQUESTED
                   PERFORM 1410-READ-PENDING-IN
                   PERFORM 1420-ADD-PENDING-ENTRY
                       UNTIL WS-PENDIN-EOF
                       OR WS-ABORT-REQUESTED
               END-IF
               CLOSE PENDING-IN
           END-IF.

       1410-READ-PENDING-IN.
           READ PENDING-IN
               AT END
                   MOVE 'Y' TO WS-PENDIN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT PENDIN-STATUS-OK AND NOT PENDIN-STATUS-EOF
               MOVE 'DSPPNDI'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-PENDIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1420-ADD-PENDING-ENTRY.
           IF WS-ACT-COUNT < WS-ACT-MAX
               ADD 1 TO WS-ACT-COUNT
               SET ACT-IDX TO WS-ACT-COUNT
               MOVE PI-ACTION      TO WS-ACT-ACTION (ACT-IDX)
               MOVE PI-TRANS-KEY   TO WS-ACT-TRANS-KEY (ACT-IDX)
               MOVE PI-TRANS-DATE  TO WS-ACT-TRANS-DATE (ACT-IDX)
               MOVE PI-NEW-CUST-ID TO WS-ACT-NEW-CUST-ID (ACT-IDX)
               MOVE PI-ENTERED-BY  TO WS-ACT-ENTERED-BY (ACT-IDX)
               MOVE SPACES         TO WS-ACT-APPROVED-BY (ACT-IDX)
               MOVE PI-HELD-DATE   TO WS-ACT-HELD-DATE (ACT-IDX)
               MOVE 'N'            TO WS-ACT-APPLIED-SW (ACT-IDX)
           ELSE
               MOVE 'DSPPNDI'    TO WS-CHECK-FILE-ID
               MOVE 'TABLE'      TO WS-CHECK-OPERATION
               MOVE 'A1'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           PERFORM 1410-READ-PENDING-IN.

       1500-LOAD-ACTION-TABLE.
           MOVE 'N' TO WS-DISP-EOF-SW
           PERFORM 1510-READ-DISP-FILE
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * EVERY ACTION NAMES THE OPERATOR WHO ENTERED IT; AN APPROVER,
      * WHEN ONE IS GIVEN, MUST BE A DIFFERENT OPERATOR.
       1520-ADD-ACTION-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON
           IF DS-ACTION NOT = 'F'
               AND DS-ACTION NOT = 'W'
               AND DS-ACTION NOT = 'R'
               AND DS-ACTION NOT = 'V'
               MOVE 'D1' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
           IF DS-ENTERED-BY = SPACES
               MOVE 'DA' TO WS-REJECT-REASON-CODE
               MOVE 'ENTERING OPERATOR ID MISSING' TO WS-REJECT-REASON
           ELSE
           IF DS-APPROVED-BY NOT = SPACES
               AND DS-APPROVED-BY = DS-ENTERED-BY
               MOVE 'DB' TO WS-REJECT-REASON-CODE
               MOVE 'APPROVER SAME AS ENTERED-BY' TO WS-REJECT-REASON
           ELSE
           IF DS-ACTION = 'V'
               PERFORM 1530-APPROVE-PENDING-ACTION
           ELSE
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE DS-TRANS-KEY   TO WS-ACT-TRANS-KEY (ACT-IDX)
                   MOVE DS-TRANS-DATE  TO WS-ACT-TRANS-DATE (ACT-IDX)
                   MOVE DS-NEW-CUST-ID TO WS-ACT-NEW-CUST-ID (ACT-IDX)
                   MOVE DS-ENTERED-BY  TO WS-ACT-ENTERED-BY (ACT-IDX)
                   MOVE DS-APPROVED-BY TO WS-ACT-APPROVED-BY (ACT-IDX)
                   MOVE ZERO           TO WS-ACT-HELD-DATE (ACT-IDX)
                   MOVE 'N'            TO WS-ACT-APPLIED-SW (ACT-IDX)
               ELSE
                   MOVE 'DISPIN'     TO WS-CHECK-FILE-ID
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON-CODE NOT = SPACES
               MOVE DS-ACTION     TO DJ-ACTION
               MOVE DS-TRANS-KEY  TO DJ-TRANS-KEY
               MOVE DS-TRANS-DATE TO DJ-TRANS-DATE
               PERFORM 2600-WRITE-DISP-REJECT
           END-IF
           PERFORM 1510-READ-DISP-FILE.

      * A V ACTION NAMES THE HELD ITEM BY TRANSACTION KEY AND DATE AND
      * PUTS ITS APPROVER ON THE HELD ACTION, WHO MUST NOT BE THE
      * OPERATOR WHO ENTERED IT.  THE ACTION THEN APPLIES AS THE ITEM
      * STREAMS PAST, THROUGH THE SAME EDITS AS ANY OTHER.
       1530-APPROVE-PENDING-ACTION.
           MOVE 'N' TO WS-ACTION-FOUND-SW
           IF WS-ACT-COUNT > ZERO
               SET ACT-IDX TO 1
               SEARCH WS-ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACT-TRANS-KEY (ACT-IDX) = DS-TRANS-KEY
                       AND WS-ACT-TRANS-DATE (ACT-IDX) = DS-TRANS-DATE
                       AND WS-ACT-HELD-DATE (ACT-IDX) NOT = ZERO
                       AND WS-ACT-APPROVED-BY (ACT-IDX) = SPACES
                       SET WS-ACTION-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-ACTION-FOUND
               MOVE 'DC' TO WS-REJECT-REASON-CODE
               MOVE 'NO PENDING ACTION FOR ITEM' TO WS-REJECT-REASON
           ELSE
           IF DS-APPROVED-BY = SPACES
               MOVE 'DD' TO WS-REJECT-REASON-CODE
               MOVE 'APPROVER ID MISSING' TO WS-REJECT-REASON
           ELSE
           IF DS-APPROVED-BY = WS-ACT-ENTERED-BY (ACT-IDX)
               MOVE 'DB' TO WS-REJECT-REASON-CODE
               MOVE 'APPROVER SAME AS ENTERED-BY' TO WS-REJECT-REASON
           ELSE
               MOVE DS-APPROVED-BY TO WS-ACT-APPROVED-BY (ACT-IDX)
               ADD 1 TO WS-APPROVED-COUNT
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * ONE SUSPENSE ITEM PER PASS -- FIND ITS ACTION, APPLY OR        *
      * CARRY.  AN ITEM WHOSE ACTION FAILS ITS EDITS IS CARRIED        *
      * THE NIGHTLY RELEASE USES: THE MASTER MUST EXIST AND BE         *
      * ACTIVE, THE KEY/DATE PAIR MUST NOT ALREADY BE ON HISTORY,      *
      * AND THE TYPE MUST STILL CARRY A DEBIT/CREDIT DIRECTION.        *
      * THERE IS NO RATE FILE HERE, SO ONLY AN ITEM ALREADY IN THE     *
      * ACCOUNT CURRENCY CAN BE FORCED; ANY OTHER IS LEFT FOR THE      *
      * NIGHTLY RELEASE TO CONVERT AT THE DAY'S RATE.  A DEBIT THAT    *
      * WOULD TAKE THE BALANCE PAST THE CREDIT LIMIT IS REFUSED AS THE *
      * NIGHTLY POSTING REFUSES IT -- NO OPERATOR, APPROVED OR NOT,    *
      * CAN FORCE AN ACCOUNT OVER ITS LIMIT; THE ITEM CARRIES WITH ITS *
      * REASON UNTIL THE BALANCE ALLOWS IT.  AN ITEM THAT PASSES BUT   *
      * IS ABOVE THE APPROVAL AMOUNT NEEDS AN APPROVER.                *
      ******************************************************************
       2200-APPLY-FORCE-RELEASE.
           PERFORM 2210-LOOKUP-CUSTMAST
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 2230-FIND-TYPE-DIRECTION
                   PERFORM 2235-CHECK-CREDIT-LIMIT
                   IF NOT WS-TYPE-FOUND
                       MOVE 'D8' TO WS-REJECT-REASON-CODE
                       MOVE 'SUSPENSE TYPE NO LONGER VALID'
                           TO WS-REJECT-REASON
                   ELSE
                   IF SI-CURRENCY-CODE NOT = CM-CURRENCY-CODE
                       MOVE 'D9' TO WS-REJECT-REASON-CODE
                       MOVE 'ITEM NOT IN ACCOUNT CURRENCY'
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-OVER-LIMIT
                       MOVE 'DF' TO WS-REJECT-REASON-CODE
                       MOVE 'OVER CREDIT LIMIT' TO WS-REJECT-REASON
                   ELSE
                   IF WS-ACT-APPROVED-BY (ACT-IDX) = SPACES
                       AND FUNCTION ABS(SI-TRANS-AMT) > WS-APPROVAL-AMT
                       PERFORM 2800-HOLD-PENDING-ACTION
                   ELSE
                       PERFORM 2240-POST-RELEASED-ITEM
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * THE MONTH-END INTEREST AND FEE SHARE THE BUSINESS DATE, SO
      * THE NIGHTLY POSTING KEEPS THEM OFF TRANSHIST -- THEY ARE NOT
      * LOOKED FOR THERE, AND 2240 DOES NOT WRITE THEM.
       2220-CHECK-DUP-HISTORY.
           MOVE 'N' TO WS-DUP-FOUND-SW
           MOVE 'N' TO WS-ACCRUAL-SW
           IF SI-TRANS-TYPE NOT = SPACES
               AND (SI-TRANS-TYPE = WS-INTEREST-TYPE
                    OR SI-TRANS-TYPE = WS-FEE-TYPE)
               MOVE 'Y' TO WS-ACCRUAL-SW
           ELSE
               PERFORM 2225-READ-DUP-HISTORY
           END-IF.

       2225-READ-DUP-HISTORY.
           MOVE SI-TRANS-KEY  TO TH-TRANS-KEY
           MOVE SI-TRANS-DATE TO TH-TRANS-DATE
           READ TRANS-HIST
                   SET WS-TYPE-FOUND TO TRUE
           END-SEARCH.

      * THE NIGHTLY POSTING'S TEST: A BLANK LIMIT IS NOT ENFORCED, A
      * ZERO LIMIT ALLOWS NO OVERDRAWING AT ALL.
       2235-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO WS-OVER-LIMIT-SW
           IF WS-TYPE-FOUND
               AND WS-TRANS-DC = 'D'
               AND NOT CM-LIMIT-NOT-SET
               AND CM-CREDIT-LIMIT IS NUMERIC
               COMPUTE WS-PROJECTED-BAL =
                   CM-CUST-BAL - SI-TRANS-AMT + CM-CREDIT-LIMIT
               IF WS-PROJECTED-BAL < ZERO
                   MOVE 'Y' TO WS-OVER-LIMIT-SW
               END-IF
           END-IF.

       2240-POST-RELEASED-ITEM.
           MOVE CM-CUST-BAL TO WS-PRIOR-BAL
           IF WS-TRANS-DC = 'D'
               MOVE SI-TRANS-AMT  TO PJ-TRANS-AMT
               MOVE CM-CUST-BAL   TO PJ-NEW-BAL
               MOVE WS-RUN-DATE   TO PJ-RUN-DATE
               MOVE CM-CURRENCY-CODE TO PJ-CURRENCY-CODE
               MOVE SI-CURRENCY-CODE TO PJ-ORIG-CURRENCY
               MOVE SI-TRANS-AMT  TO PJ-ORIG-AMT
               MOVE 1             TO PJ-FX-RATE
               WRITE POSTING-JOURNAL-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN-COUNT
               IF NOT POSTJRNL-STATUS-OK
                   MOVE WS-POSTJRNL-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
               IF NOT WS-ACCRUAL-ITEM
                   MOVE SPACES        TO TRANS-HIST-RECORD
                   MOVE SI-TRANS-KEY  TO TH-TRANS-KEY
                   MOVE SI-TRANS-DATE TO TH-TRANS-DATE
                   MOVE WS-RUN-DATE   TO TH-RUN-DATE
                   MOVE SI-TRANS-AMT  TO TH-TRANS-AMT
                   MOVE SI-TRANS-TYPE TO TH-TRANS-TYPE
                   MOVE WS-TRANS-DC   TO TH-TRANS-DC
                   MOVE 'N'           TO TH-REVERSED-SW
                   MOVE SI-CURRENCY-CODE TO TH-CURRENCY-CODE
                   MOVE SI-TRANS-AMT  TO TH-POSTED-AMT
                   WRITE TRANS-HIST-RECORD
                   IF NOT TRANSHIST-STATUS-OK
                       MOVE 'TRANSHIST'  TO WS-CHECK-FILE-ID
                       MOVE 'WRITE'      TO WS-CHECK-OPERATION
                       MOVE WS-TRANSHIST-STAT TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
               END-IF
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SI-TRANS-KEY TO AU-AFTER-CUST-ID
           END-IF.

      * A WRITE-OFF NEEDS NO MASTER -- THE ITEM LEAVES SUSPENSE WITH
      * A GL-ABLE RECORD SO FINANCE CAN BOOK THE AMOUNT OFF.  ONE
      * ABOVE THE APPROVAL AMOUNT NEEDS AN APPROVER.
       2300-APPLY-WRITEOFF.
           IF WS-ACT-APPROVED-BY (ACT-IDX) = SPACES
               AND FUNCTION ABS(SI-TRANS-AMT) > WS-APPROVAL-AMT
               PERFORM 2800-HOLD-PENDING-ACTION
           ELSE
               PERFORM 2310-WRITE-OFF-ITEM
           END-IF.

       2310-WRITE-OFF-ITEM.
           MOVE SPACES            TO WRITEOFF-RECORD
           MOVE WS-RUN-DATE       TO WO-RUN-DATE
           MOVE SI-TRANS-KEY      TO WO-TRANS-KEY
           MOVE SI-TRANS-TYPE     TO WO-TRANS-TYPE
           MOVE SI-TRANS-AMT      TO WO-TRANS-AMT
           MOVE 'SUSPENSE WRITE-OFF ' TO WO-REASON
           MOVE SI-CURRENCY-CODE  TO WO-CURRENCY-CODE
           WRITE WRITEOFF-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT WRITOFF-STATUS-OK
                   MOVE SI-TRANS-TYPE     TO SO-TRANS-TYPE
                   MOVE ZERO              TO SO-AGE-DAYS
                   MOVE SI-FIRST-RUN-DATE TO SO-FIRST-RUN-DATE
                   MOVE SI-CURRENCY-CODE  TO SO-CURRENCY-CODE
                   PERFORM 2550-WRITE-SUSPENSE-OUT
                   ADD 1 TO WS-REDIRECT-COUNT
                   MOVE WS-ACT-NEW-CUST-ID (ACT-IDX)
           MOVE SI-TRANS-TYPE     TO SO-TRANS-TYPE
           MOVE SI-AGE-DAYS       TO SO-AGE-DAYS
           MOVE SI-FIRST-RUN-DATE TO SO-FIRST-RUN-DATE
           MOVE SI-SUSP-REASON    TO SO-SUSP-REASON
           MOVE SI-CURRENCY-CODE  TO SO-CURRENCY-CODE
           PERFORM 2550-WRITE-SUSPENSE-OUT
           ADD 1 TO WS-CARRIED-COUNT.

           MOVE SI-TRANS-DATE TO AU-TRANS-DATE
           MOVE SI-TRANS-AMT  TO AU-TRANS-AMT
           MOVE SI-AGE-DAYS   TO AU-AGE-DAYS
           MOVE WS-ACT-ENTERED-BY (ACT-IDX)  TO AU-ENTERED-BY
           MOVE WS-ACT-APPROVED-BY (ACT-IDX) TO AU-APPROVED-BY
           WRITE AUDIT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
           IF NOT AUDIT-STATUS-OK
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * A RELEASE OR WRITE-OFF ABOVE THE APPROVAL AMOUNT WITH NO       *
      * APPROVER IS NEITHER APPLIED NOR REJECTED -- THE ACTION GOES TO *
      * THE PENDING FILE UNDER THE DATE IT WAS FIRST HELD AND THE ITEM *
      * STAYS ON SUSPENSE.  ONE ALREADY HELD MORE THAN PENDDAYS DAYS   *
      * HAS EXPIRED AND IS REJECTED INSTEAD; IT MUST BE ENTERED AGAIN. *
      ******************************************************************
       2800-HOLD-PENDING-ACTION.
           IF WS-ACT-HELD-DATE (ACT-IDX) = ZERO
               MOVE WS-RUN-DATE TO WS-PEND-WORK-DATE
           ELSE
               MOVE WS-ACT-HELD-DATE (ACT-IDX) TO WS-PEND-WORK-DATE
           END-IF
           COMPUTE WS-PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PEND-WORK-DATE)
           IF WS-PEND-AGE-DAYS > WS-PEND-DAYS
               MOVE 'DE' TO WS-REJECT-REASON-CODE
               MOVE 'PENDING APPROVAL EXPIRED' TO WS-REJECT-REASON
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE SPACES TO PENDING-OUT-RECORD
               MOVE WS-PEND-WORK-DATE           TO PO-HELD-DATE
               MOVE WS-ACT-ACTION (ACT-IDX)      TO PO-ACTION
               MOVE WS-ACT-TRANS-KEY (ACT-IDX)   TO PO-TRANS-KEY
               MOVE WS-ACT-TRANS-DATE (ACT-IDX)  TO PO-TRANS-DATE
               MOVE WS-ACT-NEW-CUST-ID (ACT-IDX) TO PO-NEW-CUST-ID
               MOVE WS-ACT-ENTERED-BY (ACT-IDX)  TO PO-ENTERED-BY
               WRITE PENDING-OUT-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN-COUNT
               IF NOT PENDOUT-STATUS-OK
                   MOVE 'DSPPNDO'    TO WS-CHECK-FILE-ID
                   MOVE 'WRITE'      TO WS-CHECK-OPERATION
                   MOVE WS-PENDOUT-STAT TO WS-CHECK-STATUS
                   PERFORM 8000-CHECK-FILE-STATUS
               END-IF
               ADD 1 TO WS-HELD-COUNT
               PERFORM 2500-CARRY-ITEM-FORWARD
           END-IF.

      * AN ACTION WHOSE KEY/DATE NEVER STREAMED PAST IS A BAD ACTION
      * -- THE ITEM IS NOT ON SUSPENSE (OR TWO ACTIONS NAMED THE SAME
      * ITEM AND AN EARLIER ONE ALREADY TOOK IT).
                   WHEN 'P2'
                       MOVE 'REQUIRED PARAMETER MISSING'
                           TO ERL-MESSAGE
                   WHEN 'P3'
                       MOVE 'NON-NUMERIC PARAMETER VALUE'
                           TO ERL-MESSAGE
                   WHEN 'P4'
                       MOVE 'TRANSACTION TYPE TABLE FULL'
                           TO ERL-MESSAGE
           CLOSE WRITEOFF-FILE
           CLOSE AUDIT-FILE
           CLOSE DISP-REJECTS
           CLOSE PENDING-OUT
           CLOSE ERROR-LOG.

       9200-WRITE-RUNLOG.
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           CLOSE RUNLOG-FILE.

      * AN END THAT CANNOT BE RECORDED LEAVES THE STEP SHOWING AS NOT
      * ENDED ON THE NIGHT STATUS -- IT IS REPORTED, BUT THE WORK IS
      * DONE AND THE RETURN CODE STANDS.
       9300-REGISTER-JOB-END.
           MOVE 'E'              TO BCL-FUNCTION
           MOVE WS-RUN-DATE      TO BCL-BUSINESS-DATE
           MOVE 'SLNG0035'       TO BCL-JOB-NAME
           MOVE 'SUSPDISP'       TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
