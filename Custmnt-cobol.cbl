      * ADD/CHANGE/DELETE ACTIONS, EVERY APPLIED ACTION WRITES A       *
      * BEFORE-IMAGE/AFTER-IMAGE AUDIT RECORD, AND BAD ACTIONS GO TO   *
      * THE REJECT FILE WITH A REASON CODE.                            *
      * DUAL CONTROL -- EVERY ACTION CARRIES THE ENTERING OPERATOR'S   *
      * ID AND MAY CARRY A DIFFERENT APPROVING OPERATOR'S ID.  A       *
      * BALANCE MOVEMENT ABOVE THE APPRAMT PARAMETER WITH NO APPROVER  *
      * IS HELD ON THE PENDING FILE, RE-OFFERED EACH RUN UNTIL A V     *
      * (APPROVE) ACTION RELEASES IT OR IT EXPIRES AFTER PENDDAYS.     *
      ******************************************************************
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO MAINTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTREJ-STAT.

           SELECT PENDING-IN ASSIGN TO MNTPNDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STAT.

           SELECT PENDING-OUT ASSIGN TO MNTPNDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STAT.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STAT.

           SELECT ERROR-LOG ASSIGN TO ERRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STAT.
      ******************************************************************
       FILE SECTION.

      * A V (APPROVE) ACTION CARRIES THE PENDING REFERENCE OF THE HELD
      * ACTION IN THE NAME COLUMNS AND THE APPROVER IN MT-APPROVED-BY.
       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X(01).
           05  MT-CUST-ID              PIC X(10).
           05  MT-CUST-NAME            PIC X(30).
           05  MT-APPROVAL-FIELDS REDEFINES MT-CUST-NAME.
               10  MT-PEND-REF         PIC X(13).
               10  FILLER              PIC X(17).
           05  MT-CUST-BAL-X           PIC X(11).
           05  MT-CUST-BAL REDEFINES MT-CUST-BAL-X
                                       PIC S9(9)V99.
           05  MT-CUST-STATUS          PIC X(01).
           05  MT-CREDIT-LIMIT-X       PIC X(11).
           05  MT-CREDIT-LIMIT REDEFINES MT-CREDIT-LIMIT-X
                                       PIC 9(9)V99.
           05  MT-CURRENCY-CODE        PIC X(03).
           05  MT-ENTERED-BY           PIC X(08).
           05  MT-APPROVED-BY          PIC X(08).

       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
           05  AU-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-AFTER-STATUS         PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-BEFORE-LIMIT         PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-AFTER-LIMIT          PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-BEFORE-CURRENCY      PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-AFTER-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  AU-APPROVED-BY          PIC X(08).

       FD  MAINT-REJECTS
           LABEL RECORDS ARE STANDARD.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  MJ-REASON               PIC X(30).

      * ACTIONS HELD FOR A SECOND OPERATOR'S APPROVAL.  THE PENDING
      * REFERENCE IS THE RUN DATE THE ACTION WAS HELD AND A SEQUENCE
      * WITHIN THAT DATE; THE HELD ACTION FOLLOWS AS IT WAS ENTERED,
      * IN THE MAINTIN LAYOUT.
       FD  PENDING-IN
           LABEL RECORDS ARE STANDARD.
       01  PENDING-IN-RECORD.
           05  PI-PEND-REF.
               10  PI-HELD-DATE        PIC 9(08).
               10  PI-PEND-SEQ         PIC 9(05).
           05  FILLER                  PIC X(02).
           05  PI-MAINT-IMAGE          PIC X(83).

       FD  PENDING-OUT
           LABEL RECORDS ARE STANDARD.
       01  PENDING-OUT-RECORD.
           05  PO-PEND-REF.
               10  PO-HELD-DATE        PIC 9(08).
               10  PO-PEND-SEQ         PIC 9(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PO-MAINT-IMAGE          PIC X(83).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PRM-KEYWORD             PIC X(10).
           05  PRM-VALUE               PIC X(20).
           05  FILLER                  PIC X(50).

       FD  ERROR-LOG
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-RECORD.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==CUSTMAST==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==AUDIT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==MNTREJ==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PENDIN==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PENDOUT==.
           COPY CPY-FSTAT REPLACING ==:TAG:== BY ==PARM==.
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
                   VALUE 'P1' 'P2' 'P3' 'A1'.
           05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
               88  WS-ABORT-REQUESTED              VALUE 'Y'.
           05  WS-ERRLOG-AVAILABLE-SW  PIC X(01)   VALUE 'Y'.
           05  WS-DELETE-COUNT         PIC 9(09)   VALUE ZERO.
           05  WS-STATUS-COUNT         PIC 9(09)   VALUE ZERO.
           05  WS-MAINT-REJECT-COUNT   PIC 9(09)   VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(09)   VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(09)   VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(09)   VALUE ZERO.

       01  WS-MAINT-FLAGS.
           05  WS-MAINT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-MAINT-EOF                    VALUE 'Y'.
           05  WS-CUSTMAST-FOUND-SW    PIC X(01)   VALUE 'N'.
               88  WS-CUSTMAST-FOUND               VALUE 'Y'.
           05  WS-PENDIN-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-PENDIN-EOF                   VALUE 'Y'.
           05  WS-PEND-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-PEND-FOUND                   VALUE 'Y'.

       01  WS-MAINT-WORK.
           05  WS-REJECT-REASON-CODE   PIC X(02)   VALUE SPACES.
           05  WS-BEFORE-NAME          PIC X(30)   VALUE SPACES.
           05  WS-BEFORE-BAL           PIC S9(9)V99 VALUE ZERO.
           05  WS-BEFORE-STATUS        PIC X(01)   VALUE SPACE.
           05  WS-BEFORE-LIMIT         PIC X(11)   VALUE SPACES.
           05  WS-BEFORE-CURRENCY      PIC X(03)   VALUE SPACES.
           05  WS-APPROVER-ID          PIC X(08)   VALUE SPACES.
           05  WS-PEND-WORK-DATE       PIC 9(08)   VALUE ZERO.
           05  WS-PEND-AGE-DAYS        PIC S9(05)  VALUE ZERO.
           05  WS-PEND-NEXT-SEQ        PIC 9(05)   VALUE 1.

      * DUAL-CONTROL PARAMETERS FROM RECONPARM, BOTH REQUIRED.  A
      * ZERO APPROVAL AMOUNT HOLDS EVERY BALANCE MOVEMENT.
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

      * ACTIONS AWAITING APPROVAL -- THE LAST RUN'S PENDING FILE PLUS
      * TONIGHT'S HOLDS.  AN APPROVAL TICKS ITS ENTRY OFF AND WHAT IS
      * LEFT IS WRITTEN BACK OUT AT THE END.  HELD ACTIONS ARE THE
      * EXCEPTION, NOT THE VOLUME, SO A FIXED TABLE IS SAFE.
       01  WS-PENDING-TABLE.
           05  WS-PEND-MAX             PIC 9(04)   VALUE 1000.
           05  WS-PEND-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-PEND-COUNT
                   INDEXED BY PEND-IDX.
               10  WS-PEND-REF.
                   15  WS-PEND-HELD-DATE PIC 9(08).
                   15  WS-PEND-SEQ     PIC 9(05).
               10  WS-PEND-IMAGE.
                   15  WS-PEND-ACTION  PIC X(01).
                   15  WS-PEND-CUST-ID PIC X(10).
                   15  FILLER          PIC X(56).
                   15  WS-PEND-ENTERED-BY PIC X(08).
                   15  FILLER          PIC X(08).
               10  WS-PEND-DONE-SW     PIC X(01).
                   88  WS-PEND-DONE                VALUE 'Y'.

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
               PERFORM 2000-PROCESS-MAINT-ACTION
                   UNTIL WS-MAINT-EOF
                   OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2900-WRITE-PENDING-FILE
           END-IF
           MOVE 0000 TO WS-FINAL-RETURN-CODE
           IF WS-MAINT-REJECT-COUNT NOT = ZERO
               MOVE 0004 TO WS-FINAL-RETURN-CODE
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
           MOVE 'SLNG0005'       TO BCL-JOB-NAME
           MOVE 'CUSTMNT'        TO BCL-PROGRAM-ID
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
           OPEN INPUT MAINT-FILE
           MOVE 'MAINTIN'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-MNTREJ-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           OPEN OUTPUT PENDING-OUT
           MOVE 'MNTPNDO'    TO WS-CHECK-FILE-ID
           MOVE 'OPEN'       TO WS-CHECK-OPERATION
           MOVE WS-PENDOUT-STAT TO WS-CHECK-STATUS
           PERFORM 8000-CHECK-FILE-STATUS
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1400-LOAD-PENDING-ACTIONS
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2100-READ-MAINT-FILE
           END-IF.

      ******************************************************************
      * RUN PARAMETERS -- ONLY APPRAMT AND PENDDAYS MATTER HERE; THE   *
      * OTHER RECONPARM KEYWORDS BELONG TO OTHER JOBS AND PASS         *
      * THROUGH.                                                       *
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
               AND (NOT WS-APPROVAL-AMT-SET
                   OR NOT WS-PEND-DAYS-SET)
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
               WHEN 'APPRAMT'
                   PERFORM 1340-EDIT-PARM-AMOUNT
                   MOVE WS-PARM-AMOUNT-N TO WS-APPROVAL-AMT
                   SET WS-APPROVAL-AMT-SET TO TRUE
               WHEN 'PENDDAYS'
                   PERFORM 1350-EDIT-PARM-NUMBER
                   MOVE PRM-VALUE(1:3) TO WS-PEND-DAYS
                   SET WS-PEND-DAYS-SET TO TRUE
               WHEN 'TRANSTYPE'
               WHEN 'AMTLIMIT'
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
      * ACTIONS STILL AWAITING APPROVAL FROM EARLIER RUNS GO BACK INTO *
      * THE PENDING TABLE SO TONIGHT'S APPROVALS CAN RELEASE THEM.     *
      * NEW HOLDS NUMBER ON FROM THE HIGHEST SEQUENCE ALREADY USED FOR *
      * THE RUN DATE.  THE FIRST RUN HAS NO PENDING FILE YET.          *
      ******************************************************************
       1400-LOAD-PENDING-ACTIONS.
           OPEN INPUT PENDING-IN
           IF PENDIN-STATUS-NOT-CREATED
               CONTINUE
           ELSE
               MOVE 'MNTPNDI'    TO WS-CHECK-FILE-ID
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
               MOVE 'MNTPNDI'    TO WS-CHECK-FILE-ID
               MOVE 'READ'       TO WS-CHECK-OPERATION
               MOVE WS-PENDIN-STAT TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

       1420-ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT < WS-PEND-MAX
               ADD 1 TO WS-PEND-COUNT
               SET PEND-IDX TO WS-PEND-COUNT
               MOVE PI-PEND-REF    TO WS-PEND-REF (PEND-IDX)
               MOVE PI-MAINT-IMAGE TO WS-PEND-IMAGE (PEND-IDX)
               MOVE 'N'            TO WS-PEND-DONE-SW (PEND-IDX)
               IF PI-HELD-DATE = WS-RUN-DATE
                   AND PI-PEND-SEQ NOT < WS-PEND-NEXT-SEQ
                   COMPUTE WS-PEND-NEXT-SEQ = PI-PEND-SEQ + 1
               END-IF
           ELSE
               MOVE 'MNTPNDI'    TO WS-CHECK-FILE-ID
               MOVE 'TABLE'      TO WS-CHECK-OPERATION
               MOVE 'A1'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF
           PERFORM 1410-READ-PENDING-IN.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER RECORD -- EDIT IT, LOOK UP THE      *
      * TARGET MASTER RECORD, THEN APPLY, HOLD OR REJECT.  AN APPROVAL *
      * (V) FIRST SWAPS IN THE HELD ACTION IT RELEASES.                *
      ******************************************************************
       2000-PROCESS-MAINT-ACTION.
           MOVE SPACES TO WS-REJECT-REASON-CODE
               AND MT-ACTION NOT = 'C'
               AND MT-ACTION NOT = 'D'
               AND MT-ACTION NOT = 'S'
               AND MT-ACTION NOT = 'V'
               MOVE 'M5' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON-CODE = SPACES
               PERFORM 2050-CHECK-OPERATORS
           END-IF
           IF WS-REJECT-REASON-CODE = SPACES
               AND MT-ACTION = 'V'
               PERFORM 2700-RELEASE-PENDING-ACTION
           END-IF
           IF WS-REJECT-REASON-CODE = SPACES
               PERFORM 2150-LOOKUP-CUSTMAST
               EVALUATE MT-ACTION
           END-IF
           PERFORM 2100-READ-MAINT-FILE.

      * EVERY ACTION NAMES THE OPERATOR WHO ENTERED IT.  AN APPROVER,
      * WHEN ONE IS GIVEN, MUST BE A DIFFERENT OPERATOR.
       2050-CHECK-OPERATORS.
           IF MT-ENTERED-BY = SPACES
               MOVE 'ME' TO WS-REJECT-REASON-CODE
               MOVE 'ENTERING OPERATOR ID MISSING' TO WS-REJECT-REASON
           ELSE
               IF MT-APPROVED-BY NOT = SPACES
                   AND MT-APPROVED-BY = MT-ENTERED-BY
                   MOVE 'MF' TO WS-REJECT-REASON-CODE
                   MOVE 'APPROVER SAME AS ENTERED-BY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2100-READ-MAINT-FILE.
           READ MAINT-FILE
               AT END
           MOVE SPACES TO WS-BEFORE-NAME
           MOVE ZERO   TO WS-BEFORE-BAL
           MOVE SPACE  TO WS-BEFORE-STATUS
           MOVE SPACES TO WS-BEFORE-LIMIT
           MOVE SPACES TO WS-BEFORE-CURRENCY
           MOVE MT-CUST-ID TO CM-CUST-ID
           READ CUSTMAST
               KEY IS CM-CUST-ID
                   MOVE CM-CUST-NAME   TO WS-BEFORE-NAME
                   MOVE CM-CUST-BAL    TO WS-BEFORE-BAL
                   MOVE CM-CUST-STATUS TO WS-BEFORE-STATUS
                   MOVE CM-CREDIT-LIMIT-X TO WS-BEFORE-LIMIT
                   MOVE CM-CURRENCY-CODE  TO WS-BEFORE-CURRENCY
           END-READ
           IF NOT CUSTMAST-STATUS-OK AND NOT CUSTMAST-STATUS-NOT-FOUND
               MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      * A BLANK CREDIT LIMIT ON AN ADD LEAVES THE ACCOUNT WITHOUT ONE
      * (NOT ENFORCED BY THE NIGHTLY POSTING); ON A CHANGE A BLANK
      * LIMIT LEAVES THE CURRENT LIMIT AS IT IS.  THE ACCOUNT CURRENCY
      * IS SET ON THE ADD (BLANK FOR THE HOUSE CURRENCY) AND NEVER
      * CHANGES AFTER -- THE BALANCE AND LIMIT ARE HELD IN IT.  AN
      * OPENING BALANCE, OR A CHANGE THAT MOVES THE BALANCE, BY MORE
      * THAN THE APPROVAL AMOUNT IS HELD UNLESS IT CARRIES AN APPROVER.
       2200-APPLY-ADD.
           IF WS-CUSTMAST-FOUND
               MOVE 'M1' TO WS-REJECT-REASON-CODE
               IF MT-CUST-BAL NOT NUMERIC
                   MOVE 'M7' TO WS-REJECT-REASON-CODE
                   MOVE 'NON-NUMERIC BALANCE' TO WS-REJECT-REASON
               ELSE
               IF MT-CREDIT-LIMIT-X NOT = SPACES
                   AND MT-CREDIT-LIMIT NOT NUMERIC
                   MOVE 'MB' TO WS-REJECT-REASON-CODE
                   MOVE 'NON-NUMERIC CREDIT LIMIT' TO WS-REJECT-REASON
               ELSE
               IF MT-CURRENCY-CODE NOT = SPACES
                   AND MT-CURRENCY-CODE NOT ALPHABETIC
                   MOVE 'MC' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID CURRENCY CODE' TO WS-REJECT-REASON
               ELSE
               IF MT-APPROVED-BY = SPACES
                   AND FUNCTION ABS(MT-CUST-BAL) > WS-APPROVAL-AMT
                   PERFORM 2800-HOLD-PENDING-ACTION
               ELSE
                   MOVE SPACES       TO CUSTMAST-RECORD
                   MOVE MT-CUST-ID   TO CM-CUST-ID
                   MOVE MT-CUST-NAME TO CM-CUST-NAME
                   MOVE MT-CUST-BAL  TO CM-CUST-BAL
                   MOVE 'A'          TO CM-CUST-STATUS
                   MOVE MT-CREDIT-LIMIT-X TO CM-CREDIT-LIMIT-X
                   MOVE MT-CURRENCY-CODE  TO CM-CURRENCY-CODE
                   WRITE CUSTMAST-RECORD
                   IF NOT CUSTMAST-STATUS-OK
                       MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
                       PERFORM 2500-WRITE-AUDIT
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
                   AND MT-CUST-BAL NOT NUMERIC
                   MOVE 'M7' TO WS-REJECT-REASON-CODE
                   MOVE 'NON-NUMERIC BALANCE' TO WS-REJECT-REASON
               ELSE
               IF MT-CREDIT-LIMIT-X NOT = SPACES
                   AND MT-CREDIT-LIMIT NOT NUMERIC
                   MOVE 'MB' TO WS-REJECT-REASON-CODE
                   MOVE 'NON-NUMERIC CREDIT LIMIT' TO WS-REJECT-REASON
               ELSE
               IF MT-CURRENCY-CODE NOT = SPACES
                   AND MT-CURRENCY-CODE NOT = CM-CURRENCY-CODE
                   MOVE 'MD' TO WS-REJECT-REASON-CODE
                   MOVE 'ACCOUNT CURRENCY CANNOT CHANGE'
                       TO WS-REJECT-REASON
               ELSE
               IF MT-APPROVED-BY = SPACES
                   AND MT-CUST-BAL-X NOT = SPACES
                   AND FUNCTION ABS(MT-CUST-BAL - CM-CUST-BAL)
                       > WS-APPROVAL-AMT
                   PERFORM 2800-HOLD-PENDING-ACTION
               ELSE
                   IF MT-CUST-NAME NOT = SPACES
                       MOVE MT-CUST-NAME TO CM-CUST-NAME
                   IF MT-CUST-BAL-X NOT = SPACES
                       MOVE MT-CUST-BAL TO CM-CUST-BAL
                   END-IF
                   IF MT-CREDIT-LIMIT-X NOT = SPACES
                       MOVE MT-CREDIT-LIMIT-X TO CM-CREDIT-LIMIT-X
                   END-IF
                   REWRITE CUSTMAST-RECORD
                   IF NOT CUSTMAST-STATUS-OK
                       MOVE 'CUSTMAST'   TO WS-CHECK-FILE-ID
                       PERFORM 2500-WRITE-AUDIT
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ONE AUDIT LINE PER APPLIED ACTION -- BEFORE IMAGE FROM THE     *
      * LOOKUP, AFTER IMAGE FROM THE MASTER RECORD AS APPLIED.  FOR    *
      * AN ADD THE BEFORE IMAGE IS EMPTY, FOR A DELETE THE AFTER       *
      * IMAGE IS EMPTY.  BOTH OPERATOR IDS GO ON THE LINE -- FOR A     *
      * RELEASED HOLD, THE ORIGINAL ENTERER AND THE APPROVER.          *
      ******************************************************************
       2500-WRITE-AUDIT.
           MOVE WS-RUN-DATE     TO AU-RUN-DATE
           MOVE WS-BEFORE-NAME   TO AU-BEFORE-NAME
           MOVE WS-BEFORE-BAL    TO AU-BEFORE-BAL
           MOVE WS-BEFORE-STATUS TO AU-BEFORE-STATUS
           MOVE WS-BEFORE-LIMIT  TO AU-BEFORE-LIMIT
           MOVE WS-BEFORE-CURRENCY TO AU-BEFORE-CURRENCY
           MOVE MT-ENTERED-BY    TO AU-ENTERED-BY
           MOVE MT-APPROVED-BY   TO AU-APPROVED-BY
           IF MT-ACTION = 'D'
               MOVE SPACES TO AU-AFTER-NAME
               MOVE ZERO   TO AU-AFTER-BAL
               MOVE SPACE  TO AU-AFTER-STATUS
               MOVE SPACES TO AU-AFTER-LIMIT
               MOVE SPACES TO AU-AFTER-CURRENCY
           ELSE
               MOVE CM-CUST-NAME   TO AU-AFTER-NAME
               MOVE CM-CUST-BAL    TO AU-AFTER-BAL
               MOVE CM-CUST-STATUS TO AU-AFTER-STATUS
               MOVE CM-CREDIT-LIMIT-X TO AU-AFTER-LIMIT
               MOVE CM-CURRENCY-CODE  TO AU-AFTER-CURRENCY
           END-IF
           WRITE AUDIT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-COUNT
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * APPROVAL OF A HELD ACTION -- THE V RECORD NAMES THE CUSTOMER,  *
      * THE PENDING REFERENCE (HELD DATE AND SEQUENCE, COLS 12-24) AND *
      * THE APPROVER, WHO MUST NOT BE THE OPERATOR WHO ENTERED THE     *
      * HELD ACTION.  THE HELD ACTION IS THEN RESTORED WITH THE        *
      * APPROVER ON IT AND TAKES THE NORMAL EDITS AGAINST THE MASTER   *
      * AS IT STANDS NOW.                                              *
      ******************************************************************
       2700-RELEASE-PENDING-ACTION.
           MOVE 'N' TO WS-PEND-FOUND-SW
           IF WS-PEND-COUNT > ZERO
               SET PEND-IDX TO 1
               SEARCH WS-PEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PEND-REF (PEND-IDX) = MT-PEND-REF
                       AND WS-PEND-CUST-ID (PEND-IDX) = MT-CUST-ID
                       AND NOT WS-PEND-DONE (PEND-IDX)
                       SET WS-PEND-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-PEND-FOUND
               MOVE 'MG' TO WS-REJECT-REASON-CODE
               MOVE 'PENDING REFERENCE NOT FOUND' TO WS-REJECT-REASON
           ELSE
           IF MT-APPROVED-BY = SPACES
               MOVE 'MH' TO WS-REJECT-REASON-CODE
               MOVE 'APPROVER ID MISSING' TO WS-REJECT-REASON
           ELSE
           IF MT-APPROVED-BY = WS-PEND-ENTERED-BY (PEND-IDX)
               MOVE 'MF' TO WS-REJECT-REASON-CODE
               MOVE 'APPROVER SAME AS ENTERED-BY' TO WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-PEND-DONE-SW (PEND-IDX)
               ADD 1 TO WS-APPROVED-COUNT
               MOVE MT-APPROVED-BY TO WS-APPROVER-ID
               MOVE WS-PEND-IMAGE (PEND-IDX) TO MAINT-RECORD
               MOVE WS-APPROVER-ID TO MT-APPROVED-BY
           END-IF
           END-IF
           END-IF.

      * A BALANCE MOVEMENT ABOVE THE APPROVAL AMOUNT WITH NO APPROVER
      * ON IT IS NEITHER APPLIED NOR REJECTED -- IT IS HELD, AS
      * ENTERED, UNDER A NEW PENDING REFERENCE.
       2800-HOLD-PENDING-ACTION.
           IF WS-PEND-COUNT < WS-PEND-MAX
               ADD 1 TO WS-PEND-COUNT
               SET PEND-IDX TO WS-PEND-COUNT
               MOVE WS-RUN-DATE      TO WS-PEND-HELD-DATE (PEND-IDX)
               MOVE WS-PEND-NEXT-SEQ TO WS-PEND-SEQ (PEND-IDX)
               MOVE MAINT-RECORD     TO WS-PEND-IMAGE (PEND-IDX)
               MOVE 'N'              TO WS-PEND-DONE-SW (PEND-IDX)
               ADD 1 TO WS-PEND-NEXT-SEQ
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'MNTPNDO'    TO WS-CHECK-FILE-ID
               MOVE 'TABLE'      TO WS-CHECK-OPERATION
               MOVE 'A1'         TO WS-CHECK-STATUS
               PERFORM 8000-CHECK-FILE-STATUS
           END-IF.

      ******************************************************************
      * WHAT IS STILL AWAITING APPROVAL GOES OUT ON TONIGHT'S PENDING  *
      * FILE FOR THE NEXT RUN.  AN ACTION HELD MORE THAN PENDDAYS      *
      * DAYS EXPIRES -- IT IS REJECTED AND MUST BE ENTERED AGAIN.      *
      ******************************************************************
       2900-WRITE-PENDING-FILE.
           IF WS-PEND-COUNT > ZERO
               PERFORM 2910-WRITE-PENDING-ENTRY
                   VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > WS-PEND-COUNT
                   OR WS-ABORT-REQUESTED
           END-IF.

       2910-WRITE-PENDING-ENTRY.
           IF NOT WS-PEND-DONE (PEND-IDX)
               MOVE WS-PEND-HELD-DATE (PEND-IDX) TO WS-PEND-WORK-DATE
               COMPUTE WS-PEND-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PEND-WORK-DATE)
               IF WS-PEND-AGE-DAYS > WS-PEND-DAYS
                   MOVE WS-PEND-IMAGE (PEND-IDX) TO MAINT-RECORD
                   MOVE 'MI' TO WS-REJECT-REASON-CODE
                   MOVE 'PENDING APPROVAL EXPIRED' TO WS-REJECT-REASON
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM 2600-WRITE-MAINT-REJECT
               ELSE
                   MOVE SPACES TO PENDING-OUT-RECORD
                   MOVE WS-PEND-REF (PEND-IDX)   TO PO-PEND-REF
                   MOVE WS-PEND-IMAGE (PEND-IDX) TO PO-MAINT-IMAGE
                   WRITE PENDING-OUT-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN-COUNT
                   IF NOT PENDOUT-STATUS-OK
                       MOVE 'MNTPNDO'    TO WS-CHECK-FILE-ID
                       MOVE 'WRITE'      TO WS-CHECK-OPERATION
                       MOVE WS-PENDOUT-STAT TO WS-CHECK-STATUS
                       PERFORM 8000-CHECK-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       8000-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = '00'
               MOVE WS-CHECK-FILE-ID    TO ERL-FILE-ID
                   WHEN '90' THRU '99'
                       MOVE 'LOGIC ERROR - INVALID FILE REQUEST'
                           TO ERL-MESSAGE
                   WHEN 'A1'
                       MOVE 'PENDING APPROVAL TABLE FULL'
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
                   WHEN OTHER
                       MOVE 'UNRECOGNIZED FILE STATUS CODE'
                           TO ERL-MESSAGE
                   DISPLAY WS-CHECK-FILE-ID ' ' WS-CHECK-OPERATION
                       ' STATUS ' WS-CHECK-STATUS ' ' ERL-MESSAGE
               END-IF
      * ONLY REAL FILE STATUSES (FIRST BYTE A DIGIT) USE THE 30-AND-
      * ABOVE RULE; LETTER-PREFIXED CODES ABEND ONLY WHEN LISTED IN
      * THE FORCED-ABEND CONDITION.
               IF (WS-CHECK-STATUS(1:1) IS NUMERIC
                   AND WS-CHECK-STATUS NOT < '30')
                   OR WS-CHECK-FORCED-ABEND
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF.
           CLOSE CUSTMAST
           CLOSE AUDIT-FILE
           CLOSE MAINT-REJECTS
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
           MOVE 'SLNG0005'       TO BCL-JOB-NAME
           MOVE 'CUSTMNT'        TO BCL-PROGRAM-ID
           MOVE WS-FINAL-RETURN-CODE TO BCL-RETURN-CODE
           CALL 'BTCHCTL' USING BATCH-CONTROL-PARMS
           IF NOT BCL-RESULT-OK
               DISPLAY 'BATCH CONTROL END UPDATE FAILED, STATUS='
                   BCL-RESULT
           END-IF.
