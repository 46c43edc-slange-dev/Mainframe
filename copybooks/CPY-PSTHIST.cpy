      ******************************************************************
      *     C P Y - P S T H I S T                                      *
      ******************************************************************
      * LONG-TERM POSTING HISTORY RECORD (VSAM KSDS, KEY = CUSTOMER + *
      * TRANSACTION DATE + RUN DATE + JOURNAL SOURCE AND SEQUENCE).   *
      * ONE RECORD PER POSTING-JOURNAL LINE, LOADED BY PSTHLOAD,      *
      * BROWSED BY PSTHRSCH AND AGED OUT BY PSTHPURG AFTER HISTYEARS  *
      * YEARS.  COPY PLAIN UNDER THE FD IN EVERY PROGRAM THAT READS   *
      * OR WRITES THE HISTORY SO ALL OF THEM AGREE ON THE LAYOUT.     *
      *                                                               *
      * THE JOURNAL SOURCE IS N FOR THE NIGHTLY RECONCILIATION'S      *
      * JOURNAL, D FOR A SUSPENSE-DISPOSITION JOURNAL; THE SEQUENCE   *
      * IS THE LINE'S POSITION IN THAT JOURNAL GENERATION, SO A       *
      * RELOAD OF THE SAME GENERATION FINDS EVERY KEY ALREADY THERE.  *
      * AMOUNTS AND BALANCES ARE IN THE ACCOUNT CURRENCY AS ON THE    *
      * JOURNAL; A BLANK CURRENCY CODE IS THE HOUSE CURRENCY.         *
      ******************************************************************
       01  POSTING-HISTORY-RECORD.
           05  PH-HIST-KEY.
               10  PH-CUST-ID          PIC X(10).
               10  PH-TRANS-DATE       PIC X(08).
               10  PH-RUN-DATE         PIC 9(08).
               10  PH-JRNL-SOURCE      PIC X(01).
                   88  PH-NIGHTLY-JOURNAL          VALUE 'N'.
                   88  PH-DISPOSITION-JOURNAL      VALUE 'D'.
               10  PH-JRNL-SEQ         PIC 9(07).
           05  PH-TRANS-TYPE           PIC X(02).
           05  PH-PRIOR-BAL            PIC S9(9)V99.
           05  PH-TRANS-AMT            PIC S9(9)V99.
           05  PH-NEW-BAL              PIC S9(9)V99.
           05  PH-CURRENCY-CODE        PIC X(03).
           05  PH-ORIG-CURRENCY        PIC X(03).
           05  PH-ORIG-AMT             PIC S9(9)V99.
           05  PH-FX-RATE              PIC 9(5)V9(6).
           05  PH-LOAD-DATE            PIC 9(08).
           05  FILLER                  PIC X(15).
