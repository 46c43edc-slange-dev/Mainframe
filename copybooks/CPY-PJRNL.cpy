      * TRANSACTION AMOUNT, NEW BALANCE, BUSINESS RUN DATE).  COPY    *
      * PLAIN UNDER THE FD IN EVERY PROGRAM THAT WRITES OR CONSUMES   *
      * THE JOURNAL SO ALL OF THEM AGREE ON THE LAYOUT.               *
      *                                                               *
      * PJ-TRANS-AMT AND THE BALANCES ARE IN THE ACCOUNT CURRENCY     *
      * (PJ-CURRENCY-CODE).  THE AMOUNT AS RECEIVED IS KEPT IN        *
      * PJ-ORIG-AMT / PJ-ORIG-CURRENCY WITH THE RATE THAT CONVERTED   *
      * IT; A HOUSE-CURRENCY POSTING CARRIES THE SAME AMOUNT TWICE    *
      * AT A RATE OF ONE.  AS ON THE MASTER AND THE FEED, A BLANK     *
      * CURRENCY CODE IS THE HOUSE CURRENCY.                          *
      ******************************************************************
       01  POSTING-JOURNAL-RECORD.
           05  PJ-CUST-ID              PIC X(10).
           05  PJ-NEW-BAL              PIC -(9)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PJ-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PJ-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PJ-ORIG-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PJ-ORIG-AMT             PIC -(9)9,99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PJ-FX-RATE              PIC Z(4)9,9(6).
