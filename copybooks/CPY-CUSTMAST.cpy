      * HOLD AND CLOSED DO NOT POST, AND ONLY CLOSED ACCOUNTS MAY     *
      * BE DELETED.  A BLANK STATUS IS AN ACTIVE ACCOUNT WRITTEN      *
      * BEFORE THE STATUS BYTE EXISTED.                               *
      *                                                               *
      * THE CREDIT LIMIT IS HOW FAR BELOW ZERO A DEBIT MAY TAKE THE   *
      * BALANCE -- ZERO ALLOWS NO OVERDRAWING AT ALL.  A BLANK LIMIT  *
      * IS AN ACCOUNT WRITTEN BEFORE THE LIMIT EXISTED (OR ADDED      *
      * WITHOUT ONE) AND IS NOT ENFORCED.                             *
      *                                                               *
      * THE CURRENCY CODE IS THE ACCOUNT CURRENCY -- THE BALANCE AND  *
      * LIMIT ARE HELD IN IT, AND THE NIGHTLY POSTING CONVERTS ANY    *
      * TRANSACTION IN ANOTHER CURRENCY TO IT AT THE DAY'S FX RATE.   *
      * A BLANK CODE IS THE HOUSE CURRENCY NAMED ON THE FX RATE FILE. *
      ******************************************************************
       01  CUSTMAST-RECORD.
           05  CM-CUST-ID              PIC X(10).
               88  CM-STATUS-ACTIVE                VALUE 'A' ' '.
               88  CM-STATUS-HOLD                  VALUE 'H'.
               88  CM-STATUS-CLOSED                VALUE 'C'.
           05  CM-CREDIT-LIMIT-X       PIC X(11).
               88  CM-LIMIT-NOT-SET                VALUE SPACES.
           05  CM-CREDIT-LIMIT REDEFINES CM-CREDIT-LIMIT-X
                                       PIC 9(9)V99.
           05  CM-CURRENCY-CODE        PIC X(03).
               88  CM-CURRENCY-HOUSE               VALUE SPACES.
           05  FILLER                  PIC X(23).
