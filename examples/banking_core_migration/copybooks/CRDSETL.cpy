      *----------------------------------------------------------------
      *  CARD SETTLEMENT FILE RECORD LAYOUT
      *  ONE ENTRY PER CARD TRANSACTION SETTLED BY THE CARD PROCESSOR,
      *  ON THE FILE IT SENDS EACH NIGHT, READ BY THE CARDSETL STEP OF
      *  THE NIGHTLY POSTING JOB:
      *    CS-DEBIT-CREDIT D - PURCHASE OR CASH; MATCHED TO ITS
      *                        AUTHORIZATION HOLD BY AUTH CODE (OR BY
      *                        MERCHANT AND AMOUNT WHEN THE PROCESSOR
      *                        SENDS NO AUTH CODE)
      *    CS-DEBIT-CREDIT C - MERCHANT REFUND; NO HOLD TO MATCH
      *  CS-AMOUNT IS THE FINAL CARDHOLDER BILLING AMOUNT, WHICH MAY
      *  DIFFER FROM THE AUTHORIZED AMOUNT (TIPS, FUEL PRE-AUTHS,
      *  PARTIAL SHIPMENTS), IN CS-CURRENCY-CODE. CS-AUTH-CODE IS
      *  SPACES WHERE THE PROCESSOR HAS NONE (OFFLINE TRANSACTIONS).
      *  CS-MERCHANT-CATEGORY IS THE CARD SCHEME MERCHANT CATEGORY
      *  CODE; CS-REFERENCE-NUMBER IS THE ACQUIRER REFERENCE CARD
      *  OPERATIONS QUOTE TO THE PROCESSOR.
      *----------------------------------------------------------------
       01  CARD-SETTLE-RECORD.
           05  CS-ACCOUNT-NUMBER       PIC 9(10).
           05  CS-CARD-SUFFIX          PIC X(04).
           05  CS-AUTH-CODE            PIC X(06).
           05  CS-DEBIT-CREDIT         PIC X(01).
           05  CS-AMOUNT               PIC S9(09)V99.
           05  CS-CURRENCY-CODE        PIC X(03).
           05  CS-MERCHANT-ID          PIC X(15).
           05  CS-MERCHANT-NAME        PIC X(22).
           05  CS-MERCHANT-CATEGORY    PIC 9(04).
           05  CS-TRANSACTION-DATE     PIC 9(08).
           05  CS-REFERENCE-NUMBER     PIC X(23).
