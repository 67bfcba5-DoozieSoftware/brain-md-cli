      *----------------------------------------------------------------
      *  OVERDRAFT PROTECTION SWEEP LOG RECORD LAYOUT
      *  ONE ENTRY PER SWEEP ATTEMPT MADE BY TRANSACT, APPEND ONLY,
      *  READ BY THE DAILY SWEEPRPT RUN. AN ATTEMPT IS LOGGED
      *  WHENEVER A DEBIT OR TRANSFER ON AN ACCOUNT WITH AN ODPROT
      *  LINK FAILS THE AVAILABLE-BALANCE TEST:
      *    SL-RESULT S - SWEPT; THE SWEEP PAIR POSTED TO TRNJRNL AND
      *                  THE ORIGINAL DEBIT WAS RETRIED
      *    SL-RESULT I - NOT SWEPT, PROTECTING ACCOUNT'S AVAILABLE
      *                  BALANCE DID NOT COVER SL-SWEEP-AMOUNT
      *    SL-RESULT U - NOT SWEPT, PROTECTING ACCOUNT MISSING,
      *                  FROZEN, CLOSED OR IN ANOTHER CURRENCY
      *    SL-RESULT E - NOT SWEPT, REWRITE FAILED AND WAS BACKED OUT
      *  SL-SHORTFALL IS WHAT THE PROTECTED ACCOUNT'S AVAILABLE
      *  BALANCE LACKED TO COVER THE DEBIT PLUS ANY SWEEP FEE;
      *  SL-SWEEP-AMOUNT IS THAT SHORTFALL ROUNDED UP TO THE TYPE'S
      *  AT-SWEEP-INCREMENT. ALL AMOUNTS ARE IN SL-CURRENCY-CODE
      *----------------------------------------------------------------
       01  SWEEP-LOG-RECORD.
           05  SL-BUSINESS-DATE        PIC 9(08).
           05  SL-ACCOUNT-NUMBER       PIC 9(10).
           05  SL-PROTECTING-ACCOUNT   PIC 9(10).
           05  SL-TRANS-TYPE           PIC X(01).
           05  SL-DEBIT-AMOUNT         PIC S9(09)V99.
           05  SL-SHORTFALL            PIC S9(09)V99.
           05  SL-SWEEP-AMOUNT         PIC S9(09)V99.
           05  SL-SWEEP-FEE            PIC S9(07)V99.
           05  SL-CURRENCY-CODE        PIC X(03).
           05  SL-RESULT               PIC X(01).
           05  SL-TIMESTAMP            PIC X(21).
