      *----------------------------------------------------------------
      *  LOAN REPAYMENT SCHEDULE RECORD LAYOUT
      *  ONE ENTRY PER INSTALLMENT OF AN INSTALLMENT LOAN, KEYED BY
      *  LOAN ACCOUNT NUMBER + INSTALLMENT NUMBER (1 = FIRST). THE
      *  WHOLE SCHEDULE IS GENERATED BY ACCTMNT WHEN THE LOAN IS
      *  OPENED (SEE LOANTERM); THE INTEREST/PRINCIPAL SPLIT AND
      *  BALANCE-AFTER ARE THE PROJECTED AMORTIZATION AT THE MONTHLY
      *  RATE - THE SPLIT ACTUALLY POSTED IS TAKEN BY TRANSACT FROM
      *  THE INTEREST ACCRUED DAILY ON LOANTERM. THE LAST INSTALLMENT
      *  CARRIES THE ROUNDING, SO IT CLEARS THE PRINCIPAL EXACTLY.
      *    LD-STATUS          D DUE (NOT YET GENERATED),
      *                       G GENERATED - LOANDUE HAS PUT THE
      *                         INSTALLMENT DEBIT INTO THE NIGHT'S
      *                         TRANSACTION FILE (LD-GENERATED-DATE),
      *                       P PAID IN FULL (LD-DATE-PAID)
      *    LD-AMOUNT-PAID     PAYMENTS APPLIED SO FAR; TRANSACT
      *                       APPLIES EACH LOAN PAYMENT TO THE OLDEST
      *                       INSTALLMENTS NOT YET PAID IN FULL
      *    LD-LATE-FEE-DATE   BUSINESS DATE LOANDLQ CHARGED THE LATE
      *                       FEE FOR THIS INSTALLMENT (ZERO = NOT
      *                       CHARGED); AT MOST ONE FEE PER INSTALLMENT
      *----------------------------------------------------------------
       01  LOAN-SCHEDULE-RECORD.
           05  LD-SCHEDULE-KEY.
               10  LD-ACCOUNT-NUMBER   PIC 9(10).
               10  LD-INSTALLMENT-NO   PIC 9(03).
           05  LD-DUE-DATE             PIC 9(08).
           05  LD-PAYMENT-AMOUNT       PIC S9(09)V99.
           05  LD-INTEREST-AMOUNT      PIC S9(09)V99.
           05  LD-PRINCIPAL-AMOUNT     PIC S9(09)V99.
           05  LD-BALANCE-AFTER        PIC S9(09)V99.
           05  LD-STATUS               PIC X(01).
           05  LD-GENERATED-DATE       PIC 9(08).
           05  LD-AMOUNT-PAID          PIC S9(09)V99.
           05  LD-DATE-PAID            PIC 9(08).
           05  LD-LATE-FEE-DATE        PIC 9(08).
