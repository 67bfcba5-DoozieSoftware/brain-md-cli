      *----------------------------------------------------------------
      *  LOAN TERMS RECORD LAYOUT
      *  ONE ENTRY PER INSTALLMENT LOAN (ACCOUNT TYPE L), KEYED BY THE
      *  LOAN ACCOUNT NUMBER. WRITTEN BY ACCTMNT WHEN THE LOAN IS
      *  OPENED, TOGETHER WITH ITS REPAYMENT SCHEDULE (SEE LOANSCHD);
      *  THE LOAN ACCOUNT ITSELF OPENS AT MINUS THE PRINCIPAL, SO
      *  AM-BALANCE ON A LOAN IS ALWAYS MINUS LT-PRINCIPAL-OUTSTANDING.
      *    LT-REPAYMENT-ACCOUNT  THE BORROWER'S NOMINATED ACCOUNT THE
      *                          INSTALLMENTS ARE DEBITED FROM (AND
      *                          THE PROCEEDS CREDITED TO); SAME
      *                          CURRENCY AS THE LOAN
      *    LT-ANNUAL-RATE        NOMINAL ANNUAL RATE, E.G. 0.0650
      *    LT-PAYMENT-AMOUNT     LEVEL MONTHLY INSTALLMENT COMPUTED AT
      *                          OPEN (THE LAST ONE MAY DIFFER, SEE
      *                          LOANSCHD)
      *    LT-DUE-DAY            DAY OF MONTH INSTALLMENTS FALL DUE,
      *                          CLAMPED TO SHORT MONTHS
      *    LT-ACCRUED-INTEREST   INTEREST ACCRUED DAILY BY LOANDUE ON
      *                          LT-PRINCIPAL-OUTSTANDING AND NOT YET
      *                          PAID; LT-LAST-ACCRUAL-DATE IS THE
      *                          BUSINESS DATE IT IS ACCRUED UP TO
      *    LT-DISBURSE-FLAG      Y - LOANDUE CREDITS THE PRINCIPAL TO
      *                          THE REPAYMENT ACCOUNT ON ITS NEXT
      *                          RUN AND STAMPS LT-DISBURSED-DATE;
      *                          N - PROCEEDS PAID OUT ELSEWHERE
      *    LT-LOAN-STATUS        A ACTIVE, P PAID OFF (SET BY TRANSACT
      *                          WHEN PRINCIPAL AND ACCRUED INTEREST
      *                          BOTH REACH ZERO)
      *----------------------------------------------------------------
       01  LOAN-TERMS-RECORD.
           05  LT-ACCOUNT-NUMBER       PIC 9(10).
           05  LT-REPAYMENT-ACCOUNT    PIC 9(10).
           05  LT-PRINCIPAL            PIC S9(09)V99.
           05  LT-ANNUAL-RATE          PIC S9V9(04).
           05  LT-TERM-MONTHS          PIC 9(03).
           05  LT-PAYMENT-AMOUNT       PIC S9(09)V99.
           05  LT-DUE-DAY              PIC 9(02).
           05  LT-FIRST-DUE-DATE       PIC 9(08).
           05  LT-PRINCIPAL-OUTSTANDING PIC S9(09)V99.
           05  LT-ACCRUED-INTEREST     PIC S9(09)V99.
           05  LT-LAST-ACCRUAL-DATE    PIC 9(08).
           05  LT-DISBURSE-FLAG        PIC X(01).
           05  LT-DISBURSED-DATE       PIC 9(08).
           05  LT-LOAN-STATUS          PIC X(01).
           05  LT-DATE-OPENED          PIC 9(08).
           05  LT-LAST-PAYMENT-DATE    PIC 9(08).
