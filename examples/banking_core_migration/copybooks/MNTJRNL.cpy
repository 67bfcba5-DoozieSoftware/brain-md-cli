      *  AM-DATE-OPENED/AM-DATE-CLOSED - SO A FORWARD RECOVERY
      *  (ACCTRCVR) REBUILDS THOSE DATES EXACTLY; MJ-TIMESTAMP IS
      *  ONLY THE WALL CLOCK AT ACTION TIME
      *  MJ-RELATED-ACCOUNT IS USED BY ACTION P (OVERDRAFT
      *  PROTECTION) ONLY: THE PROTECTING ACCOUNT NOMINATED FOR
      *  MJ-ACCOUNT-NUMBER, ZERO WHEN THE PROTECTION WAS REMOVED -
      *  AND BY ACTION O OF AN INSTALLMENT LOAN: THE REPAYMENT
      *  ACCOUNT (SEE LOANTERM), WITH MJ-BALANCE THE MINUS-PRINCIPAL
      *  BALANCE THE LOAN OPENED AT. ZERO ON EVERY OTHER ACTION
      *  MJ-PARTY-ROLE, MJ-EFFECTIVE-DATE, MJ-END-DATE AND
      *  MJ-STATEMENT-COPY ARE USED BY ACTIONS R AND E (PARTY ROLES,
      *  SEE ACCTPTY) ONLY, AND CARRY THE ROLE AS IT WAS LEFT BY THE
      *  ACTION; ON THOSE ACTIONS MJ-CUSTOMER-NUMBER IS THE PARTY,
      *  NOT THE OWNER. SPACES/ZERO ON EVERY OTHER ACTION
      *----------------------------------------------------------------
       01  MAINT-JOURNAL-RECORD.
           05  MJ-ACCOUNT-NUMBER       PIC 9(10).
           05  MJ-TIMESTAMP            PIC X(21).
           05  MJ-CUSTOMER-NUMBER      PIC 9(10).
           05  MJ-BUSINESS-DATE        PIC 9(08).
           05  MJ-RELATED-ACCOUNT      PIC 9(10).
           05  MJ-PARTY-ROLE           PIC X(01).
           05  MJ-EFFECTIVE-DATE       PIC 9(08).
           05  MJ-END-DATE             PIC 9(08).
           05  MJ-STATEMENT-COPY       PIC X(01).
