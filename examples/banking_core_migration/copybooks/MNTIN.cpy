      *                       MI-CURRENCY-CODE REQUIRED, OPENS AT ZERO
      *                       BALANCE IN STATUS O; A NON-ZERO
      *                       MI-CUSTOMER-NUMBER LINKS THE NEW ACCOUNT
      *                       TO THAT CUSTOMER AT OPEN). AN INSTALLMENT
      *                       LOAN (MI-ACCOUNT-TYPE L) ALSO REQUIRES
      *                       THE LOAN FIELDS BELOW, AND IS THE ONE
      *                       ACCOUNT THAT DOES NOT OPEN AT ZERO: IT
      *                       OPENS AT MINUS MI-LOAN-PRINCIPAL, WITH
      *                       ITS LOANTERM ENTRY AND FULL REPAYMENT
      *                       SCHEDULE (LOANSCHD) WRITTEN BY THE SAME
      *                       ACTION
      *    MI-ACTION-CODE S - CHANGE STATUS OF AN EXISTING ACCOUNT TO
      *                       MI-NEW-STATUS (O, F OR D; A CLOSED
      *                       ACCOUNT CANNOT BE STATUS-CHANGED)
      *                       MI-ACCOUNT-NUMBER MUST BE ZERO)
      *    MI-ACTION-CODE U - UPDATE AN EXISTING CUSTOMER'S NAME AND
      *                       ADDRESS (FULL REPLACEMENT OF ALL FOUR
      *                       LINES, THE COUNTRY/STATE CODES AND THE
      *                       TAX FIELDS;
      *                       MI-ACCOUNT-NUMBER MUST BE ZERO)
      *    ON N AND U, MI-COUNTRY-CODE AND MI-STATE-CODE CARRY THE
      *    CUSTOMER'S JURISDICTION OF RESIDENCE (SEE CUSTMAST); MAY BE
      *    SPACES. MI-TAXPAYER-ID (MAY BE SPACES) AND
      *    MI-WITHHOLD-EXEMPT (Y OR N, SPACE TAKEN AS N) CARRY THE
      *    CUSTOMER'S TAX DETAILS THE SAME WAY. THEY ARE IGNORED ON
      *    EVERY OTHER ACTION
      *    MI-ACTION-CODE L - LINK AN EXISTING ACCOUNT TO AN EXISTING
      *                       CUSTOMER; SETS AM-CUSTOMER-NUMBER AND
      *                       MOVES THE ACCTXREF ENTRY FROM ANY PRIOR
      *                       OWNER TO THE NEW ONE
      *    MI-ACTION-CODE P - SET, REPLACE OR REMOVE THE OVERDRAFT
      *                       PROTECTING ACCOUNT OF AN EXISTING
      *                       ACCOUNT (SEE ODPROT). A NON-ZERO
      *                       MI-PROTECTING-ACCOUNT NOMINATES THAT
      *                       ACCOUNT (MUST BE ON MASTER, NOT CLOSED,
      *                       IN THE SAME CURRENCY); ZERO REMOVES THE
      *                       EXISTING PROTECTION
      *    MI-ACTION-CODE R - ADD A PARTY ROLE TO AN EXISTING ACCOUNT
      *                       (SEE ACCTPTY): MI-CUSTOMER-NUMBER IS THE
      *                       PARTY (MUST BE ON CUSTMAST AND NOT THE
      *                       PRIMARY OWNER), MI-PARTY-ROLE J, A, S OR
      *                       B, MI-EFFECTIVE-DATE THE DATE THE ROLE
      *                       STARTS (ZERO = THE BUSINESS DATE) AND
      *                       MI-STATEMENT-COPY Y FOR A JOINT OWNER
      *                       WHO WANTS A STATEMENT COPY. KEYING R
      *                       AGAIN FOR AN OPEN ROLE REPLACES ITS
      *                       EFFECTIVE DATE AND STATEMENT-COPY FLAG;
      *                       KEYING IT FOR AN ENDED ROLE REOPENS IT
      *    MI-ACTION-CODE E - END A PARTY ROLE: MI-CUSTOMER-NUMBER AND
      *                       MI-PARTY-ROLE IDENTIFY THE ROLE,
      *                       MI-END-DATE THE DATE IT ENDS (ZERO = THE
      *                       BUSINESS DATE; MAY NOT BE LATER THAN THE
      *                       BUSINESS DATE OR EARLIER THAN THE ROLE'S
      *                       EFFECTIVE DATE)
      *  THE PARTY FIELDS ARE IGNORED ON EVERY OTHER ACTION
      *  LOAN FIELDS (ACTION O OF A TYPE-L ACCOUNT ONLY, IGNORED
      *  OTHERWISE): MI-LOAN-PRINCIPAL GREATER THAN ZERO,
      *  MI-LOAN-RATE THE NOMINAL ANNUAL RATE (E.G. 0.0650, MAY BE
      *  ZERO), MI-LOAN-TERM 1 TO 360 MONTHS, MI-LOAN-DUE-DAY 1 TO 31
      *  (ZERO = THE DAY OF THE BUSINESS DATE), MI-REPAYMENT-ACCOUNT
      *  THE BORROWER'S ACCOUNT THE INSTALLMENTS ARE DEBITED FROM (ON
      *  MASTER, NOT CLOSED, NOT A LOAN, SAME CURRENCY) AND
      *  MI-DISBURSE-FLAG Y TO HAVE THE PROCEEDS CREDITED TO THE
      *  REPAYMENT ACCOUNT BY THE NEXT NIGHTLY LOANDUE STEP
      *----------------------------------------------------------------
       01  MAINT-INPUT-RECORD.
           05  MI-ACTION-CODE          PIC X(01).
           05  MI-ADDRESS-LINE-1       PIC X(30).
           05  MI-ADDRESS-LINE-2       PIC X(30).
           05  MI-ADDRESS-LINE-3       PIC X(30).
           05  MI-PROTECTING-ACCOUNT   PIC 9(10).
           05  MI-PARTY-ROLE           PIC X(01).
           05  MI-EFFECTIVE-DATE       PIC 9(08).
           05  MI-END-DATE             PIC 9(08).
           05  MI-STATEMENT-COPY       PIC X(01).
           05  MI-LOAN-PRINCIPAL       PIC S9(09)V99.
           05  MI-LOAN-RATE            PIC S9V9(04).
           05  MI-LOAN-TERM            PIC 9(03).
           05  MI-LOAN-DUE-DAY         PIC 9(02).
           05  MI-REPAYMENT-ACCOUNT    PIC 9(10).
           05  MI-DISBURSE-FLAG        PIC X(01).
           05  MI-COUNTRY-CODE         PIC X(02).
           05  MI-STATE-CODE           PIC X(02).
           05  MI-TAXPAYER-ID          PIC X(12).
           05  MI-WITHHOLD-EXEMPT      PIC X(01).
