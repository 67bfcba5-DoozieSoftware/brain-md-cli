      *----------------------------------------------------------------
      *  ACCOUNT PARTY ROLE RECORD LAYOUT
      *  ONE ENTRY PER CUSTOMER PER ROLE ON AN ACCOUNT, KEYED BY
      *  ACCOUNT NUMBER PLUS CUSTOMER NUMBER PLUS ROLE, HELD IN THE
      *  ACCTPTY KSDS, SO EVERY PARTY TO AN ACCOUNT CAN BE FOUND WITH
      *  A SINGLE KEYED BROWSE FROM THE ACCOUNT NUMBER. ANY NUMBER OF
      *  CUSTMAST CUSTOMERS MAY BE PARTY TO ONE ACCOUNT:
      *    AP-ROLE-CODE J - JOINT OWNER
      *                 A - POWER OF ATTORNEY
      *                 S - AUTHORISED SIGNATORY
      *                 B - BENEFICIARY
      *  THE PRIMARY OWNER IS NOT HELD HERE - IT REMAINS
      *  AM-CUSTOMER-NUMBER ON THE ACCOUNT MASTER (WITH ITS ACCTXREF
      *  ENTRY), SET AT OPEN OR BY ACCTMNT ACTION L, SO EVERY
      *  EXISTING OWNER-BASED PROCESS IS UNCHANGED.
      *  AP-EFFECTIVE-DATE IS THE BUSINESS DATE THE ROLE STARTS;
      *  AP-END-DATE IS ZERO WHILE THE ROLE IS OPEN AND THE BUSINESS
      *  DATE IT ENDED ONCE ENDED - ENDED ROLES ARE KEPT, NOT
      *  DELETED, SO THE FILE IS ALSO THE HISTORY OF WHO HAS BEEN
      *  PARTY TO THE ACCOUNT. AP-STATEMENT-COPY Y ASKS STMTGEN FOR A
      *  COPY OF THE MONTHLY STATEMENT ADDRESSED TO THIS PARTY
      *  (HONOURED FOR JOINT OWNERS ONLY). AP-DATE-CHANGED IS THE
      *  BUSINESS DATE OF THE LAST ACCTMNT ACTION ON THE ENTRY.
      *  THE CUSTOMER-TO-ACCOUNT DIRECTION IS THE PTYXREF
      *  CROSS-REFERENCE; ACCTMNT (ACTIONS R AND E, SEE MNTIN) IS THE
      *  ONLY WRITER OF EITHER AND KEEPS THE TWO IN STEP.
      *----------------------------------------------------------------
       01  ACCOUNT-PARTY-RECORD.
           05  AP-PARTY-KEY.
               10  AP-ACCOUNT-NUMBER    PIC 9(10).
               10  AP-CUSTOMER-NUMBER   PIC 9(10).
               10  AP-ROLE-CODE         PIC X(01).
           05  AP-EFFECTIVE-DATE       PIC 9(08).
           05  AP-END-DATE             PIC 9(08).
           05  AP-STATEMENT-COPY       PIC X(01).
           05  AP-DATE-CHANGED         PIC 9(08).
