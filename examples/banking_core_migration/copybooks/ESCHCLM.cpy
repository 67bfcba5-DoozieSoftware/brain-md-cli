      *----------------------------------------------------------------
      *  ESCHEATED-FUNDS CLAIM INPUT RECORD LAYOUT
      *  ONE ENTRY PER APPROVED CLAIM BY AN OWNER WHO HAS COME FORWARD
      *  FOR FUNDS ALREADY ESCHEATED, READ BY THE ESCHCLM RECLAIM RUN.
      *  EC-ACCOUNT-NUMBER IS THE ESCHEATED (CLOSED) ACCOUNT,
      *  EC-PAYEE-ACCOUNT THE OPEN ACCOUNT THE CLAIM IS PAID INTO.
      *  EC-CLAIM-AMOUNT IS IN THE ESCHEATED ACCOUNT'S CURRENCY;
      *  ZERO PAYS WHATEVER IS STILL UNCLAIMED. EC-CLAIM-REFERENCE IS
      *  THE CLAIM DESK'S CASE NUMBER (REQUIRED, AND A CLAIM IS NEVER
      *  PAID TWICE UNDER THE SAME ONE) AND EC-APPROVED-BY THE
      *  OFFICER WHO APPROVED IT (REQUIRED).
      *----------------------------------------------------------------
       01  ESCHEAT-CLAIM-RECORD.
           05  EC-ACCOUNT-NUMBER       PIC 9(10).
           05  EC-PAYEE-ACCOUNT        PIC 9(10).
           05  EC-CLAIM-AMOUNT         PIC S9(09)V99.
           05  EC-CLAIM-REFERENCE      PIC X(12).
           05  EC-APPROVED-BY          PIC X(08).
           05  EC-CLAIMANT-NAME        PIC X(30).
