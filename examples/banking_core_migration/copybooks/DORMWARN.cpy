      *----------------------------------------------------------------
      *  DORMANCY-PENDING EXTRACT RECORD LAYOUT
      *  ONE ENTRY PER OPEN ACCOUNT THE DORMRVW RUN FOUND WITHIN ITS
      *  WARNING PERIOD: INACTIVE LONG ENOUGH TO BE AT RISK, NOT YET
      *  LONG ENOUGH TO BE FLAGGED DORMANT. WRITTEN TO A NEW DORMWARN
      *  GENERATION BY EACH REVIEW AND READ BY THE NIGHTLY NOTICE RUN
      *  (NOTCGEN), WHICH WRITES TO THE CUSTOMER BEFORE THE FLAG LANDS.
      *  DW-REVIEW-DATE IS THE BUSINESS DATE OF THE REVIEW THAT FOUND
      *  THE ACCOUNT, DW-LAST-ACTIVITY ITS LAST CUSTOMER-INITIATED
      *  POSTING (OR DATE OPENED), AND DW-DORMANT-DATE THE FIRST DAY
      *  OF THE MONTH FROM WHICH A REVIEW WILL FLAG IT DORMANT IF
      *  NOTHING MORE IS POSTED. DW-BALANCE IS THE LEDGER BALANCE AT
      *  THE REVIEW, IN DW-CURRENCY-CODE.
      *----------------------------------------------------------------
       01  DORMANCY-WARNING-RECORD.
           05  DW-ACCOUNT-NUMBER       PIC 9(10).
           05  DW-REVIEW-DATE          PIC 9(08).
           05  DW-LAST-ACTIVITY        PIC 9(08).
           05  DW-DORMANT-DATE         PIC 9(08).
           05  DW-BALANCE              PIC S9(09)V99.
           05  DW-CURRENCY-CODE        PIC X(03).
