      *----------------------------------------------------------------
      *  CARD AUTHORIZATION FEED RECORD LAYOUT
      *  ONE ENTRY PER AUTHORIZATION EVENT ON THE FILE THE CARD
      *  PROCESSOR SENDS SEVERAL TIMES A DAY, APPLIED TO THE ACCTHOLD
      *  KSDS BY THE CARDAUTH RUN:
      *    CA-RECORD-TYPE A - AUTHORIZATION APPROVED: PLACE A HOLD FOR
      *                       CA-AMOUNT CARRYING THE AUTH CODE AND
      *                       MERCHANT
      *    CA-RECORD-TYPE V - AUTHORIZATION REVERSED BY THE MERCHANT
      *                       OR PROCESSOR: RELEASE THE ACTIVE HOLD
      *                       WITH THE SAME CA-AUTH-CODE
      *  CA-ACCOUNT-NUMBER IS THE DEPOSIT ACCOUNT THE CARD DRAWS ON.
      *  CA-AMOUNT IS THE CARDHOLDER BILLING AMOUNT AND
      *  CA-CURRENCY-CODE ITS CURRENCY, WHICH MUST BE THE ACCOUNT'S.
      *  CA-CARD-SUFFIX IS THE LAST FOUR DIGITS OF THE CARD, FOR THE
      *  LISTINGS ONLY.
      *----------------------------------------------------------------
       01  CARD-AUTH-RECORD.
           05  CA-RECORD-TYPE          PIC X(01).
           05  CA-ACCOUNT-NUMBER       PIC 9(10).
           05  CA-CARD-SUFFIX          PIC X(04).
           05  CA-AUTH-CODE            PIC X(06).
           05  CA-AMOUNT               PIC S9(09)V99.
           05  CA-CURRENCY-CODE        PIC X(03).
           05  CA-MERCHANT-ID          PIC X(15).
           05  CA-MERCHANT-NAME        PIC X(22).
           05  CA-MERCHANT-CATEGORY    PIC 9(04).
           05  CA-AUTH-DATE            PIC 9(08).
           05  CA-AUTH-TIME            PIC 9(06).
