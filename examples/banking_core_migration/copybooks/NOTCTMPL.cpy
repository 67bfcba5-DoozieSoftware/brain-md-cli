      *----------------------------------------------------------------
      *  CUSTOMER NOTICE WORDING RECORD LAYOUT
      *  THE WORDING OF THE NIGHTLY NOTICE LETTERS (NOTCGEN), KEPT IN
      *  NOTCTMPL.DAT SO IT CAN BE CHANGED WITHOUT A PROGRAM CHANGE.
      *  ONE RECORD PER PRINTED LINE, IN PRINT ORDER WITHIN EACH
      *  NT-NOTICE-TYPE (NT-LINE-NUMBER IS FOR THE MAINTAINER'S
      *  REFERENCE ONLY - THE FILE ORDER IS THE PRINT ORDER):
      *    A - OPENING, PRINTED ONCE AFTER THE ADDRESS
      *    F - OVERDRAFT FEE CHARGED
      *    O - ACCOUNT OVERDRAWN BEYOND ITS OVERDRAFT LIMIT
      *    H - HOLD PLACED
      *    D - DORMANCY PENDING
      *    Z - CLOSING, PRINTED ONCE AT THE END OF THE LETTER
      *  EVERY TYPE MUST BE PRESENT; A LETTER WITH SEVERAL NOTICES
      *  PRINTS THE OPENING ONCE, EACH NOTICE'S LINES IN TURN, THEN
      *  THE CLOSING. A BLANK NT-TEXT PRINTS A BLANK LINE. NT-TEXT MAY
      *  CARRY THESE FIELDS, REPLACED WHEN THE LINE IS PRINTED:
      *    &NAME     CUSTOMER NAME         &ACCT     ACCOUNT NUMBER
      *    &AMOUNT   FEE, HOLD AMOUNT OR   &CCY      ACCOUNT CURRENCY
      *              BALANCE               &LIMIT    OVERDRAFT LIMIT
      *    &REASON   HOLD REASON           &EXPIRY   HOLD EXPIRY DATE
      *    &DATE     DATE OF THE EVENT     &DORMANT  DORMANT-FROM DATE
      *    &LASTACT  LAST ACTIVITY DATE
      *  A LINE GROWS BY THE LENGTH OF WHAT IS SUBSTITUTED, SO KEEP
      *  LINES CARRYING FIELDS SHORT ENOUGH TO PRINT WITHIN 90.
      *----------------------------------------------------------------
       01  NOTICE-TEMPLATE-RECORD.
           05  NT-NOTICE-TYPE          PIC X(01).
           05  NT-LINE-NUMBER          PIC 9(02).
           05  NT-TEXT                 PIC X(70).
