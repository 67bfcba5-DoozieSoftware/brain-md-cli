      *----------------------------------------------------------------
      *  STOP-PAYMENT INSTRUCTION RECORD LAYOUT
      *  ONE ENTRY PER STOP-PAYMENT INSTRUCTION, KEYED BY ACCOUNT
      *  NUMBER PLUS THE FIRST CHECK SERIAL IT COVERS, HELD IN THE
      *  STOPPAY KSDS. A SINGLE ITEM IS STOPPED WITH SS-SERIAL-TO
      *  EQUAL TO SS-SERIAL-FROM; A LOST OR STOLEN CHECK BOOK IS
      *  STOPPED AS A RANGE. SS-AMOUNT NAMES THE AMOUNT THE CUSTOMER
      *  GAVE FOR THE ITEM (ZERO STOPS ANY AMOUNT) AND
      *  SS-AMOUNT-TOLERANCE HOW FAR THE PRESENTED AMOUNT MAY DIFFER
      *  FROM IT AND STILL BE STOPPED.
      *  AN INSTRUCTION IS IN FORCE WHILE SS-STATUS IS A AND
      *  SS-EXPIRY-DATE HAS NOT PASSED (ZERO MEANS NO EXPIRY);
      *  TRANSACT DECLINES A DEBIT OR TRANSFER CARRYING A SERIAL THAT
      *  MATCHES AN INSTRUCTION IN FORCE WITH RC 97, WHICH IS NEVER
      *  RE-PRESENTED FROM SUSPENSE, AND LOGS THE HIT TO STOPHIT FOR
      *  THE DAILY STOPRPT REPORT. A RELEASED INSTRUCTION (STATUS R)
      *  IS KEPT ON FILE WITH ITS RELEASE DATE UNTIL A NEW STOP IS
      *  PLACED FROM THE SAME FIRST SERIAL.
      *  PLACED AND RELEASED BY THE STOPMNT BATCH RUN AND THE ONLINE
      *  STOP-PAYMENT TRANSACTION (TELRSTOP) - NOTHING ELSE WRITES
      *  THIS FILE. SS-PLACED-BY IS THE TELLER ID, OR STOPMNT FOR A
      *  BATCH-PLACED STOP.
      *----------------------------------------------------------------
       01  STOP-PAYMENT-RECORD.
           05  SS-STOP-KEY.
               10  SS-ACCOUNT-NUMBER    PIC 9(10).
               10  SS-SERIAL-FROM       PIC 9(10).
           05  SS-SERIAL-TO            PIC 9(10).
           05  SS-AMOUNT               PIC S9(09)V99.
           05  SS-AMOUNT-TOLERANCE     PIC S9(07)V99.
           05  SS-REASON               PIC X(20).
           05  SS-EXPIRY-DATE          PIC 9(08).
           05  SS-STATUS               PIC X(01).
           05  SS-DATE-PLACED          PIC 9(08).
           05  SS-DATE-RELEASED        PIC 9(08).
           05  SS-PLACED-BY            PIC X(08).
