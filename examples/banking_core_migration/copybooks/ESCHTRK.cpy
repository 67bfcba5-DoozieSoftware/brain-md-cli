      *----------------------------------------------------------------
      *  ESCHEAT TRACKING RECORD LAYOUT (INDEXED BY ET-ACCOUNT-NUMBER)
      *  ONE ENTRY PER ACCOUNT THE ESCHEAT RUN HAS SENT A
      *  DUE-DILIGENCE NOTICE FOR, HELD IN THE ESCHTRK KSDS. WRITTEN
      *  BY THE ESCHEAT RUN AND UPDATED BY THE RECLAIM RUN (ESCHCLM) -
      *  NOTHING ELSE WRITES THIS FILE.
      *  ET-STATUS:
      *    N - NOTICE ISSUED ON ET-NOTICE-DATE, WAITING OUT THE NOTICE
      *        WINDOW
      *    X - NOTICE CANCELLED ON ET-CANCEL-DATE: THE CUSTOMER
      *        CAME BACK (ACTIVITY AFTER THE NOTICE) OR THE ACCOUNT IS
      *        NO LONGER DORMANT. A LATER NOTICE REUSES THE ENTRY
      *    E - ESCHEATED ON ET-ESCHEAT-DATE: ET-AMOUNT-ESCHEATED (IN
      *        ET-CURRENCY-CODE) WAS TRANSFERRED TO
      *        ET-LIABILITY-ACCOUNT AND THE ACCOUNT CLOSED
      *    C - ESCHEATED AND RECLAIMED IN FULL BY THE OWNER
      *  ET-COUNTRY-CODE/ET-STATE-CODE ARE THE JURISDICTION THE RULE
      *  WAS TAKEN FROM AT NOTICE TIME, AND ET-LAST-ACTIVITY THE LAST
      *  CUSTOMER-INITIATED POSTING THE NOTICE WAS BASED ON.
      *  ET-AMOUNT-RECLAIMED IS THE RUNNING TOTAL REPAID BY ESCHCLM;
      *  ET-LAST-CLAIM-DATE AND ET-LAST-CLAIM-REF IDENTIFY THE LATEST
      *  CLAIM PAID, SO THE SAME CLAIM IS NEVER PAID TWICE. THE FULL
      *  CLAIM HISTORY IS ON THE ESCHCJNL JOURNAL.
      *----------------------------------------------------------------
       01  ESCHEAT-TRACK-RECORD.
           05  ET-ACCOUNT-NUMBER       PIC 9(10).
           05  ET-STATUS               PIC X(01).
           05  ET-CUSTOMER-NUMBER      PIC 9(10).
           05  ET-COUNTRY-CODE         PIC X(02).
           05  ET-STATE-CODE           PIC X(02).
           05  ET-LIABILITY-ACCOUNT    PIC 9(10).
           05  ET-LAST-ACTIVITY        PIC 9(08).
           05  ET-NOTICE-DATE          PIC 9(08).
           05  ET-ESCHEAT-DATE         PIC 9(08).
           05  ET-CURRENCY-CODE        PIC X(03).
           05  ET-AMOUNT-ESCHEATED     PIC S9(09)V99.
           05  ET-AMOUNT-RECLAIMED     PIC S9(09)V99.
           05  ET-LAST-CLAIM-DATE      PIC 9(08).
           05  ET-LAST-CLAIM-REF       PIC X(12).
           05  ET-CANCEL-DATE          PIC 9(08).
