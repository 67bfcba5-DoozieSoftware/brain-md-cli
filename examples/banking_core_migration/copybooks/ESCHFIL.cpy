      *----------------------------------------------------------------
      *  UNCLAIMED-PROPERTY FILING EXTRACT RECORD LAYOUT
      *  ONE ENTRY PER ACCOUNT ESCHEATED BY THE ESCHEAT RUN, WRITTEN
      *  TO THE ESCHFIL EXTRACT FOR THE REGULATORY HOLDER REPORT TO
      *  THE AUTHORITY NAMED IN EF-AUTHORITY-NAME (FROM ESCHRULE).
      *  EF-OWNER-NAME AND THE ADDRESS LINES ARE THE OWNER'S LAST
      *  KNOWN NAME AND ADDRESS FROM CUSTMAST (SPACES WHEN THE
      *  ACCOUNT HAS NO OWNER ON FILE). EF-AMOUNT IS THE BALANCE
      *  TRANSFERRED TO THE LIABILITY ACCOUNT, IN EF-CURRENCY-CODE.
      *----------------------------------------------------------------
       01  ESCHEAT-FILING-RECORD.
           05  EF-COUNTRY-CODE         PIC X(02).
           05  EF-STATE-CODE           PIC X(02).
           05  EF-AUTHORITY-NAME       PIC X(30).
           05  EF-ACCOUNT-NUMBER       PIC 9(10).
           05  EF-ACCOUNT-TYPE         PIC X(01).
           05  EF-OWNER-NUMBER         PIC 9(10).
           05  EF-OWNER-NAME           PIC X(30).
           05  EF-ADDRESS-LINE-1       PIC X(30).
           05  EF-ADDRESS-LINE-2       PIC X(30).
           05  EF-ADDRESS-LINE-3       PIC X(30).
           05  EF-LAST-ACTIVITY        PIC 9(08).
           05  EF-NOTICE-DATE          PIC 9(08).
           05  EF-ESCHEAT-DATE         PIC 9(08).
           05  EF-AMOUNT               PIC S9(09)V99.
           05  EF-CURRENCY-CODE        PIC X(03).
