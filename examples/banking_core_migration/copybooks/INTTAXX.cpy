      *----------------------------------------------------------------
      *  INTEREST TAX FILING EXTRACT RECORD LAYOUT
      *  ONE ENTRY PER CUSTOMER REPORTED TO THE TAX AUTHORITY BY THE
      *  INTTAX RUN, WRITTEN TO THE INTTAXX EXTRACT.
      *  TX-RECORD-TYPE O IS AN ORIGINAL RECORD, A AN AMENDED RECORD
      *  REPLACING THE ONE FILED EARLIER FOR THE SAME CUSTOMER AND
      *  TAX YEAR (INTEREST WAS REVERSED AFTER THE FILING); ON AN
      *  AMENDED RECORD TX-PRIOR-AMOUNT IS THE AMOUNT IT REPLACES,
      *  ZERO ON AN ORIGINAL.
      *  TX-INTEREST-AMOUNT IS THE NET INTEREST PAID IN THE TAX YEAR -
      *  INTEREST CREDITED LESS INTEREST REVERSED, ACROSS EVERY
      *  ACCOUNT THE CUSTOMER HOLDS - IN THE REPORTING CURRENCY
      *  TX-CURRENCY-CODE.
      *  NAME, ADDRESS, JURISDICTION, TAXPAYER ID AND WITHHOLDING
      *  EXEMPTION ARE AS HELD ON CUSTMAST AT THE TIME OF THE RUN.
      *  TX-FILING-DATE IS THE BUSINESS DATE OF THE RUN.
      *----------------------------------------------------------------
       01  INTEREST-TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE          PIC X(01).
           05  TX-TAX-YEAR             PIC 9(04).
           05  TX-CUSTOMER-NUMBER      PIC 9(10).
           05  TX-TAXPAYER-ID          PIC X(12).
           05  TX-WITHHOLD-EXEMPT      PIC X(01).
           05  TX-CUSTOMER-NAME        PIC X(30).
           05  TX-ADDRESS-LINE-1       PIC X(30).
           05  TX-ADDRESS-LINE-2       PIC X(30).
           05  TX-ADDRESS-LINE-3       PIC X(30).
           05  TX-COUNTRY-CODE         PIC X(02).
           05  TX-STATE-CODE           PIC X(02).
           05  TX-CURRENCY-CODE        PIC X(03).
           05  TX-INTEREST-AMOUNT      PIC S9(11)V99.
           05  TX-PRIOR-AMOUNT         PIC S9(11)V99.
           05  TX-FILING-DATE          PIC 9(08).
