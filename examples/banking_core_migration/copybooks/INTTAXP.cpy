      *----------------------------------------------------------------
      *  YEAR-END INTEREST TAX RUN PARAMETER RECORD
      *  SINGLE RECORD IN INTTAXP.DAT TELLING THE INTTAX RUN WHICH
      *  FILING TO PRODUCE:
      *    TP-FILING-MODE O - ORIGINAL FILING: EVERY CUSTOMER PAID
      *                       INTEREST IN THE TAX YEAR IS TOTALLED
      *                       AND RECORDED ON INTTAXF, AND THOSE AT OR
      *                       ABOVE THE REPORTING THRESHOLD GET A
      *                       STATEMENT AND A FILING EXTRACT ENTRY
      *    TP-FILING-MODE C - CORRECTED FILING: EVERY CUSTOMER IS
      *                       TOTALLED AGAIN AND ONLY THOSE WHOSE NET
      *                       INTEREST NO LONGER MATCHES WHAT INTTAXF
      *                       SAYS WAS FILED (INTEREST REVERSED SINCE
      *                       THE ORIGINAL FILING) GET A CORRECTED
      *                       STATEMENT AND AN AMENDED EXTRACT ENTRY
      *  TP-TAX-YEAR IS THE CALENDAR YEAR BEING REPORTED; ZERO MEANS
      *  THE YEAR BEFORE THE RUN-CONTROL BUSINESS DATE, WHICH IS WHAT
      *  THE JANUARY RUN WANTS. IT MUST BE EARLIER THAN THE YEAR OF
      *  THE BUSINESS DATE - AN OPEN YEAR CANNOT BE FILED.
      *----------------------------------------------------------------
       01  INTEREST-TAX-PARM-RECORD.
           05  TP-FILING-MODE          PIC X(01).
           05  TP-TAX-YEAR             PIC 9(04).
