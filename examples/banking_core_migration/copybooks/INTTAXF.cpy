      *----------------------------------------------------------------
      *  INTEREST TAX FILED-HISTORY RECORD LAYOUT
      *  (INDEXED BY TF-FILED-KEY)
      *  ONE ENTRY PER CUSTOMER PER TAX YEAR THE INTTAX RUN HAS
      *  TOTALLED, HELD IN THE INTTAXF KSDS SO A CORRECTED FILING CAN
      *  TELL WHICH CUSTOMERS' FIGURES HAVE CHANGED SINCE THEY WERE
      *  FILED. WRITTEN AND UPDATED ONLY BY THE INTTAX RUN.
      *  TF-INTEREST-CREDITED, TF-INTEREST-REVERSED AND
      *  TF-NET-INTEREST ARE THE FIGURES AS LAST DETERMINED, IN THE
      *  REPORTING CURRENCY TF-CURRENCY-CODE.
      *  TF-REPORTED-FLAG IS Y WHEN TF-NET-INTEREST WENT TO THE TAX
      *  AUTHORITY ON THE FILING EXTRACT, N WHEN THE CUSTOMER WAS
      *  BELOW THE REPORTING THRESHOLD AND WAS NOT REPORTED.
      *  TF-ORIGINAL-DATE IS THE BUSINESS DATE OF THE ORIGINAL
      *  FILING, TF-LAST-FILED-DATE THAT OF THE LATEST ORIGINAL OR
      *  CORRECTED RUN THAT CHANGED THE ENTRY, AND
      *  TF-AMENDMENT-COUNT THE NUMBER OF AMENDED RECORDS FILED.
      *----------------------------------------------------------------
       01  INTEREST-TAX-FILED-RECORD.
           05  TF-FILED-KEY.
               10  TF-CUSTOMER-NUMBER   PIC 9(10).
               10  TF-TAX-YEAR          PIC 9(04).
           05  TF-CURRENCY-CODE        PIC X(03).
           05  TF-INTEREST-CREDITED    PIC S9(11)V99.
           05  TF-INTEREST-REVERSED    PIC S9(11)V99.
           05  TF-NET-INTEREST         PIC S9(11)V99.
           05  TF-REPORTED-FLAG        PIC X(01).
           05  TF-ORIGINAL-DATE        PIC 9(08).
           05  TF-LAST-FILED-DATE      PIC 9(08).
           05  TF-AMENDMENT-COUNT      PIC 9(02).
