      *----------------------------------------------------------------
      *  UNCLAIMED-PROPERTY RULE RECORD LAYOUT (ESCHRULE.DAT)
      *  ONE ENTRY PER JURISDICTION, READ BY THE ESCHEAT RUN. A
      *  DORMANT ACCOUNT IS REPORTABLE TO THE JURISDICTION OF ITS
      *  OWNER (CM-COUNTRY-CODE/CM-STATE-CODE ON CUSTMAST) ONCE IT
      *  HAS HAD NO CUSTOMER-INITIATED ACTIVITY FOR
      *  ER-DORMANCY-MONTHS. THE DUE-DILIGENCE NOTICE GOES OUT
      *  ER-NOTICE-DAYS BEFORE THAT (THE PRE-ESCHEAT CHECKPOINT), AND
      *  THE BALANCE IS ESCHEATED TO ER-LIABILITY-ACCOUNT - THE
      *  BANK'S UNCLAIMED-PROPERTY LIABILITY ACCOUNT FOR THAT
      *  AUTHORITY - ONLY ONCE THE FULL NOTICE WINDOW HAS PASSED.
      *  THE RULE IS FOUND BY COUNTRY AND STATE, THEN BY COUNTRY WITH
      *  ER-STATE-CODE SPACES, THEN BY THE DEFAULT ENTRY WITH BOTH
      *  CODES SPACES. AN ACCOUNT NO RULE COVERS IS REPORTED AND LEFT
      *  ALONE.
      *----------------------------------------------------------------
       01  ESCHEAT-RULE-RECORD.
           05  ER-COUNTRY-CODE         PIC X(02).
           05  ER-STATE-CODE           PIC X(02).
           05  ER-DORMANCY-MONTHS      PIC 9(03).
           05  ER-NOTICE-DAYS          PIC 9(03).
           05  ER-LIABILITY-ACCOUNT    PIC 9(10).
           05  ER-AUTHORITY-NAME       PIC X(30).
