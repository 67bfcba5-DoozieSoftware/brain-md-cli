      *----------------------------------------------------------------
      *  IN-MEMORY ACCOUNT TYPE TABLE, LOADED FROM ACCTTYPE.DAT
      *  SEARCHED BY TT-TYPE-CODE TO GET THE OVERDRAFT LIMIT/FEE AND
      *  INTEREST RATE (AND SWEEP AND LATE FEES) CONFIGURED FOR AN
      *  ACCOUNT'S TYPE
      *----------------------------------------------------------------
       01  WS-ACCOUNT-TYPE-TABLE.
           05  WS-ACCT-TYPE-COUNT      PIC 9(04) VALUE ZERO.
               10  TT-INTEREST-RATE     PIC S9V9(04).
               10  TT-SERVICE-CHARGE    PIC S9(07)V99.
               10  TT-MIN-BALANCE       PIC S9(09)V99.
               10  TT-SWEEP-FEE         PIC S9(07)V99.
               10  TT-SWEEP-INCREMENT   PIC S9(07)V99.
               10  TT-LATE-FEE          PIC S9(07)V99.
               10  TT-LATE-GRACE-DAYS   PIC 9(03).
