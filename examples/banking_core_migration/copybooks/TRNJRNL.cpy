      *  TRANSACTION JOURNAL RECORD LAYOUT
      *  ONE ENTRY PER POSTING APPLIED BY TRANSACT, APPEND ONLY
      *  JR-TRANS-TYPE: C CREDIT/DEPOSIT, D DEBIT/WITHDRAWAL,
      *  F OVERDRAFT/SWEEP/LATE FEE, I INTEREST, R REVERSAL,
      *  L LOAN INTEREST (THE INTEREST PART OF A LOAN INSTALLMENT,
      *  A DEBIT ON THE PAYING ACCOUNT), S SERVICE CHARGE
      *  A TYPE-R ENTRY BACKS OUT A PRIOR POSTING AND CARRIES THAT
      *  POSTING'S TRNHIST KEY IN JR-ORIGINAL-DATE/JR-ORIGINAL-SEQ
      *  (UNDER THE SAME JR-ACCOUNT-NUMBER), THE WAY JR-CONTRA-ACCOUNT
      *  JR-CONTRA-ACCOUNT CROSS-REFERENCES THE TWO LEGS OF AN
      *  ACCOUNT-TO-ACCOUNT TRANSFER: THE DEBIT LEG CARRIES THE
      *  CREDITED ACCOUNT AND THE CREDIT LEG THE DEBITED ACCOUNT,
      *  BOTH WRITTEN UNDER THE SAME JR-TIMESTAMP. AN OVERDRAFT
      *  PROTECTION SWEEP (SEE ODPROT) IS JOURNALED AS SUCH A PAIR,
      *  AND ITS SWEEP FEE AS A TYPE-F POSTING CARRYING THE
      *  PROTECTING ACCOUNT AS CONTRA (AN OVERDRAFT FEE CARRIES
      *  ZERO). A LOAN INSTALLMENT IS JOURNALED AS ITS TYPE-L
      *  INTEREST LEG PLUS A D/C PAIR FOR THE PRINCIPAL, ALL CARRYING
      *  THE OTHER ACCOUNT AS CONTRA, AND A LOAN LATE FEE AS A TYPE-F
      *  POSTING CARRYING THE LOAN ACCOUNT. ZERO ON EVERY OTHER POSTING
      *  JR-BUSINESS-DATE IS THE RUN-CONTROL BUSINESS DATE THE
      *  POSTING WAS APPLIED UNDER (SEE RUNCTL) - JR-TIMESTAMP IS
      *  ONLY THE WALL CLOCK AT POSTING TIME
      *  A SUPERVISOR-AUTHORIZED ZERO-FLOOR OVERRIDE AND WHO AUTHORIZED
      *  IT, SO THE BOOK OF RECORD CAN DISTINGUISH AN OVERRIDE FROM AN
      *  ORDINARY POSTING WITHOUT RELYING ON A SYSOUT DISPLAY LINE
      *  JR-SERIAL-NUMBER IS THE CHECK OR ITEM SERIAL NUMBER CARRIED
      *  FROM THE CAPTURE RECORD (SEE TRANIN); ZERO WHERE THE POSTING
      *  CARRIES NONE
      *----------------------------------------------------------------
       01  JOURNAL-RECORD.
           05  JR-ACCOUNT-NUMBER       PIC 9(10).
           05  JR-ORIG-CURRENCY        PIC X(03).
           05  JR-ORIG-AMOUNT          PIC S9(09)V99.
           05  JR-FX-RATE              PIC S9(04)V9(06).
           05  JR-SERIAL-NUMBER        PIC 9(10).
