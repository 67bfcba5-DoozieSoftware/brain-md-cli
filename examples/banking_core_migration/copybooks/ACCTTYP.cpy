      *  WAIVED FOR ACCOUNTS WHOSE BALANCE IS AT OR ABOVE IT AT
      *  ASSESSMENT TIME; AT-MIN-BALANCE ZERO MEANS THE CHARGE IS
      *  NEVER WAIVED
      *  AT-SWEEP-FEE IS CHARGED TO A PROTECTED ACCOUNT EACH TIME
      *  TRANSACT SWEEPS FUNDS IN FROM ITS OVERDRAFT-PROTECTING
      *  ACCOUNT (SEE ODPROT) TO COVER A DEBIT (ZERO MEANS NO FEE).
      *  AT-SWEEP-INCREMENT ROUNDS THE SWEPT AMOUNT UP TO A MULTIPLE
      *  OF ITSELF (E.G. 100.00); ZERO SWEEPS THE EXACT SHORTFALL
      *  AT-LATE-FEE IS CHARGED BY THE LOANDLQ DELINQUENCY RUN, ONCE
      *  PER INSTALLMENT, ON AN INSTALLMENT LOAN OF THE TYPE WHOSE
      *  INSTALLMENT IS STILL UNPAID MORE THAN AT-LATE-GRACE-DAYS
      *  AFTER ITS DUE DATE (ZERO FEE MEANS NO LATE FEE)
      *----------------------------------------------------------------
       01  ACCOUNT-TYPE-RECORD.
           05  AT-TYPE-CODE            PIC X(01).
           05  AT-INTEREST-RATE        PIC S9V9(04).
           05  AT-SERVICE-CHARGE       PIC S9(07)V99.
           05  AT-MIN-BALANCE          PIC S9(09)V99.
           05  AT-SWEEP-FEE            PIC S9(07)V99.
           05  AT-SWEEP-INCREMENT      PIC S9(07)V99.
           05  AT-LATE-FEE             PIC S9(07)V99.
           05  AT-LATE-GRACE-DAYS      PIC 9(03).
