      *----------------------------------------------------------------
      *  OVERDRAFT PROTECTION LINK RECORD LAYOUT
      *  ONE ENTRY PER PROTECTED ACCOUNT, KEYED BY OP-ACCOUNT-NUMBER,
      *  HELD IN THE ODPROT KSDS. OP-PROTECTING-ACCOUNT IS THE
      *  CUSTOMER-NOMINATED ACCOUNT (NORMALLY SAVINGS, SAME CURRENCY)
      *  TRANSACT SWEEPS FUNDS FROM WHEN A DEBIT OR TRANSFER ON THE
      *  PROTECTED ACCOUNT WOULD OTHERWISE FAIL THE AVAILABLE-BALANCE
      *  TEST (RC 10). SET, REPLACED AND REMOVED ONLY BY ACCTMNT
      *  ACTION P (SEE MNTIN), JOURNALED ON MNTJRNL; A REMOVED LINK
      *  IS DELETED, THE MNTJRNL ENTRY BEING ITS AUDIT TRAIL.
      *  OP-DATE-LINKED IS THE BUSINESS DATE THE LINK WAS LAST SET
      *----------------------------------------------------------------
       01  OVERDRAFT-PROTECTION-RECORD.
           05  OP-ACCOUNT-NUMBER       PIC 9(10).
           05  OP-PROTECTING-ACCOUNT   PIC 9(10).
           05  OP-DATE-LINKED          PIC 9(08).
