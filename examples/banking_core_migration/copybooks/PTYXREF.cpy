      *----------------------------------------------------------------
      *  CUSTOMER-TO-PARTY-ACCOUNT CROSS-REFERENCE RECORD LAYOUT
      *  ONE ENTRY PER OPEN ROLE ON THE ACCTPTY FILE, KEYED BY
      *  CUSTOMER NUMBER PLUS ACCOUNT NUMBER PLUS ROLE, SO EVERY
      *  ACCOUNT A CUSTOMER IS PARTY TO (OTHER THAN AS PRIMARY OWNER,
      *  WHICH ACCTXREF ALREADY ANSWERS) CAN BE FOUND WITH A SINGLE
      *  KEYED BROWSE FROM THE CUSTOMER NUMBER. ACCTMNT WRITES THE
      *  ENTRY WHEN A ROLE IS ADDED (ACTION R) AND DELETES IT WHEN
      *  THE ROLE IS ENDED (ACTION E); THE ENDED ROLE ITSELF STAYS ON
      *  ACCTPTY AS HISTORY.
      *----------------------------------------------------------------
       01  PARTY-XREF-RECORD.
           05  PX-XREF-KEY.
               10  PX-CUSTOMER-NUMBER   PIC 9(10).
               10  PX-ACCOUNT-NUMBER    PIC 9(10).
               10  PX-ROLE-CODE         PIC X(01).
