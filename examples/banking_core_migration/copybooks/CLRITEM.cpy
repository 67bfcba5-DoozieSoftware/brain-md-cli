      *----------------------------------------------------------------
      *  CLEARING ITEM RECORD LAYOUT (INDEXED BY CI-ITEM-KEY)
      *  ONE ENTRY PER ENTRY DETAIL RECEIVED ON AN INBOUND CLEARING
      *  FILE, WRITTEN BY CLRLOAD AND KEYED BY THE BUSINESS DATE THE
      *  FILE WAS LOADED UNDER AND THE TRANS-INPUT SEQUENCE NUMBER
      *  ASSIGNED TO THE ITEM. IT KEEPS THE ORIGINAL ENTRY AND BATCH
      *  DETAILS NEEDED TO BUILD A RETURN ENTRY IF THE ITEM CANNOT BE
      *  APPLIED. CI-ACCOUNT-NUMBER IS ZERO WHEN THE RECEIVING ACCOUNT
      *  COULD NOT BE READ FROM CI-DFI-ACCOUNT.
      *  CI-ITEM-STATUS:
      *    A - APPLIED, PASSED TO THE NIGHTLY POSTING AS CHANNEL C
      *    P - PRENOTIFICATION ACCEPTED, NOTHING TO POST
      *    Q - QUEUED FOR RETURN BY CLRLOAD (ACCOUNT INVALID, NOT ON
      *        ACCTMAST, CLOSED OR FROZEN); NEVER POSTED
      *    R - RETURNED BY CLRRTN ON CI-RETURN-DATE
      *  CI-RETURN-REASON IS THE CLEARING RETURN REASON CODE (R01 ETC)
      *  SET ON STATUS Q AND R, SPACES OTHERWISE
      *----------------------------------------------------------------
       01  CLEARING-ITEM-RECORD.
           05  CI-ITEM-KEY.
               10  CI-RECEIVED-DATE     PIC 9(08).
               10  CI-SEQUENCE-NUMBER   PIC 9(08).
           05  CI-TRANSACTION-CODE     PIC 9(02).
           05  CI-ACCOUNT-NUMBER       PIC 9(10).
           05  CI-DFI-ACCOUNT          PIC X(17).
           05  CI-AMOUNT               PIC 9(08)V99.
           05  CI-RDFI-ROUTING         PIC 9(08).
           05  CI-RDFI-CHECK-DIGIT     PIC X(01).
           05  CI-INDIVIDUAL-ID        PIC X(15).
           05  CI-INDIVIDUAL-NAME      PIC X(22).
           05  CI-TRACE-NUMBER         PIC X(15).
           05  CI-ODFI-ROUTING         PIC 9(08).
           05  CI-COMPANY-NAME         PIC X(16).
           05  CI-COMPANY-ID           PIC X(10).
           05  CI-SEC-CODE             PIC X(03).
           05  CI-ENTRY-DESCRIPTION    PIC X(10).
           05  CI-ITEM-STATUS          PIC X(01).
           05  CI-RETURN-REASON        PIC X(03).
           05  CI-RETURN-DATE          PIC 9(08).
