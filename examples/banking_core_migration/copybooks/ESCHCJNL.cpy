      *----------------------------------------------------------------
      *  ESCHEATED-FUNDS CLAIM JOURNAL RECORD LAYOUT
      *  ONE ENTRY PER CLAIM READ BY THE ESCHCLM RECLAIM RUN, PAID OR
      *  REJECTED, APPEND ONLY - THE AUDIT TRAIL OF EVERY REPAYMENT
      *  OUT OF AN UNCLAIMED-PROPERTY LIABILITY ACCOUNT. THE CLAIM AS
      *  KEYED IS CARRIED WHOLE (SEE ESCHCLM), WITH:
      *    EJ-RESULT        P - PAID, R - REJECTED
      *    EJ-RETURN-CODE   THE TRANSACT RETURN CODE OF THE TRANSFER
      *                     (SPACES IF THE CLAIM NEVER REACHED IT)
      *    EJ-REASON        WHY A CLAIM WAS REJECTED
      *    EJ-AMOUNT        THE AMOUNT PAID (ZERO ON A REJECTION), IN
      *                     EJ-CURRENCY-CODE
      *    EJ-REMAINING     WHAT WAS STILL UNCLAIMED AFTER THE CLAIM
      *  EJ-BUSINESS-DATE IS THE RUN-CONTROL BUSINESS DATE THE PAYMENT
      *  WAS JOURNALED UNDER ON TRNJRNL; EJ-TIMESTAMP IS ONLY THE WALL
      *  CLOCK.
      *----------------------------------------------------------------
       01  ESCHEAT-CLAIM-JOURNAL-RECORD.
           05  EJ-BUSINESS-DATE        PIC 9(08).
           05  EJ-TIMESTAMP            PIC X(21).
           05  EJ-ACCOUNT-NUMBER       PIC 9(10).
           05  EJ-PAYEE-ACCOUNT        PIC 9(10).
           05  EJ-LIABILITY-ACCOUNT    PIC 9(10).
           05  EJ-CLAIM-REFERENCE      PIC X(12).
           05  EJ-APPROVED-BY          PIC X(08).
           05  EJ-CLAIMANT-NAME        PIC X(30).
           05  EJ-CLAIM-AMOUNT         PIC S9(09)V99.
           05  EJ-AMOUNT               PIC S9(09)V99.
           05  EJ-CURRENCY-CODE        PIC X(03).
           05  EJ-RESULT               PIC X(01).
           05  EJ-RETURN-CODE          PIC X(02).
           05  EJ-REASON               PIC X(30).
           05  EJ-REMAINING            PIC S9(09)V99.
