      *  DAILY TRANSACTION INPUT RECORD LAYOUT
      *  ONE ENTRY PER TRANSACTION TO BE POSTED BY THE NIGHTLY BATCH
      *  POSTING RUN (BATCHPOST), IN TI-SEQUENCE-NUMBER ORDER
      *  TI-TRANS-TYPE: C CREDIT, D DEBIT, T TRANSFER, R REVERSAL,
      *  L LOAN INSTALLMENT - A TRANSFER DEBITS TI-ACCOUNT-NUMBER AND
      *  CREDITS TI-CONTRA-ACCOUNT IN ONE ATOMIC POSTING THROUGH
      *  TRANSACT; A LOAN INSTALLMENT DEBITS TI-ACCOUNT-NUMBER AND PAYS
      *  THE INSTALLMENT LOAN TI-CONTRA-ACCOUNT (INTEREST FIRST, THEN
      *  PRINCIPAL - SEE LOANTERM); TI-CONTRA-ACCOUNT IS ZERO ON EVERY
      *  OTHER TRANSACTION TYPE.
      *  A REVERSAL BACKS OUT THE PRIOR POSTING IDENTIFIED BY
      *  TI-ORIGINAL-DATE/TI-ORIGINAL-SEQ - THE TRNHIST KEY OF THE
      *  ORIGINAL ENTRY UNDER TI-ACCOUNT-NUMBER (SEE TRNHIST); THE
      *  NIGHTLY BRSETTLE RUN CAN PROVE EACH BRANCH'S POSITION.
      *  TI-CHANNEL-CODE: B BRANCH COUNTER, O ONLINE TELLER,
      *  S STANDING ORDER (SET BY STORDGEN), I INTERNAL (INTEREST,
      *  FEES, LOAN INSTALLMENTS AND DISBURSEMENTS SET BY LOANDUE),
      *  C CLEARING (INBOUND CLEARING FILE ENTRIES SET BY CLRLOAD),
      *  P CARD (CARD SETTLEMENTS AND REFUNDS SET BY CARDSETL).
      *  BRANCH IS ZERO AND TELLER SPACES WHERE NOT APPLICABLE
      *  TI-SERIAL-NUMBER IS THE CHECK OR ITEM SERIAL NUMBER OF A
      *  PRESENTED ITEM (DEBIT OR TRANSFER ONLY; ZERO WHERE THE ITEM
      *  CARRIES NONE). IT IS CARRIED THROUGH TRANEDIT AND TRANSACT
      *  ONTO TRNJRNL AND TRNHIST, IS TESTED BY TRANSACT AGAINST THE
      *  ACCOUNT'S STOP-PAYMENT INSTRUCTIONS (SEE STOPPAY), AND TRANEDIT
      *  REJECTS A SERIAL ALREADY PAID ON THE ACCOUNT
      *----------------------------------------------------------------
       01  TRANS-INPUT-RECORD.
           05  TI-SEQUENCE-NUMBER      PIC 9(08).
           05  TI-BRANCH-CODE          PIC 9(04).
           05  TI-TELLER-ID            PIC X(08).
           05  TI-CHANNEL-CODE         PIC X(01).
           05  TI-SERIAL-NUMBER        PIC 9(10).
