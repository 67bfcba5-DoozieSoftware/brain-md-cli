      *----------------------------------------------------------------
      *  STOP-PAYMENT HIT LOG RECORD LAYOUT
      *  ONE ENTRY PER PRESENTED ITEM TRANSACT DECLINED (RC 97)
      *  BECAUSE ITS SERIAL MATCHED A STOP-PAYMENT INSTRUCTION IN
      *  FORCE (SEE STOPPAY), APPEND ONLY. CARRIES THE ITEM AS
      *  PRESENTED, WHERE IT CAME FROM, AND THE INSTRUCTION THAT
      *  STOPPED IT, SO THE DAILY STOPRPT REPORT CAN TELL EACH BRANCH
      *  WHICH OF ITS CUSTOMERS' STOPS WERE HONORED. WRITTEN UNDER
      *  THE SAME GENERATION RULES AS SWEEPLOG.
      *----------------------------------------------------------------
       01  STOP-HIT-RECORD.
           05  SH-BUSINESS-DATE        PIC 9(08).
           05  SH-ACCOUNT-NUMBER       PIC 9(10).
           05  SH-SERIAL-NUMBER        PIC 9(10).
           05  SH-TRANS-TYPE           PIC X(01).
           05  SH-AMOUNT               PIC S9(09)V99.
           05  SH-CURRENCY-CODE        PIC X(03).
           05  SH-STOP-SERIAL-FROM     PIC 9(10).
           05  SH-STOP-SERIAL-TO       PIC 9(10).
           05  SH-STOP-REASON          PIC X(20).
           05  SH-BRANCH-CODE          PIC 9(04).
           05  SH-TELLER-ID            PIC X(08).
           05  SH-CHANNEL-CODE         PIC X(01).
           05  SH-TIMESTAMP            PIC X(21).
