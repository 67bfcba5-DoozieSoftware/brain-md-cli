      *----------------------------------------------------------------
      *  CLEARING HOUSE FILE RECORD LAYOUT (94-BYTE FIXED RECORDS)
      *  USED FOR THE INBOUND CLEARING FILE READ BY CLRLOAD AND THE
      *  OUTBOUND RETURNS FILE WRITTEN BY CLRRTN. CL-RECORD-TYPE
      *  SELECTS THE VIEW OF CL-RECORD-BODY:
      *    1 - FILE HEADER (ONE PER FILE, FIRST RECORD)
      *    5 - BATCH HEADER (OPENS EACH BATCH)
      *    6 - ENTRY DETAIL (ONE PER PAYMENT)
      *    7 - ADDENDA (FOLLOWS ITS ENTRY WHEN CL-ED-ADDENDA-IND IS
      *        1; ONLY THE RETURN ADDENDA, TYPE 99, IS INTERPRETED -
      *        OTHER ADDENDA ARE COUNTED BUT OTHERWISE IGNORED)
      *    8 - BATCH CONTROL (CLOSES EACH BATCH)
      *    9 - FILE CONTROL (LAST RECORD; ANY RECORDS AFTER IT ARE
      *        ALL-NINES BLOCK PADDING)
      *  CL-ED-TRANSACTION-CODE: 22/32 CREDIT TO CHECKING/SAVINGS,
      *  27/37 DEBIT, 23/28/33/38 ZERO-DOLLAR PRENOTIFICATIONS,
      *  21/26/31/36 RETURNS OF THE CORRESPONDING ENTRIES. THE SECOND
      *  DIGIT 1-4 IS THE CREDIT SIDE AND 5-9 THE DEBIT SIDE FOR THE
      *  CONTROL TOTALS. AMOUNTS ARE IN DOLLARS AND CENTS WITH NO
      *  DECIMAL POINT. THE ENTRY HASH IS THE SUM OF THE 8-DIGIT
      *  RECEIVING ROUTING NUMBERS, LOW-ORDER 10 DIGITS KEPT.
      *  CL-ED-DFI-ACCOUNT CARRIES OUR 10-DIGIT ACCOUNT NUMBER
      *  LEFT-JUSTIFIED AND SPACE-FILLED.
      *----------------------------------------------------------------
       01  CLEARING-RECORD.
           05  CL-RECORD-TYPE          PIC X(01).
           05  CL-RECORD-BODY          PIC X(93).
           05  CL-FILE-HEADER REDEFINES CL-RECORD-BODY.
               10  CL-FH-PRIORITY-CODE     PIC X(02).
               10  CL-FH-DESTINATION       PIC X(10).
               10  CL-FH-ORIGIN            PIC X(10).
               10  CL-FH-CREATION-DATE     PIC 9(06).
               10  CL-FH-CREATION-TIME     PIC 9(04).
               10  CL-FH-FILE-ID-MODIFIER  PIC X(01).
               10  CL-FH-RECORD-SIZE       PIC X(03).
               10  CL-FH-BLOCKING-FACTOR   PIC X(02).
               10  CL-FH-FORMAT-CODE       PIC X(01).
               10  CL-FH-DESTINATION-NAME  PIC X(23).
               10  CL-FH-ORIGIN-NAME       PIC X(23).
               10  CL-FH-REFERENCE-CODE    PIC X(08).
           05  CL-BATCH-HEADER REDEFINES CL-RECORD-BODY.
               10  CL-BH-SERVICE-CLASS     PIC 9(03).
               10  CL-BH-COMPANY-NAME      PIC X(16).
               10  CL-BH-DISCRETIONARY     PIC X(20).
               10  CL-BH-COMPANY-ID        PIC X(10).
               10  CL-BH-SEC-CODE          PIC X(03).
               10  CL-BH-ENTRY-DESCRIPTION PIC X(10).
               10  CL-BH-DESCRIPTIVE-DATE  PIC X(06).
               10  CL-BH-EFFECTIVE-DATE    PIC X(06).
               10  CL-BH-SETTLEMENT-DATE   PIC X(03).
               10  CL-BH-ORIGINATOR-STATUS PIC X(01).
               10  CL-BH-ODFI-ROUTING      PIC 9(08).
               10  CL-BH-BATCH-NUMBER      PIC 9(07).
           05  CL-ENTRY-DETAIL REDEFINES CL-RECORD-BODY.
               10  CL-ED-TRANSACTION-CODE  PIC 9(02).
               10  CL-ED-RDFI-ROUTING      PIC 9(08).
               10  CL-ED-RDFI-CHECK-DIGIT  PIC X(01).
               10  CL-ED-DFI-ACCOUNT       PIC X(17).
               10  CL-ED-AMOUNT            PIC 9(08)V99.
               10  CL-ED-INDIVIDUAL-ID     PIC X(15).
               10  CL-ED-INDIVIDUAL-NAME   PIC X(22).
               10  CL-ED-DISCRETIONARY     PIC X(02).
               10  CL-ED-ADDENDA-IND       PIC X(01).
               10  CL-ED-TRACE-NUMBER      PIC X(15).
           05  CL-RETURN-ADDENDA REDEFINES CL-RECORD-BODY.
               10  CL-AD-ADDENDA-TYPE      PIC X(02).
               10  CL-AD-RETURN-REASON     PIC X(03).
               10  CL-AD-ORIGINAL-TRACE    PIC X(15).
               10  CL-AD-DATE-OF-DEATH     PIC X(06).
               10  CL-AD-ORIGINAL-RDFI     PIC X(08).
               10  CL-AD-ADDENDA-INFO      PIC X(44).
               10  CL-AD-TRACE-NUMBER      PIC X(15).
           05  CL-BATCH-CONTROL REDEFINES CL-RECORD-BODY.
               10  CL-BC-SERVICE-CLASS     PIC 9(03).
               10  CL-BC-ENTRY-COUNT       PIC 9(06).
               10  CL-BC-ENTRY-HASH        PIC 9(10).
               10  CL-BC-TOTAL-DEBIT       PIC 9(10)V99.
               10  CL-BC-TOTAL-CREDIT      PIC 9(10)V99.
               10  CL-BC-COMPANY-ID        PIC X(10).
               10  CL-BC-AUTHENTICATION    PIC X(19).
               10  CL-BC-RESERVED          PIC X(06).
               10  CL-BC-ODFI-ROUTING      PIC 9(08).
               10  CL-BC-BATCH-NUMBER      PIC 9(07).
           05  CL-FILE-CONTROL REDEFINES CL-RECORD-BODY.
               10  CL-FC-BATCH-COUNT       PIC 9(06).
               10  CL-FC-BLOCK-COUNT       PIC 9(06).
               10  CL-FC-ENTRY-COUNT       PIC 9(08).
               10  CL-FC-ENTRY-HASH        PIC 9(10).
               10  CL-FC-TOTAL-DEBIT       PIC 9(10)V99.
               10  CL-FC-TOTAL-CREDIT      PIC 9(10)V99.
               10  CL-FC-RESERVED          PIC X(39).
