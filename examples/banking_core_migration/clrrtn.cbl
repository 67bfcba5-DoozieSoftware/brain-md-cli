       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRTN.
      *----------------------------------------------------------------
      *  CLEARING RETURNS AND SETTLEMENT RUN
      *  RUNS AFTER THE NIGHTLY POSTING JOB HAS COMPLETED AND BUILDS
      *  THE OUTBOUND RETURNS FILE (CLEARING FORMAT - SEE CLRREC) FOR
      *  EVERY CLEARING ITEM (CHANNEL C) THAT COULD NOT BE APPLIED:
      *    - ITEMS CLRLOAD QUEUED FOR RETURN WHEN THE FILE WAS LOADED
      *      (ACCOUNT INVALID, NOT ON ACCTMAST, CLOSED OR FROZEN);
      *    - ITEMS THE PRE-POSTING EDIT REJECTED TONIGHT (TRANERR):
      *      R03 WHEN THE ACCOUNT WAS NOT FOUND, R17 OTHERWISE;
      *    - ITEMS BATCHPOST DROPPED FROM SUSPENSE TONIGHT (SUSPAGED),
      *      WITH THE REASON TAKEN FROM THE LAST TRANSACT RETURN CODE:
      *      10 R01 INSUFFICIENT FUNDS, 20 R03 NO ACCOUNT, 40 R16
      *      ACCOUNT FROZEN, 41 R02 ACCOUNT CLOSED, 97 R08 PAYMENT
      *      STOPPED, ANY OTHER R17.
      *  EACH ITEM IS LOOKED UP ON CLRITEM FOR THE ORIGINAL ENTRY AND
      *  BATCH DETAILS AND MARKED RETURNED, SO NOTHING IS RETURNED
      *  TWICE; A RERUN FOR THE SAME BUSINESS DATE REBUILDS THE SAME
      *  RETURNS FILE. RETURNS ARE SORTED INTO ONE BATCH PER
      *  ORIGINATING BANK, COMPANY AND ENTRY CLASS, EACH ENTRY WITH
      *  ITS RETURN ADDENDA CARRYING THE REASON AND THE ORIGINAL
      *  TRACE NUMBER, AND THE FILE IS CLOSED WITH BATCH AND FILE
      *  CONTROL TOTALS AND BLOCKED TO TEN RECORDS.
      *  THE SETTLEMENT SUMMARY (CLRSTL) SHOWS THE CREDITS, DEBITS AND
      *  PRENOTIFICATIONS RECEIVED FOR THE BUSINESS DATE, THE RETURNS
      *  BY REASON AND THE NET SETTLEMENT POSITION, ALL IN THE
      *  CLEARING CURRENCY. THE RUN REFUSES TO START UNTIL BATCHPOST
      *  HAS COMPLETED FOR THE BUSINESS DATE, AND ENDS RC 4 WHEN A
      *  CHANNEL C ITEM ON TRANERR OR SUSPAGED IS NOT ON CLRITEM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-ERROR-FILE ASSIGN TO "TRANERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.
           SELECT SUSPENSE-AGED-FILE ASSIGN TO "SUSPAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT CLEARING-ITEM-FILE ASSIGN TO "CLRITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-KEY
               FILE STATUS IS WS-CI-STATUS.
           SELECT CLEARING-RETURN-FILE ASSIGN TO "CLRRETN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLRSTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-ERROR-FILE.
       01  TRANS-ERROR-IMAGE     PIC X(82).
       FD  SUSPENSE-AGED-FILE.
       01  SUSPENSE-AGED-RECORD  PIC X(93).
       FD  CLEARING-ITEM-FILE.
           COPY CLRITEM.
       FD  CLEARING-RETURN-FILE.
       01  CLEARING-RETURN-RECORD PIC X(94).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-ODFI-ROUTING         PIC 9(08).
           05  SR-COMPANY-ID           PIC X(10).
           05  SR-SEC-CODE             PIC X(03).
           05  SR-TRACE-NUMBER         PIC X(15).
           05  SR-COMPANY-NAME         PIC X(16).
           05  SR-ENTRY-DESCRIPTION    PIC X(10).
           05  SR-TRANSACTION-CODE     PIC 9(02).
           05  SR-RDFI-ROUTING         PIC 9(08).
           05  SR-DFI-ACCOUNT          PIC X(17).
           05  SR-AMOUNT               PIC 9(08)V99.
           05  SR-INDIVIDUAL-ID        PIC X(15).
           05  SR-INDIVIDUAL-NAME      PIC X(22).
           05  SR-RETURN-REASON        PIC X(03).
       WORKING-STORAGE SECTION.
       01  WS-TE-STATUS          PIC X(02).
       01  WS-SA-STATUS          PIC X(02).
       01  WS-CI-STATUS          PIC X(02).
       01  WS-CR-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SORT-EOF-SWITCH    PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BANK-ROUTING       PIC 9(09) VALUE 123456780.
       01  WS-BANK-ROUTING-SPLIT REDEFINES WS-BANK-ROUTING.
           05  WS-BANK-ROUTING-ID    PIC 9(08).
           05  WS-BANK-CHECK-DIGIT   PIC 9(01).
       01  WS-BANK-NAME          PIC X(23) VALUE 'BANKCORE'.
       01  WS-OPERATOR-ROUTING   PIC X(10) VALUE ' 011000015'.
       01  WS-OPERATOR-NAME      PIC X(23)
               VALUE 'FEDERAL RESERVE BANK'.
       01  WS-CLEARING-CURRENCY  PIC X(03) VALUE 'USD'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-BUSINESS-DATE-SPLIT REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-CENTURY   PIC 9(02).
           05  WS-BUSINESS-YYMMDD    PIC 9(06).
       01  WS-RUN-TIME           PIC 9(08).
       01  WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMM           PIC 9(04).
           05  FILLER                PIC 9(04).
       01  WS-RETURN-REASON      PIC X(03).
       01  WS-CODE-TENS          PIC 9(01).
       01  WS-CODE-UNITS         PIC 9(01).
       01  WS-ROUTING-NUMBER     PIC 9(08).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUMBER.
           05  WS-ROUTING-DIGIT      PIC 9(01) OCCURS 8 TIMES.
       01  WS-ROUTING-WEIGHTS    PIC X(08) VALUE '37137137'.
       01  WS-WEIGHT-DIGITS REDEFINES WS-ROUTING-WEIGHTS.
           05  WS-WEIGHT-DIGIT       PIC 9(01) OCCURS 8 TIMES.
       01  WS-DIGIT-SUB          PIC 9(02).
       01  WS-DIGIT-SUM          PIC 9(04).
       01  WS-DIGIT-QUOTIENT     PIC 9(04).
       01  WS-DIGIT-REMAINDER    PIC 9(02).
       01  WS-CHECK-DIGIT        PIC 9(01).
       01  WS-BATCH-OPEN         PIC X(01).
       01  WS-PREV-BATCH-KEY.
           05  WS-PREV-ODFI-ROUTING  PIC 9(08).
           05  WS-PREV-COMPANY-ID    PIC X(10).
           05  WS-PREV-SEC-CODE      PIC X(03).
       01  WS-PREV-COMPANY-NAME  PIC X(16).
       01  WS-BATCH-NUMBER       PIC 9(07).
       01  WS-BATCH-ENTRIES      PIC 9(08).
       01  WS-BATCH-HASH-SUM     PIC 9(12).
       01  WS-BATCH-DEBITS       PIC 9(10)V99.
       01  WS-BATCH-CREDITS      PIC 9(10)V99.
       01  WS-FILE-ENTRIES       PIC 9(08).
       01  WS-FILE-HASH-SUM      PIC 9(12).
       01  WS-FILE-DEBITS        PIC 9(10)V99.
       01  WS-FILE-CREDITS       PIC 9(10)V99.
       01  WS-RECORDS-WRITTEN    PIC 9(08).
       01  WS-BLOCK-COUNT        PIC 9(08).
       01  WS-BLOCK-REMAINDER    PIC 9(02).
       01  WS-ENTRY-TRACE-SEQ    PIC 9(07).
       01  WS-ENTRY-TRACE.
           05  WS-ENTRY-TRACE-ODFI   PIC 9(08).
           05  WS-ENTRY-TRACE-NO     PIC 9(07).
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT       PIC 9(04) VALUE ZERO.
           05  WS-REASON-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-REASON-COUNT
                   INDEXED BY RT-IDX.
               10  RT-REASON            PIC X(03).
               10  RT-ITEMS             PIC 9(08).
               10  RT-CREDITS           PIC 9(10)V99.
               10  RT-DEBITS            PIC 9(10)V99.
       01  WS-RECEIVED-CREDITS   PIC 9(08).
       01  WS-RECEIVED-DEBITS    PIC 9(08).
       01  WS-RECEIVED-PRENOTES  PIC 9(08).
       01  WS-RECEIVED-CR-AMOUNT PIC 9(10)V99.
       01  WS-RECEIVED-DR-AMOUNT PIC 9(10)V99.
       01  WS-RETURNED-ITEMS     PIC 9(08) VALUE ZERO.
       01  WS-RETURNED-CR-AMOUNT PIC 9(10)V99.
       01  WS-RETURNED-DR-AMOUNT PIC 9(10)V99.
       01  WS-NET-AMOUNT         PIC S9(11)V99.
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-DEBIT-EDIT         PIC ZZZZZZZZZ9.99-.
       01  WS-NET-EDIT           PIC ZZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-ERRORS-READ        PIC 9(08) VALUE ZERO.
       01  WS-AGED-READ          PIC 9(08) VALUE ZERO.
       01  WS-ITEMS-MISSING      PIC 9(08).
       COPY TRANERR.
       COPY TRANIN.
       COPY SUSPENSE.
       COPY CLRREC.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'CLRRTN' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ODFI-ROUTING
               ON ASCENDING KEY SR-COMPANY-ID
               ON ASCENDING KEY SR-SEC-CODE
               ON ASCENDING KEY SR-TRACE-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0200-SELECT-RETURNS
               OUTPUT PROCEDURE IS 0500-WRITE-RETURNS-FILE
           PERFORM 0700-PRINT-SETTLEMENT
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE
           IF WS-ITEMS-MISSING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

      *    RETURNS ARE BUILT FROM WHAT TONIGHT'S POSTING COULD NOT
      *    APPLY, SO THE RUN REFUSES TO START UNTIL BATCHPOST HAS
      *    COMPLETED.
       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'CLRRTN ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'CLRRTN ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF RN-BATCHPOST-STATE NOT = 'C'
                           DISPLAY 'CLRRTN REFUSED: POSTING NOT '
                                   'COMPLETE FOR BUSINESS DATE '
                                   RN-BUSINESS-DATE
                           MOVE 'Y' TO WS-ABEND-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT TRANS-ERROR-FILE
           IF WS-TE-STATUS NOT = '00'
               DISPLAY 'CLRRTN ABEND: CANNOT OPEN TRANERR.DAT, '
                       'FILE STATUS ' WS-TE-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT SUSPENSE-AGED-FILE
           IF WS-SA-STATUS NOT = '00'
               DISPLAY 'CLRRTN ABEND: CANNOT OPEN SUSPAGED.DAT, '
                       'FILE STATUS ' WS-SA-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O CLEARING-ITEM-FILE
           IF WS-CI-STATUS NOT = '00'
               DISPLAY 'CLRRTN ABEND: CANNOT OPEN CLRITEM.DAT, '
                       'FILE STATUS ' WS-CI-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT CLEARING-RETURN-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'N' TO WS-BATCH-OPEN
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-ENTRY-TRACE-SEQ
           MOVE ZERO TO WS-FILE-ENTRIES
           MOVE ZERO TO WS-FILE-HASH-SUM
           MOVE ZERO TO WS-FILE-DEBITS
           MOVE ZERO TO WS-FILE-CREDITS
           MOVE ZERO TO WS-RECORDS-WRITTEN
           MOVE ZERO TO WS-RECEIVED-CREDITS
           MOVE ZERO TO WS-RECEIVED-DEBITS
           MOVE ZERO TO WS-RECEIVED-PRENOTES
           MOVE ZERO TO WS-RECEIVED-CR-AMOUNT
           MOVE ZERO TO WS-RECEIVED-DR-AMOUNT
           MOVE ZERO TO WS-RETURNED-ITEMS
           MOVE ZERO TO WS-RETURNED-CR-AMOUNT
           MOVE ZERO TO WS-RETURNED-DR-AMOUNT
           MOVE ZERO TO WS-ERRORS-READ
           MOVE ZERO TO WS-AGED-READ
           MOVE ZERO TO WS-ITEMS-MISSING.

      *    INPUT PROCEDURE - MARK TONIGHT'S EDIT REJECTS AND AGED
      *    SUSPENSE ITEMS FOR RETURN, THEN RELEASE EVERY ITEM DUE FOR
      *    RETURN. ITEMS RECEIVED UNDER TODAY'S DATE ARE RELEASED BY
      *    THE BROWSE OF TODAY'S CLRITEM ENTRIES, WHICH ALSO TAKES THE
      *    RECEIVED TOTALS; AN OLDER ITEM AGED OUT OF SUSPENSE IS
      *    RELEASED AS SOON AS IT IS MARKED.
       0200-SELECT-RETURNS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ TRANS-ERROR-FILE INTO TRANS-ERROR-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ERRORS-READ
                       PERFORM 0220-CHECK-EDIT-REJECT
               END-READ
           END-PERFORM
           CLOSE TRANS-ERROR-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ SUSPENSE-AGED-FILE INTO SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-AGED-READ
                       PERFORM 0240-CHECK-AGED-ITEM
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-AGED-FILE
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0260-BROWSE-TODAYS-ITEMS
           END-IF.

       0220-CHECK-EDIT-REJECT.
           MOVE TE-INPUT-IMAGE TO TRANS-INPUT-RECORD
           IF TI-CHANNEL-CODE = 'C'
                   AND TI-SEQUENCE-NUMBER NUMERIC
               IF TE-REASON-CODE = '01'
                   MOVE 'R03' TO WS-RETURN-REASON
               ELSE
                   MOVE 'R17' TO WS-RETURN-REASON
               END-IF
               MOVE WS-BUSINESS-DATE TO CI-RECEIVED-DATE
               MOVE TI-SEQUENCE-NUMBER TO CI-SEQUENCE-NUMBER
               PERFORM 0300-MARK-FOR-RETURN
           END-IF.

       0240-CHECK-AGED-ITEM.
           IF SP-CHANNEL-CODE = 'C'
               EVALUATE SP-RETURN-CODE
                   WHEN '10'
                       MOVE 'R01' TO WS-RETURN-REASON
                   WHEN '20'
                       MOVE 'R03' TO WS-RETURN-REASON
                   WHEN '40'
                       MOVE 'R16' TO WS-RETURN-REASON
                   WHEN '41'
                       MOVE 'R02' TO WS-RETURN-REASON
                   WHEN '97'
                       MOVE 'R08' TO WS-RETURN-REASON
                   WHEN OTHER
                       MOVE 'R17' TO WS-RETURN-REASON
               END-EVALUATE
               MOVE SP-DECLINE-DATE TO CI-RECEIVED-DATE
               MOVE SP-SEQUENCE-NUMBER TO CI-SEQUENCE-NUMBER
               PERFORM 0300-MARK-FOR-RETURN
           END-IF.

       0260-BROWSE-TODAYS-ITEMS.
           MOVE WS-BUSINESS-DATE TO CI-RECEIVED-DATE
           MOVE ZERO TO CI-SEQUENCE-NUMBER
           START CLEARING-ITEM-FILE KEY NOT LESS THAN CI-ITEM-KEY
               INVALID KEY
                   MOVE '23' TO WS-CI-STATUS
           END-START
           IF WS-CI-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-ABEND-SWITCH = 'Y'
                   READ CLEARING-ITEM-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CI-RECEIVED-DATE NOT = WS-BUSINESS-DATE
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               PERFORM 0280-COUNT-RECEIVED-ITEM
                               IF CI-ITEM-STATUS = 'Q'
                                       OR (CI-ITEM-STATUS = 'R'
                                       AND CI-RETURN-DATE
                                           = WS-BUSINESS-DATE)
                                   PERFORM 0350-RELEASE-RETURN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0280-COUNT-RECEIVED-ITEM.
           DIVIDE CI-TRANSACTION-CODE BY 10
               GIVING WS-CODE-TENS
               REMAINDER WS-CODE-UNITS
           EVALUATE TRUE
               WHEN WS-CODE-UNITS = 3 OR WS-CODE-UNITS = 8
                   ADD 1 TO WS-RECEIVED-PRENOTES
               WHEN WS-CODE-UNITS < 5
                   ADD 1 TO WS-RECEIVED-CREDITS
                   ADD CI-AMOUNT TO WS-RECEIVED-CR-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-RECEIVED-DEBITS
                   ADD CI-AMOUNT TO WS-RECEIVED-DR-AMOUNT
           END-EVALUATE.

      *    AN ITEM STILL MARKED APPLIED IS QUEUED WITH THE REASON
      *    FOUND; ONE ALREADY QUEUED OR RETURNED KEEPS ITS REASON.
       0300-MARK-FOR-RETURN.
           READ CLEARING-ITEM-FILE
               INVALID KEY
                   ADD 1 TO WS-ITEMS-MISSING
                   DISPLAY 'CLEARING ITEM NOT ON CLRITEM - RECEIVED '
                           CI-RECEIVED-DATE
                           ' SEQ ' CI-SEQUENCE-NUMBER
                           ' - RETURN MANUALLY'
               NOT INVALID KEY
                   IF CI-ITEM-STATUS = 'A'
                       MOVE 'Q' TO CI-ITEM-STATUS
                       MOVE WS-RETURN-REASON TO CI-RETURN-REASON
                       PERFORM 0380-REWRITE-CLEARING-ITEM
                   END-IF
                   IF CI-RECEIVED-DATE NOT = WS-BUSINESS-DATE
                       IF CI-ITEM-STATUS = 'Q'
                               OR (CI-ITEM-STATUS = 'R'
                               AND CI-RETURN-DATE = WS-BUSINESS-DATE)
                           PERFORM 0350-RELEASE-RETURN
                       END-IF
                   END-IF
           END-READ.

       0350-RELEASE-RETURN.
           MOVE CI-ODFI-ROUTING      TO SR-ODFI-ROUTING
           MOVE CI-COMPANY-ID        TO SR-COMPANY-ID
           MOVE CI-SEC-CODE          TO SR-SEC-CODE
           MOVE CI-TRACE-NUMBER      TO SR-TRACE-NUMBER
           MOVE CI-COMPANY-NAME      TO SR-COMPANY-NAME
           MOVE CI-ENTRY-DESCRIPTION TO SR-ENTRY-DESCRIPTION
           MOVE CI-TRANSACTION-CODE  TO SR-TRANSACTION-CODE
           MOVE CI-RDFI-ROUTING      TO SR-RDFI-ROUTING
           MOVE CI-DFI-ACCOUNT       TO SR-DFI-ACCOUNT
           MOVE CI-AMOUNT            TO SR-AMOUNT
           MOVE CI-INDIVIDUAL-ID     TO SR-INDIVIDUAL-ID
           MOVE CI-INDIVIDUAL-NAME   TO SR-INDIVIDUAL-NAME
           MOVE CI-RETURN-REASON     TO SR-RETURN-REASON
           RELEASE SORT-RECORD
           IF CI-ITEM-STATUS = 'Q'
               MOVE 'R' TO CI-ITEM-STATUS
               MOVE WS-BUSINESS-DATE TO CI-RETURN-DATE
               PERFORM 0380-REWRITE-CLEARING-ITEM
           END-IF.

       0380-REWRITE-CLEARING-ITEM.
           REWRITE CLEARING-ITEM-RECORD
           IF WS-CI-STATUS NOT = '00'
               DISPLAY 'CLRRTN ABEND: CANNOT REWRITE CLRITEM.DAT, '
                       'FILE STATUS ' WS-CI-STATUS
                       ' SEQ ' CI-SEQUENCE-NUMBER
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

      *    OUTPUT PROCEDURE - ONE RETURN BATCH PER ORIGINATING BANK,
      *    COMPANY AND ENTRY CLASS. NOTHING IS WRITTEN WHEN THERE IS
      *    NOTHING TO RETURN.
       0500-WRITE-RETURNS-FILE.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM UNTIL WS-SORT-EOF-SWITCH = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 0520-PROCESS-SORTED-RETURN
               END-RETURN
           END-PERFORM
           IF WS-BATCH-OPEN = 'Y'
               PERFORM 0580-WRITE-BATCH-CONTROL
           END-IF
           IF WS-RETURNED-ITEMS > ZERO
               PERFORM 0600-WRITE-FILE-CONTROL
           END-IF.

       0520-PROCESS-SORTED-RETURN.
           IF WS-RETURNED-ITEMS = ZERO
               PERFORM 0530-WRITE-FILE-HEADER
           END-IF
           IF WS-BATCH-OPEN = 'Y'
                   AND (SR-ODFI-ROUTING NOT = WS-PREV-ODFI-ROUTING
                       OR SR-COMPANY-ID NOT = WS-PREV-COMPANY-ID
                       OR SR-SEC-CODE NOT = WS-PREV-SEC-CODE)
               PERFORM 0580-WRITE-BATCH-CONTROL
           END-IF
           IF WS-BATCH-OPEN NOT = 'Y'
               PERFORM 0540-WRITE-BATCH-HEADER
           END-IF
           PERFORM 0560-WRITE-RETURN-ENTRY
           PERFORM 0570-ADD-REASON-TOTAL.

       0530-WRITE-FILE-HEADER.
           MOVE SPACES TO CLEARING-RECORD
           MOVE '1'                 TO CL-RECORD-TYPE
           MOVE '01'                TO CL-FH-PRIORITY-CODE
           MOVE WS-OPERATOR-ROUTING TO CL-FH-DESTINATION
           MOVE SPACE               TO CL-FH-ORIGIN(1:1)
           MOVE WS-BANK-ROUTING     TO CL-FH-ORIGIN(2:9)
           MOVE WS-BUSINESS-YYMMDD  TO CL-FH-CREATION-DATE
           MOVE WS-RUN-HHMM         TO CL-FH-CREATION-TIME
           MOVE 'A'                 TO CL-FH-FILE-ID-MODIFIER
           MOVE '094'               TO CL-FH-RECORD-SIZE
           MOVE '10'                TO CL-FH-BLOCKING-FACTOR
           MOVE '1'                 TO CL-FH-FORMAT-CODE
           MOVE WS-OPERATOR-NAME    TO CL-FH-DESTINATION-NAME
           MOVE WS-BANK-NAME        TO CL-FH-ORIGIN-NAME
           PERFORM 0650-WRITE-CLEARING-RECORD.

       0540-WRITE-BATCH-HEADER.
           MOVE 'Y' TO WS-BATCH-OPEN
           MOVE SR-ODFI-ROUTING TO WS-PREV-ODFI-ROUTING
           MOVE SR-COMPANY-ID   TO WS-PREV-COMPANY-ID
           MOVE SR-SEC-CODE     TO WS-PREV-SEC-CODE
           MOVE SR-COMPANY-NAME TO WS-PREV-COMPANY-NAME
           ADD 1 TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-BATCH-ENTRIES
           MOVE ZERO TO WS-BATCH-HASH-SUM
           MOVE ZERO TO WS-BATCH-DEBITS
           MOVE ZERO TO WS-BATCH-CREDITS
           MOVE SPACES TO CLEARING-RECORD
           MOVE '5'                  TO CL-RECORD-TYPE
           MOVE 200                  TO CL-BH-SERVICE-CLASS
           MOVE SR-COMPANY-NAME      TO CL-BH-COMPANY-NAME
           MOVE SR-COMPANY-ID        TO CL-BH-COMPANY-ID
           MOVE SR-SEC-CODE          TO CL-BH-SEC-CODE
           MOVE SR-ENTRY-DESCRIPTION TO CL-BH-ENTRY-DESCRIPTION
           MOVE WS-BUSINESS-YYMMDD   TO CL-BH-EFFECTIVE-DATE
           MOVE '1'                  TO CL-BH-ORIGINATOR-STATUS
           MOVE WS-BANK-ROUTING-ID   TO CL-BH-ODFI-ROUTING
           MOVE WS-BATCH-NUMBER      TO CL-BH-BATCH-NUMBER
           PERFORM 0650-WRITE-CLEARING-RECORD.

      *    THE RETURN ENTRY GOES BACK TO THE ORIGINATING BANK WITH
      *    THE TRANSACTION CODE ONE BELOW THE ORIGINAL (22 TO 21,
      *    27 TO 26 AND SO ON), FOLLOWED BY ITS RETURN ADDENDA.
       0560-WRITE-RETURN-ENTRY.
           ADD 1 TO WS-RETURNED-ITEMS
           ADD 1 TO WS-ENTRY-TRACE-SEQ
           MOVE WS-BANK-ROUTING-ID TO WS-ENTRY-TRACE-ODFI
           MOVE WS-ENTRY-TRACE-SEQ TO WS-ENTRY-TRACE-NO
           MOVE SR-ODFI-ROUTING TO WS-ROUTING-NUMBER
           PERFORM 0620-COMPUTE-CHECK-DIGIT
           MOVE SPACES TO CLEARING-RECORD
           MOVE '6'                TO CL-RECORD-TYPE
           COMPUTE CL-ED-TRANSACTION-CODE = SR-TRANSACTION-CODE - 1
           MOVE SR-ODFI-ROUTING    TO CL-ED-RDFI-ROUTING
           MOVE WS-CHECK-DIGIT     TO CL-ED-RDFI-CHECK-DIGIT
           MOVE SR-DFI-ACCOUNT     TO CL-ED-DFI-ACCOUNT
           MOVE SR-AMOUNT          TO CL-ED-AMOUNT
           MOVE SR-INDIVIDUAL-ID   TO CL-ED-INDIVIDUAL-ID
           MOVE SR-INDIVIDUAL-NAME TO CL-ED-INDIVIDUAL-NAME
           MOVE '1'                TO CL-ED-ADDENDA-IND
           MOVE WS-ENTRY-TRACE     TO CL-ED-TRACE-NUMBER
           PERFORM 0650-WRITE-CLEARING-RECORD
           ADD 2 TO WS-BATCH-ENTRIES
           ADD SR-ODFI-ROUTING TO WS-BATCH-HASH-SUM
           DIVIDE CL-ED-TRANSACTION-CODE BY 10
               GIVING WS-CODE-TENS
               REMAINDER WS-CODE-UNITS
           IF WS-CODE-UNITS < 5
               ADD SR-AMOUNT TO WS-BATCH-CREDITS
               ADD SR-AMOUNT TO WS-RETURNED-CR-AMOUNT
           ELSE
               ADD SR-AMOUNT TO WS-BATCH-DEBITS
               ADD SR-AMOUNT TO WS-RETURNED-DR-AMOUNT
           END-IF
           MOVE SPACES TO CLEARING-RECORD
           MOVE '7'                TO CL-RECORD-TYPE
           MOVE '99'               TO CL-AD-ADDENDA-TYPE
           MOVE SR-RETURN-REASON   TO CL-AD-RETURN-REASON
           MOVE SR-TRACE-NUMBER    TO CL-AD-ORIGINAL-TRACE
           MOVE SR-RDFI-ROUTING    TO WS-ROUTING-NUMBER
           MOVE WS-ROUTING-NUMBER  TO CL-AD-ORIGINAL-RDFI
           MOVE WS-ENTRY-TRACE     TO CL-AD-TRACE-NUMBER
           PERFORM 0650-WRITE-CLEARING-RECORD.

       0570-ADD-REASON-TOTAL.
           SET RT-IDX TO 1
           SEARCH WS-REASON-ENTRY
               AT END
                   IF WS-REASON-COUNT < 30
                       ADD 1 TO WS-REASON-COUNT
                       SET RT-IDX TO WS-REASON-COUNT
                       MOVE SR-RETURN-REASON TO RT-REASON(RT-IDX)
                       MOVE ZERO TO RT-ITEMS(RT-IDX)
                       MOVE ZERO TO RT-CREDITS(RT-IDX)
                       MOVE ZERO TO RT-DEBITS(RT-IDX)
                       PERFORM 0575-ADD-TO-REASON
                   END-IF
               WHEN RT-REASON(RT-IDX) = SR-RETURN-REASON
                   PERFORM 0575-ADD-TO-REASON
           END-SEARCH.

       0575-ADD-TO-REASON.
           ADD 1 TO RT-ITEMS(RT-IDX)
           IF WS-CODE-UNITS < 5
               ADD SR-AMOUNT TO RT-CREDITS(RT-IDX)
           ELSE
               ADD SR-AMOUNT TO RT-DEBITS(RT-IDX)
           END-IF.

       0580-WRITE-BATCH-CONTROL.
           MOVE SPACES TO CLEARING-RECORD
           MOVE '8'                  TO CL-RECORD-TYPE
           MOVE 200                  TO CL-BC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRIES     TO CL-BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH-SUM    TO CL-BC-ENTRY-HASH
           MOVE WS-BATCH-DEBITS      TO CL-BC-TOTAL-DEBIT
           MOVE WS-BATCH-CREDITS     TO CL-BC-TOTAL-CREDIT
           MOVE WS-PREV-COMPANY-ID   TO CL-BC-COMPANY-ID
           MOVE WS-BANK-ROUTING-ID   TO CL-BC-ODFI-ROUTING
           MOVE WS-BATCH-NUMBER      TO CL-BC-BATCH-NUMBER
           PERFORM 0650-WRITE-CLEARING-RECORD
           ADD WS-BATCH-ENTRIES  TO WS-FILE-ENTRIES
           ADD WS-BATCH-HASH-SUM TO WS-FILE-HASH-SUM
           ADD WS-BATCH-DEBITS   TO WS-FILE-DEBITS
           ADD WS-BATCH-CREDITS  TO WS-FILE-CREDITS
           MOVE 'N' TO WS-BATCH-OPEN.

      *    THE FILE CONTROL RECORD COUNTS ITSELF IN THE BLOCK COUNT;
      *    THE LAST BLOCK IS THEN FILLED OUT WITH ALL-NINES RECORDS.
       0600-WRITE-FILE-CONTROL.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORDS-WRITTEN + 10) / 10
           MOVE SPACES TO CLEARING-RECORD
           MOVE '9'                  TO CL-RECORD-TYPE
           MOVE WS-BATCH-NUMBER      TO CL-FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT       TO CL-FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRIES      TO CL-FC-ENTRY-COUNT
           MOVE WS-FILE-HASH-SUM     TO CL-FC-ENTRY-HASH
           MOVE WS-FILE-DEBITS       TO CL-FC-TOTAL-DEBIT
           MOVE WS-FILE-CREDITS      TO CL-FC-TOTAL-CREDIT
           PERFORM 0650-WRITE-CLEARING-RECORD
           DIVIDE WS-RECORDS-WRITTEN BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER
           MOVE ALL '9' TO CLEARING-RECORD
           PERFORM UNTIL WS-BLOCK-REMAINDER = ZERO
               PERFORM 0650-WRITE-CLEARING-RECORD
               DIVIDE WS-RECORDS-WRITTEN BY 10
                   GIVING WS-BLOCK-COUNT
                   REMAINDER WS-BLOCK-REMAINDER
           END-PERFORM.

       0620-COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-DIGIT-SUM
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 8
               COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM
                   + WS-ROUTING-DIGIT(WS-DIGIT-SUB)
                   * WS-WEIGHT-DIGIT(WS-DIGIT-SUB)
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 10
               GIVING WS-DIGIT-QUOTIENT
               REMAINDER WS-DIGIT-REMAINDER
           IF WS-DIGIT-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-DIGIT-REMAINDER
           END-IF.

       0650-WRITE-CLEARING-RECORD.
           WRITE CLEARING-RETURN-RECORD FROM CLEARING-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       0700-PRINT-SETTLEMENT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLEARING SETTLEMENT SUMMARY FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-CLEARING-CURRENCY DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'RECEIVED FOR THE BUSINESS DATE' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-RECEIVED-CREDITS TO WS-COUNT-EDIT
           MOVE WS-RECEIVED-CR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CREDITS  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-RECEIVED-DEBITS TO WS-COUNT-EDIT
           MOVE WS-RECEIVED-DR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DEBITS   ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-RECEIVED-PRENOTES TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PRENOTES ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'RETURNED BY REASON' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           IF WS-REASON-COUNT = ZERO
               MOVE '  NO CLEARING RETURNS THIS BUSINESS DATE'
                   TO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > WS-REASON-COUNT
                   MOVE RT-ITEMS(RT-IDX) TO WS-COUNT-EDIT
                   MOVE RT-CREDITS(RT-IDX) TO WS-AMOUNT-EDIT
                   MOVE RT-DEBITS(RT-IDX) TO WS-DEBIT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          RT-REASON(RT-IDX) DELIMITED BY SIZE
                          ' ITEMS ' DELIMITED BY SIZE
                          WS-COUNT-EDIT DELIMITED BY SIZE
                          ' CREDITS ' DELIMITED BY SIZE
                          WS-AMOUNT-EDIT DELIMITED BY SIZE
                          ' DEBITS ' DELIMITED BY SIZE
                          WS-DEBIT-EDIT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               END-PERFORM
           END-IF
           MOVE WS-RETURNED-ITEMS TO WS-COUNT-EDIT
           MOVE WS-RETURNED-CR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-RETURNED-DR-AMOUNT TO WS-DEBIT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ALL ITEMS ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' CREDITS ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' DEBITS ' DELIMITED BY SIZE
                  WS-DEBIT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           COMPUTE WS-NET-AMOUNT = WS-RECEIVED-CR-AMOUNT
                                 - WS-RETURNED-CR-AMOUNT
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NET CREDITS AFTER RETURNS......... '
                      DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           COMPUTE WS-NET-AMOUNT = WS-RECEIVED-DR-AMOUNT
                                 - WS-RETURNED-DR-AMOUNT
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NET DEBITS AFTER RETURNS.......... '
                      DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           COMPUTE WS-NET-AMOUNT = WS-RECEIVED-DR-AMOUNT
                                 - WS-RETURNED-DR-AMOUNT
                                 - WS-RECEIVED-CR-AMOUNT
                                 + WS-RETURNED-CR-AMOUNT
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NET SETTLEMENT (DEBITS LESS CREDITS) '
                      DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE CLEARING-ITEM-FILE
           CLOSE CLEARING-RETURN-FILE
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'CLRRTN RUN SUMMARY'
           DISPLAY 'EDIT REJECTS READ: ' WS-ERRORS-READ
           DISPLAY 'AGED ITEMS READ..: ' WS-AGED-READ
           DISPLAY 'ITEMS RETURNED...: ' WS-RETURNED-ITEMS
           DISPLAY 'RETURN BATCHES...: ' WS-BATCH-NUMBER
           DISPLAY 'ITEMS NOT ON FILE: ' WS-ITEMS-MISSING.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           COMPUTE RL-RECORDS-READ = WS-ERRORS-READ + WS-AGED-READ
           MOVE WS-RETURNED-ITEMS TO RL-RECORDS-POSTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
