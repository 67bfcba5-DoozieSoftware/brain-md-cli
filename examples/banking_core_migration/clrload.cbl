       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRLOAD.
      *----------------------------------------------------------------
      *  INBOUND CLEARING FILE LOAD
      *  RUNS IN THE NIGHTLY POSTING JOB AHEAD OF STORDGEN. READS THE
      *  DAY'S INBOUND CLEARING FILE (SEE CLRREC) TWICE:
      *    - THE FIRST PASS PROVES THE FILE: RECORD SEQUENCE (FILE
      *      HEADER, BATCHES OF ENTRIES AND ADDENDA BETWEEN BATCH
      *      HEADER AND BATCH CONTROL, FILE CONTROL LAST) AND EVERY
      *      BATCH AND FILE CONTROL RECORD'S ENTRY/ADDENDA COUNT,
      *      ENTRY HASH AND DEBIT AND CREDIT TOTALS AGAINST THE
      *      ENTRIES ACTUALLY RECEIVED. ANY DIFFERENCE REJECTS THE
      *      WHOLE FILE - NOTHING IS LOADED AND THE RUN ENDS RC 8 SO
      *      THE NIGHT IS HELD UNTIL OPERATIONS OBTAIN A GOOD FILE;
      *    - THE SECOND PASS MAPS EACH ENTRY DETAIL TO A
      *      TRANS-INPUT-RECORD ON CLRTRAN - CREDIT (C) OR DEBIT (D)
      *      IN THE CLEARING CURRENCY, CHANNEL C - WITH SEQUENCE
      *      NUMBERS CONTINUING AFTER THE HIGHEST ON THE DAY'S
      *      CAPTURED TRANSACTION FILE. STORDGEN COPIES CLRTRAN INTO
      *      THE MERGED FILE THE EDIT STEP READS.
      *  AN ENTRY WHOSE ACCOUNT NUMBER IS NOT VALID, IS NOT ON
      *  ACCTMAST, OR IS CLOSED OR FROZEN IS NOT POSTED BUT QUEUED FOR
      *  RETURN WITH THE MATCHING RETURN REASON. EVERY ENTRY, POSTED
      *  OR NOT, IS RECORDED ON CLRITEM UNDER THE BUSINESS DATE AND
      *  ITS SEQUENCE NUMBER SO THE END-OF-CYCLE CLRRTN RUN CAN BUILD
      *  THE RETURN OF ANY ITEM THAT IS QUEUED, REJECTED BY TRANEDIT
      *  OR AGES OUT OF SUSPENSE. A RERUN FOR THE SAME BUSINESS DATE
      *  AGAINST THE SAME FILES ASSIGNS THE SAME SEQUENCE NUMBERS AND
      *  REPLACES THE CLRITEM ENTRIES IT WROTE BEFORE. THE RUN ENDS
      *  RC 4 WHEN ANY ENTRY WAS QUEUED FOR RETURN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-IN-FILE ASSIGN TO "CLRIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT TRANS-CAPTURE-FILE ASSIGN TO "TRANCAPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT CLEARING-TRANS-FILE ASSIGN TO "CLRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CLEARING-ITEM-FILE ASSIGN TO "CLRITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-ITEM-KEY
               FILE STATUS IS WS-CI-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-IN-FILE.
       01  CLEARING-IN-RECORD    PIC X(94).
       FD  TRANS-CAPTURE-FILE.
       01  TRANS-CAPTURE-RECORD  PIC X(80).
       FD  CLEARING-TRANS-FILE.
       01  CLEARING-TRANS-RECORD PIC X(80).
       FD  CLEARING-ITEM-FILE.
           COPY CLRITEM.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-CL-STATUS          PIC X(02).
       01  WS-TC-STATUS          PIC X(02).
       01  WS-CT-STATUS          PIC X(02).
       01  WS-CI-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-FILE-REJECTED      PIC X(01) VALUE 'N'.
       01  WS-CLEARING-CURRENCY  PIC X(03) VALUE 'USD'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-NEXT-SEQ-NUMBER    PIC 9(08).
       01  WS-FIRST-SEQ-NUMBER   PIC 9(08).
       01  WS-FILE-STATE         PIC X(01).
       01  WS-REJECT-REASON      PIC X(40).
       01  WS-ENTRY-TYPE         PIC X(01).
       01  WS-RETURN-REASON      PIC X(03).
       01  WS-CODE-TENS          PIC 9(01).
       01  WS-CODE-UNITS         PIC 9(01).
       01  WS-BATCH-NUMBER       PIC 9(07).
       01  WS-BATCH-ENTRIES      PIC 9(08).
       01  WS-BATCH-HASH-SUM     PIC 9(12).
       01  WS-BATCH-DEBITS       PIC 9(10)V99.
       01  WS-BATCH-CREDITS      PIC 9(10)V99.
       01  WS-FILE-BATCHES       PIC 9(08).
       01  WS-FILE-ENTRIES       PIC 9(08).
       01  WS-FILE-HASH-SUM      PIC 9(12).
       01  WS-FILE-DEBITS        PIC 9(10)V99.
       01  WS-FILE-CREDITS       PIC 9(10)V99.
       01  WS-HASH-CHECK         PIC 9(10).
       01  WS-COUNT-CHECK        PIC 9(08).
       01  WS-SAVED-BATCH.
           05  WS-SB-ODFI-ROUTING    PIC 9(08).
           05  WS-SB-COMPANY-NAME    PIC X(16).
           05  WS-SB-COMPANY-ID      PIC X(10).
           05  WS-SB-SEC-CODE        PIC X(03).
           05  WS-SB-ENTRY-DESC      PIC X(10).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-RECORDS-READ       PIC 9(08).
       01  WS-ENTRIES-READ       PIC 9(08) VALUE ZERO.
       01  WS-CREDITS-APPLIED    PIC 9(08) VALUE ZERO.
       01  WS-DEBITS-APPLIED     PIC 9(08) VALUE ZERO.
       01  WS-CREDIT-AMOUNT      PIC 9(10)V99.
       01  WS-DEBIT-AMOUNT       PIC 9(10)V99.
       01  WS-PRENOTES           PIC 9(08).
       01  WS-ITEMS-QUEUED       PIC 9(08) VALUE ZERO.
       COPY CLRREC.
       COPY TRANIN.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'CLRLOAD' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0120-READ-RUN-CONTROL
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0200-FIND-HIGHEST-SEQUENCE
           PERFORM 0300-VALIDATE-CLEARING-FILE
           IF WS-FILE-REJECTED = 'Y'
               PERFORM 0800-CLOSE-FILES
               PERFORM 0900-DISPLAY-SUMMARY
               MOVE 8 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0500-MAP-ENTRIES
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT CLEARING-IN-FILE
           IF WS-CL-STATUS NOT = '00'
               DISPLAY 'CLRLOAD ABEND: CANNOT OPEN CLRIN.DAT, '
                       'FILE STATUS ' WS-CL-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT TRANS-CAPTURE-FILE
           IF WS-TC-STATUS NOT = '00'
               DISPLAY 'CLRLOAD ABEND: CANNOT OPEN TRANCAPT.DAT, '
                       'FILE STATUS ' WS-TC-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'CLRLOAD ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O CLEARING-ITEM-FILE
           IF WS-CI-STATUS = '35'
               OPEN OUTPUT CLEARING-ITEM-FILE
               CLOSE CLEARING-ITEM-FILE
               OPEN I-O CLEARING-ITEM-FILE
           END-IF
           IF WS-CI-STATUS NOT = '00'
               DISPLAY 'CLRLOAD ABEND: CANNOT OPEN CLRITEM.DAT, '
                       'FILE STATUS ' WS-CI-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT CLEARING-TRANS-FILE
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-ENTRIES-READ
           MOVE ZERO TO WS-CREDITS-APPLIED
           MOVE ZERO TO WS-DEBITS-APPLIED
           MOVE ZERO TO WS-CREDIT-AMOUNT
           MOVE ZERO TO WS-DEBIT-AMOUNT
           MOVE ZERO TO WS-PRENOTES
           MOVE ZERO TO WS-ITEMS-QUEUED
           MOVE ZERO TO WS-FILE-BATCHES
           MOVE ZERO TO WS-FILE-ENTRIES
           MOVE ZERO TO WS-FILE-HASH-SUM
           MOVE ZERO TO WS-FILE-DEBITS
           MOVE ZERO TO WS-FILE-CREDITS
           DISPLAY 'CLRLOAD CLEARING FILE LOAD FOR ' WS-BUSINESS-DATE.

       0120-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           MOVE ZERO TO WS-NEXT-SEQ-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'CLRLOAD ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'CLRLOAD ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RN-TRANIN-LAST-SEQ TO WS-NEXT-SEQ-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    THE CLEARING ITEMS ARE NUMBERED AFTER THE CAPTURED FILE'S
      *    HIGHEST SEQUENCE SO THE MERGED FILE STAYS IN ORDER FOR THE
      *    EDIT STEP; CARDSETL, STORDGEN AND LOANDUE NUMBER AFTER
      *    THESE IN TURN.
       0200-FIND-HIGHEST-SEQUENCE.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-CAPTURE-FILE INTO TRANS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TI-SEQUENCE-NUMBER NUMERIC
                               AND TI-SEQUENCE-NUMBER
                                   > WS-NEXT-SEQ-NUMBER
                           MOVE TI-SEQUENCE-NUMBER
                               TO WS-NEXT-SEQ-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-CAPTURE-FILE
           MOVE WS-NEXT-SEQ-NUMBER TO WS-FIRST-SEQ-NUMBER
           ADD 1 TO WS-FIRST-SEQ-NUMBER.

      *    FIRST PASS - PROVE THE FILE'S STRUCTURE AND CONTROL TOTALS
      *    BEFORE ANY ENTRY IS MAPPED. WS-FILE-STATE: H AWAITING THE
      *    FILE HEADER, F BETWEEN BATCHES, B INSIDE A BATCH, E AFTER
      *    THE FILE CONTROL RECORD.
       0300-VALIDATE-CLEARING-FILE.
           MOVE 'H' TO WS-FILE-STATE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-FILE-REJECTED = 'Y'
               READ CLEARING-IN-FILE INTO CLEARING-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0350-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-FILE-REJECTED NOT = 'Y'
               IF WS-RECORDS-READ = ZERO
                   DISPLAY 'NO CLEARING FILE RECEIVED FOR '
                           WS-BUSINESS-DATE
               ELSE
                   IF WS-FILE-STATE NOT = 'E'
                       MOVE 'FILE CONTROL RECORD MISSING'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   END-IF
               END-IF
           END-IF
           CLOSE CLEARING-IN-FILE.

       0340-REJECT-FILE.
           MOVE 'Y' TO WS-FILE-REJECTED
           DISPLAY 'CLRLOAD REJECT: ' WS-REJECT-REASON
                   ' AT RECORD ' WS-RECORDS-READ.

       0350-CHECK-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-FILE-STATE = 'E'
                   IF CLEARING-RECORD NOT = ALL '9'
                       MOVE 'RECORD FOLLOWS FILE CONTROL'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   END-IF
               WHEN CL-RECORD-TYPE = '1'
                   IF WS-FILE-STATE NOT = 'H'
                       MOVE 'FILE HEADER OUT OF SEQUENCE'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   ELSE
                       MOVE 'F' TO WS-FILE-STATE
                   END-IF
               WHEN WS-FILE-STATE = 'H'
                   MOVE 'FILE HEADER MISSING' TO WS-REJECT-REASON
                   PERFORM 0340-REJECT-FILE
               WHEN CL-RECORD-TYPE = '5'
                   IF WS-FILE-STATE NOT = 'F'
                       MOVE 'BATCH HEADER OUT OF SEQUENCE'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   ELSE
                       PERFORM 0360-OPEN-BATCH
                   END-IF
               WHEN CL-RECORD-TYPE = '6'
               WHEN CL-RECORD-TYPE = '7'
                   IF WS-FILE-STATE NOT = 'B'
                       MOVE 'ENTRY OUTSIDE A BATCH'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   ELSE
                       PERFORM 0370-ADD-BATCH-ENTRY
                   END-IF
               WHEN CL-RECORD-TYPE = '8'
                   IF WS-FILE-STATE NOT = 'B'
                       MOVE 'BATCH CONTROL OUT OF SEQUENCE'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   ELSE
                       PERFORM 0380-CHECK-BATCH-CONTROL
                   END-IF
               WHEN CL-RECORD-TYPE = '9'
                   IF WS-FILE-STATE NOT = 'F'
                       MOVE 'FILE CONTROL OUT OF SEQUENCE'
                           TO WS-REJECT-REASON
                       PERFORM 0340-REJECT-FILE
                   ELSE
                       PERFORM 0390-CHECK-FILE-CONTROL
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                   PERFORM 0340-REJECT-FILE
           END-EVALUATE.

       0360-OPEN-BATCH.
           MOVE 'B' TO WS-FILE-STATE
           ADD 1 TO WS-FILE-BATCHES
           MOVE CL-BH-BATCH-NUMBER TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-BATCH-ENTRIES
           MOVE ZERO TO WS-BATCH-HASH-SUM
           MOVE ZERO TO WS-BATCH-DEBITS
           MOVE ZERO TO WS-BATCH-CREDITS.

      *    ADDENDA COUNT TOWARD THE ENTRY/ADDENDA COUNT ONLY; ENTRY
      *    DETAILS ALSO FEED THE HASH AND THE DEBIT OR CREDIT TOTAL
      *    BY THE SIDE THE TRANSACTION CODE'S SECOND DIGIT GIVES.
       0370-ADD-BATCH-ENTRY.
           ADD 1 TO WS-BATCH-ENTRIES
           IF CL-RECORD-TYPE = '6'
               IF CL-ED-TRANSACTION-CODE NOT NUMERIC
                       OR CL-ED-RDFI-ROUTING NOT NUMERIC
                       OR CL-ED-AMOUNT NOT NUMERIC
                   MOVE 'ENTRY DETAIL FIELD NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 0340-REJECT-FILE
               ELSE
                   ADD CL-ED-RDFI-ROUTING TO WS-BATCH-HASH-SUM
                   DIVIDE CL-ED-TRANSACTION-CODE BY 10
                       GIVING WS-CODE-TENS
                       REMAINDER WS-CODE-UNITS
                   IF WS-CODE-UNITS < 5
                       ADD CL-ED-AMOUNT TO WS-BATCH-CREDITS
                   ELSE
                       ADD CL-ED-AMOUNT TO WS-BATCH-DEBITS
                   END-IF
               END-IF
           END-IF.

       0380-CHECK-BATCH-CONTROL.
           MOVE WS-BATCH-HASH-SUM TO WS-HASH-CHECK
           IF CL-BC-ENTRY-COUNT NOT NUMERIC
                   OR CL-BC-ENTRY-HASH NOT NUMERIC
                   OR CL-BC-TOTAL-DEBIT NOT NUMERIC
                   OR CL-BC-TOTAL-CREDIT NOT NUMERIC
               MOVE 'BATCH CONTROL FIELD NOT NUMERIC'
                   TO WS-REJECT-REASON
               PERFORM 0340-REJECT-FILE
           ELSE
               IF CL-BC-ENTRY-COUNT NOT = WS-BATCH-ENTRIES
                       OR CL-BC-ENTRY-HASH NOT = WS-HASH-CHECK
                       OR CL-BC-TOTAL-DEBIT NOT = WS-BATCH-DEBITS
                       OR CL-BC-TOTAL-CREDIT NOT = WS-BATCH-CREDITS
                       OR CL-BC-BATCH-NUMBER NOT = WS-BATCH-NUMBER
                   MOVE 'BATCH CONTROL OUT OF BALANCE'
                       TO WS-REJECT-REASON
                   PERFORM 0340-REJECT-FILE
                   DISPLAY '  BATCH ' WS-BATCH-NUMBER
                           ' CONTROL BATCH ' CL-BC-BATCH-NUMBER
                   DISPLAY '  ENTRIES RECEIVED ' WS-BATCH-ENTRIES
                           ' CONTROL ' CL-BC-ENTRY-COUNT
                   DISPLAY '  HASH RECEIVED ' WS-HASH-CHECK
                           ' CONTROL ' CL-BC-ENTRY-HASH
                   MOVE WS-BATCH-DEBITS TO WS-AMOUNT-EDIT
                   DISPLAY '  DEBITS RECEIVED ' WS-AMOUNT-EDIT
                   MOVE CL-BC-TOTAL-DEBIT TO WS-AMOUNT-EDIT
                   DISPLAY '  DEBITS CONTROL. ' WS-AMOUNT-EDIT
                   MOVE WS-BATCH-CREDITS TO WS-AMOUNT-EDIT
                   DISPLAY '  CREDITS RECEIVED ' WS-AMOUNT-EDIT
                   MOVE CL-BC-TOTAL-CREDIT TO WS-AMOUNT-EDIT
                   DISPLAY '  CREDITS CONTROL. ' WS-AMOUNT-EDIT
               ELSE
                   MOVE 'F' TO WS-FILE-STATE
                   ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
                   ADD WS-BATCH-HASH-SUM TO WS-FILE-HASH-SUM
                   ADD WS-BATCH-DEBITS TO WS-FILE-DEBITS
                   ADD WS-BATCH-CREDITS TO WS-FILE-CREDITS
               END-IF
           END-IF.

       0390-CHECK-FILE-CONTROL.
           MOVE WS-FILE-HASH-SUM TO WS-HASH-CHECK
           MOVE WS-FILE-BATCHES TO WS-COUNT-CHECK
           IF CL-FC-BATCH-COUNT NOT NUMERIC
                   OR CL-FC-ENTRY-COUNT NOT NUMERIC
                   OR CL-FC-ENTRY-HASH NOT NUMERIC
                   OR CL-FC-TOTAL-DEBIT NOT NUMERIC
                   OR CL-FC-TOTAL-CREDIT NOT NUMERIC
               MOVE 'FILE CONTROL FIELD NOT NUMERIC'
                   TO WS-REJECT-REASON
               PERFORM 0340-REJECT-FILE
           ELSE
               IF CL-FC-BATCH-COUNT NOT = WS-COUNT-CHECK
                       OR CL-FC-ENTRY-COUNT NOT = WS-FILE-ENTRIES
                       OR CL-FC-ENTRY-HASH NOT = WS-HASH-CHECK
                       OR CL-FC-TOTAL-DEBIT NOT = WS-FILE-DEBITS
                       OR CL-FC-TOTAL-CREDIT NOT = WS-FILE-CREDITS
                   MOVE 'FILE CONTROL OUT OF BALANCE'
                       TO WS-REJECT-REASON
                   PERFORM 0340-REJECT-FILE
                   DISPLAY '  BATCHES RECEIVED ' WS-FILE-BATCHES
                           ' CONTROL ' CL-FC-BATCH-COUNT
                   DISPLAY '  ENTRIES RECEIVED ' WS-FILE-ENTRIES
                           ' CONTROL ' CL-FC-ENTRY-COUNT
                   DISPLAY '  HASH RECEIVED ' WS-HASH-CHECK
                           ' CONTROL ' CL-FC-ENTRY-HASH
                   MOVE WS-FILE-DEBITS TO WS-AMOUNT-EDIT
                   DISPLAY '  DEBITS RECEIVED ' WS-AMOUNT-EDIT
                   MOVE CL-FC-TOTAL-DEBIT TO WS-AMOUNT-EDIT
                   DISPLAY '  DEBITS CONTROL. ' WS-AMOUNT-EDIT
                   MOVE WS-FILE-CREDITS TO WS-AMOUNT-EDIT
                   DISPLAY '  CREDITS RECEIVED ' WS-AMOUNT-EDIT
                   MOVE CL-FC-TOTAL-CREDIT TO WS-AMOUNT-EDIT
                   DISPLAY '  CREDITS CONTROL. ' WS-AMOUNT-EDIT
               ELSE
                   MOVE 'E' TO WS-FILE-STATE
               END-IF
           END-IF.

      *    SECOND PASS - THE FILE HAS BALANCED, SO MAP EVERY ENTRY.
       0500-MAP-ENTRIES.
           OPEN INPUT CLEARING-IN-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ CLEARING-IN-FILE INTO CLEARING-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE CL-RECORD-TYPE
                           WHEN '5'
                               PERFORM 0520-SAVE-BATCH-HEADER
                           WHEN '6'
                               PERFORM 0550-MAP-ONE-ENTRY
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CLEARING-IN-FILE.

       0520-SAVE-BATCH-HEADER.
           MOVE CL-BH-ODFI-ROUTING      TO WS-SB-ODFI-ROUTING
           MOVE CL-BH-COMPANY-NAME      TO WS-SB-COMPANY-NAME
           MOVE CL-BH-COMPANY-ID        TO WS-SB-COMPANY-ID
           MOVE CL-BH-SEC-CODE          TO WS-SB-SEC-CODE
           MOVE CL-BH-ENTRY-DESCRIPTION TO WS-SB-ENTRY-DESC.

       0550-MAP-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           ADD 1 TO WS-NEXT-SEQ-NUMBER
           MOVE WS-BUSINESS-DATE       TO CI-RECEIVED-DATE
           MOVE WS-NEXT-SEQ-NUMBER     TO CI-SEQUENCE-NUMBER
           MOVE CL-ED-TRANSACTION-CODE TO CI-TRANSACTION-CODE
           MOVE ZERO                   TO CI-ACCOUNT-NUMBER
           MOVE CL-ED-DFI-ACCOUNT      TO CI-DFI-ACCOUNT
           MOVE CL-ED-AMOUNT           TO CI-AMOUNT
           MOVE CL-ED-RDFI-ROUTING     TO CI-RDFI-ROUTING
           MOVE CL-ED-RDFI-CHECK-DIGIT TO CI-RDFI-CHECK-DIGIT
           MOVE CL-ED-INDIVIDUAL-ID    TO CI-INDIVIDUAL-ID
           MOVE CL-ED-INDIVIDUAL-NAME  TO CI-INDIVIDUAL-NAME
           MOVE CL-ED-TRACE-NUMBER     TO CI-TRACE-NUMBER
           MOVE WS-SB-ODFI-ROUTING     TO CI-ODFI-ROUTING
           MOVE WS-SB-COMPANY-NAME     TO CI-COMPANY-NAME
           MOVE WS-SB-COMPANY-ID       TO CI-COMPANY-ID
           MOVE WS-SB-SEC-CODE         TO CI-SEC-CODE
           MOVE WS-SB-ENTRY-DESC       TO CI-ENTRY-DESCRIPTION
           MOVE SPACES                 TO CI-RETURN-REASON
           MOVE ZERO                   TO CI-RETURN-DATE
           PERFORM 0560-CHECK-ENTRY
           IF WS-RETURN-REASON NOT = SPACES
               MOVE 'Q' TO CI-ITEM-STATUS
               MOVE WS-RETURN-REASON TO CI-RETURN-REASON
               ADD 1 TO WS-ITEMS-QUEUED
               MOVE CL-ED-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY 'QUEUED FOR RETURN ' WS-RETURN-REASON
                       ' SEQ ' WS-NEXT-SEQ-NUMBER
                       ' TRACE ' CL-ED-TRACE-NUMBER
                       ' ACCT ' CL-ED-DFI-ACCOUNT
                       ' AMT ' WS-AMOUNT-EDIT
           ELSE
               IF WS-ENTRY-TYPE = 'P'
                   MOVE 'P' TO CI-ITEM-STATUS
                   ADD 1 TO WS-PRENOTES
               ELSE
                   MOVE 'A' TO CI-ITEM-STATUS
                   PERFORM 0580-WRITE-TRANSACTION
               END-IF
           END-IF
           PERFORM 0590-WRITE-CLEARING-ITEM.

      *    RETURN REASONS SET HERE: R04 ACCOUNT NUMBER NOT VALID,
      *    R03 NO ACCOUNT ON FILE, R02 ACCOUNT CLOSED, R16 ACCOUNT
      *    FROZEN, R17 TRANSACTION CODE WE DO NOT RECEIVE.
       0560-CHECK-ENTRY.
           MOVE SPACES TO WS-RETURN-REASON
           EVALUATE CL-ED-TRANSACTION-CODE
               WHEN 22
               WHEN 32
                   MOVE 'C' TO WS-ENTRY-TYPE
               WHEN 27
               WHEN 37
                   MOVE 'D' TO WS-ENTRY-TYPE
               WHEN 23
               WHEN 28
               WHEN 33
               WHEN 38
                   MOVE 'P' TO WS-ENTRY-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-ENTRY-TYPE
                   MOVE 'R17' TO WS-RETURN-REASON
           END-EVALUATE
           IF WS-RETURN-REASON = SPACES
               IF CL-ED-DFI-ACCOUNT(1:10) NUMERIC
                       AND CL-ED-DFI-ACCOUNT(11:7) = SPACES
                   MOVE CL-ED-DFI-ACCOUNT(1:10) TO CI-ACCOUNT-NUMBER
               ELSE
                   MOVE 'R04' TO WS-RETURN-REASON
               END-IF
           END-IF
           IF WS-RETURN-REASON = SPACES
               MOVE CI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'R03' TO WS-RETURN-REASON
                   NOT INVALID KEY
                       EVALUATE AM-ACCOUNT-STATUS
                           WHEN 'C'
                               MOVE 'R02' TO WS-RETURN-REASON
                           WHEN 'F'
                               MOVE 'R16' TO WS-RETURN-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       0580-WRITE-TRANSACTION.
           MOVE WS-NEXT-SEQ-NUMBER   TO TI-SEQUENCE-NUMBER
           MOVE CI-ACCOUNT-NUMBER    TO TI-ACCOUNT-NUMBER
           MOVE WS-ENTRY-TYPE        TO TI-TRANS-TYPE
           MOVE CL-ED-AMOUNT         TO TI-AMOUNT
           MOVE WS-CLEARING-CURRENCY TO TI-CURRENCY-CODE
           MOVE ZERO                 TO TI-CONTRA-ACCOUNT
           MOVE ZERO                 TO TI-ORIGINAL-DATE
           MOVE ZERO                 TO TI-ORIGINAL-SEQ
           MOVE ZERO                 TO TI-BRANCH-CODE
           MOVE SPACES               TO TI-TELLER-ID
           MOVE 'C'                  TO TI-CHANNEL-CODE
           MOVE ZERO                 TO TI-SERIAL-NUMBER
           WRITE CLEARING-TRANS-RECORD FROM TRANS-INPUT-RECORD
           IF WS-ENTRY-TYPE = 'C'
               ADD 1 TO WS-CREDITS-APPLIED
               ADD CL-ED-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               ADD 1 TO WS-DEBITS-APPLIED
               ADD CL-ED-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF.

       0590-WRITE-CLEARING-ITEM.
           WRITE CLEARING-ITEM-RECORD
           IF WS-CI-STATUS = '22'
               REWRITE CLEARING-ITEM-RECORD
           END-IF
           IF WS-CI-STATUS NOT = '00'
               DISPLAY 'CLRLOAD ABEND: CANNOT WRITE CLRITEM.DAT, '
                       'FILE STATUS ' WS-CI-STATUS
                       ' SEQ ' CI-SEQUENCE-NUMBER
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

       0800-CLOSE-FILES.
           CLOSE CLEARING-TRANS-FILE
           CLOSE CLEARING-ITEM-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'CLRLOAD RUN SUMMARY'
           DISPLAY 'RECORDS READ.....: ' WS-RECORDS-READ
           IF WS-FILE-REJECTED = 'Y'
               DISPLAY 'CLEARING FILE REJECTED - NOTHING LOADED; '
                       'OBTAIN A CORRECTED FILE OR RERUN WITH CLRIN '
                       'DUMMY - SEE THE NIGHTLY JOB NOTES'
           ELSE
               DISPLAY 'BATCHES..........: ' WS-FILE-BATCHES
               DISPLAY 'ENTRIES RECEIVED.: ' WS-ENTRIES-READ
               MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY 'CREDITS MAPPED...: ' WS-CREDITS-APPLIED
                       ' AMT ' WS-AMOUNT-EDIT
               MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY 'DEBITS MAPPED....: ' WS-DEBITS-APPLIED
                       ' AMT ' WS-AMOUNT-EDIT
               DISPLAY 'PRENOTES.........: ' WS-PRENOTES
               DISPLAY 'QUEUED FOR RETURN: ' WS-ITEMS-QUEUED
               IF WS-ENTRIES-READ > ZERO
                   DISPLAY 'SEQUENCES USED...: ' WS-FIRST-SEQ-NUMBER
                           ' THRU ' WS-NEXT-SEQ-NUMBER
               END-IF
           END-IF.

       0950-SET-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE
           IF WS-ITEMS-QUEUED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-ENTRIES-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-POSTED = WS-CREDITS-APPLIED
               + WS-DEBITS-APPLIED
           MOVE WS-ITEMS-QUEUED TO RL-RECORDS-REJECTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
