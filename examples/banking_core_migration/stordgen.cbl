       PROGRAM-ID. STORDGEN.
      *----------------------------------------------------------------
      *  STANDING ORDER GENERATION RUN
      *  RUNS AHEAD OF THE PRE-POSTING EDIT IN THE NIGHTLY POSTING JOB.
      *  COPIES THE DAY'S CAPTURED TRANSACTION FILE TO THE MERGED FILE
      *  THE EDIT STEP READS, FOLLOWED BY THE ITEMS CLRLOAD MAPPED FROM
      *  THE INBOUND CLEARING FILE (CLRTRAN, ALREADY SEQUENCED AFTER THE
      *  CAPTURED FILE) AND THE CARD SETTLEMENTS CARDSETL MATCHED
      *  (CRDTRAN, SEQUENCED AFTER THE CLEARING ITEMS), NOTING THE
      *  HIGHEST SEQUENCE NUMBER IN USE, THEN SELECTS EVERY STANDING
      *  ORDER DUE ON OR BEFORE THE BUSINESS DAY AND APPENDS ONE
      *  PROPERLY SEQUENCED TRANS-INPUT-RECORD PER DUE DATE (A MISSED
      *  PROCESSING DAY THEREFORE CATCHES UP RATHER THAN SKIPPING). EACH
      *  ORDER'S NEXT-DUE DATE IS ADVANCED PER ITS FREQUENCY INTO THE
      *  NEW GENERATION OF THE STANDING-ORDERS FILE; EXPIRED ORDERS ARE
      *  REPORTED AND DROPPED. EVERYTHING GENERATED IS LISTED ON SYSOUT
      *  SO THE BRANCHES CAN SEE WHAT WENT IN.
      *  THE MERGED FILE IS WRITTEN AS ONE HEADER/TRAILER BATCH FOR THE
      *  BUSINESS DATE (SEE CTLTOT), WHICH LOANDUE APPENDS TO AND
      *  TRANEDIT PROVES BEFORE IT EDITS ANYTHING.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANS-CAPTURE-FILE ASSIGN TO "TRANCAPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT CLEARING-TRANS-FILE ASSIGN TO "CLRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CARD-TRANS-FILE ASSIGN TO "CRDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KT-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CAPTURE-FILE.
       01  TRANS-CAPTURE-RECORD  PIC X(80).
       FD  CLEARING-TRANS-FILE.
       01  CLEARING-TRANS-RECORD PIC X(80).
       FD  CARD-TRANS-FILE.
       01  CARD-TRANS-RECORD     PIC X(80).
       FD  STANDING-ORDER-FILE.
           COPY STORDER.
       FD  TRANS-MERGED-FILE.
       01  TRANS-MERGED-RECORD   PIC X(80).
       FD  ORDER-OUT-FILE.
       01  ORDER-OUT-RECORD      PIC X(52).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS          PIC X(02).
       01  WS-CT-STATUS          PIC X(02).
       01  WS-KT-STATUS          PIC X(02).
       01  WS-SO-STATUS          PIC X(02).
       01  WS-TM-STATUS          PIC X(02).
       01  WS-ON-STATUS          PIC X(02).
       01  WS-MONTH-DAYS         PIC 9(02).
       01  WS-YEAR-REMAINDER     PIC 9(04).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-RECORDS-COPIED     PIC 9(08) VALUE ZERO.
       01  WS-CLEARING-COPIED    PIC 9(08) VALUE ZERO.
       01  WS-CARD-COPIED        PIC 9(08) VALUE ZERO.
       01  WS-ORDERS-READ        PIC 9(08).
       01  WS-ORDERS-GENERATED   PIC 9(08) VALUE ZERO.
       01  WS-ORDERS-EXPIRED     PIC 9(08).
       01  WS-ORDERS-CARRIED     PIC 9(08).
       COPY TRANIN.
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'STORDGEN' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0150-START-MERGED-BATCH
           PERFORM 0200-COPY-CAPTURED-RECORDS
           PERFORM 0250-COPY-CLEARING-RECORDS
           PERFORM 0260-COPY-CARD-RECORDS
           PERFORM 0300-PROCESS-ORDERS
           PERFORM 0780-END-MERGED-BATCH
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0100-OPEN-FILES.
                       'FILE STATUS ' WS-TC-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT CLEARING-TRANS-FILE
           IF WS-CT-STATUS NOT = '00'
               DISPLAY 'STORDGEN ABEND: CANNOT OPEN CLRTRAN.DAT, '
                       'FILE STATUS ' WS-CT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT CARD-TRANS-FILE
           IF WS-KT-STATUS NOT = '00'
               DISPLAY 'STORDGEN ABEND: CANNOT OPEN CRDTRAN.DAT, '
                       'FILE STATUS ' WS-KT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-STATUS NOT = '00'
               DISPLAY 'STORDGEN ABEND: CANNOT OPEN STORDER.DAT, '
           PERFORM 0120-READ-RUN-CONTROL
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-RECORDS-COPIED
           MOVE ZERO TO WS-CLEARING-COPIED
           MOVE ZERO TO WS-CARD-COPIED
           MOVE ZERO TO WS-ORDERS-READ
           MOVE ZERO TO WS-ORDERS-GENERATED
           MOVE ZERO TO WS-ORDERS-EXPIRED
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0150-START-MERGED-BATCH.
           MOVE 'TRANMRGD' TO CT-FILE-NAME
           MOVE 'STORDGEN' TO CT-WRITER
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           CALL 'CTLTOT' USING 'H' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           WRITE TRANS-MERGED-RECORD FROM CT-CONTROL-RECORD.

       0200-COPY-CAPTURED-RECORDS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-CAPTURE-FILE INTO TRANS-INPUT-RECORD
                           MOVE TI-SEQUENCE-NUMBER
                               TO WS-NEXT-SEQ-NUMBER
                       END-IF
                       PERFORM 0700-WRITE-MERGED-RECORD
               END-READ
           END-PERFORM.

       0250-COPY-CLEARING-RECORDS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CLEARING-TRANS-FILE INTO TRANS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CLEARING-COPIED
                       IF TI-SEQUENCE-NUMBER > WS-NEXT-SEQ-NUMBER
                           MOVE TI-SEQUENCE-NUMBER
                               TO WS-NEXT-SEQ-NUMBER
                       END-IF
                       PERFORM 0700-WRITE-MERGED-RECORD
               END-READ
           END-PERFORM.

       0260-COPY-CARD-RECORDS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CARD-TRANS-FILE INTO TRANS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CARD-COPIED
                       IF TI-SEQUENCE-NUMBER > WS-NEXT-SEQ-NUMBER
                           MOVE TI-SEQUENCE-NUMBER
                               TO WS-NEXT-SEQ-NUMBER
                       END-IF
                       PERFORM 0700-WRITE-MERGED-RECORD
               END-READ
           END-PERFORM.

           MOVE ZERO               TO TI-BRANCH-CODE
           MOVE SPACES             TO TI-TELLER-ID
           MOVE 'S'                TO TI-CHANNEL-CODE
           MOVE ZERO               TO TI-SERIAL-NUMBER
           PERFORM 0700-WRITE-MERGED-RECORD
           MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'GENERATED SEQ ' TI-SEQUENCE-NUMBER
                   ' ACCT: ' SO-ACCOUNT-NUMBER
               MOVE WS-MONTH-DAYS TO WS-DUE-DAY
           END-IF.

       0700-WRITE-MERGED-RECORD.
           WRITE TRANS-MERGED-RECORD FROM TRANS-INPUT-RECORD
           CALL 'CTLTOT' USING 'A' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT.

       0780-END-MERGED-BATCH.
           CALL 'CTLTOT' USING 'T' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           WRITE TRANS-MERGED-RECORD FROM CT-CONTROL-RECORD.

       0800-CLOSE-FILES.
           CLOSE TRANS-CAPTURE-FILE
           CLOSE CLEARING-TRANS-FILE
           CLOSE CARD-TRANS-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE TRANS-MERGED-FILE
           CLOSE ORDER-OUT-FILE.
       0900-DISPLAY-SUMMARY.
           DISPLAY 'STORDGEN RUN SUMMARY'
           DISPLAY 'CAPTURED COPIED..: ' WS-RECORDS-COPIED
           DISPLAY 'CLEARING COPIED..: ' WS-CLEARING-COPIED
           DISPLAY 'CARD COPIED......: ' WS-CARD-COPIED
           DISPLAY 'ORDERS READ......: ' WS-ORDERS-READ
           DISPLAY 'ORDERS GENERATED.: ' WS-ORDERS-GENERATED
           DISPLAY 'ORDERS EXPIRED...: ' WS-ORDERS-EXPIRED
                       'THE NIGHTLY JOB NOTES BEFORE THE NEXT CYCLE'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           COMPUTE RL-RECORDS-READ = WS-RECORDS-COPIED
               + WS-CLEARING-COPIED + WS-CARD-COPIED
           MOVE WS-ORDERS-GENERATED TO RL-RECORDS-POSTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
