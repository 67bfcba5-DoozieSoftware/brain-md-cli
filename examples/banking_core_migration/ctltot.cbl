       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOT.
      *----------------------------------------------------------------
      *  POSTING FILE CONTROL TOTALS SUBPROGRAM
      *  BUILDS THE HEADER AND TRAILER RECORDS THE WRITERS OF TRANMRGD,
      *  TRANIN, TRNJRNL AND SUSPENSE PUT ROUND EACH BATCH THEY WRITE,
      *  AND PROVES THEM FOR EVERY PROGRAM THAT READS ONE OF THOSE
      *  FILES: EACH BATCH MUST OPEN WITH A HEADER AND CLOSE WITH A
      *  TRAILER FOR THE SAME FILE AND BUSINESS DATE, AND THE RECORD
      *  COUNT, ACCOUNT NUMBER HASH AND NET AMOUNT RECOMPUTED FROM THE
      *  DATA RECORDS MUST AGREE WITH THE TRAILER. SEE CTLTOT FOR THE
      *  CALLING CONVENTION AND RESULT CODES. ALL STATE IS KEPT IN THE
      *  CALLER'S AREA, SO ONE PROGRAM CAN PROVE SEVERAL FILES AT ONCE.
      *  NO FILE IS OPENED HERE AND THE CALLER'S RETURN-CODE IS LEFT
      *  AS IT WAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SAVE-RETURN-CODE   PIC S9(04).
       01  WS-HASH-CHECK         PIC 9(15).
       01  WS-CLOSE-TYPE         PIC X(01).
       01  WS-BATCH-EDIT         PIC ZZZ9.
       01  WS-RECORD-EDIT        PIC ZZZZZZZ9.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZZZZ9.99-.
       01  WS-TOTAL-EDIT         PIC ZZZZZZZZZZZZ9.99-.
       LINKAGE SECTION.
       01  LS-FUNCTION-CODE      PIC X(01).
           COPY CTLTOT.
       01  LS-RECORD-IMAGE.
           05  LS-RECORD-ID          PIC X(08).
           05  FILLER                PIC X(72).
       01  LS-ACCOUNT-NUMBER     PIC 9(10).
       01  LS-AMOUNT             PIC S9(09)V99.
       PROCEDURE DIVISION USING LS-FUNCTION-CODE
                                CONTROL-TOTAL-AREA
                                LS-RECORD-IMAGE
                                LS-ACCOUNT-NUMBER
                                LS-AMOUNT.
       0000-MAIN-LOGIC.
           MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
           EVALUATE LS-FUNCTION-CODE
               WHEN 'I'
                   PERFORM 0100-INITIALIZE
               WHEN 'H'
                   PERFORM 0200-START-BATCH
               WHEN 'A'
                   PERFORM 0300-ADD-DATA-RECORD
               WHEN 'T'
                   MOVE 'N' TO WS-CLOSE-TYPE
                   PERFORM 0400-END-BATCH
               WHEN 'C'
                   IF CT-BATCH-OPEN = 'Y'
                       MOVE 'R' TO WS-CLOSE-TYPE
                       PERFORM 0400-END-BATCH
                   END-IF
               WHEN 'K'
                   PERFORM 0500-CLASSIFY-RECORD
               WHEN 'R'
                   IF CT-RESULT = '00'
                       PERFORM 0600-PROVE-RECORD
                   END-IF
               WHEN 'E'
                   IF CT-RESULT = '00'
                       PERFORM 0700-PROVE-END-OF-FILE
                   END-IF
           END-EVALUATE
           MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-INITIALIZE.
           MOVE '00' TO CT-RESULT
           MOVE SPACE TO CT-RECORD-KIND
           MOVE ZERO TO CT-RECORDS-READ
           MOVE 'N' TO CT-BATCH-OPEN
           MOVE ZERO TO CT-BATCH-DATE
           MOVE SPACES TO CT-BATCH-WRITER
           MOVE ZERO TO CT-BATCH-RECORDS
           MOVE ZERO TO CT-BATCH-HASH
           MOVE ZERO TO CT-BATCH-AMOUNT
           MOVE ZERO TO CT-BATCH-COUNT
           MOVE ZERO TO CT-FILE-RECORDS
           MOVE ZERO TO CT-FILE-AMOUNT
           MOVE SPACES TO CT-CONTROL-RECORD.

       0200-START-BATCH.
           MOVE 'Y' TO CT-BATCH-OPEN
           MOVE CT-BUSINESS-DATE TO CT-BATCH-DATE
           MOVE CT-WRITER TO CT-BATCH-WRITER
           MOVE ZERO TO CT-BATCH-RECORDS
           MOVE ZERO TO CT-BATCH-HASH
           MOVE ZERO TO CT-BATCH-AMOUNT
           MOVE SPACES TO CT-CONTROL-RECORD
           MOVE '*HEADER*' TO CT-RECORD-ID
           MOVE CT-FILE-NAME TO CT-REC-FILE-NAME
           MOVE CT-BATCH-DATE TO CT-REC-BUSINESS-DATE
           MOVE ZERO TO CT-REC-RECORD-COUNT
           MOVE ZERO TO CT-REC-ACCOUNT-HASH
           MOVE ZERO TO CT-REC-NET-AMOUNT
           MOVE CT-BATCH-WRITER TO CT-REC-WRITER
           MOVE 'N' TO CT-REC-CLOSE-TYPE.

      *    THE SAME RULE IS APPLIED WRITING AND READING, SO A RECORD
      *    WITH A NON-NUMERIC ACCOUNT OR AMOUNT (TRANEDIT REJECTS IT
      *    LATER) STILL BALANCES.
       0300-ADD-DATA-RECORD.
           ADD 1 TO CT-BATCH-RECORDS
           IF LS-ACCOUNT-NUMBER NUMERIC
               ADD LS-ACCOUNT-NUMBER TO CT-BATCH-HASH
           END-IF
           IF LS-AMOUNT NUMERIC
               ADD LS-AMOUNT TO CT-BATCH-AMOUNT
           END-IF.

       0400-END-BATCH.
           MOVE SPACES TO CT-CONTROL-RECORD
           MOVE '*TRAILER' TO CT-RECORD-ID
           MOVE CT-FILE-NAME TO CT-REC-FILE-NAME
           MOVE CT-BATCH-DATE TO CT-REC-BUSINESS-DATE
           MOVE CT-BATCH-RECORDS TO CT-REC-RECORD-COUNT
           MOVE CT-BATCH-HASH TO CT-REC-ACCOUNT-HASH
           MOVE CT-BATCH-AMOUNT TO CT-REC-NET-AMOUNT
           MOVE CT-BATCH-WRITER TO CT-REC-WRITER
           MOVE WS-CLOSE-TYPE TO CT-REC-CLOSE-TYPE
           MOVE 'N' TO CT-BATCH-OPEN
           ADD 1 TO CT-BATCH-COUNT
           ADD CT-BATCH-RECORDS TO CT-FILE-RECORDS
           ADD CT-BATCH-AMOUNT TO CT-FILE-AMOUNT.

       0500-CLASSIFY-RECORD.
           EVALUATE LS-RECORD-ID
               WHEN '*HEADER*'
                   MOVE 'H' TO CT-RECORD-KIND
               WHEN '*TRAILER'
                   MOVE 'T' TO CT-RECORD-KIND
               WHEN OTHER
                   MOVE 'D' TO CT-RECORD-KIND
           END-EVALUATE.

       0600-PROVE-RECORD.
           ADD 1 TO CT-RECORDS-READ
           PERFORM 0500-CLASSIFY-RECORD
           EVALUATE CT-RECORD-KIND
               WHEN 'H'
                   PERFORM 0610-PROVE-HEADER
               WHEN 'T'
                   PERFORM 0620-PROVE-TRAILER
               WHEN OTHER
                   IF CT-BATCH-OPEN = 'Y'
                       PERFORM 0300-ADD-DATA-RECORD
                   ELSE
                       MOVE '01' TO CT-RESULT
                       MOVE CT-RECORDS-READ TO WS-RECORD-EDIT
                       DISPLAY 'CTLTOT: ' CT-FILE-NAME ' RECORD '
                               WS-RECORD-EDIT
                               ' IS OUTSIDE A HEADER/TRAILER BATCH'
                   END-IF
           END-EVALUATE.

       0610-PROVE-HEADER.
           MOVE LS-RECORD-IMAGE TO CT-CONTROL-RECORD
           IF CT-BATCH-OPEN = 'Y'
               MOVE '02' TO CT-RESULT
               PERFORM 0690-DISPLAY-BATCH
               DISPLAY 'CTLTOT: ' CT-FILE-NAME
                       ' HEADER FOUND BEFORE THE TRAILER OF BATCH '
                       WS-BATCH-EDIT ' - TRUNCATED RUN'
           ELSE
               PERFORM 0630-PROVE-FILE-AND-DATE
           END-IF
           IF CT-RESULT = '00'
               MOVE 'Y' TO CT-BATCH-OPEN
               MOVE CT-REC-BUSINESS-DATE TO CT-BATCH-DATE
               MOVE CT-REC-WRITER TO CT-BATCH-WRITER
               MOVE ZERO TO CT-BATCH-RECORDS
               MOVE ZERO TO CT-BATCH-HASH
               MOVE ZERO TO CT-BATCH-AMOUNT
           END-IF.

       0620-PROVE-TRAILER.
           MOVE LS-RECORD-IMAGE TO CT-CONTROL-RECORD
           PERFORM 0690-DISPLAY-BATCH
           IF CT-BATCH-OPEN NOT = 'Y'
               MOVE '03' TO CT-RESULT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' TRAILER WITH NO '
                       'HEADER AT BATCH ' WS-BATCH-EDIT
           ELSE
               PERFORM 0630-PROVE-FILE-AND-DATE
           END-IF
      *    A COMPLETE BATCH OF TODAY'S DATE IS NEVER A PRIOR
      *    GENERATION, EVEN WHERE AN OPEN ONE WOULD BE ACCEPTED.
           IF CT-RESULT = '00'
                   AND CT-DATE-CHECK = 'P'
                   AND CT-REC-BUSINESS-DATE NOT < CT-BUSINESS-DATE
               MOVE '05' TO CT-RESULT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH WRITTEN BY '
                       CT-REC-WRITER ' IS FOR BUSINESS DATE '
                       CT-REC-BUSINESS-DATE ', NOT BEFORE '
                       CT-BUSINESS-DATE ' - WRONG GENERATION'
           END-IF
           IF CT-RESULT = '00'
                   AND CT-REC-BUSINESS-DATE NOT = CT-BATCH-DATE
               MOVE '05' TO CT-RESULT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH '
                       WS-BATCH-EDIT ' TRAILER DATE '
                       CT-REC-BUSINESS-DATE ' NOT THE HEADER DATE '
                       CT-BATCH-DATE
           END-IF
           IF CT-RESULT = '00'
               PERFORM 0640-PROVE-TOTALS
           END-IF
           IF CT-RESULT = '00'
               MOVE 'N' TO CT-BATCH-OPEN
               ADD 1 TO CT-BATCH-COUNT
               ADD CT-BATCH-RECORDS TO CT-FILE-RECORDS
               ADD CT-BATCH-AMOUNT TO CT-FILE-AMOUNT
           END-IF.

       0630-PROVE-FILE-AND-DATE.
           IF CT-REC-FILE-NAME NOT = CT-FILE-NAME
               MOVE '04' TO CT-RESULT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME
                       ' CONTROL RECORD IS FOR FILE '
                       CT-REC-FILE-NAME ' - WRONG DATA SET'
           ELSE
               EVALUATE CT-DATE-CHECK
                   WHEN 'E'
                       IF CT-REC-BUSINESS-DATE NOT = CT-BUSINESS-DATE
                           MOVE '05' TO CT-RESULT
                       END-IF
                   WHEN 'P'
                       IF CT-REC-BUSINESS-DATE > CT-BUSINESS-DATE
                               OR (CT-REC-BUSINESS-DATE
                                       = CT-BUSINESS-DATE
                                   AND CT-OPEN-BATCH-OK NOT = 'Y')
                           MOVE '05' TO CT-RESULT
                       END-IF
               END-EVALUATE
               IF CT-RESULT = '05'
                   DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH WRITTEN BY '
                           CT-REC-WRITER ' IS FOR BUSINESS DATE '
                           CT-REC-BUSINESS-DATE ', RUNNING FOR '
                           CT-BUSINESS-DATE ' - WRONG GENERATION'
               END-IF
           END-IF.

       0640-PROVE-TOTALS.
           IF CT-BATCH-RECORDS NOT = CT-REC-RECORD-COUNT
               MOVE '06' TO CT-RESULT
               MOVE CT-REC-RECORD-COUNT TO WS-COUNT-EDIT
               MOVE CT-BATCH-RECORDS TO WS-RECORD-EDIT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH '
                       WS-BATCH-EDIT ' TRAILER RECORD COUNT '
                       WS-COUNT-EDIT ', RECOMPUTED ' WS-RECORD-EDIT
           END-IF
           MOVE CT-BATCH-HASH TO WS-HASH-CHECK
           IF CT-RESULT = '00'
                   AND WS-HASH-CHECK NOT = CT-REC-ACCOUNT-HASH
               MOVE '07' TO CT-RESULT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH '
                       WS-BATCH-EDIT ' TRAILER ACCOUNT HASH '
                       CT-REC-ACCOUNT-HASH ', RECOMPUTED '
                       WS-HASH-CHECK
           END-IF
           IF CT-RESULT = '00'
                   AND CT-BATCH-AMOUNT NOT = CT-REC-NET-AMOUNT
               MOVE '08' TO CT-RESULT
               MOVE CT-REC-NET-AMOUNT TO WS-AMOUNT-EDIT
               MOVE CT-BATCH-AMOUNT TO WS-TOTAL-EDIT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH '
                       WS-BATCH-EDIT ' TRAILER NET AMOUNT '
                       WS-AMOUNT-EDIT ', RECOMPUTED ' WS-TOTAL-EDIT
           END-IF.

      *    THE BATCH BEING PROVED IS THE ONE AFTER THOSE ALREADY
      *    CLOSED.
       0690-DISPLAY-BATCH.
           COMPUTE WS-BATCH-EDIT = CT-BATCH-COUNT + 1.

       0700-PROVE-END-OF-FILE.
           MOVE SPACE TO CT-RECORD-KIND
           IF CT-BATCH-OPEN = 'Y'
               PERFORM 0690-DISPLAY-BATCH
               IF CT-OPEN-BATCH-OK = 'Y'
                       AND CT-BATCH-DATE = CT-BUSINESS-DATE
                   MOVE CT-BATCH-RECORDS TO WS-RECORD-EDIT
                   DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH '
                           WS-BATCH-EDIT ' HAS NO TRAILER - ACCEPTED '
                           'FROM THE INTERRUPTED RUN, '
                           WS-RECORD-EDIT ' RECORDS'
                   ADD CT-BATCH-RECORDS TO CT-FILE-RECORDS
                   ADD CT-BATCH-AMOUNT TO CT-FILE-AMOUNT
               ELSE
                   MOVE '09' TO CT-RESULT
                   DISPLAY 'CTLTOT: ' CT-FILE-NAME ' BATCH '
                           WS-BATCH-EDIT ' WRITTEN BY '
                           CT-BATCH-WRITER ' HAS NO TRAILER - '
                           'TRUNCATED RUN'
               END-IF
           END-IF
           IF CT-RESULT = '00'
                   AND CT-BATCH-COUNT = ZERO
                   AND CT-BATCH-OPEN NOT = 'Y'
               MOVE '10' TO CT-RESULT
               DISPLAY 'CTLTOT: ' CT-FILE-NAME ' HAS NO HEADER/TRAILER '
                       'BATCHES - EMPTY OR UNCONTROLLED DATA SET'
           END-IF.
