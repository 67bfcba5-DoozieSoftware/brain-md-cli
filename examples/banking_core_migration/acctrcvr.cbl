      *  OF STEP, DUPLICATE OPEN - IS REPORTED ON SYSOUT AND THE RUN
      *  ENDS RC 8 SO THE EXCEPTIONS ARE WORKED BY HAND BEFORE THE
      *  REBUILT MASTER GOES BACK INTO SERVICE. CUSTOMER-ONLY MNTJRNL
      *  ACTIONS (N, U), OVERDRAFT PROTECTION CHANGES (P, WHICH
      *  MAINTAIN ODPROT) AND PARTY ROLE CHANGES (R, E, WHICH
      *  MAINTAIN ACCTPTY) DO NOT TOUCH ACCTMAST AND ARE SKIPPED.
      *  MOUNT ONLY THE JOURNAL DATA WRITTEN AFTER THE BACKUP WAS
      *  TAKEN - REPLAYING OLDER ENTRIES FAILS THE BEFORE-BALANCE
      *  CHECK BY DESIGN RATHER THAN DOUBLE-POSTING.
       01  WS-REPLAY-FAILED      PIC 9(08).
       01  WS-EXPECTED-EDIT      PIC ZZZZZZZZZ9.99-.
       01  WS-ACTUAL-EDIT        PIC ZZZZZZZZZ9.99-.
       COPY CTLTOT.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-LOAD-BACKUP
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *    THE JOURNAL'S HEADER AND TRAILER RECORDS (SEE CTLTOT) ARE
      *    PASSED OVER BUT NOT PROVED: A RECOVERY REPLAYS WHATEVER WAS
      *    JOURNALED, A TRUNCATED LAST GENERATION INCLUDED, AND THE
      *    BEFORE-BALANCE CHECK FINDS ANYTHING MISSING.
       0200-RELEASE-JOURNALS.
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           MOVE ZERO TO WS-POSTINGS-READ
           MOVE ZERO TO WS-MAINT-READ
           OPEN INPUT JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                           IF CT-RECORD-KIND = 'D'
                               ADD 1 TO WS-POSTINGS-READ
                               PERFORM 0250-RELEASE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
