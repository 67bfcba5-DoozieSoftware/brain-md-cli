           05  WS-ORIGIN-BRANCH    PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER    PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL   PIC X(01) VALUE 'I'.
           05  WS-ORIGIN-SERIAL    PIC 9(10) VALUE ZERO.
       01  WS-ACCOUNTS-PROCESSED   PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNTS-CHARGED     PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNTS-WAIVED      PIC 9(08).
       01  WS-ACCOUNTS-SKIPPED     PIC 9(08).
       01  WS-ACCOUNTS-DECLINED    PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNTS-SELECTED    PIC 9(08).
       01  WS-LAST-ACCOUNT-NUMBER  PIC 9(10).
       01  WS-CHECKPOINT-INTERVAL  PIC 9(04) VALUE 100.
       01  WS-ABEND-SWITCH         PIC X(01) VALUE 'N'.
       COPY ACCTTYPT.
       COPY RUNCTL.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'SVCCALC' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0030-CHECK-RUN-CONTROL
           IF WS-REFUSE-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0050-READ-RESTART-CHECKPOINT
               END-IF
           END-IF
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0030-CHECK-RUN-CONTROL.
                   NOT AT END
                       MOVE SV-LAST-ACCOUNT-NUMBER
                           TO WS-LAST-ACCOUNT-NUMBER
                       MOVE SV-LAST-ACCOUNT-NUMBER
                           TO RL-RESTARTED-FROM
               END-READ
               CLOSE RESTART-FILE
           END-IF.
                   TO TT-SERVICE-CHARGE(WS-ACCT-TYPE-COUNT)
               MOVE AT-MIN-BALANCE
                   TO TT-MIN-BALANCE(WS-ACCT-TYPE-COUNT)
               MOVE AT-SWEEP-FEE
                   TO TT-SWEEP-FEE(WS-ACCT-TYPE-COUNT)
               MOVE AT-SWEEP-INCREMENT
                   TO TT-SWEEP-INCREMENT(WS-ACCT-TYPE-COUNT)
               MOVE AT-LATE-FEE
                   TO TT-LATE-FEE(WS-ACCT-TYPE-COUNT)
               MOVE AT-LATE-GRACE-DAYS
                   TO TT-LATE-GRACE-DAYS(WS-ACCT-TYPE-COUNT)
           ELSE
               DISPLAY 'WARNING: ACCOUNT TYPE TABLE FULL, TYPE CODE '
                       AT-TYPE-CODE ' IGNORED'
               DISPLAY 'CHARGES DECLINED..: ' WS-ACCOUNTS-DECLINED
               DISPLAY 'ACCOUNTS SKIPPED..: ' WS-ACCOUNTS-SKIPPED
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-ACCOUNTS-PROCESSED TO RL-RECORDS-READ
           MOVE WS-ACCOUNTS-CHARGED TO RL-RECORDS-POSTED
           MOVE WS-ACCOUNTS-DECLINED TO RL-RECORDS-DECLINED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
