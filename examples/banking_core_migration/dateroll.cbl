       01  WS-REFUSE-SWITCH      PIC X(01) VALUE 'N'.
       01  WS-NEXT-DATE          PIC 9(08).
       COPY RUNCTL.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'DATEROLL' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0100-READ-RUN-CONTROL
           IF WS-REFUSE-SWITCH NOT = 'Y'
               PERFORM 0200-VERIFY-CYCLE-COMPLETE
                       RN-BUSINESS-DATE ' TO ' WS-NEXT-DATE
               PERFORM 0400-WRITE-NEW-RUN-CONTROL
           END-IF
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0100-READ-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IMAGE FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
