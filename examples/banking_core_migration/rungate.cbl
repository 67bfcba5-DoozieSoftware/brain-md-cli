       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  TRANS-CAPTURE-FILE.
       01  TRANS-CAPTURE-RECORD  PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RN-STATUS          PIC X(02).
       01  WS-TC-STATUS          PIC X(02).
       01  WS-REFUSE-SWITCH      PIC X(01) VALUE 'N'.
       COPY TRANIN.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'RUNGATE' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0100-CHECK-RUN-CONTROL
           IF WS-REFUSE-SWITCH NOT = 'Y'
               PERFORM 0200-CHECK-CAPTURE-GENERATION
               DISPLAY 'RUNGATE: CYCLE CLEAR TO RUN FOR BUSINESS '
                       'DATE ' RN-BUSINESS-DATE
           END-IF
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0100-CHECK-RUN-CONTROL.
               END-READ
               CLOSE TRANS-CAPTURE-FILE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
