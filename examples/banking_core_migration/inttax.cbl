       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTAX.
      *----------------------------------------------------------------
      *  YEAR-END INTEREST TAX REPORTING RUN
      *  TELLS EACH CUSTOMER AND THE TAX AUTHORITY HOW MUCH INTEREST
      *  THE BANK PAID THE CUSTOMER IN A TAX YEAR, INSTEAD OF TYPE-I
      *  POSTINGS BEING SUMMED BY HAND OUT OF ARCHIVED TRNJRNL
      *  GENERATIONS EVERY JANUARY.
      *  FOR EVERY CUSTOMER ON CUSTMAST, EVERY ACCOUNT THE CUSTOMER
      *  HOLDS IS FOUND THROUGH ACCTXREF AND ITS HISTORY BROWSED ON
      *  TRNHIST: EACH TYPE-I POSTING IN THE TAX YEAR IS INTEREST
      *  CREDITED, AND EACH TYPE-R POSTING THAT BACKS ONE OUT (FOUND
      *  THROUGH TH-ORIGINAL-DATE/SEQ - A REVERSAL POSTED AFTER THE
      *  YEAR END STILL BELONGS TO THE YEAR OF THE INTEREST IT
      *  REVERSES) IS INTEREST REVERSED; A REVERSAL OF SUCH A
      *  REVERSAL PUTS THE INTEREST BACK.
      *  AMOUNTS ARE CONVERTED TO THE REPORTING CURRENCY AT THE RATE
      *  JOURNALED WITH THE POSTING: A POSTING ALREADY IN THE
      *  REPORTING CURRENCY IS TAKEN AS IS, ONE PRESENTED IN THE
      *  REPORTING CURRENCY IS TAKEN AT ITS JOURNALED ORIGINAL
      *  AMOUNT (TH-ORIG-AMOUNT), AND ANY OTHER IS CONVERTED AT THE
      *  FXRATE RATE FROM ITS ACCOUNT CURRENCY. A REVERSAL ALWAYS
      *  TAKES THE CONVERTED AMOUNT OF THE INTEREST IT BACKS OUT, SO
      *  THE TWO NET TO EXACTLY ZERO. A CUSTOMER WHOSE INTEREST
      *  CANNOT BE CONVERTED (NO FXRATE PAIR) OR WHOSE HISTORY
      *  OVERFLOWS THE WORK TABLES IS LISTED FOR MANUAL REVIEW AND
      *  LEFT OUT OF THE FILING.
      *  A CUSTOMER WHOSE NET INTEREST REACHES THE REPORTING
      *  THRESHOLD GETS A YEAR-END TAX STATEMENT (INTTAXS), WITH THE
      *  NAME AND ADDRESS FROM CUSTMAST AND A LINE PER ACCOUNT, AND
      *  AN ENTRY ON THE FIXED-FORMAT FILING EXTRACT FOR THE TAX
      *  AUTHORITY (INTTAXX). A CUSTOMER BELOW THE THRESHOLD IS NOT
      *  REPORTED. EITHER WAY THE FIGURES ARE RECORDED ON THE INTTAXF
      *  FILED-HISTORY KSDS.
      *  THE INTTAXP PARAMETER RECORD PICKS THE TAX YEAR AND THE
      *  MODE. AN ORIGINAL FILING (MODE O) REPORTS EVERY CUSTOMER AT
      *  OR ABOVE THE THRESHOLD. A CORRECTED FILING (MODE C), RUN
      *  WHEN INTEREST HAS BEEN REVERSED AFTER THE ORIGINAL FILING,
      *  REGENERATES THE FIGURES AND REPORTS ONLY THE CUSTOMERS WHOSE
      *  NET INTEREST DIFFERS FROM WHAT INTTAXF SAYS WAS FILED: A
      *  CUSTOMER ALREADY REPORTED GETS A CORRECTED STATEMENT AND AN
      *  AMENDED EXTRACT RECORD (TYPE A, CARRYING THE AMOUNT IT
      *  REPLACES) EVEN WHEN THE NEW FIGURE IS BELOW THE THRESHOLD;
      *  ONE NOT REPORTED BEFORE IS REPORTED AS AN ORIGINAL ONLY IF
      *  THE NEW FIGURE REACHES THE THRESHOLD.
      *  A REPORTED CUSTOMER WITH NO TAXPAYER ID ON CUSTMAST WHO IS
      *  NOT WITHHOLDING-EXEMPT IS STILL REPORTED, BUT LISTED SO THE
      *  ID CAN BE CHASED. THE RUN ENDS RC 4 WHEN ANY CUSTOMER WAS
      *  LISTED FOR REVIEW OR FOR A MISSING TAXPAYER ID.
      *  TRNHIST IS LOADED NIGHTLY BY HISTLOAD, SO SCHEDULE THE RUN
      *  AFTER THE HISTORY LOAD OF THE LAST BUSINESS DAY OF THE YEAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-XREF-KEY
               FILE STATUS IS WS-AX-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TRNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT TAX-FILED-FILE ASSIGN TO "INTTAXF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TF-FILED-KEY
               FILE STATUS IS WS-TF-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT TAX-PARM-FILE ASSIGN TO "INTTAXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "INTTAXS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "INTTAXX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  ACCOUNT-XREF-FILE.
           COPY ACCTXREF.
       FD  HISTORY-FILE.
           COPY TRNHIST.
       FD  TAX-FILED-FILE.
           COPY INTTAXF.
       FD  FX-RATE-FILE.
           COPY FXRATE.
       FD  TAX-PARM-FILE.
           COPY INTTAXP.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  STATEMENT-FILE.
       01  STATEMENT-PRINT-LINE  PIC X(90).
       FD  EXTRACT-FILE.
           COPY INTTAXX.
       WORKING-STORAGE SECTION.
       01  WS-CM-STATUS          PIC X(02).
       01  WS-AX-STATUS          PIC X(02).
       01  WS-TH-STATUS          PIC X(02).
       01  WS-TF-STATUS          PIC X(02).
       01  WS-FX-STATUS          PIC X(02).
       01  WS-TP-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-ST-STATUS          PIC X(02).
       01  WS-TX-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-XREF-DONE          PIC X(01).
       01  WS-HIST-DONE          PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-FILED-FOUND        PIC X(01).
       01  WS-REPORT-CUSTOMER    PIC X(01).
       01  WS-RECORD-TYPE        PIC X(01).
       01  WS-NEW-EFFECT         PIC X(01).
       01  WS-REPORTING-CURRENCY PIC X(03) VALUE 'USD'.
       01  WS-REPORT-THRESHOLD   PIC 9(07)V99 VALUE 10.00.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-BUSINESS-SPLIT REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YEAR  PIC 9(04).
           05  WS-BUSINESS-MMDD  PIC 9(04).
       01  WS-FILING-MODE        PIC X(01).
       01  WS-TAX-YEAR           PIC 9(04).
       01  WS-YEAR-START         PIC 9(08).
       01  WS-YEAR-END           PIC 9(08).
       01  WS-CONVERTED-AMOUNT   PIC S9(11)V99.
       01  WS-PRIOR-AMOUNT       PIC S9(11)V99.
       01  WS-REVIEW-REASON      PIC X(40).
      *----------------------------------------------------------------
      *  CUSTOMER TOTALS FOR THE TAX YEAR, IN THE REPORTING CURRENCY
      *----------------------------------------------------------------
       01  WS-CUST-CREDITED      PIC S9(11)V99.
       01  WS-CUST-REVERSED      PIC S9(11)V99.
       01  WS-CUST-NET           PIC S9(11)V99.
      *----------------------------------------------------------------
      *  ACCOUNTS OF THE CURRENT CUSTOMER THAT HAD INTEREST IN THE
      *  TAX YEAR - ONE STATEMENT LINE EACH. CREDITED AND REVERSED
      *  ARE IN THE ACCOUNT'S OWN CURRENCY, THE NET IN THE REPORTING
      *  CURRENCY.
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ACCT-COUNT.
               10  SA-ACCOUNT-NUMBER    PIC 9(10).
               10  SA-CURRENCY-CODE     PIC X(03).
               10  SA-CREDITED          PIC S9(09)V99.
               10  SA-REVERSED          PIC S9(09)V99.
               10  SA-NET-REPORTING     PIC S9(11)V99.
       01  WS-ACCT-SUB           PIC 9(04).
      *----------------------------------------------------------------
      *  THE CURRENT ACCOUNT'S INTEREST POSTINGS IN THE TAX YEAR AND
      *  THE REVERSALS AGAINST THEM, KEYED AS ON TRNHIST, SO A TYPE-R
      *  POSTING CAN BE MATCHED TO THE ENTRY IT NAMES. IP-EFFECT I
      *  PAYS INTEREST (THE INTEREST ITSELF, OR A REVERSAL OF A
      *  REVERSAL), R TAKES IT BACK. IP-CONVERTED IS THE AMOUNT IN
      *  THE REPORTING CURRENCY AS CONVERTED FOR THE ORIGINAL
      *  INTEREST POSTING.
      *----------------------------------------------------------------
       01  WS-POSTING-TABLE.
           05  WS-POSTING-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-POSTING-ENTRY OCCURS 1 TO 800 TIMES
                   DEPENDING ON WS-POSTING-COUNT
                   INDEXED BY IP-IDX.
               10  IP-POSTING-DATE      PIC 9(08).
               10  IP-POSTING-SEQ       PIC 9(06).
               10  IP-EFFECT            PIC X(01).
               10  IP-CONVERTED         PIC S9(11)V99.
       COPY FXRATET.
       01  WS-CUSTOMERS-READ     PIC 9(08).
       01  WS-CUSTOMERS-PAID     PIC 9(08).
       01  WS-CUSTOMERS-REPORTED PIC 9(08).
       01  WS-BELOW-THRESHOLD    PIC 9(08).
       01  WS-AMENDED-RECORDS    PIC 9(08).
       01  WS-UNCHANGED          PIC 9(08).
       01  WS-MANUAL-REVIEW      PIC 9(08).
       01  WS-MISSING-TAX-ID     PIC 9(08).
       01  WS-EXTRACT-TOTAL      PIC S9(13)V99.
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-REVERSED-EDIT      PIC ZZZZZZZZZ9.99-.
       01  WS-TOTAL-EDIT         PIC ZZZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0060-READ-PARAMETERS
           END-IF
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-FX-RATES
           PERFORM 0200-PROCESS-CUSTOMERS
           PERFORM 0700-WRITE-TOTALS
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-MANUAL-REVIEW > ZERO
                       OR WS-MISSING-TAX-ID > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'INTTAX ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    ONLY A CLOSED YEAR CAN BE FILED - EVERY POSTING IN IT MUST
      *    ALREADY BE ON TRNHIST.
       0060-READ-PARAMETERS.
           OPEN INPUT TAX-PARM-FILE
           IF WS-TP-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: CANNOT OPEN INTTAXP.DAT, '
                       'FILE STATUS ' WS-TP-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ TAX-PARM-FILE
                   AT END
                       DISPLAY 'INTTAX ABEND: PARAMETER RECORD EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE TP-FILING-MODE TO WS-FILING-MODE
                       IF TP-TAX-YEAR NOT NUMERIC
                               OR TP-TAX-YEAR = ZERO
                           COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1
                       ELSE
                           MOVE TP-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF
           IF WS-ABEND-SWITCH NOT = 'Y'
               IF WS-FILING-MODE NOT = 'O'
                       AND WS-FILING-MODE NOT = 'C'
                   DISPLAY 'INTTAX ABEND: FILING MODE MUST BE O OR C, '
                           'FOUND ' WS-FILING-MODE
                   MOVE 'Y' TO WS-ABEND-SWITCH
               END-IF
               IF WS-TAX-YEAR NOT < WS-BUSINESS-YEAR
                   DISPLAY 'INTTAX REFUSED: TAX YEAR ' WS-TAX-YEAR
                           ' NOT CLOSED AT BUSINESS DATE '
                           WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-ABEND-SWITCH
               END-IF
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231.

       0100-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: CANNOT OPEN CUSTMAST.DAT, '
                       'FILE STATUS ' WS-CM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-XREF-FILE
           IF WS-AX-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: CANNOT OPEN ACCTXREF.DAT, '
                       'FILE STATUS ' WS-AX-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-TH-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: CANNOT OPEN TRNHIST.DAT, '
                       'FILE STATUS ' WS-TH-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O TAX-FILED-FILE
           IF WS-TF-STATUS = '35'
               OPEN OUTPUT TAX-FILED-FILE
               CLOSE TAX-FILED-FILE
               OPEN I-O TAX-FILED-FILE
           END-IF
           IF WS-TF-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: CANNOT OPEN INTTAXF.DAT, '
                       'FILE STATUS ' WS-TF-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT EXTRACT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-CUSTOMERS-READ
           MOVE ZERO TO WS-CUSTOMERS-PAID
           MOVE ZERO TO WS-CUSTOMERS-REPORTED
           MOVE ZERO TO WS-BELOW-THRESHOLD
           MOVE ZERO TO WS-AMENDED-RECORDS
           MOVE ZERO TO WS-UNCHANGED
           MOVE ZERO TO WS-MANUAL-REVIEW
           MOVE ZERO TO WS-MISSING-TAX-ID
           MOVE ZERO TO WS-EXTRACT-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FILING-MODE = 'C'
               STRING 'YEAR-END INTEREST TAX STATEMENTS - CORRECTED '
                          DELIMITED BY SIZE
                      'FILING - TAX YEAR ' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING 'YEAR-END INTEREST TAX STATEMENTS - TAX YEAR '
                          DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE.

       0150-LOAD-FX-RATES.
           MOVE ZERO TO WS-FX-RATE-COUNT
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-STATUS = '00'
               PERFORM UNTIL WS-FX-STATUS = '10'
                   READ FX-RATE-FILE
                       AT END
                           MOVE '10' TO WS-FX-STATUS
                       NOT AT END
                           PERFORM 0155-ADD-FX-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       0155-ADD-FX-RATE-ENTRY.
           IF WS-FX-RATE-COUNT < 100
               ADD 1 TO WS-FX-RATE-COUNT
               MOVE FX-FROM-CURRENCY
                   TO FT-FROM-CURRENCY(WS-FX-RATE-COUNT)
               MOVE FX-TO-CURRENCY
                   TO FT-TO-CURRENCY(WS-FX-RATE-COUNT)
               MOVE FX-RATE TO FT-RATE(WS-FX-RATE-COUNT)
           ELSE
               DISPLAY 'WARNING: FX RATE TABLE FULL, PAIR '
                       FX-FROM-CURRENCY '/' FX-TO-CURRENCY ' IGNORED'
           END-IF.

       0200-PROCESS-CUSTOMERS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM 0300-TOTAL-CUSTOMER
               END-READ
           END-PERFORM.

      *    A CUSTOMER WITH NO INTEREST AT ALL IN THE YEAR IS NEITHER
      *    REPORTED NOR RECORDED ON INTTAXF.
       0300-TOTAL-CUSTOMER.
           MOVE ZERO TO WS-CUST-CREDITED
           MOVE ZERO TO WS-CUST-REVERSED
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE SPACES TO WS-REVIEW-REASON
           MOVE CM-CUSTOMER-NUMBER TO AX-CUSTOMER-NUMBER
           MOVE ZERO TO AX-ACCOUNT-NUMBER
           START ACCOUNT-XREF-FILE KEY NOT LESS THAN AX-XREF-KEY
               INVALID KEY
                   MOVE '23' TO WS-AX-STATUS
           END-START
           IF WS-AX-STATUS = '00'
               MOVE 'N' TO WS-XREF-DONE
               PERFORM UNTIL WS-XREF-DONE = 'Y'
                   READ ACCOUNT-XREF-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-XREF-DONE
                       NOT AT END
                           IF AX-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                               PERFORM 0400-TOTAL-ACCOUNT
                           ELSE
                               MOVE 'Y' TO WS-XREF-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-REVIEW-REASON NOT = SPACES
               PERFORM 0350-LIST-FOR-REVIEW
           ELSE
               IF WS-ACCT-COUNT > ZERO
                   ADD 1 TO WS-CUSTOMERS-PAID
                   COMPUTE WS-CUST-NET =
                       WS-CUST-CREDITED - WS-CUST-REVERSED
                   PERFORM 0500-DECIDE-FILING
               END-IF
           END-IF.

       0350-LIST-FOR-REVIEW.
           ADD 1 TO WS-MANUAL-REVIEW
           DISPLAY 'INTTAX: CUSTOMER ' CM-CUSTOMER-NUMBER
                   ' NOT REPORTED - ' WS-REVIEW-REASON.

      *    THE BROWSE RUNS FROM THE START OF THE TAX YEAR TO THE END
      *    OF THE ACCOUNT'S HISTORY: INTEREST IS TAKEN ONLY FROM THE
      *    TAX YEAR, BUT A REVERSAL OF IT MAY COME ANY TIME LATER.
       0400-TOTAL-ACCOUNT.
           MOVE ZERO TO WS-POSTING-COUNT
           MOVE AX-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER
           MOVE WS-YEAR-START TO TH-POSTING-DATE
           MOVE ZERO TO TH-POSTING-SEQ
           START HISTORY-FILE KEY NOT LESS THAN TH-HISTORY-KEY
               INVALID KEY
                   MOVE '23' TO WS-TH-STATUS
           END-START
           IF WS-TH-STATUS = '00'
               MOVE 'N' TO WS-HIST-DONE
               PERFORM UNTIL WS-HIST-DONE = 'Y'
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-DONE
                       NOT AT END
                           IF TH-ACCOUNT-NUMBER = AX-ACCOUNT-NUMBER
                               PERFORM 0410-TAKE-POSTING
                           ELSE
                               MOVE 'Y' TO WS-HIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0410-TAKE-POSTING.
           IF TH-TRANS-TYPE = 'I'
                   AND TH-POSTING-DATE NOT > WS-YEAR-END
               PERFORM 0450-CONVERT-AMOUNT
               IF WS-REVIEW-REASON = SPACES
                   PERFORM 0420-FIND-ACCOUNT-LINE
                   ADD TH-AMOUNT TO SA-CREDITED(WS-ACCT-SUB)
                   ADD WS-CONVERTED-AMOUNT
                       TO SA-NET-REPORTING(WS-ACCT-SUB)
                   ADD WS-CONVERTED-AMOUNT TO WS-CUST-CREDITED
                   MOVE 'I' TO WS-NEW-EFFECT
                   PERFORM 0430-ADD-POSTING-ENTRY
               END-IF
           END-IF
           IF TH-TRANS-TYPE = 'R' AND WS-POSTING-COUNT > ZERO
               SET IP-IDX TO 1
               SEARCH WS-POSTING-ENTRY
                   AT END
                       CONTINUE
                   WHEN IP-POSTING-DATE(IP-IDX) = TH-ORIGINAL-DATE
                           AND IP-POSTING-SEQ(IP-IDX) = TH-ORIGINAL-SEQ
                       PERFORM 0440-APPLY-REVERSAL
               END-SEARCH
           END-IF.

      *    THE ACCOUNT GETS ITS STATEMENT LINE WITH ITS FIRST
      *    INTEREST POSTING OF THE YEAR; LATER POSTINGS ON THE SAME
      *    ACCOUNT COME BACK TO THE SAME (LAST) LINE.
       0420-FIND-ACCOUNT-LINE.
           IF WS-ACCT-COUNT = ZERO
                   OR SA-ACCOUNT-NUMBER(WS-ACCT-COUNT)
                       NOT = AX-ACCOUNT-NUMBER
               IF WS-ACCT-COUNT < 100
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE AX-ACCOUNT-NUMBER
                       TO SA-ACCOUNT-NUMBER(WS-ACCT-COUNT)
                   MOVE TH-CURRENCY-CODE
                       TO SA-CURRENCY-CODE(WS-ACCT-COUNT)
                   MOVE ZERO TO SA-CREDITED(WS-ACCT-COUNT)
                   MOVE ZERO TO SA-REVERSED(WS-ACCT-COUNT)
                   MOVE ZERO TO SA-NET-REPORTING(WS-ACCT-COUNT)
               ELSE
                   MOVE 'MORE THAN 100 ACCOUNTS PAID INTEREST'
                       TO WS-REVIEW-REASON
               END-IF
           END-IF
           MOVE WS-ACCT-COUNT TO WS-ACCT-SUB.

       0430-ADD-POSTING-ENTRY.
           IF WS-POSTING-COUNT < 800
               ADD 1 TO WS-POSTING-COUNT
               MOVE TH-POSTING-DATE
                   TO IP-POSTING-DATE(WS-POSTING-COUNT)
               MOVE TH-POSTING-SEQ
                   TO IP-POSTING-SEQ(WS-POSTING-COUNT)
               MOVE WS-NEW-EFFECT TO IP-EFFECT(WS-POSTING-COUNT)
               MOVE WS-CONVERTED-AMOUNT
                   TO IP-CONVERTED(WS-POSTING-COUNT)
           ELSE
               MOVE 'ACCOUNT INTEREST HISTORY TOO LONG'
                   TO WS-REVIEW-REASON
           END-IF.

      *    A REVERSAL OF INTEREST TAKES IT BACK; A REVERSAL OF THAT
      *    REVERSAL PAYS IT AGAIN. EITHER WAY IT IS ITSELF RECORDED,
      *    WITH THE OPPOSITE EFFECT, IN CASE IT IS REVERSED IN TURN.
       0440-APPLY-REVERSAL.
           MOVE IP-CONVERTED(IP-IDX) TO WS-CONVERTED-AMOUNT
           PERFORM 0420-FIND-ACCOUNT-LINE
           IF WS-REVIEW-REASON = SPACES
               IF IP-EFFECT(IP-IDX) = 'I'
                   ADD TH-AMOUNT TO SA-REVERSED(WS-ACCT-SUB)
                   SUBTRACT WS-CONVERTED-AMOUNT
                       FROM SA-NET-REPORTING(WS-ACCT-SUB)
                   ADD WS-CONVERTED-AMOUNT TO WS-CUST-REVERSED
                   MOVE 'R' TO WS-NEW-EFFECT
               ELSE
                   SUBTRACT TH-AMOUNT FROM SA-REVERSED(WS-ACCT-SUB)
                   ADD WS-CONVERTED-AMOUNT
                       TO SA-NET-REPORTING(WS-ACCT-SUB)
                   SUBTRACT WS-CONVERTED-AMOUNT FROM WS-CUST-REVERSED
                   MOVE 'I' TO WS-NEW-EFFECT
               END-IF
               PERFORM 0430-ADD-POSTING-ENTRY
           END-IF.

      *    INTEREST IS POSTED IN THE ACCOUNT'S CURRENCY. IT IS TAKEN
      *    AS IS WHEN THAT IS THE REPORTING CURRENCY, AT ITS JOURNALED
      *    ORIGINAL AMOUNT WHEN IT WAS PRESENTED IN THE REPORTING
      *    CURRENCY, AND OTHERWISE AT THE FXRATE RATE.
       0450-CONVERT-AMOUNT.
           IF TH-CURRENCY-CODE = WS-REPORTING-CURRENCY
               MOVE TH-AMOUNT TO WS-CONVERTED-AMOUNT
           ELSE
               IF TH-ORIG-CURRENCY = WS-REPORTING-CURRENCY
                       AND TH-FX-RATE NOT = ZERO
                   MOVE TH-ORIG-AMOUNT TO WS-CONVERTED-AMOUNT
               ELSE
                   SET FT-IDX TO 1
                   SEARCH WS-FX-RATE-ENTRY
                       AT END
                           MOVE ZERO TO WS-CONVERTED-AMOUNT
                           MOVE SPACES TO WS-REVIEW-REASON
                           STRING 'NO FX RATE ' DELIMITED BY SIZE
                                  TH-CURRENCY-CODE DELIMITED BY SIZE
                                  '/' DELIMITED BY SIZE
                                  WS-REPORTING-CURRENCY
                                      DELIMITED BY SIZE
                               INTO WS-REVIEW-REASON
                       WHEN FT-FROM-CURRENCY(FT-IDX) = TH-CURRENCY-CODE
                               AND FT-TO-CURRENCY(FT-IDX) =
                                   WS-REPORTING-CURRENCY
                           COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                               TH-AMOUNT * FT-RATE(FT-IDX)
                   END-SEARCH
               END-IF
           END-IF.

      *    ORIGINAL MODE REPORTS EVERY CUSTOMER AT OR ABOVE THE
      *    THRESHOLD. CORRECTED MODE REPORTS ONLY A CHANGED FIGURE - AS
      *    AN AMENDMENT IF THE OLD ONE WAS REPORTED, WHATEVER THE NEW
      *    AMOUNT, OTHERWISE AS AN ORIGINAL IF IT NOW REACHES THE
      *    THRESHOLD. A CUSTOMER MISSED BY THE ORIGINAL RUN IS FILED
      *    BY THE CORRECTED RUN AS AN ORIGINAL.
       0500-DECIDE-FILING.
           PERFORM 0510-READ-FILED
           MOVE 'N' TO WS-REPORT-CUSTOMER
           MOVE 'O' TO WS-RECORD-TYPE
           MOVE ZERO TO WS-PRIOR-AMOUNT
           IF WS-FILING-MODE = 'C' AND WS-FILED-FOUND = 'Y'
               IF WS-CUST-NET = TF-NET-INTEREST
                   ADD 1 TO WS-UNCHANGED
               ELSE
                   IF TF-REPORTED-FLAG = 'Y'
                       MOVE 'Y' TO WS-REPORT-CUSTOMER
                       MOVE 'A' TO WS-RECORD-TYPE
                       MOVE TF-NET-INTEREST TO WS-PRIOR-AMOUNT
                   ELSE
                       IF WS-CUST-NET NOT < WS-REPORT-THRESHOLD
                           MOVE 'Y' TO WS-REPORT-CUSTOMER
                       ELSE
                           ADD 1 TO WS-BELOW-THRESHOLD
                       END-IF
                   END-IF
                   PERFORM 0520-RECORD-FILED
               END-IF
           ELSE
               IF WS-CUST-NET NOT < WS-REPORT-THRESHOLD
                   MOVE 'Y' TO WS-REPORT-CUSTOMER
               ELSE
                   ADD 1 TO WS-BELOW-THRESHOLD
               END-IF
               PERFORM 0520-RECORD-FILED
           END-IF
           IF WS-REPORT-CUSTOMER = 'Y' AND WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0600-WRITE-STATEMENT
               PERFORM 0650-WRITE-EXTRACT
           END-IF.

       0510-READ-FILED.
           MOVE 'Y' TO WS-FILED-FOUND
           MOVE CM-CUSTOMER-NUMBER TO TF-CUSTOMER-NUMBER
           MOVE WS-TAX-YEAR TO TF-TAX-YEAR
           READ TAX-FILED-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FILED-FOUND
           END-READ.

      *    A RERUN OF THE ORIGINAL FILING REPLACES THE ENTRY OUTRIGHT.
      *    A CORRECTION KEEPS THE ORIGINAL FILING DATE AND, ON AN
      *    AMENDMENT, COUNTS IT.
       0520-RECORD-FILED.
           IF WS-FILING-MODE = 'O' OR WS-FILED-FOUND NOT = 'Y'
               MOVE WS-BUSINESS-DATE TO TF-ORIGINAL-DATE
               MOVE ZERO TO TF-AMENDMENT-COUNT
           END-IF
           IF WS-RECORD-TYPE = 'A'
               ADD 1 TO TF-AMENDMENT-COUNT
           END-IF
           MOVE WS-REPORTING-CURRENCY TO TF-CURRENCY-CODE
           MOVE WS-CUST-CREDITED TO TF-INTEREST-CREDITED
           MOVE WS-CUST-REVERSED TO TF-INTEREST-REVERSED
           MOVE WS-CUST-NET      TO TF-NET-INTEREST
           MOVE WS-REPORT-CUSTOMER TO TF-REPORTED-FLAG
           MOVE WS-BUSINESS-DATE TO TF-LAST-FILED-DATE
           IF WS-FILED-FOUND = 'Y'
               REWRITE INTEREST-TAX-FILED-RECORD
           ELSE
               WRITE INTEREST-TAX-FILED-RECORD
           END-IF
           IF WS-TF-STATUS NOT = '00'
               DISPLAY 'INTTAX ABEND: INTTAXF UPDATE FAILED, STATUS '
                       WS-TF-STATUS ' CUSTOMER ' CM-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

       0600-WRITE-STATEMENT.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RECORD-TYPE = 'A'
               STRING 'CORRECTED INTEREST TAX STATEMENT - TAX YEAR '
                          DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING 'INTEREST TAX STATEMENT - TAX YEAR '
                          DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  '  TAXPAYER ID ' DELIMITED BY SIZE
                  CM-TAXPAYER-ID DELIMITED BY SIZE
                  '  WITHHOLDING EXEMPT ' DELIMITED BY SIZE
                  CM-WITHHOLD-EXEMPT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE CM-CUSTOMER-NAME TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE CM-ADDRESS-LINE-1 TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE CM-ADDRESS-LINE-2 TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF
           IF CM-ADDRESS-LINE-3 NOT = SPACES
               MOVE CM-ADDRESS-LINE-3 TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNT    CCY  INTEREST PAID  INTEREST REVERSED'
                      DELIMITED BY SIZE
                  '      NET IN ' DELIMITED BY SIZE
                  WS-REPORTING-CURRENCY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE SA-CREDITED(WS-ACCT-SUB) TO WS-AMOUNT-EDIT
               MOVE SA-REVERSED(WS-ACCT-SUB) TO WS-REVERSED-EDIT
               MOVE SA-NET-REPORTING(WS-ACCT-SUB) TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING SA-ACCOUNT-NUMBER(WS-ACCT-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SA-CURRENCY-CODE(WS-ACCT-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      WS-REVERSED-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE WS-CUST-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL INTEREST PAID IN ' DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-REPORTING-CURRENCY DELIMITED BY SIZE
                  '): ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           IF WS-RECORD-TYPE = 'A'
               MOVE WS-PRIOR-AMOUNT TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REPLACES THE AMOUNT PREVIOUSLY REPORTED: '
                          DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF
           IF CM-TAXPAYER-ID = SPACES AND CM-WITHHOLD-EXEMPT NOT = 'Y'
               ADD 1 TO WS-MISSING-TAX-ID
               MOVE 'TAXPAYER ID NOT ON FILE - PLEASE CONTACT US'
                   TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               DISPLAY 'INTTAX: CUSTOMER ' CM-CUSTOMER-NUMBER
                       ' REPORTED WITH NO TAXPAYER ID'
           END-IF
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE.

       0650-WRITE-EXTRACT.
           MOVE WS-RECORD-TYPE        TO TX-RECORD-TYPE
           MOVE WS-TAX-YEAR           TO TX-TAX-YEAR
           MOVE CM-CUSTOMER-NUMBER    TO TX-CUSTOMER-NUMBER
           MOVE CM-TAXPAYER-ID        TO TX-TAXPAYER-ID
           MOVE CM-WITHHOLD-EXEMPT    TO TX-WITHHOLD-EXEMPT
           MOVE CM-CUSTOMER-NAME      TO TX-CUSTOMER-NAME
           MOVE CM-ADDRESS-LINE-1     TO TX-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2     TO TX-ADDRESS-LINE-2
           MOVE CM-ADDRESS-LINE-3     TO TX-ADDRESS-LINE-3
           MOVE CM-COUNTRY-CODE       TO TX-COUNTRY-CODE
           MOVE CM-STATE-CODE         TO TX-STATE-CODE
           MOVE WS-REPORTING-CURRENCY TO TX-CURRENCY-CODE
           MOVE WS-CUST-NET           TO TX-INTEREST-AMOUNT
           MOVE WS-PRIOR-AMOUNT       TO TX-PRIOR-AMOUNT
           MOVE WS-BUSINESS-DATE      TO TX-FILING-DATE
           WRITE INTEREST-TAX-EXTRACT-RECORD
           ADD 1 TO WS-CUSTOMERS-REPORTED
           ADD WS-CUST-NET TO WS-EXTRACT-TOTAL
           IF WS-RECORD-TYPE = 'A'
               ADD 1 TO WS-AMENDED-RECORDS
           END-IF.

       0700-WRITE-TOTALS.
           MOVE WS-CUSTOMERS-REPORTED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CUSTOMERS REPORTED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-AMENDED-RECORDS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OF WHICH AMENDED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-EXTRACT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INTEREST REPORTED (' DELIMITED BY SIZE
                  WS-REPORTING-CURRENCY DELIMITED BY SIZE
                  '): ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-BELOW-THRESHOLD TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BELOW REPORTING THRESHOLD: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-MANUAL-REVIEW TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HELD FOR MANUAL REVIEW (SEE SYSOUT): '
                      DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-XREF-FILE
           CLOSE HISTORY-FILE
           CLOSE TAX-FILED-FILE
           CLOSE STATEMENT-FILE
           CLOSE EXTRACT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'INTTAX RUN SUMMARY'
           IF WS-ABEND-SWITCH = 'Y'
               DISPLAY 'RUN ABENDED - SEE MESSAGES ABOVE'
           END-IF
           DISPLAY 'TAX YEAR..........: ' WS-TAX-YEAR
           DISPLAY 'FILING MODE.......: ' WS-FILING-MODE
           DISPLAY 'CUSTOMERS READ....: ' WS-CUSTOMERS-READ
           DISPLAY 'PAID INTEREST.....: ' WS-CUSTOMERS-PAID
           DISPLAY 'REPORTED..........: ' WS-CUSTOMERS-REPORTED
           DISPLAY 'AMENDED RECORDS...: ' WS-AMENDED-RECORDS
           DISPLAY 'UNCHANGED.........: ' WS-UNCHANGED
           DISPLAY 'BELOW THRESHOLD...: ' WS-BELOW-THRESHOLD
           DISPLAY 'MANUAL REVIEW.....: ' WS-MANUAL-REVIEW
           DISPLAY 'NO TAXPAYER ID....: ' WS-MISSING-TAX-ID.
