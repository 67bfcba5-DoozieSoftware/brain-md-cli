      *----------------------------------------------------------------
      *  POSTING FILE CONTROL TOTALS - CALLING AREA FOR CTLTOT
      *  EVERY GENERATION OF TRANMRGD, TRANIN, TRNJRNL AND SUSPENSE IS
      *  ONE OR MORE BATCHES, EACH A HEADER RECORD, THE DATA RECORDS
      *  AND A TRAILER RECORD. A PROGRAM APPENDING TO A GENERATION
      *  (LOANDUE, AND INTCALC, SVCCALC, LOANDLQ, ESCHEAT AND ESCHCLM
      *  THROUGH TRANSACT) ADDS A BATCH OF ITS OWN.
      *  HEADER AND TRAILER ARE CT-CONTROL-RECORD, PADDED WITH SPACES
      *  TO THE FILE'S RECORD LENGTH, AND ARE KNOWN BY CT-RECORD-ID
      *  '*HEADER*' OR '*TRAILER' IN THE FIRST EIGHT BYTES - NEVER
      *  VALID DATA, AS ALL FOUR LAYOUTS START WITH A NUMERIC FIELD.
      *  BOTH CARRY THE FILE NAME, BUSINESS DATE AND WRITING PROGRAM.
      *  THE TRAILER ALSO CARRIES THE BATCH'S RECORD COUNT, THE HASH
      *  TOTAL OF ITS ACCOUNT NUMBERS (LOW-ORDER 15 DIGITS) AND ITS
      *  NET AMOUNT (SIGNED SUM OF THE AMOUNT FIELD, ALL CURRENCIES
      *  TOGETHER - A CONTROL FIGURE, NOT A POSITION); ON THE HEADER
      *  THESE ARE ZERO. A NON-NUMERIC ACCOUNT OR AMOUNT IS COUNTED
      *  BUT ADDS NOTHING TO THE TOTALS. CT-REC-CLOSE-TYPE IS N ON A
      *  NORMAL TRAILER AND R ON ONE WRITTEN BY TRANSACT FOR A BATCH
      *  AN INTERRUPTED RUN LEFT OPEN (SEE TRANSACT).
      *  THE CALLER KEEPS ONE AREA PER FILE IN ITS WORKING-STORAGE:
      *    CALL 'CTLTOT' USING FUNCTION AREA RECORD ACCOUNT AMOUNT
      *  RECORD IS THE FILE'S RECORD, ACCOUNT AND AMOUNT ITS ACCOUNT
      *  NUMBER (9(10)) AND AMOUNT (S9(09)V99) FIELDS. FUNCTIONS:
      *    I - FIRST, BEFORE ANY OTHER CALL FOR THE FILE
      *    H - WRITER STARTS A BATCH (CT-FILE-NAME, CT-WRITER AND
      *        CT-BUSINESS-DATE SET) - THEN WRITES CT-CONTROL-RECORD
      *    A - WRITER HAS WRITTEN A DATA RECORD
      *    T - WRITER ENDS THE BATCH - THEN WRITES CT-CONTROL-RECORD
      *    R - READER HAS READ A RECORD: CLASSIFIES IT (CT-RECORD-KIND
      *        H, T OR D) AND PROVES IT AGAINST CT-FILE-NAME,
      *        CT-BUSINESS-DATE PER CT-DATE-CHECK, AND THE TOTALS
      *    E - READER HAS REACHED END OF FILE
      *    K - CLASSIFIES THE RECORD ONLY, FOR A SECOND PASS OVER A
      *        FILE ALREADY PROVED
      *    C - CLOSES THE BATCH A READER FOUND STILL OPEN AT END OF
      *        FILE, WITH A TRAILER BUILT FROM WHAT WAS READ
      *  CT-DATE-CHECK: E EVERY BATCH MUST BE DATED CT-BUSINESS-DATE,
      *  P EVERY BATCH MUST BE DATED BEFORE IT (PRIOR GENERATION),
      *  N NO DATE CHECK. CT-OPEN-BATCH-OK Y ACCEPTS A LAST BATCH WITH
      *  NO TRAILER IF IT IS DATED CT-BUSINESS-DATE - THE OUTPUT OF
      *  TONIGHT'S INTERRUPTED RUN, CONCATENATED ON A RESTART (UNDER
      *  CHECK P ONLY SUCH A BATCH MAY CARRY TODAY'S DATE).
      *  CT-RESULT: 00 PROVED, 01 DATA RECORD OUTSIDE A BATCH,
      *  02 HEADER BEFORE THE PREVIOUS BATCH'S TRAILER, 03 TRAILER
      *  WITH NO HEADER, 04 CONTROL RECORD FOR ANOTHER FILE, 05 WRONG
      *  BUSINESS DATE, 06 RECORD COUNT, 07 ACCOUNT HASH OR 08 NET
      *  AMOUNT DIFFERS FROM THE TRAILER, 09 LAST BATCH HAS NO TRAILER
      *  (TRUNCATED RUN), 10 NO BATCHES AT ALL. CTLTOT DISPLAYS THE
      *  DETAIL, AND ONCE CT-RESULT IS SET LATER CALLS CHANGE NOTHING,
      *  SO THE CALLER NEED ONLY TEST IT AFTER E. A PROGRAM WHOSE
      *  INPUT FAILS ENDS RETURN CODE 12 BEFORE IT UPDATES ANYTHING.
      *  CT-BATCH-COUNT, CT-FILE-RECORDS AND CT-FILE-AMOUNT TOTAL THE
      *  BATCHES WRITTEN OR PROVED SO FAR.
      *----------------------------------------------------------------
       01  CONTROL-TOTAL-AREA.
           05  CT-FILE-NAME            PIC X(08).
           05  CT-WRITER               PIC X(10).
           05  CT-BUSINESS-DATE        PIC 9(08).
           05  CT-DATE-CHECK           PIC X(01).
           05  CT-OPEN-BATCH-OK        PIC X(01).
           05  CT-RESULT               PIC X(02).
           05  CT-RECORD-KIND          PIC X(01).
           05  CT-RECORDS-READ         PIC 9(08).
           05  CT-BATCH-OPEN           PIC X(01).
           05  CT-BATCH-DATE           PIC 9(08).
           05  CT-BATCH-WRITER         PIC X(10).
           05  CT-BATCH-RECORDS        PIC 9(08).
           05  CT-BATCH-HASH           PIC 9(18).
           05  CT-BATCH-AMOUNT         PIC S9(13)V99.
           05  CT-BATCH-COUNT          PIC 9(04).
           05  CT-FILE-RECORDS         PIC 9(08).
           05  CT-FILE-AMOUNT          PIC S9(13)V99.
           05  CT-CONTROL-RECORD.
               10  CT-RECORD-ID          PIC X(08).
               10  CT-REC-FILE-NAME      PIC X(08).
               10  CT-REC-BUSINESS-DATE  PIC 9(08).
               10  CT-REC-RECORD-COUNT   PIC 9(08).
               10  CT-REC-ACCOUNT-HASH   PIC 9(15).
               10  CT-REC-NET-AMOUNT     PIC S9(13)V99.
               10  CT-REC-WRITER         PIC X(10).
               10  CT-REC-CLOSE-TYPE     PIC X(01).
               10  FILLER                PIC X(07).
