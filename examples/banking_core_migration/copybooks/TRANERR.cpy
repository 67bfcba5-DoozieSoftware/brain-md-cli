      *    04 - CURRENCY CODE NOT ON FXRATE
      *    05 - SEQUENCE NUMBER NOT NUMERIC, DUPLICATE, OR OUT OF ORDER
      *    06 - TRANSFER CONTRA ACCOUNT NOT NUMERIC, NOT ON ACCTMAST,
      *         OR SAME AS THE DEBITED ACCOUNT; ON A LOAN INSTALLMENT
      *         (TYPE L) ALSO WHEN THE CONTRA IS NOT AN INSTALLMENT
      *         LOAN (ACCOUNT TYPE L)
      *    07 - REVERSAL ORIGINAL-POSTING REFERENCE (DATE + SEQUENCE)
      *         NOT NUMERIC OR ZERO, OR CARRIED ON A NON-REVERSAL
      *    08 - CHECK SERIAL NUMBER NOT NUMERIC, CARRIED ON A TYPE
      *         OTHER THAN DEBIT OR TRANSFER, ALREADY PAID ON THE
      *         ACCOUNT PER TRNHIST, OR PRESENTED TWICE IN THE FILE
      *----------------------------------------------------------------
       01  TRANS-ERROR-RECORD.
           05  TE-REASON-CODE          PIC X(02).
           05  TE-INPUT-IMAGE          PIC X(80).
