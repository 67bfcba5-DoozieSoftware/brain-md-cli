      *  GENERATION AND RE-PRESENTS THE PRIOR GENERATION'S ITEMS AT THE
      *  END OF EACH RUN; ITEMS STILL DECLINING AFTER THE CONFIGURED
      *  NUMBER OF DAYS DROP TO THE AGED-ITEMS REPORT FOR MANUAL ACTION
      *  AND ARE WRITTEN IN THIS LAYOUT TO SUSPAGED, FROM WHICH CLRRTN
      *  RETURNS THE CLEARING (CHANNEL C) ITEMS
      *----------------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SP-TRANS-INPUT.
               10  SP-BRANCH-CODE       PIC 9(04).
               10  SP-TELLER-ID         PIC X(08).
               10  SP-CHANNEL-CODE      PIC X(01).
               10  SP-SERIAL-NUMBER     PIC 9(10).
           05  SP-RETURN-CODE          PIC X(02).
           05  SP-DECLINE-DATE         PIC 9(08).
           05  SP-RETRY-COUNT          PIC 9(03).
