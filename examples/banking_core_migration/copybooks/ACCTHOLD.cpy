      *  NOT PASSED (ZERO MEANS NO EXPIRY); A RELEASED HOLD (STATUS
      *  R) IS KEPT ON FILE WITH ITS RELEASE DATE AS THE AUDIT TRAIL.
      *  PLACED AND RELEASED BY THE HOLDMNT BATCH RUN AND THE ONLINE
      *  HOLD TRANSACTION (TELRHOLD); CARD AUTHORIZATION HOLDS ARE
      *  PLACED BY CARDAUTH FROM THE CARD PROCESSOR'S AUTHORIZATION
      *  FEED AND RELEASED BY CARDAUTH (AUTHORIZATION REVERSED) OR
      *  CARDSETL (SETTLED, OR STALE) - NOTHING ELSE WRITES THIS FILE.
      *  CARDSETL MARKS A CARD HOLD IT RELEASES S (SETTLEMENT MATCHED
      *  AND POSTED) OR E (EXPIRED WITHOUT SETTLING); LIKE R, NEITHER
      *  COUNTS ANY LONGER.
      *  HD-AUTH-CODE AND HD-MERCHANT-ID ARE THE CARD PROCESSOR'S
      *  AUTHORIZATION CODE AND MERCHANT, CARRIED SO THE SETTLEMENT
      *  CAN BE MATCHED TO ITS HOLD (HD-REASON HOLDS THE MERCHANT
      *  NAME); BOTH ARE SPACES ON EVERY OTHER HOLD.
      *----------------------------------------------------------------
       01  ACCOUNT-HOLD-RECORD.
           05  HD-HOLD-KEY.
           05  HD-STATUS               PIC X(01).
           05  HD-DATE-PLACED          PIC 9(08).
           05  HD-DATE-RELEASED        PIC 9(08).
           05  HD-AUTH-CODE            PIC X(06).
           05  HD-MERCHANT-ID          PIC X(15).
