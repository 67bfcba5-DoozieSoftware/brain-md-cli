           05  WS-ORIGIN-BRANCH        PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER        PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL       PIC X(01) VALUE 'O'.
           05  WS-ORIGIN-SERIAL        PIC 9(10) VALUE ZERO.
       01  WS-RETURN-CODE              PIC X(02).
       01  WS-EDIT-OK                  PIC X(01).
       01  WS-BALANCE-EDIT             PIC ZZZZZZZZZ9.99-.
