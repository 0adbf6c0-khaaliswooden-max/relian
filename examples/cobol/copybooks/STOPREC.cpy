      *================================================================*
      * STOPREC - STOP-ORDER-FILE (STOPORD) record body.
      *
      * Fields only; each program supplies its own 01 level. Shared
      * by BANKING-SYSTEM, which places, matches, and expires the
      * stops, and INTEGRITY-CHECK, which verifies the account each
      * one is held against.
      *================================================================*
           05  SO-KEY.
               10  SO-ACCOUNT       PIC X(10).
               10  SO-SEQ           PIC 9(3).
           05  SO-AMOUNT            PIC S9(11)V99.
           05  SO-REFERENCE         PIC X(20).
           05  SO-PLACED-DATE       PIC 9(8).
           05  SO-EXPIRE-DATE       PIC 9(8).
