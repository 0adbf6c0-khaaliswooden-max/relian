      *================================================================*
      * STINREC - STANDING-INSTRUCTION-FILE (STANDINS) record body.
      *
      * Fields only; each program supplies its own 01 level. Shared
      * by BANKING-SYSTEM, which maintains the instructions and
      * posts them, and INTEGRITY-CHECK, which verifies their account
      * links, so both always agree on the layout.
      *================================================================*
           05  SI-ID                PIC X(10).
           05  SI-FROM-ACCOUNT      PIC X(10).
           05  SI-TO-ACCOUNT        PIC X(10).
           05  SI-AMOUNT            PIC S9(11)V99.
           05  SI-FREQUENCY         PIC X(1).
               88  SI-WEEKLY        VALUE "W".
               88  SI-BIWEEKLY      VALUE "B".
               88  SI-MONTHLY       VALUE "M".
           05  SI-NEXT-RUN-DATE     PIC 9(8).
           05  SI-END-DATE          PIC 9(8).
           05  SI-FAIL-COUNT        PIC 9(2).
           05  SI-STATUS            PIC X(1).
               88  SI-ACTIVE        VALUE "A".
               88  SI-SUSPENDED     VALUE "S".
               88  SI-ENDED         VALUE "E".
      * Destination of an instruction paying an account at another
      * bank (SI-TO-ACCOUNT blank): routing number, account, type
      * (C checking, S savings), and holder name, carried onto each
      * generated transfer as an outbound ACH credit. Spaces on an
      * instruction between two of our own accounts.
           05  SI-EXT-ROUTING       PIC X(9).
           05  SI-EXT-ACCOUNT       PIC X(17).
           05  SI-EXT-ACCT-TYPE     PIC X(1).
           05  SI-EXT-NAME          PIC X(22).
