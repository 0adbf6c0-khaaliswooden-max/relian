      * suspense rejects each night and prunes anything older than
      * the 13-month retention window; HISTORY-INQUIRY reads it back
      * by account and date range.
      *
      * A posted item later backed out by a reversal is re-marked
      * "X": it still counts as posted money (the reversal's own
      * records carry the offsetting amounts), so ARCH-POSTED takes
      * in both values and ARCH-REVERSED singles out the marked ones.
      *================================================================*
           05  ARCH-KEY.
               10  ARCH-ACCOUNT     PIC X(10).
               10  ARCH-SEQ         PIC 9(5).
           05  ARCH-TYPE            PIC X(1).
           05  ARCH-STATUS          PIC X(1).
               88  ARCH-POSTED      VALUE "P" "X".
               88  ARCH-REVERSED    VALUE "X".
               88  ARCH-REJECTED    VALUE "R".
           05  ARCH-AMOUNT          PIC S9(11)V99.
           05  ARCH-REFERENCE       PIC X(20).
