      *================================================================*
      * SNAPREC - MONTH-END-SNAPSHOT-FILE (MESNAP) record body.
      *
      * Fields only; each program supplies its own 01 level. One
      * record per account on the master - closed ones included, so
      * a close shows up against last month - as it stands at the
      * end of the calendar month's last nightly run, after that
      * night's postings, capitalization, and service charges.
      * BANKING-SYSTEM writes a fresh generation on the last night
      * of each month, in account order; PORTFOLIO-MIS compares this
      * month's generation with last month's.
      *================================================================*
           05  SNAP-DATE            PIC 9(8).
           05  SNAP-ACCOUNT         PIC X(10).
           05  SNAP-TYPE            PIC X(1).
           05  SNAP-STATUS          PIC X(1).
           05  SNAP-BALANCE         PIC S9(11)V99.
           05  SNAP-INTEREST-RATE   PIC 9(2)V9(4).
           05  SNAP-ACCRUED-INTEREST PIC S9(11)V99.
           05  SNAP-HELD-AMOUNT     PIC S9(11)V99.
           05  SNAP-OPEN-DATE       PIC 9(8).
           05  SNAP-CUSTOMER-ID     PIC X(10).
