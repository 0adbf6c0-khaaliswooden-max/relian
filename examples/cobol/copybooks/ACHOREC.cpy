      *================================================================*
      * ACHOREC - ACH-ORIGINATION-FILE (ACHOWORK) record body.
      *
      * Fields only; each program supplies its own 01 level. One
      * record per outbound ACH credit BANKING-SYSTEM posted tonight
      * - a customer transfer or standing instruction paying an
      * account at another bank. The customer's account has already
      * been debited and the amount booked to the ACH settlement GL
      * account; ACH-ORIGINATE reads the file and builds the NACHA
      * origination file for the Federal Reserve from it. Our own
      * account number goes out as the entry's individual ID, so a
      * return of the entry names the account to re-credit.
      *================================================================*
           05  ACHO-ACCOUNT         PIC X(10).
           05  ACHO-REFERENCE       PIC X(20).
           05  ACHO-ROUTING         PIC X(9).
           05  ACHO-DFI-ACCOUNT     PIC X(17).
           05  ACHO-ACCT-TYPE       PIC X(1).
               88  ACHO-TO-CHECKING VALUE "C".
               88  ACHO-TO-SAVINGS  VALUE "S".
           05  ACHO-NAME            PIC X(22).
           05  ACHO-AMOUNT          PIC S9(11)V99.
           05  ACHO-POST-DATE       PIC 9(8).
           05  ACHO-BATCH-ID        PIC X(12).
