      *================================================================*
      * AUDTREC - MASTER-AUDIT-FILE (ACCTAUD) record body.
      *
      * Fields only; each program supplies its own 01 level. The
      * permanent before/after audit trail of non-monetary changes
      * to the masters: one record per changed field - an account's
      * status, customer link, overdraft link, rate, held amount,
      * maturity date, or conversion flag; a customer's name,
      * address, phone, or tax ID; a standing instruction's status.
      * Keyed by the business date, the run number, and a sequence
      * within the run, so the file reads back in the order the
      * changes were made; alternate keys on the account and the
      * customer let an auditor pull one party's changes directly.
      * BANKING-SYSTEM writes it at every change; AUDIT-INQUIRY
      * reads it back by account, customer, or date range.
      *
      * AUD-SOURCE tells a change keyed by the branch through the
      * transaction stream (AUD-REFERENCE is that transaction's
      * reference and AUD-BATCH-ID its batch) from one the nightly
      * cycle made on its own - a dormancy flag, a hold release, a
      * standing-instruction suspension - where AUD-REFERENCE carries
      * the system item behind it, if any. AUD-CUSTOMER-ID on an
      * account change is the account's CIF owner at the time.
      *================================================================*
           05  AUD-KEY.
               10  AUD-DATE         PIC 9(8).
               10  AUD-RUN-NUMBER   PIC 9(7).
               10  AUD-SEQ          PIC 9(7).
           05  AUD-TIME             PIC 9(6).
           05  AUD-FILE             PIC X(1).
               88  AUD-ACCOUNT-MASTER VALUE "A".
               88  AUD-CUSTOMER-MASTER VALUE "C".
               88  AUD-STANDING-INSTRUCTION VALUE "S".
           05  AUD-ACCOUNT          PIC X(10).
           05  AUD-CUSTOMER-ID      PIC X(10).
           05  AUD-SI-ID            PIC X(10).
           05  AUD-FIELD            PIC X(15).
           05  AUD-BEFORE           PIC X(30).
           05  AUD-AFTER            PIC X(30).
           05  AUD-SOURCE           PIC X(1).
               88  AUD-BY-BATCH     VALUE "B".
               88  AUD-BY-SYSTEM    VALUE "S".
           05  AUD-REASON           PIC X(20).
           05  AUD-REFERENCE        PIC X(20).
           05  AUD-BATCH-ID         PIC X(12).
