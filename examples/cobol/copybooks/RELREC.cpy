      *================================================================*
      * RELREC - ACCOUNT-RELATIONSHIP-FILE (ACCTREL) record body.
      *
      * Fields only; each program supplies its own 01 level. One
      * record per customer tied to an account, keyed by account and
      * customer, with an alternate key on the customer so every
      * account a customer stands on can be found from the customer.
      * ACCT-CUSTOMER-ID on the account master remains the account's
      * CIF owner; this file carries the additional parties - joint
      * owners, trustees, payable-on-death beneficiaries - and, where
      * the CIF owner is not the party who should receive the 1099,
      * the designated tax owner. BANKING-SYSTEM maintains it from the
      * "J"/"Q" transaction types; INTEREST-1099 reads it.
      *
      * A primary, joint, or trustee role is an owner of the account:
      * owners receive the account on their household statement, have
      * its cash counted toward their CTR aggregate, and keep it from
      * going dormant while they are active elsewhere. A payable-on-
      * death beneficiary has no claim on the account during the
      * owner's life and is carried for the record only.
      *================================================================*
           05  REL-KEY.
               10  REL-ACCOUNT      PIC X(10).
               10  REL-CUSTOMER-ID  PIC X(10).
           05  REL-ROLE             PIC X(1).
               88  REL-PRIMARY      VALUE "P".
               88  REL-JOINT        VALUE "J".
               88  REL-TRUSTEE      VALUE "T".
               88  REL-POD-BENEFICIARY VALUE "B".
               88  REL-VALID-ROLE   VALUE "P" "J" "T" "B".
               88  REL-OWNER-ROLE   VALUE "P" "J" "T".
      * "Y" on the one relationship per account designated to receive
      * the account's interest on Form 1099-INT; spaces otherwise.
      * When no relationship carries it the CIF owner receives it.
           05  REL-TAX-OWNER-FLAG   PIC X(1).
               88  REL-TAX-OWNER    VALUE "Y".
           05  REL-ADDED-DATE       PIC 9(8).
