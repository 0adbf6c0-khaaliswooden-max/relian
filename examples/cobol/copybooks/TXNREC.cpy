      * was placed with.
               88  PLACE-STOP-ORDER VALUE "S".
               88  REVOKE-STOP-ORDER VALUE "V".
      * A transfer ("T") with TXN-TO-ACCOUNT blank and a routing
      * number in TXN-ACH-DATA under TXN-CUST-DATA is an outbound ACH
      * payment to an account at another bank: the customer is
      * debited like any transfer and the credit is originated to
      * the receiving bank.
      * Standing instructions ("B" establishes one, "E" ends one):
      * a repeating transfer from TXN-ACCOUNT to TXN-TO-ACCOUNT of
      * TXN-AMOUNT, first due on TXN-DATE. The instruction's own ID,
      * frequency, and optional end date ride in TXN-SI-DATA under
      * TXN-CUST-DATA, and so does the external destination of an
      * instruction paying outside the bank (TXN-TO-ACCOUNT blank).
      * The nightly cycle generates each due instruction as an
      * ordinary transfer.
               88  STANDING-ORDER-ADD VALUE "B".
               88  STANDING-ORDER-CANCEL VALUE "E".
      * Reversal ("Z") backs out an earlier posted deposit,
      * withdrawal, or transfer named by TXN-ORIG-REFERENCE under
      * TXN-CUST-DATA. TXN-ACCOUNT and TXN-AMOUNT must agree with the
      * original; a transfer reversal may carry the original's
      * destination in TXN-TO-ACCOUNT or leave it blank. A reference
      * can be reversed once only.
               88  REVERSAL-TRANSACTION VALUE "Z".
      * Account relationships ("J" adds one, "Q" removes one) tie the
      * customer in TXN-CUSTOMER-ID to TXN-ACCOUNT; the role and the
      * tax-owner designation ride in TXN-REL-DATA under
      * TXN-CUST-DATA.
               88  RELATIONSHIP-ADD VALUE "J".
               88  RELATIONSHIP-REMOVE VALUE "Q".
           05  TXN-AMOUNT           PIC S9(11)V99.
           05  TXN-DATE             PIC 9(8).
           05  TXN-TIME             PIC 9(6).
      * "B"/"E" maintenance types: the instruction ID (the key on
      * the STANDINS master), the frequency (W weekly, B every other
      * week, M monthly), and the optional end date (zeros = open
      * ended); for an instruction paying an account at another
      * bank, that account's routing number, account number, type
      * (C checking, S savings), and holder name.
           05  TXN-SI-DATA REDEFINES TXN-CUST-DATA.
               10  TXN-SI-ID        PIC X(10).
               10  TXN-SI-FREQUENCY PIC X(1).
               10  TXN-SI-END-DATE  PIC 9(8).
               10  TXN-SI-EXT-ROUTING PIC X(9).
               10  TXN-SI-EXT-ACCOUNT PIC X(17).
               10  TXN-SI-EXT-ACCT-TYPE PIC X(1).
               10  TXN-SI-EXT-NAME  PIC X(22).
               10  FILLER           PIC X(42).
      * Term-deposit view of the same area, used by a new account
      * open ("N") of account type "T": the term in months, the
      * maturity option (R renew, P pay out), and the account the
      * proceeds go to under the pay-out option.
           05  TXN-TERM-DATA REDEFINES TXN-CUST-DATA.
               10  TXN-TERM-MONTHS  PIC 9(3).
               10  TXN-MATURITY-OPTION PIC X(1).
               10  TXN-PAYOUT-ACCOUNT PIC X(10).
               10  FILLER           PIC X(96).
      * Reversal view of the same area, used by the "Z" type: the
      * reference of the posted item being backed out.
           05  TXN-REVERSAL-DATA REDEFINES TXN-CUST-DATA.
               10  TXN-ORIG-REFERENCE PIC X(20).
               10  FILLER           PIC X(90).
      * Relationship view of the same area, used by the "J" type: the
      * role (P primary, J joint, T trustee, B payable-on-death
      * beneficiary) and "Y" when this party is to be the account's
      * designated tax owner.
           05  TXN-REL-DATA REDEFINES TXN-CUST-DATA.
               10  TXN-REL-ROLE     PIC X(1).
               10  TXN-REL-TAX-OWNER PIC X(1).
               10  FILLER           PIC X(108).
      * ACH view of the same area. On an outbound transfer ("T" with
      * TXN-TO-ACCOUNT blank): the receiving bank's nine-digit
      * routing number, the account there, its type (C checking,
      * S savings), and the receiver's name (blank takes the name
      * on our account). On a deposit ("D") built by ACH-INTAKE from
      * a returned outbound credit: the return reason code and the
      * trace number of the entry we originated - a deposit carrying
      * a return reason is the customer's own money coming back, not
      * new funds.
           05  TXN-ACH-DATA REDEFINES TXN-CUST-DATA.
               10  TXN-ACH-ROUTING  PIC X(9).
               10  TXN-ACH-ACCOUNT  PIC X(17).
               10  TXN-ACH-ACCT-TYPE PIC X(1).
               10  TXN-ACH-NAME     PIC X(22).
               10  TXN-ACH-RETURN-REASON PIC X(3).
               10  TXN-ACH-ORIG-TRACE PIC X(15).
               10  FILLER           PIC X(43).
      * Overdraft protection funding account for a new account open;
      * spaces when the customer is not enrolled.
           05  TXN-LINKED-ACCOUNT   PIC X(10).
