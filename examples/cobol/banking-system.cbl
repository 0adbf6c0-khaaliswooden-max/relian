           SELECT OVERDRAFT-SWEEP-FILE ASSIGN TO "ODSWEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COLLECTION-NOTICE-FILE ASSIGN TO "COLLNTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACH-ORIGINATION-FILE ASSIGN TO "ACHOWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MONTH-END-SNAPSHOT-FILE ASSIGN TO "MESNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MASTER-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-ACCOUNT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOUSEHOLD-OWNER-SORT-FILE ASSIGN TO "HHSORT".

       DATA DIVISION.
       FILE SECTION.
           05  SWPL-AMOUNT          PIC S9(11)V99.
           05  SWPL-LINKED-BALANCE  PIC S9(11)V99.

      * One record per collection notice due, written by the end-of-
      * run sweep the night a negative account crosses the 30, 60,
      * or 90 day mark; the collections unit merges the extract with
      * the customer master for mailing.
       FD  COLLECTION-NOTICE-FILE.
       01  COLLECTION-NOTICE-RECORD.
           05  COLN-ACCOUNT         PIC X(10).
           05  COLN-CUSTOMER-ID     PIC X(10).
           05  COLN-ACCT-NAME       PIC X(30).
           05  COLN-BALANCE         PIC S9(11)V99.
           05  COLN-NEGATIVE-SINCE  PIC 9(8).
           05  COLN-DAYS-NEGATIVE   PIC 9(5).
           05  COLN-NOTICE-LEVEL    PIC 9(2).
           05  COLN-NOTICE-DATE     PIC 9(8).

      * One record per outbound ACH credit posted, written straight
      * to disk at posting like the fee events so a restart keeps
      * the ones posted before the abend; ACH-ORIGINATE builds the
      * NACHA origination file from it after the run.
       FD  ACH-ORIGINATION-FILE.
       01  ACH-ORIGINATION-RECORD.
           COPY ACHOREC.

      * Every account's closing position on the last night of the
      * calendar month, for the month-over-month portfolio report.
       FD  MONTH-END-SNAPSHOT-FILE.
       01  MONTH-END-SNAPSHOT-RECORD.
           COPY SNAPREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHKPT-COUNT          PIC 9(7).
           05  CHKPT-TOTAL-TRANSFERS PIC S9(13)V99.
           05  CHKPT-TOTAL-NEW-DEPOSITS PIC S9(13)V99.
           05  CHKPT-TOTAL-OVERDRAFT-FEES PIC S9(13)V99.
      * Early-withdrawal penalties post in the loop like overdraft
      * fees; interest rides along because certificate maturities
      * capitalize their accrual ahead of the sealing checkpoint.
           05  CHKPT-TD-PENALTY-COUNT PIC 9(7).
           05  CHKPT-TOTAL-TD-PENALTIES PIC S9(13)V99.
           05  CHKPT-TOTAL-INTEREST PIC S9(13)V99.
      * Reversals post in the loop and keep totals of their own
           05  CHKPT-REVERSAL-COUNT PIC 9(7).
           05  CHKPT-TOTAL-REV-DEPOSITS PIC S9(13)V99.
           05  CHKPT-TOTAL-REV-WITHDRAWS PIC S9(13)V99.
           05  CHKPT-TOTAL-REV-TRANSFERS PIC S9(13)V99.
      * Deposits taken as recoveries on charged-off accounts post in
      * the loop outside the deposit totals
           05  CHKPT-RECOVERY-COUNT PIC 9(7).
           05  CHKPT-TOTAL-RECOVERIES PIC S9(13)V99.
      * Excess-activity fees on savings and money-market items over
      * the cycle limit post in the loop like overdraft fees
           05  CHKPT-XS-FEE-COUNT   PIC 9(7).
           05  CHKPT-TOTAL-XS-FEES  PIC S9(13)V99.
      * Outbound ACH credits originated, and returned ones credited
      * back, post in the loop outside the deposit and transfer
      * totals
           05  CHKPT-ACH-OUT-COUNT  PIC 9(7).
           05  CHKPT-TOTAL-ACH-OUT  PIC S9(13)V99.
           05  CHKPT-ACH-RETURN-COUNT PIC 9(7).
           05  CHKPT-TOTAL-ACH-RETURNS PIC S9(13)V99.
      * Byte image of WS-BATCH-POSTED-TOTALS (20 entries of 71), the
      * per-batch posted proof figures - like the totals above, they
      * cannot be re-derived by replaying skipped transactions.
           05  STSD-REFERENCE       PIC X(20).
           05  STSD-CUSTOMER-ID     PIC X(10).

      * One record per owner of a statement-linked account - the CIF
      * owner and every owner-role party on ACCTREL - sorted by
      * customer so each owner's household package lists every
      * account they stand on, not just the ones carrying their CIF
      * link.
       SD  HOUSEHOLD-OWNER-SORT-FILE.
       01  HOUSEHOLD-OWNER-SORT-RECORD.
           05  HOSRT-CUSTOMER-ID    PIC X(10).
           05  HOSRT-ACCOUNT        PIC X(10).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(132).

      * Additional parties on an account (joint owners, trustees,
      * payable-on-death beneficiaries, the designated tax owner).
       FD  ACCOUNT-RELATIONSHIP-FILE.
       01  ACCOUNT-RELATIONSHIP-RECORD.
           COPY RELREC.

      * Before/after image of every non-monetary change to the
      * account, customer, and standing-instruction masters.
       FD  MASTER-AUDIT-FILE.
       01  MASTER-AUDIT-RECORD.
           COPY AUDTREC.

       FD  TRANSACTION-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCHREC.
      * start-of-run sweep.
       FD  STOP-ORDER-FILE.
       01  STOP-ORDER-RECORD.
           COPY STOPREC.

      * One record per stop-order event (placed, matched, expired),
      * written straight to disk like the fee events so the report
      * so the branch can see what completed.
       FD  STANDING-INSTRUCTION-FILE.
       01  STANDING-INSTRUCTION-RECORD.
           COPY STINREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
      * already on file - covering both a file transmitted twice
      * today and a replay of recent history - and the nightly
      * archive step prunes entries past the retention window.
      * Each entry also keeps what a later reversal needs to back the
      * item out exactly - its type, amount, transfer destination,
      * and any deposit hold it placed - and, once reversed, the
      * reference of the reversal, so no item is reversed twice.
       FD  REFERENCE-CONTROL-FILE.
       01  REFERENCE-CONTROL-RECORD.
           05  REF-REFERENCE        PIC X(20).
           05  REF-ACCOUNT          PIC X(10).
           05  REF-POST-DATE        PIC 9(8).
           05  REF-TXN-TYPE         PIC X(1).
      * An outbound ACH credit returned by the receiving bank posts
      * as a deposit but is registered under its own type: it was
      * booked against ACH settlement, not cash, and cannot be
      * reversed like a customer deposit.
               88  REF-ACH-RETURN   VALUE "C".
           05  REF-TO-ACCOUNT       PIC X(10).
           05  REF-AMOUNT           PIC S9(11)V99.
           05  REF-HOLD-AMOUNT      PIC S9(11)V99.
           05  REF-HOLD-RELEASE-DATE PIC 9(8).
           05  REF-REVERSED-BY      PIC X(20).

      * Future-dated transaction warehouse, carried forward run to
      * run: yesterday's holds come in on TXNWHSEI, tonight's still-
           05  WS-NEXT-DAY-DD      PIC 9(2).
       01  WS-MONTH-END-FLAG       PIC X VALUE "N".
           88  MONTH-END-POSTING    VALUE "Y".
      * The portfolio snapshot is taken on the calendar month's last
      * night only - a forced capitalization mid-month is not a
      * month end for management reporting
       01  WS-SNAPSHOT-FLAG        PIC X VALUE "N".
           88  MONTH-END-SNAPSHOT   VALUE "Y".
       01  WS-SNAPSHOT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-FORCE-CAPITALIZE     PIC X VALUE "N".
           88  FORCE-CAPITALIZE     VALUE "Y".

           05  WS-TOTAL-NEW-DEPOSITS  PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-OVERDRAFT-FEES PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-SVC-CHARGES PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-TD-PENALTIES PIC S9(13)V99 VALUE ZEROS.
      * Amounts backed out by reversals - kept apart from the deposit
      * and withdrawal totals so a corrected item is counted once on
      * each side rather than inflating both
           05  WS-TOTAL-REV-DEPOSITS PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-REV-WITHDRAWS PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-REV-TRANSFERS PIC S9(13)V99 VALUE ZEROS.
      * Negative balances written off by the end-of-run sweep, and
      * deposits to charged-off accounts taken as recoveries - both
      * kept apart from the customer deposit totals
           05  WS-TOTAL-CHARGE-OFFS PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-RECOVERIES  PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-XS-FEES     PIC S9(13)V99 VALUE ZEROS.
      * Outbound ACH credits debited to customers and booked to ACH
      * settlement, and returned ones credited back - money leaving
      * or re-entering the bank, unlike an internal transfer
           05  WS-TOTAL-ACH-OUT     PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-ACH-RETURNS PIC S9(13)V99 VALUE ZEROS.
      * Interest accrued tonight into the per-account buckets; not
      * part of the control-total reconciliation because it has not
      * touched any balance
           88  EOS-RECORD-CHANGED   VALUE "Y".
           88  EOS-RECORD-UNCHANGED VALUE "N".

      * Master-file audit trail: the before image of the audited
      * account and customer fields, taken just ahead of a change,
      * and the work area one audit record is built from. The
      * sequence keys tonight's records under the run number, so a
      * restart (which always runs under a new number) can never
      * collide with the records of the run it replaces; the count
      * is a run-local report figure - the records themselves are
      * written durably as each change lands.
       01  WS-AUDIT-FIELDS.
           05  WS-AUD-SEQ           PIC 9(7) VALUE ZEROS.
           05  WS-AUD-FILE          PIC X(1).
           05  WS-AUD-ACCOUNT       PIC X(10).
           05  WS-AUD-CUSTOMER      PIC X(10).
           05  WS-AUD-SI-ID         PIC X(10).
           05  WS-AUD-FIELD         PIC X(15).
           05  WS-AUD-BEFORE        PIC X(30).
           05  WS-AUD-AFTER         PIC X(30).
           05  WS-AUD-SOURCE        PIC X(1).
               88  AUDIT-BY-BATCH   VALUE "B".
               88  AUDIT-BY-SYSTEM  VALUE "S".
           05  WS-AUD-REASON        PIC X(20).
           05  WS-AUD-REFERENCE     PIC X(20).
           05  WS-AUD-RATE-EDIT     PIC Z9.9999.
           05  WS-AUD-AMOUNT-EDIT   PIC -(11)9.99.
           05  WS-AUD-ACCT-IMAGE.
               10  WS-AUD-B-STATUS  PIC X(1).
               10  WS-AUD-B-CUSTOMER-ID PIC X(10).
               10  WS-AUD-B-LINKED  PIC X(10).
               10  WS-AUD-B-RATE    PIC 9(2)V9(4).
               10  WS-AUD-B-HELD    PIC S9(11)V99.
               10  WS-AUD-B-MATURITY PIC 9(8).
               10  WS-AUD-B-CONVERT PIC X(1).
           05  WS-AUD-CUST-IMAGE.
               10  WS-AUD-B-NAME    PIC X(30).
               10  WS-AUD-B-ADDR-LINE1 PIC X(30).
               10  WS-AUD-B-ADDR-LINE2 PIC X(30).
               10  WS-AUD-B-CITY    PIC X(20).
               10  WS-AUD-B-STATE   PIC X(2).
               10  WS-AUD-B-ZIP     PIC X(9).
               10  WS-AUD-B-PHONE   PIC X(10).
               10  WS-AUD-B-TAX-ID  PIC X(9).

      * Term deposit working fields: the early-withdrawal penalty on
      * the item in hand, the date arithmetic that moves a maturity
      * date on by a term, and the maturity cycle's run-local report
      * counts. Certificates due tonight are gathered into the table
      * on one pass of the master and worked from it afterward, so
      * the payout's reads of other accounts never disturb a
      * sequential scan of the same file.
       01  WS-TD-FIELDS.
           05  WS-TD-PENALTY-AMT    PIC S9(11)V99.
           05  WS-TD-DEBIT-TOTAL    PIC S9(11)V99.
           05  WS-TD-PENALTY-SEQ    PIC 9(6) VALUE ZEROS.
           05  WS-TD-PENALTY-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-TD-BASE-DATE      PIC 9(8).
           05  WS-TD-NEW-DATE       PIC 9(8).
           05  WS-TD-YYYYMM         PIC 9(6).
           05  WS-TD-YEAR           PIC 9(4).
           05  WS-TD-MONTH          PIC 9(2).
           05  WS-TD-DD             PIC 9(2).
           05  WS-TD-MONTH-COUNT    PIC 9(7).
           05  WS-TD-NOTICE-INT     PIC 9(8).
           05  WS-TD-NOTICE-DATE    PIC 9(8).
           05  WS-TD-ACCOUNT        PIC X(10).
           05  WS-TD-PAYOUT-AMT     PIC S9(11)V99.
           05  WS-TD-RENEWED-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-TD-PAID-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-TD-UPCOMING-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-TD-UPCOMING-TOTAL PIC S9(13)V99 VALUE ZEROS.
           05  WS-TD-SUB            PIC 9(4) COMP.
           05  WS-TD-UP-SUB         PIC 9(3) COMP.
       01  WS-TD-EARLY-FLAG        PIC X VALUE "N".
           88  TD-EARLY-WITHDRAWAL  VALUE "Y".
           88  TD-NOT-EARLY         VALUE "N".
       01  WS-TD-PAYOUT-FLAG       PIC X VALUE "N".
           88  TD-PAYOUT-DONE       VALUE "Y".
           88  TD-PAYOUT-FAILED     VALUE "N".
       01  WS-TD-DUE-TABLE.
           05  WS-TD-DUE-COUNT      PIC 9(4) VALUE ZEROS.
           05  WS-TD-DUE-ENTRY OCCURS 1000 TIMES.
               10  WS-TD-DUE-ACCOUNT PIC X(10).
      * Certificates maturing inside the notice window, picked up per
      * record by the end-of-run sweep for the report section; the
      * sweep totals every one, the table lists the first 500.
       01  WS-TD-UPCOMING-TABLE.
           05  WS-TD-UP-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-TD-UP-ENTRY OCCURS 500 TIMES.
               10  WS-TD-UP-ACCOUNT PIC X(10).
               10  WS-TD-UP-MATURITY PIC 9(8).
               10  WS-TD-UP-OPTION  PIC X(1).
               10  WS-TD-UP-PAYOUT  PIC X(10).
               10  WS-TD-UP-BALANCE PIC S9(11)V99.
               10  WS-TD-UP-RATE    PIC 9(2)V9(4).

      * Reversal working fields: the original item as the reference
      * registry recorded it, the archive leg being looked for, and
      * the hold figures of the item in hand for the registry entry
      * (zeros unless APPLY-DEPOSIT-HOLD placed one).
       01  WS-REV-FIELDS.
           05  WS-REVERSAL-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-REV-ORIG-REFERENCE PIC X(20).
           05  WS-REV-ORIG-TYPE     PIC X(1).
           05  WS-REV-ORIG-DATE     PIC 9(8).
           05  WS-REV-TO-ACCOUNT    PIC X(10).
           05  WS-REV-HOLD-AMOUNT   PIC S9(11)V99.
           05  WS-REV-HOLD-RELEASE  PIC 9(8).
           05  WS-REV-HOLD-OFF      PIC S9(11)V99.
           05  WS-REV-NET-AMOUNT    PIC S9(11)V99.
           05  WS-REV-ARCH-ACCOUNT  PIC X(10).
           05  WS-REV-ARCH-AMOUNT   PIC S9(11)V99.
           05  WS-REF-HOLD-AMOUNT   PIC S9(11)V99 VALUE ZEROS.
           05  WS-REF-HOLD-RELEASE  PIC 9(8) VALUE ZEROS.
       01  WS-REV-ARCH-FLAG        PIC X VALUE "N".
           88  REV-ARCH-FOUND       VALUE "Y".
           88  REV-ARCH-MISSING     VALUE "N".

      * Account relationship working fields: the maintenance counts
      * for the report (run-local, like the standing-instruction
      * counts), the owner table GATHER-ACCOUNT-OWNERS builds for one
      * account, and the dormancy job's owner-contact test.
       01  WS-REL-FIELDS.
           05  WS-REL-ADD-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-REL-REMOVE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-REL-NEW-ROLE      PIC X(1).
           05  WS-REL-ACCOUNT       PIC X(10).
           05  WS-REL-CIF-OWNER     PIC X(10).
           05  WS-REL-CUSTOMER      PIC X(10).
           05  WS-REL-ROLE-WORK     PIC X(1).
           05  WS-REL-CANDIDATE     PIC X(10).
           05  WS-REL-ROLE-TEXT     PIC X(12).
           05  WS-REL-OWNER-SUB     PIC 9(2) COMP.
           05  WS-REL-FIND-SUB      PIC 9(2) COMP.
           05  WS-REL-OWNER-COUNT   PIC 9(2) COMP.
           05  WS-REL-OWNER-ENTRY OCCURS 20 TIMES.
               10  WS-REL-OWNER-ID  PIC X(10).
               10  WS-REL-OWNER-ROLE PIC X(1).
       01  WS-REL-SCAN-FLAG        PIC X.
           88  REL-SCAN-DONE        VALUE "Y".
           88  REL-SCAN-MORE        VALUE "N".
       01  WS-REL-MAINT-FLAG       PIC X VALUE "Y".
           88  REL-MAINT-OK         VALUE "Y".
           88  REL-MAINT-FAILED     VALUE "N".
       01  WS-OWNER-CONTACT-FLAG   PIC X VALUE "N".
           88  OWNER-CONTACT-FOUND  VALUE "Y".
           88  OWNER-CONTACT-NONE   VALUE "N".
       01  WS-HO-EOF-FLAG          PIC X VALUE "N".
           88  HO-END-OF-FILE       VALUE "Y".
           88  HO-NOT-END-OF-FILE   VALUE "N".

      * Savings and money-market cycle-limit working fields. The fee
      * priced for the item in hand; the fee count (checkpointed,
      * and the reference sequence for the fee records); the cycle
      * close counts from the begin-of-run sweep, run-local like the
      * dormancy count; and the accounts over the limit or flagged
      * for conversion, picked up per record by the end-of-run sweep
      * for the report section - the sweep totals every one, the
      * table lists the first 500.
       01  WS-XS-FIELDS.
           05  WS-XS-CYCLE-MONTH    PIC 9(6).
           05  WS-XS-FEE-DUE        PIC S9(5)V99 VALUE ZEROS.
           05  WS-XS-FEE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-XS-CLOSED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-XS-OVER-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-XS-FLAGGED-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-XS-LIST-TOTAL     PIC 9(7) VALUE ZEROS.
           05  WS-XS-SUB            PIC 9(3) COMP.
           05  WS-XS-COUNT          PIC 9(3) VALUE ZEROS.
           05  WS-XS-ENTRY OCCURS 500 TIMES.
               10  WS-XS-ACCOUNT    PIC X(10).
               10  WS-XS-TYPE       PIC X(1).
               10  WS-XS-ITEMS      PIC 9(3).
               10  WS-XS-FEES       PIC S9(7)V99.
               10  WS-XS-STREAK     PIC 9(2).
               10  WS-XS-CONVERT    PIC X(1).

      * Outbound ACH working fields: the destination flag for the
      * transfer in hand, the checkpointed origination and return
      * counts, the largest amount an ACH entry can carry, and the
      * destination edit area - the routing number's nine digits
      * are weighted 3-7-1 and must sum to a multiple of ten.
       01  WS-ACH-FIELDS.
           05  WS-ACH-DEST-FLAG     PIC X VALUE "N".
               88  ACH-OUTBOUND-ITEM VALUE "Y".
               88  ACH-INTERNAL-ITEM VALUE "N".
           05  WS-ACH-OUT-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ACH-RETURN-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ACH-MAX-AMOUNT    PIC S9(11)V99
                                    VALUE 99999999.99.
           05  WS-ACH-EDIT-ROUTING  PIC X(9).
           05  WS-ACH-EDIT-DIGITS REDEFINES WS-ACH-EDIT-ROUTING.
               10  WS-ACH-DIGIT     PIC 9(1) OCCURS 9 TIMES.
           05  WS-ACH-EDIT-ACCOUNT  PIC X(17).
           05  WS-ACH-EDIT-ACCT-TYPE PIC X(1).
           05  WS-ACH-CHECK-SUM     PIC 9(4).
           05  WS-ACH-CHECK-QUOT    PIC 9(4).
           05  WS-ACH-CHECK-REM     PIC 9(1).

      * Negative-balance collection working fields and the aging
      * buckets for the report section. The buckets, notice count,
      * and charge-offs are filled per record by the end-of-run
      * sweep (the account's own status and notice level are the
      * restart guard, as the interest date stamp is for interest);
      * the recovery count posts in the loop and is checkpointed.
       01  WS-COLLECTION-FIELDS.
           05  WS-NEG-DAYS          PIC 9(5).
           05  WS-NEG-LEVEL         PIC 9(1).
           05  WS-NEG-START-INT     PIC 9(8).
           05  WS-RECOVERY-ROOM     PIC S9(11)V99.
           05  WS-CHARGE-OFF-AMT    PIC S9(11)V99.
           05  WS-CHG-SEQ           PIC 9(6) VALUE ZEROS.
           05  WS-COLL-NOTICE-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-CHARGE-OFF-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-RECOVERY-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-AGE-UNDER-30-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-AGE-UNDER-30-BAL  PIC S9(13)V99 VALUE ZEROS.
           05  WS-AGE-30-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-AGE-30-BAL        PIC S9(13)V99 VALUE ZEROS.
           05  WS-AGE-60-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-AGE-60-BAL        PIC S9(13)V99 VALUE ZEROS.
           05  WS-AGE-90-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-AGE-90-BAL        PIC S9(13)V99 VALUE ZEROS.

      * Month-end service-charge working fields. Like the interest
      * totals, these accumulate after the final checkpoint, inside
      * the end-of-run sweep whose per-account date stamp is the
           05  WS-SWEEP-LINKED      PIC X(10).
           05  WS-SWEEP-BALANCE     PIC S9(11)V99.
           05  WS-SWEEP-DAILY-WITHDRAWN PIC S9(11)V99.
           05  WS-SWEEP-CYCLE-COUNT PIC 9(3).
           05  WS-SWEEP-CYCLE-FEES  PIC S9(7)V99.
           05  WS-SWEEP-SHORTFALL   PIC S9(11)V99.
           05  WS-SWEEP-PROTECTED-MIN PIC S9(11)V99.
           05  WS-SWEEP-COUNT       PIC 9(7) VALUE ZEROS.
           88  CUST-ADDRESS-NOT-FOUND  VALUE "N".

      * Household statement option: one statement package per
      * customer covering every account the customer owns, whether
      * through the ACCT-CUSTOMER-ID link or an owner relationship
      * on ACCTREL. Off by default.
       01  WS-HOUSEHOLD-FIELDS.
           05  WS-HOUSEHOLD-OPTION  PIC X VALUE "N".
               88  HOUSEHOLD-STATEMENTS VALUE "Y".
           05  WS-HH-CURRENT-CUSTOMER PIC X(10).
           05  WS-HH-LAST-ACCOUNT   PIC X(10).
           05  WS-STMT-CUST-LOOKUP  PIC X(10).
           05  WS-HH-OMITTED-COUNT  PIC 9(5).
           05  WS-HH-NET-SUB        PIC 9(3) COMP.
           05  WS-MIN-BALANCE-SAVINGS  PIC S9(11)V99.
           05  WS-MIN-BALANCE-MONEY-MKT PIC S9(11)V99.
           05  WS-MIN-BALANCE-EFFECTIVE PIC S9(11)V99.
      * Term deposit rules: the early-withdrawal penalty is this many
      * days' interest at the account's own rate on the amount taken
      * out before maturity (or, with the reject switch on, early
      * withdrawals are refused outright); a maturing certificate
      * set to renew rolls at the current renewal rate (zero keeps
      * its own rate); and the daily report lists certificates
      * maturing within the notice window.
           05  WS-TD-PENALTY-DAYS  PIC 9(3) VALUE 90.
           05  WS-TD-EARLY-REJECT  PIC 9(1) VALUE 0.
           05  WS-TD-RENEWAL-RATE  PIC 9(2)V9(4) VALUE ZEROS.
           05  WS-TD-NOTICE-DAYS   PIC 9(3) VALUE 30.
      * Negative-balance charge-off: an account still below zero
      * this many days after it first went negative is written off
           05  WS-CHARGE-OFF-DAYS  PIC 9(3) VALUE 120.
      * Savings and money-market convenience items (withdrawals,
      * transfers out, protection sweeps out) allowed per statement
      * cycle; each item past the limit pays the excess-activity
      * fee, and an account over the limit this many cycles in a row
      * is flagged for conversion to checking
           05  WS-WDL-CYCLE-LIMIT  PIC 9(3) VALUE 6.
           05  WS-XS-ACTIVITY-FEE  PIC S9(5)V99 VALUE 10.00.
           05  WS-XS-CONVERT-CYCLES PIC 9(2) VALUE 3.

      * Parameter load bookkeeping: which required keywords arrived,
      * and the best effective date seen so far per target so the
           05  WS-PML-SVC-CHG-S    PIC X VALUE "N".
           05  WS-PML-SVC-CHG-M    PIC X VALUE "N".
           05  WS-PML-CTR-THRESH   PIC X VALUE "N".
           05  WS-PML-TD-PENALTY   PIC X VALUE "N".
           05  WS-PML-TD-REJECT    PIC X VALUE "N".
           05  WS-PML-TD-RATE      PIC X VALUE "N".
           05  WS-PML-TD-NOTICE    PIC X VALUE "N".
           05  WS-PML-CHARGE-OFF   PIC X VALUE "N".
           05  WS-PML-WDL-LIMIT    PIC X VALUE "N".
           05  WS-PML-XS-FEE       PIC X VALUE "N".
           05  WS-PML-XS-CONVERT   PIC X VALUE "N".
       01  WS-PARM-BEST-DATES.
           05  WS-PMD-MIN-BALANCE  PIC 9(8) VALUE ZEROS.
           05  WS-PMD-MIN-BAL-C    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-SVC-CHG-S    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-SVC-CHG-M    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-CTR-THRESH   PIC 9(8) VALUE ZEROS.
           05  WS-PMD-TD-PENALTY   PIC 9(8) VALUE ZEROS.
           05  WS-PMD-TD-REJECT    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-TD-RATE      PIC 9(8) VALUE ZEROS.
           05  WS-PMD-TD-NOTICE    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-CHARGE-OFF   PIC 9(8) VALUE ZEROS.
           05  WS-PMD-WDL-LIMIT    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-XS-FEE       PIC 9(8) VALUE ZEROS.
           05  WS-PMD-XS-CONVERT   PIC 9(8) VALUE ZEROS.
       01  WS-PARM-EOF-FLAG        PIC X VALUE "N".
           88  PARM-END-OF-FILE     VALUE "Y".
           88  PARM-NOT-END-OF-FILE VALUE "N".
           05  WS-GL-DEPOSIT-LIAB   PIC X(8) VALUE "20010000".
           05  WS-GL-INT-EXPENSE    PIC X(8) VALUE "40010000".
           05  WS-GL-FEE-INCOME     PIC X(8) VALUE "50010000".
           05  WS-GL-PENALTY-INCOME PIC X(8) VALUE "50020000".
           05  WS-GL-RECOVERY-INCOME PIC X(8) VALUE "50030000".
           05  WS-GL-CHARGE-OFF-LOSS PIC X(8) VALUE "60010000".
           05  WS-GL-ACH-SETTLEMENT PIC X(8) VALUE "20020000".
           05  WS-GL-DR-ACCOUNT     PIC X(8).
           05  WS-GL-CR-ACCOUNT     PIC X(8).
           05  WS-GL-AMOUNT         PIC S9(13)V99.
      * here, inside the same window the warehouse releases use, so
      * the second checkpoint below seals their postings too
           PERFORM GENERATE-STANDING-TRANSFERS
      * Term deposits reaching maturity renew or pay out in the same
      * window, ahead of the sweep that accrues on the renewed terms
           PERFORM PROCESS-TERM-MATURITIES
      * A second checkpoint seals the released warehouse postings
      * into the saved totals: on a restart the re-release rejects
      * each already-posted item on its registered reference rather
               PERFORM ERROR-HANDLER
           END-IF

      * The account relationship master likewise starts out empty
           OPEN I-O ACCOUNT-RELATIONSHIP-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-RELATIONSHIP-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE "ERROR CREATING ACCOUNT RELATIONSHIP FILE"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               END-IF
               CLOSE ACCOUNT-RELATIONSHIP-FILE
               OPEN I-O ACCOUNT-RELATIONSHIP-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACCOUNT RELATIONSHIP FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

      * The master audit trail likewise starts out empty
           OPEN I-O MASTER-AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-AUDIT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE "ERROR CREATING MASTER AUDIT FILE"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               END-IF
               CLOSE MASTER-AUDIT-FILE
               OPEN I-O MASTER-AUDIT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING MASTER AUDIT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

      * The posted-reference registry is created empty on first use,
      * the same first-run handling the transaction archive gets
           OPEN I-O REFERENCE-CONTROL-FILE
               PERFORM ERROR-HANDLER
           END-IF

      * The transaction archive opens for the whole run: the
      * reversal type proves its original against it while posting,
      * and the archive step appends to it at the end
           OPEN I-O TRANSACTION-ARCHIVE-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-ARCHIVE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE "ERROR CREATING TRANSACTION ARCHIVE FILE"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               END-IF
               CLOSE TRANSACTION-ARCHIVE-FILE
               OPEN I-O TRANSACTION-ARCHIVE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING TRANSACTION ARCHIVE FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

      * The stop-order master is created empty on first use, the
      * same first-run handling the reference registry gets
           OPEN I-O STOP-ORDER-FILE
               PERFORM ERROR-HANDLER
           END-IF

           IF WS-RESTART-COUNT > ZEROS
               OPEN EXTEND COLLECTION-NOTICE-FILE
           ELSE
               OPEN OUTPUT COLLECTION-NOTICE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING COLLECTION NOTICE FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           IF WS-RESTART-COUNT > ZEROS
               OPEN EXTEND ACH-ORIGINATION-FILE
           ELSE
               OPEN OUTPUT ACH-ORIGINATION-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACH ORIGINATION FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           IF WS-RESTART-COUNT > ZEROS
               OPEN EXTEND CASH-ACTIVITY-FILE
           ELSE
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-CTR-THRESH
                       MOVE "Y" TO WS-PML-CTR-THRESH
                   END-IF
      * Term deposit keywords are optional; the VALUE defaults stand
      * when the file carries none
               WHEN "TD-PENALTY-DAYS"
                   IF WS-PML-TD-PENALTY = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-TD-PENALTY
                       MOVE PARM-VALUE TO WS-TD-PENALTY-DAYS
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-TD-PENALTY
                       MOVE "Y" TO WS-PML-TD-PENALTY
                   END-IF
               WHEN "TD-EARLY-REJECT"
                   IF WS-PML-TD-REJECT = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-TD-REJECT
                       MOVE PARM-VALUE TO WS-TD-EARLY-REJECT
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-TD-REJECT
                       MOVE "Y" TO WS-PML-TD-REJECT
                   END-IF
               WHEN "TD-RENEWAL-RATE"
                   IF WS-PML-TD-RATE = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-TD-RATE
                       MOVE PARM-VALUE TO WS-TD-RENEWAL-RATE
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-TD-RATE
                       MOVE "Y" TO WS-PML-TD-RATE
                   END-IF
               WHEN "TD-NOTICE-DAYS"
                   IF WS-PML-TD-NOTICE = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-TD-NOTICE
                       MOVE PARM-VALUE TO WS-TD-NOTICE-DAYS
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-TD-NOTICE
                       MOVE "Y" TO WS-PML-TD-NOTICE
                   END-IF
               WHEN "CHARGE-OFF-DAYS"
                   IF WS-PML-CHARGE-OFF = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-CHARGE-OFF
                       MOVE PARM-VALUE TO WS-CHARGE-OFF-DAYS
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-CHARGE-OFF
                       MOVE "Y" TO WS-PML-CHARGE-OFF
                   END-IF
               WHEN "WDL-CYCLE-LIMIT"
                   IF WS-PML-WDL-LIMIT = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-WDL-LIMIT
                       MOVE PARM-VALUE TO WS-WDL-CYCLE-LIMIT
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-WDL-LIMIT
                       MOVE "Y" TO WS-PML-WDL-LIMIT
                   END-IF
               WHEN "EXCESS-ACTIVITY-FEE"
                   IF WS-PML-XS-FEE = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-XS-FEE
                       MOVE PARM-VALUE TO WS-XS-ACTIVITY-FEE
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-XS-FEE
                       MOVE "Y" TO WS-PML-XS-FEE
                   END-IF
               WHEN "EXCESS-CONVERT-CYCLES"
                   IF WS-PML-XS-CONVERT = "N"
                       OR PARM-EFFECTIVE-DATE >= WS-PMD-XS-CONVERT
                       MOVE PARM-VALUE TO WS-XS-CONVERT-CYCLES
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-XS-CONVERT
                       MOVE "Y" TO WS-PML-XS-CONVERT
                   END-IF
      * The capitalize switch is an operator action for one night,
      * not a standing rule - it only counts when dated exactly
      * today, so a leftover record cannot force month-end posting
                       END-IF
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-HOUSEHOLD
                   END-IF
      * Check-kiting thresholds share the control file but are read
      * by KITING-DETECT after the run; nothing here uses them
               WHEN "KITE-LOOKBACK-DAYS"
               WHEN "KITE-ROUND-TRIPS"
               WHEN "KITE-MIN-AMOUNT"
               WHEN "KITE-XFER-RATIO-PCT"
               WHEN "KITE-HELD-DRAWS"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN PARAMETER KEYWORD: " PARM-KEYWORD
                   MOVE "UNKNOWN PARAMETER KEYWORD IN PARMFILE"
               WHEN MONEY-MARKET
                   MOVE WS-SVC-CHARGE-MONEY-MKT
                       TO WS-SVC-CHARGE-EFFECTIVE
      * A certificate carries no monthly maintenance charge
               WHEN TERM-DEPOSIT
                   MOVE ZEROS TO WS-SVC-CHARGE-EFFECTIVE
               WHEN OTHER
                   MOVE WS-SVC-CHARGE TO WS-SVC-CHARGE-EFFECTIVE
           END-EVALUATE.
      * Tonight is a capitalization night when tomorrow falls in a
      * different month (the calendar does the work - no table of
      * month lengths or leap years to maintain), or when the
      * operator forces one through the capitalize parameter. Only
      * the true month end also takes the portfolio snapshot.
      *================================================================*
           COMPUTE WS-NEXT-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-FORMATTED-DATE) + 1
               SET MONTH-END-POSTING TO TRUE
               DISPLAY "INTEREST CAPITALIZATION NIGHT: "
                   WS-FORMATTED-DATE
           END-IF
           IF WS-NEXT-DAY-MONTH NOT = WS-MONTH
               SET MONTH-END-SNAPSHOT TO TRUE
           END-IF.

      *================================================================*
                               TO WS-TOTAL-NEW-DEPOSITS
                           MOVE CHKPT-TOTAL-OVERDRAFT-FEES
                               TO WS-TOTAL-OVERDRAFT-FEES
                           MOVE CHKPT-TD-PENALTY-COUNT
                               TO WS-TD-PENALTY-COUNT
                           MOVE CHKPT-TOTAL-TD-PENALTIES
                               TO WS-TOTAL-TD-PENALTIES
                           MOVE CHKPT-TOTAL-INTEREST
                               TO WS-TOTAL-INTEREST
                           MOVE CHKPT-REVERSAL-COUNT
                               TO WS-REVERSAL-COUNT
                           MOVE CHKPT-TOTAL-REV-DEPOSITS
                               TO WS-TOTAL-REV-DEPOSITS
                           MOVE CHKPT-TOTAL-REV-WITHDRAWS
                               TO WS-TOTAL-REV-WITHDRAWS
                           MOVE CHKPT-TOTAL-REV-TRANSFERS
                               TO WS-TOTAL-REV-TRANSFERS
                           MOVE CHKPT-RECOVERY-COUNT
                               TO WS-RECOVERY-COUNT
                           MOVE CHKPT-TOTAL-RECOVERIES
                               TO WS-TOTAL-RECOVERIES
                           MOVE CHKPT-XS-FEE-COUNT
                               TO WS-XS-FEE-COUNT
                           MOVE CHKPT-TOTAL-XS-FEES
                               TO WS-TOTAL-XS-FEES
                           MOVE CHKPT-ACH-OUT-COUNT
                               TO WS-ACH-OUT-COUNT
                           MOVE CHKPT-TOTAL-ACH-OUT
                               TO WS-TOTAL-ACH-OUT
                           MOVE CHKPT-ACH-RETURN-COUNT
                               TO WS-ACH-RETURN-COUNT
                           MOVE CHKPT-TOTAL-ACH-RETURNS
                               TO WS-TOTAL-ACH-RETURNS
                           MOVE CHKPT-BATCH-POSTED
                               TO WS-BATCH-POSTED-TOTALS
                           IF CHKPT-COMPLETE
                               MOVE ZEROS TO WS-TOTAL-TRANSFERS
                               MOVE ZEROS TO WS-TOTAL-NEW-DEPOSITS
                               MOVE ZEROS TO WS-TOTAL-OVERDRAFT-FEES
                               MOVE ZEROS TO WS-TD-PENALTY-COUNT
                               MOVE ZEROS TO WS-TOTAL-TD-PENALTIES
                               MOVE ZEROS TO WS-TOTAL-INTEREST
                               MOVE ZEROS TO WS-REVERSAL-COUNT
                               MOVE ZEROS TO WS-TOTAL-REV-DEPOSITS
                               MOVE ZEROS TO WS-TOTAL-REV-WITHDRAWS
                               MOVE ZEROS TO WS-TOTAL-REV-TRANSFERS
                               MOVE ZEROS TO WS-RECOVERY-COUNT
                               MOVE ZEROS TO WS-TOTAL-RECOVERIES
                               MOVE ZEROS TO WS-XS-FEE-COUNT
                               MOVE ZEROS TO WS-TOTAL-XS-FEES
                               MOVE ZEROS TO WS-ACH-OUT-COUNT
                               MOVE ZEROS TO WS-TOTAL-ACH-OUT
                               MOVE ZEROS TO WS-ACH-RETURN-COUNT
                               MOVE ZEROS TO WS-TOTAL-ACH-RETURNS
                               PERFORM CLEAR-BATCH-POSTED-TOTALS
                           END-IF
                   END-READ
           MOVE WS-TOTAL-TRANSFERS TO CHKPT-TOTAL-TRANSFERS
           MOVE WS-TOTAL-NEW-DEPOSITS TO CHKPT-TOTAL-NEW-DEPOSITS
           MOVE WS-TOTAL-OVERDRAFT-FEES TO CHKPT-TOTAL-OVERDRAFT-FEES
           MOVE WS-TD-PENALTY-COUNT TO CHKPT-TD-PENALTY-COUNT
           MOVE WS-TOTAL-TD-PENALTIES TO CHKPT-TOTAL-TD-PENALTIES
           MOVE WS-TOTAL-INTEREST TO CHKPT-TOTAL-INTEREST
           MOVE WS-REVERSAL-COUNT TO CHKPT-REVERSAL-COUNT
           MOVE WS-TOTAL-REV-DEPOSITS TO CHKPT-TOTAL-REV-DEPOSITS
           MOVE WS-TOTAL-REV-WITHDRAWS TO CHKPT-TOTAL-REV-WITHDRAWS
           MOVE WS-TOTAL-REV-TRANSFERS TO CHKPT-TOTAL-REV-TRANSFERS
           MOVE WS-RECOVERY-COUNT TO CHKPT-RECOVERY-COUNT
           MOVE WS-TOTAL-RECOVERIES TO CHKPT-TOTAL-RECOVERIES
           MOVE WS-XS-FEE-COUNT TO CHKPT-XS-FEE-COUNT
           MOVE WS-TOTAL-XS-FEES TO CHKPT-TOTAL-XS-FEES
           MOVE WS-ACH-OUT-COUNT TO CHKPT-ACH-OUT-COUNT
           MOVE WS-TOTAL-ACH-OUT TO CHKPT-TOTAL-ACH-OUT
           MOVE WS-ACH-RETURN-COUNT TO CHKPT-ACH-RETURN-COUNT
           MOVE WS-TOTAL-ACH-RETURNS TO CHKPT-TOTAL-ACH-RETURNS
           MOVE WS-BATCH-POSTED-TOTALS TO CHKPT-BATCH-POSTED.

      *================================================================*
           MOVE ZEROS TO RC-TOTAL-SVC-CHARGES
           MOVE SPACES TO RC-BALANCE-FLAG
           MOVE ZEROS TO RC-RETURN-CODE
           MOVE ZEROS TO RC-REVERSAL-COUNT
           MOVE ZEROS TO RC-TOTAL-REV-DEPOSITS
           MOVE ZEROS TO RC-TOTAL-REV-WITHDRAWS
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE "ERROR WRITING RUN CONTROL RECORD"
           MOVE WS-TOTAL-SVC-CHARGES TO RC-TOTAL-SVC-CHARGES
           MOVE WS-BALANCE-FLAG TO RC-BALANCE-FLAG
           MOVE WS-RETURN-CODE TO RC-RETURN-CODE
           MOVE WS-REVERSAL-COUNT TO RC-REVERSAL-COUNT
           MOVE WS-TOTAL-REV-DEPOSITS TO RC-TOTAL-REV-DEPOSITS
           MOVE WS-TOTAL-REV-WITHDRAWS TO RC-TOTAL-REV-WITHDRAWS
           REWRITE RUN-CONTROL-RECORD.

      *================================================================*
      * never touches ACCT-BALANCE), then the balance joins the
      * opening control total for RECONCILE-CONTROL-TOTALS - so the
      * total is captured before any transaction posts, exactly as
      * when the two jobs each walked the file on their own. The
      * first run of a new month also closes each savings and money-
      * market account's convenience-item cycle before tonight's
      * items start counting against the new one.
      *================================================================*
           MOVE ZEROS TO WS-OPENING-TOTAL
           DIVIDE WS-FORMATTED-DATE BY 100
               GIVING WS-XS-CYCLE-MONTH
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY > ACCT-NUMBER

                       IF ACCT-HELD-AMOUNT > ZEROS
                           PERFORM RELEASE-ONE-ACCOUNT-HOLDS
                       END-IF
                       IF (SAVINGS OR MONEY-MARKET)
                           AND ACCT-WDL-CYCLE NOT = WS-XS-CYCLE-MONTH
                           PERFORM CLOSE-WITHDRAWAL-CYCLE
                       END-IF
                       ADD ACCT-BALANCE TO WS-OPENING-TOTAL
               END-READ
           END-PERFORM.
      * posting every deposit (and a restarted warehouse release
      * cannot post the same item twice).
      *================================================================*
           MOVE ZEROS TO WS-REF-HOLD-AMOUNT
           MOVE ZEROS TO WS-REF-HOLD-RELEASE
           IF DEPOSIT OR WITHDRAWAL OR TRANSFER OR NEW-ACCOUNT
               OR PLACE-STOP-ORDER OR REVOKE-STOP-ORDER
               OR STANDING-ORDER-ADD OR STANDING-ORDER-CANCEL
               OR REVERSAL-TRANSACTION
               OR RELATIONSHIP-ADD OR RELATIONSHIP-REMOVE
               PERFORM CHECK-DUPLICATE-REFERENCE
               IF DUP-REFERENCE-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM PROCESS-STANDING-ADD
               WHEN STANDING-ORDER-CANCEL
                   PERFORM PROCESS-STANDING-CANCEL
               WHEN REVERSAL-TRANSACTION
                   PERFORM PROCESS-REVERSAL
               WHEN RELATIONSHIP-ADD
                   PERFORM PROCESS-RELATIONSHIP-ADD
               WHEN RELATIONSHIP-REMOVE
                   PERFORM PROCESS-RELATIONSHIP-REMOVE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "INVALID TRANSACTION TYPE"
      * transfer registers at its debit leg, covering both legs).
      * A rejected item is never registered, so a corrected
      * resubmission from the suspense recycle passes the check.
      * The type, amount, destination, and hold ride along for
      * PROCESS-REVERSAL.
      *================================================================*
           IF TXN-REFERENCE NOT = SPACES
               MOVE SPACES TO REFERENCE-CONTROL-RECORD
               MOVE TXN-REFERENCE TO REF-REFERENCE
               MOVE TXN-ACCOUNT TO REF-ACCOUNT
               MOVE WS-FORMATTED-DATE TO REF-POST-DATE
               MOVE TXN-TYPE TO REF-TXN-TYPE
               IF DEPOSIT AND TXN-ACH-RETURN-REASON NOT = SPACES
                   SET REF-ACH-RETURN TO TRUE
               END-IF
               MOVE TXN-TO-ACCOUNT TO REF-TO-ACCOUNT
               MOVE TXN-AMOUNT TO REF-AMOUNT
               MOVE WS-REF-HOLD-AMOUNT TO REF-HOLD-AMOUNT
               MOVE WS-REF-HOLD-RELEASE TO REF-HOLD-RELEASE-DATE
               WRITE REFERENCE-CONTROL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
       PROCESS-DEPOSIT.
      *================================================================*
      * Business Rule: Deposits credited immediately
      * Business Rule: A deposit carrying an ACH return reason is an
      *   outbound credit of ours coming back from the receiving
      *   bank - POST-ACH-RETURN-CREDIT puts it back on the account
      * Audit: Full transaction logging required
      *================================================================*
           MOVE TXN-ACCOUNT TO ACCT-NUMBER
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   IF TXN-ACH-RETURN-REASON NOT = SPACES
                       PERFORM POST-ACH-RETURN-CREDIT
                       EXIT PARAGRAPH
                   END-IF
                   IF ACTIVE
                       PERFORM RESET-DAILY-WITHDRAWN-IF-NEW-DAY
                       ADD TXN-AMOUNT TO ACCT-BALANCE
                           PERFORM LOG-CASH-ACTIVITY
                       END-IF
                   ELSE
                       IF CHARGED-OFF
                           PERFORM PROCESS-RECOVERY-DEPOSIT
                       ELSE
      * Deliberate rule, not a side effect of the ACTIVE test:
      * credits to a dormant account reject to suspense until a
      * reactivation posts. Under the escheatment rules the dormant
      * one event that restarts the dormancy clock; the rejected
      * deposit sits in the suspense recycle and resubmits cleanly
      * once the branch reactivates the account.
                           ADD 1 TO WS-ERROR-COUNT
                           IF DORMANT
                               MOVE "DEPOSIT TO DORMANT ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                           ELSE
                               MOVE "DEPOSIT TO INACTIVE ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                           END-IF
                           PERFORM LOG-ERROR
                       END-IF
                   END-IF
           END-READ.

      *================================================================*
       PROCESS-RECOVERY-DEPOSIT.
      *================================================================*
      * Business Rule: A deposit to a charged-off account is a
      *   recovery of the written-off balance, not a credit to the
      *   customer: the balance stays at zero, the amount is added
      *   to ACCT-RECOVERED-AMOUNT, and the GL extract books it to
      *   recovery income. The account stays charged off.
      * Business Rule: Recoveries are accepted up to the amount
      *   still unrecovered; a larger deposit rejects to suspense
      *   for the branch to split or return.
      * The item still proves against its batch, is logged for the
      * audit trail and the CTR aggregate, and is registered like
      * any posted deposit; it prints on no statement, since the
      * account's balance does not move.
      *================================================================*
           COMPUTE WS-RECOVERY-ROOM =
               ACCT-CHARGE-OFF-AMOUNT - ACCT-RECOVERED-AMOUNT
           IF TXN-AMOUNT > WS-RECOVERY-ROOM
               ADD 1 TO WS-ERROR-COUNT
               MOVE "DEPOSIT EXCEEDS CHARGED-OFF BALANCE"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           ADD TXN-AMOUNT TO ACCT-RECOVERED-AMOUNT
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-RECOVERY-COUNT
           ADD TXN-AMOUNT TO WS-TOTAL-RECOVERIES
           PERFORM TALLY-BATCH-DEPOSIT
           PERFORM WRITE-HISTORY-RECORD
           PERFORM REGISTER-POSTED-REFERENCE
           IF CASH-ITEM
               MOVE "I" TO WS-CASH-DIRECTION
               PERFORM LOG-CASH-ACTIVITY
           END-IF
           DISPLAY "CHARGE-OFF RECOVERY: " ACCT-NUMBER
               " AMOUNT: " TXN-AMOUNT.
           
      *================================================================*
       APPLY-DEPOSIT-HOLD.
           ADD WS-HOLD-NEW-AMOUNT TO ACCT-HELD-AMOUNT
           ADD 1 TO WS-HOLD-PLACED-COUNT
           ADD WS-HOLD-NEW-AMOUNT TO WS-TOTAL-NEW-HELD
           MOVE WS-HOLD-NEW-AMOUNT TO WS-REF-HOLD-AMOUNT
           MOVE WS-HOLD-RELEASE-DATE TO WS-REF-HOLD-RELEASE

           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "H" TO WS-STMT-TYPE
      * release (and the statement memos written before the abend
      * survive on the EXTEND-opened work file). Bank-initiated, so
      * ACCT-LAST-ACTIVITY and the dormancy clock are left alone.
      * The held-amount change goes on the audit trail as a system
      * change.
      *================================================================*
           SET HOLDS-UNCHANGED TO TRUE
           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > 5
               IF ACCT-HOLD-AMOUNT (WS-HOLD-SUB) NOT = ZEROS
           END-IF
           IF HOLDS-CHANGED
               REWRITE ACCOUNT-RECORD
               SET AUDIT-BY-SYSTEM TO TRUE
               MOVE "HOLD RELEASE" TO WS-AUD-REASON
               MOVE SPACES TO WS-AUD-REFERENCE
               PERFORM AUDIT-ACCOUNT-CHANGES
           END-IF.

      *================================================================*
      *   isolation. ACCT-DAILY-WITHDRAWN resets when ACCT-LAST-ACTIVITY
      *   shows the account was last touched on an earlier date.
      * Business Rule: Overdraft fee if below minimum balance
      * Business Rule: A term deposit drawn on before maturity pays
      *   the early-withdrawal penalty on top of the amount (or is
      *   refused outright under the reject switch); the funds check
      *   covers both
      * Business Rule: A savings or money-market withdrawal counts
      *   against the cycle's convenience-item limit; past the limit
      *   it pays the excess-activity fee, which the funds check
      *   also covers
      *================================================================*
           MOVE TXN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
                           PERFORM LOG-ERROR
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM CHECK-EARLY-WITHDRAWAL
                       IF TD-EARLY-WITHDRAWAL
                           AND WS-TD-EARLY-REJECT = 1
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "TERM DEPOSIT NOT YET MATURED"
                               TO WS-ERROR-MESSAGE
                           PERFORM LOG-ERROR
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM PRICE-EXCESS-ACTIVITY
                       ADD WS-XS-FEE-DUE TO WS-TD-DEBIT-TOTAL
                       COMPUTE WS-PROJECTED-WITHDRAWN =
                           ACCT-DAILY-WITHDRAWN + TXN-AMOUNT
                       IF WS-PROJECTED-WITHDRAWN > WS-DAILY-LIMIT
                       ELSE
                           COMPUTE WS-AVAILABLE-BALANCE =
                               ACCT-BALANCE - ACCT-HELD-AMOUNT
                           IF WS-TD-DEBIT-TOTAL > WS-AVAILABLE-BALANCE
                               ADD 1 TO WS-ERROR-COUNT
                               MOVE "INSUFFICIENT AVAILABLE FUNDS"
                                   TO WS-ERROR-MESSAGE
                               SUBTRACT TXN-AMOUNT FROM ACCT-BALANCE
                               MOVE WS-PROJECTED-WITHDRAWN
                                   TO ACCT-DAILY-WITHDRAWN
                               IF WS-TD-PENALTY-AMT > ZEROS
                                   SUBTRACT WS-TD-PENALTY-AMT
                                       FROM ACCT-BALANCE
                                   PERFORM POST-EARLY-WITHDRAWAL-PENALTY
                               END-IF
                               SUBTRACT WS-XS-FEE-DUE
                                   FROM ACCT-BALANCE
                               PERFORM COUNT-OUTBOUND-ITEM
                               PERFORM GET-EFFECTIVE-MIN-BALANCE
                               IF ACCT-BALANCE <
                                   WS-MIN-BALANCE-EFFECTIVE
                       END-IF
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       EVALUATE TRUE
                           WHEN DORMANT
                               MOVE "WITHDRAWAL FROM DORMANT ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                           WHEN CHARGED-OFF
                               MOVE "WITHDRAWAL FROM CHARGED-OFF ACCT"
                                   TO WS-ERROR-MESSAGE
                           WHEN OTHER
                               MOVE "WITHDRAWAL FROM INACTIVE ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                       END-EVALUATE
                       PERFORM LOG-ERROR
                   END-IF
           END-READ.
      *   to the debit side, same as PROCESS-WITHDRAWAL, and share the
      *   same ACCT-DAILY-WITHDRAWN running total, since a customer
      *   moving cash out by transfer is no different from a withdrawal
      * Business Rule: The early-withdrawal penalty on a term deposit
      *   applies to a transfer debit before maturity exactly as it
      *   does to a withdrawal
      * Business Rule: So do the savings and money-market cycle
      *   limit and its excess-activity fee
      * Business Rule: A transfer with no TO account and a routing
      *   number in TXN-ACH-DATA pays an account at another bank by
      *   outbound ACH. The debit side passes every check above
      *   exactly as for an internal transfer; the credit is
      *   originated instead of posted (POST-ACH-ORIGINATION)
      *================================================================*
           IF TXN-TO-ACCOUNT = SPACES
               AND TXN-ACH-ROUTING NOT = SPACES
               SET ACH-OUTBOUND-ITEM TO TRUE
               MOVE TXN-ACH-ROUTING TO WS-ACH-EDIT-ROUTING
               MOVE TXN-ACH-ACCOUNT TO WS-ACH-EDIT-ACCOUNT
               MOVE TXN-ACH-ACCT-TYPE TO WS-ACH-EDIT-ACCT-TYPE
               PERFORM EDIT-ACH-DESTINATION
               IF WS-ERROR-MESSAGE = SPACES
                   AND TXN-AMOUNT > WS-ACH-MAX-AMOUNT
                   MOVE "AMOUNT EXCEEDS ACH ENTRY LIMIT"
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-ERROR-MESSAGE NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SET ACH-INTERNAL-ITEM TO TRUE
           END-IF

           IF TXN-TO-ACCOUNT = TXN-ACCOUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE "CANNOT TRANSFER TO THE SAME ACCOUNT"
                               PERFORM LOG-ERROR
                               EXIT PARAGRAPH
                           END-IF
                           PERFORM CHECK-EARLY-WITHDRAWAL
                           IF TD-EARLY-WITHDRAWAL
                               AND WS-TD-EARLY-REJECT = 1
                               ADD 1 TO WS-ERROR-COUNT
                               MOVE "TERM DEPOSIT NOT YET MATURED"
                                   TO WS-ERROR-MESSAGE
                               PERFORM LOG-ERROR
                               EXIT PARAGRAPH
                           END-IF
                           PERFORM PRICE-EXCESS-ACTIVITY
                           ADD WS-XS-FEE-DUE TO WS-TD-DEBIT-TOTAL
                           COMPUTE WS-XFER-DAILY-WITHDRAWN =
                               ACCT-DAILY-WITHDRAWN + TXN-AMOUNT
                           IF WS-XFER-DAILY-WITHDRAWN > WS-DAILY-LIMIT
      * held-balance rule PROCESS-WITHDRAWAL applies
                               COMPUTE WS-AVAILABLE-BALANCE =
                                   ACCT-BALANCE - ACCT-HELD-AMOUNT
                               IF WS-TD-DEBIT-TOTAL
                                   > WS-AVAILABLE-BALANCE
                                   ADD 1 TO WS-ERROR-COUNT
                                   MOVE "INSUFFICIENT AVAILABLE FUNDS"
                                       TO WS-ERROR-MESSAGE
                                   PERFORM LOG-ERROR
                               ELSE
                                   COMPUTE WS-XFER-FROM-BALANCE =
                                       ACCT-BALANCE - WS-TD-DEBIT-TOTAL
                                   IF ACH-OUTBOUND-ITEM
                                       PERFORM POST-ACH-ORIGINATION
                                   ELSE
                                       PERFORM PROCESS-TRANSFER-CREDIT
                                   END-IF
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           EVALUATE TRUE
                               WHEN DORMANT
                                   MOVE "TRANSFER FROM DORMANT ACCOUNT"
                                       TO WS-ERROR-MESSAGE
                               WHEN CHARGED-OFF
                                   MOVE "TRANSFER FROM CHARGED-OFF ACCT"
                                       TO WS-ERROR-MESSAGE
                               WHEN OTHER
                                   MOVE "TRANSFER FROM INACTIVE ACCOUNT"
                                       TO WS-ERROR-MESSAGE
                           END-EVALUATE
                           PERFORM LOG-ERROR
                       END-IF
               END-READ
      * Same deliberate rule as PROCESS-DEPOSIT: a credit cannot
      * land on a dormant account until a reactivation posts
                       ADD 1 TO WS-ERROR-COUNT
                       EVALUATE TRUE
                           WHEN DORMANT
                               MOVE "TRANSFER TO DORMANT ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                           WHEN CHARGED-OFF
                               MOVE "TRANSFER TO CHARGED-OFF ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                           WHEN OTHER
                               MOVE "TRANSFER TO INACTIVE ACCOUNT"
                                   TO WS-ERROR-MESSAGE
                       END-EVALUATE
                       PERFORM LOG-ERROR
                   END-IF
           END-READ.
               NOT INVALID KEY
                   MOVE WS-XFER-FROM-BALANCE TO ACCT-BALANCE
                   MOVE WS-XFER-DAILY-WITHDRAWN TO ACCT-DAILY-WITHDRAWN
      * The penalty and any excess-activity fee computed on the
      * source leg are already out of WS-XFER-FROM-BALANCE; only
      * their audit trail (and the item count) posts here
                   IF WS-TD-PENALTY-AMT > ZEROS
                       PERFORM POST-EARLY-WITHDRAWAL-PENALTY
                   END-IF
                   PERFORM COUNT-OUTBOUND-ITEM
                   PERFORM GET-EFFECTIVE-MIN-BALANCE
                   IF ACCT-BALANCE < WS-MIN-BALANCE-EFFECTIVE
                       PERFORM ATTEMPT-PROTECTION-SWEEP
                   PERFORM REGISTER-POSTED-REFERENCE
           END-READ.

      *================================================================*
       POST-ACH-ORIGINATION.
      *================================================================*
      * Debit side of an outbound ACH transfer, with the source
      * account still in the buffer from PROCESS-TRANSFER: posts
      * exactly as PROCESS-TRANSFER-DEBIT does - penalty and item
      * count, protection sweep or overdraft fee - and writes the
      * origination record ACH-ORIGINATE builds the NACHA entry
      * from. The amount leaves the deposit totals for the ACH
      * settlement account, so it is counted apart from internal
      * transfers, which net to nothing.
      *================================================================*
           MOVE WS-XFER-FROM-BALANCE TO ACCT-BALANCE
           MOVE WS-XFER-DAILY-WITHDRAWN TO ACCT-DAILY-WITHDRAWN
           IF WS-TD-PENALTY-AMT > ZEROS
               PERFORM POST-EARLY-WITHDRAWAL-PENALTY
           END-IF
           PERFORM COUNT-OUTBOUND-ITEM
           PERFORM GET-EFFECTIVE-MIN-BALANCE
           IF ACCT-BALANCE < WS-MIN-BALANCE-EFFECTIVE
               PERFORM ATTEMPT-PROTECTION-SWEEP
               IF SWEEP-NOT-COVERED
                   SUBTRACT WS-OVERDRAFT-FEE FROM ACCT-BALANCE
                   PERFORM LOG-OVERDRAFT-FEE
               END-IF
           END-IF
           MOVE WS-FORMATTED-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-ACH-OUT-COUNT
           ADD TXN-AMOUNT TO WS-TOTAL-ACH-OUT
           PERFORM TALLY-BATCH-TRANSFER
           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "T" TO WS-STMT-TYPE
           MOVE TXN-REFERENCE TO WS-STMT-REFERENCE
           COMPUTE WS-STMT-NET-AMOUNT = ZEROS - TXN-AMOUNT
           PERFORM WRITE-STATEMENT-WORK-RECORD
           PERFORM WRITE-HISTORY-RECORD
           PERFORM REGISTER-POSTED-REFERENCE

           MOVE SPACES TO ACH-ORIGINATION-RECORD
           MOVE ACCT-NUMBER TO ACHO-ACCOUNT
           MOVE TXN-REFERENCE TO ACHO-REFERENCE
           MOVE TXN-ACH-ROUTING TO ACHO-ROUTING
           MOVE TXN-ACH-ACCOUNT TO ACHO-DFI-ACCOUNT
           MOVE TXN-ACH-ACCT-TYPE TO ACHO-ACCT-TYPE
           IF TXN-ACH-NAME = SPACES
               MOVE ACCT-NAME TO ACHO-NAME
           ELSE
               MOVE TXN-ACH-NAME TO ACHO-NAME
           END-IF
           MOVE TXN-AMOUNT TO ACHO-AMOUNT
           MOVE WS-FORMATTED-DATE TO ACHO-POST-DATE
           IF WS-BB-CUR > ZEROS
               MOVE WS-BB-BATCH-ID (WS-BB-CUR) TO ACHO-BATCH-ID
           ELSE
               MOVE WS-BATCH-ID TO ACHO-BATCH-ID
           END-IF
           WRITE ACH-ORIGINATION-RECORD
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR WRITING ACH ORIGINATION RECORD"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF.

      *================================================================*
       POST-ACH-RETURN-CREDIT.
      *================================================================*
      * Business Rule: An outbound ACH credit returned by the
      *   receiving bank (mapped by ACH-INTAKE to a deposit carrying
      *   the return reason) is the customer's own money coming
      *   back: it is credited in full with no funds-availability
      *   hold, and booked against ACH settlement rather than as a
      *   new deposit
      * Business Rule: It is not customer activity, so it does not
      *   stamp ACCT-LAST-ACTIVITY
      * Business Rule: A return to an account no longer active, or
      *   charged off since the payment went out, rejects to
      *   suspense for the branch to settle by hand
      *================================================================*
           EVALUATE TRUE
               WHEN ACTIVE
                   ADD TXN-AMOUNT TO ACCT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-ACH-RETURN-COUNT
                   ADD TXN-AMOUNT TO WS-TOTAL-ACH-RETURNS
                   PERFORM TALLY-BATCH-DEPOSIT
                   MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
                   MOVE "D" TO WS-STMT-TYPE
                   MOVE TXN-REFERENCE TO WS-STMT-REFERENCE
                   MOVE TXN-AMOUNT TO WS-STMT-NET-AMOUNT
                   PERFORM WRITE-STATEMENT-WORK-RECORD
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM REGISTER-POSTED-REFERENCE
                   DISPLAY "ACH RETURN CREDITED: " ACCT-NUMBER
                       " " TXN-ACH-RETURN-REASON
                       " ORIGINAL TRACE: " TXN-ACH-ORIG-TRACE
               WHEN CHARGED-OFF
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ACH RETURN TO CHARGED-OFF ACCOUNT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ACH RETURN TO INACTIVE ACCOUNT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
           END-EVALUATE.

      *================================================================*
       EDIT-ACH-DESTINATION.
      *================================================================*
      * Proves the external destination staged in WS-ACH-EDIT-
      * ROUTING/ACCOUNT/ACCT-TYPE before anything is debited: a
      * nine-digit routing number whose check digit holds, an
      * account number, and a checking or savings account type.
      * Leaves WS-ERROR-MESSAGE spaces when the destination is good.
      *================================================================*
           MOVE SPACES TO WS-ERROR-MESSAGE
           IF WS-ACH-EDIT-ROUTING NOT NUMERIC
               MOVE "INVALID ACH ROUTING NUMBER" TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACH-CHECK-SUM =
               3 * (WS-ACH-DIGIT (1) + WS-ACH-DIGIT (4)
                    + WS-ACH-DIGIT (7))
               + 7 * (WS-ACH-DIGIT (2) + WS-ACH-DIGIT (5)
                    + WS-ACH-DIGIT (8))
               + WS-ACH-DIGIT (3) + WS-ACH-DIGIT (6)
               + WS-ACH-DIGIT (9)
           DIVIDE WS-ACH-CHECK-SUM BY 10
               GIVING WS-ACH-CHECK-QUOT REMAINDER WS-ACH-CHECK-REM
           EVALUATE TRUE
               WHEN WS-ACH-CHECK-REM NOT = ZEROS
                   MOVE "ACH ROUTING NUMBER CHECK DIGIT INVALID"
                       TO WS-ERROR-MESSAGE
               WHEN WS-ACH-EDIT-ACCOUNT = SPACES
                   MOVE "ACH RECEIVING ACCOUNT MISSING"
                       TO WS-ERROR-MESSAGE
               WHEN WS-ACH-EDIT-ACCT-TYPE NOT = "C"
                   AND WS-ACH-EDIT-ACCT-TYPE NOT = "S"
                   MOVE "INVALID ACH RECEIVING ACCOUNT TYPE"
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

      *================================================================*
       ATTEMPT-PROTECTION-SWEEP.
      *================================================================*
      * statement work records (type "P") and to history like any
      * other transfer; the funding leg is bank-initiated, so it does
      * not touch the funding account's ACCT-LAST-ACTIVITY or count
      * against its daily withdrawal limit. It does count as a
      * convenience item on a savings or money-market funding
      * account, and past the cycle limit pays the excess-activity
      * fee, which the funding account must be able to cover too.
      * Net movement of the sweep itself is zero, so the control
      * totals are untouched either way.
      *================================================================*
           SET SWEEP-NOT-COVERED TO TRUE
           IF ACCT-LINKED-ACCOUNT = SPACES
           MOVE ACCT-LINKED-ACCOUNT TO WS-SWEEP-LINKED
           MOVE ACCT-BALANCE TO WS-SWEEP-BALANCE
           MOVE ACCT-DAILY-WITHDRAWN TO WS-SWEEP-DAILY-WITHDRAWN
           MOVE ACCT-CYCLE-WDL-COUNT TO WS-SWEEP-CYCLE-COUNT
           MOVE ACCT-CYCLE-XS-FEES TO WS-SWEEP-CYCLE-FEES

           MOVE WS-SWEEP-LINKED TO ACCT-NUMBER
           READ ACCOUNT-FILE
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET-EFFECTIVE-MIN-BALANCE
                   PERFORM PRICE-EXCESS-ACTIVITY
                   IF ACTIVE
                       AND ACCT-BALANCE - WS-SWEEP-SHORTFALL
                           - WS-XS-FEE-DUE
                           >= WS-MIN-BALANCE-EFFECTIVE
                       SUBTRACT WS-SWEEP-SHORTFALL FROM ACCT-BALANCE
                       SUBTRACT WS-XS-FEE-DUE FROM ACCT-BALANCE
                       PERFORM COUNT-OUTBOUND-ITEM
                       REWRITE ACCOUNT-RECORD
                       PERFORM LOG-PROTECTION-SWEEP
                       MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           END-READ
           MOVE WS-SWEEP-BALANCE TO ACCT-BALANCE
           MOVE WS-SWEEP-DAILY-WITHDRAWN TO ACCT-DAILY-WITHDRAWN
           MOVE WS-SWEEP-CYCLE-COUNT TO ACCT-CYCLE-WDL-COUNT
           MOVE WS-SWEEP-CYCLE-FEES TO ACCT-CYCLE-XS-FEES

           IF SWEEP-COVERED
               ADD WS-SWEEP-SHORTFALL TO ACCT-BALANCE
           WRITE TRANSACTION-HISTORY-RECORD.

      *================================================================*
       CHECK-EARLY-WITHDRAWAL.
      *================================================================*
      * Called with the debited account in the buffer. A term
      * deposit still short of its maturity date is an early
      * withdrawal: the penalty is WS-TD-PENALTY-DAYS of interest at
      * the account's own rate on the amount taken out. Leaves the
      * penalty (zero for anything not early) and the total the
      * available-funds check must cover.
      *================================================================*
           SET TD-NOT-EARLY TO TRUE
           MOVE ZEROS TO WS-TD-PENALTY-AMT
           IF TERM-DEPOSIT
               AND ACCT-MATURITY-DATE > WS-FORMATTED-DATE
               SET TD-EARLY-WITHDRAWAL TO TRUE
               COMPUTE WS-TD-PENALTY-AMT ROUNDED =
                   TXN-AMOUNT * ACCT-INTEREST-RATE
                   * WS-TD-PENALTY-DAYS / 365
           END-IF
           COMPUTE WS-TD-DEBIT-TOTAL = TXN-AMOUNT + WS-TD-PENALTY-AMT.

      *================================================================*
       POST-EARLY-WITHDRAWAL-PENALTY.
      *================================================================*
      * Audit trail for the early-withdrawal penalty just taken from
      * the term deposit in the buffer: its own history record and
      * statement line (type "Y"), never folded into the customer's
      * withdrawal amount, and its own control total and GL line.
      * The reference numbers off the checkpointed penalty count so
      * it stays unique across a restart. The caller's REWRITE lands
      * the balance change.
      *================================================================*
           ADD 1 TO WS-TD-PENALTY-COUNT
           ADD WS-TD-PENALTY-AMT TO WS-TOTAL-TD-PENALTIES
           MOVE SPACES TO TRANSACTION-HISTORY-RECORD
           MOVE ACCT-NUMBER TO TXNH-ACCOUNT
           MOVE SPACES TO TXNH-TO-ACCOUNT
           MOVE "Y" TO TXNH-TYPE
           MOVE WS-TD-PENALTY-AMT TO TXNH-AMOUNT
           MOVE WS-FORMATTED-DATE TO TXNH-DATE
           MOVE TXN-TIME TO TXNH-TIME
           STRING "TDP" WS-FORMATTED-DATE WS-TD-PENALTY-COUNT
               DELIMITED BY SIZE INTO TXNH-REFERENCE
           WRITE TRANSACTION-HISTORY-RECORD
           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "Y" TO WS-STMT-TYPE
           MOVE TXNH-REFERENCE TO WS-STMT-REFERENCE
           COMPUTE WS-STMT-NET-AMOUNT = ZEROS - WS-TD-PENALTY-AMT
           PERFORM WRITE-STATEMENT-WORK-RECORD
           DISPLAY "EARLY WITHDRAWAL PENALTY: " ACCT-NUMBER
               " $" WS-TD-PENALTY-AMT " ON " TXN-REFERENCE.

      *================================================================*
       PRICE-EXCESS-ACTIVITY.
      *================================================================*
      * Called with the account about to be debited in the buffer.
      * A savings or money-market account that has already used the
      * cycle's convenience items owes the excess-activity fee on
      * this one; anything else owes nothing. The caller adds the
      * fee to whatever funds test it applies.
      *================================================================*
           MOVE ZEROS TO WS-XS-FEE-DUE
           IF (SAVINGS OR MONEY-MARKET)
               AND ACCT-CYCLE-WDL-COUNT >= WS-WDL-CYCLE-LIMIT
               MOVE WS-XS-ACTIVITY-FEE TO WS-XS-FEE-DUE
           END-IF.

      *================================================================*
       COUNT-OUTBOUND-ITEM.
      *================================================================*
      * Counts the item just debited against the cycle limit and
      * posts the audit trail of the fee PRICE-EXCESS-ACTIVITY
      * priced for it; the caller has already taken the fee out of
      * the balance, and its REWRITE lands both.
      *================================================================*
           IF SAVINGS OR MONEY-MARKET
               IF ACCT-CYCLE-WDL-COUNT < 999
                   ADD 1 TO ACCT-CYCLE-WDL-COUNT
               END-IF
               IF WS-XS-FEE-DUE > ZEROS
                   PERFORM POST-EXCESS-ACTIVITY-FEE
               END-IF
           END-IF.

      *================================================================*
       POST-EXCESS-ACTIVITY-FEE.
      *================================================================*
      * Audit trail for the excess-activity fee on the account in the
      * buffer: its own history record and statement line (type
      * "E"), its own control total and GL line, and the running
      * cycle fee total the statement prints. The reference numbers
      * off the checkpointed fee count so it stays unique across a
      * restart.
      *================================================================*
           ADD 1 TO WS-XS-FEE-COUNT
           ADD WS-XS-FEE-DUE TO WS-TOTAL-XS-FEES
           ADD WS-XS-FEE-DUE TO ACCT-CYCLE-XS-FEES
           MOVE SPACES TO TRANSACTION-HISTORY-RECORD
           MOVE ACCT-NUMBER TO TXNH-ACCOUNT
           MOVE SPACES TO TXNH-TO-ACCOUNT
           MOVE "E" TO TXNH-TYPE
           MOVE WS-XS-FEE-DUE TO TXNH-AMOUNT
           MOVE WS-FORMATTED-DATE TO TXNH-DATE
           MOVE TXN-TIME TO TXNH-TIME
           STRING "XSF" WS-FORMATTED-DATE WS-XS-FEE-COUNT
               DELIMITED BY SIZE INTO TXNH-REFERENCE
           WRITE TRANSACTION-HISTORY-RECORD
           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "E" TO WS-STMT-TYPE
           MOVE TXNH-REFERENCE TO WS-STMT-REFERENCE
           COMPUTE WS-STMT-NET-AMOUNT = ZEROS - WS-XS-FEE-DUE
           PERFORM WRITE-STATEMENT-WORK-RECORD
           DISPLAY "EXCESS ACTIVITY FEE: " ACCT-NUMBER
               " $" WS-XS-FEE-DUE " ON " TXN-REFERENCE.

      *================================================================*
       CLOSE-WITHDRAWAL-CYCLE.
      *================================================================*
      * Begin-of-run sweep, first run of a new month: closes the
      * savings or money-market account's convenience-item cycle in
      * the buffer. A cycle that went over the limit extends the
      * account's run of consecutive violations, and the run
      * reaching the conversion threshold flags the account for
      * conversion to checking; a cycle within the limit ends the
      * run and lifts the flag. The count and fee total then start
      * over for the new cycle. The cycle stamp is the restart
      * guard - a rerun sweep finds the account already rolled. A
      * change to the conversion flag goes on the audit trail.
      *================================================================*
           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
           ADD 1 TO WS-XS-CLOSED-COUNT
           IF ACCT-CYCLE-WDL-COUNT > WS-WDL-CYCLE-LIMIT
               ADD 1 TO WS-XS-OVER-COUNT
               IF ACCT-XS-CYCLE-STREAK < 99
                   ADD 1 TO ACCT-XS-CYCLE-STREAK
               END-IF
               IF ACCT-XS-CYCLE-STREAK >= WS-XS-CONVERT-CYCLES
                   AND NOT CONVERT-TO-CHECKING
                   SET CONVERT-TO-CHECKING TO TRUE
                   ADD 1 TO WS-XS-FLAGGED-COUNT
                   DISPLAY "FLAGGED FOR CONVERSION TO CHECKING: "
                       ACCT-NUMBER
               END-IF
           ELSE
               MOVE ZEROS TO ACCT-XS-CYCLE-STREAK
               MOVE "N" TO ACCT-CONVERT-FLAG
           END-IF
           MOVE WS-XS-CYCLE-MONTH TO ACCT-WDL-CYCLE
           MOVE ZEROS TO ACCT-CYCLE-WDL-COUNT
           MOVE ZEROS TO ACCT-CYCLE-XS-FEES
           REWRITE ACCOUNT-RECORD
           SET AUDIT-BY-SYSTEM TO TRUE
           MOVE "CYCLE CLOSE" TO WS-AUD-REASON
           MOVE SPACES TO WS-AUD-REFERENCE
           PERFORM AUDIT-ACCOUNT-CHANGES.

      *================================================================*
       PROCESS-REVERSAL.
      *================================================================*
      * Business Rule: A reversal backs out one posted deposit,
      *   withdrawal, or transfer exactly - the balance, the day's
      *   withdrawn figure when the original posted today, any
      *   deposit hold still outstanding, and both legs of a
      *   transfer - instead of keying an offsetting item that
      *   counts in the control totals a second time
      * Business Rule: The original is proved from the reference
      *   registry (account and amount must agree) and, once it has
      *   been archived, from the archive itself
      * Business Rule: A reference can be reversed once only; the
      *   registry entry carries the reversal's reference from then on
      * Business Rule: The reversal is a bank correction - it posts
      *   to an active, dormant, or frozen account regardless of
      *   funds, and does not stamp ACCT-LAST-ACTIVITY
      *================================================================*
           IF TXN-REFERENCE = SPACES
               OR TXN-ORIG-REFERENCE = SPACES
               OR TXN-ORIG-REFERENCE = TXN-REFERENCE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "REVERSAL REFERENCES MISSING OR INVALID"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE TXN-ORIG-REFERENCE TO REF-REFERENCE
           READ REFERENCE-CONTROL-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ORIGINAL REFERENCE NOT FOUND"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-ERROR-MESSAGE
           EVALUATE TRUE
               WHEN REF-ACCOUNT NOT = TXN-ACCOUNT
                   MOVE "REVERSAL ACCOUNT DOES NOT MATCH ORIGINAL"
                       TO WS-ERROR-MESSAGE
               WHEN REF-REVERSED-BY NOT = SPACES
                   MOVE "REFERENCE ALREADY REVERSED"
                       TO WS-ERROR-MESSAGE
      * A returned outbound ACH credit was booked against ACH
      * settlement; backing it out as a deposit would take it from
      * cash instead
               WHEN REF-ACH-RETURN
                   MOVE "ACH RETURN CANNOT BE REVERSED"
                       TO WS-ERROR-MESSAGE
               WHEN REF-TXN-TYPE NOT = "D"
                   AND REF-TXN-TYPE NOT = "W"
                   AND REF-TXN-TYPE NOT = "T"
                   MOVE "ORIGINAL TYPE CANNOT BE REVERSED"
                       TO WS-ERROR-MESSAGE
      * An outbound ACH credit has left the bank; only a return
      * from the receiving bank can bring it back
               WHEN REF-TXN-TYPE = "T"
                   AND REF-TO-ACCOUNT = SPACES
                   MOVE "ACH ORIGINATION CANNOT BE REVERSED"
                       TO WS-ERROR-MESSAGE
               WHEN REF-AMOUNT NOT = TXN-AMOUNT
                   MOVE "REVERSAL AMOUNT DOES NOT MATCH ORIGINAL"
                       TO WS-ERROR-MESSAGE
               WHEN REF-TXN-TYPE = "T"
                   AND TXN-TO-ACCOUNT NOT = SPACES
                   AND TXN-TO-ACCOUNT NOT = REF-TO-ACCOUNT
                   MOVE "REVERSAL TO ACCOUNT DOES NOT MATCH ORIGINAL"
                       TO WS-ERROR-MESSAGE
           END-EVALUATE
           IF WS-ERROR-MESSAGE NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE TXN-ORIG-REFERENCE TO WS-REV-ORIG-REFERENCE
           MOVE REF-TXN-TYPE TO WS-REV-ORIG-TYPE
           MOVE REF-POST-DATE TO WS-REV-ORIG-DATE
           MOVE REF-TO-ACCOUNT TO WS-REV-TO-ACCOUNT
           MOVE REF-HOLD-AMOUNT TO WS-REV-HOLD-AMOUNT
           MOVE REF-HOLD-RELEASE-DATE TO WS-REV-HOLD-RELEASE
           IF WS-REV-ORIG-TYPE = "T"
               MOVE WS-REV-TO-ACCOUNT TO TXN-TO-ACCOUNT
           END-IF

      * An original from an earlier night must also be on the
      * archive, leg for leg, with the amount it posted; tonight's
      * originals are not archived until the end of this run
           IF WS-REV-ORIG-DATE < WS-FORMATTED-DATE
               MOVE TXN-ACCOUNT TO WS-REV-ARCH-ACCOUNT
               IF WS-REV-ORIG-TYPE = "D"
                   MOVE TXN-AMOUNT TO WS-REV-ARCH-AMOUNT
               ELSE
                   COMPUTE WS-REV-ARCH-AMOUNT = ZEROS - TXN-AMOUNT
               END-IF
               PERFORM FIND-ARCHIVED-ORIGINAL
               IF REV-ARCH-FOUND AND WS-REV-ORIG-TYPE = "T"
                   MOVE WS-REV-TO-ACCOUNT TO WS-REV-ARCH-ACCOUNT
                   MOVE TXN-AMOUNT TO WS-REV-ARCH-AMOUNT
                   PERFORM FIND-ARCHIVED-ORIGINAL
               END-IF
               IF REV-ARCH-MISSING
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ORIGINAL NOT FOUND ON ARCHIVE"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE TXN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ACCOUNT NOT FOUND FOR REVERSAL"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
           END-READ
           IF CLOSED
               ADD 1 TO WS-ERROR-COUNT
               MOVE "REVERSAL AGAINST CLOSED ACCOUNT"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF CHARGED-OFF
               ADD 1 TO WS-ERROR-COUNT
               MOVE "REVERSAL AGAINST CHARGED-OFF ACCOUNT"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF

      * A transfer's destination leg comes back first, once both
      * accounts are proved postable, then the source is re-read
           IF WS-REV-ORIG-TYPE = "T"
               MOVE WS-REV-TO-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "TO ACCOUNT NOT FOUND FOR REVERSAL"
                           TO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
                       EXIT PARAGRAPH
               END-READ
               IF CLOSED
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "REVERSAL AGAINST CLOSED TO ACCOUNT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
               IF CHARGED-OFF
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "REVERSAL AGAINST CHARGED-OFF TO ACCT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT TXN-AMOUNT FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
               MOVE "Z" TO WS-STMT-TYPE
               MOVE TXN-ORIG-REFERENCE TO WS-STMT-REFERENCE
               COMPUTE WS-STMT-NET-AMOUNT = ZEROS - TXN-AMOUNT
               PERFORM WRITE-STATEMENT-WORK-RECORD

               MOVE TXN-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "FROM ACCOUNT REREAD FAILED FOR REVERSAL"
                           TO WS-ERROR-MESSAGE
                       PERFORM ERROR-HANDLER
               END-READ
           END-IF

           IF WS-REV-ORIG-TYPE = "D"
               PERFORM REVERSE-DEPOSIT-HOLD
               SUBTRACT TXN-AMOUNT FROM ACCT-BALANCE
               ADD TXN-AMOUNT TO WS-TOTAL-REV-DEPOSITS
               COMPUTE WS-REV-NET-AMOUNT = ZEROS - TXN-AMOUNT
           ELSE
               ADD TXN-AMOUNT TO ACCT-BALANCE
      * The day's withdrawn figure only still counts the original
      * when both were posted today
               IF WS-REV-ORIG-DATE = WS-FORMATTED-DATE
                   AND ACCT-LAST-ACTIVITY = WS-FORMATTED-DATE
                   SUBTRACT TXN-AMOUNT FROM ACCT-DAILY-WITHDRAWN
                   IF ACCT-DAILY-WITHDRAWN < ZEROS
                       MOVE ZEROS TO ACCT-DAILY-WITHDRAWN
                   END-IF
               END-IF
               IF WS-REV-ORIG-TYPE = "W"
                   ADD TXN-AMOUNT TO WS-TOTAL-REV-WITHDRAWS
               ELSE
                   ADD TXN-AMOUNT TO WS-TOTAL-REV-TRANSFERS
               END-IF
               MOVE TXN-AMOUNT TO WS-REV-NET-AMOUNT
           END-IF
           REWRITE ACCOUNT-RECORD
           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "Z" TO WS-STMT-TYPE
           MOVE TXN-ORIG-REFERENCE TO WS-STMT-REFERENCE
           MOVE WS-REV-NET-AMOUNT TO WS-STMT-NET-AMOUNT
           PERFORM WRITE-STATEMENT-WORK-RECORD

           ADD 1 TO WS-REVERSAL-COUNT
           PERFORM WRITE-HISTORY-RECORD
           PERFORM MARK-REFERENCE-REVERSED
           PERFORM REGISTER-POSTED-REFERENCE
           DISPLAY "REVERSAL POSTED: " TXN-ORIG-REFERENCE
               " BY " TXN-REFERENCE.

      *================================================================*
       REVERSE-DEPOSIT-HOLD.
      *================================================================*
      * Takes back whatever is still outstanding of the hold the
      * reversed deposit placed, from the slot maturing on the date
      * the registry recorded. A fifth concurrent hold may have been
      * folded into the latest slot and stretched past that date, so
      * a hold that should still be running and has no slot of its
      * own comes out of the latest one. A hold already matured has
      * nothing left to take. The account is in the buffer; the
      * caller's REWRITE lands the change.
      *================================================================*
           MOVE ZEROS TO WS-REV-HOLD-OFF
           IF WS-REV-HOLD-AMOUNT NOT > ZEROS
               OR ACCT-HELD-AMOUNT NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HOLD-POS
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > 5
                      OR WS-HOLD-POS > ZEROS
               IF ACCT-HOLD-AMOUNT (WS-HOLD-SUB) > ZEROS
                   AND ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                       = WS-REV-HOLD-RELEASE
                   MOVE WS-HOLD-SUB TO WS-HOLD-POS
               END-IF
           END-PERFORM
           IF WS-HOLD-POS = ZEROS
               AND WS-REV-HOLD-RELEASE > WS-FORMATTED-DATE
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > 5
                   IF ACCT-HOLD-AMOUNT (WS-HOLD-SUB) > ZEROS
                       AND ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                           > WS-REV-HOLD-RELEASE
                       IF WS-HOLD-POS = ZEROS
                           MOVE WS-HOLD-SUB TO WS-HOLD-POS
                       ELSE
                           IF ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                               > ACCT-HOLD-RELEASE-DATE (WS-HOLD-POS)
                               MOVE WS-HOLD-SUB TO WS-HOLD-POS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HOLD-POS = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF ACCT-HOLD-AMOUNT (WS-HOLD-POS) > WS-REV-HOLD-AMOUNT
               MOVE WS-REV-HOLD-AMOUNT TO WS-REV-HOLD-OFF
           ELSE
               MOVE ACCT-HOLD-AMOUNT (WS-HOLD-POS) TO WS-REV-HOLD-OFF
           END-IF
           SUBTRACT WS-REV-HOLD-OFF FROM ACCT-HOLD-AMOUNT (WS-HOLD-POS)
           IF ACCT-HOLD-AMOUNT (WS-HOLD-POS) = ZEROS
               MOVE ZEROS TO ACCT-HOLD-RELEASE-DATE (WS-HOLD-POS)
           END-IF
           SUBTRACT WS-REV-HOLD-OFF FROM ACCT-HELD-AMOUNT
           IF ACCT-HELD-AMOUNT < ZEROS
               MOVE ZEROS TO ACCT-HELD-AMOUNT
           END-IF
           ADD 1 TO WS-HOLD-RELEASED-COUNT
           ADD WS-REV-HOLD-OFF TO WS-TOTAL-RELEASED-HELD
           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "R" TO WS-STMT-TYPE
           MOVE TXN-ORIG-REFERENCE TO WS-STMT-REFERENCE
           MOVE WS-REV-HOLD-OFF TO WS-STMT-NET-AMOUNT
           PERFORM WRITE-STATEMENT-WORK-RECORD.

      *================================================================*
       FIND-ARCHIVED-ORIGINAL.
      *================================================================*
      * Looks for the posted archive record of WS-REV-ORIG-REFERENCE
      * on WS-REV-ARCH-ACCOUNT for the original's posting date, of
      * the original's type and for the signed amount that leg moved.
      * Leaves the record in the buffer when found.
      *================================================================*
           SET REV-ARCH-MISSING TO TRUE
           MOVE WS-REV-ARCH-ACCOUNT TO ARCH-ACCOUNT
           MOVE WS-REV-ORIG-DATE TO ARCH-DATE
           MOVE ZEROS TO ARCH-SEQ
           START TRANSACTION-ARCHIVE-FILE KEY NOT < ARCH-KEY
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                      OR REV-ARCH-FOUND
               READ TRANSACTION-ARCHIVE-FILE NEXT
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ARCH-ACCOUNT NOT = WS-REV-ARCH-ACCOUNT
                           OR ARCH-DATE NOT = WS-REV-ORIG-DATE
                           EXIT PERFORM
                       END-IF
                       IF ARCH-REFERENCE = WS-REV-ORIG-REFERENCE
                           AND ARCH-TYPE = WS-REV-ORIG-TYPE
                           AND ARCH-POSTED
                           AND ARCH-AMOUNT = WS-REV-ARCH-AMOUNT
                           SET REV-ARCH-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       MARK-REFERENCE-REVERSED.
      *================================================================*
      * Stamps the original's registry entry with the reversal's
      * reference - the once-only guard for the next attempt.
      *================================================================*
           MOVE TXN-ORIG-REFERENCE TO REF-REFERENCE
           READ REFERENCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TXN-REFERENCE TO REF-REVERSED-BY
                   REWRITE REFERENCE-CONTROL-RECORD
           END-READ.

      *================================================================*
       PROCESS-NEW-ACCOUNT.
      *================================================================*
      * Business Rule: New accounts open ACTIVE as of today
      * Business Rule: A term deposit must carry its term and a
      *   maturity option, and the pay-out option a payout account;
      *   its maturity date is the open date moved on by the term
      *================================================================*
           IF TXN-ACCT-TYPE = "T"
               IF TXN-TERM-MONTHS NOT NUMERIC
                   OR TXN-TERM-MONTHS = ZEROS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "TERM MISSING FOR TERM DEPOSIT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
               IF TXN-MATURITY-OPTION NOT = "R"
                   AND TXN-MATURITY-OPTION NOT = "P"
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "INVALID MATURITY OPTION FOR TERM DEPOSIT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
               IF TXN-MATURITY-OPTION = "P"
                   AND (TXN-PAYOUT-ACCOUNT = SPACES
                       OR TXN-PAYOUT-ACCOUNT = TXN-ACCOUNT)
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "PAYOUT ACCOUNT MISSING FOR TERM DEPOSIT"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE TXN-ACCOUNT TO ACCT-NUMBER
           MOVE TXN-ACCT-NAME TO ACCT-NAME
           MOVE TXN-ACCT-TYPE TO ACCT-TYPE
           MOVE TXN-AMOUNT TO ACCT-BALANCE
           MOVE TXN-INTEREST-RATE TO ACCT-INTEREST-RATE
           MOVE TXN-DATE TO ACCT-OPEN-DATE
           MOVE WS-FORMATTED-DATE TO ACCT-LAST-ACTIVITY
           MOVE ZEROS TO ACCT-DAILY-WITHDRAWN
           MOVE TXN-DATE-OF-BIRTH TO ACCT-DATE-OF-BIRTH
           MOVE ZEROS TO ACCT-LAST-INTEREST-DATE
           MOVE TXN-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           MOVE TXN-LINKED-ACCOUNT TO ACCT-LINKED-ACCOUNT
           MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           MOVE ZEROS TO ACCT-HELD-AMOUNT
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > 5
               MOVE ZEROS TO ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
               MOVE ZEROS TO ACCT-HOLD-AMOUNT (WS-HOLD-SUB)
           END-PERFORM
           MOVE TXN-AMOUNT TO ACCT-MONTH-MIN-BALANCE
           MOVE ZEROS TO ACCT-LAST-SVC-CHG-DATE
           MOVE ZEROS TO ACCT-NEGATIVE-SINCE
           MOVE ZEROS TO ACCT-COLLECTION-LEVEL
           MOVE ZEROS TO ACCT-CHARGE-OFF-DATE
           MOVE ZEROS TO ACCT-CHARGE-OFF-AMOUNT
           MOVE ZEROS TO ACCT-RECOVERED-AMOUNT
           DIVIDE WS-FORMATTED-DATE BY 100 GIVING ACCT-WDL-CYCLE
           MOVE ZEROS TO ACCT-CYCLE-WDL-COUNT
           MOVE ZEROS TO ACCT-CYCLE-XS-FEES
           MOVE ZEROS TO ACCT-XS-CYCLE-STREAK
           MOVE "N" TO ACCT-CONVERT-FLAG
           IF TERM-DEPOSIT
               MOVE TXN-TERM-MONTHS TO ACCT-TERM-MONTHS
               MOVE TXN-MATURITY-OPTION TO ACCT-MATURITY-OPTION
               IF TD-PAYOUT
                   MOVE TXN-PAYOUT-ACCOUNT TO ACCT-PAYOUT-ACCOUNT
               ELSE
                   MOVE SPACES TO ACCT-PAYOUT-ACCOUNT
               END-IF
               MOVE ACCT-OPEN-DATE TO WS-TD-BASE-DATE
               PERFORM ADD-TERM-TO-DATE
               MOVE WS-TD-NEW-DATE TO ACCT-MATURITY-DATE
           ELSE
               MOVE ZEROS TO ACCT-TERM-MONTHS
               MOVE ZEROS TO ACCT-MATURITY-DATE
               MOVE SPACES TO ACCT-MATURITY-OPTION
               MOVE SPACES TO ACCT-PAYOUT-ACCOUNT
           END-IF
           SET ACTIVE TO TRUE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ACCOUNT ALREADY EXISTS"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-NEWACCT-COUNT
                   ADD TXN-AMOUNT TO WS-TOTAL-NEW-DEPOSITS
                   PERFORM CLEAR-ACCOUNT-AUDIT-IMAGE
                   SET AUDIT-BY-BATCH TO TRUE
                   MOVE "ACCOUNT OPEN" TO WS-AUD-REASON
                   PERFORM AUDIT-ACCOUNT-CHANGES
                   MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
                   MOVE "N" TO WS-STMT-TYPE
                   MOVE TXN-REFERENCE TO WS-STMT-REFERENCE
                   MOVE TXN-AMOUNT TO WS-STMT-NET-AMOUNT
                   PERFORM WRITE-STATEMENT-WORK-RECORD
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM REGISTER-POSTED-REFERENCE
           END-WRITE.
      *================================================================*
       PROCESS-FREEZE-ACCOUNT.
      *================================================================*
      * Business Rule: A closed account cannot be frozen, nor can a
      *   charged-off one - it is already barred from all activity
      *================================================================*
           MOVE TXN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLOSED
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "CANNOT FREEZE A CLOSED ACCOUNT"
                               TO WS-ERROR-MESSAGE
                           PERFORM LOG-ERROR
                       WHEN CHARGED-OFF
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "CANNOT FREEZE A CHARGED-OFF ACCOUNT"
                               TO WS-ERROR-MESSAGE
                           PERFORM LOG-ERROR
                       WHEN OTHER
                           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                           PERFORM RESET-DAILY-WITHDRAWN-IF-NEW-DAY
                           SET FROZEN TO TRUE
                           MOVE WS-FORMATTED-DATE
                               TO ACCT-LAST-ACTIVITY
                           REWRITE ACCOUNT-RECORD
                           ADD 1 TO WS-FREEZE-COUNT
                           SET AUDIT-BY-BATCH TO TRUE
                           MOVE "FREEZE" TO WS-AUD-REASON
                           PERFORM AUDIT-ACCOUNT-CHANGES
                   END-EVALUATE
           END-READ.

      *================================================================*
       PROCESS-CLOSE-ACCOUNT.
      *================================================================*
      * Business Rule: An account must be at a zero balance to close
      * Business Rule: A charged-off account stays open at status "W"
      *   so later recoveries have somewhere to post; it cannot close
      *================================================================*
           MOVE TXN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   IF CHARGED-OFF
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "CANNOT CLOSE A CHARGED-OFF ACCOUNT"
                           TO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   IF ACCT-BALANCE NOT = ZEROS
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "CANNOT CLOSE ACCOUNT WITH NONZERO BALANCE"
                               TO WS-ERROR-MESSAGE
                           PERFORM LOG-ERROR
                       ELSE
                           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                           PERFORM RESET-DAILY-WITHDRAWN-IF-NEW-DAY
                           SET CLOSED TO TRUE
                           MOVE WS-FORMATTED-DATE
                               TO ACCT-LAST-ACTIVITY
                           REWRITE ACCOUNT-RECORD
                           ADD 1 TO WS-CLOSE-COUNT
                           SET AUDIT-BY-BATCH TO TRUE
                           MOVE "CLOSE" TO WS-AUD-REASON
                           PERFORM AUDIT-ACCOUNT-CHANGES
                       END-IF
                   END-IF
           END-READ.
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   IF DORMANT
                       PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                       PERFORM RESET-DAILY-WITHDRAWN-IF-NEW-DAY
                       SET ACTIVE TO TRUE
                       MOVE WS-FORMATTED-DATE TO ACCT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
                       ADD 1 TO WS-REACTIVATE-COUNT
                       SET AUDIT-BY-BATCH TO TRUE
                       MOVE "REACTIVATE" TO WS-AUD-REASON
                       PERFORM AUDIT-ACCOUNT-CHANGES
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "ACCOUNT NOT DORMANT FOR REACTIVATE"
                           TO WS-ERROR-MESSAGE
                       PERFORM ERROR-HANDLER
                   NOT INVALID KEY
                       PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                       IF TXN-CUSTOMER-ID = "*"
                           MOVE SPACES TO ACCT-CUSTOMER-ID
                       ELSE
                       END-IF
                       REWRITE ACCOUNT-RECORD
                       ADD 1 TO WS-ACCTMAINT-COUNT
                       SET AUDIT-BY-BATCH TO TRUE
                       MOVE "ACCOUNT MAINTENANCE" TO WS-AUD-REASON
                       PERFORM AUDIT-ACCOUNT-CHANGES
               END-READ
           END-IF.

      * in TXN-DATE. Both accounts must be on file tonight - the
      * nightly cycle re-validates every generated transfer anyway,
      * but a mistyped account should bounce at the teller, not on
      * the first of next month. An instruction paying an account
      * at another bank leaves the TO account blank and carries
      * that account in TXN-SI-DATA instead; its routing number and
      * account type are proved the same way an outbound transfer's
      * are.
      *================================================================*
           SET SI-MAINT-OK TO TRUE
           IF TXN-SI-ID = SPACES
               END-READ
           END-IF
           IF SI-MAINT-OK
               IF TXN-TO-ACCOUNT = SPACES
                   AND TXN-SI-EXT-ROUTING NOT = SPACES
                   MOVE TXN-SI-EXT-ROUTING TO WS-ACH-EDIT-ROUTING
                   MOVE TXN-SI-EXT-ACCOUNT TO WS-ACH-EDIT-ACCOUNT
                   MOVE TXN-SI-EXT-ACCT-TYPE TO WS-ACH-EDIT-ACCT-TYPE
                   PERFORM EDIT-ACH-DESTINATION
                   IF WS-ERROR-MESSAGE = SPACES
                       AND TXN-AMOUNT > WS-ACH-MAX-AMOUNT
                       MOVE "AMOUNT EXCEEDS ACH ENTRY LIMIT"
                           TO WS-ERROR-MESSAGE
                   END-IF
                   IF WS-ERROR-MESSAGE NOT = SPACES
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM LOG-ERROR
                       SET SI-MAINT-FAILED TO TRUE
                   END-IF
               ELSE
                   MOVE TXN-TO-ACCOUNT TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "TO ACCOUNT NOT FOUND FOR STANDING ADD"
                               TO WS-ERROR-MESSAGE
                           PERFORM LOG-ERROR
                           SET SI-MAINT-FAILED TO TRUE
                   END-READ
               END-IF
           END-IF

           IF SI-MAINT-OK
               END-IF
               MOVE ZEROS TO SI-FAIL-COUNT
               SET SI-ACTIVE TO TRUE
               IF TXN-TO-ACCOUNT = SPACES
                   MOVE TXN-SI-EXT-ROUTING TO SI-EXT-ROUTING
                   MOVE TXN-SI-EXT-ACCOUNT TO SI-EXT-ACCOUNT
                   MOVE TXN-SI-EXT-ACCT-TYPE TO SI-EXT-ACCT-TYPE
                   MOVE TXN-SI-EXT-NAME TO SI-EXT-NAME
               END-IF
               WRITE STANDING-INSTRUCTION-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
               DELIMITED BY SIZE INTO TXN-REFERENCE
           MOVE ZEROS TO TXN-RETRY-COUNT
           MOVE ZEROS TO TXN-ORIG-REJECT-DATE
      * An instruction paying outside the bank goes out as an
      * outbound ACH transfer
           IF SI-TO-ACCOUNT = SPACES
               MOVE SI-EXT-ROUTING TO TXN-ACH-ROUTING
               MOVE SI-EXT-ACCOUNT TO TXN-ACH-ACCOUNT
               MOVE SI-EXT-ACCT-TYPE TO TXN-ACH-ACCT-TYPE
               MOVE SI-EXT-NAME TO TXN-ACH-NAME
           END-IF

           MOVE WS-ERROR-COUNT TO WS-SI-ERRORS-BEFORE
           PERFORM POST-CURRENT-TRANSACTION
                   ADD 1 TO WS-SI-FAILED-COUNT
                   ADD 1 TO SI-FAIL-COUNT
                   IF SI-FAIL-COUNT >= 3
                       MOVE SI-STATUS TO WS-AUD-BEFORE
                       SET SI-SUSPENDED TO TRUE
                       ADD 1 TO WS-SI-SUSPENDED-COUNT
                       DISPLAY "STANDING INSTRUCTION SUSPENDED: "
                           SI-ID
                       PERFORM AUDIT-SI-SUSPENSION
                   END-IF
                   REWRITE STANDING-INSTRUCTION-RECORD
               WHEN OTHER
      * An unknown frequency should have bounced at the add; if one
      * is on the master anyway, suspend rather than loop on it
               WHEN OTHER
                   MOVE SI-STATUS TO WS-AUD-BEFORE
                   SET SI-SUSPENDED TO TRUE
                   ADD 1 TO WS-SI-SUSPENDED-COUNT
                   DISPLAY "BAD FREQUENCY - INSTRUCTION SUSPENDED: "
                       SI-ID
                   PERFORM AUDIT-SI-SUSPENSION
           END-EVALUATE.

      *================================================================*
       PROCESS-TERM-MATURITIES.
      *================================================================*
      * Nightly maturity cycle for term deposits. Every certificate
      * (active or dormant - renewal is bank-initiated) whose
      * maturity date has arrived is gathered on one pass of the
      * master and then matured from the table: the accrual
      * capitalizes first so the customer is paid every day's
      * interest, then the certificate either rolls for another term
      * or pays its balance out to the payout account and closes. A
      * frozen certificate waits until it is unfrozen. Safe to
      * reenter after a restart: a matured certificate has either a
      * future maturity date or a closed status, so it is not
      * gathered again; one caught between the payout credit and its
      * own close is gathered again, but the payout reference is
      * already on the posted-reference registry, so the rerun only
      * finishes the close. Overflow past the table leaves the rest
      * for tomorrow night, when they are still due.
      *================================================================*
           MOVE ZEROS TO WS-TD-DUE-COUNT
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY > ACCT-NUMBER

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
                   AT END EXIT PERFORM
                   NOT AT END
                       IF TERM-DEPOSIT
                           AND (ACTIVE OR DORMANT)
                           AND ACCT-MATURITY-DATE NOT = ZEROS
                           AND ACCT-MATURITY-DATE
                               NOT > WS-FORMATTED-DATE
                           IF WS-TD-DUE-COUNT < 1000
                               ADD 1 TO WS-TD-DUE-COUNT
                               MOVE ACCT-NUMBER TO WS-TD-DUE-ACCOUNT
                                   (WS-TD-DUE-COUNT)
                           ELSE
                               DISPLAY "MATURITY DEFERRED: "
                                   ACCT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                   UNTIL WS-TD-SUB > WS-TD-DUE-COUNT
               PERFORM MATURE-ONE-TERM-DEPOSIT
           END-PERFORM.

      *================================================================*
       MATURE-ONE-TERM-DEPOSIT.
      *================================================================*
      * Capitalizes the accrued interest and lands it with its own
      * REWRITE before anything else moves, then works the maturity
      * option. A pay-out that cannot be made because the payout
      * account is missing or not active rolls the certificate over
      * instead, so the funds keep earning rather than sitting
      * matured; one held back by an open deposit hold stays matured
      * (free of penalty) and is tried again each night.
      *================================================================*
           MOVE WS-TD-DUE-ACCOUNT (WS-TD-SUB) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "MATURING ACCOUNT NOT FOUND: " ACCT-NUMBER
                   EXIT PARAGRAPH
           END-READ

           IF ACCT-ACCRUED-INTEREST NOT = ZEROS
               PERFORM CAPITALIZE-ACCRUED-INTEREST
               REWRITE ACCOUNT-RECORD
           END-IF

           IF TD-PAYOUT
               IF ACCT-HELD-AMOUNT > ZEROS
                   DISPLAY "MATURITY PAYOUT AWAITING HOLD RELEASE: "
                       ACCT-NUMBER
                   EXIT PARAGRAPH
               END-IF
               PERFORM PAY-OUT-TERM-DEPOSIT
               IF TD-PAYOUT-DONE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "MATURITY PAYOUT FAILED - RENEWING: "
                   ACCT-NUMBER " PAYOUT ACCT: " ACCT-PAYOUT-ACCOUNT
           END-IF

           PERFORM RENEW-TERM-DEPOSIT.

      *================================================================*
       PAY-OUT-TERM-DEPOSIT.
      *================================================================*
      * Moves the matured certificate's whole balance to its payout
      * account as a bank-initiated transfer: built in the
      * transaction area the way a standing instruction is, with a
      * reference from the certificate number and its maturity date,
      * so history and the statements carry it like any other
      * transfer. It is not a customer debit - no daily limit, stop,
      * or penalty applies, and neither account's activity date
      * moves. Both legs net to zero, so the control totals are
      * untouched. The certificate closes at a zero balance. Leaves
      * the certificate back in the buffer either way.
      *
      * The reference is registered as soon as the payout account
      * has been credited. A restart that finds it already on the
      * registry knows the credit landed before the abend and goes
      * straight to closing the certificate, so the payout account
      * is never paid twice.
      *================================================================*
           SET TD-PAYOUT-FAILED TO TRUE
           MOVE ACCT-NUMBER TO WS-TD-ACCOUNT
           MOVE ACCT-BALANCE TO WS-TD-PAYOUT-AMT

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE ACCT-NUMBER TO TXN-ACCOUNT
           MOVE ACCT-PAYOUT-ACCOUNT TO TXN-TO-ACCOUNT
           MOVE "T" TO TXN-TYPE
           MOVE WS-TD-PAYOUT-AMT TO TXN-AMOUNT
           MOVE WS-FORMATTED-DATE TO TXN-DATE
           MOVE ZEROS TO TXN-TIME
           STRING "TD" ACCT-NUMBER ACCT-MATURITY-DATE
               DELIMITED BY SIZE INTO TXN-REFERENCE
           MOVE ZEROS TO TXN-RETRY-COUNT
           MOVE ZEROS TO TXN-ORIG-REJECT-DATE
           MOVE ZEROS TO WS-REF-HOLD-AMOUNT
           MOVE ZEROS TO WS-REF-HOLD-RELEASE

           IF ACCT-PAYOUT-ACCOUNT = SPACES
               OR ACCT-PAYOUT-ACCOUNT = ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-REFERENCE
           IF DUP-REFERENCE-FOUND
               DISPLAY "TERM DEPOSIT PAYOUT ALREADY POSTED: "
                   TXN-REFERENCE
               SET TD-PAYOUT-DONE TO TRUE
           ELSE
               PERFORM CREDIT-TERM-DEPOSIT-PAYOUT
           END-IF

           MOVE WS-TD-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "MATURING ACCOUNT REREAD FAILED FOR PAYOUT"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
           END-READ

           IF TD-PAYOUT-DONE
               PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
               SUBTRACT WS-TD-PAYOUT-AMT FROM ACCT-BALANCE
               MOVE ZEROS TO ACCT-MATURITY-DATE
               SET CLOSED TO TRUE
               REWRITE ACCOUNT-RECORD
               SET AUDIT-BY-SYSTEM TO TRUE
               MOVE "TD PAYOUT" TO WS-AUD-REASON
               MOVE TXN-REFERENCE TO WS-AUD-REFERENCE
               PERFORM AUDIT-ACCOUNT-CHANGES
               MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
               MOVE "T" TO WS-STMT-TYPE
               MOVE TXN-REFERENCE TO WS-STMT-REFERENCE
               COMPUTE WS-STMT-NET-AMOUNT = ZEROS - WS-TD-PAYOUT-AMT
               PERFORM WRITE-STATEMENT-WORK-RECORD
               PERFORM WRITE-HISTORY-RECORD
               ADD 1 TO WS-TD-PAID-COUNT
               DISPLAY "TERM DEPOSIT PAID OUT: " ACCT-NUMBER
                   " $" WS-TD-PAYOUT-AMT " TO " TXN-TO-ACCOUNT
           END-IF.

      *================================================================*
       CREDIT-TERM-DEPOSIT-PAYOUT.
      *================================================================*
      * The credit leg: lands the payout on the payout account when
      * it is on file and active, and registers the reference in the
      * same step.
      *================================================================*
           MOVE ACCT-PAYOUT-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACTIVE
                       ADD WS-TD-PAYOUT-AMT TO ACCT-BALANCE
                       REWRITE ACCOUNT-RECORD
                       PERFORM REGISTER-POSTED-REFERENCE
                       MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
                       MOVE "T" TO WS-STMT-TYPE
                       MOVE TXN-REFERENCE TO WS-STMT-REFERENCE
                       MOVE WS-TD-PAYOUT-AMT TO WS-STMT-NET-AMOUNT
                       PERFORM WRITE-STATEMENT-WORK-RECORD
                       SET TD-PAYOUT-DONE TO TRUE
                   END-IF
           END-READ.

      *================================================================*
       RENEW-TERM-DEPOSIT.
      *================================================================*
      * Rolls the certificate in the buffer for another term at the
      * renewal rate in force tonight (its own rate when no renewal
      * rate is set). The new maturity date counts on from the old
      * one, not from tonight, so a certificate matured while frozen
      * keeps its anniversary - carried forward as many terms as it
      * takes to land after tonight.
      *================================================================*
           IF ACCT-TERM-MONTHS NOT NUMERIC
               OR ACCT-TERM-MONTHS = ZEROS
               DISPLAY "TERM DEPOSIT WITHOUT A TERM - NOT RENEWED: "
                   ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
           IF WS-TD-RENEWAL-RATE NOT = ZEROS
               MOVE WS-TD-RENEWAL-RATE TO ACCT-INTEREST-RATE
           END-IF
           MOVE ACCT-MATURITY-DATE TO WS-TD-NEW-DATE
           PERFORM UNTIL WS-TD-NEW-DATE > WS-FORMATTED-DATE
               MOVE WS-TD-NEW-DATE TO WS-TD-BASE-DATE
               PERFORM ADD-TERM-TO-DATE
           END-PERFORM
           MOVE WS-TD-NEW-DATE TO ACCT-MATURITY-DATE
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-TD-RENEWED-COUNT
           SET AUDIT-BY-SYSTEM TO TRUE
           MOVE "TD RENEWAL" TO WS-AUD-REASON
           MOVE SPACES TO WS-AUD-REFERENCE
           PERFORM AUDIT-ACCOUNT-CHANGES
           DISPLAY "TERM DEPOSIT RENEWED: " ACCT-NUMBER
               " RATE: " ACCT-INTEREST-RATE
               " MATURES: " ACCT-MATURITY-DATE.

      *================================================================*
       ADD-TERM-TO-DATE.
      *================================================================*
      * WS-TD-NEW-DATE is WS-TD-BASE-DATE moved on by the term of the
      * account in the buffer: the months roll through the year the
      * same way a monthly standing instruction advances, and a day
      * past the 28th pins to the 28th so every month has the date.
      *================================================================*
           DIVIDE WS-TD-BASE-DATE BY 100
               GIVING WS-TD-YYYYMM REMAINDER WS-TD-DD
           DIVIDE WS-TD-YYYYMM BY 100
               GIVING WS-TD-YEAR REMAINDER WS-TD-MONTH
           COMPUTE WS-TD-MONTH-COUNT =
               WS-TD-YEAR * 12 + WS-TD-MONTH - 1 + ACCT-TERM-MONTHS
           DIVIDE WS-TD-MONTH-COUNT BY 12
               GIVING WS-TD-YEAR REMAINDER WS-TD-MONTH
           ADD 1 TO WS-TD-MONTH
           IF WS-TD-DD > 28
               MOVE 28 TO WS-TD-DD
           END-IF
           COMPUTE WS-TD-NEW-DATE =
               WS-TD-YEAR * 10000 + WS-TD-MONTH * 100 + WS-TD-DD.

      *================================================================*
       PROCESS-CUSTOMER-ADD.
      *================================================================*
                       PERFORM LOG-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CUSTADD-COUNT
                       MOVE SPACES TO WS-AUD-CUST-IMAGE
                       MOVE "CUSTOMER ADD" TO WS-AUD-REASON
                       PERFORM AUDIT-CUSTOMER-CHANGES
               END-WRITE
           END-IF.

      *================================================================*
       PROCESS-CUSTOMER-UPDATE.
      *================================================================*
      * Business Rule: Full replacement of the name, address, phone,
      * and tax ID from the maintenance transaction - the branch
      * keys the complete block, same as the add.
      *================================================================*
           MOVE TXN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "CUSTOMER NOT FOUND FOR UPDATE"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   PERFORM SAVE-CUSTOMER-AUDIT-IMAGE
                   MOVE TXN-ACCT-NAME TO CUST-NAME
                   MOVE TXN-CUST-ADDR-LINE1 TO CUST-ADDR-LINE1
                   MOVE TXN-CUST-ADDR-LINE2 TO CUST-ADDR-LINE2
                   MOVE TXN-CUST-CITY TO CUST-CITY
                   MOVE TXN-CUST-STATE TO CUST-STATE
                   MOVE TXN-CUST-ZIP TO CUST-ZIP
                   MOVE TXN-CUST-PHONE TO CUST-PHONE
                   MOVE TXN-CUST-TAX-ID TO CUST-TAX-ID
                   REWRITE CUSTOMER-RECORD
                   ADD 1 TO WS-CUSTUPD-COUNT
                   MOVE "CUSTOMER UPDATE" TO WS-AUD-REASON
                   PERFORM AUDIT-CUSTOMER-CHANGES
           END-READ.

      *================================================================*
       PROCESS-RELATIONSHIP-ADD.
      *================================================================*
      * Business Rule: The account must be on file and neither closed
      *   nor charged off (a charged-off account takes no activity
      *   but recoveries, and is refused here as a closed one is),
      *   and the customer on CUSTMAST. Any number of joint owners,
      *   trustees, and beneficiaries may stand on one account, but
      *   only one relationship may carry the primary role, and a
      *   customer stands on an account once. The tax-owner
      *   designation belongs to an owner role only; given to a new
      *   party, it comes off whichever relationship held it before,
      *   so an account never has two 1099 recipients.
      *================================================================*
           MOVE TXN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ACCOUNT NOT FOUND FOR RELATIONSHIP"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
           END-READ
           IF CLOSED OR CHARGED-OFF
               ADD 1 TO WS-ERROR-COUNT
               MOVE "CANNOT ADD RELATIONSHIP TO A CLOSED ACCOUNT"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF TXN-CUSTOMER-ID = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE "CUSTOMER ID MISSING FOR RELATIONSHIP"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "CUSTOMER NOT ON FILE FOR RELATIONSHIP"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
           END-READ

           MOVE TXN-REL-ROLE TO WS-REL-NEW-ROLE
           MOVE WS-REL-NEW-ROLE TO REL-ROLE
           IF NOT REL-VALID-ROLE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "INVALID RELATIONSHIP ROLE"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF TXN-REL-TAX-OWNER NOT = "Y"
               AND TXN-REL-TAX-OWNER NOT = SPACE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "INVALID TAX OWNER DESIGNATION"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF TXN-REL-TAX-OWNER = "Y"
               AND NOT REL-OWNER-ROLE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "TAX OWNER MUST HOLD AN OWNER ROLE"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF

      * The account's existing parties: no second primary, and no
      * customer on the account twice
           SET REL-MAINT-OK TO TRUE
           MOVE TXN-ACCOUNT TO REL-ACCOUNT
           MOVE LOW-VALUES TO REL-CUSTOMER-ID
           START ACCOUNT-RELATIONSHIP-FILE KEY NOT < REL-KEY
           IF WS-FILE-STATUS = "00"
               SET REL-SCAN-MORE TO TRUE
           ELSE
               SET REL-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL REL-SCAN-DONE
                   OR REL-MAINT-FAILED
               READ ACCOUNT-RELATIONSHIP-FILE NEXT
                   AT END SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN REL-ACCOUNT NOT = TXN-ACCOUNT
                               SET REL-SCAN-DONE TO TRUE
                           WHEN REL-CUSTOMER-ID = TXN-CUSTOMER-ID
                               ADD 1 TO WS-ERROR-COUNT
                               MOVE "RELATIONSHIP ALREADY ON FILE"
                                   TO WS-ERROR-MESSAGE
                               PERFORM LOG-ERROR
                               SET REL-MAINT-FAILED TO TRUE
                           WHEN REL-PRIMARY
                               AND WS-REL-NEW-ROLE = "P"
                               ADD 1 TO WS-ERROR-COUNT
                               MOVE "PRIMARY OWNER ALREADY ON FILE"
                                   TO WS-ERROR-MESSAGE
                               PERFORM LOG-ERROR
                               SET REL-MAINT-FAILED TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF REL-MAINT-FAILED
               EXIT PARAGRAPH
           END-IF

           IF TXN-REL-TAX-OWNER = "Y"
               PERFORM CLEAR-TAX-OWNER-DESIGNATION
           END-IF

           MOVE SPACES TO ACCOUNT-RELATIONSHIP-RECORD
           MOVE TXN-ACCOUNT TO REL-ACCOUNT
           MOVE TXN-CUSTOMER-ID TO REL-CUSTOMER-ID
           MOVE WS-REL-NEW-ROLE TO REL-ROLE
           MOVE TXN-REL-TAX-OWNER TO REL-TAX-OWNER-FLAG
           MOVE WS-FORMATTED-DATE TO REL-ADDED-DATE
           WRITE ACCOUNT-RELATIONSHIP-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ERROR WRITING ACCOUNT RELATIONSHIP"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-REL-ADD-COUNT
           PERFORM REGISTER-POSTED-REFERENCE
           DISPLAY "RELATIONSHIP ADDED: " REL-ACCOUNT
               " CUSTOMER: " REL-CUSTOMER-ID " ROLE: " REL-ROLE.

      *================================================================*
       CLEAR-TAX-OWNER-DESIGNATION.
      *================================================================*
      * Takes the tax-owner flag off every relationship on the
      * account ahead of the new designation being written.
      *================================================================*
           MOVE TXN-ACCOUNT TO REL-ACCOUNT
           MOVE LOW-VALUES TO REL-CUSTOMER-ID
           START ACCOUNT-RELATIONSHIP-FILE KEY NOT < REL-KEY
           IF WS-FILE-STATUS = "00"
               SET REL-SCAN-MORE TO TRUE
           ELSE
               SET REL-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL REL-SCAN-DONE
               READ ACCOUNT-RELATIONSHIP-FILE NEXT
                   AT END SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-ACCOUNT NOT = TXN-ACCOUNT
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-TAX-OWNER
                               MOVE SPACE TO REL-TAX-OWNER-FLAG
                               REWRITE ACCOUNT-RELATIONSHIP-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       PROCESS-RELATIONSHIP-REMOVE.
      *================================================================*
      * Business Rule: Removes the customer's relationship to the
      *   account outright. Removing the designated tax owner leaves
      *   the account with none, and its 1099 falls back to the CIF
      *   owner until another party is designated.
      *================================================================*
           MOVE TXN-ACCOUNT TO REL-ACCOUNT
           MOVE TXN-CUSTOMER-ID TO REL-CUSTOMER-ID
           READ ACCOUNT-RELATIONSHIP-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "RELATIONSHIP NOT ON FILE FOR REMOVE"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
               NOT INVALID KEY
                   DELETE ACCOUNT-RELATIONSHIP-FILE RECORD
                   ADD 1 TO WS-REL-REMOVE-COUNT
                   PERFORM REGISTER-POSTED-REFERENCE
                   DISPLAY "RELATIONSHIP REMOVED: " TXN-ACCOUNT
                       " CUSTOMER: " TXN-CUSTOMER-ID
           END-READ.

      *================================================================*
       GATHER-ACCOUNT-OWNERS.
      *================================================================*
      * Loads the owner table with every owner of the account in
      * WS-REL-ACCOUNT: the CIF owner passed in WS-REL-CIF-OWNER
      * first, when there is one, then each primary, joint, or
      * trustee party on ACCTREL not already listed. Payable-on-death
      * beneficiaries are left out - they hold no claim on the
      * account while the owners live. Only ACCTREL is read, so the
      * caller's ACCOUNT-RECORD buffer is left as it was.
      *================================================================*
           MOVE ZEROS TO WS-REL-OWNER-COUNT
           IF WS-REL-CIF-OWNER NOT = SPACES
               MOVE WS-REL-CIF-OWNER TO WS-REL-CUSTOMER
               MOVE "P" TO WS-REL-ROLE-WORK
               PERFORM ADD-ACCOUNT-OWNER
           END-IF
           MOVE WS-REL-ACCOUNT TO REL-ACCOUNT
           MOVE LOW-VALUES TO REL-CUSTOMER-ID
           START ACCOUNT-RELATIONSHIP-FILE KEY NOT < REL-KEY
           IF WS-FILE-STATUS = "00"
               SET REL-SCAN-MORE TO TRUE
           ELSE
               SET REL-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL REL-SCAN-DONE
               READ ACCOUNT-RELATIONSHIP-FILE NEXT
                   AT END SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-ACCOUNT NOT = WS-REL-ACCOUNT
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-OWNER-ROLE
                               MOVE REL-CUSTOMER-ID TO WS-REL-CUSTOMER
                               MOVE REL-ROLE TO WS-REL-ROLE-WORK
                               PERFORM ADD-ACCOUNT-OWNER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       ADD-ACCOUNT-OWNER.
      *================================================================*
      * Adds WS-REL-CUSTOMER to the owner table unless already there.
      * Twenty owners on one account is far past anything the branch
      * opens; the run abends loudly rather than drop one.
      *================================================================*
           PERFORM VARYING WS-REL-FIND-SUB FROM 1 BY 1
                   UNTIL WS-REL-FIND-SUB > WS-REL-OWNER-COUNT
               IF WS-REL-OWNER-ID (WS-REL-FIND-SUB) = WS-REL-CUSTOMER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-REL-OWNER-COUNT >= 20
               MOVE "ACCOUNT OWNER TABLE FULL" TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF
           ADD 1 TO WS-REL-OWNER-COUNT
           MOVE WS-REL-CUSTOMER
               TO WS-REL-OWNER-ID (WS-REL-OWNER-COUNT)
           MOVE WS-REL-ROLE-WORK
               TO WS-REL-OWNER-ROLE (WS-REL-OWNER-COUNT).

      *================================================================*
       END-OF-RUN-ACCOUNT-SWEEP.
      *================================================================*
      * restart safety the separate passes had: dormancy flagging is
      * idempotent (an account already dormant is passed over) and
      * the interest work is guarded per account by the
      * ACCT-LAST-INTEREST-DATE stamp. On the calendar month's last
      * night the pass also writes every account's closing position
      * to the month-end snapshot; the file is rewritten from the
      * top on a restart, so a rerun of the pass still leaves one
      * record per account.
      *================================================================*
           COMPUTE WS-DORMANT-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-FORMATTED-DATE)
           COMPUTE WS-DORMANT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DORMANT-CUTOFF-INT)

           COMPUTE WS-TD-NOTICE-INT =
               FUNCTION INTEGER-OF-DATE (WS-FORMATTED-DATE)
               + WS-TD-NOTICE-DAYS
           COMPUTE WS-TD-NOTICE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TD-NOTICE-INT)

           MOVE ZEROS TO WS-CLOSING-TOTAL
           MOVE ZEROS TO WS-TD-UP-COUNT
           MOVE ZEROS TO WS-TD-UPCOMING-COUNT
           MOVE ZEROS TO WS-TD-UPCOMING-TOTAL
           MOVE ZEROS TO WS-DA-COUNT
           MOVE ZEROS TO WS-DA-TOTAL-COUNT
           MOVE ZEROS TO WS-DA-TOTAL-BALANCE
           MOVE ZEROS TO WS-COLL-NOTICE-COUNT
           MOVE ZEROS TO WS-CHARGE-OFF-COUNT
           MOVE ZEROS TO WS-TOTAL-CHARGE-OFFS
           MOVE ZEROS TO WS-AGE-UNDER-30-COUNT
           MOVE ZEROS TO WS-AGE-UNDER-30-BAL
           MOVE ZEROS TO WS-AGE-30-COUNT
           MOVE ZEROS TO WS-AGE-30-BAL
           MOVE ZEROS TO WS-AGE-60-COUNT
           MOVE ZEROS TO WS-AGE-60-BAL
           MOVE ZEROS TO WS-AGE-90-COUNT
           MOVE ZEROS TO WS-AGE-90-BAL
           MOVE ZEROS TO WS-XS-COUNT
           MOVE ZEROS TO WS-XS-LIST-TOTAL
           MOVE ZEROS TO WS-SNAPSHOT-COUNT

           IF MONTH-END-SNAPSHOT
               OPEN OUTPUT MONTH-END-SNAPSHOT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE "ERROR OPENING MONTH-END SNAPSHOT FILE"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               END-IF
           END-IF

           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY > ACCT-NUMBER
                   NOT AT END
                       PERFORM SWEEP-ONE-ACCOUNT
               END-READ
           END-PERFORM

           IF MONTH-END-SNAPSHOT
               CLOSE MONTH-END-SNAPSHOT-FILE
               DISPLAY "MONTH-END SNAPSHOT WRITTEN: "
                   WS-SNAPSHOT-COUNT " ACCOUNTS"
           END-IF.

      *================================================================*
       SWEEP-ONE-ACCOUNT.
      *    under its dormant status from tonight forward.
      *    ACCT-LAST-INTEREST-DATE is deliberately not consulted -
      *    interest credits are bank-initiated and never restart the
      *    dormancy clock. Owner contact does: an account stays
      *    ACTIVE while any of its owners (the CIF owner or an owner
      *    relationship on ACCTREL) has had activity inside the
      *    window on another account they own.
      *
      * 2. Interest - savings, money-market, and term deposit
      *    products accrue daily into ACCT-ACCRUED-INTEREST
      *    (principal is the posted balance only, so compounding is
      *    monthly; seniors 65+ get the bonus rate) and the bucket
      *    capitalizes as one credit on a month-end or operator-
      *    forced posting night (a term deposit also capitalizes at
      *    maturity, in PROCESS-TERM-MATURITIES). Control
      *    totals stay reconciled on both paths: an accrue-only
      *    night moves no money, a posting night adds the same
      *    capitalized amount to both the balance and
      *    funds are still the customer's - but the credit never
      *    touches ACCT-LAST-ACTIVITY.
      *
      * 2b. Negative-balance aging - every open account below zero
      *    is aged from the date it first went negative into the
      *    30/60/90 day collection buckets, with a collection notice
      *    the night each mark is crossed, and is charged off to zero
      *    at the charge-off day count. Runs after the service charge
      *    so a charge that takes an account negative starts its
      *    clock the same night.
      *
      * 3. Closing control total - accumulated after the jobs above
      *    so it reflects the balance as it will be rewritten.
      *
      * 4. Dormant aging rollup for the escheatment section, which
      *    sees tonight's newly flagged accounts and the ones from
      *    earlier runs alike.
      *
      * 5. Upcoming term deposit maturities for the report section -
      *    certificates maturing within the notice window, plus any
      *    held past maturity by a freeze.
      *
      * 6. Savings and money-market accounts over the cycle's
      *    convenience-item limit or flagged for conversion, for the
      *    excess-activity report section.
      *
      * A status change made here - the dormancy flag or a charge-
      * off - goes on the audit trail as a system change once the
      * record is rewritten.
      *================================================================*
           SET EOS-RECORD-UNCHANGED TO TRUE
           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE

           IF ACTIVE
               AND ACCT-LAST-ACTIVITY < WS-DORMANT-CUTOFF-DATE
               PERFORM CHECK-OWNER-CONTACT
               IF OWNER-CONTACT-NONE
                   SET DORMANT TO TRUE
                   ADD 1 TO WS-DORMANT-NEW-COUNT
                   DISPLAY "ACCOUNT FLAGGED DORMANT: " ACCT-NUMBER
                   SET EOS-RECORD-CHANGED TO TRUE
               END-IF
           END-IF

           IF SAVINGS OR MONEY-MARKET OR TERM-DEPOSIT
               IF (ACTIVE OR DORMANT)
                   AND ACCT-LAST-INTEREST-DATE
                       NOT = WS-FORMATTED-DATE
               PERFORM ASSESS-SERVICE-CHARGE
           END-IF

           IF NOT CLOSED
               AND NOT CHARGED-OFF
               PERFORM AGE-NEGATIVE-BALANCE
           END-IF

           ADD ACCT-BALANCE TO WS-CLOSING-TOTAL

           IF DORMANT
               PERFORM TALLY-DORMANT-ACCOUNT
           END-IF

           IF TERM-DEPOSIT
               AND NOT CLOSED
               AND ACCT-MATURITY-DATE NOT = ZEROS
               AND ACCT-MATURITY-DATE NOT > WS-TD-NOTICE-DATE
               PERFORM TALLY-UPCOMING-MATURITY
           END-IF

           IF (SAVINGS OR MONEY-MARKET)
               AND NOT CLOSED
               AND (ACCT-CYCLE-WDL-COUNT > WS-WDL-CYCLE-LIMIT
                   OR CONVERT-TO-CHECKING)
               PERFORM TALLY-EXCESS-ACTIVITY
           END-IF

           IF EOS-RECORD-CHANGED
               REWRITE ACCOUNT-RECORD
               SET AUDIT-BY-SYSTEM TO TRUE
               MOVE SPACES TO WS-AUD-REFERENCE
               IF CHARGED-OFF
                   MOVE "CHARGE-OFF" TO WS-AUD-REASON
                   STRING "CHG" WS-FORMATTED-DATE WS-CHG-SEQ
                       DELIMITED BY SIZE INTO WS-AUD-REFERENCE
               ELSE
                   MOVE "DORMANCY FLAG" TO WS-AUD-REASON
               END-IF
               PERFORM AUDIT-ACCOUNT-CHANGES
           END-IF

           IF MONTH-END-SNAPSHOT
               PERFORM WRITE-MONTH-END-SNAPSHOT
           END-IF.

      *================================================================*
       WRITE-MONTH-END-SNAPSHOT.
      *================================================================*
      * The account's closing position for the month, after every
      * sweep job above has run on it.
      *================================================================*
           MOVE WS-FORMATTED-DATE TO SNAP-DATE
           MOVE ACCT-NUMBER TO SNAP-ACCOUNT
           MOVE ACCT-TYPE TO SNAP-TYPE
           MOVE ACCT-STATUS TO SNAP-STATUS
           MOVE ACCT-BALANCE TO SNAP-BALANCE
           MOVE ACCT-INTEREST-RATE TO SNAP-INTEREST-RATE
           MOVE ACCT-ACCRUED-INTEREST TO SNAP-ACCRUED-INTEREST
           MOVE ACCT-HELD-AMOUNT TO SNAP-HELD-AMOUNT
           MOVE ACCT-OPEN-DATE TO SNAP-OPEN-DATE
           MOVE ACCT-CUSTOMER-ID TO SNAP-CUSTOMER-ID
           WRITE MONTH-END-SNAPSHOT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR WRITING MONTH-END SNAPSHOT"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF
           ADD 1 TO WS-SNAPSHOT-COUNT.

      *================================================================*
       CHECK-OWNER-CONTACT.
      *================================================================*
      * Looks across every account owned by any owner of the dormancy
      * candidate in the buffer for activity on or after the cutoff.
      * Runs before any sweep job has touched the candidate, so the
      * closing re-read by primary key loses nothing - and it also
      * puts the sweep's READ NEXT back where it left off, since the
      * owner scans move ACCOUNT-FILE's position and key of
      * reference.
      *================================================================*
           SET OWNER-CONTACT-NONE TO TRUE
           MOVE ACCT-NUMBER TO WS-REL-CANDIDATE
           MOVE ACCT-NUMBER TO WS-REL-ACCOUNT
           MOVE ACCT-CUSTOMER-ID TO WS-REL-CIF-OWNER
           PERFORM GATHER-ACCOUNT-OWNERS
           IF WS-REL-OWNER-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-REL-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-REL-OWNER-SUB > WS-REL-OWNER-COUNT
                      OR OWNER-CONTACT-FOUND
               MOVE WS-REL-OWNER-ID (WS-REL-OWNER-SUB)
                   TO WS-REL-CUSTOMER
               PERFORM CHECK-ONE-OWNER-CONTACT
           END-PERFORM

           MOVE WS-REL-CANDIDATE TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ERROR REREADING DORMANCY CANDIDATE"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
           END-READ.

      *================================================================*
       CHECK-ONE-OWNER-CONTACT.
      *================================================================*
      * The owner in WS-REL-CUSTOMER: first the accounts carrying the
      * owner as their CIF link (the ACCT-CUSTOMER-ID alternate key),
      * then the accounts the owner holds through an owner
      * relationship (the REL-CUSTOMER-ID alternate key).
      *================================================================*
           MOVE WS-REL-CUSTOMER TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY = ACCT-CUSTOMER-ID
           IF WS-FILE-STATUS = "00"
               SET REL-SCAN-MORE TO TRUE
           ELSE
               SET REL-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL REL-SCAN-DONE
                   OR OWNER-CONTACT-FOUND
               READ ACCOUNT-FILE NEXT
                   AT END SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = WS-REL-CUSTOMER
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM TEST-OWNER-ACCOUNT-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           IF OWNER-CONTACT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REL-CUSTOMER TO REL-CUSTOMER-ID
           START ACCOUNT-RELATIONSHIP-FILE KEY = REL-CUSTOMER-ID
           IF WS-FILE-STATUS = "00"
               SET REL-SCAN-MORE TO TRUE
           ELSE
               SET REL-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL REL-SCAN-DONE
                   OR OWNER-CONTACT-FOUND
               READ ACCOUNT-RELATIONSHIP-FILE NEXT
                   AT END SET REL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REL-CUSTOMER-ID NOT = WS-REL-CUSTOMER
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-OWNER-ROLE
                               MOVE REL-ACCOUNT TO ACCT-NUMBER
                               READ ACCOUNT-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM
                                           TEST-OWNER-ACCOUNT-CONTACT
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       TEST-OWNER-ACCOUNT-CONTACT.
      *================================================================*
      * Activity inside the dormancy window on any account of the
      * owner's other than the candidate itself is owner contact.
      *================================================================*
           IF ACCT-NUMBER NOT = WS-REL-CANDIDATE
               AND ACCT-LAST-ACTIVITY NOT < WS-DORMANT-CUTOFF-DATE
               SET OWNER-CONTACT-FOUND TO TRUE
           END-IF.

      *================================================================*
               ZEROS - WS-SVC-CHARGE-EFFECTIVE
           PERFORM WRITE-STATEMENT-WORK-RECORD.

      *================================================================*
       AGE-NEGATIVE-BALANCE.
      *================================================================*
      * Job 2b of the end-of-run sweep. ACCT-NEGATIVE-SINCE starts
      * the night the balance is first seen below zero and clears
      * the night it is back to zero or better, taking the notice
      * level with it, so an account that cures and later goes
      * negative again starts over. While negative the account
      * falls in one aging bucket by whole days since that date; a
      * collection notice is due when the bucket's level is above
      * ACCT-COLLECTION-LEVEL, which is then raised so a restarted
      * sweep or the next night does not repeat it. An account that
      * jumps a mark (a converted account, a missed night) gets the
      * one notice for the highest mark reached. At the charge-off
      * day count the account leaves the buckets and is written off.
      *================================================================*
           IF ACCT-BALANCE NOT < ZEROS
               IF ACCT-NEGATIVE-SINCE NOT = ZEROS
                   MOVE ZEROS TO ACCT-NEGATIVE-SINCE
                   MOVE ZEROS TO ACCT-COLLECTION-LEVEL
                   SET EOS-RECORD-CHANGED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ACCT-NEGATIVE-SINCE = ZEROS
               MOVE WS-FORMATTED-DATE TO ACCT-NEGATIVE-SINCE
               MOVE ZEROS TO ACCT-COLLECTION-LEVEL
               SET EOS-RECORD-CHANGED TO TRUE
           END-IF

           COMPUTE WS-NEG-START-INT =
               FUNCTION INTEGER-OF-DATE (ACCT-NEGATIVE-SINCE)
           COMPUTE WS-NEG-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-FORMATTED-DATE)
               - WS-NEG-START-INT

           IF WS-NEG-DAYS >= WS-CHARGE-OFF-DAYS
               PERFORM CHARGE-OFF-NEGATIVE-BALANCE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-NEG-DAYS >= 90
                   MOVE 3 TO WS-NEG-LEVEL
                   ADD 1 TO WS-AGE-90-COUNT
                   ADD ACCT-BALANCE TO WS-AGE-90-BAL
               WHEN WS-NEG-DAYS >= 60
                   MOVE 2 TO WS-NEG-LEVEL
                   ADD 1 TO WS-AGE-60-COUNT
                   ADD ACCT-BALANCE TO WS-AGE-60-BAL
               WHEN WS-NEG-DAYS >= 30
                   MOVE 1 TO WS-NEG-LEVEL
                   ADD 1 TO WS-AGE-30-COUNT
                   ADD ACCT-BALANCE TO WS-AGE-30-BAL
               WHEN OTHER
                   MOVE 0 TO WS-NEG-LEVEL
                   ADD 1 TO WS-AGE-UNDER-30-COUNT
                   ADD ACCT-BALANCE TO WS-AGE-UNDER-30-BAL
           END-EVALUATE

           IF WS-NEG-LEVEL > ACCT-COLLECTION-LEVEL
               PERFORM WRITE-COLLECTION-NOTICE
               MOVE WS-NEG-LEVEL TO ACCT-COLLECTION-LEVEL
               SET EOS-RECORD-CHANGED TO TRUE
           END-IF.

      *================================================================*
       WRITE-COLLECTION-NOTICE.
      *================================================================*
      * One COLLNTC record for the notice now due, addressed to the
      * same party the statement goes to - the CIF owner, or on an
      * account without one the first owner on ACCTREL. The notice
      * level is carried as the day mark (30, 60, 90).
      *================================================================*
           MOVE ACCT-NUMBER TO WS-REL-ACCOUNT
           MOVE ACCT-CUSTOMER-ID TO WS-REL-CIF-OWNER
           PERFORM GATHER-ACCOUNT-OWNERS

           MOVE SPACES TO COLLECTION-NOTICE-RECORD
           MOVE ACCT-NUMBER TO COLN-ACCOUNT
           IF WS-REL-OWNER-COUNT > ZEROS
               MOVE WS-REL-OWNER-ID (1) TO COLN-CUSTOMER-ID
           END-IF
           MOVE ACCT-NAME TO COLN-ACCT-NAME
           MOVE ACCT-BALANCE TO COLN-BALANCE
           MOVE ACCT-NEGATIVE-SINCE TO COLN-NEGATIVE-SINCE
           MOVE WS-NEG-DAYS TO COLN-DAYS-NEGATIVE
           COMPUTE COLN-NOTICE-LEVEL = WS-NEG-LEVEL * 30
           MOVE WS-FORMATTED-DATE TO COLN-NOTICE-DATE
           WRITE COLLECTION-NOTICE-RECORD
           ADD 1 TO WS-COLL-NOTICE-COUNT.

      *================================================================*
       CHARGE-OFF-NEGATIVE-BALANCE.
      *================================================================*
      * Writes the negative balance off to zero and moves the
      * account to charged-off status, which every posting path
      * refuses except a deposit, taken from then on as a recovery.
      * The written-off amount joins WS-TOTAL-CHARGE-OFFS - a credit
      * to the closing control total, booked on the GL extract to
      * the charge-off loss account - and carries an audit-trail
      * record and a statement line like the bank-initiated service
      * charge. The charged-off status is the restart guard: a
      * rerun sweep passes the account over. The caller's single
      * REWRITE lands the change.
      *================================================================*
           COMPUTE WS-CHARGE-OFF-AMT = ZEROS - ACCT-BALANCE
           MOVE ZEROS TO ACCT-BALANCE
           SET CHARGED-OFF TO TRUE
           MOVE WS-FORMATTED-DATE TO ACCT-CHARGE-OFF-DATE
           MOVE WS-CHARGE-OFF-AMT TO ACCT-CHARGE-OFF-AMOUNT
           MOVE ZEROS TO ACCT-RECOVERED-AMOUNT
           MOVE ZEROS TO ACCT-NEGATIVE-SINCE
           MOVE ZEROS TO ACCT-COLLECTION-LEVEL
           ADD WS-CHARGE-OFF-AMT TO WS-TOTAL-CHARGE-OFFS
           ADD 1 TO WS-CHARGE-OFF-COUNT
           SET EOS-RECORD-CHANGED TO TRUE
           DISPLAY "ACCOUNT CHARGED OFF: " ACCT-NUMBER
               " AMOUNT: " WS-CHARGE-OFF-AMT

           ADD 1 TO WS-CHG-SEQ
           MOVE SPACES TO TRANSACTION-HISTORY-RECORD
           MOVE ACCT-NUMBER TO TXNH-ACCOUNT
           MOVE SPACES TO TXNH-TO-ACCOUNT
           MOVE "G" TO TXNH-TYPE
           MOVE WS-CHARGE-OFF-AMT TO TXNH-AMOUNT
           MOVE WS-FORMATTED-DATE TO TXNH-DATE
           MOVE ZEROS TO TXNH-TIME
           STRING "CHG" WS-FORMATTED-DATE WS-CHG-SEQ
               DELIMITED BY SIZE INTO TXNH-REFERENCE
           WRITE TRANSACTION-HISTORY-RECORD
           MOVE ACCT-NUMBER TO WS-STMT-ACCOUNT
           MOVE "G" TO WS-STMT-TYPE
           MOVE TXNH-REFERENCE TO WS-STMT-REFERENCE
           MOVE WS-CHARGE-OFF-AMT TO WS-STMT-NET-AMOUNT
           PERFORM WRITE-STATEMENT-WORK-RECORD.

      *================================================================*
       CAPITALIZE-ACCRUED-INTEREST.
      *================================================================*
           MOVE TXN-REFERENCE TO TXNH-REFERENCE
           WRITE TRANSACTION-HISTORY-RECORD.

      *================================================================*
       SAVE-ACCOUNT-AUDIT-IMAGE.
      *================================================================*
      * Before image of the audited fields of the account in the
      * buffer, taken just ahead of a non-monetary change.
      *================================================================*
           MOVE ACCT-STATUS TO WS-AUD-B-STATUS
           MOVE ACCT-CUSTOMER-ID TO WS-AUD-B-CUSTOMER-ID
           MOVE ACCT-LINKED-ACCOUNT TO WS-AUD-B-LINKED
           MOVE ACCT-INTEREST-RATE TO WS-AUD-B-RATE
           MOVE ACCT-HELD-AMOUNT TO WS-AUD-B-HELD
           MOVE ACCT-MATURITY-DATE TO WS-AUD-B-MATURITY
           MOVE ACCT-CONVERT-FLAG TO WS-AUD-B-CONVERT.

      *================================================================*
       CLEAR-ACCOUNT-AUDIT-IMAGE.
      *================================================================*
      * Before image of an account that did not exist: an opening is
      * audited as every audited field set from nothing. A new
      * account is never flagged for conversion, so the flag it
      * opens with is not reported as a change.
      *================================================================*
           MOVE SPACES TO WS-AUD-B-STATUS
           MOVE SPACES TO WS-AUD-B-CUSTOMER-ID
           MOVE SPACES TO WS-AUD-B-LINKED
           MOVE ZEROS TO WS-AUD-B-RATE
           MOVE ZEROS TO WS-AUD-B-HELD
           MOVE ZEROS TO WS-AUD-B-MATURITY
           MOVE ACCT-CONVERT-FLAG TO WS-AUD-B-CONVERT.

      *================================================================*
       AUDIT-ACCOUNT-CHANGES.
      *================================================================*
      * Compares the account now in the buffer - just rewritten - to
      * the before image and writes one audit record per audited
      * field that changed. The caller sets the source and reason
      * (and, for a system change, the reference behind it).
      *================================================================*
           MOVE "A" TO WS-AUD-FILE
           MOVE ACCT-NUMBER TO WS-AUD-ACCOUNT
           MOVE ACCT-CUSTOMER-ID TO WS-AUD-CUSTOMER
           MOVE SPACES TO WS-AUD-SI-ID

           IF ACCT-STATUS NOT = WS-AUD-B-STATUS
               MOVE "STATUS" TO WS-AUD-FIELD
               MOVE WS-AUD-B-STATUS TO WS-AUD-BEFORE
               MOVE ACCT-STATUS TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF ACCT-CUSTOMER-ID NOT = WS-AUD-B-CUSTOMER-ID
               MOVE "CUSTOMER-ID" TO WS-AUD-FIELD
               MOVE WS-AUD-B-CUSTOMER-ID TO WS-AUD-BEFORE
               MOVE ACCT-CUSTOMER-ID TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF ACCT-LINKED-ACCOUNT NOT = WS-AUD-B-LINKED
               MOVE "LINKED-ACCOUNT" TO WS-AUD-FIELD
               MOVE WS-AUD-B-LINKED TO WS-AUD-BEFORE
               MOVE ACCT-LINKED-ACCOUNT TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF ACCT-INTEREST-RATE NOT = WS-AUD-B-RATE
               MOVE "INTEREST-RATE" TO WS-AUD-FIELD
               MOVE WS-AUD-B-RATE TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-BEFORE
               MOVE ACCT-INTEREST-RATE TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF ACCT-HELD-AMOUNT NOT = WS-AUD-B-HELD
               MOVE "HELD-AMOUNT" TO WS-AUD-FIELD
               MOVE WS-AUD-B-HELD TO WS-AUD-AMOUNT-EDIT
               MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-BEFORE
               MOVE ACCT-HELD-AMOUNT TO WS-AUD-AMOUNT-EDIT
               MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF ACCT-MATURITY-DATE NOT = WS-AUD-B-MATURITY
               MOVE "MATURITY-DATE" TO WS-AUD-FIELD
               MOVE WS-AUD-B-MATURITY TO WS-AUD-BEFORE
               MOVE ACCT-MATURITY-DATE TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF ACCT-CONVERT-FLAG NOT = WS-AUD-B-CONVERT
               MOVE "CONVERT-FLAG" TO WS-AUD-FIELD
               MOVE WS-AUD-B-CONVERT TO WS-AUD-BEFORE
               MOVE ACCT-CONVERT-FLAG TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *================================================================*
       SAVE-CUSTOMER-AUDIT-IMAGE.
      *================================================================*
           MOVE CUST-NAME TO WS-AUD-B-NAME
           MOVE CUST-ADDR-LINE1 TO WS-AUD-B-ADDR-LINE1
           MOVE CUST-ADDR-LINE2 TO WS-AUD-B-ADDR-LINE2
           MOVE CUST-CITY TO WS-AUD-B-CITY
           MOVE CUST-STATE TO WS-AUD-B-STATE
           MOVE CUST-ZIP TO WS-AUD-B-ZIP
           MOVE CUST-PHONE TO WS-AUD-B-PHONE
           MOVE CUST-TAX-ID TO WS-AUD-B-TAX-ID.

      *================================================================*
       AUDIT-CUSTOMER-CHANGES.
      *================================================================*
      * The customer-master counterpart of AUDIT-ACCOUNT-CHANGES.
      * Customer maintenance only ever arrives through the
      * transaction stream, so the source is always the batch; a
      * customer add is audited against a blank before image.
      *================================================================*
           MOVE "C" TO WS-AUD-FILE
           MOVE SPACES TO WS-AUD-ACCOUNT
           MOVE CUST-ID TO WS-AUD-CUSTOMER
           MOVE SPACES TO WS-AUD-SI-ID
           SET AUDIT-BY-BATCH TO TRUE

           IF CUST-NAME NOT = WS-AUD-B-NAME
               MOVE "NAME" TO WS-AUD-FIELD
               MOVE WS-AUD-B-NAME TO WS-AUD-BEFORE
               MOVE CUST-NAME TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-ADDR-LINE1 NOT = WS-AUD-B-ADDR-LINE1
               MOVE "ADDR-LINE1" TO WS-AUD-FIELD
               MOVE WS-AUD-B-ADDR-LINE1 TO WS-AUD-BEFORE
               MOVE CUST-ADDR-LINE1 TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-ADDR-LINE2 NOT = WS-AUD-B-ADDR-LINE2
               MOVE "ADDR-LINE2" TO WS-AUD-FIELD
               MOVE WS-AUD-B-ADDR-LINE2 TO WS-AUD-BEFORE
               MOVE CUST-ADDR-LINE2 TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-CITY NOT = WS-AUD-B-CITY
               MOVE "CITY" TO WS-AUD-FIELD
               MOVE WS-AUD-B-CITY TO WS-AUD-BEFORE
               MOVE CUST-CITY TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-STATE NOT = WS-AUD-B-STATE
               MOVE "STATE" TO WS-AUD-FIELD
               MOVE WS-AUD-B-STATE TO WS-AUD-BEFORE
               MOVE CUST-STATE TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-ZIP NOT = WS-AUD-B-ZIP
               MOVE "ZIP" TO WS-AUD-FIELD
               MOVE WS-AUD-B-ZIP TO WS-AUD-BEFORE
               MOVE CUST-ZIP TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-PHONE NOT = WS-AUD-B-PHONE
               MOVE "PHONE" TO WS-AUD-FIELD
               MOVE WS-AUD-B-PHONE TO WS-AUD-BEFORE
               MOVE CUST-PHONE TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF CUST-TAX-ID NOT = WS-AUD-B-TAX-ID
               MOVE "TAX-ID" TO WS-AUD-FIELD
               MOVE WS-AUD-B-TAX-ID TO WS-AUD-BEFORE
               MOVE CUST-TAX-ID TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *================================================================*
       AUDIT-SI-SUSPENSION.
      *================================================================*
      * The nightly cycle has just suspended the standing instruction
      * in the buffer; the caller saved its prior status in
      * WS-AUD-BEFORE. The generated transfer behind the suspension
      * is still in the transaction area.
      *================================================================*
           MOVE "S" TO WS-AUD-FILE
           MOVE SI-FROM-ACCOUNT TO WS-AUD-ACCOUNT
           MOVE SPACES TO WS-AUD-CUSTOMER
           MOVE SI-ID TO WS-AUD-SI-ID
           SET AUDIT-BY-SYSTEM TO TRUE
           MOVE "SI SUSPENSION" TO WS-AUD-REASON
           MOVE TXN-REFERENCE TO WS-AUD-REFERENCE
           MOVE "SI-STATUS" TO WS-AUD-FIELD
           MOVE SI-STATUS TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

      *================================================================*
       WRITE-AUDIT-RECORD.
      *================================================================*
      * One before/after record from the audit work area. A batch
      * change carries the transaction in hand's reference and time
      * and the batch it arrived in; a system change carries the
      * reference its caller supplied and the run's batch ID.
      *================================================================*
           ADD 1 TO WS-AUD-SEQ
           MOVE SPACES TO MASTER-AUDIT-RECORD
           MOVE WS-FORMATTED-DATE TO AUD-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-AUD-SEQ TO AUD-SEQ
           MOVE WS-AUD-FILE TO AUD-FILE
           MOVE WS-AUD-ACCOUNT TO AUD-ACCOUNT
           MOVE WS-AUD-CUSTOMER TO AUD-CUSTOMER-ID
           MOVE WS-AUD-SI-ID TO AUD-SI-ID
           MOVE WS-AUD-FIELD TO AUD-FIELD
           MOVE WS-AUD-BEFORE TO AUD-BEFORE
           MOVE WS-AUD-AFTER TO AUD-AFTER
           MOVE WS-AUD-SOURCE TO AUD-SOURCE
           MOVE WS-AUD-REASON TO AUD-REASON
           IF AUDIT-BY-BATCH
               MOVE TXN-TIME TO AUD-TIME
               MOVE TXN-REFERENCE TO AUD-REFERENCE
               IF WS-BB-CUR > ZEROS
                   MOVE WS-BB-BATCH-ID (WS-BB-CUR) TO AUD-BATCH-ID
               ELSE
                   MOVE WS-BATCH-ID TO AUD-BATCH-ID
               END-IF
           ELSE
               MOVE ZEROS TO AUD-TIME
               MOVE WS-AUD-REFERENCE TO AUD-REFERENCE
               MOVE WS-BATCH-ID TO AUD-BATCH-ID
           END-IF
           WRITE MASTER-AUDIT-RECORD
               INVALID KEY
                   MOVE "ERROR WRITING MASTER AUDIT RECORD"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
           END-WRITE.

      *================================================================*
       RECONCILE-CONTROL-TOTALS.
      *================================================================*
               WS-OPENING-TOTAL + WS-TOTAL-DEPOSITS - WS-TOTAL-WITHDRAWS
               + WS-TOTAL-INTEREST + WS-TOTAL-NEW-DEPOSITS
               - WS-TOTAL-OVERDRAFT-FEES - WS-TOTAL-SVC-CHARGES
               - WS-TOTAL-TD-PENALTIES
               - WS-TOTAL-REV-DEPOSITS + WS-TOTAL-REV-WITHDRAWS
               + WS-TOTAL-CHARGE-OFFS - WS-TOTAL-XS-FEES
               - WS-TOTAL-ACH-OUT + WS-TOTAL-ACH-RETURNS

           COMPUTE WS-CONTROL-VARIANCE =
               WS-CLOSING-TOTAL - WS-CONTROL-EXPECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RULES IN FORCE - TD PENALTY DAYS: "
               WS-TD-PENALTY-DAYS
               " EARLY REJECT: " WS-TD-EARLY-REJECT
               " RENEWAL RATE: " WS-TD-RENEWAL-RATE
               " NOTICE DAYS: " WS-TD-NOTICE-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      * Batch acceptance proof for audit, one section per batch so
      * each origin branch gets its own control and posting figures
           PERFORM WRITE-BATCH-DETAIL
           END-IF
           WRITE REPORT-LINE

           IF MONTH-END-SNAPSHOT
               MOVE SPACES TO REPORT-LINE
               STRING "MONTH-END PORTFOLIO SNAPSHOT: "
                   WS-SNAPSHOT-COUNT " ACCOUNTS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS OPENED: " WS-NEWACCT-COUNT
               " FROZEN: " WS-FREEZE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MASTER FILE CHANGES AUDITED: " WS-AUD-SEQ
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SERVICE CHARGES ASSESSED: " WS-SVC-CHARGED-COUNT
               " $" WS-TOTAL-SVC-CHARGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT RELATIONSHIPS - ADDED: "
               WS-REL-ADD-COUNT
               " REMOVED: " WS-REL-REMOVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TERM DEPOSITS - RENEWED: " WS-TD-RENEWED-COUNT
               " PAID OUT: " WS-TD-PAID-COUNT
               " EARLY WITHDRAWAL PENALTIES: " WS-TD-PENALTY-COUNT
               " $" WS-TOTAL-TD-PENALTIES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "REVERSALS POSTED: " WS-REVERSAL-COUNT
               " DEPOSITS $" WS-TOTAL-REV-DEPOSITS
               " WITHDRAWALS $" WS-TOTAL-REV-WITHDRAWS
               " TRANSFERS $" WS-TOTAL-REV-TRANSFERS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACH ORIGINATED: " WS-ACH-OUT-COUNT
               " $" WS-TOTAL-ACH-OUT
               " RETURNS CREDITED BACK: " WS-ACH-RETURN-COUNT
               " $" WS-TOTAL-ACH-RETURNS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSIT HOLDS PLACED: " WS-HOLD-PLACED-COUNT
               " $" WS-TOTAL-NEW-HELD

           PERFORM WRITE-DORMANT-AGING

           PERFORM WRITE-NEGATIVE-BALANCE-AGING

           PERFORM WRITE-EXCESS-ACTIVITY-SECTION

           PERFORM WRITE-TERM-MATURITY-SECTION

           PERFORM WRITE-WAREHOUSE-DETAIL

           PERFORM WRITE-CTR-SECTION.
      *================================================================*
      * An account with no customer link aggregates under its own
      * account number: unrelated customers must never pool into one
      * aggregate, but the unlinked book still gets watched. Every
      * further owner of the account on ACCTREL aggregates the item
      * too - cash through a joint account counts toward each
      * owner's own daily total, exactly as if it were theirs alone.
      *================================================================*
           IF CTRW-CUSTOMER-ID = SPACES
               MOVE CTRW-ACCOUNT TO WS-CTR-KEY-WORK
               MOVE CTRW-CUSTOMER-ID TO WS-CTR-KEY-WORK
               MOVE "C" TO WS-CTR-TYPE-WORK
           END-IF
           PERFORM ADD-CASH-UNDER-KEY

           MOVE CTRW-ACCOUNT TO WS-REL-ACCOUNT
           MOVE CTRW-CUSTOMER-ID TO WS-REL-CIF-OWNER
           PERFORM GATHER-ACCOUNT-OWNERS
           PERFORM VARYING WS-REL-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-REL-OWNER-SUB > WS-REL-OWNER-COUNT
               IF WS-REL-OWNER-ID (WS-REL-OWNER-SUB)
                   NOT = CTRW-CUSTOMER-ID
                   MOVE WS-REL-OWNER-ID (WS-REL-OWNER-SUB)
                       TO WS-CTR-KEY-WORK
                   MOVE "C" TO WS-CTR-TYPE-WORK
                   PERFORM ADD-CASH-UNDER-KEY
               END-IF
           END-PERFORM.

      *================================================================*
       ADD-CASH-UNDER-KEY.
      *================================================================*
      * Rolls the captured item into the aggregate and the per-account
      * detail for the key in WS-CTR-KEY-WORK/WS-CTR-TYPE-WORK.
      *================================================================*
           MOVE ZEROS TO WS-CTR-POS
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *================================================================*
       WRITE-NEGATIVE-BALANCE-AGING.
      *================================================================*
      * Collections follow-up: every open account below zero by days
      * since it first went negative, the notices the sweep wrote to
      * COLLNTC tonight, the balances written off, and the
      * recoveries taken on accounts charged off earlier. The
      * buckets are filled per record by the end-of-run sweep, the
      * same way as the dormant aging table.
      *================================================================*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "NEGATIVE BALANCE AGING:"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "   1-29 DAYS  ACCOUNTS: " WS-AGE-UNDER-30-COUNT
               " BALANCE: $" WS-AGE-UNDER-30-BAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  30-59 DAYS  ACCOUNTS: " WS-AGE-30-COUNT
               " BALANCE: $" WS-AGE-30-BAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  60-89 DAYS  ACCOUNTS: " WS-AGE-60-COUNT
               " BALANCE: $" WS-AGE-60-BAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  90+ DAYS    ACCOUNTS: " WS-AGE-90-COUNT
               " BALANCE: $" WS-AGE-90-BAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  COLLECTION NOTICES ISSUED: " WS-COLL-NOTICE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  CHARGED OFF AT " WS-CHARGE-OFF-DAYS " DAYS: "
               WS-CHARGE-OFF-COUNT " $" WS-TOTAL-CHARGE-OFFS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  RECOVERIES ON CHARGED-OFF ACCOUNTS: "
               WS-RECOVERY-COUNT " $" WS-TOTAL-RECOVERIES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *================================================================*
       WRITE-EXCESS-ACTIVITY-SECTION.
      *================================================================*
      * Savings and money-market convenience-item limit: tonight's
      * excess-activity fees, the cycles the begin-of-run sweep
      * closed (on the first run of a month), and every account now
      * over the limit for the current cycle or flagged for
      * conversion to checking, as the end-of-run sweep found them.
      *================================================================*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SAVINGS/MONEY MARKET EXCESS ACTIVITY - LIMIT "
               WS-WDL-CYCLE-LIMIT " ITEMS PER CYCLE:"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  EXCESS ACTIVITY FEES: " WS-XS-FEE-COUNT
               " $" WS-TOTAL-XS-FEES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  CYCLES CLOSED: " WS-XS-CLOSED-COUNT
               " OVER LIMIT: " WS-XS-OVER-COUNT
               " NEWLY FLAGGED FOR CONVERSION: " WS-XS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-XS-SUB FROM 1 BY 1
                   UNTIL WS-XS-SUB > WS-XS-COUNT
               MOVE SPACES TO REPORT-LINE
               IF WS-XS-CONVERT (WS-XS-SUB) = "Y"
                   STRING "  ACCT: " WS-XS-ACCOUNT (WS-XS-SUB)
                       " TYPE: " WS-XS-TYPE (WS-XS-SUB)
                       " ITEMS: " WS-XS-ITEMS (WS-XS-SUB)
                       " FEES: $" WS-XS-FEES (WS-XS-SUB)
                       " CYCLES OVER: " WS-XS-STREAK (WS-XS-SUB)
                       " ** CONVERT TO CHECKING **"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  ACCT: " WS-XS-ACCOUNT (WS-XS-SUB)
                       " TYPE: " WS-XS-TYPE (WS-XS-SUB)
                       " ITEMS: " WS-XS-ITEMS (WS-XS-SUB)
                       " FEES: $" WS-XS-FEES (WS-XS-SUB)
                       " CYCLES OVER: " WS-XS-STREAK (WS-XS-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS OVER LIMIT OR FLAGGED: " WS-XS-LIST-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *================================================================*
       WRITE-TERM-MATURITY-SECTION.
      *================================================================*
      * Term deposits coming up for maturity within the notice
      * window, so the branches can contact the holders before a
      * certificate rolls or pays out. Filled per record by the
      * end-of-run sweep, after tonight's maturities have already
      * renewed or paid out.
      *================================================================*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TERM DEPOSITS MATURING ON OR BEFORE "
               WS-TD-NOTICE-DATE ":"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-TD-UP-SUB FROM 1 BY 1
                   UNTIL WS-TD-UP-SUB > WS-TD-UP-COUNT
               MOVE SPACES TO REPORT-LINE
               IF WS-TD-UP-OPTION (WS-TD-UP-SUB) = "P"
                   STRING "  ACCT: " WS-TD-UP-ACCOUNT (WS-TD-UP-SUB)
                       " MATURES: " WS-TD-UP-MATURITY (WS-TD-UP-SUB)
                       " BAL: $" WS-TD-UP-BALANCE (WS-TD-UP-SUB)
                       " RATE: " WS-TD-UP-RATE (WS-TD-UP-SUB)
                       " PAY OUT TO: " WS-TD-UP-PAYOUT (WS-TD-UP-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  ACCT: " WS-TD-UP-ACCOUNT (WS-TD-UP-SUB)
                       " MATURES: " WS-TD-UP-MATURITY (WS-TD-UP-SUB)
                       " BAL: $" WS-TD-UP-BALANCE (WS-TD-UP-SUB)
                       " RATE: " WS-TD-UP-RATE (WS-TD-UP-SUB)
                       " AUTO RENEW"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL MATURING: " WS-TD-UPCOMING-COUNT
               " BALANCE: $" WS-TD-UPCOMING-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *================================================================*
       TALLY-UPCOMING-MATURITY.
      *================================================================*
           ADD 1 TO WS-TD-UPCOMING-COUNT
           ADD ACCT-BALANCE TO WS-TD-UPCOMING-TOTAL
           IF WS-TD-UP-COUNT < 500
               ADD 1 TO WS-TD-UP-COUNT
               MOVE ACCT-NUMBER TO WS-TD-UP-ACCOUNT (WS-TD-UP-COUNT)
               MOVE ACCT-MATURITY-DATE
                   TO WS-TD-UP-MATURITY (WS-TD-UP-COUNT)
               MOVE ACCT-MATURITY-OPTION
                   TO WS-TD-UP-OPTION (WS-TD-UP-COUNT)
               MOVE ACCT-PAYOUT-ACCOUNT
                   TO WS-TD-UP-PAYOUT (WS-TD-UP-COUNT)
               MOVE ACCT-BALANCE TO WS-TD-UP-BALANCE (WS-TD-UP-COUNT)
               MOVE ACCT-INTEREST-RATE
                   TO WS-TD-UP-RATE (WS-TD-UP-COUNT)
           END-IF.

      *================================================================*
       TALLY-EXCESS-ACTIVITY.
      *================================================================*
           ADD 1 TO WS-XS-LIST-TOTAL
           IF WS-XS-COUNT < 500
               ADD 1 TO WS-XS-COUNT
               MOVE ACCT-NUMBER TO WS-XS-ACCOUNT (WS-XS-COUNT)
               MOVE ACCT-TYPE TO WS-XS-TYPE (WS-XS-COUNT)
               MOVE ACCT-CYCLE-WDL-COUNT TO WS-XS-ITEMS (WS-XS-COUNT)
               MOVE ACCT-CYCLE-XS-FEES TO WS-XS-FEES (WS-XS-COUNT)
               MOVE ACCT-XS-CYCLE-STREAK
                   TO WS-XS-STREAK (WS-XS-COUNT)
               MOVE ACCT-CONVERT-FLAG TO WS-XS-CONVERT (WS-XS-COUNT)
           END-IF.

      *================================================================*
       TALLY-DORMANT-ACCOUNT.
      *================================================================*
      *================================================================*
       GENERATE-HOUSEHOLD-STATEMENTS.
      *================================================================*
      * One statement package per customer, covering every account
      * the customer owns - through the ACCT-CUSTOMER-ID link or an
      * owner relationship on ACCTREL, so a joint account appears in
      * each of its owners' packages. The work records sort by
      * customer ahead of account, released once under the account's
      * CIF owner and once more under each further owner; the owner
      * list (one customer/account pair per ownership) sorts the
      * same way, so both streams arrive in customer order. Each
      * package buffers the whole household's work records up front
      * and the per-account sections pull their items out of the
      * buffer by account.
      *
      * Accounts with no customer link (spaces - the expected state
      * of every account opened before the CIF existed) are NOT one
      * exactly as the per-account path prints them - driven in
      * primary-key order, which matches the account order of the
      * sorted stream's leading blank-customer group - and the
      * owner list leaves them out unless a relationship gives them
      * an owner, who then gets them in a package as well.
      *================================================================*
           PERFORM RE-DERIVE-WORK-CUSTOMERS

               ON ASCENDING KEY STSRT-CUSTOMER-ID
               ON ASCENDING KEY STSRT-ACCOUNT
               ON ASCENDING KEY STSRT-DATE
               INPUT PROCEDURE IS RELEASE-HOUSEHOLD-WORK
               GIVING STATEMENT-SORTED-FILE

           OPEN INPUT STATEMENT-SORTED-FILE

           PERFORM WRITE-NO-CIF-STATEMENTS

           SORT HOUSEHOLD-OWNER-SORT-FILE
               ON ASCENDING KEY HOSRT-CUSTOMER-ID
               ON ASCENDING KEY HOSRT-ACCOUNT
               INPUT PROCEDURE IS RELEASE-HOUSEHOLD-OWNERS
               OUTPUT PROCEDURE IS WRITE-HOUSEHOLD-PACKAGES

           CLOSE STATEMENT-SORTED-FILE
                 STATEMENT-FILE.

      *================================================================*
       RELEASE-HOUSEHOLD-WORK.
      *================================================================*
      * Sort input for the household statement stream: each work
      * record as posted (under the CIF owner, or blank), plus one
      * copy under each further owner of its account on ACCTREL.
      *================================================================*
           OPEN INPUT STATEMENT-WORK-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR REOPENING STATEMENT WORK FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF
           SET RKEY-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL RKEY-END-OF-FILE
               READ STATEMENT-WORK-FILE
                   AT END SET RKEY-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE STATEMENT-WORK-RECORD
                           TO STATEMENT-SORT-RECORD
                       RELEASE STATEMENT-SORT-RECORD
                       MOVE STWK-ACCOUNT TO WS-REL-ACCOUNT
                       MOVE STWK-CUSTOMER-ID TO WS-REL-CIF-OWNER
                       PERFORM GATHER-ACCOUNT-OWNERS
                       PERFORM VARYING WS-REL-OWNER-SUB FROM 1 BY 1
                               UNTIL WS-REL-OWNER-SUB
                                   > WS-REL-OWNER-COUNT
                           IF WS-REL-OWNER-ID (WS-REL-OWNER-SUB)
                               NOT = STWK-CUSTOMER-ID
                               MOVE STATEMENT-WORK-RECORD
                                   TO STATEMENT-SORT-RECORD
                               MOVE WS-REL-OWNER-ID (WS-REL-OWNER-SUB)
                                   TO STSRT-CUSTOMER-ID
                               RELEASE STATEMENT-SORT-RECORD
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE STATEMENT-WORK-FILE.

      *================================================================*
       RELEASE-HOUSEHOLD-OWNERS.
      *================================================================*
      * Sort input for the package sweep: one customer/account pair
      * per linked account's CIF owner, and one per owner
      * relationship on ACCTREL. A customer both linked and related
      * to the same account is paired twice; the output side drops
      * the repeat.
      *================================================================*
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY > ACCT-NUMBER
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = SPACES
                           MOVE ACCT-CUSTOMER-ID TO HOSRT-CUSTOMER-ID
                           MOVE ACCT-NUMBER TO HOSRT-ACCOUNT
                           RELEASE HOUSEHOLD-OWNER-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO REL-KEY
           START ACCOUNT-RELATIONSHIP-FILE KEY > REL-KEY
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-RELATIONSHIP-FILE NEXT
                   AT END EXIT PERFORM
                   NOT AT END
                       IF REL-OWNER-ROLE
                           MOVE REL-CUSTOMER-ID TO HOSRT-CUSTOMER-ID
                           MOVE REL-ACCOUNT TO HOSRT-ACCOUNT
                           RELEASE HOUSEHOLD-OWNER-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       WRITE-HOUSEHOLD-PACKAGES.
      *================================================================*
      * Sort output: a package heading at each change of customer,
      * then the section for each account the customer owns, read
      * from the master as it stands tonight.
      *================================================================*
           MOVE HIGH-VALUES TO WS-HH-CURRENT-CUSTOMER
           MOVE SPACES TO WS-HH-LAST-ACCOUNT
           SET HO-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL HO-END-OF-FILE
               RETURN HOUSEHOLD-OWNER-SORT-FILE
                   AT END SET HO-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-HOUSEHOLD-ACCOUNT
               END-RETURN
           END-PERFORM.

      *================================================================*
       WRITE-ONE-HOUSEHOLD-ACCOUNT.
      *================================================================*
      * One returned customer/account pair; a repeat of the pair just
      * printed is passed over.
      *================================================================*
           IF HOSRT-CUSTOMER-ID = WS-HH-CURRENT-CUSTOMER
               AND HOSRT-ACCOUNT = WS-HH-LAST-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF HOSRT-CUSTOMER-ID NOT = WS-HH-CURRENT-CUSTOMER
               MOVE HOSRT-CUSTOMER-ID TO WS-HH-CURRENT-CUSTOMER
               PERFORM START-HOUSEHOLD-PACKAGE
           END-IF
           MOVE HOSRT-ACCOUNT TO WS-HH-LAST-ACCOUNT
           MOVE HOSRT-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-HOUSEHOLD-ACCOUNT-SECTION
           END-READ.

      *================================================================*
       RE-DERIVE-WORK-CUSTOMERS.
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF SAVINGS OR MONEY-MARKET
               MOVE SPACES TO STATEMENT-LINE
               STRING "    WITHDRAWALS/TRANSFERS THIS CYCLE: "
                   ACCT-CYCLE-WDL-COUNT " OF " WS-WDL-CYCLE-LIMIT
                   "  EXCESS ACTIVITY FEES: $" ACCT-CYCLE-XS-FEES
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *================================================================*
       PRINT-ACCOUNT-OWNERS.
      *================================================================*
      * Names each owner in the table past the addressee, by role.
      *================================================================*
           PERFORM VARYING WS-REL-OWNER-SUB FROM 2 BY 1
                   UNTIL WS-REL-OWNER-SUB > WS-REL-OWNER-COUNT
               EVALUATE WS-REL-OWNER-ROLE (WS-REL-OWNER-SUB)
                   WHEN "P"
                       MOVE "PRIMARY" TO WS-REL-ROLE-TEXT
                   WHEN "J"
                       MOVE "JOINT OWNER" TO WS-REL-ROLE-TEXT
                   WHEN "T"
                       MOVE "TRUSTEE" TO WS-REL-ROLE-TEXT
               END-EVALUATE
               MOVE SPACES TO CUST-NAME
               MOVE WS-REL-OWNER-ID (WS-REL-OWNER-SUB) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " WS-REL-ROLE-TEXT ": "
                   WS-REL-OWNER-ID (WS-REL-OWNER-SUB)
                   "  " CUST-NAME
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-PERFORM.

      *================================================================*
       FETCH-STATEMENT-CUSTOMER.
      *================================================================*
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

      * Addressed to the CIF owner, or on an account without one to
      * the first owner on ACCTREL; every other owner is named below
      * the address
           MOVE ACCT-NUMBER TO WS-REL-ACCOUNT
           MOVE ACCT-CUSTOMER-ID TO WS-REL-CIF-OWNER
           PERFORM GATHER-ACCOUNT-OWNERS
           IF WS-REL-OWNER-COUNT > ZEROS
               MOVE WS-REL-OWNER-ID (1) TO WS-STMT-CUST-LOOKUP
           ELSE
               MOVE SPACES TO WS-STMT-CUST-LOOKUP
           END-IF
           PERFORM FETCH-STATEMENT-CUSTOMER
           PERFORM PRINT-ADDRESS-BLOCK
           PERFORM PRINT-ACCOUNT-OWNERS

           MOVE SPACES TO STATEMENT-LINE
           STRING "  OPENING BALANCE: $" WS-STMT-OPENING
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

      * Savings and money-market disclosure: items counted against
      * the cycle limit so far and the excess-activity fees charged
           IF SAVINGS OR MONEY-MARKET
               MOVE SPACES TO STATEMENT-LINE
               STRING "  WITHDRAWALS/TRANSFERS THIS CYCLE: "
                   ACCT-CYCLE-WDL-COUNT " OF " WS-WDL-CYCLE-LIMIT
                   "  EXCESS ACTIVITY FEES: $" ACCT-CYCLE-XS-FEES
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      * is safe to reenter after a restart: PURGE-EXPIRED-ARCHIVE
      * first clears anything already archived under today's date, so
      * a rerun rebuilds today from scratch instead of doubling it.
      * The archive itself was opened by INITIALIZATION.
      *
      * Reversals are marked here, the one place the archive is
      * written: an original posted tonight goes in already marked
      * reversed, and each reversal line re-marks its original on
      * the night it was archived.
      *================================================================*
           PERFORM PURGE-EXPIRED-ARCHIVE
           PERFORM PURGE-EXPIRED-REFERENCES
           MOVE ZEROS TO WS-ARCH-SEQ
                       MOVE STWK-AMOUNT TO ARCH-AMOUNT
                       MOVE STWK-REFERENCE TO ARCH-REFERENCE
                       SET ARCH-POSTED TO TRUE
                       IF STWK-TYPE = "D" OR STWK-TYPE = "W"
                           OR STWK-TYPE = "T"
                           PERFORM CHECK-SAME-DAY-REVERSAL
                       END-IF
                       PERFORM WRITE-ARCHIVE-RECORD
                       IF STWK-TYPE = "Z"
                           PERFORM MARK-ARCHIVED-ORIGINAL
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-SAME-DAY-REVERSAL.
      *================================================================*
      * An original posted and reversed on the same night is
      * archived already marked reversed. The archive record being
      * built is in the buffer; only the registry is read here.
      *================================================================*
           IF STWK-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE STWK-REFERENCE TO REF-REFERENCE
           READ REFERENCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REF-REVERSED-BY NOT = SPACES
                       AND REF-POST-DATE = WS-FORMATTED-DATE
                       AND REF-TXN-TYPE = STWK-TYPE
                       SET ARCH-REVERSED TO TRUE
                   END-IF
           END-READ.

      *================================================================*
       MARK-ARCHIVED-ORIGINAL.
      *================================================================*
      * A reversal line just archived re-marks its original leg on
      * the same account - the line carries the original reference
      * and the negative of what the original moved. Originals from
      * tonight were marked as they went in; a rerun finds an
      * earlier night's leg already marked and leaves it alone.
      *================================================================*
           MOVE STWK-REFERENCE TO REF-REFERENCE
           READ REFERENCE-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF REF-POST-DATE NOT < WS-FORMATTED-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE STWK-REFERENCE TO WS-REV-ORIG-REFERENCE
           MOVE REF-TXN-TYPE TO WS-REV-ORIG-TYPE
           MOVE REF-POST-DATE TO WS-REV-ORIG-DATE
           MOVE STWK-ACCOUNT TO WS-REV-ARCH-ACCOUNT
           COMPUTE WS-REV-ARCH-AMOUNT = ZEROS - STWK-AMOUNT
           PERFORM FIND-ARCHIVED-ORIGINAL
           IF REV-ARCH-FOUND AND NOT ARCH-REVERSED
               SET ARCH-REVERSED TO TRUE
               REWRITE ARCHIVE-RECORD
           END-IF.

      *================================================================*
       WRITE-ARCHIVE-RECORD.
      *================================================================*
               MOVE "MONTHLY SERVICE CHARGES" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

               MOVE WS-TOTAL-XS-FEES TO WS-GL-AMOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-FEE-INCOME TO WS-GL-CR-ACCOUNT
               MOVE "EXCESS ACTIVITY FEES" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

               MOVE WS-TOTAL-TD-PENALTIES TO WS-GL-AMOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-PENALTY-INCOME TO WS-GL-CR-ACCOUNT
               MOVE "EARLY WITHDRAWAL PENALTIES" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

      * Reversals book as their own category, the reverse of the
      * entry the original made, so the deposit and withdrawal
      * lines above carry only tonight's first-time postings
               MOVE WS-TOTAL-REV-DEPOSITS TO WS-GL-AMOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-CR-ACCOUNT
               MOVE "REVERSALS - DEPOSITS" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

               MOVE WS-TOTAL-REV-WITHDRAWS TO WS-GL-AMOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-CR-ACCOUNT
               MOVE "REVERSALS - WITHDRAWALS" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

      * A charge-off restores the overdrawn balance to zero at the
      * bank's loss; a later recovery is cash in to recovery income,
      * never back to the customer's deposit balance
               MOVE WS-TOTAL-CHARGE-OFFS TO WS-GL-AMOUNT
               MOVE WS-GL-CHARGE-OFF-LOSS TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-CR-ACCOUNT
               MOVE "NEGATIVE BALANCE CHARGE-OFFS"
                   TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

               MOVE WS-TOTAL-RECOVERIES TO WS-GL-AMOUNT
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-RECOVERY-INCOME TO WS-GL-CR-ACCOUNT
               MOVE "CHARGE-OFF RECOVERIES" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

      * Outbound ACH leaves the customer's deposit balance for the
      * ACH settlement account, which the Fed settlement of the
      * origination file clears; a returned entry comes back the
      * same way
               MOVE WS-TOTAL-ACH-OUT TO WS-GL-AMOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-ACH-SETTLEMENT TO WS-GL-CR-ACCOUNT
               MOVE "ACH ORIGINATIONS" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

               MOVE WS-TOTAL-ACH-RETURNS TO WS-GL-AMOUNT
               MOVE WS-GL-ACH-SETTLEMENT TO WS-GL-DR-ACCOUNT
               MOVE WS-GL-DEPOSIT-LIAB TO WS-GL-CR-ACCOUNT
               MOVE "ACH ORIGINATION RETURNS" TO WS-GL-DESCRIPTION
               PERFORM WRITE-GL-ENTRY-PAIR

               COMPUTE WS-GL-NET =
                   WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
               MOVE SPACES TO GL-EXTRACT-RECORD
           CLOSE TRANSACTION-FILE
                 ACCOUNT-FILE
                 CUSTOMER-FILE
                 ACCOUNT-RELATIONSHIP-FILE
                 MASTER-AUDIT-FILE
                 REFERENCE-CONTROL-FILE
                 STOP-ORDER-FILE
                 STANDING-INSTRUCTION-FILE
                 RUN-CONTROL-FILE
                 REPORT-FILE
                 TRANSACTION-HISTORY-FILE
                 COLLECTION-NOTICE-FILE
                 ACH-ORIGINATION-FILE
                 CHECKPOINT-FILE
           DISPLAY "BANKING SYSTEM TERMINATED NORMALLY"
           DISPLAY "RETURN CODE: " WS-RETURN-CODE.
