               88  CHECKING         VALUE "C".
               88  SAVINGS          VALUE "S".
               88  MONEY-MARKET     VALUE "M".
               88  TERM-DEPOSIT     VALUE "T".
           05  ACCT-BALANCE         PIC S9(11)V99.
           05  ACCT-INTEREST-RATE   PIC 9(2)V9(4).
           05  ACCT-OPEN-DATE       PIC 9(8).
               88  FROZEN           VALUE "F".
               88  CLOSED           VALUE "C".
               88  DORMANT          VALUE "D".
               88  CHARGED-OFF      VALUE "W".
           05  ACCT-DAILY-WITHDRAWN PIC S9(11)V99.
           05  ACCT-DATE-OF-BIRTH   PIC 9(8).
           05  ACCT-LAST-INTEREST-DATE PIC 9(8).
      * month-end run cannot charge twice.
           05  ACCT-MONTH-MIN-BALANCE PIC S9(11)V99.
           05  ACCT-LAST-SVC-CHG-DATE PIC 9(8).
      * Term deposit (certificate) terms, on type "T" accounts only;
      * zeros and spaces on every other product. The maturity date
      * is set at opening from the open date and the term, and moves
      * forward one term at each automatic renewal. At maturity the
      * account either renews at the rate then in force ("R") or
      * pays its balance out to the designated payout account and
      * closes ("P"). A withdrawal or transfer debit before the
      * maturity date carries the early-withdrawal penalty.
           05  ACCT-TERM-MONTHS     PIC 9(3).
           05  ACCT-MATURITY-DATE   PIC 9(8).
           05  ACCT-MATURITY-OPTION PIC X(1).
               88  TD-AUTO-RENEW    VALUE "R".
               88  TD-PAYOUT        VALUE "P".
           05  ACCT-PAYOUT-ACCOUNT  PIC X(10).
      * Negative-balance collection cycle: the date the balance first
      * went below zero (zeros while it is not negative) and the
      * highest collection notice issued since (0 none, 1 at 30
      * days, 2 at 60, 3 at 90). An account still negative at the
      * charge-off day count is written off to zero and goes to
      * status "W", which blocks all further activity; the amount
      * written off and the date are kept, and any later deposit is
      * taken as a recovery against that amount rather than credited
      * to the balance.
           05  ACCT-NEGATIVE-SINCE  PIC 9(8).
           05  ACCT-COLLECTION-LEVEL PIC 9(1).
           05  ACCT-CHARGE-OFF-DATE PIC 9(8).
           05  ACCT-CHARGE-OFF-AMOUNT PIC S9(11)V99.
           05  ACCT-RECOVERED-AMOUNT PIC S9(11)V99.
      * Savings and money-market convenience-item limit: the statement
      * cycle (calendar month, YYYYMM) the count belongs to, the
      * withdrawals, transfers out, and protection sweeps out posted
      * in it, the excess-activity fees charged in it, how many
      * closed cycles in a row went over the limit, and "Y" once
      * that run reaches the conversion threshold - the account is
      * then due to be converted to checking. The cycle is stamped
      * and the flag set to "N" at opening on every product, but only
      * savings and money-market accounts count against the limit;
      * on the other products the counts and fees stay at zero.
           05  ACCT-WDL-CYCLE       PIC 9(6).
           05  ACCT-CYCLE-WDL-COUNT PIC 9(3).
           05  ACCT-CYCLE-XS-FEES   PIC S9(7)V99.
           05  ACCT-XS-CYCLE-STREAK PIC 9(2).
           05  ACCT-CONVERT-FLAG    PIC X(1).
               88  CONVERT-TO-CHECKING VALUE "Y".
