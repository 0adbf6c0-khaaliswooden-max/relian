       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITING-DETECT.
       AUTHOR. RELIAN-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * KITING DETECT - Check-Kiting and Circular-Transfer Analysis
      *
      * Runs after the nightly BANKING-SYSTEM job has posted and
      * archived the day. Looks back over the last few calendar days
      * of posted transfer, deposit, and withdrawal activity on the
      * transaction archive (TXNARCH), together with each account's
      * current deposit-hold position on the master, for the pattern
      * of uncollected money being moved round between accounts to
      * inflate the available balance:
      *
      *   - account pairs trading transfers back and forth (round
      *     trips: A to B and B to A, counted in whole circuits)
      *   - rings of three accounts passing money round in a circle
      *     (A to B, B to C, C to A)
      *   - accounts whose gross transfer volume in the window is a
      *     high multiple of their ledger balance
      *   - accounts drawing against funds still under a deposit
      *     hold - each withdrawal or transfer out made on or after
      *     the first deposit of the window, on an account that is
      *     still carrying a hold tonight
      *
      * The archive carries no counterparty on a transfer; both legs
      * are archived under the same reference, the debit leg on the
      * sending account and the credit leg on the receiver, so the
      * legs are sorted together by reference to rebuild each
      * transfer's from/to pair. An outbound ACH payment has only the
      * debit leg and pairs with nothing.
      *
      * Each suspect pair, ring, or lone account becomes a case,
      * scored and ranked highest first on the suspect report
      * (KITERPT) and written to the fraud team's extract (KITEXTR).
      * A case is marked SHARED when one customer owns every account
      * in it - on the CIF link or as an owner on ACCTREL - and
      * CROSS-CIF when the money is moving between different
      * customers' accounts.
      *
      * The thresholds come from PARMFILE under the KITE- keywords,
      * effective-dated like every other business rule; a keyword
      * not on the file takes the default shown against it below.
      * The other keywords on the file belong to BANKING-SYSTEM and
      * are passed over here.
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSFER-LEG-SORT-FILE ASSIGN TO "KITESORT".
           SELECT SUSPECT-CASE-SORT-FILE ASSIGN TO "KITECASE".
           SELECT SUSPECT-REPORT-FILE ASSIGN TO "KITERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPECT-EXTRACT-FILE ASSIGN TO "KITEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Same control file and layout BANKING-SYSTEM reads; only the
      * KITE- keywords are taken up here.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-EFFECTIVE-DATE  PIC 9(8).
           05  PARM-KEYWORD         PIC X(20).
           05  PARM-ACCT-TYPE       PIC X(1).
           05  PARM-VALUE           PIC 9(9)V9(6).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  ACCOUNT-RELATIONSHIP-FILE.
       01  ACCOUNT-RELATIONSHIP-RECORD.
           COPY RELREC.

       FD  TRANSACTION-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCHREC.

      * One archived transfer leg in the window; sorted by reference
      * (and date) so the two legs of a transfer come back together,
      * debit leg first.
       SD  TRANSFER-LEG-SORT-FILE.
       01  TRANSFER-LEG-SORT-RECORD.
           05  KLSRT-REFERENCE      PIC X(20).
           05  KLSRT-DATE           PIC 9(8).
           05  KLSRT-AMOUNT         PIC S9(11)V99.
           05  KLSRT-ACCOUNT        PIC X(10).

      * One suspect case: a pair, a ring, or a lone account, with up
      * to three member accounts. Sorted highest score first, the
      * larger amount cycled breaking a tie.
       SD  SUSPECT-CASE-SORT-FILE.
       01  SUSPECT-CASE-SORT-RECORD.
           05  KCSRT-SCORE          PIC 9(7).
           05  KCSRT-AMOUNT         PIC 9(13)V99.
           05  KCSRT-TYPE           PIC X(1).
               88  KCSRT-PAIR       VALUE "P".
               88  KCSRT-RING       VALUE "R".
               88  KCSRT-ACCOUNT-ONLY VALUE "A".
           05  KCSRT-OWNERSHIP      PIC X(1).
               88  KCSRT-SHARED-OWNER VALUE "S".
               88  KCSRT-CROSS-CIF  VALUE "X".
           05  KCSRT-ROUND-TRIPS    PIC 9(5).
           05  KCSRT-TRANSFER-COUNT PIC 9(5).
           05  KCSRT-ROUND-TRIP-FLAG PIC X(1).
           05  KCSRT-RATIO-FLAG     PIC X(1).
           05  KCSRT-HELD-FLAG      PIC X(1).
           05  KCSRT-MEMBER-COUNT   PIC 9(1).
           05  KCSRT-MEMBER OCCURS 3 TIMES.
               10  KCSRT-ACCOUNT    PIC X(10).
               10  KCSRT-CUSTOMER-ID PIC X(10).
               10  KCSRT-BALANCE    PIC S9(11)V99.
               10  KCSRT-HELD-AMOUNT PIC S9(11)V99.
               10  KCSRT-RATIO-PCT  PIC 9(5).
               10  KCSRT-HELD-DRAWS PIC 9(3).

       FD  SUSPECT-REPORT-FILE.
       01  SUSPECT-REPORT-LINE      PIC X(132).

      * One record per ranked case for the fraud team's case
      * system. The flags are "Y" for each test the case tripped;
      * unused member slots are spaces and zeros.
       FD  SUSPECT-EXTRACT-FILE.
       01  SUSPECT-EXTRACT-RECORD.
           05  KITX-BUSINESS-DATE   PIC 9(8).
           05  KITX-WINDOW-START    PIC 9(8).
           05  KITX-RANK            PIC 9(4).
           05  KITX-SCORE           PIC 9(7).
           05  KITX-CASE-TYPE       PIC X(1).
           05  KITX-OWNERSHIP       PIC X(1).
           05  KITX-ROUND-TRIPS     PIC 9(5).
           05  KITX-TRANSFER-COUNT  PIC 9(5).
           05  KITX-AMOUNT-CYCLED   PIC 9(13)V99.
           05  KITX-ROUND-TRIP-FLAG PIC X(1).
           05  KITX-RATIO-FLAG      PIC X(1).
           05  KITX-HELD-FLAG       PIC X(1).
           05  KITX-MEMBER OCCURS 3 TIMES.
               10  KITX-ACCOUNT     PIC X(10).
               10  KITX-CUSTOMER-ID PIC X(10).
               10  KITX-BALANCE     PIC S9(11)V99.
               10  KITX-HELD-AMOUNT PIC S9(11)V99.
               10  KITX-RATIO-PCT   PIC 9(5).
               10  KITX-HELD-DRAWS  PIC 9(3).

       WORKING-STORAGE SECTION.

      * File status and control fields
       01  WS-FILE-STATUS          PIC XX.
       01  WS-PARM-EOF-FLAG        PIC X VALUE "N".
           88  PARM-END-OF-FILE     VALUE "Y".
           88  PARM-NOT-END-OF-FILE VALUE "N".
       01  WS-ARCH-EOF-FLAG        PIC X VALUE "N".
           88  ARCH-END-OF-FILE     VALUE "Y".
           88  ARCH-NOT-END-OF-FILE VALUE "N".
       01  WS-LEG-EOF-FLAG         PIC X VALUE "N".
           88  LEG-END-OF-FILE      VALUE "Y".
           88  LEG-NOT-END-OF-FILE  VALUE "N".
       01  WS-CASE-EOF-FLAG        PIC X VALUE "N".
           88  CASE-END-OF-FILE     VALUE "Y".
           88  CASE-NOT-END-OF-FILE VALUE "N".
       01  WS-REL-SCAN-FLAG        PIC X.
           88  REL-SCAN-DONE        VALUE "Y".
           88  REL-SCAN-MORE        VALUE "N".
       01  WS-TD-PAYOUT-FLAG       PIC X.
           88  TD-PAYOUT-LEG        VALUE "Y".
           88  NOT-TD-PAYOUT-LEG    VALUE "N".

      * Date fields: the business date and the first day of the
      * look-back window (the window takes in the business date)
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
           05  FILLER              PIC X(13).
       01  WS-FORMATTED-DATE       PIC 9(8).
       01  WS-WINDOW-START         PIC 9(8).
       01  WS-DATE-INT             PIC 9(7).

      * Detection thresholds, PARMFILE keyword and default:
      *   KITE-LOOKBACK-DAYS  days of archive analysed            5
      *   KITE-ROUND-TRIPS    circuits that make a pair or ring   2
      *   KITE-MIN-AMOUNT     smallest transfer paired       500.00
      *   KITE-XFER-RATIO-PCT window transfer volume as a
      *                       percentage of ledger balance      300
      *   KITE-HELD-DRAWS     draws against held funds            2
       01  WS-KITE-RULES.
           05  WS-KITE-LOOKBACK-DAYS PIC 9(3) VALUE 5.
           05  WS-KITE-ROUND-TRIPS PIC 9(3) VALUE 2.
           05  WS-KITE-MIN-AMOUNT  PIC 9(9)V99 VALUE 500.00.
           05  WS-KITE-RATIO-PCT   PIC 9(5) VALUE 300.
           05  WS-KITE-HELD-DRAWS  PIC 9(3) VALUE 2.
      * Effective date of the record each rule was last taken from
       01  WS-KITE-RULE-DATES.
           05  WS-PMD-LOOKBACK     PIC 9(8) VALUE ZEROS.
           05  WS-PMD-ROUND-TRIPS  PIC 9(8) VALUE ZEROS.
           05  WS-PMD-MIN-AMOUNT   PIC 9(8) VALUE ZEROS.
           05  WS-PMD-RATIO-PCT    PIC 9(8) VALUE ZEROS.
           05  WS-PMD-HELD-DRAWS   PIC 9(8) VALUE ZEROS.

      * Window activity by account, built from the archive sweep in
      * account order (the archive key leads with the account), so
      * the table is in ascending account sequence and can be
      * searched by binary chop. The master's balance, hold, and
      * owner are taken once at the account break.
       01  WS-ACCOUNT-TABLE.
           05  WS-KA-COUNT         PIC 9(4) COMP VALUE ZEROS.
           05  WS-KA-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-KA-COUNT
                   ASCENDING KEY IS WS-KA-ACCOUNT
                   INDEXED BY WS-KA-IDX.
               10  WS-KA-ACCOUNT   PIC X(10).
               10  WS-KA-CUSTOMER-ID PIC X(10).
               10  WS-KA-BALANCE   PIC S9(11)V99.
               10  WS-KA-HELD-AMOUNT PIC S9(11)V99.
               10  WS-KA-XFER-OUT-COUNT PIC 9(5).
               10  WS-KA-XFER-OUT-AMOUNT PIC 9(13)V99.
               10  WS-KA-XFER-IN-COUNT PIC 9(5).
               10  WS-KA-XFER-IN-AMOUNT PIC 9(13)V99.
               10  WS-KA-FIRST-DEPOSIT PIC 9(8).
               10  WS-KA-HELD-DRAWS PIC 9(3).
               10  WS-KA-RATIO-PCT PIC 9(5).
               10  WS-KA-RATIO-FLAG PIC X(1).
                   88  KA-RATIO-EXCEEDED VALUE "Y".
               10  WS-KA-HELD-FLAG PIC X(1).
                   88  KA-HELD-DRAWING VALUE "Y".
               10  WS-KA-CASE-FLAG PIC X(1).
                   88  KA-IN-CASE  VALUE "Y".
       01  WS-KA-FIELDS.
           05  WS-KA-SUB           PIC 9(4) COMP.
           05  WS-KA-POS           PIC 9(4) COMP.
           05  WS-CUR-ACCOUNT      PIC X(10).
           05  WS-ARCH-ABS-AMOUNT  PIC 9(11)V99.
           05  WS-KA-VOLUME        PIC 9(13)V99.
           05  WS-KA-RATIO-WORK    PIC 9(9).

      * Account-to-account transfer totals in the window, one entry
      * per direction: A to B and B to A are separate entries.
       01  WS-PAIR-TABLE.
           05  WS-KP-COUNT         PIC 9(4) COMP VALUE ZEROS.
           05  WS-KP-ENTRY OCCURS 3000 TIMES.
               10  WS-KP-FROM      PIC X(10).
               10  WS-KP-TO        PIC X(10).
               10  WS-KP-XFER-COUNT PIC 9(5).
               10  WS-KP-AMOUNT    PIC 9(13)V99.
       01  WS-KP-FIELDS.
           05  WS-KP-SUB           PIC 9(4) COMP.
           05  WS-KP-POS           PIC 9(4) COMP.
           05  WS-KP-SUB2          PIC 9(4) COMP.
           05  WS-KP-SUB3          PIC 9(4) COMP.
           05  WS-KP-REVERSE       PIC 9(4) COMP.
           05  WS-PAIR-FROM        PIC X(10).
           05  WS-PAIR-TO          PIC X(10).

      * The debit leg waiting for its credit leg in the sorted
      * stream
       01  WS-HELD-LEG.
           05  WS-HL-REFERENCE     PIC X(20).
           05  WS-HL-DATE          PIC 9(8).
           05  WS-HL-AMOUNT        PIC S9(11)V99.
           05  WS-HL-ACCOUNT       PIC X(10).

      * The case being assembled, and the owners found for its
      * members
       01  WS-CASE-FIELDS.
           05  WS-CASE-CIRCUITS    PIC 9(5).
           05  WS-CASE-MEMBER-SUB  PIC 9(1).
           05  WS-CASE-ACCOUNT     PIC X(10) OCCURS 3 TIMES.
           05  WS-CASE-TRIP-POINTS PIC 9(3).
       01  WS-OWNER-FIELDS.
           05  WS-OWNER-ACCOUNT    PIC X(10).
           05  WS-OWNER-CIF        PIC X(10).
           05  WS-OWNER-COUNT      PIC 9(2).
           05  WS-OWNER-ID         PIC X(10) OCCURS 20 TIMES.
           05  WS-OWNER-SUB        PIC 9(2).
           05  WS-COMMON-COUNT     PIC 9(2).
           05  WS-COMMON-ID        PIC X(10) OCCURS 20 TIMES.
           05  WS-COMMON-SUB       PIC 9(2).
           05  WS-KEEP-COUNT       PIC 9(2).
           05  WS-OWNER-MATCH      PIC X(1).
               88  OWNER-MATCHED   VALUE "Y".

      * Report counters
       01  WS-COUNTERS.
           05  WS-ARCH-READ-COUNT  PIC 9(9) VALUE ZEROS.
           05  WS-ACCOUNT-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-LEG-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-TRANSFER-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-UNPAIRED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-PAIR-CASE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-RING-CASE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-ACCT-CASE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-RANK             PIC 9(4) VALUE ZEROS.

      * Error handling
       01  WS-ERROR-MESSAGE        PIC X(80).
       01  WS-RETURN-CODE          PIC S9(4) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

      *================================================================*
       MAIN-PROCEDURE.
      *================================================================*
           PERFORM INITIALIZATION
           SORT TRANSFER-LEG-SORT-FILE
               ON ASCENDING KEY KLSRT-REFERENCE
               ON ASCENDING KEY KLSRT-DATE
               ON ASCENDING KEY KLSRT-AMOUNT
               INPUT PROCEDURE IS SWEEP-ARCHIVE-WINDOW
               OUTPUT PROCEDURE IS BUILD-TRANSFER-PAIRS
           PERFORM ASSESS-EACH-ACCOUNT
           SORT SUSPECT-CASE-SORT-FILE
               ON DESCENDING KEY KCSRT-SCORE
               ON DESCENDING KEY KCSRT-AMOUNT
               INPUT PROCEDURE IS RELEASE-SUSPECT-CASES
               OUTPUT PROCEDURE IS WRITE-RANKED-SUSPECTS
           PERFORM WRITE-KITING-SUMMARY
           PERFORM TERMINATION
           STOP RUN.

      *================================================================*
       INITIALIZATION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM LOAD-KITE-PARAMETERS

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-FORMATTED-DATE)
               - WS-KITE-LOOKBACK-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               TO WS-WINDOW-START

           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACCOUNT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACCOUNT RELATIONSHIP FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING TRANSACTION ARCHIVE FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT SUSPECT-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING KITING SUSPECT REPORT"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT SUSPECT-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING KITING SUSPECT EXTRACT"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           MOVE SPACES TO SUSPECT-REPORT-LINE
           STRING "CHECK-KITING / CIRCULAR TRANSFER SUSPECTS - "
               "BUSINESS DATE " WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE

           MOVE SPACES TO SUSPECT-REPORT-LINE
           STRING "WINDOW: " WS-WINDOW-START
               " TO " WS-FORMATTED-DATE
               "  ROUND TRIPS: " WS-KITE-ROUND-TRIPS
               "  MIN TRANSFER: $" WS-KITE-MIN-AMOUNT
               "  RATIO PCT: " WS-KITE-RATIO-PCT
               "  HELD DRAWS: " WS-KITE-HELD-DRAWS
               DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE

           MOVE SPACES TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE

           DISPLAY "KITING DETECT INITIALIZED: " WS-FORMATTED-DATE
               " WINDOW FROM: " WS-WINDOW-START.

      *================================================================*
       LOAD-KITE-PARAMETERS.
      *================================================================*
      * Takes the KITE- thresholds from PARMFILE; among eligible
      * records the latest effective date on or before the business
      * date wins, a tie going to the later record on the file.
      * Future-dated records wait for their day. A missing or
      * malformed file abends here, as it does the nightly run.
      *================================================================*
           OPEN INPUT PARAMETER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "PARAMETER FILE MISSING OR UNREADABLE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           PERFORM UNTIL PARM-END-OF-FILE
               READ PARAMETER-FILE
                   AT END SET PARM-END-OF-FILE TO TRUE
                   NOT AT END PERFORM APPLY-KITE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE

           IF WS-KITE-LOOKBACK-DAYS = ZEROS
               OR WS-KITE-ROUND-TRIPS = ZEROS
               MOVE "KITE LOOKBACK AND ROUND TRIPS CANNOT BE ZERO"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF.

      *================================================================*
       APPLY-KITE-PARAMETER.
      *================================================================*
           IF PARM-EFFECTIVE-DATE NOT NUMERIC
               OR PARM-VALUE NOT NUMERIC
               DISPLAY "BAD PARAMETER RECORD: " PARAMETER-RECORD
               MOVE "MALFORMED PARAMETER RECORD IN PARMFILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           IF PARM-EFFECTIVE-DATE > WS-FORMATTED-DATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE PARM-KEYWORD
               WHEN "KITE-LOOKBACK-DAYS"
                   IF PARM-EFFECTIVE-DATE >= WS-PMD-LOOKBACK
                       MOVE PARM-VALUE TO WS-KITE-LOOKBACK-DAYS
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-LOOKBACK
                   END-IF
               WHEN "KITE-ROUND-TRIPS"
                   IF PARM-EFFECTIVE-DATE >= WS-PMD-ROUND-TRIPS
                       MOVE PARM-VALUE TO WS-KITE-ROUND-TRIPS
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-ROUND-TRIPS
                   END-IF
               WHEN "KITE-MIN-AMOUNT"
                   IF PARM-EFFECTIVE-DATE >= WS-PMD-MIN-AMOUNT
                       MOVE PARM-VALUE TO WS-KITE-MIN-AMOUNT
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-MIN-AMOUNT
                   END-IF
               WHEN "KITE-XFER-RATIO-PCT"
                   IF PARM-EFFECTIVE-DATE >= WS-PMD-RATIO-PCT
                       MOVE PARM-VALUE TO WS-KITE-RATIO-PCT
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-RATIO-PCT
                   END-IF
               WHEN "KITE-HELD-DRAWS"
                   IF PARM-EFFECTIVE-DATE >= WS-PMD-HELD-DRAWS
                       MOVE PARM-VALUE TO WS-KITE-HELD-DRAWS
                       MOVE PARM-EFFECTIVE-DATE TO WS-PMD-HELD-DRAWS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================*
       SWEEP-ARCHIVE-WINDOW.
      *================================================================*
      * Sort input: one pass over the archive in account order. Only
      * posted items dated in the window count - a rejected item
      * never moved money, and an item since reversed has been
      * backed out. Deposits, withdrawals, and transfer legs build
      * the account's window activity; each transfer leg at or over
      * the minimum amount is released to be paired by reference.
      * Protection sweeps and the nightly cycle's own postings are
      * the bank's doing, not the customer's, and are passed over -
      * among them the term-deposit maturity payout, archived as a
      * transfer between the certificate and its payout account
      * under a "TD" reference (see CHECK-TD-PAYOUT-LEG).
      *================================================================*
           MOVE SPACES TO WS-CUR-ACCOUNT
           MOVE LOW-VALUES TO ARCH-KEY
           START TRANSACTION-ARCHIVE-FILE KEY > ARCH-KEY
           IF WS-FILE-STATUS NOT = "00"
               SET ARCH-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL ARCH-END-OF-FILE
               READ TRANSACTION-ARCHIVE-FILE NEXT
                   AT END SET ARCH-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       IF ARCH-STATUS = "P"
                           AND ARCH-DATE NOT < WS-WINDOW-START
                           AND ARCH-DATE NOT > WS-FORMATTED-DATE
                           AND (ARCH-TYPE = "D" OR "W" OR "T")
                           PERFORM CHECK-TD-PAYOUT-LEG
                           IF NOT-TD-PAYOUT-LEG
                               PERFORM TALLY-ARCHIVED-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-TD-PAYOUT-LEG.
      *================================================================*
      * The maturity payout is referenced "TD", the certificate
      * number, and the maturity date. A customer's own reference
      * may happen to start "TD" too, so the prefix alone is not
      * enough: the certificate must be a term deposit on the master
      * and the leg must sit on the certificate or on its payout
      * account, dated on or after maturity.
      *================================================================*
           SET NOT-TD-PAYOUT-LEG TO TRUE
           IF ARCH-TYPE NOT = "T"
               OR ARCH-REFERENCE (1:2) NOT = "TD"
               OR ARCH-REFERENCE (13:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ARCH-REFERENCE (13:8) > ARCH-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE ARCH-REFERENCE (3:10) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TERM-DEPOSIT
                       AND (ARCH-ACCOUNT = ACCT-NUMBER
                           OR ARCH-ACCOUNT = ACCT-PAYOUT-ACCOUNT)
                       SET TD-PAYOUT-LEG TO TRUE
                   END-IF
           END-READ.

      *================================================================*
       TALLY-ARCHIVED-ITEM.
      *================================================================*
      * A draw against held funds is a withdrawal or transfer out
      * on or after the window's first deposit, on an account still
      * carrying a hold tonight: money that had not been collected
      * when it was spent.
      *================================================================*
           IF ARCH-ACCOUNT NOT = WS-CUR-ACCOUNT
               PERFORM START-ACCOUNT-ENTRY
           END-IF

           IF ARCH-AMOUNT < ZEROS
               COMPUTE WS-ARCH-ABS-AMOUNT = ZEROS - ARCH-AMOUNT
           ELSE
               MOVE ARCH-AMOUNT TO WS-ARCH-ABS-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN ARCH-TYPE = "D" AND ARCH-AMOUNT > ZEROS
                   IF WS-KA-FIRST-DEPOSIT (WS-KA-POS) = ZEROS
                       MOVE ARCH-DATE
                           TO WS-KA-FIRST-DEPOSIT (WS-KA-POS)
                   END-IF
               WHEN ARCH-TYPE = "W" AND ARCH-AMOUNT < ZEROS
                   PERFORM CHECK-HELD-FUNDS-DRAW
               WHEN ARCH-TYPE = "T" AND ARCH-AMOUNT < ZEROS
                   ADD 1 TO WS-KA-XFER-OUT-COUNT (WS-KA-POS)
                   ADD WS-ARCH-ABS-AMOUNT
                       TO WS-KA-XFER-OUT-AMOUNT (WS-KA-POS)
                   PERFORM CHECK-HELD-FUNDS-DRAW
                   PERFORM RELEASE-TRANSFER-LEG
               WHEN ARCH-TYPE = "T" AND ARCH-AMOUNT > ZEROS
                   ADD 1 TO WS-KA-XFER-IN-COUNT (WS-KA-POS)
                   ADD WS-ARCH-ABS-AMOUNT
                       TO WS-KA-XFER-IN-AMOUNT (WS-KA-POS)
                   PERFORM RELEASE-TRANSFER-LEG
           END-EVALUATE.

      *================================================================*
       START-ACCOUNT-ENTRY.
      *================================================================*
      * Account break: a new entry at the end of the table, with the
      * master's balance, hold, and CIF owner as they stand tonight.
      * An account no longer on the master still carries its
      * archived activity, at a zero balance.
      *================================================================*
           IF WS-KA-COUNT >= 3000
               MOVE "KITING ACCOUNT TABLE FULL"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF
           MOVE ARCH-ACCOUNT TO WS-CUR-ACCOUNT
           ADD 1 TO WS-KA-COUNT
           MOVE WS-KA-COUNT TO WS-KA-POS
           MOVE ARCH-ACCOUNT TO WS-KA-ACCOUNT (WS-KA-POS)
           MOVE SPACES TO WS-KA-CUSTOMER-ID (WS-KA-POS)
           MOVE ZEROS TO WS-KA-BALANCE (WS-KA-POS)
           MOVE ZEROS TO WS-KA-HELD-AMOUNT (WS-KA-POS)
           MOVE ZEROS TO WS-KA-XFER-OUT-COUNT (WS-KA-POS)
           MOVE ZEROS TO WS-KA-XFER-OUT-AMOUNT (WS-KA-POS)
           MOVE ZEROS TO WS-KA-XFER-IN-COUNT (WS-KA-POS)
           MOVE ZEROS TO WS-KA-XFER-IN-AMOUNT (WS-KA-POS)
           MOVE ZEROS TO WS-KA-FIRST-DEPOSIT (WS-KA-POS)
           MOVE ZEROS TO WS-KA-HELD-DRAWS (WS-KA-POS)
           MOVE ZEROS TO WS-KA-RATIO-PCT (WS-KA-POS)
           MOVE "N" TO WS-KA-RATIO-FLAG (WS-KA-POS)
           MOVE "N" TO WS-KA-HELD-FLAG (WS-KA-POS)
           MOVE "N" TO WS-KA-CASE-FLAG (WS-KA-POS)

           MOVE ARCH-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-ID
                       TO WS-KA-CUSTOMER-ID (WS-KA-POS)
                   MOVE ACCT-BALANCE TO WS-KA-BALANCE (WS-KA-POS)
                   MOVE ACCT-HELD-AMOUNT
                       TO WS-KA-HELD-AMOUNT (WS-KA-POS)
           END-READ.

      *================================================================*
       CHECK-HELD-FUNDS-DRAW.
      *================================================================*
           IF WS-KA-HELD-AMOUNT (WS-KA-POS) > ZEROS
               AND WS-KA-FIRST-DEPOSIT (WS-KA-POS) > ZEROS
               AND ARCH-DATE NOT < WS-KA-FIRST-DEPOSIT (WS-KA-POS)
               AND WS-KA-HELD-DRAWS (WS-KA-POS) < 999
               ADD 1 TO WS-KA-HELD-DRAWS (WS-KA-POS)
           END-IF.

      *================================================================*
       RELEASE-TRANSFER-LEG.
      *================================================================*
           IF WS-ARCH-ABS-AMOUNT < WS-KITE-MIN-AMOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ARCH-REFERENCE TO KLSRT-REFERENCE
           MOVE ARCH-DATE TO KLSRT-DATE
           MOVE ARCH-AMOUNT TO KLSRT-AMOUNT
           MOVE ARCH-ACCOUNT TO KLSRT-ACCOUNT
           RELEASE TRANSFER-LEG-SORT-RECORD
           ADD 1 TO WS-LEG-COUNT.

      *================================================================*
       BUILD-TRANSFER-PAIRS.
      *================================================================*
      * Sort output: the legs come back by reference and date with
      * the debit leg ahead of the credit. A debit followed by a
      * credit under the same reference and date, on a different
      * account, is one transfer from the debited account to the
      * credited one. A leg left without its partner - an outbound
      * ACH payment, or a leg under the minimum on the other side -
      * is counted and dropped.
      *================================================================*
           MOVE SPACES TO WS-HL-REFERENCE
           MOVE ZEROS TO WS-HL-AMOUNT
           SET LEG-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL LEG-END-OF-FILE
               RETURN TRANSFER-LEG-SORT-FILE
                   AT END SET LEG-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM MATCH-TRANSFER-LEG
               END-RETURN
           END-PERFORM
           IF WS-HL-REFERENCE NOT = SPACES
               ADD 1 TO WS-UNPAIRED-COUNT
           END-IF.

      *================================================================*
       MATCH-TRANSFER-LEG.
      *================================================================*
           IF WS-HL-REFERENCE NOT = SPACES
               AND KLSRT-REFERENCE = WS-HL-REFERENCE
               AND KLSRT-DATE = WS-HL-DATE
               AND KLSRT-AMOUNT > ZEROS
               AND KLSRT-ACCOUNT NOT = WS-HL-ACCOUNT
               MOVE WS-HL-ACCOUNT TO WS-PAIR-FROM
               MOVE KLSRT-ACCOUNT TO WS-PAIR-TO
               PERFORM ADD-TO-PAIR-TABLE
               ADD 1 TO WS-TRANSFER-COUNT
               MOVE SPACES TO WS-HL-REFERENCE
               EXIT PARAGRAPH
           END-IF

           IF WS-HL-REFERENCE NOT = SPACES
               ADD 1 TO WS-UNPAIRED-COUNT
               MOVE SPACES TO WS-HL-REFERENCE
           END-IF

           IF KLSRT-AMOUNT < ZEROS
               MOVE KLSRT-REFERENCE TO WS-HL-REFERENCE
               MOVE KLSRT-DATE TO WS-HL-DATE
               MOVE KLSRT-AMOUNT TO WS-HL-AMOUNT
               MOVE KLSRT-ACCOUNT TO WS-HL-ACCOUNT
           ELSE
               ADD 1 TO WS-UNPAIRED-COUNT
           END-IF.

      *================================================================*
       ADD-TO-PAIR-TABLE.
      *================================================================*
           MOVE ZEROS TO WS-KP-POS
           PERFORM VARYING WS-KP-SUB FROM 1 BY 1
                   UNTIL WS-KP-SUB > WS-KP-COUNT
                      OR WS-KP-POS > ZEROS
               IF WS-KP-FROM (WS-KP-SUB) = WS-PAIR-FROM
                   AND WS-KP-TO (WS-KP-SUB) = WS-PAIR-TO
                   MOVE WS-KP-SUB TO WS-KP-POS
               END-IF
           END-PERFORM
           IF WS-KP-POS = ZEROS
               IF WS-KP-COUNT >= 3000
                   MOVE "KITING TRANSFER PAIR TABLE FULL"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               END-IF
               ADD 1 TO WS-KP-COUNT
               MOVE WS-KP-COUNT TO WS-KP-POS
               MOVE WS-PAIR-FROM TO WS-KP-FROM (WS-KP-POS)
               MOVE WS-PAIR-TO TO WS-KP-TO (WS-KP-POS)
               MOVE ZEROS TO WS-KP-XFER-COUNT (WS-KP-POS)
               MOVE ZEROS TO WS-KP-AMOUNT (WS-KP-POS)
           END-IF
           ADD 1 TO WS-KP-XFER-COUNT (WS-KP-POS)
           ADD KLSRT-AMOUNT TO WS-KP-AMOUNT (WS-KP-POS).

      *================================================================*
       ASSESS-EACH-ACCOUNT.
      *================================================================*
      * The per-account tests. Gross transfer volume (in plus out)
      * over the window as a percentage of tonight's ledger balance;
      * an account with transfer volume and no positive balance
      * takes the ceiling. The held-funds test counts the draws
      * tallied on the sweep.
      *================================================================*
           PERFORM VARYING WS-KA-SUB FROM 1 BY 1
                   UNTIL WS-KA-SUB > WS-KA-COUNT
               COMPUTE WS-KA-VOLUME =
                   WS-KA-XFER-OUT-AMOUNT (WS-KA-SUB)
                   + WS-KA-XFER-IN-AMOUNT (WS-KA-SUB)
               EVALUATE TRUE
                   WHEN WS-KA-VOLUME = ZEROS
                       MOVE ZEROS TO WS-KA-RATIO-PCT (WS-KA-SUB)
                   WHEN WS-KA-BALANCE (WS-KA-SUB) NOT > ZEROS
                       MOVE 99999 TO WS-KA-RATIO-PCT (WS-KA-SUB)
                   WHEN OTHER
                       COMPUTE WS-KA-RATIO-WORK =
                           WS-KA-VOLUME * 100
                           / WS-KA-BALANCE (WS-KA-SUB)
                           ON SIZE ERROR
                               MOVE 99999 TO WS-KA-RATIO-WORK
                       END-COMPUTE
                       IF WS-KA-RATIO-WORK > 99999
                           MOVE 99999 TO WS-KA-RATIO-WORK
                       END-IF
                       MOVE WS-KA-RATIO-WORK
                           TO WS-KA-RATIO-PCT (WS-KA-SUB)
               END-EVALUATE
               IF WS-KA-VOLUME > ZEROS
                   AND WS-KA-RATIO-PCT (WS-KA-SUB)
                       NOT < WS-KITE-RATIO-PCT
                   MOVE "Y" TO WS-KA-RATIO-FLAG (WS-KA-SUB)
               END-IF
               IF WS-KA-HELD-DRAWS (WS-KA-SUB) > ZEROS
                   AND WS-KA-HELD-DRAWS (WS-KA-SUB)
                       NOT < WS-KITE-HELD-DRAWS
                   MOVE "Y" TO WS-KA-HELD-FLAG (WS-KA-SUB)
               END-IF
           END-PERFORM.

      *================================================================*
       RELEASE-SUSPECT-CASES.
      *================================================================*
      * Sort input for the ranking: pairs first, then rings, then
      * any account that tripped a test of its own without being
      * caught up in a pair or ring.
      *================================================================*
           PERFORM VARYING WS-KP-SUB FROM 1 BY 1
                   UNTIL WS-KP-SUB > WS-KP-COUNT
               PERFORM FIND-ROUND-TRIP-PAIR
           END-PERFORM

           PERFORM VARYING WS-KP-SUB FROM 1 BY 1
                   UNTIL WS-KP-SUB > WS-KP-COUNT
               PERFORM FIND-TRANSFER-RINGS
           END-PERFORM

           PERFORM VARYING WS-KA-SUB FROM 1 BY 1
                   UNTIL WS-KA-SUB > WS-KA-COUNT
               IF NOT KA-IN-CASE (WS-KA-SUB)
                   AND (KA-RATIO-EXCEEDED (WS-KA-SUB)
                        OR KA-HELD-DRAWING (WS-KA-SUB))
                   PERFORM RELEASE-ACCOUNT-CASE
               END-IF
           END-PERFORM.

      *================================================================*
       FIND-ROUND-TRIP-PAIR.
      *================================================================*
      * A to B with B to A behind it. Each pair is taken once, from
      * the entry running from the lower account number; its
      * circuits are the smaller of the two directions' counts.
      *================================================================*
           IF WS-KP-FROM (WS-KP-SUB) NOT < WS-KP-TO (WS-KP-SUB)
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-KP-REVERSE
           PERFORM VARYING WS-KP-SUB2 FROM 1 BY 1
                   UNTIL WS-KP-SUB2 > WS-KP-COUNT
                      OR WS-KP-REVERSE > ZEROS
               IF WS-KP-FROM (WS-KP-SUB2) = WS-KP-TO (WS-KP-SUB)
                   AND WS-KP-TO (WS-KP-SUB2) = WS-KP-FROM (WS-KP-SUB)
                   MOVE WS-KP-SUB2 TO WS-KP-REVERSE
               END-IF
           END-PERFORM
           IF WS-KP-REVERSE = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KP-XFER-COUNT (WS-KP-SUB) TO WS-CASE-CIRCUITS
           IF WS-KP-XFER-COUNT (WS-KP-REVERSE) < WS-CASE-CIRCUITS
               MOVE WS-KP-XFER-COUNT (WS-KP-REVERSE)
                   TO WS-CASE-CIRCUITS
           END-IF
           IF WS-CASE-CIRCUITS < WS-KITE-ROUND-TRIPS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SUSPECT-CASE-SORT-RECORD
           SET KCSRT-PAIR TO TRUE
           MOVE 2 TO KCSRT-MEMBER-COUNT
           MOVE WS-KP-FROM (WS-KP-SUB) TO WS-CASE-ACCOUNT (1)
           MOVE WS-KP-TO (WS-KP-SUB) TO WS-CASE-ACCOUNT (2)
           MOVE SPACES TO WS-CASE-ACCOUNT (3)
           COMPUTE KCSRT-TRANSFER-COUNT =
               WS-KP-XFER-COUNT (WS-KP-SUB)
               + WS-KP-XFER-COUNT (WS-KP-REVERSE)
           COMPUTE KCSRT-AMOUNT =
               WS-KP-AMOUNT (WS-KP-SUB)
               + WS-KP-AMOUNT (WS-KP-REVERSE)
           MOVE 20 TO WS-CASE-TRIP-POINTS
           PERFORM FINISH-CIRCUIT-CASE
           ADD 1 TO WS-PAIR-CASE-COUNT.

      *================================================================*
       FIND-TRANSFER-RINGS.
      *================================================================*
      * A to B, B to C, C to A, with A the lowest of the three
      * account numbers so each ring is taken once and not once per
      * starting point. Its circuits are the smallest count of the
      * three legs.
      *================================================================*
           PERFORM VARYING WS-KP-SUB2 FROM 1 BY 1
                   UNTIL WS-KP-SUB2 > WS-KP-COUNT
               IF WS-KP-FROM (WS-KP-SUB2) = WS-KP-TO (WS-KP-SUB)
                   AND WS-KP-TO (WS-KP-SUB2) > WS-KP-FROM (WS-KP-SUB)
                   AND WS-KP-TO (WS-KP-SUB) > WS-KP-FROM (WS-KP-SUB)
                   PERFORM CLOSE-TRANSFER-RING
               END-IF
           END-PERFORM.

      *================================================================*
       CLOSE-TRANSFER-RING.
      *================================================================*
           PERFORM VARYING WS-KP-SUB3 FROM 1 BY 1
                   UNTIL WS-KP-SUB3 > WS-KP-COUNT
               IF WS-KP-FROM (WS-KP-SUB3) = WS-KP-TO (WS-KP-SUB2)
                   AND WS-KP-TO (WS-KP-SUB3) = WS-KP-FROM (WS-KP-SUB)
                   PERFORM RELEASE-RING-CASE
               END-IF
           END-PERFORM.

      *================================================================*
       RELEASE-RING-CASE.
      *================================================================*
           MOVE WS-KP-XFER-COUNT (WS-KP-SUB) TO WS-CASE-CIRCUITS
           IF WS-KP-XFER-COUNT (WS-KP-SUB2) < WS-CASE-CIRCUITS
               MOVE WS-KP-XFER-COUNT (WS-KP-SUB2) TO WS-CASE-CIRCUITS
           END-IF
           IF WS-KP-XFER-COUNT (WS-KP-SUB3) < WS-CASE-CIRCUITS
               MOVE WS-KP-XFER-COUNT (WS-KP-SUB3) TO WS-CASE-CIRCUITS
           END-IF
           IF WS-CASE-CIRCUITS < WS-KITE-ROUND-TRIPS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SUSPECT-CASE-SORT-RECORD
           SET KCSRT-RING TO TRUE
           MOVE 3 TO KCSRT-MEMBER-COUNT
           MOVE WS-KP-FROM (WS-KP-SUB) TO WS-CASE-ACCOUNT (1)
           MOVE WS-KP-TO (WS-KP-SUB) TO WS-CASE-ACCOUNT (2)
           MOVE WS-KP-TO (WS-KP-SUB2) TO WS-CASE-ACCOUNT (3)
           COMPUTE KCSRT-TRANSFER-COUNT =
               WS-KP-XFER-COUNT (WS-KP-SUB)
               + WS-KP-XFER-COUNT (WS-KP-SUB2)
               + WS-KP-XFER-COUNT (WS-KP-SUB3)
           COMPUTE KCSRT-AMOUNT =
               WS-KP-AMOUNT (WS-KP-SUB)
               + WS-KP-AMOUNT (WS-KP-SUB2)
               + WS-KP-AMOUNT (WS-KP-SUB3)
           MOVE 30 TO WS-CASE-TRIP-POINTS
           PERFORM FINISH-CIRCUIT-CASE
           ADD 1 TO WS-RING-CASE-COUNT.

      *================================================================*
       FINISH-CIRCUIT-CASE.
      *================================================================*
      * Common to pairs and rings: the circuits score their points
      * (20 a round trip, 30 a ring circuit) and each member adds
      * its own tests' points.
      *================================================================*
           MOVE WS-CASE-CIRCUITS TO KCSRT-ROUND-TRIPS
           MOVE "Y" TO KCSRT-ROUND-TRIP-FLAG
           MOVE "N" TO KCSRT-RATIO-FLAG
           MOVE "N" TO KCSRT-HELD-FLAG
           COMPUTE KCSRT-SCORE =
               WS-CASE-CIRCUITS * WS-CASE-TRIP-POINTS
           PERFORM VARYING WS-CASE-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-CASE-MEMBER-SUB > KCSRT-MEMBER-COUNT
               PERFORM LOAD-CASE-MEMBER
           END-PERFORM
           PERFORM FILL-EMPTY-MEMBERS
           PERFORM DETERMINE-CASE-OWNERSHIP
           RELEASE SUSPECT-CASE-SORT-RECORD.

      *================================================================*
       RELEASE-ACCOUNT-CASE.
      *================================================================*
           MOVE SPACES TO SUSPECT-CASE-SORT-RECORD
           SET KCSRT-ACCOUNT-ONLY TO TRUE
           MOVE 1 TO KCSRT-MEMBER-COUNT
           MOVE WS-KA-ACCOUNT (WS-KA-SUB) TO WS-CASE-ACCOUNT (1)
           MOVE SPACES TO WS-CASE-ACCOUNT (2)
           MOVE SPACES TO WS-CASE-ACCOUNT (3)
           MOVE ZEROS TO KCSRT-ROUND-TRIPS
           COMPUTE KCSRT-TRANSFER-COUNT =
               WS-KA-XFER-OUT-COUNT (WS-KA-SUB)
               + WS-KA-XFER-IN-COUNT (WS-KA-SUB)
           COMPUTE KCSRT-AMOUNT =
               WS-KA-XFER-OUT-AMOUNT (WS-KA-SUB)
               + WS-KA-XFER-IN-AMOUNT (WS-KA-SUB)
           MOVE "N" TO KCSRT-ROUND-TRIP-FLAG
           MOVE "N" TO KCSRT-RATIO-FLAG
           MOVE "N" TO KCSRT-HELD-FLAG
           MOVE ZEROS TO KCSRT-SCORE
           MOVE 1 TO WS-CASE-MEMBER-SUB
           PERFORM LOAD-CASE-MEMBER
           PERFORM FILL-EMPTY-MEMBERS
           MOVE SPACE TO KCSRT-OWNERSHIP
           RELEASE SUSPECT-CASE-SORT-RECORD
           ADD 1 TO WS-ACCT-CASE-COUNT.

      *================================================================*
       LOAD-CASE-MEMBER.
      *================================================================*
      * One member's figures from the account table, and its points:
      * 10 for a high transfer-to-balance ratio, 5 a draw against
      * held funds once the held-draw threshold is reached.
      *================================================================*
           SEARCH ALL WS-KA-ENTRY
               AT END
                   MOVE "CASE ACCOUNT NOT IN KITING TABLE"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               WHEN WS-KA-ACCOUNT (WS-KA-IDX)
                   = WS-CASE-ACCOUNT (WS-CASE-MEMBER-SUB)
                   CONTINUE
           END-SEARCH

           MOVE "Y" TO WS-KA-CASE-FLAG (WS-KA-IDX)
           MOVE WS-KA-ACCOUNT (WS-KA-IDX)
               TO KCSRT-ACCOUNT (WS-CASE-MEMBER-SUB)
           MOVE WS-KA-CUSTOMER-ID (WS-KA-IDX)
               TO KCSRT-CUSTOMER-ID (WS-CASE-MEMBER-SUB)
           MOVE WS-KA-BALANCE (WS-KA-IDX)
               TO KCSRT-BALANCE (WS-CASE-MEMBER-SUB)
           MOVE WS-KA-HELD-AMOUNT (WS-KA-IDX)
               TO KCSRT-HELD-AMOUNT (WS-CASE-MEMBER-SUB)
           MOVE WS-KA-RATIO-PCT (WS-KA-IDX)
               TO KCSRT-RATIO-PCT (WS-CASE-MEMBER-SUB)
           MOVE WS-KA-HELD-DRAWS (WS-KA-IDX)
               TO KCSRT-HELD-DRAWS (WS-CASE-MEMBER-SUB)

           IF KA-RATIO-EXCEEDED (WS-KA-IDX)
               MOVE "Y" TO KCSRT-RATIO-FLAG
               ADD 10 TO KCSRT-SCORE
           END-IF
           IF KA-HELD-DRAWING (WS-KA-IDX)
               MOVE "Y" TO KCSRT-HELD-FLAG
               COMPUTE KCSRT-SCORE = KCSRT-SCORE
                   + WS-KA-HELD-DRAWS (WS-KA-IDX) * 5
           END-IF.

      *================================================================*
       FILL-EMPTY-MEMBERS.
      *================================================================*
           PERFORM VARYING WS-CASE-MEMBER-SUB
                   FROM KCSRT-MEMBER-COUNT BY 1
                   UNTIL WS-CASE-MEMBER-SUB >= 3
               MOVE SPACES
                   TO KCSRT-ACCOUNT (WS-CASE-MEMBER-SUB + 1)
               MOVE SPACES
                   TO KCSRT-CUSTOMER-ID (WS-CASE-MEMBER-SUB + 1)
               MOVE ZEROS
                   TO KCSRT-BALANCE (WS-CASE-MEMBER-SUB + 1)
               MOVE ZEROS
                   TO KCSRT-HELD-AMOUNT (WS-CASE-MEMBER-SUB + 1)
               MOVE ZEROS
                   TO KCSRT-RATIO-PCT (WS-CASE-MEMBER-SUB + 1)
               MOVE ZEROS
                   TO KCSRT-HELD-DRAWS (WS-CASE-MEMBER-SUB + 1)
           END-PERFORM.

      *================================================================*
       DETERMINE-CASE-OWNERSHIP.
      *================================================================*
      * SHARED when some customer owns every account in the case -
      * the CIF owner or an owner relationship on ACCTREL - else
      * CROSS-CIF. The first member's owners are the candidates;
      * each further member strikes off the candidates it lacks.
      *================================================================*
           MOVE KCSRT-ACCOUNT (1) TO WS-OWNER-ACCOUNT
           MOVE KCSRT-CUSTOMER-ID (1) TO WS-OWNER-CIF
           PERFORM GATHER-ACCOUNT-OWNERS
           MOVE WS-OWNER-COUNT TO WS-COMMON-COUNT
           PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
               MOVE WS-OWNER-ID (WS-OWNER-SUB)
                   TO WS-COMMON-ID (WS-OWNER-SUB)
           END-PERFORM

           PERFORM VARYING WS-CASE-MEMBER-SUB FROM 2 BY 1
                   UNTIL WS-CASE-MEMBER-SUB > KCSRT-MEMBER-COUNT
               MOVE KCSRT-ACCOUNT (WS-CASE-MEMBER-SUB)
                   TO WS-OWNER-ACCOUNT
               MOVE KCSRT-CUSTOMER-ID (WS-CASE-MEMBER-SUB)
                   TO WS-OWNER-CIF
               PERFORM GATHER-ACCOUNT-OWNERS
               PERFORM KEEP-COMMON-OWNERS
           END-PERFORM

           IF WS-COMMON-COUNT > ZEROS
               SET KCSRT-SHARED-OWNER TO TRUE
           ELSE
               SET KCSRT-CROSS-CIF TO TRUE
           END-IF.

      *================================================================*
       GATHER-ACCOUNT-OWNERS.
      *================================================================*
      * The CIF owner and every owner relationship (primary, joint,
      * trustee) on ACCTREL for WS-OWNER-ACCOUNT; a payable-on-death
      * beneficiary owns nothing yet.
      *================================================================*
           MOVE ZEROS TO WS-OWNER-COUNT
           IF WS-OWNER-CIF NOT = SPACES
               MOVE 1 TO WS-OWNER-COUNT
               MOVE WS-OWNER-CIF TO WS-OWNER-ID (1)
           END-IF

           MOVE WS-OWNER-ACCOUNT TO REL-ACCOUNT
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
                       IF REL-ACCOUNT NOT = WS-OWNER-ACCOUNT
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-OWNER-ROLE
                               AND REL-CUSTOMER-ID NOT = WS-OWNER-CIF
                               AND WS-OWNER-COUNT < 20
                               ADD 1 TO WS-OWNER-COUNT
                               MOVE REL-CUSTOMER-ID
                                   TO WS-OWNER-ID (WS-OWNER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       KEEP-COMMON-OWNERS.
      *================================================================*
           MOVE ZEROS TO WS-KEEP-COUNT
           PERFORM VARYING WS-COMMON-SUB FROM 1 BY 1
                   UNTIL WS-COMMON-SUB > WS-COMMON-COUNT
               MOVE "N" TO WS-OWNER-MATCH
               PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
                       UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
                   IF WS-OWNER-ID (WS-OWNER-SUB)
                       = WS-COMMON-ID (WS-COMMON-SUB)
                       MOVE "Y" TO WS-OWNER-MATCH
                   END-IF
               END-PERFORM
               IF OWNER-MATCHED
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-COMMON-ID (WS-COMMON-SUB)
                       TO WS-COMMON-ID (WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-COMMON-COUNT.

      *================================================================*
       WRITE-RANKED-SUSPECTS.
      *================================================================*
      * Sort output: the cases highest score first, each to the
      * report under its rank and to the fraud extract.
      *================================================================*
           SET CASE-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL CASE-END-OF-FILE
               RETURN SUSPECT-CASE-SORT-FILE
                   AT END SET CASE-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RANK
                       PERFORM WRITE-SUSPECT-CASE
                       PERFORM WRITE-SUSPECT-EXTRACT
               END-RETURN
           END-PERFORM

           IF WS-RANK = ZEROS
               MOVE SPACES TO SUSPECT-REPORT-LINE
               MOVE "NO KITING SUSPECTS IN THE WINDOW"
                   TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

      *================================================================*
       WRITE-SUSPECT-CASE.
      *================================================================*
           MOVE SPACES TO SUSPECT-REPORT-LINE
           EVALUATE TRUE
               WHEN KCSRT-PAIR
                   STRING "RANK: " WS-RANK
                       " SCORE: " KCSRT-SCORE
                       " PAIR  "
                       DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
               WHEN KCSRT-RING
                   STRING "RANK: " WS-RANK
                       " SCORE: " KCSRT-SCORE
                       " RING  "
                       DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
               WHEN OTHER
                   STRING "RANK: " WS-RANK
                       " SCORE: " KCSRT-SCORE
                       " ACCT  "
                       DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
           END-EVALUATE
           EVALUATE TRUE
               WHEN KCSRT-SHARED-OWNER
                   MOVE "SHARED   " TO SUSPECT-REPORT-LINE (35:9)
               WHEN KCSRT-CROSS-CIF
                   MOVE "CROSS-CIF" TO SUSPECT-REPORT-LINE (35:9)
           END-EVALUATE
           STRING "CIRCUITS: " KCSRT-ROUND-TRIPS
               " TRANSFERS: " KCSRT-TRANSFER-COUNT
               " AMOUNT: $" KCSRT-AMOUNT
               " FLAGS: " KCSRT-ROUND-TRIP-FLAG
               KCSRT-RATIO-FLAG KCSRT-HELD-FLAG
               DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE (45:88)
           WRITE SUSPECT-REPORT-LINE

           PERFORM VARYING WS-CASE-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-CASE-MEMBER-SUB > KCSRT-MEMBER-COUNT
               MOVE SPACES TO SUSPECT-REPORT-LINE
               STRING "    ACCT: " KCSRT-ACCOUNT (WS-CASE-MEMBER-SUB)
                   " CIF: " KCSRT-CUSTOMER-ID (WS-CASE-MEMBER-SUB)
                   " BAL: $" KCSRT-BALANCE (WS-CASE-MEMBER-SUB)
                   " HELD: $" KCSRT-HELD-AMOUNT (WS-CASE-MEMBER-SUB)
                   " RATIO PCT: " KCSRT-RATIO-PCT (WS-CASE-MEMBER-SUB)
                   " HELD DRAWS: "
                   KCSRT-HELD-DRAWS (WS-CASE-MEMBER-SUB)
                   DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-PERFORM.

      *================================================================*
       WRITE-SUSPECT-EXTRACT.
      *================================================================*
           MOVE SPACES TO SUSPECT-EXTRACT-RECORD
           MOVE WS-FORMATTED-DATE TO KITX-BUSINESS-DATE
           MOVE WS-WINDOW-START TO KITX-WINDOW-START
           MOVE WS-RANK TO KITX-RANK
           MOVE KCSRT-SCORE TO KITX-SCORE
           MOVE KCSRT-TYPE TO KITX-CASE-TYPE
           MOVE KCSRT-OWNERSHIP TO KITX-OWNERSHIP
           MOVE KCSRT-ROUND-TRIPS TO KITX-ROUND-TRIPS
           MOVE KCSRT-TRANSFER-COUNT TO KITX-TRANSFER-COUNT
           MOVE KCSRT-AMOUNT TO KITX-AMOUNT-CYCLED
           MOVE KCSRT-ROUND-TRIP-FLAG TO KITX-ROUND-TRIP-FLAG
           MOVE KCSRT-RATIO-FLAG TO KITX-RATIO-FLAG
           MOVE KCSRT-HELD-FLAG TO KITX-HELD-FLAG
           PERFORM VARYING WS-CASE-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-CASE-MEMBER-SUB > 3
               MOVE KCSRT-ACCOUNT (WS-CASE-MEMBER-SUB)
                   TO KITX-ACCOUNT (WS-CASE-MEMBER-SUB)
               MOVE KCSRT-CUSTOMER-ID (WS-CASE-MEMBER-SUB)
                   TO KITX-CUSTOMER-ID (WS-CASE-MEMBER-SUB)
               MOVE KCSRT-BALANCE (WS-CASE-MEMBER-SUB)
                   TO KITX-BALANCE (WS-CASE-MEMBER-SUB)
               MOVE KCSRT-HELD-AMOUNT (WS-CASE-MEMBER-SUB)
                   TO KITX-HELD-AMOUNT (WS-CASE-MEMBER-SUB)
               MOVE KCSRT-RATIO-PCT (WS-CASE-MEMBER-SUB)
                   TO KITX-RATIO-PCT (WS-CASE-MEMBER-SUB)
               MOVE KCSRT-HELD-DRAWS (WS-CASE-MEMBER-SUB)
                   TO KITX-HELD-DRAWS (WS-CASE-MEMBER-SUB)
           END-PERFORM
           WRITE SUSPECT-EXTRACT-RECORD.

      *================================================================*
       WRITE-KITING-SUMMARY.
      *================================================================*
           MOVE SPACES TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE

           MOVE SPACES TO SUSPECT-REPORT-LINE
           MOVE WS-KA-COUNT TO WS-ACCOUNT-COUNT
           STRING "ACCOUNTS ANALYSED: " WS-ACCOUNT-COUNT
               " TRANSFER LEGS: " WS-LEG-COUNT
               " TRANSFERS PAIRED: " WS-TRANSFER-COUNT
               " LEGS UNPAIRED: " WS-UNPAIRED-COUNT
               DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE

           MOVE SPACES TO SUSPECT-REPORT-LINE
           STRING "SUSPECT PAIRS: " WS-PAIR-CASE-COUNT
               " RINGS: " WS-RING-CASE-COUNT
               " LONE ACCOUNTS: " WS-ACCT-CASE-COUNT
               " CASES RANKED: " WS-RANK
               DELIMITED BY SIZE INTO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE.

      *================================================================*
       ERROR-HANDLER.
      *================================================================*
           DISPLAY "FATAL ERROR: " WS-ERROR-MESSAGE
           DISPLAY "FILE STATUS: " WS-FILE-STATUS
           MOVE 16 TO WS-RETURN-CODE
           STOP RUN.

      *================================================================*
       TERMINATION.
      *================================================================*
           CLOSE ACCOUNT-FILE
                 ACCOUNT-RELATIONSHIP-FILE
                 TRANSACTION-ARCHIVE-FILE
                 SUSPECT-REPORT-FILE
                 SUSPECT-EXTRACT-FILE
           DISPLAY "KITING DETECT TERMINATED NORMALLY"
           DISPLAY "ARCHIVE READ: " WS-ARCH-READ-COUNT
               " CASES RANKED: " WS-RANK
           DISPLAY "RETURN CODE: " WS-RETURN-CODE.
