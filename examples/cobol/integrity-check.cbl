       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       AUTHOR. RELIAN-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * INTEGRITY CHECK - Cross-File Referential Integrity Verifier
      *
      * Run by operations ahead of the nightly BANKING-SYSTEM job.
      * Reads the masters without changing them and reports every
      * place where they no longer agree with each other:
      *
      *   ACCOUNTS  - CIF link (ACCT-CUSTOMER-ID) to a customer not
      *               on CUSTMAST; overdraft protection link
      *               (ACCT-LINKED-ACCOUNT) or term deposit payout
      *               account to an account not on the master, to
      *               itself, or to a closed, charged-off, or frozen
      *               account; a hold schedule that does not add up
      *               to ACCT-HELD-AMOUNT or carries a malformed
      *               entry; an accrual that cannot be right for the
      *               product, status, or accrual date
      *   ACCTREL   - a relationship naming an account or customer
      *               not on its master
      *   STOPORD   - a stop held against an account not on the
      *               master, or one closed or frozen
      *   STANDINS  - an instruction drawing on or paying an account
      *               not on the master, with no destination at all,
      *               or (while active) on a closed or frozen account;
      *               and two active instructions moving the same
      *               amount between the same accounts at the same
      *               frequency, which would post twice
      *   CUSTMAST  - a customer with no account, neither as CIF
      *               owner nor through a relationship
      *
      * Findings are listed on INTEGRPT as errors or warnings. An
      * error is a link the nightly cycle would act on wrongly - an
      * orphan, money or a sweep against a closed account, a hold or
      * accrual that disagrees with itself, a duplicate instruction -
      * and ends the job with return code 8, which the job stream
      * tests to hold the night. Warnings (frozen targets, a stop on
      * a closed account, a hold slot left half-cleared or past its
      * release date, a customer with no accounts) end it with
      * return code 4 and the night runs. A clean check is 0.
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STOP-ORDER-FILE ASSIGN TO "STOPORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STANDING-INSTRUCTION-FILE ASSIGN TO "STANDINS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTRUCTION-SORT-FILE ASSIGN TO "INTGSORT".
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  ACCOUNT-RELATIONSHIP-FILE.
       01  ACCOUNT-RELATIONSHIP-RECORD.
           COPY RELREC.

       FD  STOP-ORDER-FILE.
       01  STOP-ORDER-RECORD.
           COPY STOPREC.

       FD  STANDING-INSTRUCTION-FILE.
       01  STANDING-INSTRUCTION-RECORD.
           COPY STINREC.

      * One active instruction, sorted on what it does so two
      * instructions doing the same thing arrive side by side.
       SD  INSTRUCTION-SORT-FILE.
       01  INSTRUCTION-SORT-RECORD.
           05  ISRT-MATCH-KEY.
               10  ISRT-FROM-ACCOUNT PIC X(10).
               10  ISRT-TO-ACCOUNT  PIC X(10).
               10  ISRT-EXT-ROUTING PIC X(9).
               10  ISRT-EXT-ACCOUNT PIC X(17).
               10  ISRT-AMOUNT      PIC S9(11)V99.
               10  ISRT-FREQUENCY   PIC X(1).
           05  ISRT-SI-ID           PIC X(10).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and control fields
       01  WS-FILE-STATUS          PIC XX.
       01  WS-SCAN-EOF-FLAG        PIC X VALUE "N".
           88  SCAN-END-OF-FILE     VALUE "Y".
           88  SCAN-NOT-END-OF-FILE VALUE "N".

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
           05  FILLER              PIC X(13).
       01  WS-FORMATTED-DATE       PIC 9(8).

      * The account being checked on the master sweep. Its link
      * targets are read into the same record area, so what the
      * checks need is kept here and the account is read back
      * afterwards to put the sweep back where it was.
       01  WS-CHECK-FIELDS.
           05  WS-CHK-ACCOUNT      PIC X(10).
           05  WS-CHK-STATUS       PIC X(1).
               88  CHK-CLOSED      VALUE "C".
           05  WS-CHK-LINKED-ACCOUNT PIC X(10).
           05  WS-CHK-PAYOUT-ACCOUNT PIC X(10).
           05  WS-CHK-PAYOUT-FLAG  PIC X(1).
               88  CHK-PAYS-OUT    VALUE "Y".
           05  WS-HOLD-SUB         PIC 9(1).
           05  WS-HOLD-SUM         PIC S9(13)V99.

      * A link to test: the account it names and what the link is,
      * and whether a frozen target is only a warning
       01  WS-LINK-FIELDS.
           05  WS-LINK-TARGET      PIC X(10).
           05  WS-LINK-NAME        PIC X(20).
           05  WS-LINK-LIVE-FLAG   PIC X(1).
               88  LINK-MUST-BE-OPEN VALUE "Y".
               88  LINK-WARN-ONLY  VALUE "N".

      * The previous active instruction on the duplicate sort
       01  WS-PREV-INSTRUCTION.
           05  WS-PREV-MATCH-KEY   PIC X(60).
           05  WS-PREV-SI-ID       PIC X(10).

      * The finding being reported
       01  WS-FINDING.
           05  WS-FIND-SEVERITY    PIC X(1).
               88  FIND-ERROR      VALUE "E".
               88  FIND-WARNING    VALUE "W".
           05  WS-FIND-CATEGORY    PIC X(1).
               88  FIND-ORPHAN     VALUE "O".
               88  FIND-DEAD-LINK  VALUE "L".
               88  FIND-NO-ACCOUNTS VALUE "N".
               88  FIND-HOLD       VALUE "H".
               88  FIND-ACCRUAL    VALUE "A".
               88  FIND-DUPLICATE  VALUE "D".
           05  WS-FIND-FILE        PIC X(8).
           05  WS-FIND-KEY         PIC X(13).
           05  WS-FIND-MESSAGE     PIC X(40).
           05  WS-FIND-DETAIL      PIC X(60).

      * Record counts and finding counts
       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-CUSTOMER-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-RELATIONSHIP-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-STOP-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-INSTRUCTION-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-WARNING-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-ORPHAN-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-DEAD-LINK-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-NO-ACCOUNT-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-HOLD-ERROR-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-ACCRUAL-ERROR-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-DUPLICATE-COUNT  PIC 9(7) VALUE ZEROS.

      * Error handling
       01  WS-ERROR-MESSAGE        PIC X(80).
       01  WS-RETURN-CODE          PIC S9(4) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

      *================================================================*
       MAIN-PROCEDURE.
      *================================================================*
           PERFORM INITIALIZATION
           PERFORM CHECK-ALL-ACCOUNTS
           PERFORM CHECK-ALL-RELATIONSHIPS
           PERFORM CHECK-ALL-STOP-ORDERS
           SORT INSTRUCTION-SORT-FILE
               ON ASCENDING KEY ISRT-MATCH-KEY
               ON ASCENDING KEY ISRT-SI-ID
               INPUT PROCEDURE IS CHECK-ALL-INSTRUCTIONS
               OUTPUT PROCEDURE IS FIND-DUPLICATE-INSTRUCTIONS
           PERFORM CHECK-ALL-CUSTOMERS
           PERFORM WRITE-INTEGRITY-SUMMARY
           PERFORM TERMINATION
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *================================================================*
       INITIALIZATION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACCOUNT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING CUSTOMER FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACCOUNT RELATIONSHIP FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT STOP-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING STOP ORDER FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT STANDING-INSTRUCTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING STANDING INSTRUCTION FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING INTEGRITY REPORT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "MASTER FILE REFERENTIAL INTEGRITY CHECK - "
               "BUSINESS DATE " WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           DISPLAY "INTEGRITY CHECK INITIALIZED: " WS-FORMATTED-DATE.

      *================================================================*
       CHECK-ALL-ACCOUNTS.
      *================================================================*
      * One pass over the account master in key order. The checks
      * on the record itself run first; the link checks read their
      * targets through the same file, after which the account is
      * read back by key so the next READ NEXT carries on from it.
      * A lookup that misses leaves its own file status behind, so
      * each sweep runs on its end-of-file switch.
      *================================================================*
           SET SCAN-NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY > ACCT-NUMBER
           IF WS-FILE-STATUS NOT = "00"
               SET SCAN-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-ONE-ACCOUNT.
      *================================================================*
           MOVE "ACCOUNTS" TO WS-FIND-FILE
           MOVE ACCT-NUMBER TO WS-FIND-KEY
           MOVE ACCT-NUMBER TO WS-CHK-ACCOUNT
           MOVE ACCT-STATUS TO WS-CHK-STATUS
           MOVE ACCT-LINKED-ACCOUNT TO WS-CHK-LINKED-ACCOUNT
           MOVE ACCT-PAYOUT-ACCOUNT TO WS-CHK-PAYOUT-ACCOUNT
           IF TERM-DEPOSIT AND TD-PAYOUT
               MOVE "Y" TO WS-CHK-PAYOUT-FLAG
           ELSE
               MOVE "N" TO WS-CHK-PAYOUT-FLAG
           END-IF

           IF ACCT-CUSTOMER-ID NOT = SPACES
               MOVE ACCT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       SET FIND-ERROR TO TRUE
                       SET FIND-ORPHAN TO TRUE
                       MOVE "CIF LINK TO CUSTOMER NOT ON CUSTMAST"
                           TO WS-FIND-MESSAGE
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "CUSTOMER: " ACCT-CUSTOMER-ID
                           DELIMITED BY SIZE INTO WS-FIND-DETAIL
                       PERFORM LOG-FINDING
               END-READ
           END-IF

           PERFORM CHECK-HOLD-SCHEDULE
           PERFORM CHECK-ACCRUAL

      * Links on a closed account are dead with it and are not
      * followed
           IF CHK-CLOSED
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-LINKED-ACCOUNT NOT = SPACES
               MOVE WS-CHK-LINKED-ACCOUNT TO WS-LINK-TARGET
               MOVE "PROTECTION LINK" TO WS-LINK-NAME
               SET LINK-MUST-BE-OPEN TO TRUE
               PERFORM CHECK-ACCOUNT-LINK
           END-IF
           IF CHK-PAYS-OUT
               MOVE WS-CHK-PAYOUT-ACCOUNT TO WS-LINK-TARGET
               MOVE "MATURITY PAYOUT" TO WS-LINK-NAME
               SET LINK-MUST-BE-OPEN TO TRUE
               PERFORM CHECK-ACCOUNT-LINK
           END-IF

           MOVE WS-CHK-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ERROR REREADING ACCOUNT UNDER CHECK"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
           END-READ.

      *================================================================*
       CHECK-HOLD-SCHEDULE.
      *================================================================*
      * The schedule must add up to ACCT-HELD-AMOUNT and each open
      * slot must carry an amount and a release date; no hold can
      * be negative or sit on a closed account. A slot with a date
      * but no amount, or an open hold whose release date has
      * already gone by (the nightly run releases on the date
      * itself), is only a warning - the money is not wrong.
      *================================================================*
           SET FIND-HOLD TO TRUE
           MOVE ZEROS TO WS-HOLD-SUM
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > 5
               ADD ACCT-HOLD-AMOUNT (WS-HOLD-SUB) TO WS-HOLD-SUM
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "SLOT: " WS-HOLD-SUB
                   " AMOUNT: $" ACCT-HOLD-AMOUNT (WS-HOLD-SUB)
                   " RELEASE: " ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               EVALUATE TRUE
                   WHEN ACCT-HOLD-AMOUNT (WS-HOLD-SUB) < ZEROS
                       SET FIND-ERROR TO TRUE
                       MOVE "NEGATIVE HOLD ON SCHEDULE"
                           TO WS-FIND-MESSAGE
                       PERFORM LOG-FINDING
                   WHEN ACCT-HOLD-AMOUNT (WS-HOLD-SUB) > ZEROS
                       AND ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                           = ZEROS
                       SET FIND-ERROR TO TRUE
                       MOVE "HOLD WITH NO RELEASE DATE"
                           TO WS-FIND-MESSAGE
                       PERFORM LOG-FINDING
                   WHEN ACCT-HOLD-AMOUNT (WS-HOLD-SUB) = ZEROS
                       AND ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                           NOT = ZEROS
                       SET FIND-WARNING TO TRUE
                       MOVE "EMPTY HOLD SLOT STILL DATED"
                           TO WS-FIND-MESSAGE
                       PERFORM LOG-FINDING
                   WHEN ACCT-HOLD-AMOUNT (WS-HOLD-SUB) > ZEROS
                       AND ACCT-HOLD-RELEASE-DATE (WS-HOLD-SUB)
                           < WS-FORMATTED-DATE
                       SET FIND-WARNING TO TRUE
                       MOVE "HOLD PAST ITS RELEASE DATE"
                           TO WS-FIND-MESSAGE
                       PERFORM LOG-FINDING
               END-EVALUATE
           END-PERFORM

           IF WS-HOLD-SUM NOT = ACCT-HELD-AMOUNT
               SET FIND-ERROR TO TRUE
               MOVE "HOLD SCHEDULE NOT EQUAL TO HELD AMOUNT"
                   TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "SCHEDULE: $" WS-HOLD-SUM
                   " HELD: $" ACCT-HELD-AMOUNT
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM LOG-FINDING
           END-IF

           IF CLOSED AND ACCT-HELD-AMOUNT NOT = ZEROS
               SET FIND-ERROR TO TRUE
               MOVE "HOLD ON CLOSED ACCOUNT" TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "HELD: $" ACCT-HELD-AMOUNT
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM LOG-FINDING
           END-IF.

      *================================================================*
       CHECK-ACCRUAL.
      *================================================================*
      * Only savings, money-market, and term deposit products accrue;
      * a close is refused while accrual is unposted; every accrual
      * is stamped with the date it was made, which cannot be later
      * than today.
      *================================================================*
           SET FIND-ACCRUAL TO TRUE
           SET FIND-ERROR TO TRUE
           MOVE SPACES TO WS-FIND-DETAIL
           STRING "ACCRUED: $" ACCT-ACCRUED-INTEREST
               " LAST: " ACCT-LAST-INTEREST-DATE
               " TYPE: " ACCT-TYPE
               " STATUS: " ACCT-STATUS
               DELIMITED BY SIZE INTO WS-FIND-DETAIL

           IF ACCT-ACCRUED-INTEREST NOT = ZEROS
               IF NOT (SAVINGS OR MONEY-MARKET OR TERM-DEPOSIT)
                   MOVE "ACCRUAL ON A NON-INTEREST PRODUCT"
                       TO WS-FIND-MESSAGE
                   PERFORM LOG-FINDING
               END-IF
               IF CLOSED
                   MOVE "UNPOSTED ACCRUAL ON CLOSED ACCOUNT"
                       TO WS-FIND-MESSAGE
                   PERFORM LOG-FINDING
               END-IF
               IF ACCT-LAST-INTEREST-DATE = ZEROS
                   MOVE "ACCRUAL WITH NO ACCRUAL DATE"
                       TO WS-FIND-MESSAGE
                   PERFORM LOG-FINDING
               END-IF
           END-IF

           IF ACCT-LAST-INTEREST-DATE > WS-FORMATTED-DATE
               MOVE "ACCRUAL DATE IS IN THE FUTURE"
                   TO WS-FIND-MESSAGE
               PERFORM LOG-FINDING
           END-IF.

      *================================================================*
       CHECK-ACCOUNT-LINK.
      *================================================================*
      * WS-LINK-TARGET must be another account on the master and
      * not closed or charged off - an error, unless the link is
      * warning-only. A frozen target is always a warning. Reads the
      * target into the account record area.
      *================================================================*
           SET FIND-DEAD-LINK TO TRUE
           IF WS-LINK-TARGET = WS-CHK-ACCOUNT
               AND WS-CHK-ACCOUNT NOT = SPACES
               SET FIND-ERROR TO TRUE
               MOVE SPACES TO WS-FIND-MESSAGE
               STRING WS-LINK-NAME DELIMITED BY "  "
                   " POINTS AT ITSELF"
                   DELIMITED BY SIZE INTO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-DETAIL
               PERFORM LOG-FINDING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FIND-DETAIL
           STRING WS-LINK-NAME DELIMITED BY "  "
               ": " WS-LINK-TARGET
               DELIMITED BY SIZE INTO WS-FIND-DETAIL

           MOVE WS-LINK-TARGET TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   SET FIND-ERROR TO TRUE
                   SET FIND-ORPHAN TO TRUE
                   MOVE "LINK TO ACCOUNT NOT ON MASTER"
                       TO WS-FIND-MESSAGE
                   PERFORM LOG-FINDING
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLOSED OR CHARGED-OFF
                           IF LINK-MUST-BE-OPEN
                               SET FIND-ERROR TO TRUE
                           ELSE
                               SET FIND-WARNING TO TRUE
                           END-IF
                           MOVE SPACES TO WS-FIND-MESSAGE
                           STRING "LINK TO CLOSED ACCOUNT, STATUS "
                               ACCT-STATUS
                               DELIMITED BY SIZE INTO WS-FIND-MESSAGE
                           PERFORM LOG-FINDING
                       WHEN FROZEN
                           SET FIND-WARNING TO TRUE
                           MOVE "LINK TO FROZEN ACCOUNT"
                               TO WS-FIND-MESSAGE
                           PERFORM LOG-FINDING
                   END-EVALUATE
           END-READ.

      *================================================================*
       CHECK-ALL-RELATIONSHIPS.
      *================================================================*
      * Both ends of every relationship must be on their masters.
      *================================================================*
           MOVE "ACCTREL" TO WS-FIND-FILE
           SET FIND-ERROR TO TRUE
           SET FIND-ORPHAN TO TRUE
           SET SCAN-NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO REL-KEY
           START ACCOUNT-RELATIONSHIP-FILE KEY > REL-KEY
           IF WS-FILE-STATUS NOT = "00"
               SET SCAN-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               READ ACCOUNT-RELATIONSHIP-FILE NEXT
                   AT END SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RELATIONSHIP-COUNT
                       MOVE REL-ACCOUNT TO WS-FIND-KEY
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "CUSTOMER: " REL-CUSTOMER-ID
                           " ROLE: " REL-ROLE
                           DELIMITED BY SIZE INTO WS-FIND-DETAIL
                       MOVE REL-ACCOUNT TO ACCT-NUMBER
                       READ ACCOUNT-FILE
                           INVALID KEY
                               MOVE
                                   "RELATIONSHIP ACCOUNT NOT ON MASTER"
                                   TO WS-FIND-MESSAGE
                               PERFORM LOG-FINDING
                       END-READ
                       MOVE REL-CUSTOMER-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               MOVE
                                   "RELATIONSHIP CUSTOMER NOT ON MASTER"
                                   TO WS-FIND-MESSAGE
                               PERFORM LOG-FINDING
                       END-READ
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-ALL-STOP-ORDERS.
      *================================================================*
      * A stop against a missing account is an orphan; one on a
      * closed or frozen account cannot match anything and will
      * expire on its own, so it is only a warning.
      *================================================================*
           MOVE "STOPORD" TO WS-FIND-FILE
           MOVE "STOP ORDER" TO WS-LINK-NAME
           SET LINK-WARN-ONLY TO TRUE
           MOVE SPACES TO WS-CHK-ACCOUNT
           SET SCAN-NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO SO-KEY
           START STOP-ORDER-FILE KEY > SO-KEY
           IF WS-FILE-STATUS NOT = "00"
               SET SCAN-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               READ STOP-ORDER-FILE NEXT
                   AT END SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STOP-COUNT
                       MOVE SO-KEY TO WS-FIND-KEY
                       MOVE SO-ACCOUNT TO WS-LINK-TARGET
                       PERFORM CHECK-ACCOUNT-LINK
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-ALL-INSTRUCTIONS.
      *================================================================*
      * Sort input. Every instruction not yet ended is checked: the
      * account it draws on and the account it pays must be on the
      * master, and an instruction paying outside the bank must
      * carry the outside routing. An active one must also not draw
      * on or pay a closed account, and is released to the sort to
      * be compared with the others.
      *================================================================*
           MOVE "STANDINS" TO WS-FIND-FILE
           SET SCAN-NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO SI-ID
           START STANDING-INSTRUCTION-FILE KEY > SI-ID
           IF WS-FILE-STATUS NOT = "00"
               SET SCAN-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               READ STANDING-INSTRUCTION-FILE NEXT
                   AT END SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INSTRUCTION-COUNT
                       IF NOT SI-ENDED
                           PERFORM CHECK-ONE-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-ONE-INSTRUCTION.
      *================================================================*
           MOVE SI-ID TO WS-FIND-KEY
           MOVE SPACES TO WS-CHK-ACCOUNT
           IF SI-ACTIVE
               SET LINK-MUST-BE-OPEN TO TRUE
           ELSE
               SET LINK-WARN-ONLY TO TRUE
           END-IF

           MOVE SI-FROM-ACCOUNT TO WS-LINK-TARGET
           MOVE "DRAWS ON" TO WS-LINK-NAME
           PERFORM CHECK-ACCOUNT-LINK

           IF SI-TO-ACCOUNT NOT = SPACES
               MOVE SI-TO-ACCOUNT TO WS-LINK-TARGET
               MOVE "PAYS" TO WS-LINK-NAME
               PERFORM CHECK-ACCOUNT-LINK
           END-IF

           SET FIND-ERROR TO TRUE
           SET FIND-ORPHAN TO TRUE
           IF SI-TO-ACCOUNT = SPACES
               AND SI-EXT-ROUTING = SPACES
               MOVE "INSTRUCTION HAS NO DESTINATION"
                   TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "DRAWS ON: " SI-FROM-ACCOUNT
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM LOG-FINDING
           END-IF
           IF SI-TO-ACCOUNT = SI-FROM-ACCOUNT
               MOVE "INSTRUCTION PAYS THE ACCOUNT IT DRAWS ON"
                   TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "ACCOUNT: " SI-FROM-ACCOUNT
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM LOG-FINDING
           END-IF

           IF SI-ACTIVE
               MOVE SI-FROM-ACCOUNT TO ISRT-FROM-ACCOUNT
               MOVE SI-TO-ACCOUNT TO ISRT-TO-ACCOUNT
               MOVE SI-EXT-ROUTING TO ISRT-EXT-ROUTING
               MOVE SI-EXT-ACCOUNT TO ISRT-EXT-ACCOUNT
               MOVE SI-AMOUNT TO ISRT-AMOUNT
               MOVE SI-FREQUENCY TO ISRT-FREQUENCY
               MOVE SI-ID TO ISRT-SI-ID
               RELEASE INSTRUCTION-SORT-RECORD
           END-IF.

      *================================================================*
       FIND-DUPLICATE-INSTRUCTIONS.
      *================================================================*
      * Sort output: an active instruction doing exactly what the one
      * before it does - same account drawn on, same destination,
      * same amount, same frequency - is a duplicate of it.
      *================================================================*
           SET FIND-ERROR TO TRUE
           SET FIND-DUPLICATE TO TRUE
           MOVE HIGH-VALUES TO WS-PREV-MATCH-KEY
           SET SCAN-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL SCAN-END-OF-FILE
               RETURN INSTRUCTION-SORT-FILE
                   AT END SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ISRT-MATCH-KEY = WS-PREV-MATCH-KEY
                           MOVE ISRT-SI-ID TO WS-FIND-KEY
                           MOVE "DUPLICATE ACTIVE INSTRUCTION"
                               TO WS-FIND-MESSAGE
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "SAME AS: " WS-PREV-SI-ID
                               " FROM: " ISRT-FROM-ACCOUNT
                               " AMOUNT: $" ISRT-AMOUNT
                               DELIMITED BY SIZE INTO WS-FIND-DETAIL
                           PERFORM LOG-FINDING
                       ELSE
                           MOVE ISRT-MATCH-KEY TO WS-PREV-MATCH-KEY
                           MOVE ISRT-SI-ID TO WS-PREV-SI-ID
                       END-IF
               END-RETURN
           END-PERFORM.

      *================================================================*
       CHECK-ALL-CUSTOMERS.
      *================================================================*
      * A customer owns something if any account carries them as
      * CIF owner (the ACCT-CUSTOMER-ID alternate key) or any
      * relationship names them (the REL-CUSTOMER-ID alternate key).
      *================================================================*
           MOVE "CUSTMAST" TO WS-FIND-FILE
           SET SCAN-NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY > CUST-ID
           IF WS-FILE-STATUS NOT = "00"
               SET SCAN-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               READ CUSTOMER-FILE NEXT
                   AT END SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.

      *================================================================*
       CHECK-ONE-CUSTOMER.
      *================================================================*
           MOVE CUST-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY = ACCT-CUSTOMER-ID
           IF WS-FILE-STATUS = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE CUST-ID TO REL-CUSTOMER-ID
           START ACCOUNT-RELATIONSHIP-FILE KEY = REL-CUSTOMER-ID
           IF WS-FILE-STATUS = "00"
               EXIT PARAGRAPH
           END-IF

           SET FIND-WARNING TO TRUE
           SET FIND-NO-ACCOUNTS TO TRUE
           MOVE CUST-ID TO WS-FIND-KEY
           MOVE "CUSTOMER HAS NO ACCOUNTS" TO WS-FIND-MESSAGE
           MOVE CUST-NAME TO WS-FIND-DETAIL
           PERFORM LOG-FINDING.

      *================================================================*
       LOG-FINDING.
      *================================================================*
      * One line on the report per finding, counted by severity and
      * by kind; the worst severity seen sets the return code.
      *================================================================*
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           IF FIND-ERROR
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO WS-RETURN-CODE
               STRING "ERROR   " WS-FIND-FILE
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               STRING "WARNING " WS-FIND-FILE
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-IF
           STRING WS-FIND-KEY " " WS-FIND-MESSAGE " " WS-FIND-DETAIL
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE (18:115)
           WRITE INTEGRITY-REPORT-LINE

           EVALUATE TRUE
               WHEN FIND-ORPHAN
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN FIND-DEAD-LINK
                   ADD 1 TO WS-DEAD-LINK-COUNT
               WHEN FIND-NO-ACCOUNTS
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               WHEN FIND-HOLD
                   ADD 1 TO WS-HOLD-ERROR-COUNT
               WHEN FIND-ACCRUAL
                   ADD 1 TO WS-ACCRUAL-ERROR-COUNT
               WHEN FIND-DUPLICATE
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-EVALUATE.

      *================================================================*
       WRITE-INTEGRITY-SUMMARY.
      *================================================================*
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "RECORDS CHECKED - ACCOUNTS: " WS-ACCOUNT-COUNT
               " CUSTOMERS: " WS-CUSTOMER-COUNT
               " RELATIONSHIPS: " WS-RELATIONSHIP-COUNT
               " STOPS: " WS-STOP-COUNT
               " INSTRUCTIONS: " WS-INSTRUCTION-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "ORPHAN LINKS: " WS-ORPHAN-COUNT
               " CLOSED/FROZEN LINKS: " WS-DEAD-LINK-COUNT
               " CUSTOMERS WITHOUT ACCOUNTS: " WS-NO-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "HOLD FINDINGS: " WS-HOLD-ERROR-COUNT
               " ACCRUAL FINDINGS: " WS-ACCRUAL-ERROR-COUNT
               " DUPLICATE INSTRUCTIONS: " WS-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "ERRORS: " WS-ERROR-COUNT
               " WARNINGS: " WS-WARNING-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           IF WS-ERROR-COUNT > ZEROS
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "*** MASTERS OUT OF AGREEMENT - HOLD THE NIGHTLY"
                   " CYCLE UNTIL CORRECTED ***"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

      *================================================================*
       ERROR-HANDLER.
      *================================================================*
           DISPLAY "FATAL ERROR: " WS-ERROR-MESSAGE
           DISPLAY "FILE STATUS: " WS-FILE-STATUS
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *================================================================*
       TERMINATION.
      *================================================================*
           CLOSE ACCOUNT-FILE
                 CUSTOMER-FILE
                 ACCOUNT-RELATIONSHIP-FILE
                 STOP-ORDER-FILE
                 STANDING-INSTRUCTION-FILE
                 INTEGRITY-REPORT-FILE
           DISPLAY "INTEGRITY CHECK TERMINATED NORMALLY"
           DISPLAY "ERRORS: " WS-ERROR-COUNT
               " WARNINGS: " WS-WARNING-COUNT
           DISPLAY "RETURN CODE: " WS-RETURN-CODE.
