       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO-MIS.
       AUTHOR. RELIAN-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * PORTFOLIO MIS - Month-over-Month Deposit Portfolio Report
      *
      * Runs after the month-end BANKING-SYSTEM job has written this
      * month's portfolio snapshot. Compares this month's snapshot
      * (MESNAPC) with last month's (MESNAPP) - both the MESNAP file
      * BANKING-SYSTEM writes on the calendar month's last night,
      * one record per account in account order - and reports, for
      * management (MISRPT):
      *
      *   - accounts on the book, balances, net growth, and the
      *     balance-weighted average rate, prior and current, by
      *     product
      *   - the month's interest expense by product: the interest
      *     credited to balances during the month (the posted "I"
      *     records on the transaction archive, TXNARCH) plus the
      *     change in interest accrued but not yet credited
      *   - the same book figures broken down by balance tier
      *   - account movement: opens, closes, moves into and out of
      *     dormancy, and charge-offs, with the balances that moved
      *   - the ten accounts whose balance moved the most, either way
      *
      * and writes the same figures as comma-separated rows with a
      * heading row (MISCSV) for finance to load into a spreadsheet.
      *
      * The book is every account that is active, frozen, or dormant
      * on the snapshot; closed and charged-off accounts are off it.
      * An account's balance tier is taken from its balance on each
      * snapshot, so an account can move tier from one month to the
      * next. The weighted average rate is taken over accounts with a
      * balance above zero.
      *
      * With no prior snapshot (the first month the snapshot exists)
      * the report shows this month's position only; the prior
      * columns stay zero, interest credited is counted from the
      * first of the month, and the movement and mover sections are
      * left out, since every account would show as new.
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-SNAPSHOT-FILE ASSIGN TO "MESNAPC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRIOR-SNAPSHOT-FILE ASSIGN TO "MESNAPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MIS-REPORT-FILE ASSIGN TO "MISRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MIS-EXTRACT-FILE ASSIGN TO "MISCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CURRENT-SNAPSHOT-FILE.
       01  CURRENT-SNAPSHOT-RECORD.
           COPY SNAPREC.

      * Last month's generation of the same file; its fields carry
      * PRIOR-SNAP- names so the two records can be told apart.
       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIOR-SNAPSHOT-RECORD.
           COPY SNAPREC
               REPLACING LEADING ==SNAP-== BY ==PRIOR-SNAP-==.

       FD  TRANSACTION-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCHREC.

       FD  MIS-REPORT-FILE.
       01  MIS-REPORT-LINE          PIC X(132).

      * One comma-separated row per line, heading row first.
       FD  MIS-EXTRACT-FILE.
       01  MIS-EXTRACT-LINE         PIC X(256).

       WORKING-STORAGE SECTION.

      * File status and control fields
       01  WS-FILE-STATUS          PIC XX.
       01  WS-ARCH-SCAN-FLAG       PIC X.
           88  ARCH-SCAN-DONE       VALUE "Y".
           88  ARCH-SCAN-MORE       VALUE "N".
       01  WS-BASELINE-FLAG        PIC X VALUE "N".
           88  BASELINE-MONTH       VALUE "Y".

      * Match-merge keys: the account last read from each snapshot,
      * HIGH-VALUES once that snapshot is exhausted
       01  WS-MERGE-KEYS.
           05  WS-CURR-KEY         PIC X(10).
           05  WS-PRIOR-KEY        PIC X(10).

      * The two snapshot dates, and the archive window the month's
      * credited interest is counted over: the day after the prior
      * snapshot (the first of the month on a baseline run) through
      * the current snapshot date
       01  WS-PERIOD-FIELDS.
           05  WS-CURR-SNAP-DATE   PIC 9(8) VALUE ZEROS.
           05  WS-PRIOR-SNAP-DATE  PIC 9(8) VALUE ZEROS.
           05  WS-WINDOW-START     PIC 9(8).
           05  WS-WINDOW-START-INT PIC 9(8).
           05  WS-WINDOW-YYYYMM    PIC 9(6).

      * One account as the merge presents it: each side as it stood
      * on that snapshot, spaces and zeros on a side the account is
      * missing from
       01  WS-MERGED-ACCOUNT.
           05  WS-MG-ACCOUNT       PIC X(10).
           05  WS-MG-TYPE          PIC X(1).
           05  WS-MG-IN-PRIOR-FLAG PIC X(1).
               88  MG-IN-PRIOR      VALUE "Y".
           05  WS-MG-IN-CURR-FLAG  PIC X(1).
               88  MG-IN-CURR       VALUE "Y".
           05  WS-MG-PRIOR-STATUS  PIC X(1).
               88  MG-PRIOR-ON-BOOK VALUE "A" "F" "D".
               88  MG-PRIOR-CLOSED  VALUE "C".
               88  MG-PRIOR-DORMANT VALUE "D".
               88  MG-PRIOR-CHARGED-OFF VALUE "W".
           05  WS-MG-CURR-STATUS   PIC X(1).
               88  MG-CURR-ON-BOOK  VALUE "A" "F" "D".
               88  MG-CURR-ACTIVE   VALUE "A".
               88  MG-CURR-CLOSED   VALUE "C".
               88  MG-CURR-DORMANT  VALUE "D".
               88  MG-CURR-CHARGED-OFF VALUE "W".
           05  WS-MG-PRIOR-BALANCE PIC S9(11)V99.
           05  WS-MG-CURR-BALANCE  PIC S9(11)V99.
           05  WS-MG-PRIOR-RATE    PIC 9(2)V9(4).
           05  WS-MG-CURR-RATE     PIC 9(2)V9(4).
           05  WS-MG-PRIOR-ACCRUED PIC S9(11)V99.
           05  WS-MG-CURR-ACCRUED  PIC S9(11)V99.
           05  WS-MG-INTEREST      PIC S9(11)V99.
           05  WS-MG-CHANGE        PIC S9(11)V99.
           05  WS-MG-ABS-CHANGE    PIC 9(11)V99.

      * Portfolio accumulators by product (1 checking, 2 savings,
      * 3 money market, 4 term deposit, 5 all products) and balance
      * tier (1 under 1,000, 2 1,000 to under 10,000, 3 10,000 to
      * under 100,000, 4 100,000 and over, 5 all tiers). The rate
      * base and weight are the positive balances and the sum of
      * balance times rate over them.
       01  WS-PORTFOLIO-TABLE.
           05  WS-PF-PRODUCT OCCURS 5 TIMES.
               10  WS-PF-TIER OCCURS 5 TIMES.
                   15  WS-PF-PRIOR-COUNT PIC 9(7) VALUE ZEROS.
                   15  WS-PF-PRIOR-BALANCE PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-PF-PRIOR-RATE-BASE PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-PF-PRIOR-RATE-WEIGHT PIC S9(15)V9(6)
                                        VALUE ZEROS.
                   15  WS-PF-PRIOR-ACCRUED PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-PF-CURR-COUNT PIC 9(7) VALUE ZEROS.
                   15  WS-PF-CURR-BALANCE PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-PF-CURR-RATE-BASE PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-PF-CURR-RATE-WEIGHT PIC S9(15)V9(6)
                                        VALUE ZEROS.
                   15  WS-PF-CURR-ACCRUED PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-PF-INTEREST-CREDITED PIC S9(13)V99
                                        VALUE ZEROS.

      * Which side of the merged account POST-ONE-CELL is posting
       01  WS-POST-SIDE            PIC X(1).
           88  POST-PRIOR-SIDE      VALUE "P".
           88  POST-CURRENT-SIDE    VALUE "C".
           88  POST-INTEREST        VALUE "I".

      * Account movement by kind (1 opened, 2 closed, 3 to dormant,
      * 4 from dormant, 5 charged off) and product (as above), with
      * the moved accounts' balances on each snapshot
       01  WS-MOVEMENT-TABLE.
           05  WS-MV-KIND OCCURS 5 TIMES.
               10  WS-MV-PRODUCT OCCURS 5 TIMES.
                   15  WS-MV-COUNT PIC 9(7) VALUE ZEROS.
                   15  WS-MV-PRIOR-BALANCE PIC S9(13)V99
                                        VALUE ZEROS.
                   15  WS-MV-CURR-BALANCE PIC S9(13)V99
                                        VALUE ZEROS.

      * Top balance movers, largest absolute change first
       01  WS-MOVER-TABLE.
           05  WS-TM-COUNT         PIC 9(2) VALUE ZEROS.
           05  WS-TM-ENTRY OCCURS 10 TIMES.
               10  WS-TM-ACCOUNT   PIC X(10).
               10  WS-TM-TYPE      PIC X(1).
               10  WS-TM-PRIOR-STATUS PIC X(1).
               10  WS-TM-CURR-STATUS PIC X(1).
               10  WS-TM-PRIOR-BALANCE PIC S9(11)V99.
               10  WS-TM-CURR-BALANCE PIC S9(11)V99.
               10  WS-TM-CHANGE    PIC S9(11)V99.
               10  WS-TM-ABS-CHANGE PIC 9(11)V99.

      * Table subscripts
       01  WS-SUBSCRIPTS.
           05  WS-PX               PIC 9(2) COMP.
           05  WS-TX               PIC 9(2) COMP.
           05  WS-MX               PIC 9(2) COMP.
           05  WS-SUB-P            PIC 9(2) COMP.
           05  WS-SUB-T            PIC 9(2) COMP.
           05  WS-SUB-M            PIC 9(2) COMP.
           05  WS-TM-SUB           PIC 9(2) COMP.
           05  WS-TM-POS           PIC 9(2) COMP.
       01  WS-TIER-BALANCE         PIC S9(11)V99.

      * Figures worked out for one portfolio cell
       01  WS-CELL-FIGURES.
           05  WS-CELL-CHANGE      PIC S9(13)V99.
           05  WS-CELL-ACCRUAL-CHANGE PIC S9(13)V99.
           05  WS-CELL-EXPENSE     PIC S9(13)V99.
           05  WS-PRIOR-AVG-RATE   PIC 9(2)V9(4).
           05  WS-CURR-AVG-RATE    PIC 9(2)V9(4).

      * Row labels
       01  WS-LABELS.
           05  WS-PRODUCT-NAME     PIC X(13).
           05  WS-TIER-NAME        PIC X(14).
           05  WS-MOVEMENT-NAME    PIC X(14).
           05  WS-RANK             PIC 9(2).

      * Report edit fields
       01  WS-REPORT-EDITS.
           05  WS-ED-PRIOR-COUNT   PIC Z(6)9.
           05  WS-ED-CURR-COUNT    PIC Z(6)9.
           05  WS-ED-PRIOR-BALANCE PIC -(13)9.99.
           05  WS-ED-CURR-BALANCE  PIC -(13)9.99.
           05  WS-ED-CHANGE        PIC -(13)9.99.
           05  WS-ED-PRIOR-RATE    PIC Z9.9999.
           05  WS-ED-CURR-RATE     PIC Z9.9999.
           05  WS-ED-COUNT-1       PIC Z(6)9.
           05  WS-ED-COUNT-2       PIC Z(6)9.
           05  WS-ED-COUNT-3       PIC Z(6)9.
           05  WS-ED-COUNT-4       PIC Z(6)9.
           05  WS-ED-COUNT-5       PIC Z(6)9.

      * Comma-separated row assembly: the row, the next free column,
      * and the value being appended with its edited form and the
      * count of leading spaces trimmed off it
       01  WS-CSV-FIELDS.
           05  WS-CSV-LINE         PIC X(256).
           05  WS-CSV-PTR          PIC 9(3) COMP.
           05  WS-CSV-SECTION      PIC X(8).
           05  WS-CSV-TEXT         PIC X(20).
           05  WS-CSV-AMOUNT       PIC S9(13)V99.
           05  WS-CSV-AMOUNT-ED    PIC -(13)9.99.
           05  WS-CSV-COUNT        PIC 9(7).
           05  WS-CSV-COUNT-ED     PIC Z(6)9.
           05  WS-CSV-RATE         PIC 9(2)V9(4).
           05  WS-CSV-RATE-ED      PIC Z9.9999.
           05  WS-CSV-LEAD         PIC 9(2) COMP.

      * Run counters
       01  WS-COUNTERS.
           05  WS-CURR-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-PRIOR-READ-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-MATCHED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-UNKNOWN-TYPE-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-CSV-ROW-COUNT    PIC 9(7) VALUE ZEROS.

      * Error handling
       01  WS-ERROR-MESSAGE        PIC X(80).
       01  WS-RETURN-CODE          PIC S9(4) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

      *================================================================*
       MAIN-PROCEDURE.
      *================================================================*
           PERFORM INITIALIZATION
           PERFORM COMPARE-SNAPSHOTS
           PERFORM WRITE-PRODUCT-SECTION
           PERFORM WRITE-INTEREST-SECTION
           PERFORM WRITE-TIER-SECTION
           PERFORM WRITE-MOVEMENT-SECTION
           PERFORM WRITE-MOVER-SECTION
           PERFORM WRITE-MIS-SUMMARY
           PERFORM TERMINATION
           STOP RUN.

      *================================================================*
       INITIALIZATION.
      *================================================================*
      * Opens everything and primes both snapshots. An empty current
      * snapshot, or a prior snapshot that is not older than it (the
      * wrong generation mounted), stops the run before anything is
      * written.
      *================================================================*
           OPEN INPUT CURRENT-SNAPSHOT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING CURRENT SNAPSHOT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               MOVE "ERROR OPENING PRIOR SNAPSHOT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF
           IF WS-FILE-STATUS = "05"
               SET BASELINE-MONTH TO TRUE
           END-IF

           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING TRANSACTION ARCHIVE FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT MIS-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING MIS REPORT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT MIS-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING MIS EXTRACT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           MOVE LOW-VALUES TO WS-CURR-KEY
           PERFORM READ-CURRENT-SNAPSHOT
           IF WS-CURR-KEY = HIGH-VALUES
               MOVE "CURRENT SNAPSHOT FILE IS EMPTY"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           IF BASELINE-MONTH
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               MOVE LOW-VALUES TO WS-PRIOR-KEY
               PERFORM READ-PRIOR-SNAPSHOT
               IF WS-PRIOR-KEY = HIGH-VALUES
                   SET BASELINE-MONTH TO TRUE
               END-IF
           END-IF

           IF BASELINE-MONTH
               DIVIDE WS-CURR-SNAP-DATE BY 100
                   GIVING WS-WINDOW-YYYYMM
               COMPUTE WS-WINDOW-START = WS-WINDOW-YYYYMM * 100 + 1
           ELSE
               IF WS-PRIOR-SNAP-DATE NOT < WS-CURR-SNAP-DATE
                   MOVE "PRIOR SNAPSHOT IS NOT OLDER THAN CURRENT"
                       TO WS-ERROR-MESSAGE
                   PERFORM ERROR-HANDLER
               END-IF
               COMPUTE WS-WINDOW-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PRIOR-SNAP-DATE) + 1
               COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT)
           END-IF

           MOVE SPACES TO MIS-REPORT-LINE
           STRING "MONTH-END DEPOSIT PORTFOLIO REPORT - SNAPSHOT OF "
               WS-CURR-SNAP-DATE
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           MOVE SPACES TO MIS-REPORT-LINE
           IF BASELINE-MONTH
               STRING "NO PRIOR SNAPSHOT - CURRENT POSITION ONLY,"
                   " INTEREST CREDITED FROM " WS-WINDOW-START
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
           ELSE
               STRING "COMPARED WITH SNAPSHOT OF " WS-PRIOR-SNAP-DATE
                   "  INTEREST CREDITED " WS-WINDOW-START
                   " THROUGH " WS-CURR-SNAP-DATE
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
           END-IF
           WRITE MIS-REPORT-LINE

           PERFORM WRITE-CSV-HEADING

           DISPLAY "PORTFOLIO MIS INITIALIZED: " WS-CURR-SNAP-DATE
               " PRIOR: " WS-PRIOR-SNAP-DATE.

      *================================================================*
       READ-CURRENT-SNAPSHOT.
      *================================================================*
      * Next account from this month's snapshot. Every record must
      * carry the same snapshot date and the accounts must ascend,
      * or the merge would pair the wrong records.
      *================================================================*
           READ CURRENT-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CURR-KEY
               NOT AT END
                   IF WS-CURR-SNAP-DATE = ZEROS
                       MOVE SNAP-DATE TO WS-CURR-SNAP-DATE
                   END-IF
                   IF SNAP-DATE NOT = WS-CURR-SNAP-DATE
                       MOVE "CURRENT SNAPSHOT SPANS MORE THAN ONE DATE"
                           TO WS-ERROR-MESSAGE
                       PERFORM ERROR-HANDLER
                   END-IF
                   IF SNAP-ACCOUNT NOT > WS-CURR-KEY
                       MOVE "CURRENT SNAPSHOT OUT OF ACCOUNT SEQUENCE"
                           TO WS-ERROR-MESSAGE
                       PERFORM ERROR-HANDLER
                   END-IF
                   MOVE SNAP-ACCOUNT TO WS-CURR-KEY
                   ADD 1 TO WS-CURR-READ-COUNT
           END-READ.

      *================================================================*
       READ-PRIOR-SNAPSHOT.
      *================================================================*
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               NOT AT END
                   IF WS-PRIOR-SNAP-DATE = ZEROS
                       MOVE PRIOR-SNAP-DATE TO WS-PRIOR-SNAP-DATE
                   END-IF
                   IF PRIOR-SNAP-DATE NOT = WS-PRIOR-SNAP-DATE
                       MOVE "PRIOR SNAPSHOT SPANS MORE THAN ONE DATE"
                           TO WS-ERROR-MESSAGE
                       PERFORM ERROR-HANDLER
                   END-IF
                   IF PRIOR-SNAP-ACCOUNT NOT > WS-PRIOR-KEY
                       MOVE "PRIOR SNAPSHOT OUT OF ACCOUNT SEQUENCE"
                           TO WS-ERROR-MESSAGE
                       PERFORM ERROR-HANDLER
                   END-IF
                   MOVE PRIOR-SNAP-ACCOUNT TO WS-PRIOR-KEY
                   ADD 1 TO WS-PRIOR-READ-COUNT
           END-READ.

      *================================================================*
       COMPARE-SNAPSHOTS.
      *================================================================*
      * Match-merge of the two snapshots on account number. An
      * account on this month's snapshot only is new since last
      * month; one on last month's only has gone from the master.
      *================================================================*
           PERFORM UNTIL WS-CURR-KEY = HIGH-VALUES
                     AND WS-PRIOR-KEY = HIGH-VALUES
               PERFORM CLEAR-MERGED-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-CURR-KEY < WS-PRIOR-KEY
                       PERFORM LOAD-CURRENT-SIDE
                       PERFORM READ-CURRENT-SNAPSHOT
                   WHEN WS-CURR-KEY > WS-PRIOR-KEY
                       PERFORM LOAD-PRIOR-SIDE
                       PERFORM READ-PRIOR-SNAPSHOT
                   WHEN OTHER
                       PERFORM LOAD-PRIOR-SIDE
                       PERFORM LOAD-CURRENT-SIDE
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM READ-PRIOR-SNAPSHOT
                       PERFORM READ-CURRENT-SNAPSHOT
               END-EVALUATE
               PERFORM PROCESS-MERGED-ACCOUNT
           END-PERFORM.

      *================================================================*
       CLEAR-MERGED-ACCOUNT.
      *================================================================*
           MOVE SPACES TO WS-MG-ACCOUNT
           MOVE SPACES TO WS-MG-TYPE
           MOVE "N" TO WS-MG-IN-PRIOR-FLAG
           MOVE "N" TO WS-MG-IN-CURR-FLAG
           MOVE SPACES TO WS-MG-PRIOR-STATUS
           MOVE SPACES TO WS-MG-CURR-STATUS
           MOVE ZEROS TO WS-MG-PRIOR-BALANCE
           MOVE ZEROS TO WS-MG-CURR-BALANCE
           MOVE ZEROS TO WS-MG-PRIOR-RATE
           MOVE ZEROS TO WS-MG-CURR-RATE
           MOVE ZEROS TO WS-MG-PRIOR-ACCRUED
           MOVE ZEROS TO WS-MG-CURR-ACCRUED
           MOVE ZEROS TO WS-MG-INTEREST.

      *================================================================*
       LOAD-PRIOR-SIDE.
      *================================================================*
           MOVE PRIOR-SNAP-ACCOUNT TO WS-MG-ACCOUNT
           MOVE PRIOR-SNAP-TYPE TO WS-MG-TYPE
           MOVE "Y" TO WS-MG-IN-PRIOR-FLAG
           MOVE PRIOR-SNAP-STATUS TO WS-MG-PRIOR-STATUS
           MOVE PRIOR-SNAP-BALANCE TO WS-MG-PRIOR-BALANCE
           MOVE PRIOR-SNAP-INTEREST-RATE TO WS-MG-PRIOR-RATE
           MOVE PRIOR-SNAP-ACCRUED-INTEREST TO WS-MG-PRIOR-ACCRUED.

      *================================================================*
       LOAD-CURRENT-SIDE.
      *================================================================*
      * Loaded after the prior side on a matched account, so the
      * product is taken from this month's record.
      *================================================================*
           MOVE SNAP-ACCOUNT TO WS-MG-ACCOUNT
           MOVE SNAP-TYPE TO WS-MG-TYPE
           MOVE "Y" TO WS-MG-IN-CURR-FLAG
           MOVE SNAP-STATUS TO WS-MG-CURR-STATUS
           MOVE SNAP-BALANCE TO WS-MG-CURR-BALANCE
           MOVE SNAP-INTEREST-RATE TO WS-MG-CURR-RATE
           MOVE SNAP-ACCRUED-INTEREST TO WS-MG-CURR-ACCRUED.

      *================================================================*
       PROCESS-MERGED-ACCOUNT.
      *================================================================*
      * Posts each side that was on the book to the portfolio under
      * that side's balance tier, and the month's credited interest
      * under the current tier (the prior one for an account that
      * has left the book, the lowest for one on neither). Movement
      * and movers need a prior month to compare against.
      *================================================================*
           PERFORM SET-PRODUCT-INDEX
           IF WS-PX = ZEROS
               ADD 1 TO WS-UNKNOWN-TYPE-COUNT
           END-IF

           IF MG-PRIOR-ON-BOOK
               MOVE WS-MG-PRIOR-BALANCE TO WS-TIER-BALANCE
               PERFORM SET-BALANCE-TIER
               SET POST-PRIOR-SIDE TO TRUE
               PERFORM POST-TO-CELLS
           END-IF

           IF MG-CURR-ON-BOOK
               MOVE WS-MG-CURR-BALANCE TO WS-TIER-BALANCE
               PERFORM SET-BALANCE-TIER
               SET POST-CURRENT-SIDE TO TRUE
               PERFORM POST-TO-CELLS
           END-IF

           PERFORM SUM-ACCOUNT-INTEREST
           IF WS-MG-INTEREST NOT = ZEROS
               EVALUATE TRUE
                   WHEN MG-CURR-ON-BOOK
                       MOVE WS-MG-CURR-BALANCE TO WS-TIER-BALANCE
                   WHEN MG-PRIOR-ON-BOOK
                       MOVE WS-MG-PRIOR-BALANCE TO WS-TIER-BALANCE
                   WHEN OTHER
                       MOVE ZEROS TO WS-TIER-BALANCE
               END-EVALUATE
               PERFORM SET-BALANCE-TIER
               SET POST-INTEREST TO TRUE
               PERFORM POST-TO-CELLS
           END-IF

           IF NOT BASELINE-MONTH
               PERFORM CLASSIFY-MOVEMENT
               PERFORM RANK-BALANCE-MOVER
           END-IF.

      *================================================================*
       SET-PRODUCT-INDEX.
      *================================================================*
      * Product for WS-MG-TYPE; zero for a type this report does not
      * know, which is then counted in the all-products figures only.
      *================================================================*
           EVALUATE WS-MG-TYPE
               WHEN "C"
                   MOVE 1 TO WS-PX
               WHEN "S"
                   MOVE 2 TO WS-PX
               WHEN "M"
                   MOVE 3 TO WS-PX
               WHEN "T"
                   MOVE 4 TO WS-PX
               WHEN OTHER
                   MOVE ZEROS TO WS-PX
           END-EVALUATE.

      *================================================================*
       SET-BALANCE-TIER.
      *================================================================*
      * Balance tier for WS-TIER-BALANCE; an overdrawn balance falls
      * in the lowest tier.
      *================================================================*
           EVALUATE TRUE
               WHEN WS-TIER-BALANCE < 1000.00
                   MOVE 1 TO WS-TX
               WHEN WS-TIER-BALANCE < 10000.00
                   MOVE 2 TO WS-TX
               WHEN WS-TIER-BALANCE < 100000.00
                   MOVE 3 TO WS-TX
               WHEN OTHER
                   MOVE 4 TO WS-TX
           END-EVALUATE.

      *================================================================*
       POST-TO-CELLS.
      *================================================================*
      * Posts WS-POST-SIDE of the merged account to its own product
      * and tier, the product's all-tier cell, and the matching
      * all-product cells.
      *================================================================*
           IF WS-PX > ZEROS
               MOVE WS-PX TO WS-SUB-P
               MOVE WS-TX TO WS-SUB-T
               PERFORM POST-ONE-CELL
               MOVE 5 TO WS-SUB-T
               PERFORM POST-ONE-CELL
           END-IF
           MOVE 5 TO WS-SUB-P
           MOVE WS-TX TO WS-SUB-T
           PERFORM POST-ONE-CELL
           MOVE 5 TO WS-SUB-T
           PERFORM POST-ONE-CELL.

      *================================================================*
       POST-ONE-CELL.
      *================================================================*
           EVALUATE TRUE
               WHEN POST-PRIOR-SIDE
                   ADD 1 TO WS-PF-PRIOR-COUNT (WS-SUB-P, WS-SUB-T)
                   ADD WS-MG-PRIOR-BALANCE
                       TO WS-PF-PRIOR-BALANCE (WS-SUB-P, WS-SUB-T)
                   ADD WS-MG-PRIOR-ACCRUED
                       TO WS-PF-PRIOR-ACCRUED (WS-SUB-P, WS-SUB-T)
                   IF WS-MG-PRIOR-BALANCE > ZEROS
                       ADD WS-MG-PRIOR-BALANCE
                           TO WS-PF-PRIOR-RATE-BASE
                               (WS-SUB-P, WS-SUB-T)
                       COMPUTE WS-PF-PRIOR-RATE-WEIGHT
                               (WS-SUB-P, WS-SUB-T) =
                           WS-PF-PRIOR-RATE-WEIGHT (WS-SUB-P, WS-SUB-T)
                           + WS-MG-PRIOR-BALANCE * WS-MG-PRIOR-RATE
                   END-IF
               WHEN POST-CURRENT-SIDE
                   ADD 1 TO WS-PF-CURR-COUNT (WS-SUB-P, WS-SUB-T)
                   ADD WS-MG-CURR-BALANCE
                       TO WS-PF-CURR-BALANCE (WS-SUB-P, WS-SUB-T)
                   ADD WS-MG-CURR-ACCRUED
                       TO WS-PF-CURR-ACCRUED (WS-SUB-P, WS-SUB-T)
                   IF WS-MG-CURR-BALANCE > ZEROS
                       ADD WS-MG-CURR-BALANCE
                           TO WS-PF-CURR-RATE-BASE
                               (WS-SUB-P, WS-SUB-T)
                       COMPUTE WS-PF-CURR-RATE-WEIGHT
                               (WS-SUB-P, WS-SUB-T) =
                           WS-PF-CURR-RATE-WEIGHT (WS-SUB-P, WS-SUB-T)
                           + WS-MG-CURR-BALANCE * WS-MG-CURR-RATE
                   END-IF
               WHEN POST-INTEREST
                   ADD WS-MG-INTEREST
                       TO WS-PF-INTEREST-CREDITED (WS-SUB-P, WS-SUB-T)
           END-EVALUATE.

      *================================================================*
       SUM-ACCOUNT-INTEREST.
      *================================================================*
      * The account's posted interest credits ("I") on the archive
      * dated inside the window. The archive key leads with the
      * account and the date, so the read starts at the window's
      * first day and stops at the next account or past the window.
      *================================================================*
           MOVE ZEROS TO WS-MG-INTEREST
           MOVE WS-MG-ACCOUNT TO ARCH-ACCOUNT
           MOVE WS-WINDOW-START TO ARCH-DATE
           MOVE ZEROS TO ARCH-SEQ
           START TRANSACTION-ARCHIVE-FILE KEY NOT < ARCH-KEY
           IF WS-FILE-STATUS = "00"
               SET ARCH-SCAN-MORE TO TRUE
           ELSE
               SET ARCH-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL ARCH-SCAN-DONE
               READ TRANSACTION-ARCHIVE-FILE NEXT
                   AT END SET ARCH-SCAN-DONE TO TRUE
                   NOT AT END
                       IF ARCH-ACCOUNT NOT = WS-MG-ACCOUNT
                           OR ARCH-DATE > WS-CURR-SNAP-DATE
                           SET ARCH-SCAN-DONE TO TRUE
                       ELSE
                           IF ARCH-TYPE = "I"
                               AND ARCH-POSTED
                               ADD ARCH-AMOUNT TO WS-MG-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       CLASSIFY-MOVEMENT.
      *================================================================*
      * An account can make more than one move in a month - opened
      * and closed again, say - and is counted under each.
      *================================================================*
           IF MG-IN-CURR AND NOT MG-IN-PRIOR
               MOVE 1 TO WS-MX
               PERFORM POST-MOVEMENT
           END-IF

           IF (MG-CURR-CLOSED AND NOT MG-PRIOR-CLOSED)
               OR (MG-PRIOR-ON-BOOK AND NOT MG-IN-CURR)
               MOVE 2 TO WS-MX
               PERFORM POST-MOVEMENT
           END-IF

           IF MG-CURR-DORMANT AND MG-IN-PRIOR
               AND NOT MG-PRIOR-DORMANT
               MOVE 3 TO WS-MX
               PERFORM POST-MOVEMENT
           END-IF

           IF MG-PRIOR-DORMANT AND MG-CURR-ACTIVE
               MOVE 4 TO WS-MX
               PERFORM POST-MOVEMENT
           END-IF

           IF MG-CURR-CHARGED-OFF AND NOT MG-PRIOR-CHARGED-OFF
               MOVE 5 TO WS-MX
               PERFORM POST-MOVEMENT
           END-IF.

      *================================================================*
       POST-MOVEMENT.
      *================================================================*
           IF WS-PX > ZEROS
               ADD 1 TO WS-MV-COUNT (WS-MX, WS-PX)
               ADD WS-MG-PRIOR-BALANCE
                   TO WS-MV-PRIOR-BALANCE (WS-MX, WS-PX)
               ADD WS-MG-CURR-BALANCE
                   TO WS-MV-CURR-BALANCE (WS-MX, WS-PX)
           END-IF
           ADD 1 TO WS-MV-COUNT (WS-MX, 5)
           ADD WS-MG-PRIOR-BALANCE TO WS-MV-PRIOR-BALANCE (WS-MX, 5)
           ADD WS-MG-CURR-BALANCE TO WS-MV-CURR-BALANCE (WS-MX, 5).

      *================================================================*
       RANK-BALANCE-MOVER.
      *================================================================*
      * Keeps the ten largest balance changes in order, largest
      * first; an account that ties one already held ranks below it.
      *================================================================*
           COMPUTE WS-MG-CHANGE =
               WS-MG-CURR-BALANCE - WS-MG-PRIOR-BALANCE
           IF WS-MG-CHANGE < ZEROS
               COMPUTE WS-MG-ABS-CHANGE = ZEROS - WS-MG-CHANGE
           ELSE
               MOVE WS-MG-CHANGE TO WS-MG-ABS-CHANGE
           END-IF

           IF WS-MG-ABS-CHANGE = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-TM-COUNT = 10
               AND WS-MG-ABS-CHANGE NOT > WS-TM-ABS-CHANGE (10)
               EXIT PARAGRAPH
           END-IF

           IF WS-TM-COUNT < 10
               ADD 1 TO WS-TM-COUNT
           END-IF
           MOVE WS-TM-COUNT TO WS-TM-POS
           PERFORM UNTIL WS-TM-POS = 1
                      OR WS-TM-ABS-CHANGE (WS-TM-POS - 1)
                             NOT < WS-MG-ABS-CHANGE
               MOVE WS-TM-ENTRY (WS-TM-POS - 1)
                   TO WS-TM-ENTRY (WS-TM-POS)
               SUBTRACT 1 FROM WS-TM-POS
           END-PERFORM

           MOVE WS-MG-ACCOUNT TO WS-TM-ACCOUNT (WS-TM-POS)
           MOVE WS-MG-TYPE TO WS-TM-TYPE (WS-TM-POS)
           MOVE WS-MG-PRIOR-STATUS TO WS-TM-PRIOR-STATUS (WS-TM-POS)
           MOVE WS-MG-CURR-STATUS TO WS-TM-CURR-STATUS (WS-TM-POS)
           MOVE WS-MG-PRIOR-BALANCE
               TO WS-TM-PRIOR-BALANCE (WS-TM-POS)
           MOVE WS-MG-CURR-BALANCE TO WS-TM-CURR-BALANCE (WS-TM-POS)
           MOVE WS-MG-CHANGE TO WS-TM-CHANGE (WS-TM-POS)
           MOVE WS-MG-ABS-CHANGE TO WS-TM-ABS-CHANGE (WS-TM-POS).

      *================================================================*
       CALC-CELL-FIGURES.
      *================================================================*
      * Net growth, weighted average rates, and interest expense for
      * portfolio cell (WS-SUB-P, WS-SUB-T), with the report edits.
      * On a baseline run there is no opening accrual to measure the
      * change from, so the expense is the credited interest alone.
      *================================================================*
           COMPUTE WS-CELL-CHANGE =
               WS-PF-CURR-BALANCE (WS-SUB-P, WS-SUB-T)
               - WS-PF-PRIOR-BALANCE (WS-SUB-P, WS-SUB-T)

           IF WS-PF-PRIOR-RATE-BASE (WS-SUB-P, WS-SUB-T) > ZEROS
               COMPUTE WS-PRIOR-AVG-RATE ROUNDED =
                   WS-PF-PRIOR-RATE-WEIGHT (WS-SUB-P, WS-SUB-T)
                   / WS-PF-PRIOR-RATE-BASE (WS-SUB-P, WS-SUB-T)
           ELSE
               MOVE ZEROS TO WS-PRIOR-AVG-RATE
           END-IF
           IF WS-PF-CURR-RATE-BASE (WS-SUB-P, WS-SUB-T) > ZEROS
               COMPUTE WS-CURR-AVG-RATE ROUNDED =
                   WS-PF-CURR-RATE-WEIGHT (WS-SUB-P, WS-SUB-T)
                   / WS-PF-CURR-RATE-BASE (WS-SUB-P, WS-SUB-T)
           ELSE
               MOVE ZEROS TO WS-CURR-AVG-RATE
           END-IF

           IF BASELINE-MONTH
               MOVE ZEROS TO WS-CELL-ACCRUAL-CHANGE
           ELSE
               COMPUTE WS-CELL-ACCRUAL-CHANGE =
                   WS-PF-CURR-ACCRUED (WS-SUB-P, WS-SUB-T)
                   - WS-PF-PRIOR-ACCRUED (WS-SUB-P, WS-SUB-T)
           END-IF
           COMPUTE WS-CELL-EXPENSE =
               WS-PF-INTEREST-CREDITED (WS-SUB-P, WS-SUB-T)
               + WS-CELL-ACCRUAL-CHANGE

           MOVE WS-PF-PRIOR-COUNT (WS-SUB-P, WS-SUB-T)
               TO WS-ED-PRIOR-COUNT
           MOVE WS-PF-CURR-COUNT (WS-SUB-P, WS-SUB-T)
               TO WS-ED-CURR-COUNT
           MOVE WS-PF-PRIOR-BALANCE (WS-SUB-P, WS-SUB-T)
               TO WS-ED-PRIOR-BALANCE
           MOVE WS-PF-CURR-BALANCE (WS-SUB-P, WS-SUB-T)
               TO WS-ED-CURR-BALANCE
           MOVE WS-CELL-CHANGE TO WS-ED-CHANGE
           MOVE WS-PRIOR-AVG-RATE TO WS-ED-PRIOR-RATE
           MOVE WS-CURR-AVG-RATE TO WS-ED-CURR-RATE.

      *================================================================*
       SET-PRODUCT-NAME.
      *================================================================*
           EVALUATE WS-SUB-P
               WHEN 1
                   MOVE "CHECKING" TO WS-PRODUCT-NAME
               WHEN 2
                   MOVE "SAVINGS" TO WS-PRODUCT-NAME
               WHEN 3
                   MOVE "MONEY MARKET" TO WS-PRODUCT-NAME
               WHEN 4
                   MOVE "TERM DEPOSIT" TO WS-PRODUCT-NAME
               WHEN OTHER
                   MOVE "ALL PRODUCTS" TO WS-PRODUCT-NAME
           END-EVALUATE.

      *================================================================*
       SET-TIER-NAME.
      *================================================================*
           EVALUATE WS-SUB-T
               WHEN 1
                   MOVE "UNDER 1K" TO WS-TIER-NAME
               WHEN 2
                   MOVE "1K TO 10K" TO WS-TIER-NAME
               WHEN 3
                   MOVE "10K TO 100K" TO WS-TIER-NAME
               WHEN 4
                   MOVE "100K AND OVER" TO WS-TIER-NAME
               WHEN OTHER
                   MOVE "ALL TIERS" TO WS-TIER-NAME
           END-EVALUATE.

      *================================================================*
       SET-MOVEMENT-NAME.
      *================================================================*
           EVALUATE WS-SUB-M
               WHEN 1
                   MOVE "OPENED" TO WS-MOVEMENT-NAME
               WHEN 2
                   MOVE "CLOSED" TO WS-MOVEMENT-NAME
               WHEN 3
                   MOVE "TO DORMANT" TO WS-MOVEMENT-NAME
               WHEN 4
                   MOVE "FROM DORMANT" TO WS-MOVEMENT-NAME
               WHEN OTHER
                   MOVE "CHARGED OFF" TO WS-MOVEMENT-NAME
           END-EVALUATE.

      *================================================================*
       WRITE-SECTION-HEADING.
      *================================================================*
      * The blank line that opens each section; the caller writes the
      * section title after it.
      *================================================================*
           MOVE SPACES TO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE.

      *================================================================*
       WRITE-BOOK-COLUMN-HEADING.
      *================================================================*
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "PRODUCT       TIER           PRIOR ACCTS  CURR ACCTS"
               "       PRIOR BALANCE     CURRENT BALANCE"
               "          NET GROWTH PRIOR RT  CURR RT"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE.

      *================================================================*
       WRITE-BOOK-LINE.
      *================================================================*
      * One report line for portfolio cell (WS-SUB-P, WS-SUB-T);
      * CALC-CELL-FIGURES has run.
      *================================================================*
           PERFORM SET-PRODUCT-NAME
           PERFORM SET-TIER-NAME
           MOVE SPACES TO MIS-REPORT-LINE
           STRING WS-PRODUCT-NAME " " WS-TIER-NAME "     "
               WS-ED-PRIOR-COUNT "     " WS-ED-CURR-COUNT "  "
               WS-ED-PRIOR-BALANCE "  " WS-ED-CURR-BALANCE "  "
               WS-ED-CHANGE "  " WS-ED-PRIOR-RATE "  "
               WS-ED-CURR-RATE
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE.

      *================================================================*
       WRITE-PRODUCT-SECTION.
      *================================================================*
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "PORTFOLIO BY PRODUCT - ACCOUNTS ON BOOK, BALANCES,"
               " NET GROWTH, AND WEIGHTED AVERAGE RATE"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE
           PERFORM WRITE-BOOK-COLUMN-HEADING

           MOVE 5 TO WS-SUB-T
           PERFORM VARYING WS-SUB-P FROM 1 BY 1 UNTIL WS-SUB-P > 5
               PERFORM CALC-CELL-FIGURES
               PERFORM WRITE-BOOK-LINE
               MOVE "PRODUCT" TO WS-CSV-SECTION
               PERFORM WRITE-CELL-CSV-ROW
           END-PERFORM.

      *================================================================*
       WRITE-INTEREST-SECTION.
      *================================================================*
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "INTEREST EXPENSE BY PRODUCT - CREDITED TO BALANCES"
               " PLUS CHANGE IN ACCRUED NOT YET CREDITED"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "PRODUCT         INTEREST CREDITED"
               "      ACCRUAL CHANGE    INTEREST EXPENSE"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           MOVE 5 TO WS-SUB-T
           PERFORM VARYING WS-SUB-P FROM 1 BY 1 UNTIL WS-SUB-P > 5
               PERFORM CALC-CELL-FIGURES
               PERFORM SET-PRODUCT-NAME
               MOVE WS-PF-INTEREST-CREDITED (WS-SUB-P, WS-SUB-T)
                   TO WS-ED-PRIOR-BALANCE
               MOVE WS-CELL-ACCRUAL-CHANGE TO WS-ED-CURR-BALANCE
               MOVE WS-CELL-EXPENSE TO WS-ED-CHANGE
               MOVE SPACES TO MIS-REPORT-LINE
               STRING WS-PRODUCT-NAME "  "
                   WS-ED-PRIOR-BALANCE "  " WS-ED-CURR-BALANCE "  "
                   WS-ED-CHANGE
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
           END-PERFORM

           IF BASELINE-MONTH
               MOVE SPACES TO MIS-REPORT-LINE
               STRING "  NO PRIOR SNAPSHOT - ACCRUAL CHANGE"
                   " NOT MEASURED"
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
           END-IF.

      *================================================================*
       WRITE-TIER-SECTION.
      *================================================================*
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "PORTFOLIO BY PRODUCT AND BALANCE TIER"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE
           PERFORM WRITE-BOOK-COLUMN-HEADING

           PERFORM VARYING WS-SUB-P FROM 1 BY 1 UNTIL WS-SUB-P > 5
                   AFTER WS-SUB-T FROM 1 BY 1 UNTIL WS-SUB-T > 4
               IF WS-SUB-T = 1 AND WS-SUB-P > 1
                   MOVE SPACES TO MIS-REPORT-LINE
                   WRITE MIS-REPORT-LINE
               END-IF
               PERFORM CALC-CELL-FIGURES
               PERFORM WRITE-BOOK-LINE
               MOVE "TIER" TO WS-CSV-SECTION
               PERFORM WRITE-CELL-CSV-ROW
           END-PERFORM.

      *================================================================*
       WRITE-MOVEMENT-SECTION.
      *================================================================*
      * Accounts moved by kind, by product, with the moved accounts'
      * balances on each snapshot (an opened account has no prior
      * balance; a closed one has usually paid out to zero).
      *================================================================*
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "ACCOUNT MOVEMENT SINCE PRIOR SNAPSHOT"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           IF BASELINE-MONTH
               MOVE SPACES TO MIS-REPORT-LINE
               STRING "  NO PRIOR SNAPSHOT - MOVEMENT NOT REPORTED"
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MIS-REPORT-LINE
           STRING "MOVEMENT        CHECKING   SAVINGS MONEY MKT"
               "  TERM DEP     TOTAL       PRIOR BALANCE"
               "     CURRENT BALANCE"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           PERFORM VARYING WS-SUB-M FROM 1 BY 1 UNTIL WS-SUB-M > 5
               PERFORM SET-MOVEMENT-NAME
               MOVE WS-MV-COUNT (WS-SUB-M, 1) TO WS-ED-COUNT-1
               MOVE WS-MV-COUNT (WS-SUB-M, 2) TO WS-ED-COUNT-2
               MOVE WS-MV-COUNT (WS-SUB-M, 3) TO WS-ED-COUNT-3
               MOVE WS-MV-COUNT (WS-SUB-M, 4) TO WS-ED-COUNT-4
               MOVE WS-MV-COUNT (WS-SUB-M, 5) TO WS-ED-COUNT-5
               MOVE WS-MV-PRIOR-BALANCE (WS-SUB-M, 5)
                   TO WS-ED-PRIOR-BALANCE
               MOVE WS-MV-CURR-BALANCE (WS-SUB-M, 5)
                   TO WS-ED-CURR-BALANCE
               MOVE SPACES TO MIS-REPORT-LINE
               STRING WS-MOVEMENT-NAME "   "
                   WS-ED-COUNT-1 "   " WS-ED-COUNT-2 "   "
                   WS-ED-COUNT-3 "   " WS-ED-COUNT-4 "   "
                   WS-ED-COUNT-5 "  "
                   WS-ED-PRIOR-BALANCE "  " WS-ED-CURR-BALANCE
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
               PERFORM VARYING WS-SUB-P FROM 1 BY 1
                       UNTIL WS-SUB-P > 5
                   IF WS-MV-COUNT (WS-SUB-M, WS-SUB-P) > ZEROS
                       OR WS-SUB-P = 5
                       PERFORM WRITE-MOVEMENT-CSV-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *================================================================*
       WRITE-MOVER-SECTION.
      *================================================================*
      * The status shows "-" on a snapshot the account is missing
      * from.
      *================================================================*
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "TOP BALANCE MOVERS - LARGEST CHANGE EITHER WAY"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           IF BASELINE-MONTH
               MOVE SPACES TO MIS-REPORT-LINE
               STRING "  NO PRIOR SNAPSHOT - MOVERS NOT REPORTED"
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MIS-REPORT-LINE
           STRING "RANK  ACCOUNT     PRODUCT        STATUS"
               "       PRIOR BALANCE     CURRENT BALANCE"
               "              CHANGE"
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           PERFORM VARYING WS-TM-SUB FROM 1 BY 1
                   UNTIL WS-TM-SUB > WS-TM-COUNT
               MOVE WS-TM-SUB TO WS-RANK
               MOVE WS-TM-TYPE (WS-TM-SUB) TO WS-MG-TYPE
               PERFORM SET-PRODUCT-INDEX
               MOVE WS-PX TO WS-SUB-P
               IF WS-SUB-P = ZEROS
                   MOVE 5 TO WS-SUB-P
               END-IF
               PERFORM SET-PRODUCT-NAME
               MOVE WS-TM-PRIOR-BALANCE (WS-TM-SUB)
                   TO WS-ED-PRIOR-BALANCE
               MOVE WS-TM-CURR-BALANCE (WS-TM-SUB)
                   TO WS-ED-CURR-BALANCE
               MOVE WS-TM-CHANGE (WS-TM-SUB) TO WS-ED-CHANGE
               IF WS-TM-PRIOR-STATUS (WS-TM-SUB) = SPACE
                   MOVE "-" TO WS-TM-PRIOR-STATUS (WS-TM-SUB)
               END-IF
               IF WS-TM-CURR-STATUS (WS-TM-SUB) = SPACE
                   MOVE "-" TO WS-TM-CURR-STATUS (WS-TM-SUB)
               END-IF
               MOVE SPACES TO MIS-REPORT-LINE
               STRING "  " WS-RANK "  " WS-TM-ACCOUNT (WS-TM-SUB)
                   "  " WS-PRODUCT-NAME "  "
                   WS-TM-PRIOR-STATUS (WS-TM-SUB) " TO "
                   WS-TM-CURR-STATUS (WS-TM-SUB) "  "
                   WS-ED-PRIOR-BALANCE "  " WS-ED-CURR-BALANCE "  "
                   WS-ED-CHANGE
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
               PERFORM WRITE-MOVER-CSV-ROW
           END-PERFORM.

      *================================================================*
       WRITE-MIS-SUMMARY.
      *================================================================*
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO MIS-REPORT-LINE
           STRING "ACCOUNTS ON CURRENT SNAPSHOT: " WS-CURR-READ-COUNT
               "  ON PRIOR SNAPSHOT: " WS-PRIOR-READ-COUNT
               "  ON BOTH: " WS-MATCHED-COUNT
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE

           IF WS-UNKNOWN-TYPE-COUNT > ZEROS
               MOVE SPACES TO MIS-REPORT-LINE
               STRING "ACCOUNTS OF UNKNOWN PRODUCT TYPE: "
                   WS-UNKNOWN-TYPE-COUNT
                   "  (IN ALL-PRODUCT FIGURES ONLY)"
                   DELIMITED BY SIZE INTO MIS-REPORT-LINE
               WRITE MIS-REPORT-LINE
           END-IF

           MOVE SPACES TO MIS-REPORT-LINE
           STRING "EXTRACT ROWS WRITTEN: " WS-CSV-ROW-COUNT
               DELIMITED BY SIZE INTO MIS-REPORT-LINE
           WRITE MIS-REPORT-LINE.

      *================================================================*
       WRITE-CSV-HEADING.
      *================================================================*
      * Every row carries the same columns; a column that does not
      * apply to a row's section is left empty.
      *================================================================*
           MOVE SPACES TO MIS-EXTRACT-LINE
           STRING "SECTION,SNAPSHOT_DATE,PRIOR_DATE,PRODUCT,CATEGORY,"
               "ACCOUNT,PRIOR_COUNT,CURRENT_COUNT,PRIOR_BALANCE,"
               "CURRENT_BALANCE,NET_CHANGE,PRIOR_AVG_RATE,"
               "CURRENT_AVG_RATE,INTEREST_CREDITED,ACCRUAL_CHANGE,"
               "INTEREST_EXPENSE"
               DELIMITED BY SIZE INTO MIS-EXTRACT-LINE
           WRITE MIS-EXTRACT-LINE.

      *================================================================*
       START-CSV-ROW.
      *================================================================*
      * Section and the two snapshot dates; the prior date is empty
      * on a baseline run.
      *================================================================*
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING WS-CSV-SECTION DELIMITED BY SPACE
               "," WS-CURR-SNAP-DATE DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           IF BASELINE-MONTH
               PERFORM APPEND-CSV-EMPTY
           ELSE
               STRING "," WS-PRIOR-SNAP-DATE DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF.

      *================================================================*
       WRITE-CELL-CSV-ROW.
      *================================================================*
      * Portfolio cell (WS-SUB-P, WS-SUB-T) under WS-CSV-SECTION;
      * CALC-CELL-FIGURES has run.
      *================================================================*
           PERFORM SET-PRODUCT-NAME
           PERFORM SET-TIER-NAME
           PERFORM START-CSV-ROW
           MOVE WS-PRODUCT-NAME TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           MOVE WS-TIER-NAME TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           PERFORM APPEND-CSV-EMPTY
           MOVE WS-PF-PRIOR-COUNT (WS-SUB-P, WS-SUB-T) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-PF-CURR-COUNT (WS-SUB-P, WS-SUB-T) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-PF-PRIOR-BALANCE (WS-SUB-P, WS-SUB-T)
               TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-PF-CURR-BALANCE (WS-SUB-P, WS-SUB-T)
               TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-CELL-CHANGE TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-PRIOR-AVG-RATE TO WS-CSV-RATE
           PERFORM APPEND-CSV-RATE
           MOVE WS-CURR-AVG-RATE TO WS-CSV-RATE
           PERFORM APPEND-CSV-RATE
           MOVE WS-PF-INTEREST-CREDITED (WS-SUB-P, WS-SUB-T)
               TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-CELL-ACCRUAL-CHANGE TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-CELL-EXPENSE TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           PERFORM WRITE-CSV-ROW.

      *================================================================*
       WRITE-MOVEMENT-CSV-ROW.
      *================================================================*
      * Movement kind WS-SUB-M for product WS-SUB-P: the count goes
      * in the current count column; the rate and interest columns
      * are left empty.
      *================================================================*
           PERFORM SET-PRODUCT-NAME
           MOVE "MOVEMENT" TO WS-CSV-SECTION
           PERFORM START-CSV-ROW
           MOVE WS-PRODUCT-NAME TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           MOVE WS-MOVEMENT-NAME TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           MOVE WS-MV-COUNT (WS-SUB-M, WS-SUB-P) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-MV-PRIOR-BALANCE (WS-SUB-M, WS-SUB-P)
               TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-MV-CURR-BALANCE (WS-SUB-M, WS-SUB-P)
               TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           COMPUTE WS-CSV-AMOUNT =
               WS-MV-CURR-BALANCE (WS-SUB-M, WS-SUB-P)
               - WS-MV-PRIOR-BALANCE (WS-SUB-M, WS-SUB-P)
           PERFORM APPEND-CSV-AMOUNT
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM WRITE-CSV-ROW.

      *================================================================*
       WRITE-MOVER-CSV-ROW.
      *================================================================*
      * Mover WS-TM-SUB: the category carries the rank; the count,
      * rate, and interest columns are left empty.
      *================================================================*
           MOVE "MOVER" TO WS-CSV-SECTION
           PERFORM START-CSV-ROW
           MOVE WS-PRODUCT-NAME TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           MOVE SPACES TO WS-CSV-TEXT
           STRING "RANK " WS-RANK
               DELIMITED BY SIZE INTO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           MOVE WS-TM-ACCOUNT (WS-TM-SUB) TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           MOVE WS-TM-PRIOR-BALANCE (WS-TM-SUB) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-TM-CURR-BALANCE (WS-TM-SUB) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-TM-CHANGE (WS-TM-SUB) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM APPEND-CSV-EMPTY
           PERFORM WRITE-CSV-ROW.

      *================================================================*
       APPEND-CSV-TEXT.
      *================================================================*
      * A label ends at its first double space, so a label with a
      * single space inside it ("MONEY MARKET") comes through whole.
      *================================================================*
           STRING "," DELIMITED BY SIZE
               WS-CSV-TEXT DELIMITED BY "  "
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      *================================================================*
       APPEND-CSV-EMPTY.
      *================================================================*
           STRING "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      *================================================================*
       APPEND-CSV-AMOUNT.
      *================================================================*
           MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-ED
           MOVE ZEROS TO WS-CSV-LEAD
           INSPECT WS-CSV-AMOUNT-ED TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           STRING "," WS-CSV-AMOUNT-ED (WS-CSV-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      *================================================================*
       APPEND-CSV-COUNT.
      *================================================================*
           MOVE WS-CSV-COUNT TO WS-CSV-COUNT-ED
           MOVE ZEROS TO WS-CSV-LEAD
           INSPECT WS-CSV-COUNT-ED TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           STRING "," WS-CSV-COUNT-ED (WS-CSV-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      *================================================================*
       APPEND-CSV-RATE.
      *================================================================*
           MOVE WS-CSV-RATE TO WS-CSV-RATE-ED
           MOVE ZEROS TO WS-CSV-LEAD
           INSPECT WS-CSV-RATE-ED TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           STRING "," WS-CSV-RATE-ED (WS-CSV-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

      *================================================================*
       WRITE-CSV-ROW.
      *================================================================*
           MOVE WS-CSV-LINE TO MIS-EXTRACT-LINE
           WRITE MIS-EXTRACT-LINE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR WRITING MIS EXTRACT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CSV-ROW-COUNT.

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
           CLOSE CURRENT-SNAPSHOT-FILE
                 PRIOR-SNAPSHOT-FILE
                 TRANSACTION-ARCHIVE-FILE
                 MIS-REPORT-FILE
                 MIS-EXTRACT-FILE
           DISPLAY "PORTFOLIO MIS TERMINATED NORMALLY"
           DISPLAY "ACCOUNTS: " WS-CURR-READ-COUNT
               " EXTRACT ROWS: " WS-CSV-ROW-COUNT
           DISPLAY "RETURN CODE: " WS-RETURN-CODE.
