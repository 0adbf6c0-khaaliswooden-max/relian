      * are non-cash by definition, so the cash flag stays spaces
      * and large credits fall under the deposit hold schedule
      * downstream.
      *
      * A return of an outbound credit we originated (transaction
      * code 21 or 31, followed by its "99" return addenda) maps to
      * a deposit back to our account named in the entry's
      * individual ID - where ACH-ORIGINATE put it - carrying the
      * return reason and the original trace number, which tells
      * the posting job to credit it back without a hold. A
      * notification of change ("98" addenda) moves no money and is
      * listed on the report for the branch to correct the
      * instruction.
      *================================================================*

       ENVIRONMENT DIVISION.
           05  ACH-TRAN-CODE        PIC X(2).
               88  ACH-CREDIT       VALUES "22" "32".
               88  ACH-DEBIT        VALUES "27" "37".
               88  ACH-RETURNED-CREDIT VALUES "21" "31".
           05  ACH-RDFI-ROUTING     PIC X(8).
           05  ACH-RDFI-CHECK-DIGIT PIC X(1).
           05  ACH-DFI-ACCOUNT      PIC X(17).
           05  ACH-DISCRETIONARY    PIC X(2).
           05  ACH-ADDENDA-IND      PIC X(1).
           05  ACH-TRACE-NUMBER     PIC X(15).
      * Return / notification-of-change addenda behind a code 21/31
      * entry: the reason (or change) code and the trace number of
      * the entry we originated.
       01  ACH-RETURN-ADDENDA.
           05  ACHA-RECORD-TYPE     PIC X(1).
           05  ACHA-TYPE-CODE       PIC X(2).
           05  ACHA-REASON-CODE     PIC X(3).
           05  ACHA-ORIG-TRACE      PIC X(15).
           05  ACHA-DATE-OF-DEATH   PIC X(6).
           05  ACHA-ORIG-RDFI       PIC X(8).
           05  ACHA-INFORMATION     PIC X(44).
           05  ACHA-TRACE-NUMBER    PIC X(15).

      * The emitted batch uses the same three record views the
      * nightly posting job reads: the TXNREC detail plus the
           05  WS-MAP-ACCOUNT.
               10  WS-MAP-ACCT-10  PIC X(10).
               10  WS-MAP-ACCT-REST PIC X(7).
           05  WS-MAP-INDIVIDUAL.
               10  WS-MAP-IND-10   PIC X(10).
               10  WS-MAP-IND-REST PIC X(5).

      * A returned-credit entry is held here until its addenda is
      * read; an entry with no addenda behind it cannot be traced
      * and is dishonored to the returns file.
       01  WS-RETURN-FIELDS.
           05  WS-RTN-PENDING-FLAG PIC X VALUE "N".
               88  RETURN-PENDING   VALUE "Y".
               88  NO-RETURN-PENDING VALUE "N".
           05  WS-RTN-ENTRY-IMAGE  PIC X(94).
           05  WS-RTN-CURRENT-IMAGE PIC X(94).
           05  WS-RTN-ADDENDA-TYPE PIC X(2).
               88  RTN-RETURN-ADDENDA VALUE "99".
               88  RTN-CHANGE-ADDENDA VALUE "98".
           05  WS-RTN-REASON-CODE  PIC X(3).
           05  WS-RTN-ORIG-TRACE   PIC X(15).

      * Item counters
       01  WS-COUNTERS.
           05  WS-WITHDRAW-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-RETURN-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-SKIPPED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-ACH-RETURN-IN-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-NOC-COUNT        PIC 9(7) VALUE ZEROS.

      * Error handling
       01  WS-ERROR-MESSAGE        PIC X(80).
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-ACH-RECORDS
               UNTIL ACH-END-OF-FILE
           IF RETURN-PENDING
               PERFORM DISHONOR-PENDING-RETURN
           END-IF
           PERFORM WRITE-BATCH-TRAILER
           PERFORM WRITE-INTAKE-SUMMARY
           PERFORM TERMINATION
      *================================================================*
      * Only entry details ("6") carry money; the envelope records
      * and addenda are passed over but counted, so a file that was
      * all wrapper and no entries is visible on the summary. The
      * one exception is the addenda behind a returned credit,
      * which completes the held return entry.
      *================================================================*
           READ ACH-IN-FILE
               AT END SET ACH-END-OF-FILE TO TRUE
               NOT AT END
                   IF RETURN-PENDING AND NOT ACH-ADDENDA
                       PERFORM DISHONOR-PENDING-RETURN
                   END-IF
                   EVALUATE TRUE
                       WHEN ACH-ENTRY AND ACH-RETURNED-CREDIT
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE ACH-RECORD TO WS-RTN-ENTRY-IMAGE
                           SET RETURN-PENDING TO TRUE
                       WHEN ACH-ENTRY
                           ADD 1 TO WS-ENTRY-COUNT
                           PERFORM MAP-ONE-ENTRY
                       WHEN ACH-ADDENDA AND RETURN-PENDING
                           PERFORM MAP-ONE-RETURN
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-COUNT
                   END-EVALUATE
           END-READ.

      *================================================================*
       MAP-ONE-RETURN.
      *================================================================*
      * Called with the addenda in the record area and the held
      * return entry in WS-RTN-ENTRY-IMAGE. A notification of change
      * is listed and goes no further. A return maps to a deposit
      * back to the originating account in the individual ID, the
      * return's own trace number in the reference (unique, so a
      * file received twice rejects on the posting job's duplicate
      * check) and the reason and original trace in TXN-ACH-DATA.
      *================================================================*
           SET NO-RETURN-PENDING TO TRUE
           MOVE ACHA-TYPE-CODE TO WS-RTN-ADDENDA-TYPE
           MOVE ACHA-REASON-CODE TO WS-RTN-REASON-CODE
           MOVE ACHA-ORIG-TRACE TO WS-RTN-ORIG-TRACE
           MOVE WS-RTN-ENTRY-IMAGE TO ACH-RECORD
           IF RTN-CHANGE-ADDENDA
               ADD 1 TO WS-NOC-COUNT
               MOVE SPACES TO INTAKE-REPORT-LINE
               STRING "NOTIFICATION OF CHANGE " WS-RTN-REASON-CODE
                   " ORIG TRACE: " WS-RTN-ORIG-TRACE
                   " ACCOUNT: " ACH-INDIVIDUAL-ID
                   " RDFI: " ACH-RDFI-ROUTING ACH-RDFI-CHECK-DIGIT
                   DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
               WRITE INTAKE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF NOT RTN-RETURN-ADDENDA OR WS-RTN-REASON-CODE = SPACES
               MOVE "R69" TO ARTN-REASON-CODE
               MOVE "RETURN ADDENDA INVALID"
                   TO ARTN-DESCRIPTION
               PERFORM WRITE-RETURN-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE ACH-INDIVIDUAL-ID TO WS-MAP-INDIVIDUAL
           IF WS-MAP-IND-10 = SPACES
               OR WS-MAP-IND-REST NOT = SPACES
               MOVE "R69" TO ARTN-REASON-CODE
               MOVE "RETURN NAMES NO ACCOUNT OF OURS"
                   TO ARTN-DESCRIPTION
               PERFORM WRITE-RETURN-RECORD
               EXIT PARAGRAPH
           END-IF

           IF ACH-AMOUNT NOT NUMERIC
               OR ACH-AMOUNT = ZEROS
               MOVE "R69" TO ARTN-REASON-CODE
               MOVE "RETURN AMOUNT FAILS EDIT"
                   TO ARTN-DESCRIPTION
               PERFORM WRITE-RETURN-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-MAP-IND-10 TO TXN-ACCOUNT
           MOVE SPACES TO TXN-TO-ACCOUNT
           MOVE "D" TO TXN-TYPE
           MOVE ACH-AMOUNT TO TXN-AMOUNT
           MOVE WS-FORMATTED-DATE TO TXN-DATE
           MOVE ZEROS TO TXN-TIME
           MOVE ACH-TRACE-NUMBER TO TXN-REFERENCE
           MOVE ACH-INDIVIDUAL-NAME TO TXN-ACCT-NAME
           MOVE ZEROS TO TXN-INTEREST-RATE
           MOVE ZEROS TO TXN-DATE-OF-BIRTH
           MOVE ZEROS TO TXN-RETRY-COUNT
           MOVE ZEROS TO TXN-ORIG-REJECT-DATE
           STRING ACH-RDFI-ROUTING ACH-RDFI-CHECK-DIGIT
               DELIMITED BY SIZE INTO TXN-ACH-ROUTING
           MOVE ACH-DFI-ACCOUNT TO TXN-ACH-ACCOUNT
           MOVE ACH-INDIVIDUAL-NAME TO TXN-ACH-NAME
           MOVE WS-RTN-REASON-CODE TO TXN-ACH-RETURN-REASON
           MOVE WS-RTN-ORIG-TRACE TO TXN-ACH-ORIG-TRACE
           MOVE SPACES TO TXN-CASH-FLAG
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ACH-RETURN-IN-COUNT

           ADD 1 TO WS-RECORD-COUNT
           MOVE TXN-ACCOUNT TO WS-HASH-ACCOUNT-X
           IF WS-HASH-ACCOUNT-X IS NUMERIC
               ADD WS-HASH-ACCOUNT-9 TO WS-HASH-TOTAL
           END-IF
           ADD TXN-AMOUNT TO WS-DOLLAR-TOTAL

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "ACH RETURN " WS-RTN-REASON-CODE
               " ORIG TRACE: " WS-RTN-ORIG-TRACE
               " CREDIT BACK TO: " TXN-ACCOUNT
               " AMOUNT: " ACH-AMOUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.

      *================================================================*
       DISHONOR-PENDING-RETURN.
      *================================================================*
      * The held return entry had no addenda behind it, so nothing
      * ties it to an entry of ours; it goes to the returns file.
      * The record in hand is set aside while the held image is
      * written, then put back for normal handling.
      *================================================================*
           SET NO-RETURN-PENDING TO TRUE
           MOVE ACH-RECORD TO WS-RTN-CURRENT-IMAGE
           MOVE WS-RTN-ENTRY-IMAGE TO ACH-RECORD
           MOVE "R69" TO ARTN-REASON-CODE
           MOVE "RETURN ENTRY MISSING ADDENDA" TO ARTN-DESCRIPTION
           PERFORM WRITE-RETURN-RECORD
           MOVE WS-RTN-CURRENT-IMAGE TO ACH-RECORD.

      *================================================================*
       MAP-ONE-ENTRY.
      *================================================================*
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "OUTBOUND CREDITS RETURNED TO US: "
               WS-ACH-RETURN-IN-COUNT
               " NOTIFICATIONS OF CHANGE: " WS-NOC-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "BATCH " WS-BATCH-ID
               " CONTROLS - COUNT: " WS-RECORD-COUNT
