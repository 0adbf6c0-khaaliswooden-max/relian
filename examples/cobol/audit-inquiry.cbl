       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-INQUIRY.
       AUTHOR. RELIAN-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * AUDIT INQUIRY - Master File Change Research Module
      *
      * Companion to the master audit trail BANKING-SYSTEM writes.
      * Reads inquiry requests (AUDPARM) and prints the before/after
      * record of every non-monetary change to the account,
      * customer, and standing-instruction masters (ACCTAUD) that
      * the request selects, so "who changed this account's status"
      * or "when did this customer's tax ID change" is answered from
      * the file - the counterpart for master changes of what
      * HISTORY-INQUIRY does for money.
      *
      * A request selects by account (AUDQ-TYPE "A"), by customer
      * ("C"), or by business date range alone ("D"). An account or
      * customer request may also carry a date range; zeros in both
      * dates there mean the whole history. A customer request lists
      * the customer's own CUSTMAST changes and the changes to every
      * account the customer was the CIF owner of at the time.
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-PARM-FILE ASSIGN TO "AUDPARM"
               ORGANIZATION IS SEQUENTIAL
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
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "AUDTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INQUIRY-PARM-FILE.
       01  INQUIRY-PARM-RECORD.
           05  AUDQ-TYPE            PIC X(1).
               88  AUDQ-BY-ACCOUNT  VALUE "A".
               88  AUDQ-BY-CUSTOMER VALUE "C".
               88  AUDQ-BY-DATE     VALUE "D".
           05  AUDQ-KEY             PIC X(10).
           05  AUDQ-FROM-DATE       PIC 9(8).
           05  AUDQ-TO-DATE         PIC 9(8).

       FD  MASTER-AUDIT-FILE.
       01  MASTER-AUDIT-RECORD.
           COPY AUDTREC.

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and control fields
       01  WS-FILE-STATUS          PIC XX.
       01  WS-PARM-EOF-FLAG        PIC X VALUE "N".
           88  PARM-END-OF-FILE     VALUE "Y".
           88  PARM-NOT-END-OF-FILE VALUE "N".
       01  WS-AUD-SCAN-FLAG        PIC X.
           88  AUD-SCAN-DONE        VALUE "Y".
           88  AUD-SCAN-MORE        VALUE "N".

      * Selection fields: the effective date range of the request in
      * hand and the lines it has printed
       01  WS-INQUIRY-FIELDS.
           05  WS-INQ-FROM-DATE     PIC 9(8).
           05  WS-INQ-TO-DATE       PIC 9(8).
           05  WS-INQ-LINE-COUNT    PIC 9(5).
           05  WS-INQ-SOURCE-TEXT   PIC X(6).
           05  WS-INQ-FILE-TEXT     PIC X(8).

      * Request counters
       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-NOTFOUND-COUNT   PIC 9(5) VALUE ZEROS.

      * Error handling
       01  WS-ERROR-MESSAGE        PIC X(80).
       01  WS-RETURN-CODE          PIC S9(4) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

      *================================================================*
       MAIN-PROCEDURE.
      *================================================================*
           PERFORM INITIALIZATION
           PERFORM PROCESS-INQUIRIES
               UNTIL PARM-END-OF-FILE
           PERFORM TERMINATION
           STOP RUN.

      *================================================================*
       INITIALIZATION.
      *================================================================*
           OPEN INPUT INQUIRY-PARM-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING INQUIRY PARM FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN INPUT MASTER-AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING MASTER AUDIT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING INQUIRY REPORT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           DISPLAY "AUDIT INQUIRY INITIALIZED".

      *================================================================*
       PROCESS-INQUIRIES.
      *================================================================*
           READ INQUIRY-PARM-FILE
               AT END SET PARM-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM PROCESS-ONE-INQUIRY
           END-READ.

      *================================================================*
       PROCESS-ONE-INQUIRY.
      *================================================================*
      * Validates the request and settles its effective date range:
      * an account or customer request with no dates covers the
      * whole history; a date request must carry both dates.
      *================================================================*
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE

           IF NOT AUDQ-BY-ACCOUNT
               AND NOT AUDQ-BY-CUSTOMER
               AND NOT AUDQ-BY-DATE
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "INVALID INQUIRY TYPE: " AUDQ-TYPE
                   " KEY: " AUDQ-KEY
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               ADD 1 TO WS-NOTFOUND-COUNT
               EXIT PARAGRAPH
           END-IF

           IF AUDQ-FROM-DATE NOT NUMERIC
               OR AUDQ-TO-DATE NOT NUMERIC
               OR AUDQ-FROM-DATE > AUDQ-TO-DATE
               OR (AUDQ-BY-DATE AND AUDQ-TO-DATE = ZEROS)
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "INVALID DATE RANGE FOR INQUIRY: " AUDQ-TYPE
                   " " AUDQ-KEY
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               ADD 1 TO WS-NOTFOUND-COUNT
               EXIT PARAGRAPH
           END-IF

           IF (AUDQ-BY-ACCOUNT OR AUDQ-BY-CUSTOMER)
               AND AUDQ-KEY = SPACES
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "INQUIRY KEY MISSING FOR TYPE: " AUDQ-TYPE
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               ADD 1 TO WS-NOTFOUND-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE AUDQ-FROM-DATE TO WS-INQ-FROM-DATE
           MOVE AUDQ-TO-DATE TO WS-INQ-TO-DATE
           IF AUDQ-FROM-DATE = ZEROS AND AUDQ-TO-DATE = ZEROS
               MOVE 99999999 TO WS-INQ-TO-DATE
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-LINE
           EVALUATE TRUE
               WHEN AUDQ-BY-ACCOUNT
                   STRING "MASTER CHANGES FOR ACCOUNT: " AUDQ-KEY
                       "  FROM: " WS-INQ-FROM-DATE
                       " TO: " WS-INQ-TO-DATE
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WHEN AUDQ-BY-CUSTOMER
                   STRING "MASTER CHANGES FOR CUSTOMER: " AUDQ-KEY
                       "  FROM: " WS-INQ-FROM-DATE
                       " TO: " WS-INQ-TO-DATE
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WHEN OTHER
                   STRING "MASTER CHANGES FROM: " WS-INQ-FROM-DATE
                       " TO: " WS-INQ-TO-DATE
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE

           MOVE ZEROS TO WS-INQ-LINE-COUNT
           EVALUATE TRUE
               WHEN AUDQ-BY-ACCOUNT
                   PERFORM LIST-ACCOUNT-CHANGES
               WHEN AUDQ-BY-CUSTOMER
                   PERFORM LIST-CUSTOMER-CHANGES
               WHEN OTHER
                   PERFORM LIST-DATE-RANGE-CHANGES
           END-EVALUATE

           IF WS-INQ-LINE-COUNT = ZEROS
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "  NO MASTER CHANGES IN RANGE"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               ADD 1 TO WS-NOTFOUND-COUNT
           ELSE
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "  CHANGES LISTED: " WS-INQ-LINE-COUNT
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

      *================================================================*
       LIST-ACCOUNT-CHANGES.
      *================================================================*
      * The account's records come back on the alternate key in the
      * order they were written - oldest first.
      *================================================================*
           MOVE AUDQ-KEY TO AUD-ACCOUNT
           START MASTER-AUDIT-FILE KEY = AUD-ACCOUNT
           IF WS-FILE-STATUS = "00"
               SET AUD-SCAN-MORE TO TRUE
           ELSE
               SET AUD-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL AUD-SCAN-DONE
               READ MASTER-AUDIT-FILE NEXT
                   AT END SET AUD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUD-ACCOUNT NOT = AUDQ-KEY
                           SET AUD-SCAN-DONE TO TRUE
                       ELSE
                           IF AUD-DATE NOT < WS-INQ-FROM-DATE
                               AND AUD-DATE NOT > WS-INQ-TO-DATE
                               PERFORM PRINT-ONE-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       LIST-CUSTOMER-CHANGES.
      *================================================================*
           MOVE AUDQ-KEY TO AUD-CUSTOMER-ID
           START MASTER-AUDIT-FILE KEY = AUD-CUSTOMER-ID
           IF WS-FILE-STATUS = "00"
               SET AUD-SCAN-MORE TO TRUE
           ELSE
               SET AUD-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL AUD-SCAN-DONE
               READ MASTER-AUDIT-FILE NEXT
                   AT END SET AUD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUD-CUSTOMER-ID NOT = AUDQ-KEY
                           SET AUD-SCAN-DONE TO TRUE
                       ELSE
                           IF AUD-DATE NOT < WS-INQ-FROM-DATE
                               AND AUD-DATE NOT > WS-INQ-TO-DATE
                               PERFORM PRINT-ONE-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       LIST-DATE-RANGE-CHANGES.
      *================================================================*
      * The primary key leads with the business date, so a date
      * range is one positioned read forward.
      *================================================================*
           MOVE WS-INQ-FROM-DATE TO AUD-DATE
           MOVE ZEROS TO AUD-RUN-NUMBER
           MOVE ZEROS TO AUD-SEQ
           START MASTER-AUDIT-FILE KEY NOT < AUD-KEY
           IF WS-FILE-STATUS = "00"
               SET AUD-SCAN-MORE TO TRUE
           ELSE
               SET AUD-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL AUD-SCAN-DONE
               READ MASTER-AUDIT-FILE NEXT
                   AT END SET AUD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUD-DATE > WS-INQ-TO-DATE
                           SET AUD-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM PRINT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       PRINT-ONE-CHANGE.
      *================================================================*
      * Two lines per change: when, by what, and on whose authority;
      * then the record and field changed, before and after.
      *================================================================*
           ADD 1 TO WS-INQ-LINE-COUNT
           IF AUD-BY-BATCH
               MOVE "BATCH" TO WS-INQ-SOURCE-TEXT
           ELSE
               MOVE "SYSTEM" TO WS-INQ-SOURCE-TEXT
           END-IF
           EVALUATE TRUE
               WHEN AUD-ACCOUNT-MASTER
                   MOVE "ACCOUNT" TO WS-INQ-FILE-TEXT
               WHEN AUD-CUSTOMER-MASTER
                   MOVE "CUSTOMER" TO WS-INQ-FILE-TEXT
               WHEN OTHER
                   MOVE "STANDING" TO WS-INQ-FILE-TEXT
           END-EVALUATE

           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "  " AUD-DATE
               " " AUD-TIME
               " RUN " AUD-RUN-NUMBER
               " " WS-INQ-SOURCE-TEXT
               " " AUD-REASON
               " BATCH: " AUD-BATCH-ID
               " REF: " AUD-REFERENCE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE

           MOVE SPACES TO INQUIRY-REPORT-LINE
      * The second line names the record by its keys: an account
      * change by account and CIF owner, a customer change by
      * customer, a standing-instruction change by instruction and
      * its debit account
           EVALUATE TRUE
               WHEN AUD-STANDING-INSTRUCTION
                   STRING "    " WS-INQ-FILE-TEXT
                       " " AUD-SI-ID
                       " " AUD-ACCOUNT
                       " " AUD-FIELD
                       " FROM: " AUD-BEFORE
                       " TO: " AUD-AFTER
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WHEN OTHER
                   STRING "    " WS-INQ-FILE-TEXT
                       " " AUD-ACCOUNT
                       " " AUD-CUSTOMER-ID
                       " " AUD-FIELD
                       " FROM: " AUD-BEFORE
                       " TO: " AUD-AFTER
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE.

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
           CLOSE INQUIRY-PARM-FILE
                 MASTER-AUDIT-FILE
                 INQUIRY-REPORT-FILE
           DISPLAY "AUDIT INQUIRY TERMINATED NORMALLY"
           DISPLAY "REQUESTS: " WS-REQUEST-COUNT
               " NOT FOUND/INVALID: " WS-NOTFOUND-COUNT
           DISPLAY "RETURN CODE: " WS-RETURN-CODE.
