      * year. Rolls up all capitalized interest credited during the
      * reporting calendar year - the "I" records BANKING-SYSTEM
      * archives to TXNARCH at each capitalization - across every
      * account for which a customer is the tax owner, applies the
      * reporting threshold, and produces:
      *
      *   TAX1099X - one 1099-INT extract record per reportable
      * calendar year provided this job runs in January, before the
      * nightly purge starts eating the oldest of last year's
      * January postings.
      *
      * An account's tax owner is the party designated on the
      * account relationship master (ACCTREL) to receive its 1099;
      * with no designation it is the CIF owner in ACCT-CUSTOMER-ID,
      * and on an account with no CIF link, the primary owner on
      * ACCTREL. A joint account's interest is therefore reported
      * once, to one owner, never split or doubled.
      *================================================================*

       ENVIRONMENT DIVISION.
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
           SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  ACCOUNT-RELATIONSHIP-FILE.
       01  ACCOUNT-RELATIONSHIP-RECORD.
           COPY RELREC.

       FD  TRANSACTION-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCHREC.
           05  WS-ACCT-INTEREST    PIC S9(11)V99.
           05  WS-ARCH-YEAR        PIC 9(4).

      * The finished account's tax owner, and the primary owner found
      * on ACCTREL along the way as the last fallback
       01  WS-TAX-OWNER-FIELDS.
           05  WS-TAX-OWNER        PIC X(10).
           05  WS-REL-PRIMARY-ID   PIC X(10).
       01  WS-REL-SCAN-FLAG        PIC X.
           88  REL-SCAN-DONE        VALUE "Y".
           88  REL-SCAN-MORE        VALUE "N".

      * Customer rollup table: total capitalized interest for the
      * year across every account the customer owns. Bounded; a book
      * past the table is a sizing problem worth stopping over.
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
       ROLL-UP-ACCOUNT.
      *================================================================*
      * Account break: the finished account's year of interest rolls
      * up under its tax owner. An account that earned nothing files
      * nothing and is passed over. No master record, or no customer
      * to file under (no CIF link and no designated or primary owner
      * on ACCTREL), cannot be filed and goes straight to the
      * exception listing with its amount, so the money is never
      * silently dropped from the filing.
      *================================================================*
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-ERROR-MESSAGE
                   PERFORM WRITE-ACCOUNT-EXCEPTION
               NOT INVALID KEY
                   PERFORM DETERMINE-TAX-OWNER
                   IF WS-TAX-OWNER = SPACES
                       MOVE "NO CUSTOMER LINK ON ACCOUNT"
                           TO WS-ERROR-MESSAGE
                       PERFORM WRITE-ACCOUNT-EXCEPTION
                   END-IF
           END-READ.

      *================================================================*
       DETERMINE-TAX-OWNER.
      *================================================================*
      * The designated tax owner on ACCTREL if the account has one;
      * otherwise the CIF owner; otherwise the primary owner on
      * ACCTREL; otherwise spaces.
      *================================================================*
           MOVE SPACES TO WS-TAX-OWNER
           MOVE SPACES TO WS-REL-PRIMARY-ID
           MOVE WS-CUR-ACCOUNT TO REL-ACCOUNT
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
                       IF REL-ACCOUNT NOT = WS-CUR-ACCOUNT
                           SET REL-SCAN-DONE TO TRUE
                       ELSE
                           IF REL-TAX-OWNER
                               MOVE REL-CUSTOMER-ID TO WS-TAX-OWNER
                           END-IF
                           IF REL-PRIMARY
                               MOVE REL-CUSTOMER-ID
                                   TO WS-REL-PRIMARY-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TAX-OWNER = SPACES
               MOVE ACCT-CUSTOMER-ID TO WS-TAX-OWNER
           END-IF
           IF WS-TAX-OWNER = SPACES
               MOVE WS-REL-PRIMARY-ID TO WS-TAX-OWNER
           END-IF.

      *================================================================*
       ADD-TO-CUSTOMER-TABLE.
      *================================================================*
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
                      OR WS-CT-POS > ZEROS
               IF WS-CT-CUSTOMER-ID (WS-CT-SUB) = WS-TAX-OWNER
                   MOVE WS-CT-SUB TO WS-CT-POS
               END-IF
           END-PERFORM
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-POS
               MOVE WS-TAX-OWNER
                   TO WS-CT-CUSTOMER-ID (WS-CT-POS)
               MOVE ZEROS TO WS-CT-INTEREST (WS-CT-POS)
               MOVE ZEROS TO WS-CT-ACCOUNTS (WS-CT-POS)
      *================================================================*
           CLOSE ACCOUNT-FILE
                 CUSTOMER-FILE
                 ACCOUNT-RELATIONSHIP-FILE
                 TRANSACTION-ARCHIVE-FILE
                 EXTRACT-FILE
                 RECIPIENT-COPY-FILE
