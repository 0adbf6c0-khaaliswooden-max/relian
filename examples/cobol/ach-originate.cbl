       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-ORIGINATE.
       AUTHOR. RELIAN-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * ACH ORIGINATE - Outbound ACH Origination File Builder
      *
      * Back end to the nightly BANKING-SYSTEM job: reads the
      * origination records it wrote for every outbound ACH credit
      * posted tonight (ACHOWORK) - customer transfers and standing
      * instructions paying an account at another bank, already
      * debited to the customer and booked to the ACH settlement GL
      * account in the night's GL extract - and builds the NACHA-
      * format origination file (ACHOUT) for transmission to the
      * Federal Reserve: file header, one PPD credit batch, an entry
      * detail per payment, the batch and file control records with
      * their entry counts, entry hash, and dollar totals, and the
      * all-nines filler records that complete the last block of
      * ten.
      *
      * Each entry carries our account number as its individual ID
      * and a trace number of our routing number and a sequence, so
      * a return from the receiving bank comes back through
      * ACH-INTAKE naming the account to credit back. The report
      * (ACHORPT) lists every entry with its trace number and proves
      * the file's credit total against the settlement figure. A
      * work record that cannot be formatted is left out of the
      * file, listed for operations, and sets return code 8 - the
      * customer has already been debited, so it must be settled by
      * hand, never dropped silently.
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-ORIGINATION-FILE ASSIGN TO "ACHOWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACH-OUT-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ORIGINATE-REPORT-FILE ASSIGN TO "ACHORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACH-ORIGINATION-FILE.
       01  ACH-ORIGINATION-RECORD.
           COPY ACHOREC.

      * Standard 94-byte NACHA records, one view per record type.
       FD  ACH-OUT-FILE.
       01  ACH-OUT-RECORD           PIC X(94).
       01  ACH-FILE-HEADER-REC.
           05  AFH-RECORD-TYPE      PIC X(1).
           05  AFH-PRIORITY-CODE    PIC X(2).
           05  AFH-IMMED-DEST       PIC X(10).
           05  AFH-IMMED-ORIGIN     PIC X(10).
           05  AFH-CREATION-DATE    PIC 9(6).
           05  AFH-CREATION-TIME    PIC 9(4).
           05  AFH-FILE-ID-MODIFIER PIC X(1).
           05  AFH-RECORD-SIZE      PIC X(3).
           05  AFH-BLOCKING-FACTOR  PIC X(2).
           05  AFH-FORMAT-CODE      PIC X(1).
           05  AFH-DEST-NAME        PIC X(23).
           05  AFH-ORIGIN-NAME      PIC X(23).
           05  AFH-REFERENCE-CODE   PIC X(8).
       01  ACH-BATCH-HEADER-REC.
           05  ABH-RECORD-TYPE      PIC X(1).
           05  ABH-SERVICE-CLASS    PIC X(3).
           05  ABH-COMPANY-NAME     PIC X(16).
           05  ABH-DISCRETIONARY    PIC X(20).
           05  ABH-COMPANY-ID       PIC X(10).
           05  ABH-SEC-CODE         PIC X(3).
           05  ABH-ENTRY-DESC       PIC X(10).
           05  ABH-DESCRIPTIVE-DATE PIC X(6).
           05  ABH-EFFECTIVE-DATE   PIC 9(6).
           05  ABH-SETTLEMENT-DATE  PIC X(3).
           05  ABH-ORIGINATOR-STATUS PIC X(1).
           05  ABH-ODFI-ID          PIC X(8).
           05  ABH-BATCH-NUMBER     PIC 9(7).
       01  ACH-ENTRY-REC.
           05  AEN-RECORD-TYPE      PIC X(1).
           05  AEN-TRAN-CODE        PIC X(2).
           05  AEN-RDFI-ROUTING     PIC X(9).
           05  AEN-DFI-ACCOUNT      PIC X(17).
           05  AEN-AMOUNT           PIC 9(8)V99.
           05  AEN-INDIVIDUAL-ID    PIC X(15).
           05  AEN-INDIVIDUAL-NAME  PIC X(22).
           05  AEN-DISCRETIONARY    PIC X(2).
           05  AEN-ADDENDA-IND      PIC X(1).
           05  AEN-TRACE-NUMBER.
               10  AEN-TRACE-ODFI   PIC X(8).
               10  AEN-TRACE-SEQ    PIC 9(7).
       01  ACH-BATCH-CONTROL-REC.
           05  ABC-RECORD-TYPE      PIC X(1).
           05  ABC-SERVICE-CLASS    PIC X(3).
           05  ABC-ENTRY-COUNT      PIC 9(6).
           05  ABC-ENTRY-HASH       PIC 9(10).
           05  ABC-TOTAL-DEBIT      PIC 9(10)V99.
           05  ABC-TOTAL-CREDIT     PIC 9(10)V99.
           05  ABC-COMPANY-ID       PIC X(10).
           05  ABC-AUTH-CODE        PIC X(19).
           05  ABC-RESERVED         PIC X(6).
           05  ABC-ODFI-ID          PIC X(8).
           05  ABC-BATCH-NUMBER     PIC 9(7).
       01  ACH-FILE-CONTROL-REC.
           05  AFC-RECORD-TYPE      PIC X(1).
           05  AFC-BATCH-COUNT      PIC 9(6).
           05  AFC-BLOCK-COUNT      PIC 9(6).
           05  AFC-ENTRY-COUNT      PIC 9(8).
           05  AFC-ENTRY-HASH       PIC 9(10).
           05  AFC-TOTAL-DEBIT      PIC 9(10)V99.
           05  AFC-TOTAL-CREDIT     PIC 9(10)V99.
           05  AFC-RESERVED         PIC X(39).

       FD  ORIGINATE-REPORT-FILE.
       01  ORIGINATE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and control fields
       01  WS-FILE-STATUS          PIC XX.
       01  WS-ORIG-EOF-FLAG        PIC X VALUE "N".
           88  ORIG-END-OF-FILE     VALUE "Y".
           88  ORIG-NOT-END-OF-FILE VALUE "N".

      * Date and time fields. Entries settle on the next weekday
      * after the business date; the NACHA dates are YYMMDD.
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
           05  WS-HOUR             PIC 9(2).
           05  WS-MINUTE           PIC 9(2).
           05  FILLER              PIC X(11).
       01  WS-FORMATTED-DATE       PIC 9(8).
       01  WS-DATE-WORK.
           05  WS-DATE-INT         PIC 9(7).
           05  WS-DATE-WEEKS       PIC 9(7).
           05  WS-DATE-WEEKDAY     PIC 9(1).
           05  WS-EFFECTIVE-DATE   PIC 9(8).
           05  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
               10  WS-EFFECTIVE-CC PIC 9(2).
               10  WS-EFFECTIVE-YYMMDD PIC 9(6).
           05  WS-CREATION-DATE    PIC 9(8).
           05  WS-CREATION-PARTS REDEFINES WS-CREATION-DATE.
               10  WS-CREATION-CC  PIC 9(2).
               10  WS-CREATION-YYMMDD PIC 9(6).

      * Origination identity: the Federal Reserve as immediate
      * destination, our own routing number as immediate origin and
      * ODFI, and the company identification our credits go out
      * under. Customer transfers are consumer payments (PPD) and
      * the batch carries credits only (service class 220).
       01  WS-ORIGINATOR-FIELDS.
           05  WS-IMMED-DEST       PIC X(10) VALUE " 011000015".
           05  WS-IMMED-DEST-NAME  PIC X(23)
                                   VALUE "FEDERAL RESERVE BANK".
           05  WS-IMMED-ORIGIN     PIC X(10) VALUE " 123456780".
           05  WS-ORIGIN-NAME      PIC X(23) VALUE "RELIAN BANK".
           05  WS-ODFI-ID          PIC X(8) VALUE "12345678".
           05  WS-COMPANY-NAME     PIC X(16) VALUE "RELIAN BANK".
           05  WS-COMPANY-ID       PIC X(10) VALUE "1123456780".
           05  WS-SEC-CODE         PIC X(3) VALUE "PPD".
           05  WS-ENTRY-DESC       PIC X(10) VALUE "TRANSFER".
           05  WS-SERVICE-CLASS    PIC X(3) VALUE "220".
           05  WS-SETTLEMENT-GL    PIC X(8) VALUE "20020000".

      * File and batch control accumulators. The entry hash is the
      * sum of the receiving banks' eight-digit routing numbers,
      * of which the control records carry the low ten digits.
       01  WS-CONTROL-FIELDS.
           05  WS-BATCH-NUMBER     PIC 9(7) VALUE ZEROS.
           05  WS-BATCH-COUNT      PIC 9(6) VALUE ZEROS.
           05  WS-ENTRY-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-TRACE-SEQ        PIC 9(7) VALUE ZEROS.
           05  WS-HASH-SUM         PIC 9(15) VALUE ZEROS.
           05  WS-ENTRY-HASH       PIC 9(10) VALUE ZEROS.
           05  WS-TOTAL-CREDIT     PIC 9(10)V99 VALUE ZEROS.
           05  WS-NACHA-RECORDS    PIC 9(8) VALUE ZEROS.
           05  WS-BLOCK-COUNT      PIC 9(6) VALUE ZEROS.
           05  WS-HASH-ROUTING-X   PIC X(8).
           05  WS-HASH-ROUTING-9 REDEFINES WS-HASH-ROUTING-X
                                   PIC 9(8).

      * Item counters
       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-EXCEPTION-AMOUNT PIC S9(13)V99 VALUE ZEROS.

      * Error handling
       01  WS-ERROR-MESSAGE        PIC X(80).
       01  WS-RETURN-CODE          PIC S9(4) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

      *================================================================*
       MAIN-PROCEDURE.
      *================================================================*
           PERFORM INITIALIZATION
           PERFORM WRITE-FILE-HEADER
           PERFORM ORIGINATE-ONE-ENTRY
               UNTIL ORIG-END-OF-FILE
           IF WS-BATCH-COUNT > ZEROS
               PERFORM WRITE-BATCH-CONTROL
           END-IF
           PERFORM WRITE-FILE-CONTROL
           PERFORM WRITE-ORIGINATION-SUMMARY
           PERFORM TERMINATION
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *================================================================*
       INITIALIZATION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE WS-FORMATTED-DATE TO WS-CREATION-DATE

      * Next weekday: day 1 of the integer calendar is a Monday, so
      * the remainder by seven is 6 on a Saturday and 0 on a Sunday
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-FORMATTED-DATE) + 1
           DIVIDE WS-DATE-INT BY 7
               GIVING WS-DATE-WEEKS REMAINDER WS-DATE-WEEKDAY
           EVALUATE WS-DATE-WEEKDAY
               WHEN 6
                   ADD 2 TO WS-DATE-INT
               WHEN 0
                   ADD 1 TO WS-DATE-INT
           END-EVALUATE
           COMPUTE WS-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)

           OPEN INPUT ACH-ORIGINATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACH ORIGINATION FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT ACH-OUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ACH OUTPUT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           OPEN OUTPUT ORIGINATE-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "ERROR OPENING ORIGINATION REPORT FILE"
                   TO WS-ERROR-MESSAGE
               PERFORM ERROR-HANDLER
           END-IF

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING "ACH ORIGINATION REPORT - " WS-FORMATTED-DATE
               "  EFFECTIVE ENTRY DATE: " WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING "TRACE NUMBER    ACCOUNT    REFERENCE           "
               " RDFI      RECEIVING ACCOUNT  TC AMOUNT"
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           PERFORM READ-ORIGINATION-RECORD

           DISPLAY "ACH ORIGINATE INITIALIZED: " WS-FORMATTED-DATE.

      *================================================================*
       READ-ORIGINATION-RECORD.
      *================================================================*
           READ ACH-ORIGINATION-FILE
               AT END SET ORIG-END-OF-FILE TO TRUE
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

      *================================================================*
       WRITE-FILE-HEADER.
      *================================================================*
      * Written even on a night with nothing to originate, so the
      * transmission step always finds a well-formed (empty) file.
      *================================================================*
           MOVE SPACES TO ACH-FILE-HEADER-REC
           MOVE "1" TO AFH-RECORD-TYPE
           MOVE "01" TO AFH-PRIORITY-CODE
           MOVE WS-IMMED-DEST TO AFH-IMMED-DEST
           MOVE WS-IMMED-ORIGIN TO AFH-IMMED-ORIGIN
           MOVE WS-CREATION-YYMMDD TO AFH-CREATION-DATE
           COMPUTE AFH-CREATION-TIME = WS-HOUR * 100 + WS-MINUTE
           MOVE "A" TO AFH-FILE-ID-MODIFIER
           MOVE "094" TO AFH-RECORD-SIZE
           MOVE "10" TO AFH-BLOCKING-FACTOR
           MOVE "1" TO AFH-FORMAT-CODE
           MOVE WS-IMMED-DEST-NAME TO AFH-DEST-NAME
           MOVE WS-ORIGIN-NAME TO AFH-ORIGIN-NAME
           WRITE ACH-FILE-HEADER-REC
           ADD 1 TO WS-NACHA-RECORDS.

      *================================================================*
       WRITE-BATCH-HEADER.
      *================================================================*
           ADD 1 TO WS-BATCH-NUMBER
           ADD 1 TO WS-BATCH-COUNT
           MOVE SPACES TO ACH-BATCH-HEADER-REC
           MOVE "5" TO ABH-RECORD-TYPE
           MOVE WS-SERVICE-CLASS TO ABH-SERVICE-CLASS
           MOVE WS-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE WS-COMPANY-ID TO ABH-COMPANY-ID
           MOVE WS-SEC-CODE TO ABH-SEC-CODE
           MOVE WS-ENTRY-DESC TO ABH-ENTRY-DESC
           MOVE WS-EFFECTIVE-YYMMDD TO ABH-EFFECTIVE-DATE
           MOVE "1" TO ABH-ORIGINATOR-STATUS
           MOVE WS-ODFI-ID TO ABH-ODFI-ID
           MOVE WS-BATCH-NUMBER TO ABH-BATCH-NUMBER
           WRITE ACH-BATCH-HEADER-REC
           ADD 1 TO WS-NACHA-RECORDS.

      *================================================================*
       ORIGINATE-ONE-ENTRY.
      *================================================================*
      * BANKING-SYSTEM proved the destination before it debited the
      * customer; the edits here only keep a damaged work record
      * out of the file. The receiving account type picks the
      * transaction code: 22 checking credit, 32 savings credit.
      * The batch is opened at the first entry that passes, so a
      * night on which every work record is an exception carries no
      * empty batch and the file control reports zero batches.
      *================================================================*
           MOVE SPACES TO WS-ERROR-MESSAGE
           EVALUATE TRUE
               WHEN ACHO-ROUTING NOT NUMERIC
                   MOVE "ROUTING NUMBER NOT NUMERIC"
                       TO WS-ERROR-MESSAGE
               WHEN ACHO-DFI-ACCOUNT = SPACES
                   MOVE "RECEIVING ACCOUNT MISSING"
                       TO WS-ERROR-MESSAGE
               WHEN NOT ACHO-TO-CHECKING AND NOT ACHO-TO-SAVINGS
                   MOVE "RECEIVING ACCOUNT TYPE INVALID"
                       TO WS-ERROR-MESSAGE
               WHEN ACHO-AMOUNT NOT NUMERIC
                   OR ACHO-AMOUNT NOT > ZEROS
                   OR ACHO-AMOUNT > 99999999.99
                   MOVE "AMOUNT NOT ORIGINABLE"
                       TO WS-ERROR-MESSAGE
           END-EVALUATE
           IF WS-ERROR-MESSAGE NOT = SPACES
               PERFORM REPORT-ENTRY-EXCEPTION
               PERFORM READ-ORIGINATION-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-COUNT = ZEROS
               PERFORM WRITE-BATCH-HEADER
           END-IF

           ADD 1 TO WS-TRACE-SEQ
           MOVE SPACES TO ACH-ENTRY-REC
           MOVE "6" TO AEN-RECORD-TYPE
           IF ACHO-TO-SAVINGS
               MOVE "32" TO AEN-TRAN-CODE
           ELSE
               MOVE "22" TO AEN-TRAN-CODE
           END-IF
           MOVE ACHO-ROUTING TO AEN-RDFI-ROUTING
           MOVE ACHO-DFI-ACCOUNT TO AEN-DFI-ACCOUNT
           MOVE ACHO-AMOUNT TO AEN-AMOUNT
           MOVE ACHO-ACCOUNT TO AEN-INDIVIDUAL-ID
           MOVE ACHO-NAME TO AEN-INDIVIDUAL-NAME
           MOVE "0" TO AEN-ADDENDA-IND
           MOVE WS-ODFI-ID TO AEN-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO AEN-TRACE-SEQ
           WRITE ACH-ENTRY-REC
           ADD 1 TO WS-NACHA-RECORDS

           ADD 1 TO WS-ENTRY-COUNT
           MOVE ACHO-ROUTING (1:8) TO WS-HASH-ROUTING-X
           ADD WS-HASH-ROUTING-9 TO WS-HASH-SUM
           ADD AEN-AMOUNT TO WS-TOTAL-CREDIT

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING AEN-TRACE-NUMBER " " ACHO-ACCOUNT
               " " ACHO-REFERENCE " " AEN-RDFI-ROUTING
               " " AEN-DFI-ACCOUNT " " AEN-TRAN-CODE
               " " AEN-AMOUNT
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           PERFORM READ-ORIGINATION-RECORD.

      *================================================================*
       REPORT-ENTRY-EXCEPTION.
      *================================================================*
           ADD 1 TO WS-EXCEPTION-COUNT
           IF ACHO-AMOUNT IS NUMERIC
               ADD ACHO-AMOUNT TO WS-EXCEPTION-AMOUNT
           END-IF
           MOVE 8 TO WS-RETURN-CODE
           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING "*** NOT ORIGINATED *** ACCOUNT: " ACHO-ACCOUNT
               " REF: " ACHO-REFERENCE
               " RSN: " WS-ERROR-MESSAGE
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE.

      *================================================================*
       WRITE-BATCH-CONTROL.
      *================================================================*
      * A MOVE keeps the low-order ten digits of the hash sum, which
      * is exactly the NACHA rule for an entry hash that overflows.
      *================================================================*
           MOVE WS-HASH-SUM TO WS-ENTRY-HASH
           MOVE SPACES TO ACH-BATCH-CONTROL-REC
           MOVE "8" TO ABC-RECORD-TYPE
           MOVE WS-SERVICE-CLASS TO ABC-SERVICE-CLASS
           MOVE WS-ENTRY-COUNT TO ABC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE ZEROS TO ABC-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO ABC-TOTAL-CREDIT
           MOVE WS-COMPANY-ID TO ABC-COMPANY-ID
           MOVE WS-ODFI-ID TO ABC-ODFI-ID
           MOVE WS-BATCH-NUMBER TO ABC-BATCH-NUMBER
           WRITE ACH-BATCH-CONTROL-REC
           ADD 1 TO WS-NACHA-RECORDS.

      *================================================================*
       WRITE-FILE-CONTROL.
      *================================================================*
      * The block count covers every record in the file, this one
      * included, in blocks of ten; the last block is made up with
      * all-nines filler records.
      *================================================================*
           MOVE WS-HASH-SUM TO WS-ENTRY-HASH
           ADD 1 TO WS-NACHA-RECORDS
           COMPUTE WS-BLOCK-COUNT = (WS-NACHA-RECORDS + 9) / 10

           MOVE SPACES TO ACH-FILE-CONTROL-REC
           MOVE "9" TO AFC-RECORD-TYPE
           MOVE WS-BATCH-COUNT TO AFC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE ZEROS TO AFC-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO AFC-TOTAL-CREDIT
           WRITE ACH-FILE-CONTROL-REC

           PERFORM UNTIL WS-NACHA-RECORDS >= WS-BLOCK-COUNT * 10
               MOVE ALL "9" TO ACH-OUT-RECORD
               WRITE ACH-OUT-RECORD
               ADD 1 TO WS-NACHA-RECORDS
           END-PERFORM.

      *================================================================*
       WRITE-ORIGINATION-SUMMARY.
      *================================================================*
      * The file's credit total plus anything left out must equal
      * the night's ACH ORIGINATIONS credit to the settlement
      * account on the GL extract.
      *================================================================*
           MOVE SPACES TO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING "WORK RECORDS READ: " WS-READ-COUNT
               " ORIGINATED: " WS-ENTRY-COUNT
               " NOT ORIGINATED: " WS-EXCEPTION-COUNT
               " $" WS-EXCEPTION-AMOUNT
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING "FILE CONTROLS - BATCHES: " WS-BATCH-COUNT
               " BLOCKS: " WS-BLOCK-COUNT
               " ENTRIES: " WS-ENTRY-COUNT
               " HASH: " WS-ENTRY-HASH
               " CREDITS: $" WS-TOTAL-CREDIT
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           MOVE SPACES TO ORIGINATE-REPORT-LINE
           STRING "ACH SETTLEMENT GL " WS-SETTLEMENT-GL
               " - FILE CREDITS TO CLEAR: $" WS-TOTAL-CREDIT
               DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
           WRITE ORIGINATE-REPORT-LINE

           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE SPACES TO ORIGINATE-REPORT-LINE
               STRING "*** ENTRIES NOT ORIGINATED - CUSTOMERS ALREADY"
                   " DEBITED - SETTLE BY HAND ***"
                   DELIMITED BY SIZE INTO ORIGINATE-REPORT-LINE
               WRITE ORIGINATE-REPORT-LINE
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
           CLOSE ACH-ORIGINATION-FILE
                 ACH-OUT-FILE
                 ORIGINATE-REPORT-FILE
           DISPLAY "ACH ORIGINATE TERMINATED NORMALLY"
           DISPLAY "ORIGINATED: " WS-ENTRY-COUNT
               " CREDITS: " WS-TOTAL-CREDIT
           DISPLAY "RETURN CODE: " WS-RETURN-CODE.
