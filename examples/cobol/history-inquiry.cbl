       PRINT-ONE-ACTIVITY-LINE.
      *================================================================*
           ADD 1 TO WS-INQ-LINE-COUNT
      * A reversed item did post and still moves the running
      * balance; the reversal's own "Z" line takes it back out
           EVALUATE TRUE
               WHEN ARCH-REVERSED
                   ADD ARCH-AMOUNT TO WS-INQ-RUNNING-BAL
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING "  " ARCH-DATE
                       " " ARCH-TYPE
                       "  REF: " ARCH-REFERENCE
                       "  AMOUNT: $" ARCH-AMOUNT
                       "  BALANCE: $" WS-INQ-RUNNING-BAL
                       "  ** REVERSED **"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WHEN ARCH-POSTED
                   ADD ARCH-AMOUNT TO WS-INQ-RUNNING-BAL
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING "  " ARCH-DATE
                       " " ARCH-TYPE
                       "  REF: " ARCH-REFERENCE
                       "  AMOUNT: $" ARCH-AMOUNT
                       "  BALANCE: $" WS-INQ-RUNNING-BAL
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING "  " ARCH-DATE
                       " " ARCH-TYPE
                       "  REF: " ARCH-REFERENCE
                       "  AMOUNT: $" ARCH-AMOUNT
                       "  ** REJECTED - NOT POSTED **"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE.

      *================================================================*
