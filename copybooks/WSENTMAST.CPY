AOC20 * FLAGGED NIGHTLY BY DAY01MSTL FROM THE INPUT, MATCH AND
AOC20 * EXCEPT GENERATIONS SO DAY01MSTQ CAN ANSWER "WHAT DID THE
AOC20 * SYSTEM DO WITH ENTRY X" WITHOUT WALKING THE FLAT FILES.
AOC20 * EM-MATCH-STATUS: NONE, PAIR, TRPL, OR BOTH (LAST RUN SEEN),
AOC20 * OR LATE WHEN DATED INTO A CLOSED FISCAL PERIOD.
AOC20 * EM-EXC-FLAG: Y WHEN THE ENTRY FAILED THE MATCHERS' EDIT.
AOC20 * EM-GL-STATUS: WHAT THE LEDGER DID WITH THE ENTRY'S GLPOST
AOC20 * RECORD, SET BY DAY01GLRC FROM THE LEDGER ACKNOWLEDGMENT -
AOC20 * ACPT POSTED, RJCT REJECTED (EM-GL-REASON HOLDS THE LEDGER
AOC20 * REASON CODE), NACK POSTED BUT NEVER ACKNOWLEDGED, BLANK NOT
AOC20 * YET RECONCILED. EM-GL-DATE IS THE RECONCILIATION RUN DATE.
AOC20 * EM-COMPANY: THE ENTRY'S COMPANY CODE FROM ITS LAST EXTRACT.
       01 ENTRY-MASTER-RECORD.
          04 EM-ENTRY-ID PIC X(8).
          04 EM-AMOUNT PIC 9(4).
          04 EM-LAST-SEEN PIC 9(8).
          04 EM-MATCH-STATUS PIC X(4).
          04 EM-EXC-FLAG PIC X.
          04 EM-GL-STATUS PIC X(4).
          04 EM-GL-DATE PIC 9(8).
          04 EM-GL-REASON PIC X(4).
          04 EM-COMPANY PIC X(4).
