AOC20 * EXCEPTION WRITE-OFF LOG RECORD - ONE RECORD PER WRITE-OFF OR
AOC20 * REOPEN CARD APPENDED BY DAY01XWOF TO THE CUMULATIVE XWOFLOG
AOC20 * DATASET, APPLIED OR REJECTED, SO EVERY WRITE-OFF ON THE
AOC20 * EXCEPTION LEDGER CAN BE TRACED TO THE CLERK WHO MADE IT.
AOC20 * WL-RESULT IS APPLIED OR REJECTED; WL-REJECT-REASON IS BLANK
AOC20 * ON AN APPLIED CARD.
       01 WOFF-LOG-RECORD.
          04 WL-RUN-DATE PIC 9(8).
          04 WL-SEP-1 PIC X.
          04 WL-RUN-TIME PIC 9(6).
          04 WL-SEP-2 PIC X.
          04 WL-ACTION PIC X(7).
          04 WL-SEP-3 PIC X.
          04 WL-ENTRY-ID PIC X(8).
          04 WL-SEP-4 PIC X.
          04 WL-REASON PIC X(4).
          04 WL-SEP-5 PIC X.
          04 WL-CLERK PIC X(8).
          04 WL-SEP-6 PIC X.
          04 WL-RESULT PIC X(8).
          04 WL-SEP-7 PIC X.
          04 WL-REJECT-REASON PIC X(20).
