AOC20 * HOLD AUDIT LOG RECORD - ONE RECORD PER HOLD OR RELEASE CARD
AOC20 * APPENDED BY DAY01HMNT TO THE CUMULATIVE HOLDLOG DATASET,
AOC20 * APPLIED OR REJECTED, SO EVERY DISPUTE CAN BE TRACED BACK
AOC20 * TO WHO ASKED FOR IT AND WHEN. HL-RESULT IS APPLIED OR
AOC20 * REJECTED; HL-REJECT-REASON IS BLANK ON AN APPLIED CARD.
       01 HOLD-LOG-RECORD.
          04 HL-RUN-DATE PIC 9(8).
          04 HL-SEP-1 PIC X.
          04 HL-RUN-TIME PIC 9(6).
          04 HL-SEP-2 PIC X.
          04 HL-ACTION PIC X(7).
          04 HL-SEP-3 PIC X.
          04 HL-ENTRY-ID PIC X(8).
          04 HL-SEP-4 PIC X.
          04 HL-REASON PIC X(4).
          04 HL-SEP-5 PIC X.
          04 HL-REQUESTER PIC X(8).
          04 HL-SEP-6 PIC X.
          04 HL-REVIEW-DATE PIC X(8).
          04 HL-SEP-7 PIC X.
          04 HL-RESULT PIC X(8).
          04 HL-SEP-8 PIC X.
          04 HL-REJECT-REASON PIC X(20).
