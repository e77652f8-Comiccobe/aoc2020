AOC20 * MATCH APPROVAL AUDIT LOG RECORD - ONE RECORD PER APPROVE OR
AOC20 * REJECT CARD APPENDED BY DAY01APRV TO THE CUMULATIVE APPRLOG
AOC20 * DATASET, APPLIED OR REJECTED, SO EVERY SIGN-OFF CAN BE
AOC20 * TRACED TO WHO GAVE IT, WHEN AND WHY. AL-TOTAL IS THE
AOC20 * QUEUED MATCH TOTAL (ZEROS WHEN THE CARD MATCHED NOTHING).
AOC20 * AL-RESULT IS APPLIED OR REJECTED; AL-REJECT-REASON IS BLANK
AOC20 * ON AN APPLIED CARD.
       01 APPROVAL-LOG-RECORD.
          04 AL-RUN-DATE PIC 9(8).
          04 AL-SEP-1 PIC X.
          04 AL-RUN-TIME PIC 9(6).
          04 AL-SEP-2 PIC X.
          04 AL-ACTION PIC X(7).
          04 AL-SEP-3 PIC X.
          04 AL-TYPE PIC X(4).
          04 AL-SEP-4 PIC X.
          04 AL-ID-1 PIC X(8).
          04 AL-SEP-5 PIC X.
          04 AL-ID-2 PIC X(8).
          04 AL-SEP-6 PIC X.
          04 AL-ID-3 PIC X(8).
          04 AL-SEP-7 PIC X.
          04 AL-APPROVER PIC X(8).
          04 AL-SEP-8 PIC X.
          04 AL-REASON PIC X(30).
          04 AL-SEP-9 PIC X.
          04 AL-TOTAL PIC 9(6).
          04 AL-SEP-10 PIC X.
          04 AL-RESULT PIC X(8).
          04 AL-SEP-11 PIC X.
          04 AL-REJECT-REASON PIC X(20).
