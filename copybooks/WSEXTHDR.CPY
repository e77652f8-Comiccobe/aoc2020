AOC20 * LEDGER EXTRACT HEADER AND TRAILER - SHARED BY THE DAY01 SUITE
AOC20 * THE RAW EXTRACT OPENS WITH ONE HDR RECORD AND CLOSES WITH ONE
AOC20 * TRL RECORD AROUND THE WSEXPENSE DETAIL RECORDS. DAY01XVAL
AOC20 * PROVES THEM AND STRIPS THEM BEFORE THE INPUT.DAT LOAD, SO NO
AOC20 * OTHER PROGRAM EVER SEES EITHER ONE. EH-SEQUENCE-NO RUNS UP
AOC20 * BY ONE PER EXTRACT FOR EACH SOURCE SYSTEM. ET-AMOUNT-HASH IS
AOC20 * THE SUM OF EVERY NUMERIC DETAIL AMOUNT; ET-ENTRY-HASH IS THE
AOC20 * SUM OF THE SIX-DIGIT SERIAL IN COLUMNS 3-8 OF EVERY ENTRY
AOC20 * ID. A NON-NUMERIC AMOUNT OR SERIAL ADDS ZERO ON BOTH SIDES.
AOC20 * EACH COMPANY'S LEDGER SENDS ITS OWN HDR/DETAIL/TRL BATCH,
AOC20 * EH-COMPANY NAMING THE COMPANY EVERY DETAIL RECORD IN THE
AOC20 * BATCH MUST CARRY; THE BATCHES ARRIVE ONE BEHIND ANOTHER IN
AOC20 * THE SAME RAW EXTRACT. A SINGLE-COMPANY EXTRACT IS ONE BATCH
AOC20 * WITH EH-COMPANY BLANK. THE SEQUENCE NUMBER RUNS SEPARATELY
AOC20 * FOR EACH SOURCE SYSTEM AND COMPANY.
       01 EXTRACT-HEADER-RECORD.
          04 EH-REC-TYPE PIC X(3).
          04 EH-SEP-1 PIC X.
          04 EH-EXTRACT-DATE PIC 9(8).
          04 EH-SEP-2 PIC X.
          04 EH-SOURCE-SYSTEM PIC X(8).
          04 EH-SEP-3 PIC X.
          04 EH-SEQUENCE-NO PIC 9(6).
          04 EH-SEP-4 PIC X.
          04 EH-COMPANY PIC X(4).
       01 EXTRACT-TRAILER-RECORD.
          04 ET-REC-TYPE PIC X(3).
          04 ET-SEP-1 PIC X.
          04 ET-RECORD-COUNT PIC 9(6).
          04 ET-SEP-2 PIC X.
          04 ET-AMOUNT-HASH PIC 9(12).
          04 ET-SEP-3 PIC X.
          04 ET-ENTRY-HASH PIC 9(12).
