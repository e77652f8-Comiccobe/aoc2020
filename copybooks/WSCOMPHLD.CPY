AOC20 * COMPANY HOLD RECORD - SHARED BY THE DAY01 SUITE
AOC20 * ONE RECORD PER COMPANY WHOSE NIGHT IS HELD BECAUSE ITS OWN
AOC20 * DATA FAILED A CONTROL - DUPLICATE LIMIT (DAY01DUPE) OR THE
AOC20 * CONTROL-TOTAL BALANCE (DAY01BAL). THE OTHER COMPANIES' NIGHT
AOC20 * GOES AHEAD; DAY01GLPI QUEUES THE HELD COMPANY'S MATCHES FOR
AOC20 * APPROVAL INSTEAD OF POSTING THEM. WRITTEN ONLY WHEN RUNPARMS
AOC20 * CARRIES COMPANY SECTIONS - A SINGLE-COMPANY NIGHT THAT FAILS
AOC20 * IS STOPPED OUTRIGHT AS BEFORE. CH-STEP IS THE PROGRAM THAT
AOC20 * HELD THE COMPANY.
       01 COMPANY-HOLD-RECORD.
          04 CH-COMPANY PIC X(4).
          04 CH-SEP-1 PIC X.
          04 CH-STEP PIC X(9).
          04 CH-SEP-2 PIC X.
          04 CH-REASON PIC X(30).
