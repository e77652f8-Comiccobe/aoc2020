AOC20 * BATCH WINDOW SLA CONTROL CARDS - READ BY DAY01SLA
AOC20 * ONE WINDOW CARD AND ONE STEP CARD PER NIGHTLY PROGRAM. A
AOC20 * CARD WITH * IN COL 1 IS A COMMENT.
AOC20 * WINDOW CARD: WINDOW IN COLS 1-9, THE WINDOW START HHMM IN
AOC20 * COLS 11-14, THE CUTOFF HHMM THE NIGHT MUST BE FINISHED BY IN
AOC20 * COLS 16-19, AND IN COLS 21-23 HOW MANY NIGHTS AHEAD TO
AOC20 * PROJECT VOLUME GROWTH OVER. A CUTOFF EARLIER THAN THE START
AOC20 * FALLS ON THE NEXT DAY.
AOC20 * STEP CARD: PROGRAM NAME IN COLS 1-9, THE STEP'S SLA IN
AOC20 * SECONDS IN COLS 11-15 (ZERO FOR NONE), AND THE PROC STEP
AOC20 * NAME IN COLS 17-24. STEPS ARE REPORTED IN CARD ORDER.
       01 SLA-STEP-CARD.
          04 SC-PROGRAM PIC X(9).
          04 SC-SEP-1 PIC X.
          04 SC-SLA-SECONDS PIC 9(5).
          04 SC-SEP-2 PIC X.
          04 SC-STEP-NAME PIC X(8).
       01 SLA-WINDOW-CARD.
          04 SW-KEYWORD PIC X(9).
          04 SW-SEP-1 PIC X.
          04 SW-START PIC 9(4).
          04 SW-START-R REDEFINES SW-START.
             07 SW-START-HH PIC 9(2).
             07 SW-START-MM PIC 9(2).
          04 SW-SEP-2 PIC X.
          04 SW-CUTOFF PIC 9(4).
          04 SW-CUTOFF-R REDEFINES SW-CUTOFF.
             07 SW-CUTOFF-HH PIC 9(2).
             07 SW-CUTOFF-MM PIC 9(2).
          04 SW-SEP-3 PIC X.
          04 SW-HORIZON PIC 9(3).
