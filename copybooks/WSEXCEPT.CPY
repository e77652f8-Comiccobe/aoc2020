AOC20 * EXCEPTION RECORD LAYOUT - SHARED BY THE DAY01 MATCHING SUITE
AOC20 * CARRIES THE SOURCE ENTRY ID, DEPARTMENT AND POSTING DATE SO
AOC20 * THE RECYCLE STEP CAN REBUILD A FULL INPUT RECORD FROM IT.
AOC20 * EXC-COMPANY IS THE ENTRY'S COMPANY CODE AS EXTRACTED.
AOC20 * EXC-REASON IS THE FIRST EDIT THE ENTRY FAILED, IN THE ORDER
AOC20 * THE MATCHERS TEST THEM: NONNUMER AMOUNT NOT NUMERIC, RANGE
AOC20 * AMOUNT OUTSIDE THE ENTRY LIMITS, BADDATE POSTING DATE NOT A
AOC20 * REAL DAY OR AFTER THE RUN DATE, BADDEPT DEPARTMENT UNKNOWN OR
AOC20 * INACTIVE, NOCOMP COMPANY NOT DECLARED ON RUNPARMS.
       01 EXCEPTION-RECORD.
          04 EXC-LINE-NO PIC 9(6).
          04 EXC-SEP PIC X.
          04 EXC-POST-DATE PIC X(8).
          04 EXC-SEP-4 PIC X.
          04 EXC-VALUE PIC X(4).
          04 EXC-SEP-5 PIC X.
          04 EXC-COMPANY PIC X(4).
          04 EXC-SEP-6 PIC X.
          04 EXC-REASON PIC X(8).
