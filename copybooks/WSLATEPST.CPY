AOC20 * LATE-POSTING RECORD - SHARED BY THE DAY01 MATCHING SUITE
AOC20 * ONE RECORD PER VALID ENTRY DATED INTO A CLOSED FISCAL
AOC20 * PERIOD (OR A DATE THE CALENDAR DOES NOT COVER), WRITTEN BY
AOC20 * DAY01P01. SUCH AN ENTRY IS NOT MATCHED OR POSTED; THE
AOC20 * CONTROLLER DECIDES WHETHER IT POSTS TO THE CURRENT OPEN
AOC20 * PERIOD. LP-PERIOD IS THE CLOSED PERIOD THE DATE FELL IN
AOC20 * (NONE WHEN NO PERIOD COVERS IT). LP-SOURCE IS XTRC FOR AN
AOC20 * ENTRY IN TONIGHT'S EXTRACT, POOL FOR AN OPEN ITEM CARRIED
AOC20 * FROM AN EARLIER NIGHT WHOSE PERIOD HAS SINCE CLOSED.
       01 LATE-POST-RECORD.
          04 LP-ENTRY-ID PIC X(8).
          04 LP-SEP-1 PIC X.
          04 LP-DEPT PIC X(4).
          04 LP-SEP-2 PIC X.
          04 LP-POST-DATE PIC 9(8).
          04 LP-SEP-3 PIC X.
          04 LP-AMOUNT PIC 9(4).
          04 LP-SEP-4 PIC X.
          04 LP-PERIOD PIC X(6).
          04 LP-SEP-5 PIC X.
          04 LP-SOURCE PIC X(4).
          04 LP-SEP-6 PIC X.
          04 LP-RUN-DATE PIC 9(8).
