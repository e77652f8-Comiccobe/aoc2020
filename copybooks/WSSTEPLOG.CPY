AOC20 * STEP TIMING LOG RECORD - SHARED BY THE DAY01 SUITE
AOC20 * ONE RECORD PER PROGRAM EXECUTION IN THE NIGHTLY PROCEDURE,
AOC20 * APPENDED TO THE CUMULATIVE STEPLOG DATASET AS THE PROGRAM
AOC20 * ENDS - NORMALLY OR ON A TERMINATING ERROR - SO DAY01SLA CAN
AOC20 * SHOW WHICH STEP ATE THE BATCH WINDOW. SL-RUN-ID IS THE RUN
AOC20 * IDENTIFIER PASSED ON PARM (THE SAME ONE THE MATCHERS STAMP
AOC20 * ON RUNHIST), WHICH GROUPS A NIGHT'S STEPS TOGETHER.
AOC20 * TIMES ARE HHMMSSHH AS RETURNED BY ACCEPT FROM TIME.
AOC20 * SL-RECORDS IS THE STEP'S PRINCIPAL INPUT RECORD COUNT AND
AOC20 * SL-RETURN-CODE THE RETURN CODE THE STEP ENDED WITH.
       01 STEP-LOG-RECORD.
          04 SL-RUN-ID PIC X(8).
          04 SL-SEP-1 PIC X.
          04 SL-PROGRAM PIC X(9).
          04 SL-SEP-2 PIC X.
          04 SL-START-DATE PIC 9(8).
          04 SL-SEP-3 PIC X.
          04 SL-START-TIME PIC 9(8).
          04 SL-SEP-4 PIC X.
          04 SL-END-DATE PIC 9(8).
          04 SL-SEP-5 PIC X.
          04 SL-END-TIME PIC 9(8).
          04 SL-SEP-6 PIC X.
          04 SL-RECORDS PIC 9(8).
          04 SL-SEP-7 PIC X.
          04 SL-RETURN-CODE PIC 9(4).
