AOC20 * EXTRACT CONTROL LOG RECORD - SHARED BY THE DAY01 SUITE
AOC20 * ONE RECORD PER EXTRACT ACCEPTED BY DAY01XVAL, APPENDED TO
AOC20 * THE CUMULATIVE EXTCTL DATASET. CARRIES THE HEADER IDENTITY
AOC20 * AND THE PROVEN TRAILER TOTALS; CL-INPUT-GEN IS THE RUN
AOC20 * IDENTIFIER THE MATCHERS ALSO STAMP ON THEIR RUNHIST ROWS,
AOC20 * SO DAY01BAL CAN FIND THE NIGHT'S RECORD AND BALANCE THE
AOC20 * MATCHERS' RH-RECORDS AND RH-SUM AGAINST IT. THE LAST RECORD
AOC20 * FOR A SOURCE SYSTEM AND COMPANY GIVES THE SEQUENCE NUMBER
AOC20 * EXPECTED NEXT. A NIGHT CARRYING SEVERAL COMPANIES LOGS ONE
AOC20 * RECORD PER ACCEPTED COMPANY BATCH UNDER THE SAME RUN ID.
       01 EXTRACT-CONTROL-RECORD.
          04 CL-SOURCE-SYSTEM PIC X(8).
          04 CL-SEP-1 PIC X.
          04 CL-SEQUENCE-NO PIC 9(6).
          04 CL-SEP-2 PIC X.
          04 CL-EXTRACT-DATE PIC 9(8).
          04 CL-SEP-3 PIC X.
          04 CL-RUN-DATE PIC 9(8).
          04 CL-SEP-4 PIC X.
          04 CL-RUN-TIME PIC 9(6).
          04 CL-SEP-5 PIC X.
          04 CL-INPUT-GEN PIC X(8).
          04 CL-SEP-6 PIC X.
          04 CL-RECORD-COUNT PIC 9(6).
          04 CL-SEP-7 PIC X.
          04 CL-AMOUNT-HASH PIC 9(12).
          04 CL-SEP-8 PIC X.
          04 CL-ENTRY-HASH PIC 9(12).
          04 CL-SEP-9 PIC X.
          04 CL-COMPANY PIC X(4).
