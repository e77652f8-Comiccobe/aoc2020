AOC20 * THE UPSTREAM LEDGER EXTRACT CARRIES THE ENTRY ID, DEPARTMENT
AOC20 * AND POSTING DATE ALONGSIDE THE AMOUNT SO A MATCH CAN BE
AOC20 * TRACED STRAIGHT BACK TO THE LEDGER ENTRIES THAT PRODUCED IT.
AOC20 * INPUT-COMPANY IS THE OWNING BUSINESS UNIT'S COMPANY CODE; AN
AOC20 * ENTRY ONLY EVER MATCHES ENTRIES OF THE SAME COMPANY. IT IS
AOC20 * BLANK ON A SINGLE-COMPANY EXTRACT.
       01 PROBLEM-FILE.
          04 INPUT-ENTRY-ID PIC X(8).
          04 INPUT-SEP-1 PIC X.
          04 INPUT-POST-DATE PIC 9(8).
          04 INPUT-SEP-3 PIC X.
          04 INPUT-NUMBER PIC 9(4).
          04 INPUT-SEP-4 PIC X.
          04 INPUT-COMPANY PIC X(4).
       01 PROBLEM-FILE-RAW.
          04 INPUT-PREFIX-RAW PIC X(23).
          04 INPUT-NUMBER-RAW PIC X(4).
          04 INPUT-SUFFIX-RAW PIC X(5).
