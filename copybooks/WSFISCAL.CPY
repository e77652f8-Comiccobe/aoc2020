AOC20 * FISCAL CALENDAR RECORD - ONE CARD PER ACCOUNTING PERIOD
AOC20 * MAINTAINED BY FINANCE; CARDS IN ASCENDING PERIOD ORDER.
AOC20 * COLS 1-6 PERIOD YYYYPP, 8-15 FIRST DAY, 17-24 LAST DAY,
AOC20 * 26 STATUS (O OPEN, C CLOSED), 28-35 CLOSE DATE. THE
AOC20 * CLOSE DATE IS THE LAST RUN DATE THAT MAY STILL POST INTO
AOC20 * THE PERIOD; ZEROS MEAN NO CUTOFF SET YET. A PERIOD IS
AOC20 * CLOSED WHEN ITS STATUS IS C OR THE RUN DATE IS PAST ITS
AOC20 * CLOSE DATE. AN ENTRY DATED INTO A CLOSED PERIOD, OR INTO
AOC20 * NO PERIOD ON THE CALENDAR, IS A LATE POSTING.
AOC20 * BLANK CARDS AND CARDS STARTING WITH * ARE COMMENTS.
       01 FISCAL-CAL-RECORD.
          04 FC-PERIOD PIC X(6).
          04 FC-SEP-1 PIC X.
          04 FC-START PIC 9(8).
          04 FC-SEP-2 PIC X.
          04 FC-END PIC 9(8).
          04 FC-SEP-3 PIC X.
          04 FC-STATUS PIC X.
          04 FC-SEP-4 PIC X.
          04 FC-CLOSE-DATE PIC 9(8).
