          04 RT-MONTHS PIC 9(4).

       FD RUN-ARCHIVE.
       01 RUN-ARCHIVE-RECORD PIC X(93).

       FD EVIDENCE-REPORT.
       01 EVIDENCE-REPORT-RECORD PIC X(80).
       01 WS-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
       01 WS-ARCH-COUNT PIC 9(4) VALUE 0.
       01 WS-ROWS OCCURS 9999 TIMES PIC X(93).
AOC20 * MIRROR OF THE WSRUNHIST LAYOUT FOR PICKING A SAVED ROW
AOC20 * APART AFTER THE FILE IS CLOSED.
       01 WS-RH-RECORD.
          04 WS-RH-SUM PIC 9(9).
          04 WS-RH-SEP-11 PIC X.
          04 WS-RH-STATUS PIC X(4).
          04 WS-RH-SEP-12 PIC X.
          04 WS-RH-COMPANY PIC X(4).
AOC20 * ONE AGGREGATION GROUP PER PROGRAM PER CALENDAR MONTH.
       01 WS-MAX-GROUPS PIC 9(4) VALUE 999.
       01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
      *
      * AGGREGATE PER PROGRAM PER CALENDAR MONTH: RUNS, OK VERSUS
      * WARN FROM RH-STATUS, EXCEPTION TOTALS, MATCH VOLUMES.
      * ONLY RUN-TOTAL ROWS COUNT; A MATCHER'S PER-COMPANY ROWS
      * RESTATE ITS TOTAL ROW AND ARE RETAINED BUT NOT ADDED.
      *
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-ROW-COUNT
             MOVE WS-ROWS (WS-I) TO WS-RH-RECORD
             IF WS-RH-COMPANY = SPACE THEN
               MOVE WS-RH-PROGRAM TO WS-GK-PROGRAM
               MOVE WS-RH-RD-MONTH TO WS-GK-MONTH
               PERFORM FIND-GROUP
               ADD 1 TO WS-GRP-RUNS (WS-GROUP-IX)
               IF WS-RH-STATUS = "WARN" THEN
                 ADD 1 TO WS-GRP-WARN (WS-GROUP-IX)
               ELSE
                 ADD 1 TO WS-GRP-OK (WS-GROUP-IX)
               END-IF
               IF WS-RH-EXCEPTS NUMERIC THEN
                 ADD WS-RH-EXCEPTS TO WS-GRP-EXCEPTS (WS-GROUP-IX)
               END-IF
               IF WS-RH-MATCHES NUMERIC THEN
                 ADD WS-RH-MATCHES TO WS-GRP-MATCHES (WS-GROUP-IX)
               END-IF
             END-IF
             ADD 1 TO WS-I
           END-PERFORM.
