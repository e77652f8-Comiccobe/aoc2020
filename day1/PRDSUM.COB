AOC20 * DAY01 MONTH-END FISCAL PERIOD SUMMARY BY DEPARTMENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01PRDS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FISCAL-CAL ASSIGN TO "FISCCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FISCAL-CAL.
           SELECT ENTRY-MASTER ASSIGN TO "ENTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-ENTRY-ID
           FILE STATUS IS WS-FS-ENTRY-MASTER.
           SELECT PERIOD-REPORT ASSIGN TO "PRDSRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD-REPORT.
       DATA DIVISION.

       FILE SECTION.
       FD FISCAL-CAL.
           COPY WSFISCAL.

       FD ENTRY-MASTER.
           COPY WSENTMAST.

       FD PERIOD-REPORT.
       01 PERIOD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-FISCAL-CAL PIC XX.
       01 WS-FS-ENTRY-MASTER PIC XX.
       01 WS-FS-PERIOD-REPORT PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-J PIC 9(5).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-REQ-PERIOD PIC X(6).
       01 WS-PER-FOUND PIC 9 VALUE 0.
       01 WS-PER-ID PIC X(6).
       01 WS-PER-START PIC 9(8).
       01 WS-PER-END PIC 9(8).
       01 WS-PER-STATUS PIC X.
       01 WS-PER-CLOSE-DATE PIC 9(8).
       01 WS-PER-CLOSED PIC 9.
       01 WS-POST-DATE PIC 9(8).
       01 WS-MASTER-COUNT PIC 9(8) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(8) VALUE 0.
       01 WS-PERIOD-COUNT PIC 9(8) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAGE-MAX PIC 9(4) VALUE 55.
       01 WS-DEPT-IX PIC 9(4).
       01 WS-DEPT-WORK PIC X(4).
       01 WS-MAX-DEPTS PIC 9(4) VALUE 200.
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-T-CODE PIC X(4).
       01 WS-T-MAT-CNT PIC 9(6).
       01 WS-T-MAT-AMT PIC 9(9).
       01 WS-T-UNM-CNT PIC 9(6).
       01 WS-T-UNM-AMT PIC 9(9).
       01 WS-T-EXC-CNT PIC 9(6).
       01 WS-T-EXC-AMT PIC 9(9).
       01 WS-T-LATE-CNT PIC 9(6).
       01 WS-T-LATE-AMT PIC 9(9).
       01 WS-DEPT-CODES OCCURS 200 TIMES PIC X(4).
       01 WS-DEPT-MAT-CNT OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-MAT-AMT OCCURS 200 TIMES PIC 9(9).
       01 WS-DEPT-UNM-CNT OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-UNM-AMT OCCURS 200 TIMES PIC 9(9).
       01 WS-DEPT-EXC-CNT OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-EXC-AMT OCCURS 200 TIMES PIC 9(9).
       01 WS-DEPT-LATE-CNT OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-LATE-AMT OCCURS 200 TIMES PIC 9(9).
       01 WS-GT-MAT-CNT PIC 9(6) VALUE 0.
       01 WS-GT-MAT-AMT PIC 9(9) VALUE 0.
       01 WS-GT-UNM-CNT PIC 9(6) VALUE 0.
       01 WS-GT-UNM-AMT PIC 9(9) VALUE 0.
       01 WS-GT-EXC-CNT PIC 9(6) VALUE 0.
       01 WS-GT-EXC-AMT PIC 9(9) VALUE 0.
       01 WS-GT-LATE-CNT PIC 9(6) VALUE 0.
       01 WS-GT-LATE-AMT PIC 9(9) VALUE 0.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEADER-1.
          04 FILLER PIC X(37)
             VALUE "DAY01 FISCAL PERIOD SUMMARY      RUN ".
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(9) VALUE "  PERIOD ".
          04 WS-H1-PERIOD PIC X(6).
          04 FILLER PIC X(6) VALUE "  PAGE".
          04 WS-H1-PAGE PIC ZZZ9.
          04 FILLER PIC X(62) VALUE SPACE.
       01 WS-HEADER-2 PIC X(132) VALUE ALL "-".
       01 WS-PERIOD-LINE.
          04 FILLER PIC X(9) VALUE "PERIOD   ".
          04 WS-PL-PERIOD PIC X(6).
          04 FILLER PIC X(7) VALUE "  FROM ".
          04 WS-PL-START PIC 9(8).
          04 FILLER PIC X(4) VALUE " TO ".
          04 WS-PL-END PIC 9(8).
          04 FILLER PIC X(9) VALUE "  STATUS ".
          04 WS-PL-STATUS PIC X(6).
          04 FILLER PIC X(13) VALUE "  CLOSE DATE ".
          04 WS-PL-CLOSE-DATE PIC X(8).
          04 FILLER PIC X(54) VALUE SPACE.
       01 WS-OPEN-NOTE PIC X(132) VALUE
          "*** PERIOD IS STILL OPEN - FIGURES MAY CHANGE BEFORE CLOSE".
       01 WS-COLS-1.
          04 FILLER PIC X(8) VALUE SPACE.
          04 FILLER PIC X(21) VALUE "----- MATCHED -----  ".
          04 FILLER PIC X(21) VALUE "---- UNMATCHED ----  ".
          04 FILLER PIC X(21) VALUE "----- EXCEPTED ----  ".
          04 FILLER PIC X(21) VALUE "------- LATE ------  ".
          04 FILLER PIC X(21) VALUE "------ TOTAL ------  ".
          04 FILLER PIC X(19) VALUE SPACE.
       01 WS-COLS-2.
          04 FILLER PIC X(8) VALUE "  DEPT  ".
          04 FILLER PIC X(21) VALUE "  COUNT      AMOUNT  ".
          04 FILLER PIC X(21) VALUE "  COUNT      AMOUNT  ".
          04 FILLER PIC X(21) VALUE "  COUNT      AMOUNT  ".
          04 FILLER PIC X(21) VALUE "  COUNT      AMOUNT  ".
          04 FILLER PIC X(21) VALUE "  COUNT      AMOUNT  ".
          04 FILLER PIC X(19) VALUE SPACE.
       01 WS-DETAIL-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-MAT-CNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-DL-MAT-AMT PIC ZZZ,ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-UNM-CNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-DL-UNM-AMT PIC ZZZ,ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-EXC-CNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-DL-EXC-AMT PIC ZZZ,ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-LATE-CNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-DL-LATE-AMT PIC ZZZ,ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-TOT-CNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-DL-TOT-AMT PIC ZZZ,ZZZ,ZZ9.
          04 FILLER PIC X(21) VALUE SPACE.
       01 WS-TOT-CNT PIC 9(7).
       01 WS-TOT-AMT PIC 9(10).
       01 WS-RULE-LINE.
          04 FILLER PIC X(8) VALUE SPACE.
          04 FILLER PIC X(103) VALUE ALL "-".
          04 FILLER PIC X(21) VALUE SPACE.
       01 WS-NO-DATA-LINE PIC X(132) VALUE
          "  (NO ENTRIES DATED IN THIS PERIOD ON THE ENTRY MASTER)".
       01 WS-FOOTNOTE-1.
          04 FILLER PIC X(40) VALUE
             "NOTE: STATUS AS LAST SET BY THE NIGHTLY ".
          04 FILLER PIC X(40) VALUE
             "RUN (DAY01MSTL). UNMATCHED INCLUDES OPEN".
          04 FILLER PIC X(40) VALUE
             "-POOL AND HELD ENTRIES.".
          04 FILLER PIC X(12) VALUE SPACE.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACE.

       LINKAGE SECTION.
       01 PARM-DATA.
          04 PARM-LEN PIC S9(4) COMP.
          04 PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-REQ-PERIOD.
           IF PARM-LEN > 0 AND PARM-LEN <= 6 THEN
             MOVE PARM-TEXT (1:PARM-LEN) TO WS-REQ-PERIOD
           END-IF.
      *
      * PICK THE PERIOD FROM THE FISCAL CALENDAR. THE PARM NAMES IT
      * (YYYYPP); WITHOUT ONE THE REPORT COVERS THE MOST RECENT
      * PERIOD WHOSE LAST DAY IS BEFORE THE RUN DATE - THE MONTH
      * FINANCE IS CLOSING WHEN THIS RUNS IN THE FIRST DAYS OF THE
      * NEXT ONE. THE NIGHTLY MATCHERS HAVE ALREADY EDITED THE
      * CALENDAR, SO A CARD IT CANNOT READ IS SIMPLY PASSED OVER.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT FISCAL-CAL.
           IF WS-FS-FISCAL-CAL NOT = "00" THEN
             DISPLAY "DAY01PRDS: UNABLE TO OPEN FISCCAL.DAT - STATUS "
               WS-FS-FISCAL-CAL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ FISCAL-CAL
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM SELECT-PERIOD
             END-READ
             IF WS-FS-FISCAL-CAL NOT = "00" AND
                WS-FS-FISCAL-CAL NOT = "10" THEN
               DISPLAY "DAY01PRDS: ERROR READING FISCCAL.DAT - STATUS "
                 WS-FS-FISCAL-CAL " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE FISCAL-CAL.
           IF WS-PER-FOUND = 0 THEN
             IF WS-REQ-PERIOD = SPACE THEN
               DISPLAY "DAY01PRDS: NO PERIOD ON FISCCAL.DAT HAS ENDED "
                 "BEFORE " WS-RUN-DATE " - JOB TERMINATED"
             ELSE
               DISPLAY "DAY01PRDS: PERIOD " WS-REQ-PERIOD
                 " NOT ON FISCCAL.DAT - JOB TERMINATED"
             END-IF
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO WS-PER-CLOSED.
           IF WS-PER-STATUS = "C" THEN
             MOVE 1 TO WS-PER-CLOSED
           END-IF.
           IF WS-PER-CLOSE-DATE > 0 AND
              WS-RUN-DATE > WS-PER-CLOSE-DATE THEN
             MOVE 1 TO WS-PER-CLOSED
           END-IF.
      *
      * ONE SEQUENTIAL PASS OF THE ENTRY MASTER. EVERY ENTRY DATED
      * INSIDE THE PERIOD IS TALLIED, COUNT AND AMOUNT, AGAINST ITS
      * DEPARTMENT UNDER THE STATUS THE NIGHTLY RUN LEFT IT IN:
      * LATE (SENT TO THE CONTROLLER), MATCHED (PAIR, TRIPLE OR
      * BOTH), EXCEPTED (FAILED THE MATCHERS' EDIT), OR UNMATCHED.
      * AN ENTRY WHOSE DATE IS NOT NUMERIC BELONGS TO NO PERIOD.
      * A CLUSTER NEVER YET LOADED OPENS WITH STATUS 35.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT ENTRY-MASTER.
           IF WS-FS-ENTRY-MASTER = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-ENTRY-MASTER NOT = "00" THEN
               DISPLAY "DAY01PRDS: UNABLE TO OPEN ENTMAST.DAT - STATUS "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ ENTRY-MASTER
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-MASTER-COUNT
                 IF EM-POST-DATE NUMERIC THEN
                   MOVE EM-POST-DATE TO WS-POST-DATE
                   IF WS-POST-DATE >= WS-PER-START AND
                      WS-POST-DATE <= WS-PER-END THEN
                     PERFORM TALLY-ENTRY
                   END-IF
                 ELSE
                   ADD 1 TO WS-UNDATED-COUNT
                 END-IF
             END-READ
             IF WS-FS-ENTRY-MASTER NOT = "00" AND
                WS-FS-ENTRY-MASTER NOT = "10" AND
                WS-FS-ENTRY-MASTER NOT = "35" THEN
               DISPLAY "DAY01PRDS: ERROR READING ENTMAST.DAT - STATUS "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-ENTRY-MASTER NOT = "35" THEN
             CLOSE ENTRY-MASTER
           END-IF.
      *
      * SORT THE DEPARTMENT TABLE BY CODE (ALL TALLIES RIDE ALONG).
      *
           MOVE 2 TO WS-I.
           PERFORM UNTIL WS-I > WS-DEPT-COUNT
             MOVE WS-DEPT-CODES (WS-I) TO WS-T-CODE
             MOVE WS-DEPT-MAT-CNT (WS-I) TO WS-T-MAT-CNT
             MOVE WS-DEPT-MAT-AMT (WS-I) TO WS-T-MAT-AMT
             MOVE WS-DEPT-UNM-CNT (WS-I) TO WS-T-UNM-CNT
             MOVE WS-DEPT-UNM-AMT (WS-I) TO WS-T-UNM-AMT
             MOVE WS-DEPT-EXC-CNT (WS-I) TO WS-T-EXC-CNT
             MOVE WS-DEPT-EXC-AMT (WS-I) TO WS-T-EXC-AMT
             MOVE WS-DEPT-LATE-CNT (WS-I) TO WS-T-LATE-CNT
             MOVE WS-DEPT-LATE-AMT (WS-I) TO WS-T-LATE-AMT
             MOVE WS-I TO WS-J
             PERFORM SHIFT-DEPT-SLOT UNTIL WS-J = 1 OR
               WS-DEPT-CODES (WS-J - 1) <= WS-T-CODE
             MOVE WS-T-CODE TO WS-DEPT-CODES (WS-J)
             MOVE WS-T-MAT-CNT TO WS-DEPT-MAT-CNT (WS-J)
             MOVE WS-T-MAT-AMT TO WS-DEPT-MAT-AMT (WS-J)
             MOVE WS-T-UNM-CNT TO WS-DEPT-UNM-CNT (WS-J)
             MOVE WS-T-UNM-AMT TO WS-DEPT-UNM-AMT (WS-J)
             MOVE WS-T-EXC-CNT TO WS-DEPT-EXC-CNT (WS-J)
             MOVE WS-T-EXC-AMT TO WS-DEPT-EXC-AMT (WS-J)
             MOVE WS-T-LATE-CNT TO WS-DEPT-LATE-CNT (WS-J)
             MOVE WS-T-LATE-AMT TO WS-DEPT-LATE-AMT (WS-J)
             ADD 1 TO WS-I
           END-PERFORM.
      *
      * ONE LINE PER DEPARTMENT, THEN THE PERIOD TOTAL. A PERIOD
      * NOT YET CLOSED IS FLAGGED AND THE STEP ENDS RC=4 SO THE
      * FIGURES ARE NOT TAKEN AS FINAL.
      *
           OPEN OUTPUT PERIOD-REPORT.
           IF WS-FS-PERIOD-REPORT NOT = "00" THEN
             DISPLAY "DAY01PRDS: UNABLE TO OPEN PRDSRPT.DAT - STATUS "
               WS-FS-PERIOD-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
           MOVE WS-PER-ID TO WS-PL-PERIOD.
           MOVE WS-PER-START TO WS-PL-START.
           MOVE WS-PER-END TO WS-PL-END.
           IF WS-PER-CLOSED = 1 THEN
             MOVE "CLOSED" TO WS-PL-STATUS
           ELSE
             MOVE "OPEN" TO WS-PL-STATUS
           END-IF.
           IF WS-PER-CLOSE-DATE > 0 THEN
             MOVE WS-PER-CLOSE-DATE TO WS-PL-CLOSE-DATE
           ELSE
             MOVE "NOT SET" TO WS-PL-CLOSE-DATE
           END-IF.
           MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           IF WS-PER-CLOSED = 0 THEN
             MOVE WS-OPEN-NOTE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-COLS-1 TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-COLS-2 TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           IF WS-DEPT-COUNT = 0 THEN
             MOVE WS-NO-DATA-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-DEPT-COUNT
             MOVE WS-DEPT-CODES (WS-I) TO WS-DL-DEPT
             MOVE WS-DEPT-MAT-CNT (WS-I) TO WS-DL-MAT-CNT
             MOVE WS-DEPT-MAT-AMT (WS-I) TO WS-DL-MAT-AMT
             MOVE WS-DEPT-UNM-CNT (WS-I) TO WS-DL-UNM-CNT
             MOVE WS-DEPT-UNM-AMT (WS-I) TO WS-DL-UNM-AMT
             MOVE WS-DEPT-EXC-CNT (WS-I) TO WS-DL-EXC-CNT
             MOVE WS-DEPT-EXC-AMT (WS-I) TO WS-DL-EXC-AMT
             MOVE WS-DEPT-LATE-CNT (WS-I) TO WS-DL-LATE-CNT
             MOVE WS-DEPT-LATE-AMT (WS-I) TO WS-DL-LATE-AMT
             COMPUTE WS-TOT-CNT = WS-DEPT-MAT-CNT (WS-I)
               + WS-DEPT-UNM-CNT (WS-I) + WS-DEPT-EXC-CNT (WS-I)
               + WS-DEPT-LATE-CNT (WS-I)
             COMPUTE WS-TOT-AMT = WS-DEPT-MAT-AMT (WS-I)
               + WS-DEPT-UNM-AMT (WS-I) + WS-DEPT-EXC-AMT (WS-I)
               + WS-DEPT-LATE-AMT (WS-I)
             MOVE WS-TOT-CNT TO WS-DL-TOT-CNT
             MOVE WS-TOT-AMT TO WS-DL-TOT-AMT
             MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             ADD WS-DEPT-MAT-CNT (WS-I) TO WS-GT-MAT-CNT
             ADD WS-DEPT-MAT-AMT (WS-I) TO WS-GT-MAT-AMT
             ADD WS-DEPT-UNM-CNT (WS-I) TO WS-GT-UNM-CNT
             ADD WS-DEPT-UNM-AMT (WS-I) TO WS-GT-UNM-AMT
             ADD WS-DEPT-EXC-CNT (WS-I) TO WS-GT-EXC-CNT
             ADD WS-DEPT-EXC-AMT (WS-I) TO WS-GT-EXC-AMT
             ADD WS-DEPT-LATE-CNT (WS-I) TO WS-GT-LATE-CNT
             ADD WS-DEPT-LATE-AMT (WS-I) TO WS-GT-LATE-AMT
             ADD 1 TO WS-I
           END-PERFORM.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "ALL" TO WS-DL-DEPT.
           MOVE WS-GT-MAT-CNT TO WS-DL-MAT-CNT.
           MOVE WS-GT-MAT-AMT TO WS-DL-MAT-AMT.
           MOVE WS-GT-UNM-CNT TO WS-DL-UNM-CNT.
           MOVE WS-GT-UNM-AMT TO WS-DL-UNM-AMT.
           MOVE WS-GT-EXC-CNT TO WS-DL-EXC-CNT.
           MOVE WS-GT-EXC-AMT TO WS-DL-EXC-AMT.
           MOVE WS-GT-LATE-CNT TO WS-DL-LATE-CNT.
           MOVE WS-GT-LATE-AMT TO WS-DL-LATE-AMT.
           COMPUTE WS-TOT-CNT = WS-GT-MAT-CNT + WS-GT-UNM-CNT
             + WS-GT-EXC-CNT + WS-GT-LATE-CNT.
           COMPUTE WS-TOT-AMT = WS-GT-MAT-AMT + WS-GT-UNM-AMT
             + WS-GT-EXC-AMT + WS-GT-LATE-AMT.
           MOVE WS-TOT-CNT TO WS-DL-TOT-CNT.
           MOVE WS-TOT-AMT TO WS-DL-TOT-AMT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-FOOTNOTE-1 TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE PERIOD-REPORT.
           DISPLAY "PRDS: PERIOD " WS-PER-ID " - " WS-PERIOD-COUNT
             " ENTRY(S) IN " WS-DEPT-COUNT " DEPARTMENT(S) FROM "
             WS-MASTER-COUNT " ON THE MASTER".
           IF WS-UNDATED-COUNT > 0 THEN
             DISPLAY "PRDS: " WS-UNDATED-COUNT
               " MASTER ENTRY(S) WITHOUT A USABLE POSTING DATE"
           END-IF.
           IF WS-PER-CLOSED = 0 THEN
             DISPLAY "PRDS: WARNING - PERIOD " WS-PER-ID
               " IS STILL OPEN"
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *
      * ONE CALENDAR CARD. WITH A PARM, KEEP THE CARD FOR THAT
      * PERIOD; WITHOUT ONE, KEEP THE LAST CARD (IN CALENDAR ORDER)
      * WHOSE LAST DAY IS BEFORE THE RUN DATE.
      *
       SELECT-PERIOD.
           IF FISCAL-CAL-RECORD = SPACE OR FC-PERIOD (1:1) = "*" THEN
             CONTINUE
           ELSE
             IF FC-START NUMERIC AND FC-END NUMERIC AND
                FC-CLOSE-DATE NUMERIC THEN
               IF (WS-REQ-PERIOD NOT = SPACE AND
                   FC-PERIOD = WS-REQ-PERIOD) OR
                  (WS-REQ-PERIOD = SPACE AND
                   FC-END < WS-RUN-DATE) THEN
                 MOVE 1 TO WS-PER-FOUND
                 MOVE FC-PERIOD TO WS-PER-ID
                 MOVE FC-START TO WS-PER-START
                 MOVE FC-END TO WS-PER-END
                 MOVE FC-STATUS TO WS-PER-STATUS
                 MOVE FC-CLOSE-DATE TO WS-PER-CLOSE-DATE
               END-IF
             END-IF
           END-IF.

      *
      * TALLY THE ENTRY MASTER RECORD JUST READ AGAINST ITS
      * DEPARTMENT AND STATUS.
      *
       TALLY-ENTRY.
           ADD 1 TO WS-PERIOD-COUNT.
           MOVE EM-DEPT TO WS-DEPT-WORK.
           PERFORM FIND-DEPT.
           IF EM-MATCH-STATUS = "LATE" THEN
             ADD 1 TO WS-DEPT-LATE-CNT (WS-DEPT-IX)
             ADD EM-AMOUNT TO WS-DEPT-LATE-AMT (WS-DEPT-IX)
           ELSE
           IF EM-MATCH-STATUS = "PAIR" OR EM-MATCH-STATUS = "TRPL" OR
              EM-MATCH-STATUS = "BOTH" THEN
             ADD 1 TO WS-DEPT-MAT-CNT (WS-DEPT-IX)
             ADD EM-AMOUNT TO WS-DEPT-MAT-AMT (WS-DEPT-IX)
           ELSE
           IF EM-EXC-FLAG = "Y" THEN
             ADD 1 TO WS-DEPT-EXC-CNT (WS-DEPT-IX)
             ADD EM-AMOUNT TO WS-DEPT-EXC-AMT (WS-DEPT-IX)
           ELSE
             ADD 1 TO WS-DEPT-UNM-CNT (WS-DEPT-IX)
             ADD EM-AMOUNT TO WS-DEPT-UNM-AMT (WS-DEPT-IX)
           END-IF
           END-IF
           END-IF.

      *
      * LOOK UP WS-DEPT-WORK IN THE DEPARTMENT TABLE, ADDING A NEW
      * SLOT WHEN THE CODE HAS NOT BEEN SEEN. WS-DEPT-IX POINTS AT
      * THE SLOT ON RETURN.
      *
       FIND-DEPT.
           MOVE 0 TO WS-DEPT-IX.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-DEPT-COUNT
             IF WS-DEPT-CODES (WS-J) = WS-DEPT-WORK THEN
               MOVE WS-J TO WS-DEPT-IX
               MOVE WS-DEPT-COUNT TO WS-J
             END-IF
             ADD 1 TO WS-J
           END-PERFORM.
           IF WS-DEPT-IX = 0 THEN
             IF WS-DEPT-COUNT >= WS-MAX-DEPTS THEN
               DISPLAY "DAY01PRDS: MORE THAN " WS-MAX-DEPTS
                 " DEPARTMENT(S) SEEN - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-DEPT-COUNT
             MOVE WS-DEPT-COUNT TO WS-DEPT-IX
             MOVE WS-DEPT-WORK TO WS-DEPT-CODES (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-MAT-CNT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-MAT-AMT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-UNM-CNT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-UNM-AMT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-EXC-CNT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-EXC-AMT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-LATE-CNT (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-LATE-AMT (WS-DEPT-IX)
           END-IF.

       SHIFT-DEPT-SLOT.
           MOVE WS-DEPT-CODES (WS-J - 1) TO WS-DEPT-CODES (WS-J).
           MOVE WS-DEPT-MAT-CNT (WS-J - 1) TO WS-DEPT-MAT-CNT (WS-J).
           MOVE WS-DEPT-MAT-AMT (WS-J - 1) TO WS-DEPT-MAT-AMT (WS-J).
           MOVE WS-DEPT-UNM-CNT (WS-J - 1) TO WS-DEPT-UNM-CNT (WS-J).
           MOVE WS-DEPT-UNM-AMT (WS-J - 1) TO WS-DEPT-UNM-AMT (WS-J).
           MOVE WS-DEPT-EXC-CNT (WS-J - 1) TO WS-DEPT-EXC-CNT (WS-J).
           MOVE WS-DEPT-EXC-AMT (WS-J - 1) TO WS-DEPT-EXC-AMT (WS-J).
           MOVE WS-DEPT-LATE-CNT (WS-J - 1)
             TO WS-DEPT-LATE-CNT (WS-J).
           MOVE WS-DEPT-LATE-AMT (WS-J - 1)
             TO WS-DEPT-LATE-AMT (WS-J).
           SUBTRACT 1 FROM WS-J.

       PRINT-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-PER-ID TO WS-H1-PERIOD.
           MOVE WS-PAGE-NO TO WS-H1-PAGE.
           WRITE PERIOD-REPORT-RECORD FROM WS-HEADER-1.
           IF WS-FS-PERIOD-REPORT NOT = "00" THEN
             DISPLAY "DAY01PRDS: ERROR WRITING PRDSRPT.DAT - STATUS "
               WS-FS-PERIOD-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           WRITE PERIOD-REPORT-RECORD FROM WS-HEADER-2.
           IF WS-FS-PERIOD-REPORT NOT = "00" THEN
             DISPLAY "DAY01PRDS: ERROR WRITING PRDSRPT.DAT - STATUS "
               WS-FS-PERIOD-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-MAX THEN
             PERFORM PRINT-HEADING
           END-IF.
           WRITE PERIOD-REPORT-RECORD FROM WS-PRINT-LINE.
           IF WS-FS-PERIOD-REPORT NOT = "00" THEN
             DISPLAY "DAY01PRDS: ERROR WRITING PRDSRPT.DAT - STATUS "
               WS-FS-PERIOD-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
