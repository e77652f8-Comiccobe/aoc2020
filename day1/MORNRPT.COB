           SELECT SUPPLEMENTAL-MATCH ASSIGN TO "SUPMATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUPPLEMENTAL-MATCH.
           SELECT LATE-POST ASSIGN TO "LATEPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LATE-POST.
           SELECT MORNING-REPORT ASSIGN TO "MORNRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MORNING-REPORT.
           SELECT COMPANY-HOLD ASSIGN TO "COMPHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMPANY-HOLD.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HM-ENTRY-ID
           FILE STATUS IS WS-FS-HOLD-MASTER.
           SELECT STEP-LOG ASSIGN TO "STEPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STEP-LOG.
       DATA DIVISION.

       FILE SECTION.
          04 MR-DEPT-2 PIC X(4).
          04 MR-SEP-7 PIC X.
          04 MR-TARGET PIC 9(6).
          04 MR-SEP-8 PIC X.
          04 MR-COMPANY PIC X(4).

       FD MATCH3-REPORT.
       01 MATCH3-REPORT-RECORD.
          04 M3-DEPT-3 PIC X(4).
          04 M3-SEP-10 PIC X.
          04 M3-TARGET PIC 9(6).
          04 M3-SEP-11 PIC X.
          04 M3-COMPANY PIC X(4).

       FD EXCEPTION-FILE.
           COPY WSEXCEPT.
          04 SM-SEP-12 PIC X.
          04 SM-REASON PIC X(4).

       FD LATE-POST.
           COPY WSLATEPST.

       FD MORNING-REPORT.
       01 MORNING-REPORT-RECORD PIC X(132).

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD HOLD-MASTER.
           COPY WSHOLDMST.

       FD COMPANY-HOLD.
           COPY WSCOMPHLD.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-EXCEPTION-FILE PIC XX.
       01 WS-FS-SUPPLEMENTAL-MATCH PIC XX.
       01 WS-FS-MORNING-REPORT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-HOLD-MASTER PIC XX.
       01 WS-FS-LATE-POST PIC XX.
       01 WS-FS-COMPANY-HOLD PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-CO-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-LATE-COUNT PIC 9(6) VALUE 0.
       01 WS-LATE-AMOUNT PIC 9(9) VALUE 0.
       01 WS-HOLD-PASS PIC X.
       01 WS-HOLD-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-INT PIC 9(8).
       01 WS-TARGET-SUM PIC 9(6).
       01 WS-MAX-TARGETS PIC 9(2) VALUE 5.
       01 WS-T PIC 9(2).
       01 WS-TX PIC 9(2).
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
AOC20 * ONE ENTRY PER RUNPARMS COMPANY SECTION (SEE DAY01P01). THE
AOC20 * HEADING SHOWS THE FIRST COMPANY'S FIRST TARGET; THE TOTALS
AOC20 * BLOCK BREAKS THE NIGHT OUT PER COMPANY AND PER TARGET.
       01 WS-MAX-COMPANIES PIC 9(2) VALUE 9.
       01 WS-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-C PIC 9(2).
       01 WS-CX PIC 9(2).
       01 WS-FIND-COMPANY PIC X(4).
       01 WS-TARGETS-FOUND PIC 9 VALUE 0.
       01 WS-CO-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-CO-TARGET-COUNTS OCCURS 9 TIMES PIC 9(2).
       01 WS-CO-TARGETS OCCURS 45 TIMES PIC 9(6).
       01 WS-TGT-PAIRS OCCURS 45 TIMES PIC 9(8).
       01 WS-TGT-TRIPLES OCCURS 45 TIMES PIC 9(8).
       01 WS-CO-RECORDS OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-VALID OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-MINS OCCURS 9 TIMES PIC 9(4).
       01 WS-CO-MAXS OCCURS 9 TIMES PIC 9(4).
       01 WS-CO-SUMS OCCURS 9 TIMES PIC 9(9).
       01 WS-CO-PAIRS OCCURS 9 TIMES PIC 9(8).
       01 WS-CO-TRIPLES OCCURS 9 TIMES PIC 9(8).
       01 WS-CO-EXCEPTS OCCURS 9 TIMES PIC 9(6).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-MAX-VALUE PIC 9(4) VALUE 0.
       01 WS-SUM-ALL PIC 9(9) VALUE 0.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
          04 FILLER PIC X(58) VALUE
          "  ITEM1 ITEM2  PRODUCT    ENTRY-ID-1 DEPT  ENTRY-ID-2 DEPT".
          04 FILLER PIC X(8) VALUE "  TARGET".
          04 FILLER PIC X(6) VALUE "  COMP".
          04 FILLER PIC X(60) VALUE SPACE.
       01 WS-PAIR-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-ITEM-1 PIC 9(4).
          04 WS-PD-DEPT-2 PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-TARGET PIC 9(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-COMPANY PIC X(4).
          04 FILLER PIC X(61) VALUE SPACE.
       01 WS-TRIPLE-HEADING PIC X(132) VALUE
          "TRIPLE MATCHES (DAY01P02)".
       01 WS-TRIPLE-COLS.
          04 FILLER PIC X(56) VALUE
          "  ITEM1 ITEM2 ITEM3       PRODUCT   ENTRY-ID/DEPT 1-2-3".
          04 FILLER PIC X(9) VALUE "   TARGET".
          04 FILLER PIC X(6) VALUE "  COMP".
          04 FILLER PIC X(61) VALUE SPACE.
       01 WS-TRIPLE-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-TD-ITEM-1 PIC 9(4).
          04 WS-TD-DEPT-3 PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-TD-TARGET PIC 9(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-TD-COMPANY PIC X(4).
          04 FILLER PIC X(35) VALUE SPACE.
       01 WS-SUPP-HEADING PIC X(132) VALUE
          "ACCEPTED NEAR-MISS DISPOSITIONS (DAY01NMDS)".
       01 WS-SUPP-COLS.
       01 WS-EXCEPT-HEADING PIC X(132) VALUE
          "EXCEPTION DETAIL (FAILED NUMERIC/RANGE/DATE EDIT)".
       01 WS-EXCEPT-COLS PIC X(132) VALUE
          "  LINE    ENTRY-ID  DEPT  POSTED    VALUE  COMP".
       01 WS-EXCEPT-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-ED-LINE-NO PIC 9(6).
          04 WS-ED-POST-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-ED-VALUE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-ED-COMPANY PIC X(4).
          04 FILLER PIC X(86) VALUE SPACE.
       01 WS-LATE-HEADING PIC X(132) VALUE
          "LATE POSTINGS - DATED INTO A CLOSED FISCAL PERIOD".
       01 WS-LATE-COLS PIC X(132) VALUE
          "  ENTRY-ID  DEPT  POSTED    VALUE  PERIOD  SOURCE".
       01 WS-LATE-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-LD-ENTRY-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-LD-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-LD-POST-DATE PIC 9(8).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-LD-VALUE PIC ZZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-LD-PERIOD PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-LD-SOURCE PIC X(4).
          04 FILLER PIC X(85) VALUE SPACE.
       01 WS-HOLD-HEADING PIC X(132) VALUE
          "ENTRIES ON HOLD (DAY01HMNT) - KEPT OUT OF MATCHING".
       01 WS-OVERDUE-HEADING PIC X(132) VALUE
          "HOLDS PAST THEIR REVIEW DATE - CHASE THE REQUESTER".
       01 WS-HOLD-COLS PIC X(132) VALUE
          "  ENTRY-ID  RSN   REQUESTER  HELD      REVIEW    DAYS-OVER".
       01 WS-HOLD-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-ENTRY-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-REASON PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-REQUESTER PIC X(8).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-HD-HELD-DATE PIC 9(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-REVIEW-DATE PIC 9(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-DAYS-OVER PIC ZZZ,ZZ9.
          04 WS-HD-DAYS-OVER-X REDEFINES WS-HD-DAYS-OVER PIC X(7).
          04 FILLER PIC X(76) VALUE SPACE.
       01 WS-CO-HOLD-HEADING PIC X(132) VALUE
          "COMPANIES HELD TONIGHT - MATCHES QUEUED, NOT POSTED".
       01 WS-CO-HOLD-COLS PIC X(132) VALUE
          "  COMP  HELD BY    REASON".
       01 WS-CO-HOLD-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CH-COMPANY PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CH-STEP PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CH-REASON PIC X(30).
          04 FILLER PIC X(83) VALUE SPACE.
       01 WS-TOTALS-HEADING PIC X(132) VALUE
          "CONTROL TOTALS".
       01 WS-CO-TOTALS-HEADING.
          04 FILLER PIC X(25) VALUE "CONTROL TOTALS - COMPANY ".
          04 WS-CT-COMPANY PIC X(4).
          04 FILLER PIC X(103) VALUE SPACE.
       01 WS-TOTAL-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-TL-TEXT PIC X(34).
          "  (NONE REPORTED)".
       01 WS-BLANK-LINE PIC X(132) VALUE SPACE.

       LINKAGE SECTION.
       01 PARM-DATA.
          04 PARM-LEN PIC S9(4) COMP.
          04 PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE SPACE TO WS-STEP-RUN-ID.
           IF PARM-LEN > 0 AND PARM-LEN <= 8 THEN
             MOVE PARM-TEXT (1:PARM-LEN) TO WS-STEP-RUN-ID
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
      * RUN PARAMETERS COME FROM THE EFFECTIVE-DATED KEYWORD
      * DATASET; THE LAST GROUP DATED ON OR BEFORE THE RUN DATE
      * APPLIES. THE MATCHERS TAG EVERY MATCH RECORD WITH THE
      * TARGET IT SATISFIED, AND THE TOTALS BLOCK BREAKS THE
      * MATCH COUNTS OUT PER TARGET BELOW - PER COMPANY WHEN THE
      * GROUP CARRIES COMPANY SECTIONS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
             DISPLAY "DAY01MORN: UNABLE TO OPEN RUNPARMS.DAT - "
               WS-FS-RUN-PARMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01MORN: ERROR READING RUNPARMS.DAT - "
                 WS-FS-RUN-PARMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RUN-PARMS.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CO-COUNT
             IF WS-CO-TARGET-COUNTS (WS-C) > 0 THEN
               MOVE 1 TO WS-TARGETS-FOUND
             END-IF
             MOVE 0 TO WS-CO-RECORDS (WS-C)
             MOVE 0 TO WS-CO-VALID (WS-C)
             MOVE 9999 TO WS-CO-MINS (WS-C)
             MOVE 0 TO WS-CO-MAXS (WS-C)
             MOVE 0 TO WS-CO-SUMS (WS-C)
             MOVE 0 TO WS-CO-PAIRS (WS-C)
             MOVE 0 TO WS-CO-TRIPLES (WS-C)
             MOVE 0 TO WS-CO-EXCEPTS (WS-C)
             ADD 1 TO WS-C
           END-PERFORM.
           IF WS-PARM-APPLIED = 0 OR WS-TARGETS-FOUND = 0 THEN
             DISPLAY "DAY01MORN: NO PARAMETER GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-CO-TARGETS (1) TO WS-TARGET-SUM.
           MOVE 1 TO WS-TX.
           PERFORM UNTIL WS-TX > 45
             MOVE 0 TO WS-TGT-PAIRS (WS-TX)
             MOVE 0 TO WS-TGT-TRIPLES (WS-TX)
             ADD 1 TO WS-TX
           END-PERFORM.
      *
      * TALLY THE NIGHT'S INPUT GENERATION WITH THE MATCHERS' EDIT
      * SO THE CONTROL-TOTALS BLOCK CARRIES THE SAME RECORDS READ,
      * VALID ENTRIES AND MIN/MAX/SUM FIGURES THE TWO PROGRAMS
      * DISPLAY - THE OPERATORS NO LONGER NEED THEIR SYSOUTS. AN
      * ENTRY FOR A COMPANY WITH NO RUNPARMS SECTION IS NOT VALID,
      * AS IN THE MATCHERS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01MORN: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01MORN: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 MOVE INPUT-COMPANY TO WS-FIND-COMPANY
                 PERFORM FIND-COMPANY
                 IF WS-CX > 0 THEN
                   ADD 1 TO WS-CO-RECORDS (WS-CX)
                 END-IF
                 PERFORM EDIT-POST-DATE
                 PERFORM EDIT-DEPT
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 AND
                    WS-CX > 0 THEN
                   ADD 1 TO WS-VALID-COUNT
                   IF INPUT-NUMBER < WS-MIN-VALUE THEN
                     MOVE INPUT-NUMBER TO WS-MIN-VALUE
                     MOVE INPUT-NUMBER TO WS-MAX-VALUE
                   END-IF
                   ADD INPUT-NUMBER TO WS-SUM-ALL
                   ADD 1 TO WS-CO-VALID (WS-CX)
                   IF INPUT-NUMBER < WS-CO-MINS (WS-CX) THEN
                     MOVE INPUT-NUMBER TO WS-CO-MINS (WS-CX)
                   END-IF
                   IF INPUT-NUMBER > WS-CO-MAXS (WS-CX) THEN
                     MOVE INPUT-NUMBER TO WS-CO-MAXS (WS-CX)
                   END-IF
                   ADD INPUT-NUMBER TO WS-CO-SUMS (WS-CX)
                 END-IF
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
               DISPLAY "DAY01MORN: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
           OPEN OUTPUT MORNING-REPORT.
           IF WS-FS-MORNING-REPORT NOT = "00" THEN
             DISPLAY "DAY01MORN: UNABLE TO OPEN MORNRPT.DAT - STATUS "
               WS-FS-MORNING-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
             DISPLAY "DAY01MORN: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                 MOVE MR-ID-2 TO WS-PD-ID-2
                 MOVE MR-DEPT-2 TO WS-PD-DEPT-2
                 MOVE MR-TARGET TO WS-PD-TARGET
                 MOVE MR-COMPANY TO WS-PD-COMPANY
                 MOVE MR-COMPANY TO WS-FIND-COMPANY
                 PERFORM FIND-COMPANY
                 IF WS-CX > 0 THEN
                   ADD 1 TO WS-CO-PAIRS (WS-CX)
                   MOVE 1 TO WS-T
                   PERFORM UNTIL WS-T > WS-CO-TARGET-COUNTS (WS-CX)
                     COMPUTE WS-TX = (WS-CX - 1) * WS-MAX-TARGETS
                       + WS-T
                     IF MR-TARGET = WS-CO-TARGETS (WS-TX) THEN
                       ADD 1 TO WS-TGT-PAIRS (WS-TX)
                     END-IF
                     ADD 1 TO WS-T
                   END-PERFORM
                 END-IF
                 MOVE WS-PAIR-DETAIL TO WS-PRINT-LINE
                 PERFORM PRINT-LINE
             END-READ
               DISPLAY "DAY01MORN: ERROR READING MATCHRPT.DAT - "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01MORN: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                 MOVE M3-ID-3 TO WS-TD-ID-3
                 MOVE M3-DEPT-3 TO WS-TD-DEPT-3
                 MOVE M3-TARGET TO WS-TD-TARGET
                 MOVE M3-COMPANY TO WS-TD-COMPANY
                 MOVE M3-COMPANY TO WS-FIND-COMPANY
                 PERFORM FIND-COMPANY
                 IF WS-CX > 0 THEN
                   ADD 1 TO WS-CO-TRIPLES (WS-CX)
                   MOVE 1 TO WS-T
                   PERFORM UNTIL WS-T > WS-CO-TARGET-COUNTS (WS-CX)
                     COMPUTE WS-TX = (WS-CX - 1) * WS-MAX-TARGETS
                       + WS-T
                     IF M3-TARGET = WS-CO-TARGETS (WS-TX) THEN
                       ADD 1 TO WS-TGT-TRIPLES (WS-TX)
                     END-IF
                     ADD 1 TO WS-T
                   END-PERFORM
                 END-IF
                 MOVE WS-TRIPLE-DETAIL TO WS-PRINT-LINE
                 PERFORM PRINT-LINE
             END-READ
               DISPLAY "DAY01MORN: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               DISPLAY "DAY01MORN: UNABLE TO OPEN SUPMATCH.DAT - "
                 WS-FS-SUPPLEMENTAL-MATCH " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
               DISPLAY "DAY01MORN: ERROR READING SUPMATCH.DAT - "
                 WS-FS-SUPPLEMENTAL-MATCH " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               DISPLAY "DAY01MORN: UNABLE TO OPEN EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
                 MOVE EXC-DEPT TO WS-ED-DEPT
                 MOVE EXC-POST-DATE TO WS-ED-POST-DATE
                 MOVE EXC-VALUE TO WS-ED-VALUE
                 MOVE EXC-COMPANY TO WS-ED-COMPANY
                 MOVE EXC-COMPANY TO WS-FIND-COMPANY
                 PERFORM FIND-COMPANY
                 IF WS-CX > 0 THEN
                   ADD 1 TO WS-CO-EXCEPTS (WS-CX)
                 END-IF
                 MOVE WS-EXCEPT-DETAIL TO WS-PRINT-LINE
                 PERFORM PRINT-LINE
             END-READ
               DISPLAY "DAY01MORN: ERROR READING EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
      *
      * LATE POSTINGS - ENTRIES AND POOL ITEMS DAY01P01 FOUND DATED
      * INTO A CLOSED FISCAL PERIOD. NONE OF THEM WAS MATCHED OR
      * POSTED; THE CONTROLLER DECIDES WHETHER EACH ONE POSTS TO
      * THE CURRENT OPEN PERIOD.
      *
           MOVE WS-LATE-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-LATE-COLS TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LATE-POST.
           IF WS-FS-LATE-POST = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-LATE-POST NOT = "00" THEN
               DISPLAY "DAY01MORN: UNABLE TO OPEN LATEPOST.DAT - "
                 WS-FS-LATE-POST " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ LATE-POST
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-LATE-COUNT
                 ADD LP-AMOUNT TO WS-LATE-AMOUNT
                 MOVE LP-ENTRY-ID TO WS-LD-ENTRY-ID
                 MOVE LP-DEPT TO WS-LD-DEPT
                 MOVE LP-POST-DATE TO WS-LD-POST-DATE
                 MOVE LP-AMOUNT TO WS-LD-VALUE
                 MOVE LP-PERIOD TO WS-LD-PERIOD
                 MOVE LP-SOURCE TO WS-LD-SOURCE
                 MOVE WS-LATE-DETAIL TO WS-PRINT-LINE
                 PERFORM PRINT-LINE
             END-READ
             IF WS-FS-LATE-POST NOT = "00" AND
                WS-FS-LATE-POST NOT = "10" THEN
               DISPLAY "DAY01MORN: ERROR READING LATEPOST.DAT - "
                 WS-FS-LATE-POST " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-LATE-POST NOT = "35" THEN
             CLOSE LATE-POST
           END-IF.
           IF WS-LATE-COUNT = 0 THEN
             MOVE WS-NO-DATA-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
      *
      * HOLD SECTIONS - EVERY ENTRY CURRENTLY ON HOLD, THEN THE
      * HOLDS WHOSE REVIEW DATE HAS GONE BY WITHOUT A RELEASE OR
      * A RE-HOLD. THE HOLD MASTER IS READ IN KEY ORDER ONCE PER
      * SECTION; A CLUSTER NEVER YET LOADED (STATUS 35) MEANS NO
      * HOLDS.
      *
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-HOLD-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-HOLD-COLS TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "A" TO WS-HOLD-PASS.
           PERFORM LIST-HOLDS.
           IF WS-HOLD-COUNT = 0 THEN
             MOVE WS-NO-DATA-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-OVERDUE-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-HOLD-COLS TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "O" TO WS-HOLD-PASS.
           PERFORM LIST-HOLDS.
           IF WS-OVERDUE-COUNT = 0 THEN
             MOVE WS-NO-DATA-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
      *
      * COMPANIES HELD TONIGHT - ON A NIGHT WITH COMPANY SECTIONS,
      * DAY01DUPE AND DAY01BAL LIST ON COMPHOLD EVERY COMPANY WHOSE
      * OWN DATA FAILED A CONTROL. THE OTHER COMPANIES RAN ON.
      *
           IF WS-CO-CODES (1) NOT = SPACE THEN
             PERFORM LIST-COMPANY-HOLDS
           END-IF.
      *
      * CONTROL TOTALS - THE SAME FIGURES DAY01P01/DAY01P02 DISPLAY,
      * RE-COUNTED FROM THE DATASETS THEMSELVES. WITH COMPANY
      * SECTIONS THE PER-TARGET LINES MOVE INTO EACH COMPANY'S OWN
      * BLOCK BELOW THE NIGHT TOTALS.
      *
           MOVE WS-TOTALS-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-TRIPLE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           IF WS-CO-CODES (1) = SPACE THEN
             MOVE 1 TO WS-C
             PERFORM PRINT-TARGET-TOTALS
           END-IF.
           MOVE "ACCEPTED NEAR-MISS ITEMS" TO WS-TL-TEXT.
           MOVE WS-SUPP-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           MOVE WS-EXCEPT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "LATE POSTINGS (CLOSED PERIOD)" TO WS-TL-TEXT.
           MOVE WS-LATE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "LATE POSTING AMOUNT" TO WS-TL-TEXT.
           MOVE WS-LATE-AMOUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "ENTRIES ON HOLD" TO WS-TL-TEXT.
           MOVE WS-HOLD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "HOLDS PAST REVIEW DATE" TO WS-TL-TEXT.
           MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           IF WS-CO-CODES (1) NOT = SPACE THEN
             MOVE "COMPANIES HELD" TO WS-TL-TEXT
             MOVE WS-CO-HELD-COUNT TO WS-TL-COUNT
             MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-CO-COUNT
               PERFORM PRINT-COMPANY-TOTALS
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.
           CLOSE MORNING-REPORT.
           DISPLAY "MORN: REPORT PRINTED - " WS-PAIR-COUNT
             " PAIR(S) " WS-TRIPLE-COUNT " TRIPLE(S) "
             WS-EXCEPT-COUNT " EXCEPTION RECORD(S) ON "
             WS-PAGE-NO " PAGE(S)".
           IF WS-OVERDUE-COUNT > 0 THEN
             DISPLAY "MORN: " WS-OVERDUE-COUNT " OF " WS-HOLD-COUNT
               " HOLD(S) PAST THEIR REVIEW DATE"
           END-IF.
           IF WS-LATE-COUNT > 0 THEN
             DISPLAY "MORN: " WS-LATE-COUNT
               " LATE POSTING(S) AWAITING THE CONTROLLER"
           END-IF.
           IF WS-CO-HELD-COUNT > 0 THEN
             DISPLAY "MORN: " WS-CO-HELD-COUNT
               " COMPANY HOLD(S) ON COMPHOLD - SEE REPORT"
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * THE COMPHOLD LIST FOR TONIGHT. THE DATASET IS ABSENT WHEN
      * THE NIGHT RAN WITHOUT COMPANY SECTIONS (STATUS 35).
      *
       LIST-COMPANY-HOLDS.
           MOVE WS-CO-HOLD-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-CO-HOLD-COLS TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-HOLD.
           IF WS-FS-COMPANY-HOLD = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-COMPANY-HOLD NOT = "00" THEN
               DISPLAY "DAY01MORN: UNABLE TO OPEN COMPHOLD.DAT - "
                 WS-FS-COMPANY-HOLD " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ COMPANY-HOLD
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-CO-HELD-COUNT
                 MOVE CH-COMPANY TO WS-CH-COMPANY
                 MOVE CH-STEP TO WS-CH-STEP
                 MOVE CH-REASON TO WS-CH-REASON
                 MOVE WS-CO-HOLD-DETAIL TO WS-PRINT-LINE
                 PERFORM PRINT-LINE
             END-READ
             IF WS-FS-COMPANY-HOLD NOT = "00" AND
                WS-FS-COMPANY-HOLD NOT = "10" THEN
               DISPLAY "DAY01MORN: ERROR READING COMPHOLD.DAT - "
                 WS-FS-COMPANY-HOLD " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-COMPANY-HOLD NOT = "35" THEN
             CLOSE COMPANY-HOLD
           END-IF.
           IF WS-CO-HELD-COUNT = 0 THEN
             MOVE WS-NO-DATA-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

      *
      * ONE COMPANY'S CONTROL TOTALS BLOCK.
      *
       PRINT-COMPANY-TOTALS.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-CO-CODES (WS-C) TO WS-CT-COMPANY.
           MOVE WS-CO-TOTALS-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "RECORDS READ" TO WS-TL-TEXT.
           MOVE WS-CO-RECORDS (WS-C) TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "VALID ENTRIES" TO WS-TL-TEXT.
           MOVE WS-CO-VALID (WS-C) TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           IF WS-CO-VALID (WS-C) = 0 THEN
             MOVE WS-NO-VALID-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           ELSE
             MOVE "ENTRY MINIMUM" TO WS-TL-TEXT
             MOVE WS-CO-MINS (WS-C) TO WS-TL-COUNT
             MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE "ENTRY MAXIMUM" TO WS-TL-TEXT
             MOVE WS-CO-MAXS (WS-C) TO WS-TL-COUNT
             MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE "ENTRY SUM" TO WS-TL-TEXT
             MOVE WS-CO-SUMS (WS-C) TO WS-TL-COUNT
             MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE "PAIR MATCHES REPORTED" TO WS-TL-TEXT.
           MOVE WS-CO-PAIRS (WS-C) TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "TRIPLE MATCHES REPORTED" TO WS-TL-TEXT.
           MOVE WS-CO-TRIPLES (WS-C) TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TARGET-TOTALS.
           MOVE "EXCEPTION RECORDS (P01+P02 WRITES)" TO WS-TL-TEXT.
           MOVE WS-CO-EXCEPTS (WS-C) TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

      *
      * COMPANY WS-C'S MATCH COUNTS BROKEN OUT PER TARGET.
      *
       PRINT-TARGET-TOTALS.
           MOVE 1 TO WS-T.
           PERFORM UNTIL WS-T > WS-CO-TARGET-COUNTS (WS-C)
             COMPUTE WS-TX = (WS-C - 1) * WS-MAX-TARGETS + WS-T
             MOVE "PAIR MATCHES TARGET" TO WS-TT-TEXT
             MOVE WS-CO-TARGETS (WS-TX) TO WS-TT-TARGET
             MOVE WS-TGT-PAIRS (WS-TX) TO WS-TT-COUNT
             MOVE WS-TGT-TOTAL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE "TRIPLE MATCHES TARGET" TO WS-TT-TEXT
             MOVE WS-TGT-TRIPLES (WS-TX) TO WS-TT-COUNT
             MOVE WS-TGT-TOTAL-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             ADD 1 TO WS-T
           END-PERFORM.

      *
      * THE RUNPARMS COMPANY SECTION FOR WS-FIND-COMPANY INTO
      * WS-CX, ZERO WHEN THE COMPANY HAS NONE. A GROUP WITHOUT
      * COMPANY CARDS TAKES EVERY ENTRY.
      *
       FIND-COMPANY.
           MOVE 0 TO WS-CX.
           IF WS-CO-CODES (1) = SPACE THEN
             MOVE 1 TO WS-CX
           ELSE
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-CO-COUNT OR WS-CX > 0
               IF WS-CO-CODES (WS-C) = WS-FIND-COMPANY THEN
                 MOVE WS-C TO WS-CX
               END-IF
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.

      *
      * ONE PASS OF THE HOLD MASTER. WS-HOLD-PASS A LISTS EVERY
      * ENTRY WITH STATUS H; O LISTS ONLY THOSE WHOSE REVIEW DATE
      * IS BEFORE THE RUN DATE, WITH THE DAYS SINCE IT FELL DUE.
      *
       LIST-HOLDS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT HOLD-MASTER.
           IF WS-FS-HOLD-MASTER = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-HOLD-MASTER NOT = "00" THEN
               DISPLAY "DAY01MORN: UNABLE TO OPEN HOLDMAST.DAT - "
                 WS-FS-HOLD-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ HOLD-MASTER
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF HM-STATUS = "H" THEN
                   MOVE HM-ENTRY-ID TO WS-HD-ENTRY-ID
                   MOVE HM-REASON TO WS-HD-REASON
                   MOVE HM-REQUESTER TO WS-HD-REQUESTER
                   MOVE HM-HELD-DATE TO WS-HD-HELD-DATE
                   MOVE HM-REVIEW-DATE TO WS-HD-REVIEW-DATE
                   MOVE SPACE TO WS-HD-DAYS-OVER-X
                   IF WS-HOLD-PASS = "A" THEN
                     ADD 1 TO WS-HOLD-COUNT
                     MOVE WS-HOLD-DETAIL TO WS-PRINT-LINE
                     PERFORM PRINT-LINE
                   ELSE
                     IF HM-REVIEW-DATE < WS-RUN-DATE THEN
                       ADD 1 TO WS-OVERDUE-COUNT
                       COMPUTE WS-HD-DAYS-OVER = WS-RUN-INT -
                         FUNCTION INTEGER-OF-DATE(HM-REVIEW-DATE)
                       MOVE WS-HOLD-DETAIL TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
                     END-IF
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-HOLD-MASTER NOT = "00" AND
                WS-FS-HOLD-MASTER NOT = "10" AND
                WS-FS-HOLD-MASTER NOT = "35" THEN
               DISPLAY "DAY01MORN: ERROR READING HOLDMAST.DAT - "
                 WS-FS-HOLD-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-HOLD-MASTER NOT = "35" THEN
             CLOSE HOLD-MASTER
           END-IF.

       PRINT-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
             DISPLAY "DAY01MORN: ERROR WRITING MORNRPT.DAT - STATUS "
               WS-FS-MORNING-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           WRITE MORNING-REPORT-RECORD FROM WS-HEADER-2.
             DISPLAY "DAY01MORN: ERROR WRITING MORNRPT.DAT - STATUS "
               WS-FS-MORNING-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 2 TO WS-LINE-COUNT.
             DISPLAY "DAY01MORN: ERROR WRITING MORNRPT.DAT - STATUS "
               WS-FS-MORNING-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
                 DISPLAY "DAY01MORN: RUNPARMS EFFDATE NOT NUMERIC - "
                   RUN-PARM-RECORD " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               IF RP-VALUE-8 <= WS-RUN-DATE THEN
                 MOVE 1 TO WS-PARM-ACTIVE
                 MOVE 1 TO WS-PARM-APPLIED
                 MOVE 0 TO WS-CO-COUNT
               ELSE
                 MOVE 0 TO WS-PARM-ACTIVE
               END-IF
             ELSE
               IF WS-PARM-ACTIVE = 1 THEN
                 IF RP-KEYWORD = "COMPANY" AND
                    WS-CO-COUNT < WS-MAX-COMPANIES THEN
                   ADD 1 TO WS-CO-COUNT
                   MOVE RP-VALUE (1:4) TO WS-CO-CODES (WS-CO-COUNT)
                   MOVE 0 TO WS-CO-TARGET-COUNTS (WS-CO-COUNT)
                 END-IF
                 IF RP-KEYWORD = "TARGET" AND WS-CO-COUNT = 0 THEN
                   MOVE 1 TO WS-CO-COUNT
                   MOVE SPACE TO WS-CO-CODES (1)
                   MOVE 0 TO WS-CO-TARGET-COUNTS (1)
                 END-IF
                 IF RP-KEYWORD = "TARGET" AND RP-NUM-6 NUMERIC AND
                    RP-NUM-6 > 0 AND
                    WS-CO-TARGET-COUNTS (WS-CO-COUNT) <
                      WS-MAX-TARGETS THEN
                   ADD 1 TO WS-CO-TARGET-COUNTS (WS-CO-COUNT)
                   COMPUTE WS-TX = (WS-CO-COUNT - 1) * WS-MAX-TARGETS
                     + WS-CO-TARGET-COUNTS (WS-CO-COUNT)
                   MOVE RP-NUM-6 TO WS-CO-TARGETS (WS-TX)
                 END-IF
               END-IF
             END-IF
               END-IF
             END-IF
           END-IF.

      *
      * DEPARTMENT EDIT - THE SAME MASTER CHECK THE MATCHERS APPLY
      * (ON FILE, ACTIVE, EFFECTIVE ON THE POSTING DATE), SO THIS
      * PROGRAM SEES EXACTLY THE POPULATION THEY MATCHED.
      *
       EDIT-DEPT.
           MOVE 0 TO WS-DEPT-OK.
           IF WS-DATE-OK = 1 THEN
             MOVE INPUT-DEPT TO DM-DEPT-CODE
             READ DEPT-MASTER
             IF WS-FS-DEPT-MASTER = "00" THEN
               IF DM-STATUS = "A" AND
                  DM-EFF-FROM <= WS-POST-DATE AND
                  DM-EFF-TO >= WS-POST-DATE THEN
                 MOVE 1 TO WS-DEPT-OK
               END-IF
             ELSE
               IF WS-FS-DEPT-MASTER NOT = "23" THEN
                 DISPLAY "DAY01MORN: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.

      *
      * APPEND THIS EXECUTION TO THE CUMULATIVE STEP TIMING LOG
      * READ BY DAY01SLA - START AND END TIME, RECORDS PROCESSED
      * AND THE RETURN CODE THE STEP IS ENDING WITH. PERFORMED
      * AHEAD OF EVERY STOP RUN. A LOG THAT CANNOT BE OPENED IS
      * REPORTED BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
      *
       WRITE-STEP-LOG.
           OPEN EXTEND STEP-LOG.
           IF WS-FS-STEP-LOG = "35" THEN
             OPEN OUTPUT STEP-LOG
           END-IF.
           IF WS-FS-STEP-LOG NOT = "00" THEN
             DISPLAY "DAY01MORN: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01MORN" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-REC-COUNT TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
