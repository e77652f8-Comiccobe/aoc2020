           SELECT INQUIRY-REPORT ASSIGN TO "INQRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INQUIRY-REPORT.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
       DATA DIVISION.

       FILE SECTION.
           COPY WSEXPENSE.

AOC20 * THE INQUIRY ANSWERS AGAINST THE PRIMARY (FIRST) TARGET OF
AOC20 * THE PARAMETER GROUP EFFECTIVE FOR THE RUN DATE - OF THE
AOC20 * QUERY'S COMPANY SECTION WHEN THE GROUP HAS THEM.
       FD RUN-PARMS.
           COPY WSRUNPARM.

       FD INQUIRY-QUERIES.
AOC20 * IQ-COMPANY NAMES THE COMPANY WHOSE ENTRIES ARE SEARCHED;
AOC20 * BLANK MEANS THE FIRST (OR ONLY) COMPANY OF THE GROUP.
       01 INQUIRY-QUERY-RECORD.
          04 IQ-AMOUNT PIC 9(4).
          04 IQ-SEP PIC X.
          04 IQ-COMPANY PIC X(4).

       FD INQUIRY-REPORT.
       01 INQUIRY-REPORT-RECORD PIC X(80).

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-INQUIRY-QUERIES PIC XX.
       01 WS-FS-INQUIRY-REPORT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-TARGET-SUM PIC 9(6).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-MAX-TARGETS PIC 9(2) VALUE 5.
       01 WS-T PIC 9(2).
       01 WS-TX PIC 9(2).
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
AOC20 * RUNPARMS COMPANY SECTIONS, FIVE TARGET SLOTS PER COMPANY.
AOC20 * A GROUP WITHOUT COMPANY CARDS HAS ONE SECTION WITH A BLANK
AOC20 * CODE THAT APPLIES TO EVERY ENTRY.
       01 WS-MAX-COMPANIES PIC 9 VALUE 9.
       01 WS-CO-COUNT PIC 9 VALUE 0.
       01 WS-C PIC 99.
       01 WS-CX PIC 9.
       01 WS-FIND-COMPANY PIC X(4).
       01 WS-CO-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-CO-TARGET-COUNTS OCCURS 9 TIMES PIC 9(2).
       01 WS-CO-TARGETS OCCURS 45 TIMES PIC 9(6).
       01 WS-QUERY-COMPANY PIC X(4).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-J PIC 9(5).
       01 WS-HIT-COUNT PIC 9(6).
       01 WS-PAIR-HITS PIC 9(6).
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
       01 WS-ITEMS OCCURS 9999 TIMES PIC 9999.
       01 WS-ITEM-IDS OCCURS 9999 TIMES PIC X(8).
       01 WS-ITEM-LINES OCCURS 9999 TIMES PIC 9(6).
       01 WS-ITEM-COS OCCURS 9999 TIMES PIC X(4).
       01 WS-RPT-HEADER.
          04 FILLER PIC X(33)
             VALUE "DAY01 COMPLEMENT INQUIRY  TARGET ".
          04 WS-QL-AMOUNT PIC 9(4).
          04 FILLER PIC X(18) VALUE "  PAIR COMPLEMENT ".
          04 WS-QL-COMPLEMENT PIC 9(4).
          04 FILLER PIC X(10) VALUE "  COMPANY ".
          04 WS-QL-COMPANY PIC X(4).
          04 FILLER PIC X(8) VALUE "  TARGET".
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-QL-TARGET PIC 9(6).
          04 FILLER PIC X(19) VALUE SPACE.
       01 WS-QUERY-NOPAIR-LINE.
          04 FILLER PIC X(6) VALUE "QUERY ".
          04 WS-QN-AMOUNT PIC 9(4).
          04 FILLER PIC X(38)
             VALUE "  PAIR COMPLEMENT OUT OF ENTRY RANGE".
          04 FILLER PIC X(8) VALUE "COMPANY ".
          04 WS-QN-COMPANY PIC X(4).
          04 FILLER PIC X(8) VALUE "  TARGET".
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-QN-TARGET PIC 9(6).
          04 FILLER PIC X(5) VALUE SPACE.
       01 WS-HIT-LINE.
          04 FILLER PIC X(7) VALUE "  LINE ".
          04 WS-HL-LINE-NO PIC 9(6).
          04 WS-BQ-RAW PIC X(4).
          04 FILLER PIC X(26) VALUE "  NOT NUMERIC - SKIPPED".
          04 FILLER PIC X(44) VALUE SPACE.
       01 WS-BADCO-LINE.
          04 FILLER PIC X(6) VALUE "QUERY ".
          04 WS-BC-AMOUNT PIC X(4).
          04 FILLER PIC X(10) VALUE "  COMPANY ".
          04 WS-BC-COMPANY PIC X(4).
          04 FILLER PIC X(30)
             VALUE "  NOT IN RUNPARMS - SKIPPED".
          04 FILLER PIC X(26) VALUE SPACE.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
      * RUN PARAMETERS COME FROM THE EFFECTIVE-DATED KEYWORD
      * DATASET; THE LAST GROUP DATED ON OR BEFORE THE RUN DATE
      * APPLIES, AND THE INQUIRY ANSWERS AGAINST ITS PRIMARY
      * (FIRST) TARGET - THE QUERY COMPANY'S, WHEN THE GROUP HAS
      * COMPANY SECTIONS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
             END-IF
           END-PERFORM.
           CLOSE RUN-PARMS.
           IF WS-PARM-APPLIED = 0 OR WS-CO-COUNT = 0 THEN
             DISPLAY "DAY01INQ: NO PARAMETER GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-CO-TARGET-COUNTS (1) = 0 THEN
             DISPLAY "DAY01INQ: NO PARAMETER GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-CO-TARGETS (1) TO WS-TARGET-SUM.
      *
      * LOAD THE CURRENT INPUT GENERATION WITH THE SAME EDIT AS THE
      * MATCHERS, KEEPING THE EXTRACT LINE NUMBER AND ENTRY ID OF
      * EACH VALID ENTRY SO A HIT POINTS STRAIGHT AT THE LEDGER.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01INQ: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01INQ: UNABLE TO OPEN INPUT.DAT - STATUS "
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 PERFORM EDIT-POST-DATE
                 PERFORM EDIT-DEPT
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 THEN
                   IF WS-ITEM-COUNT >= WS-MAX-ITEMS THEN
                     DISPLAY "DAY01INQ: INPUT.DAT EXCEEDS MAXIMUM OF "
                       WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
                   MOVE INPUT-NUMBER TO WS-ITEMS (WS-ITEM-COUNT)
                   MOVE INPUT-ENTRY-ID TO WS-ITEM-IDS (WS-ITEM-COUNT)
                   MOVE WS-LINE-NO TO WS-ITEM-LINES (WS-ITEM-COUNT)
                   MOVE INPUT-COMPANY TO WS-ITEM-COS (WS-ITEM-COUNT)
                 END-IF
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
           OPEN OUTPUT INQUIRY-REPORT.
           IF WS-FS-INQUIRY-REPORT NOT = "00" THEN
             DISPLAY "DAY01INQ: UNABLE TO OPEN INQRPT.DAT - STATUS "
      *
      * ONE QUERY AMOUNT PER CARD. FOR EACH, REPORT EVERY ENTRY
      * HOLDING THE PAIR COMPLEMENT, THEN EVERY PAIR OF ENTRIES
      * THAT WOULD COMPLETE A TRIPLE WITH THE QUERY AMOUNT. ONLY
      * THE QUERY COMPANY'S ENTRIES ARE CANDIDATES, AS IN THE
      * MATCHERS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT INQUIRY-QUERIES.
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                   END-IF
                 ELSE
                 PERFORM SET-QUERY-COMPANY
                 IF WS-CX = 0 THEN
                   ADD 1 TO WS-BAD-QUERY-COUNT
                   MOVE IQ-AMOUNT TO WS-BC-AMOUNT
                   MOVE IQ-COMPANY TO WS-BC-COMPANY
                   WRITE INQUIRY-REPORT-RECORD FROM WS-BADCO-LINE
                   IF WS-FS-INQUIRY-REPORT NOT = "00" THEN
                     DISPLAY "DAY01INQ: ERROR WRITING INQRPT"
                       " - " WS-FS-INQUIRY-REPORT
                       " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                   END-IF
                 ELSE
                   ADD 1 TO WS-QUERY-COUNT
                   MOVE IQ-AMOUNT TO WS-QUERY
                   IF WS-COMPLEMENT < WS-ENTRY-MIN OR
                      WS-COMPLEMENT > WS-ENTRY-MAX THEN
                     MOVE WS-QUERY TO WS-QN-AMOUNT
                     MOVE WS-QUERY-COMPANY TO WS-QN-COMPANY
                     MOVE WS-TARGET-SUM TO WS-QN-TARGET
                     WRITE INQUIRY-REPORT-RECORD
                       FROM WS-QUERY-NOPAIR-LINE
                     IF WS-FS-INQUIRY-REPORT NOT = "00" THEN
                   ELSE
                     MOVE WS-QUERY TO WS-QL-AMOUNT
                     MOVE WS-COMPLEMENT TO WS-QL-COMPLEMENT
                     MOVE WS-QUERY-COMPANY TO WS-QL-COMPANY
                     MOVE WS-TARGET-SUM TO WS-QL-TARGET
                     WRITE INQUIRY-REPORT-RECORD FROM WS-QUERY-LINE
                     IF WS-FS-INQUIRY-REPORT NOT = "00" THEN
                       DISPLAY "DAY01INQ: ERROR WRITING INQRPT"
                     MOVE 0 TO WS-HIT-COUNT
                     MOVE 1 TO WS-I
                     PERFORM UNTIL WS-I > WS-ITEM-COUNT
                       IF WS-ITEMS (WS-I) = WS-COMPLEMENT AND
                          (WS-CO-CODES (1) = SPACE OR
                           WS-ITEM-COS (WS-I) = WS-QUERY-COMPANY) THEN
                         ADD 1 TO WS-HIT-COUNT
                         MOVE WS-ITEM-LINES (WS-I) TO WS-HL-LINE-NO
                         MOVE WS-ITEM-IDS (WS-I) TO WS-HL-ID
                     COMPUTE WS-J = WS-I + 1
                     PERFORM UNTIL WS-J > WS-ITEM-COUNT
                       IF WS-ITEMS (WS-I) + WS-ITEMS (WS-J) = WS-REST
                          AND (WS-CO-CODES (1) = SPACE OR
                           (WS-ITEM-COS (WS-I) = WS-QUERY-COMPANY AND
                            WS-ITEM-COS (WS-J) = WS-QUERY-COMPANY))
                       THEN
                         ADD 1 TO WS-PAIR-HITS
                         MOVE WS-ITEM-LINES (WS-I) TO WS-PH-LINE-1
                   END-IF
                 END-IF
                 END-IF
                 END-IF
             END-READ
             IF WS-FS-INQUIRY-QUERIES NOT = "00" AND
                WS-FS-INQUIRY-QUERIES NOT = "10" THEN
             WS-BAD-QUERY-COUNT " QUERY(S) SKIPPED".
           STOP RUN.

      *
      * THE COMPANY SECTION AND PRIMARY TARGET FOR THE QUERY CARD
      * INTO WS-CX AND WS-TARGET-SUM; WS-CX IS ZERO WHEN THE CARD
      * NAMES A COMPANY THE GROUP DOES NOT CARRY.
      *
       SET-QUERY-COMPANY.
           MOVE IQ-COMPANY TO WS-QUERY-COMPANY.
           IF IQ-COMPANY = SPACE OR WS-CO-CODES (1) = SPACE THEN
             MOVE 1 TO WS-CX
             MOVE WS-CO-CODES (1) TO WS-QUERY-COMPANY
           ELSE
             MOVE 0 TO WS-CX
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-CO-COUNT OR WS-CX > 0
               IF WS-CO-CODES (WS-C) = IQ-COMPANY THEN
                 MOVE WS-C TO WS-CX
               END-IF
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.
           IF WS-CX > 0 THEN
             IF WS-CO-TARGET-COUNTS (WS-CX) = 0 THEN
               MOVE 0 TO WS-CX
             ELSE
               COMPUTE WS-TX = (WS-CX - 1) * WS-MAX-TARGETS + 1
               MOVE WS-CO-TARGETS (WS-TX) TO WS-TARGET-SUM
             END-IF
           END-IF.

      *
      * POSTING-DATE EDIT - THE SAME EDIT THE MATCHERS APPLY, SO
      * EVERY COMPLEMENT CANDIDATE THE INQUIRY PROPOSES ACTUALLY
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
                 DISPLAY "DAY01INQ: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-IF.
