           SELECT MATCH3-REPORT ASSIGN TO "MATCH3RPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MATCH3-REPORT.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEMS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
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

       FD OPEN-ITEMS.
           COPY WSOPENITM.

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-OPEN-ITEMS PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-MAX-TARGETS PIC 9(2) VALUE 5.
       01 WS-T PIC 9(2).
       01 WS-TX PIC 9(2).
       01 WS-TGT-HIT PIC 9.
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
AOC20 * ONE ENTRY PER RUNPARMS COMPANY SECTION (SEE DAY01P01). A
AOC20 * MATCH LINE IS PROVED AGAINST ITS OWN COMPANY'S TARGETS AND
AOC20 * ITS OWN COMPANY'S ENTRIES ONLY.
       01 WS-MAX-COMPANIES PIC 9(2) VALUE 9.
       01 WS-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-C PIC 9(2).
       01 WS-CX PIC 9(2).
       01 WS-FIND-COMPANY PIC X(4).
       01 WS-CO-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-CO-TARGET-COUNTS OCCURS 9 TIMES PIC 9(2).
       01 WS-CO-TARGETS OCCURS 45 TIMES PIC 9(6).
       01 WS-TARGETS-FOUND PIC 9 VALUE 0.
       01 WS-EOF PIC 9.
       01 WS-RESULT PIC 9(12).
       01 WS-NEED-1 PIC 9(4).
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
          04 WS-PD-YEAR PIC 9(4).
          04 WS-PD-MONTH PIC 9(2).
          04 WS-PD-DAY PIC 9(2).
AOC20 * OCCURRENCE COUNT OF VALUE V FOR COMPANY C IS ENTRY
AOC20 * (C - 1) * 9999 + V.
       01 WS-VALUE-COUNTS OCCURS 89991 TIMES PIC 9(4) VALUE 0.
       01 WS-VX PIC 9(5).
       01 WS-VX-1 PIC 9(5).
       01 WS-VX-2 PIC 9(5).
       01 WS-VX-3 PIC 9(5).

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
      * APPLIES. EVERY MATCH LINE IS TAGGED WITH THE TARGET IT
      * SATISFIED; THE TAG MUST BE ONE OF THE ACTIVE TARGETS OF
      * THE LINE'S COMPANY AND THE LINE MUST RE-ADD TO EXACTLY
      * THAT TARGET.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
             DISPLAY "DAY01VRFY: UNABLE TO OPEN RUNPARMS.DAT - "
               WS-FS-RUN-PARMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01VRFY: ERROR READING RUNPARMS.DAT - "
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
             ADD 1 TO WS-C
           END-PERFORM.
           IF WS-PARM-APPLIED = 0 OR WS-TARGETS-FOUND = 0 THEN
             DISPLAY "DAY01VRFY: NO PARAMETER GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * REBUILD THE VALUE OCCURRENCE COUNTS STRAIGHT FROM THE INPUT
      * GENERATION, USING THE SAME EDIT AS THE MATCHERS, SO EVERY
      * REPORTED ITEM CAN BE PROVED TO EXIST (WITH MULTIPLICITY)
      * WITHIN ITS OWN COMPANY.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01VRFY: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01VRFY: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE INPUT-COMPANY TO WS-FIND-COMPANY
                 PERFORM FIND-COMPANY
                 PERFORM EDIT-POST-DATE
                 PERFORM EDIT-DEPT
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 AND
                    WS-CX > 0 THEN
                   COMPUTE WS-VX = (WS-CX - 1) * 9999 + INPUT-NUMBER
                   ADD 1 TO WS-VALUE-COUNTS (WS-VX)
                 END-IF
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
               DISPLAY "DAY01VRFY: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
      *
      * THE MATCHERS ALSO SCANNED LAST NIGHT'S OPEN-ITEM POOL, SO
      * ITS AMOUNTS COUNT AS PRESENT TOO. THE FIRST NIGHT HAS NO
      * POOL GENERATION YET.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT OPEN-ITEMS.
           IF WS-FS-OPEN-ITEMS = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-OPEN-ITEMS NOT = "00" THEN
               DISPLAY "DAY01VRFY: UNABLE TO OPEN OPENITEM.DAT - "
                 WS-FS-OPEN-ITEMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ OPEN-ITEMS
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE OI-COMPANY TO WS-FIND-COMPANY
                 PERFORM FIND-COMPANY
                 IF OI-AMOUNT NUMERIC AND OI-AMOUNT >= WS-ENTRY-MIN
                    AND WS-CX > 0 THEN
                   COMPUTE WS-VX = (WS-CX - 1) * 9999 + OI-AMOUNT
                   ADD 1 TO WS-VALUE-COUNTS (WS-VX)
                   ADD 1 TO WS-OPEN-COUNT
                 END-IF
             END-READ
             IF WS-FS-OPEN-ITEMS NOT = "00" AND
                WS-FS-OPEN-ITEMS NOT = "10" AND
                WS-FS-OPEN-ITEMS NOT = "35" THEN
               DISPLAY "DAY01VRFY: ERROR READING OPENITEM.DAT - "
                 WS-FS-OPEN-ITEMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-OPEN-ITEMS NOT = "35" THEN
             CLOSE OPEN-ITEMS
           END-IF.
      *
      * PROVE EVERY PAIR LINE: THE SUM RE-ADDS TO THE TARGET, THE
      * PRODUCT RE-MULTIPLIES, AND BOTH ITEMS EXIST IN THE INPUT
             DISPLAY "DAY01VRFY: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                     " NOT NUMERIC - " MATCH-REPORT-RECORD
                   ADD 1 TO WS-ERROR-COUNT
                 ELSE
                   MOVE MR-COMPANY TO WS-FIND-COMPANY
                   PERFORM FIND-COMPANY
                   IF WS-CX = 0 THEN
                     DISPLAY "VRFY: MATCHRPT LINE " WS-PAIR-COUNT
                       " COMPANY " MR-COMPANY " NOT ON CONTROL CARD"
                     ADD 1 TO WS-ERROR-COUNT
                     MOVE 1 TO WS-CX
                   END-IF
                   MOVE MR-TARGET TO WS-RESULT
                   PERFORM CHECK-TARGET
                   IF WS-TGT-HIT = 0 THEN
                     DISPLAY "VRFY: MATCHRPT LINE " WS-PAIR-COUNT
                       " TARGET " MR-TARGET " NOT ON CONTROL CARD"
                       " ITEM OUT OF RANGE - " MATCH-REPORT-RECORD
                     ADD 1 TO WS-ERROR-COUNT
                   ELSE
                     COMPUTE WS-VX-1 = (WS-CX - 1) * 9999 + MR-ITEM-1
                     COMPUTE WS-VX-2 = (WS-CX - 1) * 9999 + MR-ITEM-2
                     IF MR-ITEM-1 = MR-ITEM-2 THEN
                       IF WS-VALUE-COUNTS (WS-VX-1) < 2 THEN
                         DISPLAY "VRFY: MATCHRPT LINE " WS-PAIR-COUNT
                           " ITEM " MR-ITEM-1 " NOT IN INPUT TWICE"
                         ADD 1 TO WS-ERROR-COUNT
                       END-IF
                     ELSE
                       IF WS-VALUE-COUNTS (WS-VX-1) < 1 THEN
                         DISPLAY "VRFY: MATCHRPT LINE " WS-PAIR-COUNT
                           " ITEM " MR-ITEM-1 " NOT IN INPUT"
                         ADD 1 TO WS-ERROR-COUNT
                       END-IF
                       IF WS-VALUE-COUNTS (WS-VX-2) < 1 THEN
                         DISPLAY "VRFY: MATCHRPT LINE " WS-PAIR-COUNT
                           " ITEM " MR-ITEM-2 " NOT IN INPUT"
                         ADD 1 TO WS-ERROR-COUNT
               DISPLAY "DAY01VRFY: ERROR READING MATCHRPT.DAT - "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01VRFY: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                     " NOT NUMERIC - " MATCH3-REPORT-RECORD
                   ADD 1 TO WS-ERROR-COUNT
                 ELSE
                   MOVE M3-COMPANY TO WS-FIND-COMPANY
                   PERFORM FIND-COMPANY
                   IF WS-CX = 0 THEN
                     DISPLAY "VRFY: MATCH3RPT LINE " WS-TRIPLE-COUNT
                       " COMPANY " M3-COMPANY " NOT ON CONTROL CARD"
                     ADD 1 TO WS-ERROR-COUNT
                     MOVE 1 TO WS-CX
                   END-IF
                   MOVE M3-TARGET TO WS-RESULT
                   PERFORM CHECK-TARGET
                   IF WS-TGT-HIT = 0 THEN
                     DISPLAY "VRFY: MATCH3RPT LINE " WS-TRIPLE-COUNT
                       " TARGET " M3-TARGET " NOT ON CONTROL CARD"
                       " ITEM OUT OF RANGE - " MATCH3-REPORT-RECORD
                     ADD 1 TO WS-ERROR-COUNT
                   ELSE
                     COMPUTE WS-VX-1 = (WS-CX - 1) * 9999 + M3-ITEM-1
                     COMPUTE WS-VX-2 = (WS-CX - 1) * 9999 + M3-ITEM-2
                     COMPUTE WS-VX-3 = (WS-CX - 1) * 9999 + M3-ITEM-3
                     MOVE 1 TO WS-NEED-1
                     IF M3-ITEM-2 = M3-ITEM-1 THEN
                       ADD 1 TO WS-NEED-1
                     IF M3-ITEM-3 = M3-ITEM-1 THEN
                       ADD 1 TO WS-NEED-1
                     END-IF
                     IF WS-VALUE-COUNTS (WS-VX-1) < WS-NEED-1 THEN
                       DISPLAY "VRFY: MATCH3RPT LINE " WS-TRIPLE-COUNT
                         " ITEM " M3-ITEM-1 " SHORT IN INPUT"
                       ADD 1 TO WS-ERROR-COUNT
                     IF M3-ITEM-3 = M3-ITEM-2 THEN
                       ADD 1 TO WS-NEED-2
                     END-IF
                     IF WS-VALUE-COUNTS (WS-VX-2) < WS-NEED-2 THEN
                       DISPLAY "VRFY: MATCH3RPT LINE " WS-TRIPLE-COUNT
                         " ITEM " M3-ITEM-2 " SHORT IN INPUT"
                       ADD 1 TO WS-ERROR-COUNT
                     IF M3-ITEM-2 = M3-ITEM-3 THEN
                       ADD 1 TO WS-NEED-3
                     END-IF
                     IF WS-VALUE-COUNTS (WS-VX-3) < WS-NEED-3 THEN
                       DISPLAY "VRFY: MATCH3RPT LINE " WS-TRIPLE-COUNT
                         " ITEM " M3-ITEM-3 " SHORT IN INPUT"
                       ADD 1 TO WS-ERROR-COUNT
               DISPLAY "DAY01VRFY: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE MATCH3-REPORT.
           DISPLAY "VRFY: " WS-PAIR-COUNT " PAIR(S) AND "
             WS-TRIPLE-COUNT " TRIPLE(S) CHECKED AGAINST "
             WS-LINE-NO " INPUT RECORD(S) AND " WS-OPEN-COUNT
             " OPEN ITEM(S)".
           IF WS-ERROR-COUNT > 0 THEN
             DISPLAY "VRFY: " WS-ERROR-COUNT
               " DISCREPANCY(S) FOUND - NIGHT HELD"
           ELSE
             DISPLAY "VRFY: ALL REPORTED MATCHES PROVE OUT"
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
                 DISPLAY "DAY01VRFY: RUNPARMS EFFDATE NOT NUMERIC - "
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
           END-IF.

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
      * IS THE TARGET IN WS-RESULT ONE OF COMPANY WS-CX'S ACTIVE
      * TARGETS? ANSWER IN WS-TGT-HIT.
      *
       CHECK-TARGET.
           MOVE 0 TO WS-TGT-HIT.
           MOVE 1 TO WS-T.
           PERFORM UNTIL WS-T > WS-CO-TARGET-COUNTS (WS-CX)
             COMPUTE WS-TX = (WS-CX - 1) * WS-MAX-TARGETS + WS-T
             IF WS-RESULT = WS-CO-TARGETS (WS-TX) THEN
               MOVE 1 TO WS-TGT-HIT
             END-IF
             ADD 1 TO WS-T
           END-PERFORM.

      *
      * POSTING-DATE EDIT - THE SAME EDIT THE MATCHERS APPLY, SO
      * THE OCCURRENCE COUNTS PROVE EXISTENCE AGAINST THE SAME
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
                 DISPLAY "DAY01VRFY: ERROR READING DEPTMAST.DAT - "
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
             DISPLAY "DAY01VRFY: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01VRFY" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
