           SELECT RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-HISTORY.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEMS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HM-ENTRY-ID
           FILE STATUS IS WS-FS-HOLD-MASTER.
           SELECT FISCAL-CAL ASSIGN TO "FISCCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FISCAL-CAL.
           SELECT LATE-POST ASSIGN TO "LATEPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LATE-POST.
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

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
       FD RUN-HISTORY.
           COPY WSRUNHIST.

       FD OPEN-ITEMS.
           COPY WSOPENITM.

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD HOLD-MASTER.
           COPY WSHOLDMST.

       FD FISCAL-CAL.
           COPY WSFISCAL.

       FD LATE-POST.
           COPY WSLATEPST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-EXCEPTION-FILE PIC XX.
       01 WS-FS-RUN-HISTORY PIC XX.
       01 WS-FS-OPEN-ITEMS PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-MAX-TARGETS PIC 9(2) VALUE 5.
       01 WS-T PIC 9(2).
       01 WS-TX PIC 9(2).
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
AOC20 * ONE ENTRY PER RUNPARMS COMPANY SECTION: ITS TARGETS (COMPANY
AOC20 * C'S TARGET T IS WS-CO-TARGETS ((C - 1) * 5 + T)), LIMITS
AOC20 * AND CONTROL TOTALS. A GROUP WITHOUT COMPANY CARDS IS ONE
AOC20 * SECTION WITH A BLANK CODE THAT TAKES EVERY ENTRY WHATEVER
AOC20 * ITS COMPANY, AND WRITES NO COMPANY ROWS TO RUNHIST.
       01 WS-MAX-COMPANIES PIC 9(2) VALUE 9.
       01 WS-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-C PIC 9(2).
       01 WS-CX PIC 9(2).
       01 WS-FIND-COMPANY PIC X(4).
       01 WS-CO-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-CO-TARGET-COUNTS OCCURS 9 TIMES PIC 9(2).
       01 WS-CO-TARGETS OCCURS 45 TIMES PIC 9(6).
       01 WS-CO-EXC-LIMITS OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-TOLERANCES OCCURS 9 TIMES PIC 9(4).
       01 WS-CO-RECORDS OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-VALID OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-EXCEPTS OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-MATCHES OCCURS 9 TIMES PIC 9(8).
       01 WS-CO-MINS OCCURS 9 TIMES PIC 9(4).
       01 WS-CO-MAXS OCCURS 9 TIMES PIC 9(4).
       01 WS-CO-SUMS OCCURS 9 TIMES PIC 9(9).
       01 WS-CO-STATUS OCCURS 9 TIMES PIC X(4).
       01 WS-NO-TARGET-COUNT PIC 9(2) VALUE 0.
       01 WS-UNDECLARED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNDECLARED-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-MAX-TOLERANCE PIC 9(4) VALUE 0.
       01 WS-RECOUNT PIC 9(8).
       01 WS-PROD PIC 9(8).
       01 WS-FS-NEAR-MISS PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-HOLD-MASTER PIC XX.
       01 WS-HOLD-OPEN PIC 9 VALUE 0.
       01 WS-HELD PIC 9.
       01 WS-FS-FISCAL-CAL PIC XX.
       01 WS-FS-LATE-POST PIC XX.
       01 WS-LATE PIC 9.
       01 WS-LATE-PERIOD PIC X(6).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-P PIC 9(3).
       01 WS-PER-COUNT PIC 9(3) VALUE 0.
       01 WS-MAX-PERIODS PIC 9(3) VALUE 120.
       01 WS-PER-IDS OCCURS 120 TIMES PIC X(6).
       01 WS-PER-STARTS OCCURS 120 TIMES PIC 9(8).
       01 WS-PER-ENDS OCCURS 120 TIMES PIC 9(8).
       01 WS-PER-CLOSED OCCURS 120 TIMES PIC 9.
       01 WS-TOLERANCE PIC 9(4) VALUE 0.
       01 WS-DIFF PIC S9(6).
       01 WS-NEARMISS-COUNT PIC 9(8) VALUE 0.
       01 WS-RESULT PIC 9(8).
       01 WS-MAX-ITEMS PIC 9(4) VALUE 9999.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-VALID-COUNT PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT PIC 9(6) VALUE 0.
       01 WS-HELD-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-LATE-COUNT PIC 9(6) VALUE 0.
       01 WS-LATE-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-CAND-COUNT PIC 9(5) VALUE 0.
       01 WS-X PIC 9(5).
       01 WS-DUP-FOUND PIC 9.
       01 WS-MATCH-COUNT PIC 9(8) VALUE 0.
       01 WS-START-I PIC 9(4) VALUE 1.
       01 WS-START-J PIC 9(4) VALUE 1.
       01 WS-SUM-ALL PIC 9(9) VALUE 0.
       01 WS-RESUMING PIC 9 VALUE 0.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
       01 WS-ITEMS OCCURS 9999 TIMES PIC 9999.
       01 WS-ITEM-IDS OCCURS 9999 TIMES PIC X(8).
       01 WS-ITEM-DEPTS OCCURS 9999 TIMES PIC X(4).
       01 WS-ITEM-COS OCCURS 9999 TIMES PIC 9.
       01 WS-LATE-IDS OCCURS 9999 TIMES PIC X(8).

       LINKAGE SECTION.
       01 PARM-DATA.
          04 PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE SPACE TO WS-INPUT-GEN.
      * DATED ON OR BEFORE THE RUN DATE APPLIES, SO NEXT MONTH'S
      * TARGETS CAN BE STAGED BEHIND TODAY'S. EVERY TARGET IN THE
      * ACTIVE GROUP IS EVALUATED DURING THE ONE SCAN AND EACH
      * MATCH RECORD IS TAGGED WITH THE TARGET IT SATISFIED. EACH
      * COMPANY SECTION CARRIES ITS OWN TARGETS, EXCLIM AND TOLER,
      * AND EVERY COMPANY MUST HAVE AT LEAST ONE TARGET.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
             DISPLAY "DAY01P01: UNABLE TO OPEN RUNPARMS.DAT - STATUS "
               WS-FS-RUN-PARMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01P01: ERROR READING RUNPARMS.DAT - "
                 WS-FS-RUN-PARMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RUN-PARMS.
           IF WS-PARM-APPLIED = 0 OR WS-CO-COUNT = 0 THEN
             DISPLAY "DAY01P01: NO PARAMETER GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CO-COUNT
             IF WS-CO-TARGET-COUNTS (WS-C) = 0 THEN
               DISPLAY "DAY01P01: NO TARGET EFFECTIVE FOR COMPANY "
                 WS-CO-CODES (WS-C)
               ADD 1 TO WS-NO-TARGET-COUNT
             END-IF
             IF WS-CO-TOLERANCES (WS-C) > WS-MAX-TOLERANCE THEN
               MOVE WS-CO-TOLERANCES (WS-C) TO WS-MAX-TOLERANCE
             END-IF
             MOVE 0 TO WS-CO-RECORDS (WS-C)
             MOVE 0 TO WS-CO-VALID (WS-C)
             MOVE 0 TO WS-CO-EXCEPTS (WS-C)
             MOVE 0 TO WS-CO-MATCHES (WS-C)
             MOVE 9999 TO WS-CO-MINS (WS-C)
             MOVE 0 TO WS-CO-MAXS (WS-C)
             MOVE 0 TO WS-CO-SUMS (WS-C)
             MOVE "OK" TO WS-CO-STATUS (WS-C)
             ADD 1 TO WS-C
           END-PERFORM.
           IF WS-NO-TARGET-COUNT > 0 THEN
             DISPLAY "DAY01P01: PARAMETER GROUP INCOMPLETE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-I.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01P01: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * ENTRIES A DEPARTMENT HAS DISPUTED SIT ON THE HOLD MASTER
      * (DAY01HMNT). A HELD ENTRY STILL PASSES THE EDIT AND STAYS
      * IN THE VALID COUNT AND MIN/MAX/SUM, SO DAY01BAL BALANCES
      * AS BEFORE, BUT IT IS KEPT OUT OF THE CANDIDATE TABLE AND
      * SO OUT OF TONIGHT'S MATCH AND GLPOST. A CLUSTER NEVER YET
      * LOADED OPENS WITH STATUS 35 AND MEANS NOTHING IS HELD.
      *
           OPEN INPUT HOLD-MASTER.
           IF WS-FS-HOLD-MASTER = "00" THEN
             MOVE 1 TO WS-HOLD-OPEN
           ELSE
             IF WS-FS-HOLD-MASTER NOT = "35" THEN
               DISPLAY "DAY01P01: UNABLE TO OPEN HOLDMAST.DAT - STATUS "
                 WS-FS-HOLD-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
      *
      * FISCAL CALENDAR - FINANCE'S PERIOD CARDS. A VALID ENTRY
      * DATED INTO A CLOSED PERIOD (OR A DATE NO PERIOD COVERS) IS
      * A LATE POSTING: IT GOES TO LATEPOST.DAT FOR THE CONTROLLER
      * INSTEAD OF THE CANDIDATE TABLE, SO IT IS NEVER MATCHED OR
      * POSTED AS CURRENT. LIKE A HELD ENTRY IT STAYS IN THE VALID
      * COUNT AND MIN/MAX/SUM SO DAY01BAL BALANCES AS BEFORE. THE
      * CALENDAR IS REQUIRED - WITHOUT IT NO PERIOD CAN BE PROVED
      * OPEN, SO A MISSING OR BAD CALENDAR STOPS THE RUN.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT FISCAL-CAL.
           IF WS-FS-FISCAL-CAL NOT = "00" THEN
             DISPLAY "DAY01P01: UNABLE TO OPEN FISCCAL.DAT - STATUS "
               WS-FS-FISCAL-CAL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ FISCAL-CAL
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM LOAD-PERIOD
             END-READ
             IF WS-FS-FISCAL-CAL NOT = "00" AND
                WS-FS-FISCAL-CAL NOT = "10" THEN
               DISPLAY "DAY01P01: ERROR READING FISCCAL.DAT - STATUS "
                 WS-FS-FISCAL-CAL " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE FISCAL-CAL.
           IF WS-PER-COUNT = 0 THEN
             DISPLAY "DAY01P01: FISCCAL.DAT HOLDS NO PERIODS"
               " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN OUTPUT LATE-POST.
           IF WS-FS-LATE-POST NOT = "00" THEN
             DISPLAY "DAY01P01: UNABLE TO OPEN LATEPOST.DAT - STATUS "
               WS-FS-LATE-POST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01P01: UNABLE TO OPEN INPUT.DAT - FILE STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
             DISPLAY "DAY01P01: UNABLE TO OPEN EXCEPT.DAT - STATUS "
               WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
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
                 IF WS-CX = 0 THEN
                   ADD 1 TO WS-UNDECLARED-COUNT
                 ELSE
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
                   ADD 1 TO WS-CO-VALID (WS-CX)
                   MOVE INPUT-ENTRY-ID TO HM-ENTRY-ID
                   PERFORM CHECK-HOLD
                   MOVE 0 TO WS-LATE
                   IF WS-HELD = 0 THEN
                     MOVE WS-POST-DATE TO WS-CHECK-DATE
                     PERFORM CHECK-PERIOD
                   END-IF
                   IF WS-HELD = 1 THEN
                     ADD 1 TO WS-HELD-COUNT
                   ELSE
                   IF WS-LATE = 1 THEN
                     IF WS-LATE-COUNT >= WS-MAX-ITEMS THEN
                       DISPLAY "DAY01P01: LATE ENTRIES EXCEED MAXIMUM "
                         "OF " WS-MAX-ITEMS " - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     ADD 1 TO WS-LATE-COUNT
                     MOVE INPUT-ENTRY-ID TO WS-LATE-IDS (WS-LATE-COUNT)
                     MOVE INPUT-ENTRY-ID TO LP-ENTRY-ID
                     MOVE INPUT-DEPT TO LP-DEPT
                     MOVE WS-POST-DATE TO LP-POST-DATE
                     MOVE INPUT-NUMBER TO LP-AMOUNT
                     MOVE "XTRC" TO LP-SOURCE
                     PERFORM WRITE-LATE-POST
                   ELSE
                     IF WS-I > WS-MAX-ITEMS THEN
                       DISPLAY "DAY01P01: INPUT.DAT EXCEEDS MAXIMUM OF "
                         WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     MOVE INPUT-NUMBER TO WS-ITEMS (WS-I)
                     MOVE INPUT-ENTRY-ID TO WS-ITEM-IDS (WS-I)
                     MOVE INPUT-DEPT TO WS-ITEM-DEPTS (WS-I)
                     MOVE WS-CX TO WS-ITEM-COS (WS-I)
                     ADD 1 TO WS-ITEM-COUNT
                     ADD 1 TO WS-I
                   END-IF
                   END-IF
                   IF INPUT-NUMBER < WS-MIN-VALUE THEN
                     MOVE INPUT-NUMBER TO WS-MIN-VALUE
                   END-IF
                     MOVE INPUT-NUMBER TO WS-MAX-VALUE
                   END-IF
                   ADD INPUT-NUMBER TO WS-SUM-ALL
                   IF INPUT-NUMBER < WS-CO-MINS (WS-CX) THEN
                     MOVE INPUT-NUMBER TO WS-CO-MINS (WS-CX)
                   END-IF
                   IF INPUT-NUMBER > WS-CO-MAXS (WS-CX) THEN
                     MOVE INPUT-NUMBER TO WS-CO-MAXS (WS-CX)
                   END-IF
                   ADD INPUT-NUMBER TO WS-CO-SUMS (WS-CX)
                 ELSE
                   MOVE WS-LINE-NO TO EXC-LINE-NO
                   MOVE SPACE TO EXC-SEP
                   MOVE INPUT-POST-DATE TO EXC-POST-DATE
                   MOVE SPACE TO EXC-SEP-4
                   MOVE INPUT-NUMBER-RAW TO EXC-VALUE
                   MOVE SPACE TO EXC-SEP-5
                   MOVE INPUT-COMPANY TO EXC-COMPANY
                   MOVE SPACE TO EXC-SEP-6
                   PERFORM SET-EXCEPT-REASON
                   WRITE EXCEPTION-RECORD
                   IF WS-FS-EXCEPTION-FILE NOT = "00" THEN
                     DISPLAY "DAY01P01: ERROR WRITING EXCEPT.DAT - "
                       WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-EXCEPTION-COUNT
                   IF WS-CX > 0 THEN
                     ADD 1 TO WS-CO-EXCEPTS (WS-CX)
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
               DISPLAY "DAY01P01: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
           CLOSE EXCEPTION-FILE.
           IF WS-EXCEPTION-COUNT > 0 THEN
             DISPLAY "PART01: " WS-EXCEPTION-COUNT
               " INVALID ENTRY(S) WRITTEN TO EXCEPT.DAT"
           END-IF.
           IF WS-UNDECLARED-COUNT > 0 THEN
             DISPLAY "PART01: " WS-UNDECLARED-COUNT
               " OF THEM FOR A COMPANY NOT IN RUNPARMS"
           END-IF.
      *
      * OPEN ITEMS - VALID ENTRIES FROM EARLIER NIGHTS THAT ARE
      * STILL UNMATCHED (LAST NIGHT'S DAY01OPEN POOL GENERATION)
      * JOIN TONIGHT'S ENTRIES AS CANDIDATES, LOADED BEHIND THEM.
      * AN ID RE-SENT IN TONIGHT'S EXTRACT IS ALREADY IN THE TABLE
      * AND IS NOT LOADED TWICE. THE CONTROL TOTALS AND RUNHIST
      * STAY TONIGHT-ONLY SO DAY01BAL STILL PROVES THE EXTRACT.
      * AN ITEM WHOSE COMPANY NO LONGER HAS A RUNPARMS SECTION
      * CANNOT BE MATCHED AND IS LEFT IN THE POOL TO AGE OFF.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT OPEN-ITEMS.
           IF WS-FS-OPEN-ITEMS = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-OPEN-ITEMS NOT = "00" THEN
               DISPLAY "DAY01P01: UNABLE TO OPEN OPENITEM.DAT - STATUS "
                 WS-FS-OPEN-ITEMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ OPEN-ITEMS
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM LOAD-OPEN-ITEM
             END-READ
             IF WS-FS-OPEN-ITEMS NOT = "00" AND
                WS-FS-OPEN-ITEMS NOT = "10" AND
                WS-FS-OPEN-ITEMS NOT = "35" THEN
               DISPLAY "DAY01P01: ERROR READING OPENITEM.DAT - STATUS "
                 WS-FS-OPEN-ITEMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-OPEN-ITEMS NOT = "35" THEN
             CLOSE OPEN-ITEMS
           END-IF.
           IF WS-HOLD-OPEN = 1 THEN
             CLOSE HOLD-MASTER
           END-IF.
           CLOSE LATE-POST.
           COMPUTE WS-CAND-COUNT = WS-ITEM-COUNT + WS-OPEN-COUNT.
           IF WS-OPEN-COUNT > 0 THEN
             DISPLAY "PART01: " WS-OPEN-COUNT
               " OPEN ITEM(S) CARRIED IN FROM OPENITEM.DAT"
           END-IF.
           IF WS-UNDECLARED-OPEN-COUNT > 0 THEN
             DISPLAY "PART01: " WS-UNDECLARED-OPEN-COUNT
               " OPEN ITEM(S) FOR A COMPANY NOT IN RUNPARMS - "
               "NOT MATCHED"
           END-IF.
           IF WS-HELD-COUNT > 0 OR WS-HELD-OPEN-COUNT > 0 THEN
             DISPLAY "PART01: " WS-HELD-COUNT " ENTRY(S) AND "
               WS-HELD-OPEN-COUNT " OPEN ITEM(S) ON HOLD - NOT MATCHED"
           END-IF.
           IF WS-LATE-COUNT > 0 OR WS-LATE-OPEN-COUNT > 0 THEN
             DISPLAY "PART01: " WS-LATE-COUNT " ENTRY(S) AND "
               WS-LATE-OPEN-COUNT " OPEN ITEM(S) IN A CLOSED PERIOD"
               " WRITTEN TO LATEPOST.DAT"
           END-IF.
           MOVE 0 TO WS-DONE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FS-CHECKPOINT = "00" THEN
             IF WS-RESUMING = 1 THEN
               DISPLAY "PART01: RESUMING FROM CHECKPOINT AT I="
                 WS-START-I " J=" WS-START-J
               PERFORM RECOUNT-COMPANY-MATCHES
             END-IF
           END-IF.
           IF WS-RESUMING = 1 THEN
             DISPLAY "DAY01P01: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * TOLERANCE MODE: WHEN THE CONTROL CARD CARRIES A NON-ZERO
      * TOLERANCE, PAIRS WITHIN PLUS-OR-MINUS THAT AMOUNT OF THE
      * TARGET GO TO THE NEAR-MISS FILE FOR THE RESEARCH CLERKS.
      * EXACT MATCHES KEEP GOING TO MATCHRPT UNCHANGED. EACH
      * COMPANY'S PAIRS ARE HELD TO ITS OWN TOLERANCE, SO THE FILE
      * IS OPENED WHEN ANY COMPANY CARRIES ONE.
      *
           IF WS-MAX-TOLERANCE > 0 THEN
             IF WS-RESUMING = 1 THEN
               OPEN EXTEND NEAR-MISS
             ELSE
               DISPLAY "DAY01P01: UNABLE TO OPEN NEARMISS.DAT - "
                 WS-FS-NEAR-MISS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
             DISPLAY "DAY01P01: UNABLE TO OPEN CHECKPNT.DAT - STATUS "
               WS-FS-CHECKPOINT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-START-I TO WS-I.
           PERFORM UNTIL WS-I > WS-CAND-COUNT
             IF WS-I = WS-START-I AND WS-RESUMING = 1 THEN
               MOVE WS-START-J TO WS-J
             ELSE
               COMPUTE WS-J = WS-I + 1
             END-IF
             MOVE WS-ITEM-COS (WS-I) TO WS-CX
             MOVE WS-CO-TOLERANCES (WS-CX) TO WS-TOLERANCE
             PERFORM UNTIL WS-J > WS-CAND-COUNT
               IF WS-ITEM-COS (WS-J) = WS-CX THEN
                 MOVE WS-ITEMS (WS-I) TO WS-RESULT
                 ADD WS-ITEMS (WS-J) TO WS-RESULT
                 MOVE 1 TO WS-T
                 PERFORM UNTIL WS-T > WS-CO-TARGET-COUNTS (WS-CX)
                   COMPUTE WS-TX = (WS-CX - 1) * WS-MAX-TARGETS + WS-T
                   IF WS-RESULT NOT = WS-CO-TARGETS (WS-TX) AND
                      WS-TOLERANCE > 0 THEN
                     COMPUTE WS-DIFF = WS-RESULT - WS-CO-TARGETS (WS-TX)
                     IF WS-DIFF >= 0 - WS-TOLERANCE AND
                        WS-DIFF <= WS-TOLERANCE THEN
                       MOVE WS-ITEMS (WS-I) TO NM-ITEM-1
                       MOVE SPACE TO NM-SEP-1
                       MOVE WS-ITEMS (WS-J) TO NM-ITEM-2
                       MOVE SPACE TO NM-SEP-2
                       MOVE WS-RESULT TO NM-SUM
                       MOVE SPACE TO NM-SEP-3
                       MOVE WS-DIFF TO NM-VARIANCE
                       MOVE SPACE TO NM-SEP-4
                       MOVE WS-ITEM-IDS (WS-I) TO NM-ID-1
                       MOVE SPACE TO NM-SEP-5
                       MOVE WS-ITEM-DEPTS (WS-I) TO NM-DEPT-1
                       MOVE SPACE TO NM-SEP-6
                       MOVE WS-ITEM-IDS (WS-J) TO NM-ID-2
                       MOVE SPACE TO NM-SEP-7
                       MOVE WS-ITEM-DEPTS (WS-J) TO NM-DEPT-2
                       MOVE SPACE TO NM-SEP-8
                       MOVE WS-CO-TARGETS (WS-TX) TO NM-TARGET
                       WRITE NEAR-MISS-RECORD
                       IF WS-FS-NEAR-MISS NOT = "00" THEN
                         DISPLAY "DAY01P01: ERROR WRITING NEARMISS - "
                           WS-FS-NEAR-MISS " - JOB TERMINATED"
                         MOVE 16 TO RETURN-CODE
                         PERFORM WRITE-STEP-LOG
                         STOP RUN
                       END-IF
                       ADD 1 TO WS-NEARMISS-COUNT
                     END-IF
                   END-IF
                   IF WS-RESULT = WS-CO-TARGETS (WS-TX) THEN
                     MOVE WS-ITEMS (WS-I) TO WS-PROD
                     MULTIPLY WS-ITEMS (WS-J) BY WS-PROD
                     MOVE WS-ITEMS (WS-I) TO MR-ITEM-1
                     MOVE SPACE TO MR-SEP-1
                     MOVE WS-ITEMS (WS-J) TO MR-ITEM-2
                     MOVE SPACE TO MR-SEP-2
                     MOVE WS-PROD TO MR-PRODUCT
                     MOVE SPACE TO MR-SEP-3
                     MOVE WS-ITEM-IDS (WS-I) TO MR-ID-1
                     MOVE SPACE TO MR-SEP-4
                     MOVE WS-ITEM-DEPTS (WS-I) TO MR-DEPT-1
                     MOVE SPACE TO MR-SEP-5
                     MOVE WS-ITEM-IDS (WS-J) TO MR-ID-2
                     MOVE SPACE TO MR-SEP-6
                     MOVE WS-ITEM-DEPTS (WS-J) TO MR-DEPT-2
                     MOVE SPACE TO MR-SEP-7
                     MOVE WS-CO-TARGETS (WS-TX) TO MR-TARGET
                     MOVE SPACE TO MR-SEP-8
                     MOVE WS-CO-CODES (WS-CX) TO MR-COMPANY
                     WRITE MATCH-REPORT-RECORD
                     IF WS-FS-MATCH-REPORT NOT = "00" THEN
                       DISPLAY "DAY01P01: ERROR WRITING MATCHRPT - "
                         WS-FS-MATCH-REPORT " - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     ADD 1 TO WS-MATCH-COUNT
                     ADD 1 TO WS-CO-MATCHES (WS-CX)
                     MOVE 1 TO WS-DONE
                   END-IF
                   ADD 1 TO WS-T
                 END-PERFORM
               END-IF
               ADD 1 TO WS-J
             END-PERFORM
             IF FUNCTION MOD(WS-I, WS-CKPT-INTERVAL) = 0 THEN
                 DISPLAY "DAY01P01: ERROR WRITING CHECKPNT - STATUS "
                   WS-FS-CHECKPOINT " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
             ADD 1 TO WS-I
           END-PERFORM.
           CLOSE MATCH-REPORT.
           IF WS-MAX-TOLERANCE > 0 THEN
             CLOSE NEAR-MISS
             DISPLAY "PART01: " WS-NEARMISS-COUNT
               " NEAR-MISS PAIR(S) WITHIN " WS-MAX-TOLERANCE
               " WRITTEN TO NEARMISS.DAT"
           END-IF.
           CLOSE CHECKPOINT-FILE.
             DISPLAY "DAY01P01: UNABLE TO RESET CHECKPNT.DAT - STATUS "
               WS-FS-CHECKPOINT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           CLOSE CHECKPOINT-FILE.
             DISPLAY "PART01: NO MATCHING PAIR FOUND"
           END-IF.
           DISPLAY "PART01: CONTROL TOTALS - RECORDS READ "
             WS-LINE-NO " VALID ENTRIES " WS-VALID-COUNT
             " EXCEPTIONS " WS-EXCEPTION-COUNT.
           DISPLAY "PART01: CONTROL TOTALS - HELD ENTRIES "
             WS-HELD-COUNT " HELD OPEN ITEMS " WS-HELD-OPEN-COUNT.
           DISPLAY "PART01: CONTROL TOTALS - LATE ENTRIES "
             WS-LATE-COUNT " LATE OPEN ITEMS " WS-LATE-OPEN-COUNT.
           IF WS-VALID-COUNT = 0 THEN
             DISPLAY "PART01: CONTROL TOTALS - NO VALID ENTRIES SEEN"
           ELSE
             DISPLAY "PART01: CONTROL TOTALS - MIN " WS-MIN-VALUE
               " MAX " WS-MAX-VALUE " SUM " WS-SUM-ALL
           END-IF.
           IF WS-CO-CODES (1) NOT = SPACE THEN
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-CO-COUNT
               DISPLAY "PART01: COMPANY " WS-CO-CODES (WS-C)
                 " - RECORDS " WS-CO-RECORDS (WS-C)
                 " VALID " WS-CO-VALID (WS-C)
                 " EXCEPTIONS " WS-CO-EXCEPTS (WS-C)
                 " MATCHES " WS-CO-MATCHES (WS-C)
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.
      *
      * GRADE THE RUN FOR THE SCHEDULER: RC=4 (WARN) WHEN NO MATCH
      * WAS FOUND, A COMPANY'S EXCEPTIONS EXCEED ITS CONTROL-CARD
      * LIMIT, OR ENTRIES ARRIVED FOR A COMPANY RUNPARMS DOES NOT
      * KNOW, SO DAY01NITE CAN BRANCH INSTEAD OF TREATING EVERY
      * COMPLETED RUN AS EQUALLY CLEAN. EACH COMPANY IS GRADED ON
      * ITS OWN FOR ITS RUNHIST ROW. FATAL I/O PROBLEMS REMAIN
      * RC=16.
      *
           IF WS-MATCH-COUNT = 0 THEN
             MOVE 4 TO WS-FINAL-RC
             MOVE "WARN" TO WS-FINAL-STATUS
             DISPLAY "PART01: WARNING - NO PAIR MATCH THIS RUN"
           END-IF.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CO-COUNT
             IF WS-CO-MATCHES (WS-C) = 0 THEN
               MOVE "WARN" TO WS-CO-STATUS (WS-C)
             END-IF
             IF WS-CO-EXCEPTS (WS-C) > WS-CO-EXC-LIMITS (WS-C) THEN
               MOVE "WARN" TO WS-CO-STATUS (WS-C)
               MOVE 4 TO WS-FINAL-RC
               MOVE "WARN" TO WS-FINAL-STATUS
               IF WS-CO-CODES (WS-C) = SPACE THEN
                 DISPLAY "PART01: WARNING - EXCEPTIONS EXCEED LIMIT "
                   WS-CO-EXC-LIMITS (WS-C)
               ELSE
                 DISPLAY "PART01: WARNING - COMPANY "
                   WS-CO-CODES (WS-C) " EXCEPTIONS EXCEED LIMIT "
                   WS-CO-EXC-LIMITS (WS-C)
               END-IF
             END-IF
             ADD 1 TO WS-C
           END-PERFORM.
           IF WS-UNDECLARED-COUNT > 0 THEN
             MOVE 4 TO WS-FINAL-RC
             MOVE "WARN" TO WS-FINAL-STATUS
             DISPLAY "PART01: WARNING - " WS-UNDECLARED-COUNT
               " ENTRY(S) FOR A COMPANY NOT IN RUNPARMS"
           END-IF.
      *
      * END-OF-RUN AUDIT RECORD TO THE CUMULATIVE RUN HISTORY -
      * THE RUN-TOTAL ROW, THEN ONE ROW PER COMPANY WHEN RUNPARMS
      * CARRIES COMPANY SECTIONS.
      *
           OPEN EXTEND RUN-HISTORY.
           IF WS-FS-RUN-HISTORY = "35" THEN
             DISPLAY "DAY01P01: UNABLE TO EXTEND RUNHIST.DAT - "
               WS-FS-RUN-HISTORY " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE "DAY01P01" TO RH-PROGRAM.
           MOVE SPACE TO RH-SEP-1 RH-SEP-2 RH-SEP-3 RH-SEP-4
             RH-SEP-5 RH-SEP-6 RH-SEP-7 RH-SEP-8 RH-SEP-9
             RH-SEP-10 RH-SEP-11 RH-SEP-12.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-TIME-RAW (1:6) TO RH-RUN-TIME.
           MOVE WS-INPUT-GEN TO RH-INPUT-GEN.
           MOVE WS-LINE-NO TO RH-RECORDS.
           MOVE WS-VALID-COUNT TO RH-VALID.
           MOVE WS-EXCEPTION-COUNT TO RH-EXCEPTS.
           MOVE WS-MATCH-COUNT TO RH-MATCHES.
           MOVE WS-MIN-VALUE TO RH-MIN.
           MOVE WS-MAX-VALUE TO RH-MAX.
           MOVE WS-SUM-ALL TO RH-SUM.
           MOVE WS-FINAL-STATUS TO RH-STATUS.
           MOVE SPACE TO RH-COMPANY.
           PERFORM WRITE-RUN-HISTORY.
           IF WS-CO-CODES (1) NOT = SPACE THEN
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-CO-COUNT
               MOVE WS-CO-RECORDS (WS-C) TO RH-RECORDS
               MOVE WS-CO-VALID (WS-C) TO RH-VALID
               MOVE WS-CO-EXCEPTS (WS-C) TO RH-EXCEPTS
               MOVE WS-CO-MATCHES (WS-C) TO RH-MATCHES
               MOVE WS-CO-MINS (WS-C) TO RH-MIN
               MOVE WS-CO-MAXS (WS-C) TO RH-MAX
               MOVE WS-CO-SUMS (WS-C) TO RH-SUM
               MOVE WS-CO-STATUS (WS-C) TO RH-STATUS
               MOVE WS-CO-CODES (WS-C) TO RH-COMPANY
               PERFORM WRITE-RUN-HISTORY
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.
           CLOSE RUN-HISTORY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * ADD ONE POOL ITEM TO THE CANDIDATE TABLE UNLESS TONIGHT'S
      * EXTRACT ALREADY CARRIED THE SAME ENTRY ID (INTO THE TABLE
      * OR ONTO LATEPOST.DAT), ITS COMPANY HAS NO RUNPARMS SECTION,
      * OR THE ITEM IS ON HOLD. AN ITEM WHOSE
      * PERIOD HAS CLOSED SINCE IT WAS POOLED LEAVES FOR
      * LATEPOST.DAT INSTEAD.
      *
       LOAD-OPEN-ITEM.
           MOVE 0 TO WS-DUP-FOUND.
           MOVE 1 TO WS-X.
           PERFORM UNTIL WS-X > WS-ITEM-COUNT OR WS-DUP-FOUND = 1
             IF WS-ITEM-IDS (WS-X) = OI-ENTRY-ID THEN
               MOVE 1 TO WS-DUP-FOUND
             END-IF
             ADD 1 TO WS-X
           END-PERFORM.
           MOVE 1 TO WS-X.
           PERFORM UNTIL WS-X > WS-LATE-COUNT OR WS-DUP-FOUND = 1
             IF WS-LATE-IDS (WS-X) = OI-ENTRY-ID THEN
               MOVE 1 TO WS-DUP-FOUND
             END-IF
             ADD 1 TO WS-X
           END-PERFORM.
           IF WS-DUP-FOUND = 0 THEN
             MOVE OI-COMPANY TO WS-FIND-COMPANY
             PERFORM FIND-COMPANY
             IF WS-CX = 0 THEN
               ADD 1 TO WS-UNDECLARED-OPEN-COUNT
               MOVE 1 TO WS-DUP-FOUND
             END-IF
           END-IF.
           IF WS-DUP-FOUND = 0 THEN
             MOVE OI-ENTRY-ID TO HM-ENTRY-ID
             PERFORM CHECK-HOLD
             IF WS-HELD = 1 THEN
               ADD 1 TO WS-HELD-OPEN-COUNT
               MOVE 1 TO WS-DUP-FOUND
             END-IF
           END-IF.
           IF WS-DUP-FOUND = 0 THEN
             MOVE OI-POST-DATE TO WS-CHECK-DATE
             PERFORM CHECK-PERIOD
             IF WS-LATE = 1 THEN
               ADD 1 TO WS-LATE-OPEN-COUNT
               MOVE OI-ENTRY-ID TO LP-ENTRY-ID
               MOVE OI-DEPT TO LP-DEPT
               MOVE OI-POST-DATE TO LP-POST-DATE
               MOVE OI-AMOUNT TO LP-AMOUNT
               MOVE "POOL" TO LP-SOURCE
               PERFORM WRITE-LATE-POST
               MOVE 1 TO WS-DUP-FOUND
             END-IF
           END-IF.
           IF WS-DUP-FOUND = 0 THEN
             IF WS-I > WS-MAX-ITEMS THEN
               DISPLAY "DAY01P01: CANDIDATES EXCEED MAXIMUM OF "
                 WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             MOVE OI-AMOUNT TO WS-ITEMS (WS-I)
             MOVE OI-ENTRY-ID TO WS-ITEM-IDS (WS-I)
             MOVE OI-DEPT TO WS-ITEM-DEPTS (WS-I)
             MOVE WS-CX TO WS-ITEM-COS (WS-I)
             ADD 1 TO WS-OPEN-COUNT
             ADD 1 TO WS-I
           END-IF.

      *
      * WRITE ONE RUNHIST ROW. THE CALLER HAS SET THE FIELDS.
      *
       WRITE-RUN-HISTORY.
           WRITE RUN-HISTORY-RECORD.
           IF WS-FS-RUN-HISTORY NOT = "00" THEN
             DISPLAY "DAY01P01: ERROR WRITING RUNHIST.DAT - STATUS "
               WS-FS-RUN-HISTORY " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
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
      * A RESUMED RUN RESTARTS ITS MATCH COUNT FROM THE CHECKPOINT;
      * THE COMPANY COUNTS ARE REBUILT FROM THE SAME MATCHES
      * ALREADY ON MATCHRPT.DAT.
      *
       RECOUNT-COMPANY-MATCHES.
           MOVE 0 TO WS-RECOUNT.
           OPEN INPUT MATCH-REPORT.
           IF WS-FS-MATCH-REPORT NOT = "00" THEN
             DISPLAY "DAY01P01: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-RECOUNT >= WS-MATCH-COUNT
             READ MATCH-REPORT
               AT END
                 DISPLAY "DAY01P01: MATCHRPT.DAT SHORTER THAN "
                   "CHECKPOINT - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
             END-READ
             IF WS-FS-MATCH-REPORT NOT = "00" THEN
               DISPLAY "DAY01P01: ERROR READING MATCHRPT.DAT - STATUS "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-RECOUNT
             MOVE MR-COMPANY TO WS-FIND-COMPANY
             PERFORM FIND-COMPANY
             IF WS-CX > 0 THEN
               ADD 1 TO WS-CO-MATCHES (WS-CX)
             END-IF
           END-PERFORM.
           CLOSE MATCH-REPORT.

      *
      * IS THE ENTRY IN HM-ENTRY-ID ON HOLD TONIGHT? A RELEASED
      * RECORD OR NO RECORD AT ALL MEANS IT IS FREE TO MATCH.
      *
       CHECK-HOLD.
           MOVE 0 TO WS-HELD.
           IF WS-HOLD-OPEN = 1 THEN
             READ HOLD-MASTER
             IF WS-FS-HOLD-MASTER = "00" THEN
               IF HM-STATUS = "H" THEN
                 MOVE 1 TO WS-HELD
               END-IF
             ELSE
               IF WS-FS-HOLD-MASTER NOT = "23" THEN
                 DISPLAY "DAY01P01: ERROR READING HOLDMAST.DAT - "
                   WS-FS-HOLD-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.

      *
      * ONE FISCAL CALENDAR CARD. EVERY FIELD IS EDITED; A BAD
      * CARD STOPS THE RUN RATHER THAN LET AN ENTRY SLIP THROUGH
      * INTO A PERIOD FINANCE HAS CLOSED. CLOSED-NESS IS SETTLED
      * HERE AGAINST THE RUN DATE.
      *
       LOAD-PERIOD.
           IF FISCAL-CAL-RECORD = SPACE OR FC-PERIOD (1:1) = "*" THEN
             CONTINUE
           ELSE
             IF FC-PERIOD NOT NUMERIC OR FC-START NOT NUMERIC OR
                FC-END NOT NUMERIC OR FC-CLOSE-DATE NOT NUMERIC OR
                FC-START > FC-END OR
                (FC-STATUS NOT = "O" AND FC-STATUS NOT = "C") THEN
               DISPLAY "DAY01P01: INVALID FISCCAL.DAT CARD - "
                 FISCAL-CAL-RECORD " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             IF WS-PER-COUNT >= WS-MAX-PERIODS THEN
               DISPLAY "DAY01P01: FISCCAL.DAT EXCEEDS MAXIMUM OF "
                 WS-MAX-PERIODS " PERIODS - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-PER-COUNT
             MOVE FC-PERIOD TO WS-PER-IDS (WS-PER-COUNT)
             MOVE FC-START TO WS-PER-STARTS (WS-PER-COUNT)
             MOVE FC-END TO WS-PER-ENDS (WS-PER-COUNT)
             MOVE 0 TO WS-PER-CLOSED (WS-PER-COUNT)
             IF FC-STATUS = "C" THEN
               MOVE 1 TO WS-PER-CLOSED (WS-PER-COUNT)
             END-IF
             IF FC-CLOSE-DATE > 0 AND WS-RUN-DATE > FC-CLOSE-DATE THEN
               MOVE 1 TO WS-PER-CLOSED (WS-PER-COUNT)
             END-IF
           END-IF.

      *
      * DOES WS-CHECK-DATE FALL IN A CLOSED PERIOD? WS-LATE IS SET
      * UNLESS AN OPEN PERIOD COVERS THE DATE; WS-LATE-PERIOD
      * NAMES THE PERIOD FOUND, OR NONE.
      *
       CHECK-PERIOD.
           MOVE 1 TO WS-LATE.
           MOVE "NONE" TO WS-LATE-PERIOD.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > WS-PER-COUNT
             IF WS-CHECK-DATE >= WS-PER-STARTS (WS-P) AND
                WS-CHECK-DATE <= WS-PER-ENDS (WS-P) THEN
               MOVE WS-PER-IDS (WS-P) TO WS-LATE-PERIOD
               IF WS-PER-CLOSED (WS-P) = 0 THEN
                 MOVE 0 TO WS-LATE
               END-IF
               MOVE WS-PER-COUNT TO WS-P
             END-IF
             ADD 1 TO WS-P
           END-PERFORM.

      *
      * WRITE ONE LATE-POSTING RECORD. THE CALLER HAS SET THE
      * ENTRY ID, DEPARTMENT, DATE, AMOUNT AND SOURCE.
      *
       WRITE-LATE-POST.
           MOVE SPACE TO LP-SEP-1 LP-SEP-2 LP-SEP-3 LP-SEP-4
             LP-SEP-5 LP-SEP-6.
           MOVE WS-LATE-PERIOD TO LP-PERIOD.
           MOVE WS-RUN-DATE TO LP-RUN-DATE.
           WRITE LATE-POST-RECORD.
           IF WS-FS-LATE-POST NOT = "00" THEN
             DISPLAY "DAY01P01: ERROR WRITING LATEPOST.DAT - STATUS "
               WS-FS-LATE-POST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

      *
      * POSTING-DATE EDIT: THE DATE MUST BE NUMERIC, A REAL
                 DISPLAY "DAY01P01: RUNPARMS EFFDATE NOT NUMERIC - "
                   RUN-PARM-RECORD " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               IF RP-VALUE-8 <= WS-RUN-DATE THEN
                 MOVE 1 TO WS-PARM-ACTIVE
                 MOVE 1 TO WS-PARM-APPLIED
                 MOVE 0 TO WS-CO-COUNT
                 MOVE 100 TO WS-CKPT-INTERVAL
               ELSE
                 MOVE 0 TO WS-PARM-ACTIVE
               END-IF
             ELSE
               IF WS-PARM-ACTIVE = 1 THEN
                 IF RP-KEYWORD = "COMPANY" AND
                    WS-CO-COUNT < WS-MAX-COMPANIES THEN
                   ADD 1 TO WS-CO-COUNT
                   MOVE RP-VALUE (1:4) TO WS-CO-CODES (WS-CO-COUNT)
                   PERFORM RESET-PARM-COMPANY
                 END-IF
                 IF WS-CO-COUNT = 0 AND
                    (RP-KEYWORD = "TARGET" OR RP-KEYWORD = "EXCLIM" OR
                     RP-KEYWORD = "TOLER") THEN
                   MOVE 1 TO WS-CO-COUNT
                   MOVE SPACE TO WS-CO-CODES (1)
                   PERFORM RESET-PARM-COMPANY
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
                 IF RP-KEYWORD = "EXCLIM" AND RP-NUM-4 NUMERIC THEN
                   MOVE RP-NUM-4 TO WS-CO-EXC-LIMITS (WS-CO-COUNT)
                 END-IF
                 IF RP-KEYWORD = "TOLER" AND RP-NUM-4 NUMERIC THEN
                   MOVE RP-NUM-4 TO WS-CO-TOLERANCES (WS-CO-COUNT)
                 END-IF
                 IF RP-KEYWORD = "CKPTINT" AND RP-NUM-4 NUMERIC AND
                    RP-NUM-4 > 0 THEN
               END-IF
             END-IF
           END-IF.

      *
      * A NEW COMPANY SECTION STARTS FROM THE DEFAULTS.
      *
       RESET-PARM-COMPANY.
           MOVE 0 TO WS-CO-TARGET-COUNTS (WS-CO-COUNT).
           MOVE 999999 TO WS-CO-EXC-LIMITS (WS-CO-COUNT).
           MOVE 0 TO WS-CO-TOLERANCES (WS-CO-COUNT).

      *
      * DEPARTMENT EDIT: THE CODE MUST BE ON THE DEPARTMENT MASTER
      * (MAINTAINED BY DAY01DMNT), ACTIVE, AND EFFECTIVE ON THE
      * ENTRY'S POSTING DATE. AN UNKNOWN OR INACTIVE DEPARTMENT IS
      * AN EXCEPTION, THE SAME AS A BAD AMOUNT OR DATE, SO A
      * MIS-KEYED CODE CANNOT OPEN A CHARGEBACK SECTION OF ITS OWN
      * OR CARRY A COST CENTER THE LEDGER DOES NOT HAVE. ONLY
      * CHECKED ONCE THE DATE HAS PASSED ITS OWN EDIT.
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
                 DISPLAY "DAY01P01: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.

      *
      * THE REASON AN ENTRY IS AN EXCEPTION - THE FIRST OF THE
      * EDITS IT FAILED, IN THE ORDER THE MAIN LOOP TESTS THEM.
      * KEPT ON THE EXCEPT RECORD FOR THE EXCEPTION LEDGER'S
      * REASON HISTORY.
      *
       SET-EXCEPT-REASON.
           IF INPUT-NUMBER NOT NUMERIC THEN
             MOVE "NONNUMER" TO EXC-REASON
           ELSE
             IF INPUT-NUMBER < WS-ENTRY-MIN OR
                INPUT-NUMBER > WS-ENTRY-MAX THEN
               MOVE "RANGE" TO EXC-REASON
             ELSE
               IF WS-DATE-OK = 0 THEN
                 MOVE "BADDATE" TO EXC-REASON
               ELSE
                 IF WS-DEPT-OK = 0 THEN
                   MOVE "BADDEPT" TO EXC-REASON
                 ELSE
                   MOVE "NOCOMP" TO EXC-REASON
                 END-IF
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
             DISPLAY "DAY01P01: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-INPUT-GEN TO SL-RUN-ID
             MOVE "DAY01P01" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
