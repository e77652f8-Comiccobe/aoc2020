AOC20 * DAY01 OPEN-ITEM POOL - CARRIES UNMATCHED ENTRIES FORWARD
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01OPEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PROBLEM-INPUT ASSIGN TO "INPUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROBLEM-INPUT.
           SELECT RUN-PARMS ASSIGN TO "RUNPARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-PARMS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEMS.
           SELECT NEW-OPEN-ITEMS ASSIGN TO "OPENNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NEW-OPEN-ITEMS.
           SELECT MATCH-REPORT ASSIGN TO "MATCHRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MATCH-REPORT.
           SELECT MATCH3-REPORT ASSIGN TO "MATCH3RPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MATCH3-REPORT.
           SELECT OPEN-REPORT ASSIGN TO "OPENRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-REPORT.
           SELECT WRITEOFF-REPORT ASSIGN TO "WRTOFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WRITEOFF-REPORT.
           SELECT ENTRY-MASTER ASSIGN TO "ENTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-ENTRY-ID
           FILE STATUS IS WS-FS-ENTRY-MASTER.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HM-ENTRY-ID
           FILE STATUS IS WS-FS-HOLD-MASTER.
           SELECT STEP-LOG ASSIGN TO "STEPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STEP-LOG.
       DATA DIVISION.

       FILE SECTION.
       FD PROBLEM-INPUT.
           COPY WSEXPENSE.

       FD RUN-PARMS.
           COPY WSRUNPARM.

       FD OPEN-ITEMS.
           COPY WSOPENITM.

       FD NEW-OPEN-ITEMS.
       01 NEW-OPEN-ITEM-RECORD.
          04 NI-ENTRY-ID PIC X(8).
          04 NI-SEP-1 PIC X.
          04 NI-DEPT PIC X(4).
          04 NI-SEP-2 PIC X.
          04 NI-POST-DATE PIC 9(8).
          04 NI-SEP-3 PIC X.
          04 NI-AMOUNT PIC 9(4).
          04 NI-SEP-4 PIC X.
          04 NI-POOLED-DATE PIC 9(8).
          04 NI-SEP-5 PIC X.
          04 NI-NIGHTS PIC 9(4).
          04 NI-SEP-6 PIC X.
          04 NI-COMPANY PIC X(4).

       FD MATCH-REPORT.
       01 MATCH-REPORT-RECORD.
          04 MR-ITEM-1 PIC 9(4).
          04 MR-SEP-1 PIC X.
          04 MR-ITEM-2 PIC 9(4).
          04 MR-SEP-2 PIC X.
          04 MR-PRODUCT PIC 9(8).
          04 MR-SEP-3 PIC X.
          04 MR-ID-1 PIC X(8).
          04 MR-SEP-4 PIC X.
          04 MR-DEPT-1 PIC X(4).
          04 MR-SEP-5 PIC X.
          04 MR-ID-2 PIC X(8).
          04 MR-SEP-6 PIC X.
          04 MR-DEPT-2 PIC X(4).
          04 MR-SEP-7 PIC X.
          04 MR-TARGET PIC 9(6).
          04 MR-SEP-8 PIC X.
          04 MR-COMPANY PIC X(4).

       FD MATCH3-REPORT.
       01 MATCH3-REPORT-RECORD.
          04 M3-ITEM-1 PIC 9(4).
          04 M3-SEP-1 PIC X.
          04 M3-ITEM-2 PIC 9(4).
          04 M3-SEP-2 PIC X.
          04 M3-ITEM-3 PIC 9(4).
          04 M3-SEP-3 PIC X.
          04 M3-PRODUCT PIC 9(12).
          04 M3-SEP-4 PIC X.
          04 M3-ID-1 PIC X(8).
          04 M3-SEP-5 PIC X.
          04 M3-DEPT-1 PIC X(4).
          04 M3-SEP-6 PIC X.
          04 M3-ID-2 PIC X(8).
          04 M3-SEP-7 PIC X.
          04 M3-DEPT-2 PIC X(4).
          04 M3-SEP-8 PIC X.
          04 M3-ID-3 PIC X(8).
          04 M3-SEP-9 PIC X.
          04 M3-DEPT-3 PIC X(4).
          04 M3-SEP-10 PIC X.
          04 M3-TARGET PIC 9(6).
          04 M3-SEP-11 PIC X.
          04 M3-COMPANY PIC X(4).

       FD OPEN-REPORT.
       01 OPEN-REPORT-RECORD PIC X(80).

       FD WRITEOFF-REPORT.
       01 WRITEOFF-REPORT-RECORD PIC X(80).

       FD ENTRY-MASTER.
           COPY WSENTMAST.

       FD HOLD-MASTER.
           COPY WSHOLDMST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-OPEN-ITEMS PIC XX.
       01 WS-FS-NEW-OPEN-ITEMS PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-OPEN-REPORT PIC XX.
       01 WS-FS-WRITEOFF-REPORT PIC XX.
       01 WS-FS-ENTRY-MASTER PIC XX.
       01 WS-FS-HOLD-MASTER PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-HOLD-OPEN PIC 9 VALUE 0.
       01 WS-HELD PIC 9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-POOL-AGE PIC 9(4).
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-FIND-ID PIC X(8).
       01 WS-FIND-IX PIC 9(5).
       01 WS-LEG-ID PIC X(8).
       01 WS-LEG-DEPT PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(4).
       01 WS-LEG-IX PIC 9(5).
       01 WS-IX-1 PIC 9(5).
       01 WS-IX-2 PIC 9(5).
       01 WS-IX-3 PIC 9(5).
       01 WS-NEXT-NIGHTS PIC 9(5).
       01 WS-MAX-ITEMS PIC 9(5) VALUE 9999.
       01 WS-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-INPUT-COUNT PIC 9(6) VALUE 0.
       01 WS-OLD-COUNT PIC 9(5) VALUE 0.
       01 WS-MATCH-LINES PIC 9(6) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-WRTOFF-COUNT PIC 9(6) VALUE 0.
       01 WS-WRTOFF-AMOUNT PIC 9(9) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT PIC 9(6) VALUE 0.
       01 WS-LATE-COUNT PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(6) VALUE 0.
       01 WS-POOL-OUT PIC 9(6) VALUE 0.
AOC20 * ONE SLOT PER POOL ITEM - LAST NIGHT'S GENERATION FIRST,
AOC20 * THEN TONIGHT'S NEW ITEMS. STATE: O OPEN (AS LOADED),
AOC20 * C CARRIED, M MATCHED, W WRITTEN OFF, N NEW TONIGHT,
AOC20 * L LEFT FOR THE LATE-POSTING FILE (PERIOD CLOSED).
       01 WS-OI-IDS OCCURS 9999 TIMES PIC X(8).
       01 WS-OI-DEPTS OCCURS 9999 TIMES PIC X(4).
       01 WS-OI-DATES OCCURS 9999 TIMES PIC 9(8).
       01 WS-OI-AMOUNTS OCCURS 9999 TIMES PIC 9(4).
       01 WS-OI-POOLED OCCURS 9999 TIMES PIC 9(8).
       01 WS-OI-NIGHTS OCCURS 9999 TIMES PIC 9(4).
       01 WS-OI-STATE OCCURS 9999 TIMES PIC X.
       01 WS-OI-COS OCCURS 9999 TIMES PIC X(4).
       01 WS-HEADER-1.
          04 FILLER PIC X(34)
             VALUE "DAY01 OPEN-ITEM POOL REPORT - RUN ".
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(38) VALUE SPACE.
       01 WS-HEADER-2 PIC X(80) VALUE ALL "-".
       01 WS-MATCH-HEADING PIC X(80) VALUE
          "MATCHES INVOLVING A CARRIED OPEN ITEM".
       01 WS-MATCH-COLS.
          04 FILLER PIC X(40)
             VALUE "  TYPE  TARGET  ENTRY-ID  DEPT  POSTED  ".
          04 FILLER PIC X(40)
             VALUE "  VALUE  POOLED    NIGHTS".
       01 WS-MATCH-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-TYPE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-TARGET PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-DATE PIC X(8).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-MD-VALUE PIC 9(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-POOLED PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-MD-NIGHTS PIC Z,ZZ9.
          04 FILLER PIC X(16) VALUE SPACE.
       01 WS-NO-MATCH-LINE PIC X(80) VALUE
          "  (NO OPEN ITEM MATCHED THIS NIGHT)".
       01 WS-SUMMARY-HEADING PIC X(80) VALUE
          "POOL MOVEMENT".
       01 WS-SUMMARY-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SL-TEXT PIC X(30).
          04 WS-SL-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(41) VALUE SPACE.
       01 WS-WO-HEADER-1.
          04 FILLER PIC X(41)
             VALUE "DAY01 OPEN-ITEM WRITE-OFF LISTING - RUN ".
          04 WS-WH1-DATE PIC 9(8).
          04 FILLER PIC X(31) VALUE SPACE.
       01 WS-WO-HEADING.
          04 FILLER PIC X(27)
             VALUE "ENTRIES STILL UNMATCHED AT ".
          04 WS-WOH-AGE PIC Z,ZZ9.
          04 FILLER PIC X(48)
             VALUE " NIGHTS IN THE POOL - RESEARCH AND WRITE OFF".
       01 WS-WO-COLS PIC X(80) VALUE
          "  ENTRY-ID  DEPT  POSTED    VALUE  POOLED    NIGHTS".
       01 WS-WO-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-DATE PIC 9(8).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-WD-VALUE PIC 9(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-POOLED PIC 9(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-NIGHTS PIC Z,ZZ9.
          04 FILLER PIC X(30) VALUE SPACE.
       01 WS-NO-WRTOFF-LINE PIC X(80) VALUE
          "  (NO OPEN ITEM AGED OUT THIS NIGHT)".
       01 WS-WO-TOTAL-LINE.
          04 FILLER PIC X(9) VALUE "  TOTAL  ".
          04 WS-WT-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(18) VALUE " ENTRY(S)  AMOUNT ".
          04 WS-WT-AMOUNT PIC ZZZ,ZZZ,ZZ9.
          04 FILLER PIC X(35) VALUE SPACE.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACE.

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
      * THE POOL AGE LIMIT COMES FROM THE EFFECTIVE-DATED KEYWORD
      * DATASET (POOLAGE CARD, IN NIGHTS); THE LAST GROUP DATED ON
      * OR BEFORE THE RUN DATE APPLIES. A GROUP WITHOUT ONE KEEPS
      * THE STANDING LIMIT OF 30 NIGHTS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
           IF WS-FS-RUN-PARMS NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN RUNPARMS.DAT - "
               WS-FS-RUN-PARMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ RUN-PARMS
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM APPLY-PARM-CARD
             END-READ
             IF WS-FS-RUN-PARMS NOT = "00" AND
                WS-FS-RUN-PARMS NOT = "10" THEN
               DISPLAY "DAY01OPEN: ERROR READING RUNPARMS.DAT - "
                 WS-FS-RUN-PARMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RUN-PARMS.
           IF WS-PARM-APPLIED = 0 THEN
             DISPLAY "DAY01OPEN: NO RUNPARMS GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * LOAD LAST NIGHT'S POOL GENERATION. THE FIRST NIGHT HAS NO
      * PRIOR GENERATION, SO A MISSING FILE IS AN EMPTY POOL.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT OPEN-ITEMS.
           IF WS-FS-OPEN-ITEMS = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-OPEN-ITEMS NOT = "00" THEN
               DISPLAY "DAY01OPEN: UNABLE TO OPEN OPENITEM.DAT - "
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
                 IF WS-ITEM-COUNT >= WS-MAX-ITEMS THEN
                   DISPLAY "DAY01OPEN: OPENITEM.DAT EXCEEDS MAXIMUM OF "
                     WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE OI-ENTRY-ID TO WS-OI-IDS (WS-ITEM-COUNT)
                 MOVE OI-DEPT TO WS-OI-DEPTS (WS-ITEM-COUNT)
                 MOVE OI-POST-DATE TO WS-OI-DATES (WS-ITEM-COUNT)
                 MOVE OI-AMOUNT TO WS-OI-AMOUNTS (WS-ITEM-COUNT)
                 MOVE OI-POOLED-DATE TO WS-OI-POOLED (WS-ITEM-COUNT)
                 MOVE OI-NIGHTS TO WS-OI-NIGHTS (WS-ITEM-COUNT)
                 MOVE "O" TO WS-OI-STATE (WS-ITEM-COUNT)
                 MOVE OI-COMPANY TO WS-OI-COS (WS-ITEM-COUNT)
             END-READ
             IF WS-FS-OPEN-ITEMS NOT = "00" AND
                WS-FS-OPEN-ITEMS NOT = "10" AND
                WS-FS-OPEN-ITEMS NOT = "35" THEN
               DISPLAY "DAY01OPEN: ERROR READING OPENITEM.DAT - "
                 WS-FS-OPEN-ITEMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-OPEN-ITEMS NOT = "35" THEN
             CLOSE OPEN-ITEMS
           END-IF.
           MOVE WS-ITEM-COUNT TO WS-OLD-COUNT.
           OPEN INPUT ENTRY-MASTER.
           IF WS-FS-ENTRY-MASTER NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN ENTMAST.DAT - STATUS "
               WS-FS-ENTRY-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT HOLD-MASTER.
           IF WS-FS-HOLD-MASTER = "00" THEN
             MOVE 1 TO WS-HOLD-OPEN
           ELSE
             IF WS-FS-HOLD-MASTER NOT = "35" THEN
               DISPLAY "DAY01OPEN: UNABLE TO OPEN HOLDMAST.DAT - "
                 WS-FS-HOLD-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           OPEN OUTPUT OPEN-REPORT.
           IF WS-FS-OPEN-REPORT NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN OPENRPT.DAT - STATUS "
               WS-FS-OPEN-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           WRITE OPEN-REPORT-RECORD FROM WS-HEADER-1.
           PERFORM CHECK-REPORT-WRITE.
           WRITE OPEN-REPORT-RECORD FROM WS-HEADER-2.
           PERFORM CHECK-REPORT-WRITE.
           WRITE OPEN-REPORT-RECORD FROM WS-MATCH-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE OPEN-REPORT-RECORD FROM WS-MATCH-COLS.
           PERFORM CHECK-REPORT-WRITE.
      *
      * PASS 1 - TONIGHT'S PAIR AND TRIPLE MATCHES. A LINE WITH AT
      * LEAST ONE LEG FROM LAST NIGHT'S POOL IS LISTED LEG BY LEG
      * WITH EACH LEG'S POSTING DATE AND THE NIGHTS IT WAITED; A
      * LEG FROM TONIGHT'S EXTRACT WAITED 0 NIGHTS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT MATCH-REPORT.
           IF WS-FS-MATCH-REPORT NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ MATCH-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM REPORT-PAIR-MATCH
             END-READ
             IF WS-FS-MATCH-REPORT NOT = "00" AND
                WS-FS-MATCH-REPORT NOT = "10" THEN
               DISPLAY "DAY01OPEN: ERROR READING MATCHRPT.DAT - "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE MATCH-REPORT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT MATCH3-REPORT.
           IF WS-FS-MATCH3-REPORT NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ MATCH3-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM REPORT-TRIPLE-MATCH
             END-READ
             IF WS-FS-MATCH3-REPORT NOT = "00" AND
                WS-FS-MATCH3-REPORT NOT = "10" THEN
               DISPLAY "DAY01OPEN: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE MATCH3-REPORT.
           IF WS-MATCH-LINES = 0 THEN
             WRITE OPEN-REPORT-RECORD FROM WS-NO-MATCH-LINE
             PERFORM CHECK-REPORT-WRITE
           END-IF.
      *
      * PASS 2 - CARRY LAST NIGHT'S POOL FORWARD. DAY01MSTL HAS
      * ALREADY FLAGGED TONIGHT'S MATCHES ON THE ENTRY MASTER, SO
      * AN ITEM WHOSE STATUS LEFT NONE WAS MATCHED AND DROPS OUT.
      * AN ITEM STILL AT NONE HAS WAITED ONE MORE NIGHT; ONCE IT
      * REACHES THE POOLAGE LIMIT IT GOES TO THE WRITE-OFF LISTING
      * INSTEAD OF THE NEW GENERATION. AN ITEM ON HOLD (DAY01HMNT)
      * WAS KEPT OUT OF THE MATCH, SO IT IS CARRIED WITHOUT AGING
      * UNTIL THE DEPARTMENT RELEASES IT. AN ITEM DAY01P01 SENT TO
      * THE LATE-POSTING FILE (STATUS LATE) IS NOT A MATCH - IT
      * LEAVES THE POOL FOR THE CONTROLLER AND IS COUNTED APART.
      *
           OPEN OUTPUT NEW-OPEN-ITEMS.
           IF WS-FS-NEW-OPEN-ITEMS NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN OPENNEW.DAT - STATUS "
               WS-FS-NEW-OPEN-ITEMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN OUTPUT WRITEOFF-REPORT.
           IF WS-FS-WRITEOFF-REPORT NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN WRTOFF.DAT - STATUS "
               WS-FS-WRITEOFF-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-WH1-DATE.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WO-HEADER-1.
           PERFORM CHECK-WRTOFF-WRITE.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-HEADER-2.
           PERFORM CHECK-WRTOFF-WRITE.
           MOVE WS-POOL-AGE TO WS-WOH-AGE.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WO-HEADING.
           PERFORM CHECK-WRTOFF-WRITE.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WO-COLS.
           PERFORM CHECK-WRTOFF-WRITE.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-OLD-COUNT
             PERFORM CARRY-OPEN-ITEM
             ADD 1 TO WS-I
           END-PERFORM.
           IF WS-WRTOFF-COUNT = 0 THEN
             WRITE WRITEOFF-REPORT-RECORD FROM WS-NO-WRTOFF-LINE
             PERFORM CHECK-WRTOFF-WRITE
           END-IF.
           MOVE WS-WRTOFF-COUNT TO WS-WT-COUNT.
           MOVE WS-WRTOFF-AMOUNT TO WS-WT-AMOUNT.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-WRTOFF-WRITE.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WO-TOTAL-LINE.
           PERFORM CHECK-WRTOFF-WRITE.
           CLOSE WRITEOFF-REPORT.
      *
      * PASS 3 - TONIGHT'S ENTRIES THAT ENDED THE NIGHT UNMATCHED.
      * THE ENTRY MASTER SAYS WHAT THE NIGHT DID WITH EACH ONE:
      * STATUS NONE WITH NO EXCEPTION FLAG MEANS IT PASSED THE EDIT
      * AND FOUND NO PARTNER, SO IT JOINS THE POOL AT 0 NIGHTS. AN
      * ID ALREADY IN THE POOL (A RE-SENT ENTRY) KEEPS ITS SLOT.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01OPEN: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ PROBLEM-INPUT
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM ADD-NEW-ITEM
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
                WS-FS-PROBLEM-INPUT NOT = "10" THEN
               DISPLAY "DAY01OPEN: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE NEW-OPEN-ITEMS.
           CLOSE ENTRY-MASTER.
           IF WS-HOLD-OPEN = 1 THEN
             CLOSE HOLD-MASTER
           END-IF.
           COMPUTE WS-POOL-OUT = WS-CARRIED-COUNT + WS-ADDED-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "OPEN ITEMS CARRIED IN" TO WS-SL-TEXT.
           MOVE WS-OLD-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "MATCHED THIS NIGHT" TO WS-SL-TEXT.
           MOVE WS-MATCHED-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "LEFT - CLOSED PERIOD (LATE)" TO WS-SL-TEXT.
           MOVE WS-LATE-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "AGED OUT TO WRITE-OFF" TO WS-SL-TEXT.
           MOVE WS-WRTOFF-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "CARRIED FORWARD" TO WS-SL-TEXT.
           MOVE WS-CARRIED-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "  OF WHICH ON HOLD (NOT AGED)" TO WS-SL-TEXT.
           MOVE WS-HELD-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "ADDED FROM THIS NIGHT" TO WS-SL-TEXT.
           MOVE WS-ADDED-COUNT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "OPEN ITEMS CARRIED OUT" TO WS-SL-TEXT.
           MOVE WS-POOL-OUT TO WS-SL-COUNT.
           WRITE OPEN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           CLOSE OPEN-REPORT.
           DISPLAY "OPEN: " WS-OLD-COUNT " CARRIED IN - "
             WS-MATCHED-COUNT " MATCHED - " WS-LATE-COUNT
             " LATE - " WS-WRTOFF-COUNT
             " AGED OUT (POOLAGE " WS-POOL-AGE ") - "
             WS-ADDED-COUNT " ADDED - " WS-POOL-OUT " CARRIED OUT".
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

       CHECK-REPORT-WRITE.
           IF WS-FS-OPEN-REPORT NOT = "00" THEN
             DISPLAY "DAY01OPEN: ERROR WRITING OPENRPT.DAT - STATUS "
               WS-FS-OPEN-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

       CHECK-WRTOFF-WRITE.
           IF WS-FS-WRITEOFF-REPORT NOT = "00" THEN
             DISPLAY "DAY01OPEN: ERROR WRITING WRTOFF.DAT - STATUS "
               WS-FS-WRITEOFF-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

       CHECK-POOL-WRITE.
           IF WS-FS-NEW-OPEN-ITEMS NOT = "00" THEN
             DISPLAY "DAY01OPEN: ERROR WRITING OPENNEW.DAT - STATUS "
               WS-FS-NEW-OPEN-ITEMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

       APPLY-PARM-CARD.
           IF RUN-PARM-RECORD = SPACE OR RP-KEYWORD (1:1) = "*" THEN
             CONTINUE
           ELSE
             IF RP-KEYWORD = "EFFDATE" THEN
               IF RP-VALUE-8 NOT NUMERIC THEN
                 DISPLAY "DAY01OPEN: RUNPARMS EFFDATE NOT NUMERIC - "
                   RUN-PARM-RECORD " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               IF RP-VALUE-8 <= WS-RUN-DATE THEN
                 MOVE 1 TO WS-PARM-ACTIVE
                 MOVE 1 TO WS-PARM-APPLIED
                 MOVE 30 TO WS-POOL-AGE
               ELSE
                 MOVE 0 TO WS-PARM-ACTIVE
               END-IF
             ELSE
               IF WS-PARM-ACTIVE = 1 THEN
                 IF RP-KEYWORD = "POOLAGE" AND RP-NUM-4 NUMERIC AND
                    RP-NUM-4 > 0 THEN
                   MOVE RP-NUM-4 TO WS-POOL-AGE
                 END-IF
               END-IF
             END-IF
           END-IF.

      *
      * LOCATE WS-FIND-ID IN THE POOL TABLE; WS-FIND-IX IS ZERO
      * WHEN THE ID IS NOT THERE.
      *
       FIND-OPEN-ITEM.
           MOVE 0 TO WS-FIND-IX.
           MOVE 1 TO WS-LEG-IX.
           PERFORM UNTIL WS-LEG-IX > WS-ITEM-COUNT OR WS-FIND-IX > 0
             IF WS-OI-IDS (WS-LEG-IX) = WS-FIND-ID THEN
               MOVE WS-LEG-IX TO WS-FIND-IX
             END-IF
             ADD 1 TO WS-LEG-IX
           END-PERFORM.

       REPORT-PAIR-MATCH.
           MOVE MR-ID-1 TO WS-FIND-ID.
           PERFORM FIND-OPEN-ITEM.
           MOVE WS-FIND-IX TO WS-IX-1.
           MOVE MR-ID-2 TO WS-FIND-ID.
           PERFORM FIND-OPEN-ITEM.
           MOVE WS-FIND-IX TO WS-IX-2.
           IF WS-IX-1 > 0 OR WS-IX-2 > 0 THEN
             ADD 1 TO WS-MATCH-LINES
             MOVE "PAIR" TO WS-MD-TYPE
             MOVE MR-TARGET TO WS-MD-TARGET
             MOVE MR-ID-1 TO WS-LEG-ID
             MOVE MR-DEPT-1 TO WS-LEG-DEPT
             MOVE MR-ITEM-1 TO WS-LEG-AMOUNT
             MOVE WS-IX-1 TO WS-FIND-IX
             PERFORM REPORT-MATCH-LEG
             MOVE MR-ID-2 TO WS-LEG-ID
             MOVE MR-DEPT-2 TO WS-LEG-DEPT
             MOVE MR-ITEM-2 TO WS-LEG-AMOUNT
             MOVE WS-IX-2 TO WS-FIND-IX
             PERFORM REPORT-MATCH-LEG
           END-IF.

       REPORT-TRIPLE-MATCH.
           MOVE M3-ID-1 TO WS-FIND-ID.
           PERFORM FIND-OPEN-ITEM.
           MOVE WS-FIND-IX TO WS-IX-1.
           MOVE M3-ID-2 TO WS-FIND-ID.
           PERFORM FIND-OPEN-ITEM.
           MOVE WS-FIND-IX TO WS-IX-2.
           MOVE M3-ID-3 TO WS-FIND-ID.
           PERFORM FIND-OPEN-ITEM.
           MOVE WS-FIND-IX TO WS-IX-3.
           IF WS-IX-1 > 0 OR WS-IX-2 > 0 OR WS-IX-3 > 0 THEN
             ADD 1 TO WS-MATCH-LINES
             MOVE "TRPL" TO WS-MD-TYPE
             MOVE M3-TARGET TO WS-MD-TARGET
             MOVE M3-ID-1 TO WS-LEG-ID
             MOVE M3-DEPT-1 TO WS-LEG-DEPT
             MOVE M3-ITEM-1 TO WS-LEG-AMOUNT
             MOVE WS-IX-1 TO WS-FIND-IX
             PERFORM REPORT-MATCH-LEG
             MOVE M3-ID-2 TO WS-LEG-ID
             MOVE M3-DEPT-2 TO WS-LEG-DEPT
             MOVE M3-ITEM-2 TO WS-LEG-AMOUNT
             MOVE WS-IX-2 TO WS-FIND-IX
             PERFORM REPORT-MATCH-LEG
             MOVE M3-ID-3 TO WS-LEG-ID
             MOVE M3-DEPT-3 TO WS-LEG-DEPT
             MOVE M3-ITEM-3 TO WS-LEG-AMOUNT
             MOVE WS-IX-3 TO WS-FIND-IX
             PERFORM REPORT-MATCH-LEG
           END-IF.

      *
      * ONE DETAIL LINE PER LEG. A POOL LEG TAKES ITS POSTING DATE
      * AND POOLED DATE FROM THE POOL; TONIGHT'S LEG TAKES ITS
      * POSTING DATE FROM THE ENTRY MASTER. TYPE AND TARGET PRINT
      * ON THE FIRST LEG ONLY.
      *
       REPORT-MATCH-LEG.
           MOVE WS-LEG-ID TO WS-MD-ID.
           MOVE WS-LEG-DEPT TO WS-MD-DEPT.
           MOVE WS-LEG-AMOUNT TO WS-MD-VALUE.
           IF WS-FIND-IX > 0 THEN
             MOVE WS-OI-DATES (WS-FIND-IX) TO WS-MD-DATE
             MOVE WS-OI-POOLED (WS-FIND-IX) TO WS-MD-POOLED
             COMPUTE WS-MD-NIGHTS = WS-OI-NIGHTS (WS-FIND-IX) + 1
           ELSE
             MOVE SPACE TO WS-MD-DATE
             MOVE SPACE TO WS-MD-POOLED
             MOVE 0 TO WS-MD-NIGHTS
             MOVE WS-LEG-ID TO EM-ENTRY-ID
             READ ENTRY-MASTER
             IF WS-FS-ENTRY-MASTER = "00" THEN
               MOVE EM-POST-DATE TO WS-MD-DATE
             ELSE
               IF WS-FS-ENTRY-MASTER NOT = "23" THEN
                 DISPLAY "DAY01OPEN: ERROR READING ENTMAST - "
                   WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.
           WRITE OPEN-REPORT-RECORD FROM WS-MATCH-DETAIL.
           PERFORM CHECK-REPORT-WRITE.
           MOVE SPACE TO WS-MD-TYPE.
           MOVE SPACE TO WS-MD-TARGET.

       CARRY-OPEN-ITEM.
           MOVE WS-OI-IDS (WS-I) TO EM-ENTRY-ID.
           READ ENTRY-MASTER.
           IF WS-FS-ENTRY-MASTER NOT = "00" AND
              WS-FS-ENTRY-MASTER NOT = "23" THEN
             DISPLAY "DAY01OPEN: ERROR READING ENTMAST - "
               WS-FS-ENTRY-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF WS-FS-ENTRY-MASTER = "00" AND
              EM-MATCH-STATUS = "LATE" THEN
             MOVE "L" TO WS-OI-STATE (WS-I)
             ADD 1 TO WS-LATE-COUNT
           ELSE
           IF WS-FS-ENTRY-MASTER = "00" AND
              EM-MATCH-STATUS NOT = "NONE" THEN
             MOVE "M" TO WS-OI-STATE (WS-I)
             ADD 1 TO WS-MATCHED-COUNT
           ELSE
             MOVE WS-OI-IDS (WS-I) TO HM-ENTRY-ID
             PERFORM CHECK-HOLD
             IF WS-HELD = 1 THEN
               MOVE WS-OI-NIGHTS (WS-I) TO WS-NEXT-NIGHTS
               ADD 1 TO WS-HELD-COUNT
             ELSE
               COMPUTE WS-NEXT-NIGHTS = WS-OI-NIGHTS (WS-I) + 1
             END-IF
             IF WS-NEXT-NIGHTS >= WS-POOL-AGE AND WS-HELD = 0 THEN
               MOVE "W" TO WS-OI-STATE (WS-I)
               MOVE WS-OI-IDS (WS-I) TO WS-WD-ID
               MOVE WS-OI-DEPTS (WS-I) TO WS-WD-DEPT
               MOVE WS-OI-DATES (WS-I) TO WS-WD-DATE
               MOVE WS-OI-AMOUNTS (WS-I) TO WS-WD-VALUE
               MOVE WS-OI-POOLED (WS-I) TO WS-WD-POOLED
               MOVE WS-NEXT-NIGHTS TO WS-WD-NIGHTS
               WRITE WRITEOFF-REPORT-RECORD FROM WS-WO-DETAIL
               PERFORM CHECK-WRTOFF-WRITE
               ADD 1 TO WS-WRTOFF-COUNT
               ADD WS-OI-AMOUNTS (WS-I) TO WS-WRTOFF-AMOUNT
             ELSE
               MOVE "C" TO WS-OI-STATE (WS-I)
               MOVE WS-NEXT-NIGHTS TO WS-OI-NIGHTS (WS-I)
               MOVE SPACE TO NI-SEP-1 NI-SEP-2 NI-SEP-3 NI-SEP-4
                 NI-SEP-5 NI-SEP-6
               MOVE WS-OI-IDS (WS-I) TO NI-ENTRY-ID
               MOVE WS-OI-DEPTS (WS-I) TO NI-DEPT
               MOVE WS-OI-DATES (WS-I) TO NI-POST-DATE
               MOVE WS-OI-AMOUNTS (WS-I) TO NI-AMOUNT
               MOVE WS-OI-POOLED (WS-I) TO NI-POOLED-DATE
               MOVE WS-NEXT-NIGHTS TO NI-NIGHTS
               MOVE WS-OI-COS (WS-I) TO NI-COMPANY
               WRITE NEW-OPEN-ITEM-RECORD
               PERFORM CHECK-POOL-WRITE
               ADD 1 TO WS-CARRIED-COUNT
             END-IF
           END-IF
           END-IF.

      *
      * IS THE ENTRY IN HM-ENTRY-ID ON HOLD TONIGHT? A RELEASED
      * RECORD OR NO RECORD AT ALL MEANS IT IS NOT.
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
                 DISPLAY "DAY01OPEN: ERROR READING HOLDMAST.DAT - "
                   WS-FS-HOLD-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.

       ADD-NEW-ITEM.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE INPUT-ENTRY-ID TO EM-ENTRY-ID.
           READ ENTRY-MASTER.
           IF WS-FS-ENTRY-MASTER NOT = "00" AND
              WS-FS-ENTRY-MASTER NOT = "23" THEN
             DISPLAY "DAY01OPEN: ERROR READING ENTMAST - "
               WS-FS-ENTRY-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF WS-FS-ENTRY-MASTER = "00" AND
              EM-MATCH-STATUS = "NONE" AND EM-EXC-FLAG = "N" AND
              EM-POST-DATE NUMERIC THEN
             MOVE EM-ENTRY-ID TO WS-FIND-ID
             PERFORM FIND-OPEN-ITEM
             IF WS-FIND-IX = 0 THEN
               IF WS-ITEM-COUNT >= WS-MAX-ITEMS THEN
                 DISPLAY "DAY01OPEN: OPEN-ITEM POOL EXCEEDS MAXIMUM OF "
                   WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE EM-ENTRY-ID TO WS-OI-IDS (WS-ITEM-COUNT)
               MOVE "N" TO WS-OI-STATE (WS-ITEM-COUNT)
               MOVE EM-COMPANY TO WS-OI-COS (WS-ITEM-COUNT)
               MOVE SPACE TO NI-SEP-1 NI-SEP-2 NI-SEP-3 NI-SEP-4
                 NI-SEP-5 NI-SEP-6
               MOVE EM-ENTRY-ID TO NI-ENTRY-ID
               MOVE EM-DEPT TO NI-DEPT
               MOVE EM-POST-DATE TO NI-POST-DATE
               MOVE EM-AMOUNT TO NI-AMOUNT
               MOVE WS-RUN-DATE TO NI-POOLED-DATE
               MOVE 0 TO NI-NIGHTS
               MOVE EM-COMPANY TO NI-COMPANY
               WRITE NEW-OPEN-ITEM-RECORD
               PERFORM CHECK-POOL-WRITE
               ADD 1 TO WS-ADDED-COUNT
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
             DISPLAY "DAY01OPEN: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01OPEN" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-INPUT-COUNT TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
