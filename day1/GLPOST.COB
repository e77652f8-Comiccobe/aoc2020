           SELECT GL-POSTING ASSIGN TO "GLPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-POSTING.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEMS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT RUN-PARMS ASSIGN TO "RUNPARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-PARMS.
           SELECT APPROVAL-QUEUE ASSIGN TO "APPRQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPROVAL-QUEUE.
           SELECT APPROVAL-AGING ASSIGN TO "APPRAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPROVAL-AGING.
           SELECT COMPANY-HOLD ASSIGN TO "COMPHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMPANY-HOLD.
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

AOC20 * FIXED-LAYOUT POSTING INTERFACE: ONE D RECORD PER MATCHED
AOC20 * ENTRY, ONE T TRAILER THE LEDGER SIDE BALANCES AGAINST.
AOC20 * THE D RECORD CARRIES THE COST CENTER AND DEPARTMENT NAME
AOC20 * FROM THE DEPARTMENT MASTER, APPENDED BEHIND THE ORIGINAL
AOC20 * FIELDS SO THEIR POSITIONS DO NOT MOVE, AND THE ENTRY'S
AOC20 * COMPANY CODE BEHIND THOSE.
       FD GL-POSTING.
       01 GL-POSTING-DETAIL.
          04 GP-REC-TYPE PIC X.
          04 GP-POST-DATE PIC 9(8).
          04 GP-AMOUNT PIC 9(4).
          04 GP-SOURCE PIC X(4).
          04 GP-COST-CENTER PIC X(8).
          04 GP-DEPT-NAME PIC X(30).
          04 GP-COMPANY PIC X(4).
       01 GL-POSTING-TRAILER.
          04 GT-REC-TYPE PIC X.
          04 GT-RECORD-COUNT PIC 9(8).
          04 GT-AMOUNT-HASH PIC 9(12).
          04 GT-DATE-HASH PIC 9(15).

       FD OPEN-ITEMS.
           COPY WSOPENITM.

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD RUN-PARMS.
           COPY WSRUNPARM.

       FD APPROVAL-QUEUE.
           COPY WSAPPRQ.

       FD APPROVAL-AGING.
       01 APPROVAL-AGING-RECORD PIC X(80).

       FD COMPANY-HOLD.
           COPY WSCOMPHLD.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-GL-POSTING PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-OPEN-ITEMS PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-APPROVAL-QUEUE PIC XX.
       01 WS-FS-APPROVAL-AGING PIC XX.
       01 WS-FS-COMPANY-HOLD PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
       01 WS-APPR-LIMIT PIC 9(6) VALUE 0.
       01 WS-APPR-AGE PIC 9(4) VALUE 5.
       01 WS-NEW-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-AMOUNT-HASH PIC 9(12) VALUE 0.
       01 WS-DATE-HASH PIC 9(15) VALUE 0.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
       01 WS-ITEM-DATES OCCURS 9999 TIMES PIC 9(8).
       01 WS-ITEM-AMOUNTS OCCURS 9999 TIMES PIC 9(4).
       01 WS-ITEM-POSTED OCCURS 9999 TIMES PIC 9.
       01 WS-ITEM-COST-CENTERS OCCURS 9999 TIMES PIC X(8).
       01 WS-ITEM-DEPT-NAMES OCCURS 9999 TIMES PIC X(30).
       01 WS-ITEM-LIMITS OCCURS 9999 TIMES PIC 9(6).
       01 WS-ITEM-COMPANIES OCCURS 9999 TIMES PIC X(4).
AOC20 * RUNPARMS COMPANY SECTIONS AND EACH COMPANY'S APPRLIM. A
AOC20 * GROUP WITHOUT COMPANY CARDS HAS ONE SECTION WITH A BLANK
AOC20 * CODE THAT APPLIES TO EVERY ENTRY.
       01 WS-MAX-COMPANIES PIC 9 VALUE 9.
       01 WS-CO-COUNT PIC 9 VALUE 0.
       01 WS-C PIC 99.
       01 WS-CX PIC 9.
       01 WS-FIND-COMPANY PIC X(4).
       01 WS-CO-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-CO-APPR-LIMITS OCCURS 9 TIMES PIC 9(6).
AOC20 * COMPANIES DAY01DUPE OR DAY01BAL HELD TONIGHT (COMPHOLD).
AOC20 * THEIR MATCHES GO TO THE APPROVAL QUEUE INSTEAD OF POSTING.
       01 WS-HELD-COUNT PIC 99 VALUE 0.
       01 WS-HELD-COS OCCURS 20 TIMES PIC X(4).
       01 WS-HELD-FOUND PIC 9.
       01 WS-MATCH-COMPANY PIC X(4).
       01 WS-HOLD-REASON PIC X(4).
       01 WS-HELD-MATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-L PIC 9.
       01 WS-Q PIC 9(5).
       01 WS-FOUND-IX PIC 9(5).
       01 WS-LEG-COUNT PIC 9.
       01 WS-LEG-MISSING PIC 9.
       01 WS-NEW-LEGS PIC 9.
       01 WS-LEG-IDS OCCURS 3 TIMES PIC X(8).
       01 WS-LEG-IXS OCCURS 3 TIMES PIC 9(5).
       01 WS-MATCH-TARGET PIC 9(6).
       01 WS-MATCH-TOTAL PIC 9(6).
       01 WS-MATCH-LIMIT PIC 9(6).
       01 WS-MAX-QUEUE PIC 9(4) VALUE 9999.
       01 WS-QUEUE-COUNT PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT PIC 9(5) VALUE 0.
       01 WS-REQUEUE-COUNT PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-AGED-COUNT PIC 9(5) VALUE 0.
       01 WS-WITHHELD-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-INT PIC 9(7).
       01 WS-WAIT-DAYS PIC S9(7).
       01 WS-QUEUE-RECS OCCURS 9999 TIMES PIC X(185).
       01 WS-QI-RECORD.
          04 WS-QI-TYPE PIC X(4).
          04 WS-QI-SEP-1 PIC X.
          04 WS-QI-STATUS PIC X.
          04 WS-QI-SEP-2 PIC X.
          04 WS-QI-QUEUED-DATE PIC 9(8).
          04 WS-QI-SEP-3 PIC X.
          04 WS-QI-TARGET PIC 9(6).
          04 WS-QI-SEP-4 PIC X.
          04 WS-QI-TOTAL PIC 9(6).
          04 WS-QI-SEP-5 PIC X.
          04 WS-QI-LIMIT PIC 9(6).
          04 WS-QI-LEG OCCURS 3 TIMES.
             07 WS-QI-LEG-SEP-1 PIC X.
             07 WS-QI-ID PIC X(8).
             07 WS-QI-LEG-SEP-2 PIC X.
             07 WS-QI-DEPT PIC X(4).
             07 WS-QI-LEG-SEP-3 PIC X.
             07 WS-QI-POST-DATE PIC 9(8).
             07 WS-QI-LEG-SEP-4 PIC X.
             07 WS-QI-AMOUNT PIC 9(4).
             07 WS-QI-LEG-SEP-5 PIC X.
             07 WS-QI-POSTED PIC X.
          04 WS-QI-SEP-6 PIC X.
          04 WS-QI-APPROVER PIC X(8).
          04 WS-QI-SEP-7 PIC X.
          04 WS-QI-DECIDED-DATE PIC 9(8).
          04 WS-QI-SEP-8 PIC X.
          04 WS-QI-REASON PIC X(30).
          04 WS-QI-SEP-9 PIC X.
          04 WS-QI-COMPANY PIC X(4).
          04 WS-QI-SEP-10 PIC X.
          04 WS-QI-HOLD-REASON PIC X(4).
AOC20 * KEY VIEW OF TONIGHT'S MATCH WHILE THE QUEUE IS SEARCHED
AOC20 * FOR IT (THE SEARCH LOADS EACH QUEUED RECORD INTO
AOC20 * WS-QI-RECORD). TYPE, TARGET AND THE ID SET (COMPARED
AOC20 * UNORDERED) ARE THE IDENTITY, AS ON NMWORK.
       01 WS-QC-RECORD.
          04 WS-QC-TYPE PIC X(4).
          04 FILLER PIC X(12).
          04 WS-QC-TARGET PIC 9(6).
          04 FILLER PIC X(14).
          04 WS-QC-LEG OCCURS 3 TIMES.
             07 FILLER PIC X.
             07 WS-QC-ID PIC X(8).
             07 FILLER PIC X(21).
          04 FILLER PIC X(59).
       01 WS-AGING-HEADER PIC X(80) VALUE
          "DAY01 APPROVAL AGING LIST - MATCHES AWAITING SIGN-OFF".
       01 WS-AGING-DETAIL.
          04 FILLER PIC X(5) VALUE "DAYS ".
          04 WS-AD-DAYS PIC ZZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AD-TYPE PIC X(4).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AD-ID-1 PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AD-ID-2 PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AD-ID-3 PIC X(8).
          04 FILLER PIC X(7) VALUE " TOTAL ".
          04 WS-AD-TOTAL PIC ZZZZZ9.
          04 FILLER PIC X(7) VALUE " LIMIT ".
          04 WS-AD-LIMIT PIC ZZZZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AD-COMPANY PIC X(4).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AD-HOLD-REASON PIC X(4).
          04 FILLER PIC X(3) VALUE SPACE.
       01 WS-NO-AGING-LINE PIC X(80) VALUE
          "  (NO MATCH AWAITING APPROVAL OVER THE AGE LIMIT)".

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
      * APPROVAL LIMIT AND AGING DAYS FROM THE EFFECTIVE-DATED
      * KEYWORD DATASET; THE LAST GROUP DATED ON OR BEFORE THE RUN
      * DATE APPLIES. A GROUP WITHOUT THEM HAS NO STANDING LIMIT
      * (ONLY THE DEPARTMENT MASTER'S) AND AGES AT 5 DAYS. THE
      * APPRLIM IS PER COMPANY WHEN THE GROUP HAS COMPANY SECTIONS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
           IF WS-FS-RUN-PARMS NOT = "00" THEN
             DISPLAY "DAY01GLPI: UNABLE TO OPEN RUNPARMS.DAT - "
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
               DISPLAY "DAY01GLPI: ERROR READING RUNPARMS.DAT - "
                 WS-FS-RUN-PARMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RUN-PARMS.
           IF WS-PARM-APPLIED = 0 THEN
             DISPLAY "DAY01GLPI: NO RUNPARMS GROUP EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF WS-CO-COUNT = 0 THEN
             MOVE 1 TO WS-CO-COUNT
             MOVE SPACE TO WS-CO-CODES (1)
             MOVE WS-APPR-LIMIT TO WS-CO-APPR-LIMITS (1)
           END-IF.
      *
      * COMPANIES HELD TONIGHT. COMPHOLD IS WRITTEN ONLY ON A NIGHT
      * WITH COMPANY SECTIONS, SO A MISSING FILE HOLDS NOBODY.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT COMPANY-HOLD.
           IF WS-FS-COMPANY-HOLD = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-COMPANY-HOLD NOT = "00" THEN
               DISPLAY "DAY01GLPI: UNABLE TO OPEN COMPHOLD.DAT - "
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
                 MOVE CH-COMPANY TO WS-MATCH-COMPANY
                 PERFORM FIND-HELD-COMPANY
                 IF WS-HELD-FOUND = 0 AND WS-HELD-COUNT < 20 THEN
                   ADD 1 TO WS-HELD-COUNT
                   MOVE CH-COMPANY TO WS-HELD-COS (WS-HELD-COUNT)
                 END-IF
             END-READ
             IF WS-FS-COMPANY-HOLD NOT = "00" AND
                WS-FS-COMPANY-HOLD NOT = "10" THEN
               DISPLAY "DAY01GLPI: ERROR READING COMPHOLD.DAT - "
                 WS-FS-COMPANY-HOLD " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-COMPANY-HOLD NOT = "35" THEN
             CLOSE COMPANY-HOLD
           END-IF.
      *
      * LOAD THE NIGHT'S VALID ENTRIES (MATCHERS' EDIT) KEYED BY
      * ENTRY ID. THE MATCH REPORTS DO NOT CARRY THE POSTING DATE,
      * SO THE INTERFACE RECORD PULLS IT BACK FROM THE EXTRACT.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01GLPI: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01GLPI: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 PERFORM EDIT-POST-DATE
                 PERFORM EDIT-DEPT
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 THEN
                   IF WS-ITEM-COUNT >= WS-MAX-ITEMS THEN
                     DISPLAY "DAY01GLPI: INPUT.DAT EXCEEDS MAXIMUM OF "
                       WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE INPUT-NUMBER
                     TO WS-ITEM-AMOUNTS (WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-POSTED (WS-ITEM-COUNT)
                   MOVE DM-COST-CENTER
                     TO WS-ITEM-COST-CENTERS (WS-ITEM-COUNT)
                   MOVE DM-NAME TO WS-ITEM-DEPT-NAMES (WS-ITEM-COUNT)
                   MOVE INPUT-COMPANY
                     TO WS-ITEM-COMPANIES (WS-ITEM-COUNT)
                   PERFORM SET-ITEM-LIMIT
                 END-IF
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
               DISPLAY "DAY01GLPI: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
      *
      * THE MATCHERS ALSO SCANNED LAST NIGHT'S OPEN-ITEM POOL, SO
      * A MATCH LEG CAN BE AN ENTRY FROM AN EARLIER EXTRACT. ADD
      * THE POOL TO THE KEYED TABLE BEHIND TONIGHT'S ENTRIES; AN
      * ID RE-SENT TONIGHT IS ALREADY THERE AND IS NOT ADDED TWICE.
      *
           MOVE WS-ITEM-COUNT TO WS-NEW-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT OPEN-ITEMS.
           IF WS-FS-OPEN-ITEMS = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-OPEN-ITEMS NOT = "00" THEN
               DISPLAY "DAY01GLPI: UNABLE TO OPEN OPENITEM.DAT - "
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
               DISPLAY "DAY01GLPI: ERROR READING OPENITEM.DAT - STATUS "
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
      * LOAD THE APPROVAL QUEUE: MATCHES HELD ON EARLIER NIGHTS
      * BECAUSE THEIR TOTAL WAS OVER A DEPARTMENT'S LIMIT, STILL
      * PENDING OR APPROVED BY DAY01APRV SINCE THE LAST RUN. THE
      * FIRST NIGHT HAS NO QUEUE, SO A MISSING FILE IS EMPTY.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT APPROVAL-QUEUE.
           IF WS-FS-APPROVAL-QUEUE = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-APPROVAL-QUEUE NOT = "00" THEN
               DISPLAY "DAY01GLPI: UNABLE TO OPEN APPRQ.DAT - STATUS "
                 WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ APPROVAL-QUEUE
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WS-QUEUE-COUNT >= WS-MAX-QUEUE THEN
                   DISPLAY "DAY01GLPI: APPRQ.DAT EXCEEDS MAXIMUM OF "
                     WS-MAX-QUEUE " MATCHES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-QUEUE-COUNT
                 MOVE APPROVAL-QUEUE-RECORD
                   TO WS-QUEUE-RECS (WS-QUEUE-COUNT)
             END-READ
             IF WS-FS-APPROVAL-QUEUE NOT = "00" AND
                WS-FS-APPROVAL-QUEUE NOT = "10" THEN
               DISPLAY "DAY01GLPI: ERROR READING APPRQ.DAT - STATUS "
                 WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-APPROVAL-QUEUE NOT = "35" THEN
             CLOSE APPROVAL-QUEUE
           END-IF.
           OPEN OUTPUT GL-POSTING.
           IF WS-FS-GL-POSTING NOT = "00" THEN
             DISPLAY "DAY01GLPI: UNABLE TO OPEN GLPOST.DAT - STATUS "
               WS-FS-GL-POSTING " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * APPROVED MATCHES POST FIRST, UNDER THEIR ORIGINAL MATCH
      * TYPE, WITH THE COST CENTER AND NAME THEIR DEPARTMENTS
      * CARRY TONIGHT. ONLY THE LEGS THE QUEUE HELD BACK POST; A
      * LEG THAT IS ALSO IN TONIGHT'S TABLE IS MARKED POSTED SO A
      * LATER MATCH LINE CANNOT POST IT AGAIN. A POSTED MATCH
      * LEAVES THE QUEUE WHEN IT IS REWRITTEN BELOW.
      *
           MOVE 1 TO WS-Q.
           PERFORM UNTIL WS-Q > WS-QUEUE-COUNT
             MOVE WS-QUEUE-RECS (WS-Q) TO WS-QI-RECORD
             IF WS-QI-STATUS = "A" THEN
               MOVE WS-QI-TYPE TO WS-SOURCE-CODE
               PERFORM POST-APPROVED-LEG
                 VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 3
               MOVE "D" TO WS-QI-STATUS
               MOVE WS-QI-RECORD TO WS-QUEUE-RECS (WS-Q)
               ADD 1 TO WS-APPROVED-COUNT
             END-IF
             ADD 1 TO WS-Q
           END-PERFORM.
           CLOSE DEPT-MASTER.
      *
      * ONE POSTING RECORD PER MATCHED ENTRY: BOTH SIDES OF EVERY
      * REPORTED PAIR, THEN ALL THREE LEGS OF EVERY TRIPLE. AN
      * ENTRY SITTING IN MORE THAN ONE MATCH LINE (TWO PAIRS, OR
      * A PAIR PLUS A TRIPLE) STILL POSTS ITS AMOUNT EXACTLY ONCE
      * - DOUBLE-POSTING IS THE PROBLEM THIS INTERFACE EXISTS TO
      * REMOVE. THIS REPLACES THE HAND RE-KEYING OF THE MORNING
      * REPORT ONCE DAY01VRFY HAS PROVED THE NIGHT CLEAN. A MATCH
      * WHOSE TOTAL IS OVER THE LOWEST APPROVAL LIMIT AMONG ITS
      * LEGS' DEPARTMENTS DOES NOT POST; IT GOES TO THE APPROVAL
      * QUEUE AND POSTS ON THE FIRST NIGHT AFTER IT IS APPROVED.
      * SO DOES EVERY MATCH OF A COMPANY HELD ON COMPHOLD TONIGHT,
      * WHATEVER ITS TOTAL, SO THE OTHER COMPANIES STILL POST.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT MATCH-REPORT.
             DISPLAY "DAY01GLPI: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE "PAIR" TO WS-SOURCE-CODE.
             READ MATCH-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE 2 TO WS-LEG-COUNT
                 MOVE MR-ID-1 TO WS-LEG-IDS (1)
                 MOVE MR-ID-2 TO WS-LEG-IDS (2)
                 MOVE SPACE TO WS-LEG-IDS (3)
                 MOVE MR-TARGET TO WS-MATCH-TARGET
                 MOVE MR-COMPANY TO WS-MATCH-COMPANY
                 PERFORM PROCESS-MATCH
             END-READ
             IF WS-FS-MATCH-REPORT NOT = "00" AND
                WS-FS-MATCH-REPORT NOT = "10" THEN
               DISPLAY "DAY01GLPI: ERROR READING MATCHRPT.DAT - "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01GLPI: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE "TRPL" TO WS-SOURCE-CODE.
             READ MATCH3-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE 3 TO WS-LEG-COUNT
                 MOVE M3-ID-1 TO WS-LEG-IDS (1)
                 MOVE M3-ID-2 TO WS-LEG-IDS (2)
                 MOVE M3-ID-3 TO WS-LEG-IDS (3)
                 MOVE M3-TARGET TO WS-MATCH-TARGET
                 MOVE M3-COMPANY TO WS-MATCH-COMPANY
                 PERFORM PROCESS-MATCH
             END-READ
             IF WS-FS-MATCH3-REPORT NOT = "00" AND
                WS-FS-MATCH3-REPORT NOT = "10" THEN
               DISPLAY "DAY01GLPI: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01GLPI: ERROR WRITING GLPOST.DAT - STATUS "
               WS-FS-GL-POSTING " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           CLOSE GL-POSTING.
      *
      * REWRITE THE QUEUE IN FULL WITHOUT THE MATCHES POSTED
      * TONIGHT, AND LIST EVERY MATCH STILL PENDING THAT HAS
      * WAITED MORE THAN THE APPRAGE DAYS SINCE IT WAS QUEUED SO
      * AN UNSIGNED MATCH CANNOT SIT IN THE QUEUE UNNOTICED.
      *
           OPEN OUTPUT APPROVAL-QUEUE.
           IF WS-FS-APPROVAL-QUEUE NOT = "00" THEN
             DISPLAY "DAY01GLPI: UNABLE TO REOPEN APPRQ.DAT - STATUS "
               WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN OUTPUT APPROVAL-AGING.
           IF WS-FS-APPROVAL-AGING NOT = "00" THEN
             DISPLAY "DAY01GLPI: UNABLE TO OPEN APPRAGE.DAT - STATUS "
               WS-FS-APPROVAL-AGING " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           WRITE APPROVAL-AGING-RECORD FROM WS-AGING-HEADER.
           IF WS-FS-APPROVAL-AGING NOT = "00" THEN
             DISPLAY "DAY01GLPI: ERROR WRITING APPRAGE.DAT - STATUS "
               WS-FS-APPROVAL-AGING " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE 1 TO WS-Q.
           PERFORM UNTIL WS-Q > WS-QUEUE-COUNT
             MOVE WS-QUEUE-RECS (WS-Q) TO WS-QI-RECORD
             IF WS-QI-STATUS NOT = "D" THEN
               PERFORM CARRY-QUEUED-MATCH
             END-IF
             ADD 1 TO WS-Q
           END-PERFORM.
           IF WS-AGED-COUNT = 0 THEN
             WRITE APPROVAL-AGING-RECORD FROM WS-NO-AGING-LINE
             IF WS-FS-APPROVAL-AGING NOT = "00" THEN
               DISPLAY "DAY01GLPI: ERROR WRITING APPRAGE.DAT - "
                 WS-FS-APPROVAL-AGING " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           CLOSE APPROVAL-QUEUE.
           CLOSE APPROVAL-AGING.
           DISPLAY "GLPI: " WS-POST-COUNT " POSTING RECORD(S) - "
             "AMOUNT HASH " WS-AMOUNT-HASH
             " DATE HASH " WS-DATE-HASH.
             DISPLAY "GLPI: " WS-REPEAT-COUNT " REPEAT MATCH "
               "PARTICIPATION(S) POSTED ONCE ONLY"
           END-IF.
           DISPLAY "GLPI: " WS-APPROVED-COUNT " APPROVED MATCH(ES) "
             "POSTED - " WS-QUEUED-COUNT " QUEUED FOR APPROVAL - "
             WS-REQUEUE-COUNT " ALREADY QUEUED".
           IF WS-HELD-COUNT > 0 THEN
             DISPLAY "GLPI: " WS-HELD-COUNT " COMPANY(S) HELD ON "
               "COMPHOLD - " WS-HELD-MATCH-COUNT " MATCH(ES) QUEUED"
           END-IF.
           DISPLAY "GLPI: " WS-PENDING-COUNT " MATCH(ES) PENDING "
             "APPROVAL - " WS-AGED-COUNT " OVER " WS-APPR-AGE
             " DAY(S) - " WS-WITHHELD-COUNT " ENTRY(S) HELD BY A "
             "QUEUED MATCH".
           IF WS-AGED-COUNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MISSING-COUNT > 0 THEN
             DISPLAY "GLPI: " WS-MISSING-COUNT " MATCHED ENTRY(S) "
               "NOT IN INPUT OR OPEN ITEMS - POSTING FILE INCOMPLETE"
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * ONE MATCH LINE: WS-LEG-COUNT IDS IN WS-LEG-IDS. THE MATCH
      * TOTAL IS THE SUM OF THE LEGS' AMOUNTS AND THE LIMIT IS THE
      * LOWEST NON-ZERO LIMIT AMONG THE LEGS' DEPARTMENTS. OVER
      * THE LIMIT THE MATCH IS QUEUED (LIMT), AS IS ANY MATCH OF A
      * HELD COMPANY (CHLD); OTHERWISE (OR WHEN A LEG IS MISSING,
      * WHICH WRITE-POSTING REPORTS) EACH LEG POSTS.
      *
       PROCESS-MATCH.
           MOVE 0 TO WS-MATCH-TOTAL.
           MOVE 0 TO WS-MATCH-LIMIT.
           MOVE 0 TO WS-LEG-MISSING.
           PERFORM PRICE-MATCH-LEG
             VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LEG-COUNT.
           PERFORM FIND-HELD-COMPANY.
           MOVE SPACE TO WS-HOLD-REASON.
           IF WS-LEG-MISSING = 0 THEN
             IF WS-HELD-FOUND = 1 THEN
               MOVE "CHLD" TO WS-HOLD-REASON
             ELSE
               IF WS-MATCH-LIMIT > 0 AND
                  WS-MATCH-TOTAL > WS-MATCH-LIMIT THEN
                 MOVE "LIMT" TO WS-HOLD-REASON
               END-IF
             END-IF
           END-IF.
           IF WS-HOLD-REASON NOT = SPACE THEN
             PERFORM QUEUE-MATCH
             IF WS-HOLD-REASON = "CHLD" THEN
               ADD 1 TO WS-HELD-MATCH-COUNT
             END-IF
           ELSE
             MOVE 1 TO WS-L
             PERFORM UNTIL WS-L > WS-LEG-COUNT
               MOVE WS-LEG-IDS (WS-L) TO WS-LOOKUP-ID
               PERFORM WRITE-POSTING
               ADD 1 TO WS-L
             END-PERFORM
           END-IF.

       PRICE-MATCH-LEG.
           MOVE WS-LEG-IDS (WS-L) TO WS-LOOKUP-ID.
           PERFORM FIND-ITEM.
           MOVE WS-LOOKUP-IX TO WS-LEG-IXS (WS-L).
           IF WS-LOOKUP-IX = 0 THEN
             MOVE 1 TO WS-LEG-MISSING
           ELSE
             ADD WS-ITEM-AMOUNTS (WS-LOOKUP-IX) TO WS-MATCH-TOTAL
             IF WS-ITEM-LIMITS (WS-LOOKUP-IX) > 0 AND
                (WS-MATCH-LIMIT = 0 OR
                 WS-ITEM-LIMITS (WS-LOOKUP-IX) < WS-MATCH-LIMIT) THEN
               MOVE WS-ITEM-LIMITS (WS-LOOKUP-IX) TO WS-MATCH-LIMIT
             END-IF
           END-IF.

      *
      * LOCATE WS-LOOKUP-ID IN THE KEYED TABLE; WS-LOOKUP-IX IS
      * ZERO WHEN THE ID IS NOT THERE.
      *
       FIND-ITEM.
           MOVE 0 TO WS-LOOKUP-IX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-ITEM-COUNT
             END-IF
             ADD 1 TO WS-I
           END-PERFORM.

      *
      * EMIT ONE POSTING RECORD FOR THE ENTRY IN WS-LOOKUP-ID,
      * UNLESS AN EARLIER MATCH LINE ALREADY POSTED IT OR A MATCH
      * QUEUED FOR APPROVAL TONIGHT IS HOLDING IT (IT POSTS WITH
      * THAT MATCH ONCE APPROVED). A MATCHED ID THAT IS NOT IN
      * THE INPUT GENERATION MEANS THE MATCH REPORT AND THE
      * EXTRACT DISAGREE (A STALE GENERATION, USUALLY); THE RUN
      * ENDS RC=8 SO NOTHING HALF-POSTS.
      *
       WRITE-POSTING.
           PERFORM FIND-ITEM.
           IF WS-LOOKUP-IX = 0 THEN
             DISPLAY "GLPI: MATCHED ENTRY " WS-LOOKUP-ID
               " NOT IN INPUT OR OPEN ITEMS - SKIPPED"
             ADD 1 TO WS-MISSING-COUNT
           ELSE
           IF WS-ITEM-POSTED (WS-LOOKUP-IX) = 1 THEN
             ADD 1 TO WS-REPEAT-COUNT
           ELSE
           IF WS-ITEM-POSTED (WS-LOOKUP-IX) = 2 THEN
             ADD 1 TO WS-WITHHELD-COUNT
           ELSE
             MOVE 1 TO WS-ITEM-POSTED (WS-LOOKUP-IX)
             MOVE "D" TO GP-REC-TYPE
             MOVE WS-ITEM-DATES (WS-LOOKUP-IX) TO GP-POST-DATE
             MOVE WS-ITEM-AMOUNTS (WS-LOOKUP-IX) TO GP-AMOUNT
             MOVE WS-SOURCE-CODE TO GP-SOURCE
             MOVE WS-ITEM-COST-CENTERS (WS-LOOKUP-IX) TO GP-COST-CENTER
             MOVE WS-ITEM-DEPT-NAMES (WS-LOOKUP-IX) TO GP-DEPT-NAME
             MOVE WS-ITEM-COMPANIES (WS-LOOKUP-IX) TO GP-COMPANY
             PERFORM WRITE-GL-DETAIL
           END-IF
           END-IF
           END-IF.

       WRITE-GL-DETAIL.
           WRITE GL-POSTING-DETAIL.
           IF WS-FS-GL-POSTING NOT = "00" THEN
             DISPLAY "DAY01GLPI: ERROR WRITING GLPOST.DAT - STATUS "
               WS-FS-GL-POSTING " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           ADD 1 TO WS-POST-COUNT.
           ADD GP-AMOUNT TO WS-AMOUNT-HASH.
           ADD GP-POST-DATE TO WS-DATE-HASH.

      *
      * HOLD THE MATCH IN WS-LEG-IDS FOR APPROVAL. A LEG NOT YET
      * POSTED TONIGHT IS HELD BACK (FLAG 2) AND POSTS WHEN THE
      * MATCH IS APPROVED; A LEG ALREADY POSTED OR HELD BY ANOTHER
      * MATCH IS CARRIED AS POSTED SO IT CAN NEVER POST TWICE. A
      * MATCH ALREADY ON THE QUEUE (RE-REPORTED FROM THE POOL) IS
      * NOT ADDED AGAIN, SO ITS QUEUED DATE KEEPS COUNTING FROM
      * THE FIRST NIGHT IT WAS HELD.
      *
       QUEUE-MATCH.
           MOVE SPACE TO WS-QI-RECORD.
           MOVE WS-SOURCE-CODE TO WS-QI-TYPE.
           MOVE "P" TO WS-QI-STATUS.
           MOVE WS-RUN-DATE TO WS-QI-QUEUED-DATE.
           MOVE WS-MATCH-TARGET TO WS-QI-TARGET.
           MOVE WS-MATCH-TOTAL TO WS-QI-TOTAL.
           MOVE WS-MATCH-LIMIT TO WS-QI-LIMIT.
           MOVE 0 TO WS-QI-DECIDED-DATE.
           MOVE WS-MATCH-COMPANY TO WS-QI-COMPANY.
           MOVE WS-HOLD-REASON TO WS-QI-HOLD-REASON.
           MOVE 0 TO WS-NEW-LEGS.
           PERFORM QUEUE-MATCH-LEG
             VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 3.
           IF WS-NEW-LEGS = 0 THEN
             ADD WS-LEG-COUNT TO WS-REPEAT-COUNT
           ELSE
             MOVE WS-QI-RECORD TO WS-QC-RECORD
             MOVE 0 TO WS-FOUND-IX
             PERFORM FIND-QUEUED-MATCH
               VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-QUEUE-COUNT OR WS-FOUND-IX > 0
             IF WS-FOUND-IX > 0 THEN
               ADD 1 TO WS-REQUEUE-COUNT
             ELSE
               IF WS-QUEUE-COUNT >= WS-MAX-QUEUE THEN
                 DISPLAY "DAY01GLPI: APPROVAL QUEUE EXCEEDS MAXIMUM OF "
                   WS-MAX-QUEUE " MATCHES - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               ADD 1 TO WS-QUEUE-COUNT
               MOVE WS-QC-RECORD TO WS-QUEUE-RECS (WS-QUEUE-COUNT)
               ADD 1 TO WS-QUEUED-COUNT
             END-IF
           END-IF.

       QUEUE-MATCH-LEG.
           IF WS-L > WS-LEG-COUNT THEN
             MOVE SPACE TO WS-QI-ID (WS-L)
             MOVE SPACE TO WS-QI-DEPT (WS-L)
             MOVE 0 TO WS-QI-POST-DATE (WS-L)
             MOVE 0 TO WS-QI-AMOUNT (WS-L)
             MOVE "Y" TO WS-QI-POSTED (WS-L)
           ELSE
             MOVE WS-LEG-IXS (WS-L) TO WS-LOOKUP-IX
             MOVE WS-ITEM-IDS (WS-LOOKUP-IX) TO WS-QI-ID (WS-L)
             MOVE WS-ITEM-DEPTS (WS-LOOKUP-IX) TO WS-QI-DEPT (WS-L)
             MOVE WS-ITEM-DATES (WS-LOOKUP-IX)
               TO WS-QI-POST-DATE (WS-L)
             MOVE WS-ITEM-AMOUNTS (WS-LOOKUP-IX)
               TO WS-QI-AMOUNT (WS-L)
             IF WS-ITEM-POSTED (WS-LOOKUP-IX) = 0 THEN
               MOVE "N" TO WS-QI-POSTED (WS-L)
               MOVE 2 TO WS-ITEM-POSTED (WS-LOOKUP-IX)
               ADD 1 TO WS-NEW-LEGS
             ELSE
               MOVE "Y" TO WS-QI-POSTED (WS-L)
             END-IF
           END-IF.

      *
      * THE ID SET IS COMPARED UNORDERED: THE MATCHERS' ID ORDER
      * CAN SHIFT NIGHT OVER NIGHT.
      *
       FIND-QUEUED-MATCH.
           MOVE WS-QUEUE-RECS (WS-Q) TO WS-QI-RECORD.
           IF WS-QI-TYPE = WS-QC-TYPE AND
              WS-QI-TARGET = WS-QC-TARGET THEN
             IF WS-QC-TYPE = "PAIR" THEN
               IF (WS-QI-ID (1) = WS-QC-ID (1) AND
                   WS-QI-ID (2) = WS-QC-ID (2)) OR
                  (WS-QI-ID (1) = WS-QC-ID (2) AND
                   WS-QI-ID (2) = WS-QC-ID (1)) THEN
                 MOVE WS-Q TO WS-FOUND-IX
               END-IF
             ELSE
               IF (WS-QI-ID (1) = WS-QC-ID (1) OR
                   WS-QI-ID (1) = WS-QC-ID (2) OR
                   WS-QI-ID (1) = WS-QC-ID (3)) AND
                  (WS-QI-ID (2) = WS-QC-ID (1) OR
                   WS-QI-ID (2) = WS-QC-ID (2) OR
                   WS-QI-ID (2) = WS-QC-ID (3)) AND
                  (WS-QI-ID (3) = WS-QC-ID (1) OR
                   WS-QI-ID (3) = WS-QC-ID (2) OR
                   WS-QI-ID (3) = WS-QC-ID (3)) AND
                  WS-QI-ID (1) NOT = WS-QI-ID (2) AND
                  WS-QI-ID (1) NOT = WS-QI-ID (3) AND
                  WS-QI-ID (2) NOT = WS-QI-ID (3) THEN
                 MOVE WS-Q TO WS-FOUND-IX
               END-IF
             END-IF
           END-IF.

      *
      * POST ONE HELD-BACK LEG OF THE APPROVED MATCH IN
      * WS-QI-RECORD, AND MARK IT POSTED ON THE QUEUE RECORD AND
      * IN TONIGHT'S TABLE.
      *
       POST-APPROVED-LEG.
           IF WS-QI-ID (WS-L) NOT = SPACE AND
              WS-QI-POSTED (WS-L) = "N" THEN
             MOVE WS-QI-DEPT (WS-L) TO DM-DEPT-CODE
             READ DEPT-MASTER
             IF WS-FS-DEPT-MASTER NOT = "00" THEN
               IF WS-FS-DEPT-MASTER = "23" THEN
                 MOVE SPACE TO DM-COST-CENTER
                 MOVE SPACE TO DM-NAME
               ELSE
                 DISPLAY "DAY01GLPI: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
             MOVE "D" TO GP-REC-TYPE
             MOVE WS-QI-ID (WS-L) TO GP-ENTRY-ID
             MOVE WS-QI-DEPT (WS-L) TO GP-DEPT
             MOVE WS-QI-POST-DATE (WS-L) TO GP-POST-DATE
             MOVE WS-QI-AMOUNT (WS-L) TO GP-AMOUNT
             MOVE WS-SOURCE-CODE TO GP-SOURCE
             MOVE DM-COST-CENTER TO GP-COST-CENTER
             MOVE DM-NAME TO GP-DEPT-NAME
             MOVE WS-QI-COMPANY TO GP-COMPANY
             PERFORM WRITE-GL-DETAIL
             MOVE "Y" TO WS-QI-POSTED (WS-L)
             MOVE WS-QI-ID (WS-L) TO WS-LOOKUP-ID
             PERFORM FIND-ITEM
             IF WS-LOOKUP-IX > 0 THEN
               MOVE 1 TO WS-ITEM-POSTED (WS-LOOKUP-IX)
             END-IF
           END-IF.

      *
      * CARRY ONE QUEUED MATCH FORWARD, AND LIST IT WHEN IT HAS
      * BEEN PENDING LONGER THAN THE AGE LIMIT.
      *
       CARRY-QUEUED-MATCH.
           WRITE APPROVAL-QUEUE-RECORD FROM WS-QI-RECORD.
           IF WS-FS-APPROVAL-QUEUE NOT = "00" THEN
             DISPLAY "DAY01GLPI: ERROR WRITING APPRQ.DAT - STATUS "
               WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF WS-QI-STATUS = "P" THEN
             ADD 1 TO WS-PENDING-COUNT
             MOVE 0 TO WS-WAIT-DAYS
             IF WS-QI-QUEUED-DATE NUMERIC AND
                WS-QI-QUEUED-DATE > 16010101 THEN
               COMPUTE WS-WAIT-DAYS = WS-RUN-INT -
                 FUNCTION INTEGER-OF-DATE(WS-QI-QUEUED-DATE)
             END-IF
             IF WS-WAIT-DAYS > WS-APPR-AGE THEN
               MOVE WS-WAIT-DAYS TO WS-AD-DAYS
               MOVE WS-QI-TYPE TO WS-AD-TYPE
               MOVE WS-QI-ID (1) TO WS-AD-ID-1
               MOVE WS-QI-ID (2) TO WS-AD-ID-2
               MOVE WS-QI-ID (3) TO WS-AD-ID-3
               MOVE WS-QI-TOTAL TO WS-AD-TOTAL
               MOVE WS-QI-LIMIT TO WS-AD-LIMIT
               MOVE WS-QI-COMPANY TO WS-AD-COMPANY
               MOVE WS-QI-HOLD-REASON TO WS-AD-HOLD-REASON
               WRITE APPROVAL-AGING-RECORD FROM WS-AGING-DETAIL
               IF WS-FS-APPROVAL-AGING NOT = "00" THEN
                 DISPLAY "DAY01GLPI: ERROR WRITING APPRAGE.DAT - "
                   WS-FS-APPROVAL-AGING " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               ADD 1 TO WS-AGED-COUNT
             END-IF
           END-IF.

      *
      * ONE RUNPARMS CARD. AN EFFDATE ON OR BEFORE THE RUN DATE
      * OPENS THE GROUP THAT APPLIES AND RESETS THE DEFAULTS; A
      * LATER EFFDATE CLOSES IT.
      *
       APPLY-PARM-CARD.
           IF RUN-PARM-RECORD = SPACE OR RP-KEYWORD (1:1) = "*" THEN
             CONTINUE
           ELSE
             IF RP-KEYWORD = "EFFDATE" THEN
               IF RP-VALUE-8 NOT NUMERIC THEN
                 DISPLAY "DAY01GLPI: RUNPARMS EFFDATE NOT NUMERIC - "
                   RUN-PARM-RECORD " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               IF RP-VALUE-8 <= WS-RUN-DATE THEN
                 MOVE 1 TO WS-PARM-ACTIVE
                 MOVE 1 TO WS-PARM-APPLIED
                 MOVE 0 TO WS-APPR-LIMIT
                 MOVE 5 TO WS-APPR-AGE
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
                   MOVE 0 TO WS-CO-APPR-LIMITS (WS-CO-COUNT)
                 END-IF
                 IF RP-KEYWORD = "APPRLIM" AND RP-NUM-6 NUMERIC THEN
                   IF WS-CO-COUNT = 0 THEN
                     MOVE RP-NUM-6 TO WS-APPR-LIMIT
                   ELSE
                     MOVE RP-NUM-6 TO WS-CO-APPR-LIMITS (WS-CO-COUNT)
                   END-IF
                 END-IF
                 IF RP-KEYWORD = "APPRAGE" AND RP-NUM-4 NUMERIC AND
                    RP-NUM-4 > 0 THEN
                   MOVE RP-NUM-4 TO WS-APPR-AGE
                 END-IF
               END-IF
             END-IF
           END-IF.

      *
      * ADD ONE POOL ITEM TO THE KEYED TABLE, WITH THE COST CENTER
      * AND NAME ITS DEPARTMENT CARRIES ON THE MASTER TONIGHT.
      *
       LOAD-OPEN-ITEM.
           MOVE 0 TO WS-LOOKUP-IX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NEW-COUNT
             IF WS-ITEM-IDS (WS-I) = OI-ENTRY-ID THEN
               MOVE WS-I TO WS-LOOKUP-IX
               MOVE WS-NEW-COUNT TO WS-I
             END-IF
             ADD 1 TO WS-I
           END-PERFORM.
           IF WS-LOOKUP-IX = 0 THEN
             IF WS-ITEM-COUNT >= WS-MAX-ITEMS THEN
               DISPLAY "DAY01GLPI: INPUT AND OPEN ITEMS EXCEED "
                 WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             MOVE OI-DEPT TO DM-DEPT-CODE
             READ DEPT-MASTER
             IF WS-FS-DEPT-MASTER NOT = "00" THEN
               IF WS-FS-DEPT-MASTER = "23" THEN
                 MOVE SPACE TO DM-COST-CENTER
                 MOVE SPACE TO DM-NAME
                 MOVE 0 TO DM-APPR-LIMIT
               ELSE
                 DISPLAY "DAY01GLPI: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
             ADD 1 TO WS-ITEM-COUNT
             MOVE OI-ENTRY-ID TO WS-ITEM-IDS (WS-ITEM-COUNT)
             MOVE OI-DEPT TO WS-ITEM-DEPTS (WS-ITEM-COUNT)
             MOVE OI-POST-DATE TO WS-ITEM-DATES (WS-ITEM-COUNT)
             MOVE OI-AMOUNT TO WS-ITEM-AMOUNTS (WS-ITEM-COUNT)
             MOVE 0 TO WS-ITEM-POSTED (WS-ITEM-COUNT)
             MOVE DM-COST-CENTER
               TO WS-ITEM-COST-CENTERS (WS-ITEM-COUNT)
             MOVE DM-NAME TO WS-ITEM-DEPT-NAMES (WS-ITEM-COUNT)
             MOVE OI-COMPANY TO WS-ITEM-COMPANIES (WS-ITEM-COUNT)
             PERFORM SET-ITEM-LIMIT
           END-IF.

      *
      * APPROVAL LIMIT FOR THE ENTRY JUST ADDED: ITS DEPARTMENT'S
      * OWN LIMIT FROM THE MASTER RECORD IN HAND, OR ITS COMPANY'S
      * RUNPARMS APPRLIM WHERE THE MASTER SETS NONE. ZERO MEANS NO
      * LIMIT.
      *
       SET-ITEM-LIMIT.
           MOVE 0 TO WS-ITEM-LIMITS (WS-ITEM-COUNT).
           MOVE WS-ITEM-COMPANIES (WS-ITEM-COUNT) TO WS-FIND-COMPANY.
           PERFORM FIND-COMPANY.
           IF WS-CX > 0 THEN
             MOVE WS-CO-APPR-LIMITS (WS-CX)
               TO WS-ITEM-LIMITS (WS-ITEM-COUNT)
           END-IF.
           IF DM-APPR-LIMIT NUMERIC AND DM-APPR-LIMIT > 0 THEN
             MOVE DM-APPR-LIMIT TO WS-ITEM-LIMITS (WS-ITEM-COUNT)
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
      * IS WS-MATCH-COMPANY ON TONIGHT'S COMPHOLD LIST.
      *
       FIND-HELD-COMPANY.
           MOVE 0 TO WS-HELD-FOUND.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-HELD-COUNT OR WS-HELD-FOUND = 1
             IF WS-HELD-COS (WS-C) = WS-MATCH-COMPANY THEN
               MOVE 1 TO WS-HELD-FOUND
             END-IF
             ADD 1 TO WS-C
           END-PERFORM.

      *
      * POSTING-DATE EDIT - THE SAME EDIT THE MATCHERS APPLY, SO
      * THE KEYED TABLE HOLDS EXACTLY THE POPULATION THEY MATCHED.
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
                 DISPLAY "DAY01GLPI: ERROR READING DEPTMAST.DAT - "
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
             DISPLAY "DAY01GLPI: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01GLPI" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
