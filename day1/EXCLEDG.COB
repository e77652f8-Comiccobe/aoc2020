AOC20 * DAY01 EXCEPTION LEDGER - LIFECYCLE OF EVERY REJECTED ENTRY
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01XLDG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXCEPTION-FILE.
           SELECT RECYCLE-INPUT ASSIGN TO "RECYCIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECYCLE-INPUT.
           SELECT RECYCLE-REJECT ASSIGN TO "RECYCREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECYCLE-REJECT.
           SELECT MATCH-REPORT ASSIGN TO "MATCHRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MATCH-REPORT.
           SELECT MATCH3-REPORT ASSIGN TO "MATCH3RPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MATCH3-REPORT.
           SELECT EXCEPTION-LEDGER ASSIGN TO "EXCLEDG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XL-ENTRY-ID
           FILE STATUS IS WS-FS-EXCEPTION-LEDGER.
           SELECT XAGE-REPORT ASSIGN TO "XAGERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-XAGE-REPORT.
           SELECT STEP-LOG ASSIGN TO "STEPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STEP-LOG.
       DATA DIVISION.

       FILE SECTION.
       FD EXCEPTION-FILE.
           COPY WSEXCEPT.

       FD RECYCLE-INPUT.
           COPY WSEXPENSE.

       FD RECYCLE-REJECT.
       01 RECYCLE-REJECT-RECORD.
          04 REJ-LINE-NO PIC 9(6).
          04 REJ-SEP-1 PIC X.
          04 REJ-ENTRY-ID PIC X(8).
          04 REJ-SEP-2 PIC X.
          04 REJ-VALUE PIC X(4).
          04 REJ-SEP-3 PIC X.
          04 REJ-REASON PIC X(8).
          04 REJ-SEP-4 PIC X.
          04 REJ-COMPANY PIC X(4).

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

       FD EXCEPTION-LEDGER.
           COPY WSEXCLDG.

       FD XAGE-REPORT.
       01 XAGE-REPORT-RECORD PIC X(80).

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-EXCEPTION-FILE PIC XX.
       01 WS-FS-RECYCLE-INPUT PIC XX.
       01 WS-FS-RECYCLE-REJECT PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-EXCEPTION-LEDGER PIC XX.
       01 WS-FS-XAGE-REPORT PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-J PIC 9(5).
       01 WS-FLAG-ID PIC X(8).
       01 WS-HIST-REASON PIC X(8).
       01 WS-REWRITE PIC 9.
       01 WS-LINE-NO PIC 9(6) VALUE 0.
       01 WS-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-REOPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-RECYCLE-COUNT PIC 9(6) VALUE 0.
       01 WS-REKEY-COUNT PIC 9(6) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-RESOLVE-COUNT PIC 9(6) VALUE 0.
       01 WS-DROP-COUNT PIC 9(6) VALUE 0.
       01 WS-LEDGER-COUNT PIC 9(6) VALUE 0.
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-DATE-INT PIC 9(7).
       01 WS-WEEK-DATE PIC 9(8).
       01 WS-WK-CURRENT PIC 9(7).
       01 WS-WK-OLDEST PIC 9(7).
       01 WS-WK-IX PIC 9(2).
       01 WS-WK-OPENED OCCURS 8 TIMES PIC 9(6).
       01 WS-WK-RECYCLED OCCURS 8 TIMES PIC 9(6).
       01 WS-WK-MATCHED OCCURS 8 TIMES PIC 9(6).
       01 WS-WK-WOFF OCCURS 8 TIMES PIC 9(6).
       01 WS-MAX-DEPTS PIC 9(4) VALUE 200.
       01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-DEPT-IX PIC 9(4).
       01 WS-DEPT-WORK PIC X(4).
       01 WS-T-CODE PIC X(4).
       01 WS-T-B1 PIC 9(6).
       01 WS-T-B2 PIC 9(6).
       01 WS-T-B3 PIC 9(6).
       01 WS-T-B4 PIC 9(6).
       01 WS-T-RCYC PIC 9(6).
       01 WS-DEPT-CODES OCCURS 200 TIMES PIC X(4).
       01 WS-DEPT-B1 OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-B2 OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-B3 OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-B4 OCCURS 200 TIMES PIC 9(6).
       01 WS-DEPT-RCYC OCCURS 200 TIMES PIC 9(6).
       01 WS-TOT-B1 PIC 9(6) VALUE 0.
       01 WS-TOT-B2 PIC 9(6) VALUE 0.
       01 WS-TOT-B3 PIC 9(6) VALUE 0.
       01 WS-TOT-B4 PIC 9(6) VALUE 0.
       01 WS-TOT-RCYC PIC 9(6) VALUE 0.
       01 WS-MAX-CHASE PIC 9(4) VALUE 9999.
       01 WS-CHASE-COUNT PIC 9(4) VALUE 0.
       01 WS-CHASE-IDS OCCURS 9999 TIMES PIC X(8).
       01 WS-CHASE-DEPTS OCCURS 9999 TIMES PIC X(4).
       01 WS-CHASE-COMPS OCCURS 9999 TIMES PIC X(4).
       01 WS-CHASE-FIRSTS OCCURS 9999 TIMES PIC 9(8).
       01 WS-CHASE-AGES OCCURS 9999 TIMES PIC 9(5).
       01 WS-CHASE-REJS OCCURS 9999 TIMES PIC 9(4).
       01 WS-CHASE-RCYS OCCURS 9999 TIMES PIC 9(4).
       01 WS-CHASE-REASONS OCCURS 9999 TIMES PIC X(8).
       01 WS-CHASE-OUTCOMES OCCURS 9999 TIMES PIC X(8).
       01 WS-HEADER-1.
          04 FILLER PIC X(42)
             VALUE "DAY01 EXCEPTION LEDGER AGING REPORT - RUN ".
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(30) VALUE SPACE.
       01 WS-HEADER-2 PIC X(80) VALUE ALL "-".
       01 WS-AGE-HEADING PIC X(80) VALUE
          "OPEN EXCEPTIONS BY DEPARTMENT - DAYS SINCE FIRST REJECTED".
       01 WS-AGE-COLS.
          04 FILLER PIC X(6) VALUE "  DEPT".
          04 FILLER PIC X(9) VALUE "      0-7".
          04 FILLER PIC X(9) VALUE "     8-30".
          04 FILLER PIC X(9) VALUE "    31-60".
          04 FILLER PIC X(9) VALUE "  OVER 60".
          04 FILLER PIC X(9) VALUE "    TOTAL".
          04 FILLER PIC X(12) VALUE "  IN RECYCLE".
          04 FILLER PIC X(17) VALUE SPACE.
       01 WS-AGE-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AD-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AD-B1 PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AD-B2 PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AD-B3 PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AD-B4 PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AD-TOTAL PIC ZZZ,ZZ9.
          04 FILLER PIC X(5) VALUE SPACE.
          04 WS-AD-RCYC PIC ZZZ,ZZ9.
          04 FILLER PIC X(17) VALUE SPACE.
       01 WS-NO-OPEN-LINE PIC X(80) VALUE
          "  (NO OPEN EXCEPTION ON THE LEDGER)".
       01 WS-WEEK-HEADING PIC X(80) VALUE
          "EXCEPTIONS OPENED AND RESOLVED BY WEEK (MONDAY TO SUNDAY)".
       01 WS-WEEK-COLS.
          04 FILLER PIC X(10) VALUE "   WEEK OF".
          04 FILLER PIC X(9) VALUE "   OPENED".
          04 FILLER PIC X(9) VALUE " RECYCLED".
          04 FILLER PIC X(9) VALUE "  MATCHED".
          04 FILLER PIC X(9) VALUE " RESOLVED".
          04 FILLER PIC X(13) VALUE "  WRITTEN OFF".
          04 FILLER PIC X(21) VALUE SPACE.
       01 WS-WEEK-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-DATE PIC 9(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-OPENED PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-RECYCLED PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-MATCHED PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-RESOLVED PIC ZZZ,ZZ9.
          04 FILLER PIC X(6) VALUE SPACE.
          04 WS-WD-WOFF PIC ZZZ,ZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-WD-NOTE PIC X(11).
          04 FILLER PIC X(8) VALUE SPACE.
       01 WS-CHASE-HEADING PIC X(80) VALUE
          "OPEN EXCEPTIONS OVER 30 DAYS - CHASE LIST".
       01 WS-CHASE-COLS.
          04 FILLER PIC X(10) VALUE "  ENTRY-ID".
          04 FILLER PIC X(6) VALUE "  DEPT".
          04 FILLER PIC X(6) VALUE "  COMP".
          04 FILLER PIC X(10) VALUE "  REJECTED".
          04 FILLER PIC X(8) VALUE "     AGE".
          04 FILLER PIC X(8) VALUE "   TIMES".
          04 FILLER PIC X(9) VALUE " RECYCLED".
          04 FILLER PIC X(10) VALUE "  LAST RSN".
          04 FILLER PIC X(10) VALUE "  LAST OUT".
          04 FILLER PIC X(3) VALUE SPACE.
       01 WS-CHASE-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-COMP PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-FIRST PIC 9(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-AGE PIC ZZ,ZZ9.
          04 FILLER PIC X(4) VALUE SPACE.
          04 WS-CD-REJS PIC ZZZ9.
          04 FILLER PIC X(5) VALUE SPACE.
          04 WS-CD-RCYS PIC ZZZ9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-REASON PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CD-OUTCOME PIC X(8).
          04 FILLER PIC X(3) VALUE SPACE.
       01 WS-NO-CHASE-LINE PIC X(80) VALUE
          "  (NO OPEN EXCEPTION OVER 30 DAYS)".
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
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
      * OPEN THE LEDGER FOR UPDATE; ON THE VERY FIRST RUN THE
      * CLUSTER IS EMPTY/UNLOADED, SO FALL BACK TO OUTPUT TO SEED
      * IT, THEN REOPEN I-O (SAME PATTERN AS DAY01MSTL'S ENTMAST).
      *
           OPEN I-O EXCEPTION-LEDGER.
           IF WS-FS-EXCEPTION-LEDGER = "35" THEN
             OPEN OUTPUT EXCEPTION-LEDGER
             IF WS-FS-EXCEPTION-LEDGER = "00" THEN
               CLOSE EXCEPTION-LEDGER
               OPEN I-O EXCEPTION-LEDGER
             END-IF
           END-IF.
           IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
             DISPLAY "DAY01XLDG: UNABLE TO OPEN EXCLEDG.DAT - STATUS "
               WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * PASS 1 - TONIGHT'S EXCEPTIONS. A NEW ENTRY OPENS A LEDGER
      * RECORD; ONE ALREADY ON FILE GETS ANOTHER REJECTION AND
      * HISTORY LINE, AND IF IT HAD BEEN RECYCLED OR MATCHED IT IS
      * OPEN AGAIN. A WRITTEN-OFF ENTRY STAYS WRITTEN OFF (ONLY A
      * REOPEN CARD UNDOES A CLERK'S WRITE-OFF) BUT ITS HISTORY IS
      * STILL KEPT. THE EXCEPT GENERATION CARRIES EACH BAD LINE
      * TWICE (DAY01P01 AND DAY01P02), SO AN ENTRY ALREADY POSTED
      * TONIGHT IS SKIPPED - WHICH ALSO MAKES A RERUN OF THE NIGHT
      * HARMLESS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-FS-EXCEPTION-FILE = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-EXCEPTION-FILE NOT = "00" THEN
               DISPLAY "DAY01XLDG: UNABLE TO OPEN EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ EXCEPTION-FILE
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE EXC-ENTRY-ID TO XL-ENTRY-ID
                 READ EXCEPTION-LEDGER
                 IF WS-FS-EXCEPTION-LEDGER = "00" THEN
                   IF XL-LAST-DATE = WS-RUN-DATE THEN
                     ADD 1 TO WS-DUP-COUNT
                   ELSE
                     MOVE EXC-DEPT TO XL-DEPT
                     MOVE EXC-COMPANY TO XL-COMPANY
                     MOVE EXC-POST-DATE TO XL-POST-DATE
                     MOVE EXC-VALUE TO XL-VALUE
                     MOVE WS-RUN-DATE TO XL-LAST-DATE
                     ADD 1 TO XL-REJECT-COUNT
                     MOVE EXC-REASON TO WS-HIST-REASON
                     PERFORM ADD-HISTORY
                     IF XL-STATE = "OPEN" OR XL-STATE = "WOFF" THEN
                       ADD 1 TO WS-REPEAT-COUNT
                     ELSE
                       MOVE "OPEN" TO XL-STATE
                       MOVE WS-RUN-DATE TO XL-STATE-DATE
                       MOVE 0 TO XL-RESOLVED-DATE
                       ADD 1 TO WS-REOPEN-COUNT
                     END-IF
                     PERFORM REWRITE-LEDGER
                   END-IF
                 ELSE
                   IF WS-FS-EXCEPTION-LEDGER = "23" THEN
                     MOVE EXC-ENTRY-ID TO XL-ENTRY-ID
                     MOVE "OPEN" TO XL-STATE
                     MOVE EXC-DEPT TO XL-DEPT
                     MOVE EXC-COMPANY TO XL-COMPANY
                     MOVE EXC-POST-DATE TO XL-POST-DATE
                     MOVE EXC-VALUE TO XL-VALUE
                     MOVE WS-RUN-DATE TO XL-FIRST-DATE
                     MOVE WS-RUN-DATE TO XL-LAST-DATE
                     MOVE WS-RUN-DATE TO XL-STATE-DATE
                     MOVE 0 TO XL-RESOLVED-DATE
                     MOVE 1 TO XL-REJECT-COUNT
                     MOVE 0 TO XL-RECYCLE-COUNT
                     MOVE 0 TO XL-WOFF-DATE
                     MOVE SPACE TO XL-WOFF-BY
                     MOVE SPACE TO XL-WOFF-REASON
                     MOVE 1 TO WS-I
                     PERFORM UNTIL WS-I > 5
                       MOVE 0 TO XL-HIST-DATE (WS-I)
                       MOVE SPACE TO XL-HIST-REASON (WS-I)
                       MOVE SPACE TO XL-HIST-OUTCOME (WS-I)
                       ADD 1 TO WS-I
                     END-PERFORM
                     MOVE WS-RUN-DATE TO XL-HIST-DATE (1)
                     MOVE EXC-REASON TO XL-HIST-REASON (1)
                     WRITE EXCEPTION-LEDGER-RECORD
                     IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
                       DISPLAY "DAY01XLDG: ERROR WRITING EXCLEDG - "
                         WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     ADD 1 TO WS-NEW-COUNT
                   ELSE
                     DISPLAY "DAY01XLDG: ERROR READING EXCLEDG - "
                       WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-EXCEPTION-FILE NOT = "00" AND
                WS-FS-EXCEPTION-FILE NOT = "10" THEN
               DISPLAY "DAY01XLDG: ERROR READING EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-EXCEPTION-FILE NOT = "35" THEN
             CLOSE EXCEPTION-FILE
           END-IF.
      *
      * PASS 2 - WHAT DAY01RCYC REPAIRED. THE ENTRY IS RECYCLED:
      * IT GOES BACK THROUGH THE EDIT IN TOMORROW'S INPUT, AND IS
      * RESOLVED BY THE SWEEP BELOW THE FIRST NIGHT IT DOES NOT
      * COME BACK ON EXCEPT. A RERUN FINDS TONIGHT'S HISTORY LINE
      * ALREADY MARKED AND DOES NOT COUNT THE RECYCLE TWICE.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RECYCLE-INPUT.
           IF WS-FS-RECYCLE-INPUT = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-RECYCLE-INPUT NOT = "00" THEN
               DISPLAY "DAY01XLDG: UNABLE TO OPEN RECYCIN.DAT - STATUS "
                 WS-FS-RECYCLE-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ RECYCLE-INPUT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE INPUT-ENTRY-ID TO XL-ENTRY-ID
                 READ EXCEPTION-LEDGER
                 IF WS-FS-EXCEPTION-LEDGER = "00" THEN
                   IF XL-HIST-DATE (1) NOT = WS-RUN-DATE OR
                      XL-HIST-OUTCOME (1) NOT = "RECYCLED" THEN
                     ADD 1 TO XL-RECYCLE-COUNT
                     IF XL-HIST-DATE (1) = WS-RUN-DATE THEN
                       MOVE "RECYCLED" TO XL-HIST-OUTCOME (1)
                     END-IF
                     IF XL-STATE NOT = "WOFF" THEN
                       MOVE "RCYC" TO XL-STATE
                       MOVE WS-RUN-DATE TO XL-STATE-DATE
                       MOVE 0 TO XL-RESOLVED-DATE
                     END-IF
                     PERFORM REWRITE-LEDGER
                     ADD 1 TO WS-RECYCLE-COUNT
                   END-IF
                 ELSE
                   IF WS-FS-EXCEPTION-LEDGER NOT = "23" THEN
                     DISPLAY "DAY01XLDG: ERROR READING EXCLEDG - "
                       WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-RECYCLE-INPUT NOT = "00" AND
                WS-FS-RECYCLE-INPUT NOT = "10" THEN
               DISPLAY "DAY01XLDG: ERROR READING RECYCIN.DAT - STATUS "
                 WS-FS-RECYCLE-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-RECYCLE-INPUT NOT = "35" THEN
             CLOSE RECYCLE-INPUT
           END-IF.
      *
      * PASS 3 - WHAT DAY01RCYC COULD NOT REPAIR AND SENT BACK FOR
      * RE-KEYING. THE ENTRY STAYS OPEN; TONIGHT'S HISTORY LINE
      * RECORDS THAT IT WENT TO RECYCREJ.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RECYCLE-REJECT.
           IF WS-FS-RECYCLE-REJECT = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-RECYCLE-REJECT NOT = "00" THEN
               DISPLAY "DAY01XLDG: UNABLE TO OPEN RECYCREJ.DAT - "
                 "STATUS " WS-FS-RECYCLE-REJECT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ RECYCLE-REJECT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE REJ-ENTRY-ID TO XL-ENTRY-ID
                 READ EXCEPTION-LEDGER
                 IF WS-FS-EXCEPTION-LEDGER = "00" THEN
                   IF XL-HIST-DATE (1) = WS-RUN-DATE AND
                      XL-HIST-OUTCOME (1) = SPACE THEN
                     MOVE "RECYCREJ" TO XL-HIST-OUTCOME (1)
                     PERFORM REWRITE-LEDGER
                     ADD 1 TO WS-REKEY-COUNT
                   END-IF
                 ELSE
                   IF WS-FS-EXCEPTION-LEDGER NOT = "23" THEN
                     DISPLAY "DAY01XLDG: ERROR READING EXCLEDG - "
                       WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-RECYCLE-REJECT NOT = "00" AND
                WS-FS-RECYCLE-REJECT NOT = "10" THEN
               DISPLAY "DAY01XLDG: ERROR READING RECYCREJ.DAT - "
                 "STATUS " WS-FS-RECYCLE-REJECT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-RECYCLE-REJECT NOT = "35" THEN
             CLOSE RECYCLE-REJECT
           END-IF.
      *
      * PASS 4 - TONIGHT'S PAIR AND TRIPLE MATCHES, INCLUDING ANY
      * MADE AGAINST THE OPEN-ITEM POOL. AN OPEN LEDGER ENTRY THAT
      * HAS MATCHED CAME BACK RE-KEYED UNDER ITS OWN ENTRY ID AND
      * IS RESOLVED AS MATCHED.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT MATCH-REPORT.
           IF WS-FS-MATCH-REPORT NOT = "00" THEN
             DISPLAY "DAY01XLDG: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ MATCH-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE MR-ID-1 TO WS-FLAG-ID
                 PERFORM SET-MATCHED
                 MOVE MR-ID-2 TO WS-FLAG-ID
                 PERFORM SET-MATCHED
             END-READ
             IF WS-FS-MATCH-REPORT NOT = "00" AND
                WS-FS-MATCH-REPORT NOT = "10" THEN
               DISPLAY "DAY01XLDG: ERROR READING MATCHRPT.DAT - "
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
             DISPLAY "DAY01XLDG: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ MATCH3-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE M3-ID-1 TO WS-FLAG-ID
                 PERFORM SET-MATCHED
                 MOVE M3-ID-2 TO WS-FLAG-ID
                 PERFORM SET-MATCHED
                 MOVE M3-ID-3 TO WS-FLAG-ID
                 PERFORM SET-MATCHED
             END-READ
             IF WS-FS-MATCH3-REPORT NOT = "00" AND
                WS-FS-MATCH3-REPORT NOT = "10" THEN
               DISPLAY "DAY01XLDG: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE MATCH3-REPORT.
      *
      * PASS 5 - SWEEP THE WHOLE LEDGER IN KEY ORDER. A RECYCLED
      * ENTRY THAT WAS NOT REJECTED AGAIN TONIGHT HAS PASSED THE
      * EDIT AND IS RESOLVED; AN ENTRY REJECTED TONIGHT THAT THE
      * RECYCLE STEP NEITHER REPAIRED NOR SENT FOR RE-KEYING HAD A
      * BLANK VALUE AND WAS DROPPED. THEN EVERY ENTRY STILL OPEN
      * (RECYCLED BUT NOT YET THROUGH THE EDIT COUNTS AS OPEN) IS
      * AGED BY DEPARTMENT FROM THE DATE IT WAS FIRST REJECTED, AND
      * THE OPENED/RESOLVED/WRITTEN-OFF DATES ARE COUNTED INTO THE
      * LAST 8 MONDAY-TO-SUNDAY WEEKS, THIS WEEK TO DATE. DAY 1 OF
      * THE INTEGER-OF-DATE CALENDAR IS A MONDAY.
      *
           COMPUTE WS-WK-CURRENT =
             WS-RUN-INT - FUNCTION MOD(WS-RUN-INT - 1, 7).
           COMPUTE WS-WK-OLDEST = WS-WK-CURRENT - 49.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > 8
             MOVE 0 TO WS-WK-OPENED (WS-I)
             MOVE 0 TO WS-WK-RECYCLED (WS-I)
             MOVE 0 TO WS-WK-MATCHED (WS-I)
             MOVE 0 TO WS-WK-WOFF (WS-I)
             ADD 1 TO WS-I
           END-PERFORM.
           MOVE 0 TO WS-EOF.
           MOVE LOW-VALUE TO XL-ENTRY-ID.
           START EXCEPTION-LEDGER KEY IS NOT LESS THAN XL-ENTRY-ID.
           IF WS-FS-EXCEPTION-LEDGER = "23" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
               DISPLAY "DAY01XLDG: ERROR POSITIONING EXCLEDG - "
                 WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ EXCEPTION-LEDGER NEXT RECORD
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-LEDGER-COUNT
                 MOVE 0 TO WS-REWRITE
                 IF XL-STATE = "RCYC" AND XL-RESOLVED-DATE = 0 AND
                    XL-LAST-DATE < WS-RUN-DATE THEN
                   MOVE WS-RUN-DATE TO XL-RESOLVED-DATE
                   MOVE 1 TO WS-REWRITE
                   ADD 1 TO WS-RESOLVE-COUNT
                 END-IF
                 IF XL-HIST-DATE (1) = WS-RUN-DATE AND
                    XL-HIST-OUTCOME (1) = SPACE THEN
                   MOVE "DROPPED" TO XL-HIST-OUTCOME (1)
                   MOVE 1 TO WS-REWRITE
                   ADD 1 TO WS-DROP-COUNT
                 END-IF
                 IF WS-REWRITE = 1 THEN
                   PERFORM REWRITE-LEDGER
                 END-IF
                 IF XL-STATE = "OPEN" OR
                    (XL-STATE = "RCYC" AND XL-RESOLVED-DATE = 0) THEN
                   PERFORM AGE-OPEN-ENTRY
                 END-IF
                 PERFORM COUNT-WEEKS
             END-READ
             IF WS-FS-EXCEPTION-LEDGER NOT = "00" AND
                WS-FS-EXCEPTION-LEDGER NOT = "10" THEN
               DISPLAY "DAY01XLDG: ERROR READING EXCLEDG - "
                 WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE EXCEPTION-LEDGER.
      *
      * SORT THE DEPARTMENT TABLE BY CODE (ALL TALLIES RIDE ALONG)
      * SO THE AGING LINES PRINT IN A STABLE ORDER NIGHT OVER NIGHT.
      *
           MOVE 2 TO WS-I.
           PERFORM UNTIL WS-I > WS-DEPT-COUNT
             MOVE WS-DEPT-CODES (WS-I) TO WS-T-CODE
             MOVE WS-DEPT-B1 (WS-I) TO WS-T-B1
             MOVE WS-DEPT-B2 (WS-I) TO WS-T-B2
             MOVE WS-DEPT-B3 (WS-I) TO WS-T-B3
             MOVE WS-DEPT-B4 (WS-I) TO WS-T-B4
             MOVE WS-DEPT-RCYC (WS-I) TO WS-T-RCYC
             MOVE WS-I TO WS-J
             PERFORM SHIFT-DEPT-SLOT UNTIL WS-J = 1 OR
               WS-DEPT-CODES (WS-J - 1) <= WS-T-CODE
             MOVE WS-T-CODE TO WS-DEPT-CODES (WS-J)
             MOVE WS-T-B1 TO WS-DEPT-B1 (WS-J)
             MOVE WS-T-B2 TO WS-DEPT-B2 (WS-J)
             MOVE WS-T-B3 TO WS-DEPT-B3 (WS-J)
             MOVE WS-T-B4 TO WS-DEPT-B4 (WS-J)
             MOVE WS-T-RCYC TO WS-DEPT-RCYC (WS-J)
             ADD 1 TO WS-I
           END-PERFORM.
           OPEN OUTPUT XAGE-REPORT.
           IF WS-FS-XAGE-REPORT NOT = "00" THEN
             DISPLAY "DAY01XLDG: UNABLE TO OPEN XAGERPT.DAT - STATUS "
               WS-FS-XAGE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           WRITE XAGE-REPORT-RECORD FROM WS-HEADER-1.
           PERFORM CHECK-REPORT-WRITE.
           WRITE XAGE-REPORT-RECORD FROM WS-HEADER-2.
           PERFORM CHECK-REPORT-WRITE.
      *
      * OPEN EXCEPTIONS BY DEPARTMENT AND AGE BUCKET, WITH A LINE
      * FOR THE WHOLE LEDGER.
      *
           WRITE XAGE-REPORT-RECORD FROM WS-AGE-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE XAGE-REPORT-RECORD FROM WS-AGE-COLS.
           PERFORM CHECK-REPORT-WRITE.
           IF WS-DEPT-COUNT = 0 THEN
             WRITE XAGE-REPORT-RECORD FROM WS-NO-OPEN-LINE
             PERFORM CHECK-REPORT-WRITE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-DEPT-COUNT
             MOVE WS-DEPT-CODES (WS-I) TO WS-AD-DEPT
             MOVE WS-DEPT-B1 (WS-I) TO WS-AD-B1
             MOVE WS-DEPT-B2 (WS-I) TO WS-AD-B2
             MOVE WS-DEPT-B3 (WS-I) TO WS-AD-B3
             MOVE WS-DEPT-B4 (WS-I) TO WS-AD-B4
             COMPUTE WS-AD-TOTAL = WS-DEPT-B1 (WS-I) +
               WS-DEPT-B2 (WS-I) + WS-DEPT-B3 (WS-I) +
               WS-DEPT-B4 (WS-I)
             MOVE WS-DEPT-RCYC (WS-I) TO WS-AD-RCYC
             WRITE XAGE-REPORT-RECORD FROM WS-AGE-DETAIL
             PERFORM CHECK-REPORT-WRITE
             ADD 1 TO WS-I
           END-PERFORM.
           IF WS-DEPT-COUNT > 0 THEN
             MOVE "ALL" TO WS-AD-DEPT
             MOVE WS-TOT-B1 TO WS-AD-B1
             MOVE WS-TOT-B2 TO WS-AD-B2
             MOVE WS-TOT-B3 TO WS-AD-B3
             MOVE WS-TOT-B4 TO WS-AD-B4
             COMPUTE WS-AD-TOTAL = WS-TOT-B1 + WS-TOT-B2 +
               WS-TOT-B3 + WS-TOT-B4
             MOVE WS-TOT-RCYC TO WS-AD-RCYC
             WRITE XAGE-REPORT-RECORD FROM WS-AGE-DETAIL
             PERFORM CHECK-REPORT-WRITE
           END-IF.
           WRITE XAGE-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
      *
      * WEEKLY OPENED / RESOLVED / WRITTEN-OFF COUNTS, OLDEST WEEK
      * FIRST. RESOLVED IS RECYCLED PLUS MATCHED.
      *
           WRITE XAGE-REPORT-RECORD FROM WS-WEEK-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE XAGE-REPORT-RECORD FROM WS-WEEK-COLS.
           PERFORM CHECK-REPORT-WRITE.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > 8
             COMPUTE WS-DATE-INT = WS-WK-OLDEST + (WS-I - 1) * 7
             COMPUTE WS-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             MOVE WS-WEEK-DATE TO WS-WD-DATE
             MOVE WS-WK-OPENED (WS-I) TO WS-WD-OPENED
             MOVE WS-WK-RECYCLED (WS-I) TO WS-WD-RECYCLED
             MOVE WS-WK-MATCHED (WS-I) TO WS-WD-MATCHED
             COMPUTE WS-WD-RESOLVED =
               WS-WK-RECYCLED (WS-I) + WS-WK-MATCHED (WS-I)
             MOVE WS-WK-WOFF (WS-I) TO WS-WD-WOFF
             IF WS-I = 8 THEN
               MOVE "(TO DATE)" TO WS-WD-NOTE
             ELSE
               MOVE SPACE TO WS-WD-NOTE
             END-IF
             WRITE XAGE-REPORT-RECORD FROM WS-WEEK-DETAIL
             PERFORM CHECK-REPORT-WRITE
             ADD 1 TO WS-I
           END-PERFORM.
           WRITE XAGE-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
      *
      * CHASE LIST - EVERY OPEN EXCEPTION FIRST REJECTED MORE THAN
      * 30 DAYS AGO, IN ENTRY-ID ORDER, WITH ITS LATEST REASON AND
      * WHAT THE RECYCLE STEP LAST DID WITH IT.
      *
           WRITE XAGE-REPORT-RECORD FROM WS-CHASE-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE XAGE-REPORT-RECORD FROM WS-CHASE-COLS.
           PERFORM CHECK-REPORT-WRITE.
           IF WS-CHASE-COUNT = 0 THEN
             WRITE XAGE-REPORT-RECORD FROM WS-NO-CHASE-LINE
             PERFORM CHECK-REPORT-WRITE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-CHASE-COUNT
             MOVE WS-CHASE-IDS (WS-I) TO WS-CD-ID
             MOVE WS-CHASE-DEPTS (WS-I) TO WS-CD-DEPT
             MOVE WS-CHASE-COMPS (WS-I) TO WS-CD-COMP
             MOVE WS-CHASE-FIRSTS (WS-I) TO WS-CD-FIRST
             MOVE WS-CHASE-AGES (WS-I) TO WS-CD-AGE
             MOVE WS-CHASE-REJS (WS-I) TO WS-CD-REJS
             MOVE WS-CHASE-RCYS (WS-I) TO WS-CD-RCYS
             MOVE WS-CHASE-REASONS (WS-I) TO WS-CD-REASON
             MOVE WS-CHASE-OUTCOMES (WS-I) TO WS-CD-OUTCOME
             WRITE XAGE-REPORT-RECORD FROM WS-CHASE-DETAIL
             PERFORM CHECK-REPORT-WRITE
             ADD 1 TO WS-I
           END-PERFORM.
           CLOSE XAGE-REPORT.
           DISPLAY "XLDG: " WS-LINE-NO " EXCEPT LINE(S) - "
             WS-NEW-COUNT " OPENED - " WS-REOPEN-COUNT " REOPENED - "
             WS-REPEAT-COUNT " REJECTED AGAIN - "
             WS-RECYCLE-COUNT " RECYCLED - "
             WS-REKEY-COUNT " SENT FOR RE-KEY - "
             WS-DROP-COUNT " DROPPED - "
             WS-MATCH-COUNT " MATCHED - "
             WS-RESOLVE-COUNT " RESOLVED BY RECYCLE".
           DISPLAY "XLDG: " WS-LEDGER-COUNT " LEDGER ENTRY(S) - "
             WS-TOT-B1 " OPEN AT 0-7 - " WS-TOT-B2 " AT 8-30 - "
             WS-TOT-B3 " AT 31-60 - " WS-TOT-B4 " OVER 60".
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

       CHECK-REPORT-WRITE.
           IF WS-FS-XAGE-REPORT NOT = "00" THEN
             DISPLAY "DAY01XLDG: ERROR WRITING XAGERPT.DAT - STATUS "
               WS-FS-XAGE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

       REWRITE-LEDGER.
           REWRITE EXCEPTION-LEDGER-RECORD.
           IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
             DISPLAY "DAY01XLDG: ERROR REWRITING EXCLEDG - "
               WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

      *
      * PUSH TONIGHT'S REJECTION ONTO THE FRONT OF THE ENTRY'S
      * HISTORY; THE OLDEST OF THE FIVE NIGHTS FALLS OFF THE END.
      *
       ADD-HISTORY.
           MOVE 5 TO WS-I.
           PERFORM UNTIL WS-I < 2
             MOVE XL-HIST-DATE (WS-I - 1) TO XL-HIST-DATE (WS-I)
             MOVE XL-HIST-REASON (WS-I - 1) TO XL-HIST-REASON (WS-I)
             MOVE XL-HIST-OUTCOME (WS-I - 1)
               TO XL-HIST-OUTCOME (WS-I)
             SUBTRACT 1 FROM WS-I
           END-PERFORM.
           MOVE WS-RUN-DATE TO XL-HIST-DATE (1).
           MOVE WS-HIST-REASON TO XL-HIST-REASON (1).
           MOVE SPACE TO XL-HIST-OUTCOME (1).

      *
      * RESOLVE THE ENTRY IN WS-FLAG-ID AS MATCHED IF IT IS OPEN ON
      * THE LEDGER. MOST MATCHED ENTRIES WERE NEVER EXCEPTIONS, SO
      * A MISSING KEY IS THE NORMAL CASE.
      *
       SET-MATCHED.
           MOVE WS-FLAG-ID TO XL-ENTRY-ID.
           READ EXCEPTION-LEDGER.
           IF WS-FS-EXCEPTION-LEDGER = "00" THEN
             IF XL-STATE = "OPEN" THEN
               MOVE "MTCH" TO XL-STATE
               MOVE WS-RUN-DATE TO XL-STATE-DATE
               MOVE WS-RUN-DATE TO XL-RESOLVED-DATE
               PERFORM REWRITE-LEDGER
               ADD 1 TO WS-MATCH-COUNT
             END-IF
           ELSE
             IF WS-FS-EXCEPTION-LEDGER NOT = "23" THEN
               DISPLAY "DAY01XLDG: ERROR READING EXCLEDG - "
                 WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.

      *
      * BUCKET THE OPEN LEDGER ENTRY BY DAYS SINCE IT WAS FIRST
      * REJECTED (0-7, 8-30, 31-60, OVER 60) UNDER ITS DEPARTMENT,
      * AND KEEP IT FOR THE CHASE LIST WHEN OVER 30 DAYS.
      *
       AGE-OPEN-ENTRY.
           COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(XL-FIRST-DATE).
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-DATE-INT.
           MOVE XL-DEPT TO WS-DEPT-WORK.
           PERFORM FIND-DEPT.
           IF WS-AGE-DAYS <= 7 THEN
             ADD 1 TO WS-DEPT-B1 (WS-DEPT-IX)
             ADD 1 TO WS-TOT-B1
           ELSE
             IF WS-AGE-DAYS <= 30 THEN
               ADD 1 TO WS-DEPT-B2 (WS-DEPT-IX)
               ADD 1 TO WS-TOT-B2
             ELSE
               IF WS-AGE-DAYS <= 60 THEN
                 ADD 1 TO WS-DEPT-B3 (WS-DEPT-IX)
                 ADD 1 TO WS-TOT-B3
               ELSE
                 ADD 1 TO WS-DEPT-B4 (WS-DEPT-IX)
                 ADD 1 TO WS-TOT-B4
               END-IF
             END-IF
           END-IF.
           IF XL-STATE = "RCYC" THEN
             ADD 1 TO WS-DEPT-RCYC (WS-DEPT-IX)
             ADD 1 TO WS-TOT-RCYC
           END-IF.
           IF WS-AGE-DAYS > 30 THEN
             IF WS-CHASE-COUNT >= WS-MAX-CHASE THEN
               DISPLAY "DAY01XLDG: MORE THAN " WS-MAX-CHASE
                 " OPEN EXCEPTION(S) OVER 30 DAYS - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-CHASE-COUNT
             MOVE XL-ENTRY-ID TO WS-CHASE-IDS (WS-CHASE-COUNT)
             MOVE XL-DEPT TO WS-CHASE-DEPTS (WS-CHASE-COUNT)
             MOVE XL-COMPANY TO WS-CHASE-COMPS (WS-CHASE-COUNT)
             MOVE XL-FIRST-DATE TO WS-CHASE-FIRSTS (WS-CHASE-COUNT)
             MOVE WS-AGE-DAYS TO WS-CHASE-AGES (WS-CHASE-COUNT)
             MOVE XL-REJECT-COUNT TO WS-CHASE-REJS (WS-CHASE-COUNT)
             MOVE XL-RECYCLE-COUNT TO WS-CHASE-RCYS (WS-CHASE-COUNT)
             MOVE XL-HIST-REASON (1)
               TO WS-CHASE-REASONS (WS-CHASE-COUNT)
             MOVE XL-HIST-OUTCOME (1)
               TO WS-CHASE-OUTCOMES (WS-CHASE-COUNT)
           END-IF.

      *
      * COUNT THE LEDGER ENTRY INTO THE WEEK IT WAS OPENED, THE WEEK
      * IT WAS RESOLVED (RECYCLED OR MATCHED) AND THE WEEK IT WAS
      * WRITTEN OFF, WHERE THOSE FALL IN THE 8 WEEKS REPORTED.
      *
       COUNT-WEEKS.
           COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(XL-FIRST-DATE).
           PERFORM FIND-WEEK.
           IF WS-WK-IX > 0 THEN
             ADD 1 TO WS-WK-OPENED (WS-WK-IX)
           END-IF.
           IF XL-RESOLVED-DATE > 0 AND
              (XL-STATE = "RCYC" OR XL-STATE = "MTCH") THEN
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(XL-RESOLVED-DATE)
             PERFORM FIND-WEEK
             IF WS-WK-IX > 0 THEN
               IF XL-STATE = "RCYC" THEN
                 ADD 1 TO WS-WK-RECYCLED (WS-WK-IX)
               ELSE
                 ADD 1 TO WS-WK-MATCHED (WS-WK-IX)
               END-IF
             END-IF
           END-IF.
           IF XL-STATE = "WOFF" AND XL-WOFF-DATE > 0 THEN
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(XL-WOFF-DATE)
             PERFORM FIND-WEEK
             IF WS-WK-IX > 0 THEN
               ADD 1 TO WS-WK-WOFF (WS-WK-IX)
             END-IF
           END-IF.

      *
      * WEEK SLOT (1 = OLDEST, 8 = THIS WEEK) OF THE DAY IN
      * WS-DATE-INT, OR ZERO WHEN IT FALLS OUTSIDE THE 8 WEEKS.
      *
       FIND-WEEK.
           MOVE 0 TO WS-WK-IX.
           IF WS-DATE-INT >= WS-WK-OLDEST AND
              WS-DATE-INT < WS-WK-CURRENT + 7 THEN
             COMPUTE WS-WK-IX = (WS-DATE-INT - WS-WK-OLDEST) / 7 + 1
           END-IF.

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
               DISPLAY "DAY01XLDG: MORE THAN " WS-MAX-DEPTS
                 " DEPARTMENT(S) WITH OPEN EXCEPTIONS - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-DEPT-COUNT
             MOVE WS-DEPT-COUNT TO WS-DEPT-IX
             MOVE WS-DEPT-WORK TO WS-DEPT-CODES (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-B1 (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-B2 (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-B3 (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-B4 (WS-DEPT-IX)
             MOVE 0 TO WS-DEPT-RCYC (WS-DEPT-IX)
           END-IF.

       SHIFT-DEPT-SLOT.
           MOVE WS-DEPT-CODES (WS-J - 1) TO WS-DEPT-CODES (WS-J).
           MOVE WS-DEPT-B1 (WS-J - 1) TO WS-DEPT-B1 (WS-J).
           MOVE WS-DEPT-B2 (WS-J - 1) TO WS-DEPT-B2 (WS-J).
           MOVE WS-DEPT-B3 (WS-J - 1) TO WS-DEPT-B3 (WS-J).
           MOVE WS-DEPT-B4 (WS-J - 1) TO WS-DEPT-B4 (WS-J).
           MOVE WS-DEPT-RCYC (WS-J - 1) TO WS-DEPT-RCYC (WS-J).
           SUBTRACT 1 FROM WS-J.

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
             DISPLAY "DAY01XLDG: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01XLDG" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
