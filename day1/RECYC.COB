           SELECT RECYCLE-REJECT ASSIGN TO "RECYCREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECYCLE-REJECT.
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
          04 REJ-VALUE PIC X(4).
          04 REJ-SEP-3 PIC X.
          04 REJ-REASON PIC X(8).
          04 REJ-SEP-4 PIC X.
          04 REJ-COMPANY PIC X(4).

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-EXCEPTION-FILE PIC XX.
       01 WS-FS-RECYCLE-INPUT PIC XX.
       01 WS-FS-RECYCLE-REJECT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-FIRST-CHAR PIC 9(4).
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-BLANK-COUNT PIC 9(6) VALUE 0.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
          04 WS-PD-MONTH PIC 9(2).
          04 WS-PD-DAY PIC 9(2).

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
           OPEN INPUT EXCEPTION-FILE.
           IF WS-FS-EXCEPTION-FILE NOT = "00" THEN
             DISPLAY "DAY01RCYC: UNABLE TO OPEN EXCEPT.DAT - STATUS "
               WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN OUTPUT RECYCLE-INPUT.
             DISPLAY "DAY01RCYC: UNABLE TO OPEN RECYCIN.DAT - STATUS "
               WS-FS-RECYCLE-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN OUTPUT RECYCLE-REJECT.
             DISPLAY "DAY01RCYC: UNABLE TO OPEN RECYCREJ.DAT - STATUS "
               WS-FS-RECYCLE-REJECT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01RCYC: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * WOULD BOUNCE IT OFF THE MATCHERS' DATE EDIT EVERY NIGHT
      * FOREVER. A FUTURE-DATED ENTRY IS NOT REJECTED - IT PASSES
      * THE CALENDAR CHECK HERE AND SELF-HEALS ONCE THE RUN DATE
      * CATCHES UP. A DEPARTMENT THE MASTER DOES NOT HAVE, OR HAS
      * INACTIVE FOR THE POSTING DATE, IS HARD-REJECTED NEXT FOR
      * THE SAME REASON - ONLY A RE-KEYED CODE (OR A DAY01DMNT
      * ADD) CAN HEAL IT. THEN THE STANDARD VALUE REPAIRS, IN ORDER:
      * DROP A FULLY BLANK VALUE, STRIP LEADING/TRAILING SPACES,
      * LEFT-ZERO-FILL A SHORT VALUE. WHAT STILL FAILS THE
      * MATCHERS' NUMERIC/RANGE EDIT AFTER THAT IS A HARD REJECT
                     DISPLAY "DAY01RCYC: EXCEPT.DAT EXCEEDS MAXIMUM "
                       "OF " WS-MAX-SEEN " LINES - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE EXC-VALUE TO REJ-VALUE
                   MOVE SPACE TO REJ-SEP-3
                   MOVE "BADDATE" TO REJ-REASON
                   MOVE SPACE TO REJ-SEP-4
                   MOVE EXC-COMPANY TO REJ-COMPANY
                   WRITE RECYCLE-REJECT-RECORD
                   IF WS-FS-RECYCLE-REJECT NOT = "00" THEN
                     DISPLAY "DAY01RCYC: ERROR WRITING RECYCREJ"
                       " - " WS-FS-RECYCLE-REJECT
                       " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-REJECT-COUNT
                 END-IF
                 IF WS-SEEN-HIT = 0 AND WS-DATE-OK = 1 THEN
                   PERFORM EDIT-DEPT
                 END-IF
                 IF WS-SEEN-HIT = 0 AND WS-DATE-OK = 1 AND
                    WS-DEPT-OK = 0 THEN
                   MOVE EXC-LINE-NO TO REJ-LINE-NO
                   MOVE SPACE TO REJ-SEP-1
                   MOVE EXC-ENTRY-ID TO REJ-ENTRY-ID
                   MOVE SPACE TO REJ-SEP-2
                   MOVE EXC-VALUE TO REJ-VALUE
                   MOVE SPACE TO REJ-SEP-3
                   MOVE "BADDEPT" TO REJ-REASON
                   MOVE SPACE TO REJ-SEP-4
                   MOVE EXC-COMPANY TO REJ-COMPANY
                   WRITE RECYCLE-REJECT-RECORD
                   IF WS-FS-RECYCLE-REJECT NOT = "00" THEN
                     DISPLAY "DAY01RCYC: ERROR WRITING RECYCREJ"
                       " - " WS-FS-RECYCLE-REJECT
                       " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-REJECT-COUNT
                 END-IF
                 IF WS-SEEN-HIT = 0 AND WS-DATE-OK = 1 AND
                    WS-DEPT-OK = 1 THEN
                   MOVE EXC-VALUE TO WS-WORK-VALUE
                   MOVE 0 TO WS-FIRST-CHAR
                   MOVE 0 TO WS-LAST-CHAR
                       MOVE EXC-VALUE TO REJ-VALUE
                       MOVE SPACE TO REJ-SEP-3
                       MOVE "NONNUMER" TO REJ-REASON
                       MOVE SPACE TO REJ-SEP-4
                       MOVE EXC-COMPANY TO REJ-COMPANY
                       WRITE RECYCLE-REJECT-RECORD
                       IF WS-FS-RECYCLE-REJECT NOT = "00" THEN
                         DISPLAY "DAY01RCYC: ERROR WRITING RECYCREJ"
                           " - " WS-FS-RECYCLE-REJECT
                           " - JOB TERMINATED"
                         MOVE 16 TO RETURN-CODE
                         PERFORM WRITE-STEP-LOG
                         STOP RUN
                       END-IF
                       ADD 1 TO WS-REJECT-COUNT
                         MOVE EXC-POST-DATE TO INPUT-POST-DATE
                         MOVE SPACE TO INPUT-SEP-3
                         MOVE WS-REPAIRED-NUM TO INPUT-NUMBER
                         MOVE SPACE TO INPUT-SEP-4
                         MOVE EXC-COMPANY TO INPUT-COMPANY
                         WRITE PROBLEM-FILE
                         IF WS-FS-RECYCLE-INPUT NOT = "00" THEN
                           DISPLAY "DAY01RCYC: ERROR WRITING RECYCIN"
                             " - " WS-FS-RECYCLE-INPUT
                             " - JOB TERMINATED"
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-STEP-LOG
                           STOP RUN
                         END-IF
                         ADD 1 TO WS-REPAIR-COUNT
                         MOVE EXC-VALUE TO REJ-VALUE
                         MOVE SPACE TO REJ-SEP-3
                         MOVE "RANGE" TO REJ-REASON
                         MOVE SPACE TO REJ-SEP-4
                         MOVE EXC-COMPANY TO REJ-COMPANY
                         WRITE RECYCLE-REJECT-RECORD
                         IF WS-FS-RECYCLE-REJECT NOT = "00" THEN
                           DISPLAY "DAY01RCYC: ERROR WRITING RECYCREJ"
                             " - " WS-FS-RECYCLE-REJECT
                             " - JOB TERMINATED"
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-STEP-LOG
                           STOP RUN
                         END-IF
                         ADD 1 TO WS-REJECT-COUNT
               DISPLAY "DAY01RCYC: ERROR READING EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           CLOSE RECYCLE-INPUT.
           CLOSE RECYCLE-REJECT.
           CLOSE DEPT-MASTER.
           DISPLAY "RECYC: " WS-READ-COUNT " EXCEPTION(S) READ - "
             WS-REPAIR-COUNT " REPAIRED TO RECYCIN.DAT - "
             WS-REJECT-COUNT " REJECTED TO RECYCREJ.DAT - "
             WS-BLANK-COUNT " BLANK(S) DROPPED - "
             WS-DUP-COUNT " DUPLICATE(S) SKIPPED".
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
               END-IF
             END-IF
           END-IF.

      *
      * DEPARTMENT EDIT - THE MATCHERS' DEPARTMENT MASTER CHECK (ON
      * FILE, ACTIVE, EFFECTIVE ON THE POSTING DATE). ONLY REACHED
      * ONCE THE CALENDAR EDIT ABOVE HAS LOADED WS-POST-DATE.
      *
       EDIT-DEPT.
           MOVE 0 TO WS-DEPT-OK.
           MOVE EXC-DEPT TO DM-DEPT-CODE.
           READ DEPT-MASTER.
           IF WS-FS-DEPT-MASTER = "00" THEN
             IF DM-STATUS = "A" AND
                DM-EFF-FROM <= WS-POST-DATE AND
                DM-EFF-TO >= WS-POST-DATE THEN
               MOVE 1 TO WS-DEPT-OK
             END-IF
           ELSE
             IF WS-FS-DEPT-MASTER NOT = "23" THEN
               DISPLAY "DAY01RCYC: ERROR READING DEPTMAST.DAT - "
                 WS-FS-DEPT-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
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
             DISPLAY "DAY01RCYC: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01RCYC" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-READ-COUNT TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
