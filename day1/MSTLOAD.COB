           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXCEPTION-FILE.
           SELECT LATE-POST ASSIGN TO "LATEPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LATE-POST.
           SELECT ENTRY-MASTER ASSIGN TO "ENTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-ENTRY-ID
           FILE STATUS IS WS-FS-ENTRY-MASTER.
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

       FD LATE-POST.
           COPY WSLATEPST.

       FD ENTRY-MASTER.
           COPY WSENTMAST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-EXCEPTION-FILE PIC XX.
       01 WS-FS-ENTRY-MASTER PIC XX.
       01 WS-FS-LATE-POST PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-FLAG-ID PIC X(8).
       01 WS-PAIR-FLAGS PIC 9(6) VALUE 0.
       01 WS-TRIPLE-FLAGS PIC 9(6) VALUE 0.
       01 WS-EXC-FLAGS PIC 9(6) VALUE 0.
       01 WS-LATE-FLAGS PIC 9(6) VALUE 0.

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
      * OPEN THE MASTER FOR UPDATE; ON THE VERY FIRST RUN THE
             DISPLAY "DAY01MSTL: UNABLE TO OPEN ENTMAST.DAT - STATUS "
               WS-FS-ENTRY-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * PASS 1 - THE NIGHT'S INPUT GENERATION. EVERY RECORD IS
      * ADDED OR UPDATED; TONIGHT'S RECORDS START AT STATUS NONE
      * AND EXC-FLAG N, THEN THE MATCH AND EXCEPT PASSES BELOW
      * FLAG WHAT THE NIGHT ACTUALLY DID WITH THEM. THE LEDGER
      * POSTING STATUS BELONGS TO DAY01GLRC: A NEW ENTRY STARTS
      * BLANK AND AN UPDATE LEAVES IT AS IT WAS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT PROBLEM-INPUT.
             DISPLAY "DAY01MSTL: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                   END-IF
                   MOVE INPUT-DEPT TO EM-DEPT
                   MOVE INPUT-POST-DATE TO EM-POST-DATE
                   MOVE INPUT-COMPANY TO EM-COMPANY
                   MOVE WS-RUN-DATE TO EM-LAST-SEEN
                   MOVE "NONE" TO EM-MATCH-STATUS
                   MOVE "N" TO EM-EXC-FLAG
                     DISPLAY "DAY01MSTL: ERROR REWRITING ENTMAST - "
                       WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-UPD-COUNT
                     END-IF
                     MOVE INPUT-DEPT TO EM-DEPT
                     MOVE INPUT-POST-DATE TO EM-POST-DATE
                     MOVE INPUT-COMPANY TO EM-COMPANY
                     MOVE WS-RUN-DATE TO EM-FIRST-SEEN
                     MOVE WS-RUN-DATE TO EM-LAST-SEEN
                     MOVE "NONE" TO EM-MATCH-STATUS
                     MOVE "N" TO EM-EXC-FLAG
                     MOVE SPACE TO EM-GL-STATUS
                     MOVE 0 TO EM-GL-DATE
                     MOVE SPACE TO EM-GL-REASON
                     WRITE ENTRY-MASTER-RECORD
                     IF WS-FS-ENTRY-MASTER NOT = "00" THEN
                       DISPLAY "DAY01MSTL: ERROR WRITING ENTMAST - "
                         WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     ADD 1 TO WS-ADD-COUNT
                     DISPLAY "DAY01MSTL: ERROR READING ENTMAST - "
                       WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                 END-IF
               DISPLAY "DAY01MSTL: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01MSTL: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01MSTL: ERROR READING MATCHRPT.DAT - "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01MSTL: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01MSTL: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               DISPLAY "DAY01MSTL: UNABLE TO OPEN EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
                       DISPLAY "DAY01MSTL: ERROR REWRITING ENTMAST - "
                         WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     ADD 1 TO WS-EXC-FLAGS
                     DISPLAY "DAY01MSTL: ERROR READING ENTMAST - "
                       WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                 END-IF
               DISPLAY "DAY01MSTL: ERROR READING EXCEPT.DAT - STATUS "
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
      * PASS 5 - LATE POSTINGS. AN ENTRY OR POOL ITEM DAY01P01
      * FOUND DATED INTO A CLOSED FISCAL PERIOD GETS STATUS LATE,
      * WHICH ALSO TAKES IT OUT OF THE OPEN-ITEM POOL.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT LATE-POST.
           IF WS-FS-LATE-POST = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-LATE-POST NOT = "00" THEN
               DISPLAY "DAY01MSTL: UNABLE TO OPEN LATEPOST.DAT - "
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
                 MOVE LP-ENTRY-ID TO EM-ENTRY-ID
                 READ ENTRY-MASTER
                 IF WS-FS-ENTRY-MASTER = "00" THEN
                   MOVE "LATE" TO EM-MATCH-STATUS
                   REWRITE ENTRY-MASTER-RECORD
                   IF WS-FS-ENTRY-MASTER NOT = "00" THEN
                     DISPLAY "DAY01MSTL: ERROR REWRITING ENTMAST - "
                       WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-LATE-FLAGS
                 ELSE
                   IF WS-FS-ENTRY-MASTER NOT = "23" THEN
                     DISPLAY "DAY01MSTL: ERROR READING ENTMAST - "
                       WS-FS-ENTRY-MASTER " - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-LATE-POST NOT = "00" AND
                WS-FS-LATE-POST NOT = "10" THEN
               DISPLAY "DAY01MSTL: ERROR READING LATEPOST.DAT - "
                 WS-FS-LATE-POST " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-LATE-POST NOT = "35" THEN
             CLOSE LATE-POST
           END-IF.
           CLOSE ENTRY-MASTER.
           DISPLAY "MSTL: " WS-LINE-NO " INPUT RECORD(S) - "
             WS-ADD-COUNT " ADDED - " WS-UPD-COUNT " UPDATED - "
             WS-PAIR-FLAGS " PAIR FLAG(S) - "
             WS-TRIPLE-FLAGS " TRIPLE FLAG(S) - "
             WS-EXC-FLAGS " EXCEPTION FLAG(S) - "
             WS-LATE-FLAGS " LATE FLAG(S)".
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
               DISPLAY "DAY01MSTL: ERROR REWRITING ENTMAST - "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-PAIR-FLAGS
               DISPLAY "DAY01MSTL: ERROR READING ENTMAST - "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
               DISPLAY "DAY01MSTL: ERROR REWRITING ENTMAST - "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-TRIPLE-FLAGS
               DISPLAY "DAY01MSTL: ERROR READING ENTMAST - "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
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
             DISPLAY "DAY01MSTL: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01MSTL" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
