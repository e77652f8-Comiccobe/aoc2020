           SELECT AGE-REPORT ASSIGN TO "AGERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGE-REPORT.
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
       FD AGE-REPORT.
       01 AGE-REPORT-RECORD PIC X(80).

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-AGE-REPORT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-B3-COUNT PIC 9(6) VALUE 0.
       01 WS-B3-AMOUNT PIC 9(9) VALUE 0.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
          "  (NO STALE ENTRY THIS NIGHT)".
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
      * RESEARCH CLERKS NEED TO SEE.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01AGE: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01AGE: UNABLE TO OPEN INPUT.DAT - STATUS "
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
                   ADD 1 TO WS-ITEM-COUNT
                   COMPUTE WS-POST-INT =
                     FUNCTION INTEGER-OF-DATE(WS-POST-DATE)
                         DISPLAY "DAY01AGE: MORE THAN " WS-MAX-STALE
                           " STALE ENTRY(S) - JOB TERMINATED"
                         MOVE 16 TO RETURN-CODE
                         PERFORM WRITE-STEP-LOG
                         STOP RUN
                       END-IF
                       ADD 1 TO WS-STALE-COUNT
               DISPLAY "DAY01AGE: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
           OPEN OUTPUT AGE-REPORT.
           IF WS-FS-AGE-REPORT NOT = "00" THEN
             DISPLAY "DAY01AGE: UNABLE TO OPEN AGERPT.DAT - STATUS "
               WS-FS-AGE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           DISPLAY "AGE: " WS-ITEM-COUNT " VALID ENTRY(S) BUCKETED - "
             WS-B1-COUNT " AT 0-30 - " WS-B2-COUNT " AT 31-60 - "
             WS-B3-COUNT " OVER 60 (CHASE LIST)".
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

       CHECK-REPORT-WRITE.
             DISPLAY "DAY01AGE: ERROR WRITING AGERPT.DAT - STATUS "
               WS-FS-AGE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

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
                 DISPLAY "DAY01AGE: ERROR READING DEPTMAST.DAT - "
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
             DISPLAY "DAY01AGE: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01AGE" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
