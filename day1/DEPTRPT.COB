           SELECT DEPT-REPORT ASSIGN TO "DEPTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEPT-REPORT.
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

       FD EXCEPTION-FILE.
           COPY WSEXCEPT.
       FD DEPT-REPORT.
       01 DEPT-REPORT-RECORD PIC X(132).

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-EXCEPTION-FILE PIC XX.
       01 WS-FS-DEPT-REPORT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-PAGE-MAX PIC 9(4) VALUE 55.
       01 WS-EXC-RATE PIC 9(3)V99.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
       01 WS-DEPT-HEADING.
          04 FILLER PIC X(11) VALUE "DEPARTMENT ".
          04 WS-DH-CODE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DH-NAME PIC X(30).
          04 FILLER PIC X(14) VALUE "  COST CENTER ".
          04 WS-DH-COST-CENTER PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DH-STATUS PIC X(10).
          04 FILLER PIC X(51) VALUE SPACE.
       01 WS-DETAIL-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-DL-TEXT PIC X(34).
          04 FILLER PIC X(52) VALUE SPACE.
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
      * PASS THE NIGHT'S INPUT GENERATION ONCE, ACCUMULATING PER
      * TO THE DEPARTMENTS FROM THESE FIGURES.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01DEPT: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01DEPT: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                 PERFORM FIND-DEPT
                 ADD 1 TO WS-DEPT-ENTRIES (WS-DEPT-IX)
                 PERFORM EDIT-POST-DATE
                 PERFORM EDIT-DEPT
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 THEN
                   ADD 1 TO WS-DEPT-VALID (WS-DEPT-IX)
                   ADD INPUT-NUMBER TO WS-DEPT-AMOUNT (WS-DEPT-IX)
                 END-IF
               DISPLAY "DAY01DEPT: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               DISPLAY "DAY01DEPT: UNABLE TO OPEN EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
                     DISPLAY "DAY01DEPT: EXCEPT.DAT EXCEEDS MAXIMUM "
                       "OF " WS-MAX-SEEN " LINES - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-SEEN-COUNT
               DISPLAY "DAY01DEPT: ERROR READING EXCEPT.DAT - STATUS "
                 WS-FS-EXCEPTION-FILE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01DEPT: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01DEPT: ERROR READING MATCHRPT.DAT - STATUS "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01DEPT: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01DEPT: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             ADD 1 TO WS-I
           END-PERFORM.
      *
      * PRINT ONE SECTION PER DEPARTMENT, HEADED WITH THE NAME AND
      * COST CENTER FROM THE DEPARTMENT MASTER. A CODE THE MASTER
      * DOES NOT KNOW (ALL ITS ENTRIES WENT TO EXCEPT.DAT) STILL
      * GETS A SECTION SO THE SUBMITTING AREA CAN BE CHASED.
      *
           OPEN OUTPUT DEPT-REPORT.
           IF WS-FS-DEPT-REPORT NOT = "00" THEN
             DISPLAY "DAY01DEPT: UNABLE TO OPEN DEPTRPT.DAT - STATUS "
               WS-FS-DEPT-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-DEPT-COUNT
             MOVE WS-DEPT-CODES (WS-I) TO WS-DH-CODE
             PERFORM GET-DEPT-NAME
             MOVE WS-DEPT-HEADING TO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE "ENTRIES SUBMITTED" TO WS-DL-TEXT
           MOVE WS-FOOTNOTE-1 TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE DEPT-REPORT.
           CLOSE DEPT-MASTER.
           DISPLAY "DEPT: " WS-DEPT-COUNT " DEPARTMENT(S) REPORTED "
             "FROM " WS-LINE-NO " INPUT RECORD(S) ON "
             WS-PAGE-NO " PAGE(S)".
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
               DISPLAY "DAY01DEPT: MORE THAN " WS-MAX-DEPTS
                 " DEPARTMENT(S) SEEN - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-DEPT-COUNT
               DISPLAY "DAY01DEPT: MORE THAN " WS-MAX-PART
                 " MATCHED ENTRY(S) - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
             ADD 1 TO WS-PART-COUNT
             ADD 1 TO WS-DEPT-MATCHED (WS-DEPT-IX)
           END-IF.

      *
      * NAME, COST CENTER AND STATUS FOR THE SECTION HEADING OF
      * THE CODE IN WS-DH-CODE.
      *
       GET-DEPT-NAME.
           MOVE WS-DH-CODE TO DM-DEPT-CODE.
           READ DEPT-MASTER.
           IF WS-FS-DEPT-MASTER = "00" THEN
             MOVE DM-NAME TO WS-DH-NAME
             MOVE DM-COST-CENTER TO WS-DH-COST-CENTER
             IF DM-STATUS = "A" THEN
               MOVE SPACE TO WS-DH-STATUS
             ELSE
               MOVE "(INACTIVE)" TO WS-DH-STATUS
             END-IF
           ELSE
             IF WS-FS-DEPT-MASTER = "23" THEN
               MOVE "*** NOT ON DEPARTMENT MASTER" TO WS-DH-NAME
               MOVE SPACE TO WS-DH-COST-CENTER
               MOVE SPACE TO WS-DH-STATUS
             ELSE
               DISPLAY "DAY01DEPT: ERROR READING DEPTMAST.DAT - "
                 WS-FS-DEPT-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.

       SHIFT-DEPT-SLOT.
           MOVE WS-DEPT-CODES (WS-J - 1) TO WS-DEPT-CODES (WS-J).
           MOVE WS-DEPT-ENTRIES (WS-J - 1) TO WS-DEPT-ENTRIES (WS-J).
             DISPLAY "DAY01DEPT: ERROR WRITING DEPTRPT.DAT - STATUS "
               WS-FS-DEPT-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           WRITE DEPT-REPORT-RECORD FROM WS-HEADER-2.
             DISPLAY "DAY01DEPT: ERROR WRITING DEPTRPT.DAT - STATUS "
               WS-FS-DEPT-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 2 TO WS-LINE-COUNT.
             DISPLAY "DAY01DEPT: ERROR WRITING DEPTRPT.DAT - STATUS "
               WS-FS-DEPT-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
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
                 DISPLAY "DAY01DEPT: ERROR READING DEPTMAST.DAT - "
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
             DISPLAY "DAY01DEPT: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01DEPT" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
