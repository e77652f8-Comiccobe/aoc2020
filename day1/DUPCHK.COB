           SELECT DUPE-REPORT ASSIGN TO "DUPERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DUPE-REPORT.
           SELECT COMPANY-HOLD ASSIGN TO "COMPHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMPANY-HOLD.
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
       FD DUPE-REPORT.
       01 DUPE-REPORT-RECORD PIC X(80).

       FD COMPANY-HOLD.
           COPY WSCOMPHLD.

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-RUN-PARMS PIC XX.
       01 WS-FS-DUPE-REPORT PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-COMPANY-HOLD PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PARM-ACTIVE PIC 9 VALUE 0.
       01 WS-PARM-APPLIED PIC 9 VALUE 0.
AOC20 * ONE ENTRY PER RUNPARMS COMPANY SECTION. A GROUP WITHOUT
AOC20 * COMPANY CARDS IS ONE SECTION WITH A BLANK CODE THAT TAKES
AOC20 * EVERY ENTRY WHATEVER ITS COMPANY.
       01 WS-MAX-COMPANIES PIC 9(2) VALUE 9.
       01 WS-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-C PIC 9(2).
       01 WS-CX PIC 9(2).
       01 WS-CO-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-CO-DUP-LIMITS OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-DUPLIM-SEEN OCCURS 9 TIMES PIC 9.
       01 WS-CO-ITEMS OCCURS 9 TIMES PIC 9(4).
       01 WS-CO-DUP-VALUES OCCURS 9 TIMES PIC 9(6).
       01 WS-CO-DUP-RECORDS OCCURS 9 TIMES PIC 9(6).
       01 WS-DUPLIM-MISSING PIC 9 VALUE 0.
       01 WS-HELD-COUNT PIC 9(2) VALUE 0.
       01 WS-UNDECLARED-COUNT PIC 9(6) VALUE 0.
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-V PIC 9(5).
       01 WS-VX PIC 9(5).
       01 WS-CHUNK PIC 9(4).
       01 WS-ENTRY-MIN PIC 9(4) VALUE 1.
       01 WS-ENTRY-MAX PIC 9(4) VALUE 2020.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-DUP-VALUES PIC 9(6) VALUE 0.
       01 WS-DUP-RECORDS PIC 9(6) VALUE 0.
AOC20 * OCCURRENCES PER COMPANY AND VALUE - COMPANY C'S COUNT FOR
AOC20 * VALUE V IS ENTRY (C - 1) * 9999 + V.
       01 WS-VALUE-COUNTS OCCURS 89991 TIMES PIC 9(4) VALUE 0.
       01 WS-ENTRY-VALUES OCCURS 9999 TIMES PIC 9(4).
       01 WS-ENTRY-COS OCCURS 9999 TIMES PIC 9.
       01 WS-ENTRY-LINES OCCURS 9999 TIMES PIC 9(6).
       01 WS-RPT-HEADER PIC X(80) VALUE
          "DAY01 DUPLICATE ENTRY ANALYSIS".
       01 WS-COMPANY-LINE.
          04 FILLER PIC X(8) VALUE "COMPANY ".
          04 WS-CL-COMPANY PIC X(4).
          04 FILLER PIC X(68) VALUE SPACE.
       01 WS-VALUE-LINE.
          04 FILLER PIC X(6) VALUE "VALUE ".
          04 WS-VL-VALUE PIC 9(4).
          04 WS-SL-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(43) VALUE SPACE.

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
      * THE DUPLICATE-RECORD LIMIT COMES FROM THE EFFECTIVE-DATED
      * KEYWORD DATASET (DUPLIM CARD, ONE PER COMPANY SECTION); THE
      * LAST GROUP DATED ON OR BEFORE THE RUN DATE APPLIES. A
      * COMPANY WITHOUT A DUPLIM CARD WOULD SILENTLY DISABLE ITS
      * DOUBLE-LOAD CHECK, SO ITS ABSENCE IS FATAL HERE AS WELL AS
      * IN DAY01PEDT.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-PARMS.
             DISPLAY "DAY01DUPE: UNABLE TO OPEN RUNPARMS.DAT - "
               WS-FS-RUN-PARMS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               DISPLAY "DAY01DUPE: ERROR READING RUNPARMS.DAT - "
                 WS-FS-RUN-PARMS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RUN-PARMS.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CO-COUNT
             IF WS-CO-DUPLIM-SEEN (WS-C) = 0 THEN
               MOVE 1 TO WS-DUPLIM-MISSING
             END-IF
             MOVE 0 TO WS-CO-ITEMS (WS-C)
             MOVE 0 TO WS-CO-DUP-VALUES (WS-C)
             MOVE 0 TO WS-CO-DUP-RECORDS (WS-C)
             ADD 1 TO WS-C
           END-PERFORM.
           IF WS-PARM-APPLIED = 0 OR WS-CO-COUNT = 0 OR
              WS-DUPLIM-MISSING = 1 THEN
             DISPLAY "DAY01DUPE: NO DUPLIM PARAMETER EFFECTIVE FOR "
               WS-RUN-DATE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * LOAD THE NIGHT'S EXTRACT WITH THE SAME EDIT AS THE MATCHERS
      * AND COUNT OCCURRENCES PER COMPANY AND VALUE. A RECORD WHOSE
      * VALUE WAS ALREADY SEEN IN ITS COMPANY COUNTS AS ONE
      * DUPLICATE RECORD. AN ENTRY FOR A COMPANY RUNPARMS DOES NOT
      * DECLARE IS AN EXCEPTION TO THE MATCHERS AND IS LEFT OUT.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01DUPE: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01DUPE: UNABLE TO OPEN INPUT.DAT - STATUS "
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
                 PERFORM FIND-COMPANY
                 IF WS-CX = 0 THEN
                   ADD 1 TO WS-UNDECLARED-COUNT
                 END-IF
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 AND
                    WS-CX > 0 THEN
                   IF WS-ITEM-COUNT >= WS-MAX-ITEMS THEN
                     DISPLAY "DAY01DUPE: INPUT.DAT EXCEEDS MAXIMUM OF "
                       WS-MAX-ITEMS " ENTRIES - JOB TERMINATED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE INPUT-NUMBER TO WS-ENTRY-VALUES (WS-ITEM-COUNT)
                   MOVE WS-LINE-NO TO WS-ENTRY-LINES (WS-ITEM-COUNT)
                   MOVE WS-CX TO WS-ENTRY-COS (WS-ITEM-COUNT)
                   ADD 1 TO WS-CO-ITEMS (WS-CX)
                   COMPUTE WS-VX = (WS-CX - 1) * 9999 + INPUT-NUMBER
                   IF WS-VALUE-COUNTS (WS-VX) > 0 THEN
                     ADD 1 TO WS-DUP-RECORDS
                     ADD 1 TO WS-CO-DUP-RECORDS (WS-CX)
                   END-IF
                   ADD 1 TO WS-VALUE-COUNTS (WS-VX)
                 END-IF
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
               DISPLAY "DAY01DUPE: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
      *
      * FREQUENCY REPORT: EVERY VALUE SEEN MORE THAN ONCE, WITH ITS
      * OCCURRENCE COUNT AND THE EXTRACT LINE NUMBERS WHERE IT SITS.
             DISPLAY "DAY01DUPE: UNABLE TO OPEN DUPERPT.DAT - STATUS "
               WS-FS-DUPE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           WRITE DUPE-REPORT-RECORD FROM WS-RPT-HEADER.
             DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - STATUS "
               WS-FS-DUPE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CO-COUNT
             PERFORM REPORT-COMPANY
             ADD 1 TO WS-C
           END-PERFORM.
           CLOSE DUPE-REPORT.
           DISPLAY "DUPE: RECORDS READ " WS-LINE-NO
             " VALID ENTRIES " WS-ITEM-COUNT
             " VALUES DUPLICATED " WS-DUP-VALUES
             " DUPLICATE RECORDS " WS-DUP-RECORDS.
           IF WS-UNDECLARED-COUNT > 0 THEN
             DISPLAY "DUPE: " WS-UNDECLARED-COUNT
               " RECORD(S) FOR A COMPANY NOT IN RUNPARMS - NOT COUNTED"
           END-IF.
      *
      * EACH COMPANY IS HELD TO ITS OWN LIMIT. ON A SINGLE-COMPANY
      * NIGHT AN OVER-LIMIT EXTRACT STOPS THE NIGHT. WITH COMPANY
      * SECTIONS ONLY THE OVER-LIMIT COMPANY IS HELD - IT GOES ON
      * THE COMPHOLD LIST FOR THE LATER STEPS - AND THE NIGHT IS
      * STOPPED ONLY WHEN EVERY COMPANY IS OVER.
      *
           OPEN OUTPUT COMPANY-HOLD.
           IF WS-FS-COMPANY-HOLD NOT = "00" THEN
             DISPLAY "DAY01DUPE: UNABLE TO OPEN COMPHOLD.DAT - STATUS "
               WS-FS-COMPANY-HOLD " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CO-COUNT
             IF WS-CO-CODES (WS-C) NOT = SPACE THEN
               DISPLAY "DUPE: COMPANY " WS-CO-CODES (WS-C)
                 " VALID ENTRIES " WS-CO-ITEMS (WS-C)
                 " DUPLICATE RECORDS " WS-CO-DUP-RECORDS (WS-C)
             END-IF
             IF WS-CO-DUP-RECORDS (WS-C) > WS-CO-DUP-LIMITS (WS-C) THEN
               PERFORM HOLD-COMPANY
             END-IF
             ADD 1 TO WS-C
           END-PERFORM.
           CLOSE COMPANY-HOLD.
           IF WS-HELD-COUNT > 0 THEN
             IF WS-HELD-COUNT < WS-CO-COUNT THEN
               DISPLAY "DUPE: " WS-HELD-COUNT " COMPANY(S) HELD - "
                 "THE OTHER COMPANIES' NIGHT CONTINUES"
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * ONE COMPANY OVER ITS DUPLIM. A BLANK CODE IS THE WHOLE
      * SINGLE-COMPANY NIGHT, WHICH THE RETURN CODE STOPS.
      *
       HOLD-COMPANY.
           ADD 1 TO WS-HELD-COUNT.
           IF WS-CO-CODES (WS-C) = SPACE THEN
             DISPLAY "DUPE: DUPLICATE RECORDS EXCEED LIMIT "
               WS-CO-DUP-LIMITS (WS-C)
               " - POSSIBLE DOUBLE-LOADED EXTRACT"
           ELSE
             DISPLAY "DUPE: COMPANY " WS-CO-CODES (WS-C)
               " DUPLICATE RECORDS EXCEED LIMIT "
               WS-CO-DUP-LIMITS (WS-C)
               " - POSSIBLE DOUBLE-LOADED EXTRACT"
             MOVE SPACE TO COMPANY-HOLD-RECORD
             MOVE WS-CO-CODES (WS-C) TO CH-COMPANY
             MOVE "DAY01DUPE" TO CH-STEP
             MOVE "DUPLICATE RECORDS OVER DUPLIM" TO CH-REASON
             WRITE COMPANY-HOLD-RECORD
             IF WS-FS-COMPANY-HOLD NOT = "00" THEN
               DISPLAY "DAY01DUPE: ERROR WRITING COMPHOLD.DAT - "
                 WS-FS-COMPANY-HOLD " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.

      *
      * THE ENTRY'S RUNPARMS COMPANY SECTION INTO WS-CX, ZERO WHEN
      * ITS COMPANY HAS NONE. A GROUP WITHOUT COMPANY CARDS TAKES
      * EVERY ENTRY.
      *
       FIND-COMPANY.
           MOVE 0 TO WS-CX.
           IF WS-CO-CODES (1) = SPACE THEN
             MOVE 1 TO WS-CX
           ELSE
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-CO-COUNT OR WS-CX > 0
               IF WS-CO-CODES (WS-C) = INPUT-COMPANY THEN
                 MOVE WS-C TO WS-CX
               END-IF
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.

      *
      * POSTING-DATE EDIT - THE SAME EDIT THE MATCHERS APPLY, SO
      * THE DUPLICATE COUNTS DESCRIBE THE POPULATION THEY WILL
      * ACTUALLY SCAN.
      *
       EDIT-POST-DATE.
           MOVE 0 TO WS-DATE-OK.
           IF INPUT-POST-DATE NUMERIC THEN
             MOVE INPUT-POST-DATE TO WS-POST-DATE
             IF WS-PD-YEAR >= WS-YEAR-MIN AND
                WS-PD-MONTH >= 1 AND WS-PD-MONTH <= 12 THEN
               MOVE 31 TO WS-MONTH-MAX
               IF WS-PD-MONTH = 4 OR WS-PD-MONTH = 6 OR
                  WS-PD-MONTH = 9 OR WS-PD-MONTH = 11 THEN
                 MOVE 30 TO WS-MONTH-MAX
               END-IF
               IF WS-PD-MONTH = 2 THEN
                 MOVE 28 TO WS-MONTH-MAX
                 IF FUNCTION MOD(WS-PD-YEAR, 4) = 0 AND
                    (FUNCTION MOD(WS-PD-YEAR, 100) NOT = 0 OR
                     FUNCTION MOD(WS-PD-YEAR, 400) = 0) THEN
                   MOVE 29 TO WS-MONTH-MAX
                 END-IF
               END-IF
               IF WS-PD-DAY >= 1 AND WS-PD-DAY <= WS-MONTH-MAX AND
                  WS-POST-DATE <= WS-RUN-DATE THEN
                 MOVE 1 TO WS-DATE-OK
               END-IF
             END-IF
           END-IF.

      *
      * APPLY ONE PARAMETER CARD. AN EFFDATE CARD OPENS CAPTURE
      * (RESETTING THE GROUP) WHEN ITS DATE IS ON OR BEFORE THE
      * RUN DATE, AND CLOSES IT WHEN THE DATE IS STILL IN THE
      * FUTURE. KEYWORDS THIS PROGRAM DOES NOT USE ARE IGNORED -
      * DAY01PEDT POLICES THE FULL CARD SET.
      *
       APPLY-PARM-CARD.
           IF RUN-PARM-RECORD = SPACE OR RP-KEYWORD (1:1) = "*" THEN
             CONTINUE
           ELSE
             IF RP-KEYWORD = "EFFDATE" THEN
               IF RP-VALUE-8 NOT NUMERIC THEN
                 DISPLAY "DAY01DUPE: RUNPARMS EFFDATE NOT NUMERIC - "
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
                   MOVE 0 TO WS-CO-DUPLIM-SEEN (WS-CO-COUNT)
                 END-IF
                 IF RP-KEYWORD = "DUPLIM" AND RP-NUM-6 NUMERIC THEN
                   IF WS-CO-COUNT = 0 THEN
                     MOVE 1 TO WS-CO-COUNT
                     MOVE SPACE TO WS-CO-CODES (1)
                     MOVE 0 TO WS-CO-DUPLIM-SEEN (1)
                   END-IF
                   MOVE RP-NUM-6 TO WS-CO-DUP-LIMITS (WS-CO-COUNT)
                   MOVE 1 TO WS-CO-DUPLIM-SEEN (WS-CO-COUNT)
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
                 DISPLAY "DAY01DUPE: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.

      *
      * ONE COMPANY'S SECTION OF THE FREQUENCY REPORT: EVERY VALUE
      * SEEN MORE THAN ONCE IN THE COMPANY, WITH ITS OCCURRENCE
      * COUNT AND THE EXTRACT LINE NUMBERS WHERE IT SITS, THEN THE
      * COMPANY'S TOTALS AGAINST ITS OWN DUPLIM.
      *
       REPORT-COMPANY.
           IF WS-CO-CODES (WS-C) NOT = SPACE THEN
             MOVE WS-CO-CODES (WS-C) TO WS-CL-COMPANY
             WRITE DUPE-REPORT-RECORD FROM WS-COMPANY-LINE
             IF WS-FS-DUPE-REPORT NOT = "00" THEN
               DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - STATUS "
                 WS-FS-DUPE-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           MOVE 1 TO WS-V.
           PERFORM UNTIL WS-V > 9999
             COMPUTE WS-VX = (WS-C - 1) * 9999 + WS-V
             IF WS-VALUE-COUNTS (WS-VX) > 1 THEN
               ADD 1 TO WS-DUP-VALUES
               ADD 1 TO WS-CO-DUP-VALUES (WS-C)
               MOVE WS-V TO WS-VL-VALUE
               MOVE WS-VALUE-COUNTS (WS-VX) TO WS-VL-COUNT
               WRITE DUPE-REPORT-RECORD FROM WS-VALUE-LINE
               IF WS-FS-DUPE-REPORT NOT = "00" THEN
                 DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - "
                   WS-FS-DUPE-REPORT " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
               MOVE SPACE TO WS-LINES-LINE
               MOVE 0 TO WS-CHUNK
               MOVE 1 TO WS-I
               PERFORM UNTIL WS-I > WS-ITEM-COUNT
                 IF WS-ENTRY-VALUES (WS-I) = WS-V AND
                    WS-ENTRY-COS (WS-I) = WS-C THEN
                   ADD 1 TO WS-CHUNK
                   MOVE WS-ENTRY-LINES (WS-I)
                     TO WS-LL-NO (WS-CHUNK)
                       DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT - "
                         WS-FS-DUPE-REPORT " - JOB TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM WRITE-STEP-LOG
                       STOP RUN
                     END-IF
                     MOVE SPACE TO WS-LINES-LINE
                   DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - "
                     WS-FS-DUPE-REPORT " - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
               END-IF
             ADD 1 TO WS-V
           END-PERFORM.
           MOVE "VALUES DUPLICATED" TO WS-SL-TEXT.
           MOVE WS-CO-DUP-VALUES (WS-C) TO WS-SL-COUNT.
           WRITE DUPE-REPORT-RECORD FROM WS-SUMMARY-LINE.
           IF WS-FS-DUPE-REPORT NOT = "00" THEN
             DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - STATUS "
               WS-FS-DUPE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE "DUPLICATE RECORDS" TO WS-SL-TEXT.
           MOVE WS-CO-DUP-RECORDS (WS-C) TO WS-SL-COUNT.
           WRITE DUPE-REPORT-RECORD FROM WS-SUMMARY-LINE.
           IF WS-FS-DUPE-REPORT NOT = "00" THEN
             DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - STATUS "
               WS-FS-DUPE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE "PARAMETER DUPLIM" TO WS-SL-TEXT.
           MOVE WS-CO-DUP-LIMITS (WS-C) TO WS-SL-COUNT.
           WRITE DUPE-REPORT-RECORD FROM WS-SUMMARY-LINE.
           IF WS-FS-DUPE-REPORT NOT = "00" THEN
             DISPLAY "DAY01DUPE: ERROR WRITING DUPERPT.DAT - STATUS "
               WS-FS-DUPE-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
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
             DISPLAY "DAY01DUPE: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01DUPE" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LINE-NO TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
