           SELECT RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-HISTORY.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT EXTRACT-CONTROL ASSIGN TO "EXTCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXTRACT-CONTROL.
           SELECT COMPANY-HOLD ASSIGN TO "COMPHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMPANY-HOLD.
           SELECT STEP-LOG ASSIGN TO "STEPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STEP-LOG.
       DATA DIVISION.

       FILE SECTION.
           COPY WSEXPENSE.

       FD MATCH-REPORT.
       01 MATCH-REPORT-RECORD.
          04 FILLER PIC X(54).
          04 MR-COMPANY PIC X(4).

       FD MATCH3-REPORT.
       01 MATCH3-REPORT-RECORD.
          04 FILLER PIC X(77).
          04 M3-COMPANY PIC X(4).

       FD RUN-HISTORY.
           COPY WSRUNHIST.

       FD DEPT-MASTER.
           COPY WSDEPTMST.

       FD EXTRACT-CONTROL.
           COPY WSEXTCTL.

       FD COMPANY-HOLD.
           COPY WSCOMPHLD.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROBLEM-INPUT PIC XX.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-RUN-HISTORY PIC XX.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-EXTRACT-CONTROL PIC XX.
       01 WS-FS-COMPANY-HOLD PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-EOF PIC 9.
       01 WS-ERROR-COUNT PIC 9(4) VALUE 0.
       01 WS-ENTRY-MIN PIC 9(4) VALUE 1.
          04 WS-RH-SUM PIC 9(9).
          04 WS-RH-SEP-11 PIC X.
          04 WS-RH-STATUS PIC X(4).
          04 WS-RH-SEP-12 PIC X.
          04 WS-RH-COMPANY PIC X(4).
       01 WS-P1-RUN-DATE PIC 9(8).
       01 WS-P1-INPUT-GEN PIC X(8).
       01 WS-P1-RECORDS PIC 9(6).
       01 WS-P1-VALID PIC 9(6).
       01 WS-P1-EXCEPTS PIC 9(6).
       01 WS-ACT-EXCEPTS PIC 9(6) VALUE 0.
       01 WS-ACT-PAIRS PIC 9(8) VALUE 0.
       01 WS-ACT-TRIPLES PIC 9(8) VALUE 0.
AOC20 * THE NIGHT'S ACCEPTED EXTRACT CONTROL TOTALS, AND THE SAME
AOC20 * FIGURES RE-DERIVED FROM THE EXTRACT PORTION OF THE INPUT
AOC20 * GENERATION (THE FIRST CL-RECORD-COUNT RECORDS - STEP005
AOC20 * LOADS LAST NIGHT'S RECYCLED REPAIRS BEHIND THEM).
       01 WS-CTL-FOUND PIC 9 VALUE 0.
       01 WS-CTL-SEQUENCE-NO PIC 9(6).
       01 WS-CTL-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-CTL-AMOUNT-HASH PIC 9(12) VALUE 0.
       01 WS-CTL-ENTRY-HASH PIC 9(12) VALUE 0.
       01 WS-EXT-RECORDS PIC 9(6) VALUE 0.
       01 WS-EXT-AMOUNT-HASH PIC 9(12) VALUE 0.
       01 WS-EXT-ENTRY-HASH PIC 9(12) VALUE 0.
       01 WS-EXT-EXCEPT-SUM PIC 9(12) VALUE 0.
       01 WS-RCY-RECORDS PIC 9(6) VALUE 0.
       01 WS-RCY-VALID-SUM PIC 9(12) VALUE 0.
       01 WS-ID-SERIAL PIC 9(6).
       01 WS-CTL-EXP-RECORDS PIC 9(6).
       01 WS-CTL-EXP-SUM PIC 9(12).
       01 WS-DATE-OK PIC 9.
       01 WS-DEPT-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
       01 WS-POST-DATE PIC 9(8).
          04 WS-PD-YEAR PIC 9(4).
          04 WS-PD-MONTH PIC 9(2).
          04 WS-PD-DAY PIC 9(2).
AOC20 * PER-COMPANY BALANCING. WHEN RUNPARMS CARRIES COMPANY
AOC20 * SECTIONS EACH MATCHER FOLLOWS ITS TOTAL ROW WITH ONE ROW
AOC20 * PER COMPANY; THOSE ROWS ARE SAVED HERE AND EVERY COMPANY
AOC20 * IS BALANCED ON ITS OWN. A COMPANY THAT FAILS IS HELD (ADDED
AOC20 * TO COMPHOLD) AND THE OTHER COMPANIES' NIGHT GOES ON. THE
AOC20 * COMPANY TABLE IS KEYED BY THE P01 ROWS, PLUS ANY COMPANY
AOC20 * THAT HAS AN EXTRACT CONTROL RECORD BUT NO P01 ROW.
       01 WS-MAX-COMPANIES PIC 9(2) VALUE 9.
       01 WS-P1-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-P2-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-P1-CO-ROWS OCCURS 9 TIMES PIC X(100).
       01 WS-P2-CO-ROWS OCCURS 9 TIMES PIC X(100).
       01 WS-BC-COUNT PIC 9(2) VALUE 0.
       01 WS-C PIC 9(2).
       01 WS-CX PIC 9(2).
       01 WS-R PIC 9(2).
       01 WS-FIND-COMPANY PIC X(4).
       01 WS-HELD-COUNT PIC 9(2) VALUE 0.
       01 WS-BC-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-BC-P1-ROW OCCURS 9 TIMES PIC 9(2).
       01 WS-BC-P2-ROW OCCURS 9 TIMES PIC 9(2).
       01 WS-BC-ERRORS OCCURS 9 TIMES PIC 9(4).
       01 WS-BC-ACT-RECORDS OCCURS 9 TIMES PIC 9(6).
       01 WS-BC-ACT-VALID OCCURS 9 TIMES PIC 9(6).
       01 WS-BC-ACT-EXCEPTS OCCURS 9 TIMES PIC 9(6).
       01 WS-BC-ACT-MIN OCCURS 9 TIMES PIC 9(4).
       01 WS-BC-ACT-MAX OCCURS 9 TIMES PIC 9(4).
       01 WS-BC-ACT-SUM OCCURS 9 TIMES PIC 9(9).
       01 WS-BC-ACT-PAIRS OCCURS 9 TIMES PIC 9(8).
       01 WS-BC-ACT-TRIPLES OCCURS 9 TIMES PIC 9(8).
       01 WS-BC-CTL-FOUND OCCURS 9 TIMES PIC 9.
       01 WS-BC-CTL-RECORD-COUNT OCCURS 9 TIMES PIC 9(6).
       01 WS-BC-CTL-AMOUNT-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-BC-CTL-ENTRY-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-BC-EXT-RECORDS OCCURS 9 TIMES PIC 9(6).
       01 WS-BC-EXT-AMOUNT-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-BC-EXT-ENTRY-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-BC-EXT-EXCEPT-SUM OCCURS 9 TIMES PIC 9(12).
       01 WS-BC-RCY-RECORDS OCCURS 9 TIMES PIC 9(6).
       01 WS-BC-RCY-VALID-SUM OCCURS 9 TIMES PIC 9(12).
       01 WS-C1-RECORDS PIC 9(6).
       01 WS-C1-VALID PIC 9(6).
       01 WS-C1-EXCEPTS PIC 9(6).
       01 WS-C1-MATCHES PIC 9(8).
       01 WS-C1-MIN PIC 9(4).
       01 WS-C1-MAX PIC 9(4).
       01 WS-C1-SUM PIC 9(9).
       01 WS-C2-RECORDS PIC 9(6).
       01 WS-C2-VALID PIC 9(6).
       01 WS-C2-EXCEPTS PIC 9(6).
       01 WS-C2-MATCHES PIC 9(8).
       01 WS-C2-MIN PIC 9(4).
       01 WS-C2-MAX PIC 9(4).
       01 WS-C2-SUM PIC 9(9).

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
      *
      * PULL TONIGHT'S TWO AUDIT ROWS: THE LAST DAY01P01 ROW AND
      * THE LAST DAY01P02 ROW ON THE CUMULATIVE RUN HISTORY. EACH
      * PROGRAM'S TOTALS ONLY EVER BALANCED AGAINST ITSELF; THIS
      * STEP PROVES THE TWO ROWS AGREE WITH EACH OTHER AND WITH
      * WHAT IS ACTUALLY SITTING IN THE GENERATION DATASETS. THE
      * TOTAL ROW HAS A BLANK RH-COMPANY; THE COMPANY ROWS THAT
      * FOLLOW IT BELONG TO THE SAME RUN.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT RUN-HISTORY.
             DISPLAY "DAY01BAL: UNABLE TO OPEN RUNHIST.DAT - STATUS "
               WS-FS-RUN-HISTORY " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF RH-PROGRAM = "DAY01P01" THEN
                   IF RH-COMPANY = SPACE THEN
                     MOVE RUN-HISTORY-RECORD TO WS-P1-REC
                     MOVE 1 TO WS-P1-FOUND
                     MOVE 0 TO WS-P1-CO-COUNT
                   ELSE
                     IF WS-P1-CO-COUNT < WS-MAX-COMPANIES THEN
                       ADD 1 TO WS-P1-CO-COUNT
                       MOVE RUN-HISTORY-RECORD
                         TO WS-P1-CO-ROWS (WS-P1-CO-COUNT)
                     END-IF
                   END-IF
                 END-IF
                 IF RH-PROGRAM = "DAY01P02" THEN
                   IF RH-COMPANY = SPACE THEN
                     MOVE RUN-HISTORY-RECORD TO WS-P2-REC
                     MOVE 1 TO WS-P2-FOUND
                     MOVE 0 TO WS-P2-CO-COUNT
                   ELSE
                     IF WS-P2-CO-COUNT < WS-MAX-COMPANIES THEN
                       ADD 1 TO WS-P2-CO-COUNT
                       MOVE RUN-HISTORY-RECORD
                         TO WS-P2-CO-ROWS (WS-P2-CO-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-RUN-HISTORY NOT = "00" AND
               DISPLAY "DAY01BAL: ERROR READING RUNHIST.DAT - STATUS "
                 WS-FS-RUN-HISTORY " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "BAL: " WS-ERROR-COUNT
               " DISAGREEMENT(S) FOUND - NIGHT HELD"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-P1-REC TO WS-RH-RECORD.
           MOVE WS-RH-RUN-DATE TO WS-P1-RUN-DATE.
           MOVE WS-RH-INPUT-GEN TO WS-P1-INPUT-GEN.
           MOVE WS-RH-RECORDS TO WS-P1-RECORDS.
           MOVE WS-RH-VALID TO WS-P1-VALID.
           MOVE WS-RH-EXCEPTS TO WS-P1-EXCEPTS.
           MOVE WS-RH-MIN TO WS-P2-MIN.
           MOVE WS-RH-MAX TO WS-P2-MAX.
           MOVE WS-RH-SUM TO WS-P2-SUM.
           MOVE 1 TO WS-R.
           PERFORM UNTIL WS-R > WS-P1-CO-COUNT
             MOVE WS-P1-CO-ROWS (WS-R) TO WS-RH-RECORD
             MOVE WS-RH-COMPANY TO WS-FIND-COMPANY
             PERFORM ADD-COMPANY
             IF WS-CX > 0 THEN
               MOVE WS-R TO WS-BC-P1-ROW (WS-CX)
             END-IF
             ADD 1 TO WS-R
           END-PERFORM.
           MOVE 1 TO WS-R.
           PERFORM UNTIL WS-R > WS-P2-CO-COUNT
             MOVE WS-P2-CO-ROWS (WS-R) TO WS-RH-RECORD
             MOVE WS-RH-COMPANY TO WS-FIND-COMPANY
             PERFORM FIND-COMPANY
             IF WS-CX = 0 THEN
               DISPLAY "BAL: DAY01P02 ROW FOR COMPANY " WS-RH-COMPANY
                 " HAS NO DAY01P01 ROW"
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               MOVE WS-R TO WS-BC-P2-ROW (WS-CX)
             END-IF
             ADD 1 TO WS-R
           END-PERFORM.
      *
      * PULL THE NIGHT'S EXTRACT CONTROL RECORD - THE LAST ONE ON
      * THE CONTROL LOG CARRYING THE RUN IDENTIFIER THE MATCHERS
      * STAMPED ON THEIR ROWS. DAY01XVAL WROTE IT WHEN IT ACCEPTED
      * THE EXTRACT AHEAD OF THE LOAD. A NIGHT CARRYING SEVERAL
      * COMPANIES HAS ONE RECORD PER COMPANY BATCH; THE LAST FOR
      * EACH COMPANY APPLIES AND THE NIGHT'S CONTROL IS THEIR SUM.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT EXTRACT-CONTROL.
           IF WS-FS-EXTRACT-CONTROL NOT = "00" THEN
             DISPLAY "DAY01BAL: UNABLE TO OPEN EXTCTL.DAT - STATUS "
               WS-FS-EXTRACT-CONTROL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ EXTRACT-CONTROL
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF CL-INPUT-GEN = WS-P1-INPUT-GEN THEN
                   MOVE 1 TO WS-CTL-FOUND
                   MOVE CL-SEQUENCE-NO TO WS-CTL-SEQUENCE-NO
                   MOVE CL-RECORD-COUNT TO WS-CTL-RECORD-COUNT
                   MOVE CL-AMOUNT-HASH TO WS-CTL-AMOUNT-HASH
                   MOVE CL-ENTRY-HASH TO WS-CTL-ENTRY-HASH
                   IF WS-P1-CO-COUNT > 0 THEN
                     PERFORM NOTE-COMPANY-CONTROL
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-EXTRACT-CONTROL NOT = "00" AND
                WS-FS-EXTRACT-CONTROL NOT = "10" THEN
               DISPLAY "DAY01BAL: ERROR READING EXTCTL.DAT - STATUS "
                 WS-FS-EXTRACT-CONTROL " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE EXTRACT-CONTROL.
           IF WS-P1-CO-COUNT > 0 THEN
             MOVE 0 TO WS-CTL-RECORD-COUNT
             MOVE 0 TO WS-CTL-AMOUNT-HASH
             MOVE 0 TO WS-CTL-ENTRY-HASH
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-BC-COUNT
               IF WS-BC-CTL-FOUND (WS-C) = 1 THEN
                 ADD WS-BC-CTL-RECORD-COUNT (WS-C)
                   TO WS-CTL-RECORD-COUNT
                 ADD WS-BC-CTL-AMOUNT-HASH (WS-C)
                   TO WS-CTL-AMOUNT-HASH
                 ADD WS-BC-CTL-ENTRY-HASH (WS-C) TO WS-CTL-ENTRY-HASH
               END-IF
               ADD 1 TO WS-C
             END-PERFORM
           END-IF.
           IF WS-CTL-FOUND = 0 THEN
             DISPLAY "BAL: NO EXTRACT CONTROL RECORD FOR RUN "
               WS-P1-INPUT-GEN " ON EXTCTL.DAT"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
      *
      * RE-DERIVE THE CONTROL FIGURES FROM THE GENERATIONS THE
      * JOB IS ACTUALLY POINTED AT, WITH THE MATCHERS' OWN EDIT -
      * INCLUDING, ON A COMPANY NIGHT, THAT AN ENTRY FOR A COMPANY
      * WITH NO RUNPARMS SECTION (NO P01 ROW) IS AN EXCEPTION.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01BAL: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN INPUT PROBLEM-INPUT.
           IF WS-FS-PROBLEM-INPUT NOT = "00" THEN
             DISPLAY "DAY01BAL: UNABLE TO OPEN INPUT.DAT - STATUS "
               WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ACT-RECORDS
                 MOVE 0 TO WS-CX
                 MOVE 1 TO WS-R
                 IF WS-P1-CO-COUNT > 0 THEN
                   MOVE INPUT-COMPANY TO WS-FIND-COMPANY
                   PERFORM FIND-COMPANY
                   MOVE 0 TO WS-R
                   IF WS-CX > 0 THEN
                     ADD 1 TO WS-BC-ACT-RECORDS (WS-CX)
                     MOVE WS-BC-P1-ROW (WS-CX) TO WS-R
                   END-IF
                 END-IF
                 PERFORM EDIT-POST-DATE
                 PERFORM EDIT-DEPT
                 IF INPUT-NUMBER NUMERIC AND
                    INPUT-NUMBER >= WS-ENTRY-MIN AND
                    INPUT-NUMBER <= WS-ENTRY-MAX AND
                    WS-DATE-OK = 1 AND WS-DEPT-OK = 1 AND
                    WS-R > 0 THEN
                   ADD 1 TO WS-ACT-VALID
                   IF WS-CX > 0 THEN
                     PERFORM ADD-COMPANY-VALID
                   END-IF
                   IF INPUT-NUMBER < WS-ACT-MIN THEN
                     MOVE INPUT-NUMBER TO WS-ACT-MIN
                   END-IF
                     MOVE INPUT-NUMBER TO WS-ACT-MAX
                   END-IF
                   ADD INPUT-NUMBER TO WS-ACT-SUM
                   IF WS-ACT-RECORDS > WS-CTL-RECORD-COUNT THEN
                     ADD INPUT-NUMBER TO WS-RCY-VALID-SUM
                   END-IF
                 ELSE
                   ADD 1 TO WS-ACT-EXCEPTS
                   IF WS-ACT-RECORDS <= WS-CTL-RECORD-COUNT AND
                      INPUT-NUMBER-RAW NUMERIC THEN
                     ADD INPUT-NUMBER TO WS-EXT-EXCEPT-SUM
                   END-IF
                   IF WS-CX > 0 THEN
                     ADD 1 TO WS-BC-ACT-EXCEPTS (WS-CX)
                     IF WS-ACT-RECORDS <= WS-CTL-RECORD-COUNT AND
                        INPUT-NUMBER-RAW NUMERIC THEN
                       ADD INPUT-NUMBER
                         TO WS-BC-EXT-EXCEPT-SUM (WS-CX)
                     END-IF
                   END-IF
                 END-IF
                 PERFORM HASH-CONTROL
             END-READ
             IF WS-FS-PROBLEM-INPUT NOT = "00" AND
                WS-FS-PROBLEM-INPUT NOT = "10" THEN
               DISPLAY "DAY01BAL: ERROR READING INPUT.DAT - STATUS "
                 WS-FS-PROBLEM-INPUT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE PROBLEM-INPUT.
           CLOSE DEPT-MASTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT MATCH-REPORT.
           IF WS-FS-MATCH-REPORT NOT = "00" THEN
             DISPLAY "DAY01BAL: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ MATCH-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ACT-PAIRS
                 IF WS-P1-CO-COUNT > 0 THEN
                   MOVE MR-COMPANY TO WS-FIND-COMPANY
                   PERFORM FIND-COMPANY
                   IF WS-CX > 0 THEN
                     ADD 1 TO WS-BC-ACT-PAIRS (WS-CX)
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-MATCH-REPORT NOT = "00" AND
                WS-FS-MATCH-REPORT NOT = "10" THEN
               DISPLAY "DAY01BAL: ERROR READING MATCHRPT.DAT - STATUS "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01BAL: UNABLE TO OPEN MATCH3RPT.DAT - STATUS "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ MATCH3-REPORT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ACT-TRIPLES
                 IF WS-P1-CO-COUNT > 0 THEN
                   MOVE M3-COMPANY TO WS-FIND-COMPANY
                   PERFORM FIND-COMPANY
                   IF WS-CX > 0 THEN
                     ADD 1 TO WS-BC-ACT-TRIPLES (WS-CX)
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-MATCH3-REPORT NOT = "00" AND
                WS-FS-MATCH3-REPORT NOT = "10" THEN
               DISPLAY "DAY01BAL: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               " BUT MATCH3RPT GENERATION HOLDS " WS-ACT-TRIPLES
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
      *
      * BALANCE AGAINST THE ACCEPTED EXTRACT CONTROLS. THE EXTRACT
      * PORTION OF THE GENERATION MUST STILL HASH TO WHAT DAY01XVAL
      * PROVED; RH-RECORDS MUST BE THE CONTROL COUNT PLUS THE
      * RECYCLED RECORDS, AND RH-SUM THE CONTROL AMOUNT HASH LESS
      * THE AMOUNTS THE EDIT EXCEPTED PLUS THE VALID RECYCLED ONES.
      *
           IF WS-CTL-FOUND = 1 THEN
             IF WS-EXT-RECORDS NOT = WS-CTL-RECORD-COUNT THEN
               DISPLAY "BAL: EXTRACT CONTROL COUNT " WS-CTL-RECORD-COUNT
                 " BUT INPUT GENERATION HOLDS " WS-EXT-RECORDS
               ADD 1 TO WS-ERROR-COUNT
             END-IF
             IF WS-EXT-AMOUNT-HASH NOT = WS-CTL-AMOUNT-HASH THEN
               DISPLAY "BAL: EXTRACT AMOUNT HASH " WS-CTL-AMOUNT-HASH
                 " BUT INPUT GENERATION HASHES TO " WS-EXT-AMOUNT-HASH
               ADD 1 TO WS-ERROR-COUNT
             END-IF
             IF WS-EXT-ENTRY-HASH NOT = WS-CTL-ENTRY-HASH THEN
               DISPLAY "BAL: EXTRACT ENTRY-ID HASH " WS-CTL-ENTRY-HASH
                 " BUT INPUT GENERATION HASHES TO " WS-EXT-ENTRY-HASH
               ADD 1 TO WS-ERROR-COUNT
             END-IF
             COMPUTE WS-CTL-EXP-RECORDS =
               WS-CTL-RECORD-COUNT + WS-RCY-RECORDS
             IF WS-P1-RECORDS NOT = WS-CTL-EXP-RECORDS THEN
               DISPLAY "BAL: RH-RECORDS " WS-P1-RECORDS
                 " BUT EXTRACT CONTROL PLUS RECYCLED GIVES "
                 WS-CTL-EXP-RECORDS
               ADD 1 TO WS-ERROR-COUNT
             END-IF
             COMPUTE WS-CTL-EXP-SUM = WS-CTL-AMOUNT-HASH
               - WS-EXT-EXCEPT-SUM + WS-RCY-VALID-SUM
             IF WS-P1-SUM NOT = WS-CTL-EXP-SUM THEN
               DISPLAY "BAL: RH-SUM " WS-P1-SUM
                 " BUT EXTRACT CONTROL BALANCES TO " WS-CTL-EXP-SUM
               ADD 1 TO WS-ERROR-COUNT
             END-IF
             DISPLAY "BAL: EXTRACT SEQUENCE " WS-CTL-SEQUENCE-NO
               " CONTROL " WS-CTL-RECORD-COUNT " RECORD(S) PLUS "
               WS-RCY-RECORDS " RECYCLED"
           END-IF.
           DISPLAY "BAL: ROWS CROSS-FOOTED AGAINST " WS-ACT-RECORDS
             " INPUT RECORD(S) " WS-ACT-PAIRS " PAIR(S) "
             WS-ACT-TRIPLES " TRIPLE(S)".
           IF WS-P1-CO-COUNT = 0 THEN
             IF WS-ERROR-COUNT > 0 THEN
               DISPLAY "BAL: " WS-ERROR-COUNT
                 " DISAGREEMENT(S) FOUND - NIGHT HELD"
               MOVE 8 TO RETURN-CODE
             ELSE
               DISPLAY "BAL: RUN HISTORY ROWS BALANCE"
             END-IF
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * COMPANY NIGHT: BALANCE EACH COMPANY ON ITS OWN ROWS AND ITS
      * OWN SHARE OF THE DATASETS. A COMPANY THAT FAILS IS ADDED
      * TO COMPHOLD SO DAY01GLPI QUEUES ITS MATCHES INSTEAD OF
      * POSTING THEM, AND ENDS RC=4 SO THE OTHER COMPANIES' NIGHT
      * GOES ON. THE NIGHT IS HELD (RC=8) ONLY WHEN EVERY COMPANY
      * FAILS, OR THE TOTALS DISAGREE WITH NO COMPANY TO ACCOUNT
      * FOR IT.
      *
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-BC-COUNT
             PERFORM BALANCE-COMPANY
             ADD 1 TO WS-C
           END-PERFORM.
           OPEN EXTEND COMPANY-HOLD.
           IF WS-FS-COMPANY-HOLD = "35" THEN
             OPEN OUTPUT COMPANY-HOLD
           END-IF.
           IF WS-FS-COMPANY-HOLD NOT = "00" THEN
             DISPLAY "DAY01BAL: UNABLE TO OPEN COMPHOLD.DAT - STATUS "
               WS-FS-COMPANY-HOLD " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-BC-COUNT
             IF WS-BC-ERRORS (WS-C) > 0 THEN
               PERFORM HOLD-COMPANY
             END-IF
             ADD 1 TO WS-C
           END-PERFORM.
           CLOSE COMPANY-HOLD.
           IF WS-HELD-COUNT = 0 THEN
             IF WS-ERROR-COUNT > 0 THEN
               DISPLAY "BAL: " WS-ERROR-COUNT
                 " DISAGREEMENT(S) FOUND - NIGHT HELD"
               MOVE 8 TO RETURN-CODE
             ELSE
               DISPLAY "BAL: RUN HISTORY ROWS BALANCE"
             END-IF
           ELSE
             IF WS-HELD-COUNT < WS-BC-COUNT THEN
               DISPLAY "BAL: " WS-HELD-COUNT " COMPANY(S) HELD - "
                 "THE OTHER COMPANIES' NIGHT CONTINUES"
               MOVE 4 TO RETURN-CODE
             ELSE
               DISPLAY "BAL: EVERY COMPANY OUT OF BALANCE - "
                 "NIGHT HELD"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * ONE COMPANY'S BALANCE: ITS P01 ROW AGAINST ITS P02 ROW,
      * AGAINST ITS ENTRIES IN THE INPUT GENERATION AND ITS MATCH
      * LINES, AND AGAINST ITS OWN EXTRACT CONTROL RECORD.
      *
       BALANCE-COMPANY.
           MOVE 0 TO WS-BC-ERRORS (WS-C).
           IF WS-BC-P1-ROW (WS-C) = 0 THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " HAS AN EXTRACT BUT NO DAY01P01 ROW"
             ADD 1 TO WS-BC-ERRORS (WS-C)
           ELSE
             MOVE WS-BC-P1-ROW (WS-C) TO WS-R
             MOVE WS-P1-CO-ROWS (WS-R) TO WS-RH-RECORD
             MOVE WS-RH-RECORDS TO WS-C1-RECORDS
             MOVE WS-RH-VALID TO WS-C1-VALID
             MOVE WS-RH-EXCEPTS TO WS-C1-EXCEPTS
             MOVE WS-RH-MATCHES TO WS-C1-MATCHES
             MOVE WS-RH-MIN TO WS-C1-MIN
             MOVE WS-RH-MAX TO WS-C1-MAX
             MOVE WS-RH-SUM TO WS-C1-SUM
             PERFORM BALANCE-COMPANY-P01
           END-IF.
           IF WS-BC-P2-ROW (WS-C) = 0 THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " HAS NO DAY01P02 ROW"
             ADD 1 TO WS-BC-ERRORS (WS-C)
           ELSE
             IF WS-BC-P1-ROW (WS-C) > 0 THEN
               MOVE WS-BC-P2-ROW (WS-C) TO WS-R
               MOVE WS-P2-CO-ROWS (WS-R) TO WS-RH-RECORD
               MOVE WS-RH-RECORDS TO WS-C2-RECORDS
               MOVE WS-RH-VALID TO WS-C2-VALID
               MOVE WS-RH-EXCEPTS TO WS-C2-EXCEPTS
               MOVE WS-RH-MATCHES TO WS-C2-MATCHES
               MOVE WS-RH-MIN TO WS-C2-MIN
               MOVE WS-RH-MAX TO WS-C2-MAX
               MOVE WS-RH-SUM TO WS-C2-SUM
               PERFORM BALANCE-COMPANY-P02
             END-IF
           END-IF.
           IF WS-BC-CTL-FOUND (WS-C) = 0 THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " HAS NO EXTRACT CONTROL RECORD FOR RUN "
               WS-P1-INPUT-GEN
             ADD 1 TO WS-BC-ERRORS (WS-C)
           ELSE
             IF WS-BC-P1-ROW (WS-C) > 0 THEN
               PERFORM BALANCE-COMPANY-CONTROL
             END-IF
           END-IF.
           IF WS-BC-ERRORS (WS-C) = 0 THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " BALANCES - " WS-BC-ACT-RECORDS (WS-C)
               " INPUT RECORD(S) " WS-BC-ACT-PAIRS (WS-C)
               " PAIR(S) " WS-BC-ACT-TRIPLES (WS-C) " TRIPLE(S)"
           END-IF.

      *
      * THE COMPANY'S P01 ROW AGAINST ITS SHARE OF THE DATASETS.
      *
       BALANCE-COMPANY-P01.
           IF WS-C1-RECORDS NOT = WS-BC-ACT-RECORDS (WS-C) THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " RH-RECORDS " WS-C1-RECORDS
               " BUT INPUT GENERATION HOLDS "
               WS-BC-ACT-RECORDS (WS-C)
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.
           IF WS-C1-VALID NOT = WS-BC-ACT-VALID (WS-C) THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " RH-VALID " WS-C1-VALID
               " BUT INPUT GENERATION EDITS TO "
               WS-BC-ACT-VALID (WS-C)
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.
           IF WS-C1-EXCEPTS NOT = WS-BC-ACT-EXCEPTS (WS-C) THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " RH-EXCEPTS " WS-C1-EXCEPTS
               " BUT INPUT GENERATION EDITS TO "
               WS-BC-ACT-EXCEPTS (WS-C)
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.
           IF WS-BC-ACT-VALID (WS-C) > 0 THEN
             IF WS-C1-MIN NOT = WS-BC-ACT-MIN (WS-C) OR
                WS-C1-MAX NOT = WS-BC-ACT-MAX (WS-C) OR
                WS-C1-SUM NOT = WS-BC-ACT-SUM (WS-C) THEN
               DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
                 " RH-MIN/MAX/SUM " WS-C1-MIN " " WS-C1-MAX " "
                 WS-C1-SUM " BUT INPUT GENERATION GIVES "
                 WS-BC-ACT-MIN (WS-C) " " WS-BC-ACT-MAX (WS-C) " "
                 WS-BC-ACT-SUM (WS-C)
               ADD 1 TO WS-BC-ERRORS (WS-C)
             END-IF
           END-IF.
           IF WS-C1-MATCHES NOT = WS-BC-ACT-PAIRS (WS-C) THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " P01 RH-MATCHES " WS-C1-MATCHES
               " BUT MATCHRPT GENERATION HOLDS "
               WS-BC-ACT-PAIRS (WS-C)
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.

      *
      * THE COMPANY'S P02 ROW AGAINST ITS P01 ROW AND ITS TRIPLES.
      *
       BALANCE-COMPANY-P02.
           IF WS-C1-RECORDS NOT = WS-C2-RECORDS OR
              WS-C1-VALID NOT = WS-C2-VALID OR
              WS-C1-EXCEPTS NOT = WS-C2-EXCEPTS OR
              WS-C1-MIN NOT = WS-C2-MIN OR
              WS-C1-MAX NOT = WS-C2-MAX OR
              WS-C1-SUM NOT = WS-C2-SUM THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " P01 AND P02 ROWS DISAGREE - P01 " WS-C1-RECORDS
               " " WS-C1-VALID " " WS-C1-EXCEPTS " " WS-C1-SUM
               " P02 " WS-C2-RECORDS " " WS-C2-VALID " "
               WS-C2-EXCEPTS " " WS-C2-SUM
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.
           IF WS-C2-MATCHES NOT = WS-BC-ACT-TRIPLES (WS-C) THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " P02 RH-MATCHES " WS-C2-MATCHES
               " BUT MATCH3RPT GENERATION HOLDS "
               WS-BC-ACT-TRIPLES (WS-C)
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.

      *
      * THE COMPANY'S SHARE OF THE EXTRACT PORTION AGAINST ITS OWN
      * CONTROL RECORD, ON THE SAME RULES AS THE NIGHT TOTAL.
      *
       BALANCE-COMPANY-CONTROL.
           IF WS-BC-EXT-RECORDS (WS-C) NOT =
              WS-BC-CTL-RECORD-COUNT (WS-C) OR
              WS-BC-EXT-AMOUNT-HASH (WS-C) NOT =
              WS-BC-CTL-AMOUNT-HASH (WS-C) OR
              WS-BC-EXT-ENTRY-HASH (WS-C) NOT =
              WS-BC-CTL-ENTRY-HASH (WS-C) THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " EXTRACT CONTROL " WS-BC-CTL-RECORD-COUNT (WS-C)
               " " WS-BC-CTL-AMOUNT-HASH (WS-C)
               " " WS-BC-CTL-ENTRY-HASH (WS-C)
               " BUT INPUT GENERATION GIVES "
               WS-BC-EXT-RECORDS (WS-C)
               " " WS-BC-EXT-AMOUNT-HASH (WS-C)
               " " WS-BC-EXT-ENTRY-HASH (WS-C)
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.
           COMPUTE WS-CTL-EXP-RECORDS = WS-BC-CTL-RECORD-COUNT (WS-C)
             + WS-BC-RCY-RECORDS (WS-C).
           IF WS-C1-RECORDS NOT = WS-CTL-EXP-RECORDS THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " RH-RECORDS " WS-C1-RECORDS
               " BUT EXTRACT CONTROL PLUS RECYCLED GIVES "
               WS-CTL-EXP-RECORDS
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.
           COMPUTE WS-CTL-EXP-SUM = WS-BC-CTL-AMOUNT-HASH (WS-C)
             - WS-BC-EXT-EXCEPT-SUM (WS-C)
             + WS-BC-RCY-VALID-SUM (WS-C).
           IF WS-C1-SUM NOT = WS-CTL-EXP-SUM THEN
             DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C)
               " RH-SUM " WS-C1-SUM
               " BUT EXTRACT CONTROL BALANCES TO " WS-CTL-EXP-SUM
             ADD 1 TO WS-BC-ERRORS (WS-C)
           END-IF.

      *
      * PUT ONE OUT-OF-BALANCE COMPANY ON THE COMPHOLD LIST.
      *
       HOLD-COMPANY.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "BAL: COMPANY " WS-BC-CODES (WS-C) " - "
             WS-BC-ERRORS (WS-C) " DISAGREEMENT(S) - COMPANY HELD".
           MOVE SPACE TO COMPANY-HOLD-RECORD.
           MOVE WS-BC-CODES (WS-C) TO CH-COMPANY.
           MOVE "DAY01BAL" TO CH-STEP.
           MOVE "CONTROL TOTALS OUT OF BALANCE" TO CH-REASON.
           WRITE COMPANY-HOLD-RECORD.
           IF WS-FS-COMPANY-HOLD NOT = "00" THEN
             DISPLAY "DAY01BAL: ERROR WRITING COMPHOLD.DAT - "
               WS-FS-COMPANY-HOLD " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

      *
      * THE COMPANY TABLE ENTRY FOR WS-FIND-COMPANY INTO WS-CX,
      * ZERO WHEN THERE IS NONE.
      *
       FIND-COMPANY.
           MOVE 0 TO WS-CX.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-BC-COUNT OR WS-CX > 0
             IF WS-BC-CODES (WS-C) = WS-FIND-COMPANY THEN
               MOVE WS-C TO WS-CX
             END-IF
             ADD 1 TO WS-C
           END-PERFORM.

      *
      * AS FIND-COMPANY, ADDING THE COMPANY WHEN IT IS NOT YET IN
      * THE TABLE. A TENTH COMPANY CANNOT BE BALANCED AND IS A
      * DISAGREEMENT IN ITSELF.
      *
       ADD-COMPANY.
           PERFORM FIND-COMPANY.
           IF WS-CX = 0 THEN
             IF WS-BC-COUNT < WS-MAX-COMPANIES THEN
               ADD 1 TO WS-BC-COUNT
               MOVE WS-BC-COUNT TO WS-CX
               MOVE WS-FIND-COMPANY TO WS-BC-CODES (WS-CX)
               MOVE 0 TO WS-BC-P1-ROW (WS-CX) WS-BC-P2-ROW (WS-CX)
                 WS-BC-ERRORS (WS-CX) WS-BC-ACT-RECORDS (WS-CX)
                 WS-BC-ACT-VALID (WS-CX) WS-BC-ACT-EXCEPTS (WS-CX)
                 WS-BC-ACT-MAX (WS-CX) WS-BC-ACT-SUM (WS-CX)
                 WS-BC-ACT-PAIRS (WS-CX) WS-BC-ACT-TRIPLES (WS-CX)
                 WS-BC-CTL-FOUND (WS-CX)
                 WS-BC-CTL-RECORD-COUNT (WS-CX)
                 WS-BC-CTL-AMOUNT-HASH (WS-CX)
                 WS-BC-CTL-ENTRY-HASH (WS-CX)
                 WS-BC-EXT-RECORDS (WS-CX)
                 WS-BC-EXT-AMOUNT-HASH (WS-CX)
                 WS-BC-EXT-ENTRY-HASH (WS-CX)
                 WS-BC-EXT-EXCEPT-SUM (WS-CX)
                 WS-BC-RCY-RECORDS (WS-CX)
                 WS-BC-RCY-VALID-SUM (WS-CX)
               MOVE 9999 TO WS-BC-ACT-MIN (WS-CX)
             ELSE
               DISPLAY "BAL: MORE THAN " WS-MAX-COMPANIES
                 " COMPANIES - " WS-FIND-COMPANY " NOT BALANCED"
               ADD 1 TO WS-ERROR-COUNT
             END-IF
           END-IF.

      *
      * ONE EXTRACT CONTROL RECORD OF TONIGHT'S RUN, FILED UNDER
      * ITS COMPANY. THE LAST RECORD FOR A COMPANY APPLIES.
      *
       NOTE-COMPANY-CONTROL.
           MOVE CL-COMPANY TO WS-FIND-COMPANY.
           PERFORM ADD-COMPANY.
           IF WS-CX > 0 THEN
             MOVE 1 TO WS-BC-CTL-FOUND (WS-CX)
             MOVE CL-RECORD-COUNT TO WS-BC-CTL-RECORD-COUNT (WS-CX)
             MOVE CL-AMOUNT-HASH TO WS-BC-CTL-AMOUNT-HASH (WS-CX)
             MOVE CL-ENTRY-HASH TO WS-BC-CTL-ENTRY-HASH (WS-CX)
           END-IF.

      *
      * A VALID ENTRY INTO ITS COMPANY'S CONTROL FIGURES.
      *
       ADD-COMPANY-VALID.
           ADD 1 TO WS-BC-ACT-VALID (WS-CX).
           IF INPUT-NUMBER < WS-BC-ACT-MIN (WS-CX) THEN
             MOVE INPUT-NUMBER TO WS-BC-ACT-MIN (WS-CX)
           END-IF.
           IF INPUT-NUMBER > WS-BC-ACT-MAX (WS-CX) THEN
             MOVE INPUT-NUMBER TO WS-BC-ACT-MAX (WS-CX)
           END-IF.
           ADD INPUT-NUMBER TO WS-BC-ACT-SUM (WS-CX).
           IF WS-ACT-RECORDS > WS-CTL-RECORD-COUNT THEN
             ADD INPUT-NUMBER TO WS-BC-RCY-VALID-SUM (WS-CX)
           END-IF.

      *
      * POSTING-DATE EDIT - THE SAME EDIT THE MATCHERS APPLY. THE
      * FUTURE-DATE CEILING IS THE RUN DATE FROM THE DAY01P01
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
                 DISPLAY "DAY01BAL: ERROR READING DEPTMAST.DAT - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-STEP-LOG
                 STOP RUN
               END-IF
             END-IF
           END-IF.

      *
      * CONTROL HASHING ON THE SAME RULES AS DAY01XVAL AND THE
      * SENDING SYSTEM: A NON-NUMERIC AMOUNT OR ENTRY-ID SERIAL
      * ADDS ZERO. RECORDS PAST THE CONTROL COUNT ARE RECYCLED.
      * ON A COMPANY NIGHT EACH RECORD ALSO HASHES INTO ITS OWN
      * COMPANY'S FIGURES.
      *
       HASH-CONTROL.
           IF WS-ACT-RECORDS > WS-CTL-RECORD-COUNT THEN
             ADD 1 TO WS-RCY-RECORDS
             IF WS-CX > 0 THEN
               ADD 1 TO WS-BC-RCY-RECORDS (WS-CX)
             END-IF
           ELSE
             ADD 1 TO WS-EXT-RECORDS
             IF WS-CX > 0 THEN
               ADD 1 TO WS-BC-EXT-RECORDS (WS-CX)
             END-IF
             IF INPUT-NUMBER-RAW NUMERIC THEN
               ADD INPUT-NUMBER TO WS-EXT-AMOUNT-HASH
               IF WS-CX > 0 THEN
                 ADD INPUT-NUMBER TO WS-BC-EXT-AMOUNT-HASH (WS-CX)
               END-IF
             END-IF
             IF INPUT-ENTRY-ID (3:6) NUMERIC THEN
               MOVE INPUT-ENTRY-ID (3:6) TO WS-ID-SERIAL
               ADD WS-ID-SERIAL TO WS-EXT-ENTRY-HASH
               IF WS-CX > 0 THEN
                 ADD WS-ID-SERIAL TO WS-BC-EXT-ENTRY-HASH (WS-CX)
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
             DISPLAY "DAY01BAL: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01BAL" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-ACT-RECORDS TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
