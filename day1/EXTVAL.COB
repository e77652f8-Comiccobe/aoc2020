AOC20 * DAY01 EXTRACT CONTROL VALIDATION - RUNS AHEAD OF THE LOAD
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01XVAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RAW-EXTRACT ASSIGN TO "RAWEXTR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RAW-EXTRACT.
           SELECT EXTRACT-DETAIL ASSIGN TO "EXTDTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXTRACT-DETAIL.
           SELECT EXTRACT-CONTROL ASSIGN TO "EXTCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXTRACT-CONTROL.
           SELECT STEP-LOG ASSIGN TO "STEPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STEP-LOG.
       DATA DIVISION.

       FILE SECTION.
       FD RAW-EXTRACT.
           COPY WSEXPENSE.
           COPY WSEXTHDR.

       FD EXTRACT-DETAIL.
       01 EXTRACT-DETAIL-RECORD PIC X(32).

       FD EXTRACT-CONTROL.
           COPY WSEXTCTL.

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-RAW-EXTRACT PIC XX.
       01 WS-FS-EXTRACT-DETAIL PIC XX.
       01 WS-FS-EXTRACT-CONTROL PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-ERROR-COUNT PIC 9(4) VALUE 0.
       01 WS-RAW-COUNT PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-INPUT-GEN PIC X(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-PRIOR-DATE PIC 9(8).
       01 WS-EXPECT-SEQ PIC 9(6).
       01 WS-ID-SERIAL PIC 9(6).
AOC20 * ONE ENTRY PER HDR/DETAIL/TRL BATCH IN THE RAW EXTRACT -
AOC20 * ONE BATCH PER COMPANY. WS-B-ERRORS DECIDES THE BATCH ALONE,
AOC20 * SO ONE COMPANY'S BAD TRANSMISSION DOES NOT STOP THE OTHERS.
       01 WS-MAX-BATCHES PIC 9(2) VALUE 9.
       01 WS-BATCH-COUNT PIC 9(2) VALUE 0.
       01 WS-B PIC 9(2).
       01 WS-BX PIC 9(2).
       01 WS-ACCEPTED-COUNT PIC 9(2) VALUE 0.
       01 WS-LOGGED-COUNT PIC 9(2) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(2) VALUE 0.
       01 WS-B-COMPANY OCCURS 9 TIMES PIC X(4).
       01 WS-B-SOURCE OCCURS 9 TIMES PIC X(8).
       01 WS-B-SEQUENCE-NO OCCURS 9 TIMES PIC 9(6).
       01 WS-B-EXTRACT-DATE OCCURS 9 TIMES PIC 9(8).
       01 WS-B-DETAIL-COUNT OCCURS 9 TIMES PIC 9(6).
       01 WS-B-AMOUNT-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-B-ENTRY-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-B-TRAILER-SEEN OCCURS 9 TIMES PIC 9.
       01 WS-B-TRL-COUNT OCCURS 9 TIMES PIC 9(6).
       01 WS-B-TRL-AMOUNT-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-B-TRL-ENTRY-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-B-AFTER-TRL OCCURS 9 TIMES PIC 9(6).
       01 WS-B-WRONG-COMPANY OCCURS 9 TIMES PIC 9(6).
       01 WS-B-ERRORS OCCURS 9 TIMES PIC 9(4).
       01 WS-B-RERUN OCCURS 9 TIMES PIC 9.
AOC20 * LAST CONTROL LOG RECORD FOR EACH BATCH'S SOURCE AND COMPANY.
       01 WS-B-PRIOR-FOUND OCCURS 9 TIMES PIC 9.
       01 WS-B-LAST-SEQUENCE-NO OCCURS 9 TIMES PIC 9(6).
       01 WS-B-LAST-EXTRACT-DATE OCCURS 9 TIMES PIC 9(8).
       01 WS-B-LAST-INPUT-GEN OCCURS 9 TIMES PIC X(8).
       01 WS-B-LAST-RECORD-COUNT OCCURS 9 TIMES PIC 9(6).
       01 WS-B-LAST-AMOUNT-HASH OCCURS 9 TIMES PIC 9(12).
       01 WS-B-LAST-ENTRY-HASH OCCURS 9 TIMES PIC 9(12).

       LINKAGE SECTION.
       01 PARM-DATA.
          04 PARM-LEN PIC S9(4) COMP.
          04 PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE SPACE TO WS-INPUT-GEN.
           IF PARM-LEN > 0 AND PARM-LEN <= 8 THEN
             MOVE PARM-TEXT (1:PARM-LEN) TO WS-INPUT-GEN
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           SUBTRACT 1 FROM WS-RUN-INT.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-INT).
      *
      * THE FIRST RECORD MUST BE THE HDR. WITHOUT ONE THERE IS NO
      * TELLING WHAT WAS RECEIVED, SO NOTHING FURTHER IS CHECKED.
      *
           OPEN INPUT RAW-EXTRACT.
           IF WS-FS-RAW-EXTRACT NOT = "00" THEN
             DISPLAY "DAY01XVAL: UNABLE TO OPEN RAWEXTR.DAT - STATUS "
               WS-FS-RAW-EXTRACT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           READ RAW-EXTRACT
             AT END
               DISPLAY "XVAL: EXTRACT IS EMPTY - NO HEADER RECEIVED"
               DISPLAY "XVAL: EXTRACT REJECTED - NIGHT NOT LOADED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
           END-READ.
           IF WS-FS-RAW-EXTRACT NOT = "00" THEN
             DISPLAY "DAY01XVAL: ERROR READING RAWEXTR.DAT - STATUS "
               WS-FS-RAW-EXTRACT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF EH-REC-TYPE NOT = "HDR" THEN
             DISPLAY "XVAL: FIRST RECORD IS NOT AN HDR RECORD"
             DISPLAY "XVAL: EXTRACT REJECTED - NIGHT NOT LOADED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-RAW-COUNT.
           PERFORM START-BATCH.
      *
      * FIRST PASS: SPLIT THE EXTRACT INTO ITS COMPANY BATCHES AND
      * HASH EACH ONE. A TRL ENDS A BATCH'S DETAIL; ANYTHING AFTER
      * IT OTHER THAN THE NEXT COMPANY'S HDR MEANS TWO
      * TRANSMISSIONS RAN TOGETHER. AN HDR ARRIVING BEFORE THE
      * BATCH IN HAND HAS HAD ITS TRL LEAVES THAT BATCH WITHOUT
      * ONE - TRUNCATED.
      *
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
             READ RAW-EXTRACT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-RAW-COUNT
                 IF EH-REC-TYPE = "HDR" THEN
                   IF WS-BATCH-COUNT >= WS-MAX-BATCHES THEN
                     DISPLAY "XVAL: MORE THAN " WS-MAX-BATCHES
                       " COMPANY BATCHES IN THE EXTRACT"
                     DISPLAY "XVAL: EXTRACT REJECTED - NIGHT NOT "
                       "LOADED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM WRITE-STEP-LOG
                     STOP RUN
                   END-IF
                   PERFORM START-BATCH
                 ELSE
                 IF WS-B-TRAILER-SEEN (WS-B) = 1 THEN
                   ADD 1 TO WS-B-AFTER-TRL (WS-B)
                 ELSE
                 IF ET-REC-TYPE = "TRL" THEN
                   MOVE 1 TO WS-B-TRAILER-SEEN (WS-B)
                   IF ET-RECORD-COUNT NUMERIC THEN
                     MOVE ET-RECORD-COUNT TO WS-B-TRL-COUNT (WS-B)
                   END-IF
                   IF ET-AMOUNT-HASH NUMERIC THEN
                     MOVE ET-AMOUNT-HASH TO WS-B-TRL-AMOUNT-HASH (WS-B)
                   END-IF
                   IF ET-ENTRY-HASH NUMERIC THEN
                     MOVE ET-ENTRY-HASH TO WS-B-TRL-ENTRY-HASH (WS-B)
                   END-IF
                 ELSE
                   PERFORM HASH-DETAIL
                 END-IF
                 END-IF
                 END-IF
             END-READ
             IF WS-FS-RAW-EXTRACT NOT = "00" AND
                WS-FS-RAW-EXTRACT NOT = "10" THEN
               DISPLAY "DAY01XVAL: ERROR READING RAWEXTR.DAT - STATUS "
                 WS-FS-RAW-EXTRACT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RAW-EXTRACT.
      *
      * FIND THE LAST EXTRACT ACCEPTED FOR EACH BATCH'S SOURCE
      * SYSTEM AND COMPANY ON THE CUMULATIVE CONTROL LOG. THE
      * FIRST EXTRACT EVER RECEIVED FROM A SOURCE AND COMPANY HAS
      * NO PRIOR AND STARTS THE SERIES.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT EXTRACT-CONTROL.
           IF WS-FS-EXTRACT-CONTROL = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-EXTRACT-CONTROL NOT = "00" THEN
               DISPLAY "DAY01XVAL: UNABLE TO OPEN EXTCTL.DAT - STATUS "
                 WS-FS-EXTRACT-CONTROL " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ EXTRACT-CONTROL
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE 1 TO WS-B
                 PERFORM UNTIL WS-B > WS-BATCH-COUNT
                   IF CL-SOURCE-SYSTEM = WS-B-SOURCE (WS-B) AND
                      CL-COMPANY = WS-B-COMPANY (WS-B) THEN
                     PERFORM NOTE-PRIOR-EXTRACT
                   END-IF
                   ADD 1 TO WS-B
                 END-PERFORM
             END-READ
             IF WS-FS-EXTRACT-CONTROL NOT = "00" AND
                WS-FS-EXTRACT-CONTROL NOT = "10" THEN
               DISPLAY "DAY01XVAL: ERROR READING EXTCTL.DAT - STATUS "
                 WS-FS-EXTRACT-CONTROL " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-EXTRACT-CONTROL NOT = "35" THEN
             CLOSE EXTRACT-CONTROL
           END-IF.
      *
      * DECIDE EACH BATCH ON ITS OWN CONTROLS.
      *
           MOVE 1 TO WS-B.
           PERFORM UNTIL WS-B > WS-BATCH-COUNT
             PERFORM CHECK-BATCH
             IF WS-B-ERRORS (WS-B) = 0 THEN
               ADD 1 TO WS-ACCEPTED-COUNT
             ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD WS-B-ERRORS (WS-B) TO WS-ERROR-COUNT
             END-IF
             ADD 1 TO WS-B
           END-PERFORM.
           IF WS-ACCEPTED-COUNT = 0 THEN
             DISPLAY "XVAL: " WS-ERROR-COUNT
               " CONTROL ERROR(S) - EXTRACT REJECTED, NIGHT NOT LOADED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * SECOND PASS: COPY THE DETAIL OF EVERY ACCEPTED BATCH
      * THROUGH TO THE LOAD FILE. A REJECTED COMPANY'S DETAIL IS
      * LEFT OUT, AND THE OTHER COMPANIES LOAD AS NORMAL.
      *
           OPEN INPUT RAW-EXTRACT.
           IF WS-FS-RAW-EXTRACT NOT = "00" THEN
             DISPLAY "DAY01XVAL: UNABLE TO OPEN RAWEXTR.DAT - STATUS "
               WS-FS-RAW-EXTRACT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-DETAIL.
           IF WS-FS-EXTRACT-DETAIL NOT = "00" THEN
             DISPLAY "DAY01XVAL: UNABLE TO OPEN EXTDTL.DAT - STATUS "
               WS-FS-EXTRACT-DETAIL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 0 TO WS-B.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
             READ RAW-EXTRACT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF EH-REC-TYPE = "HDR" THEN
                   ADD 1 TO WS-B
                 ELSE
                   IF ET-REC-TYPE NOT = "TRL" AND
                      WS-B-ERRORS (WS-B) = 0 THEN
                     PERFORM COPY-DETAIL
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-RAW-EXTRACT NOT = "00" AND
                WS-FS-RAW-EXTRACT NOT = "10" THEN
               DISPLAY "DAY01XVAL: ERROR READING RAWEXTR.DAT - STATUS "
                 WS-FS-RAW-EXTRACT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE RAW-EXTRACT.
           CLOSE EXTRACT-DETAIL.
      *
      * ACCEPTED - APPEND EACH NEW BATCH'S CONTROL TOTALS TO THE
      * LOG. A RERUN BATCH IS ALREADY THERE.
      *
           OPEN EXTEND EXTRACT-CONTROL.
           IF WS-FS-EXTRACT-CONTROL = "35" THEN
             OPEN OUTPUT EXTRACT-CONTROL
           END-IF.
           IF WS-FS-EXTRACT-CONTROL NOT = "00" THEN
             DISPLAY "DAY01XVAL: UNABLE TO EXTEND EXTCTL.DAT - "
               WS-FS-EXTRACT-CONTROL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE 1 TO WS-B.
           PERFORM UNTIL WS-B > WS-BATCH-COUNT
             IF WS-B-ERRORS (WS-B) = 0 THEN
               IF WS-B-RERUN (WS-B) = 1 THEN
                 DISPLAY "XVAL: RERUN OF ACCEPTED SEQUENCE "
                   WS-B-SEQUENCE-NO (WS-B) " - CONTROL LOG UNCHANGED"
               ELSE
                 PERFORM LOG-BATCH
               END-IF
             END-IF
             ADD 1 TO WS-B
           END-PERFORM.
           CLOSE EXTRACT-CONTROL.
           IF WS-REJECTED-COUNT > 0 THEN
             DISPLAY "XVAL: " WS-REJECTED-COUNT " OF " WS-BATCH-COUNT
               " COMPANY BATCH(ES) REJECTED - THE OTHER COMPANIES"
               " LOADED"
             MOVE 4 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF WS-LOGGED-COUNT > 0 THEN
             DISPLAY "XVAL: EXTRACT ACCEPTED AND LOGGED"
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * AN HDR RECORD OPENS THE NEXT BATCH. HEADER EDIT: THE
      * EXTRACT IS CUT AT THE END OF THE LEDGER DAY AND THE WINDOW
      * CAN CROSS MIDNIGHT, SO THE EXTRACT DATE MUST BE THE RUN
      * DATE OR THE DAY BEFORE IT - ANYTHING ELSE IS A STALE OR
      * MISROUTED FILE. A COMPANY MAY SEND ONE BATCH A NIGHT, AND
      * A BLANK COMPANY IS A SINGLE-COMPANY EXTRACT AND MUST BE
      * THE ONLY BATCH.
      *
       START-BATCH.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-COUNT TO WS-B.
           MOVE EH-COMPANY TO WS-B-COMPANY (WS-B).
           MOVE EH-SOURCE-SYSTEM TO WS-B-SOURCE (WS-B).
           IF EH-EXTRACT-DATE NUMERIC THEN
             MOVE EH-EXTRACT-DATE TO WS-B-EXTRACT-DATE (WS-B)
           ELSE
             MOVE 0 TO WS-B-EXTRACT-DATE (WS-B)
           END-IF.
           IF EH-SEQUENCE-NO NUMERIC THEN
             MOVE EH-SEQUENCE-NO TO WS-B-SEQUENCE-NO (WS-B)
           ELSE
             MOVE 0 TO WS-B-SEQUENCE-NO (WS-B)
           END-IF.
           MOVE 0 TO WS-B-DETAIL-COUNT (WS-B).
           MOVE 0 TO WS-B-AMOUNT-HASH (WS-B).
           MOVE 0 TO WS-B-ENTRY-HASH (WS-B).
           MOVE 0 TO WS-B-TRAILER-SEEN (WS-B).
           MOVE 0 TO WS-B-TRL-COUNT (WS-B).
           MOVE 0 TO WS-B-TRL-AMOUNT-HASH (WS-B).
           MOVE 0 TO WS-B-TRL-ENTRY-HASH (WS-B).
           MOVE 0 TO WS-B-AFTER-TRL (WS-B).
           MOVE 0 TO WS-B-WRONG-COMPANY (WS-B).
           MOVE 0 TO WS-B-ERRORS (WS-B).
           MOVE 0 TO WS-B-RERUN (WS-B).
           MOVE 0 TO WS-B-PRIOR-FOUND (WS-B).
           IF WS-B-SOURCE (WS-B) = SPACE THEN
             DISPLAY "XVAL: HEADER SOURCE SYSTEM IS BLANK"
             ADD 1 TO WS-B-ERRORS (WS-B)
           END-IF.
           IF WS-B-SEQUENCE-NO (WS-B) = 0 THEN
             DISPLAY "XVAL: HEADER SEQUENCE NUMBER MISSING OR "
               "NOT NUMERIC"
             ADD 1 TO WS-B-ERRORS (WS-B)
           END-IF.
           IF WS-B-EXTRACT-DATE (WS-B) NOT = WS-RUN-DATE AND
              WS-B-EXTRACT-DATE (WS-B) NOT = WS-PRIOR-DATE THEN
             DISPLAY "XVAL: HEADER EXTRACT DATE " EH-EXTRACT-DATE
               " - EXPECTED " WS-PRIOR-DATE " OR " WS-RUN-DATE
             ADD 1 TO WS-B-ERRORS (WS-B)
           END-IF.
           IF WS-B > 1 THEN
             IF WS-B-COMPANY (WS-B) = SPACE OR
                WS-B-COMPANY (1) = SPACE THEN
               DISPLAY "XVAL: HDR RECORD " WS-B " - A BATCH WITH NO "
                 "COMPANY CODE MUST BE THE ONLY BATCH"
               ADD 1 TO WS-B-ERRORS (WS-B)
             END-IF
             MOVE 1 TO WS-BX
             PERFORM UNTIL WS-BX >= WS-B
               IF WS-B-COMPANY (WS-BX) = WS-B-COMPANY (WS-B) AND
                  WS-B-COMPANY (WS-B) NOT = SPACE THEN
                 DISPLAY "XVAL: COMPANY " WS-B-COMPANY (WS-B)
                   " SENT A SECOND BATCH IN THE SAME EXTRACT"
                 ADD 1 TO WS-B-ERRORS (WS-B)
               END-IF
               ADD 1 TO WS-BX
             END-PERFORM
           END-IF.

      *
      * ONE DETAIL RECORD: COUNT IT AND ADD IT TO ITS BATCH'S HASH
      * TOTALS ON THE SAME RULES THE SENDING SYSTEM USES (A
      * NON-NUMERIC AMOUNT OR ID SERIAL ADDS ZERO). BAD VALUES ARE
      * NOT REJECTED HERE - THE MATCHERS' EDIT SENDS THEM TO
      * EXCEPT.DAT AS ALWAYS - BUT A RECORD CARRYING ANOTHER
      * COMPANY'S CODE MEANS THE BATCHES WERE MIXED UP.
      *
       HASH-DETAIL.
           ADD 1 TO WS-B-DETAIL-COUNT (WS-B).
           IF INPUT-NUMBER-RAW NUMERIC THEN
             ADD INPUT-NUMBER TO WS-B-AMOUNT-HASH (WS-B)
           END-IF.
           IF INPUT-ENTRY-ID (3:6) NUMERIC THEN
             MOVE INPUT-ENTRY-ID (3:6) TO WS-ID-SERIAL
             ADD WS-ID-SERIAL TO WS-B-ENTRY-HASH (WS-B)
           END-IF.
           IF INPUT-COMPANY NOT = WS-B-COMPANY (WS-B) THEN
             ADD 1 TO WS-B-WRONG-COMPANY (WS-B)
           END-IF.

       NOTE-PRIOR-EXTRACT.
           MOVE 1 TO WS-B-PRIOR-FOUND (WS-B).
           MOVE CL-SEQUENCE-NO TO WS-B-LAST-SEQUENCE-NO (WS-B).
           MOVE CL-EXTRACT-DATE TO WS-B-LAST-EXTRACT-DATE (WS-B).
           MOVE CL-INPUT-GEN TO WS-B-LAST-INPUT-GEN (WS-B).
           MOVE CL-RECORD-COUNT TO WS-B-LAST-RECORD-COUNT (WS-B).
           MOVE CL-AMOUNT-HASH TO WS-B-LAST-AMOUNT-HASH (WS-B).
           MOVE CL-ENTRY-HASH TO WS-B-LAST-ENTRY-HASH (WS-B).

      *
      * TRAILER AND SEQUENCE EDIT FOR ONE BATCH. A MISSING TRL IS
      * THE CLASSIC TRUNCATED TRANSMISSION. THE SEQUENCE MUST BE
      * EXACTLY ONE PAST THE LAST ACCEPTED EXTRACT FROM THE SAME
      * SOURCE AND COMPANY. THE ONE REPEAT ALLOWED IS A RERUN OF
      * THE SAME NIGHT: SAME RUN IDENTIFIER AND IDENTICAL TOTALS
      * TO THE LOGGED RECORD, IN WHICH CASE THE LOAD GOES AHEAD
      * AND NOTHING IS RE-LOGGED.
      *
       CHECK-BATCH.
           IF WS-B-COMPANY (WS-B) = SPACE THEN
             DISPLAY "XVAL: " WS-B-SOURCE (WS-B)
               " SEQUENCE " WS-B-SEQUENCE-NO (WS-B)
               " DATED " WS-B-EXTRACT-DATE (WS-B) " - "
               WS-B-DETAIL-COUNT (WS-B) " DETAIL RECORD(S)"
           ELSE
             DISPLAY "XVAL: COMPANY " WS-B-COMPANY (WS-B) " "
               WS-B-SOURCE (WS-B)
               " SEQUENCE " WS-B-SEQUENCE-NO (WS-B)
               " DATED " WS-B-EXTRACT-DATE (WS-B) " - "
               WS-B-DETAIL-COUNT (WS-B) " DETAIL RECORD(S)"
           END-IF.
           IF WS-B-AFTER-TRL (WS-B) > 0 THEN
             DISPLAY "XVAL: " WS-B-AFTER-TRL (WS-B)
               " RECORD(S) FOUND AFTER THE TRL RECORD"
             ADD 1 TO WS-B-ERRORS (WS-B)
           END-IF.
           IF WS-B-WRONG-COMPANY (WS-B) > 0 THEN
             DISPLAY "XVAL: " WS-B-WRONG-COMPANY (WS-B)
               " DETAIL RECORD(S) NOT FOR COMPANY "
               WS-B-COMPANY (WS-B)
             ADD 1 TO WS-B-ERRORS (WS-B)
           END-IF.
           IF WS-B-TRAILER-SEEN (WS-B) = 0 THEN
             DISPLAY "XVAL: NO TRL RECORD - TRANSMISSION TRUNCATED "
               "AFTER " WS-B-DETAIL-COUNT (WS-B) " DETAIL RECORD(S)"
             ADD 1 TO WS-B-ERRORS (WS-B)
           ELSE
             IF WS-B-DETAIL-COUNT (WS-B) NOT =
                WS-B-TRL-COUNT (WS-B) THEN
               DISPLAY "XVAL: TRAILER COUNT " WS-B-TRL-COUNT (WS-B)
                 " BUT EXTRACT HOLDS " WS-B-DETAIL-COUNT (WS-B)
               ADD 1 TO WS-B-ERRORS (WS-B)
             END-IF
             IF WS-B-AMOUNT-HASH (WS-B) NOT =
                WS-B-TRL-AMOUNT-HASH (WS-B) THEN
               DISPLAY "XVAL: TRAILER AMOUNT HASH "
                 WS-B-TRL-AMOUNT-HASH (WS-B)
                 " BUT EXTRACT HASHES TO " WS-B-AMOUNT-HASH (WS-B)
               ADD 1 TO WS-B-ERRORS (WS-B)
             END-IF
             IF WS-B-ENTRY-HASH (WS-B) NOT =
                WS-B-TRL-ENTRY-HASH (WS-B) THEN
               DISPLAY "XVAL: TRAILER ENTRY-ID HASH "
                 WS-B-TRL-ENTRY-HASH (WS-B)
                 " BUT EXTRACT HASHES TO " WS-B-ENTRY-HASH (WS-B)
               ADD 1 TO WS-B-ERRORS (WS-B)
             END-IF
           END-IF.
           IF WS-B-PRIOR-FOUND (WS-B) = 1 AND
              WS-B-SEQUENCE-NO (WS-B) > 0 THEN
             COMPUTE WS-EXPECT-SEQ = WS-B-LAST-SEQUENCE-NO (WS-B) + 1
             IF WS-B-SEQUENCE-NO (WS-B) =
                WS-B-LAST-SEQUENCE-NO (WS-B) THEN
               IF WS-INPUT-GEN = WS-B-LAST-INPUT-GEN (WS-B) AND
                  WS-B-EXTRACT-DATE (WS-B) =
                    WS-B-LAST-EXTRACT-DATE (WS-B) AND
                  WS-B-DETAIL-COUNT (WS-B) =
                    WS-B-LAST-RECORD-COUNT (WS-B) AND
                  WS-B-AMOUNT-HASH (WS-B) =
                    WS-B-LAST-AMOUNT-HASH (WS-B) AND
                  WS-B-ENTRY-HASH (WS-B) =
                    WS-B-LAST-ENTRY-HASH (WS-B) THEN
                 MOVE 1 TO WS-B-RERUN (WS-B)
               ELSE
                 DISPLAY "XVAL: SEQUENCE " WS-B-SEQUENCE-NO (WS-B)
                   " FROM " WS-B-SOURCE (WS-B) " ALREADY ACCEPTED ON "
                   WS-B-LAST-EXTRACT-DATE (WS-B) " - REPEATED EXTRACT"
                 ADD 1 TO WS-B-ERRORS (WS-B)
               END-IF
             ELSE
               IF WS-B-SEQUENCE-NO (WS-B) NOT = WS-EXPECT-SEQ THEN
                 DISPLAY "XVAL: SEQUENCE " WS-B-SEQUENCE-NO (WS-B)
                   " FROM " WS-B-SOURCE (WS-B) " - EXPECTED "
                   WS-EXPECT-SEQ
                 ADD 1 TO WS-B-ERRORS (WS-B)
               END-IF
             END-IF
           END-IF.
           IF WS-B-COMPANY (WS-B) NOT = SPACE AND
              WS-B-ERRORS (WS-B) > 0 THEN
             DISPLAY "XVAL: COMPANY " WS-B-COMPANY (WS-B) " - "
               WS-B-ERRORS (WS-B)
               " CONTROL ERROR(S) - BATCH REJECTED, NOT LOADED"
           END-IF.

       COPY-DETAIL.
           MOVE PROBLEM-FILE TO EXTRACT-DETAIL-RECORD.
           WRITE EXTRACT-DETAIL-RECORD.
           IF WS-FS-EXTRACT-DETAIL NOT = "00" THEN
             DISPLAY "DAY01XVAL: ERROR WRITING EXTDTL.DAT - STATUS "
               WS-FS-EXTRACT-DETAIL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.

       LOG-BATCH.
           MOVE SPACE TO CL-SEP-1 CL-SEP-2 CL-SEP-3 CL-SEP-4
             CL-SEP-5 CL-SEP-6 CL-SEP-7 CL-SEP-8 CL-SEP-9.
           MOVE WS-B-SOURCE (WS-B) TO CL-SOURCE-SYSTEM.
           MOVE WS-B-SEQUENCE-NO (WS-B) TO CL-SEQUENCE-NO.
           MOVE WS-B-EXTRACT-DATE (WS-B) TO CL-EXTRACT-DATE.
           MOVE WS-RUN-DATE TO CL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW (1:6) TO CL-RUN-TIME.
           MOVE WS-INPUT-GEN TO CL-INPUT-GEN.
           MOVE WS-B-DETAIL-COUNT (WS-B) TO CL-RECORD-COUNT.
           MOVE WS-B-AMOUNT-HASH (WS-B) TO CL-AMOUNT-HASH.
           MOVE WS-B-ENTRY-HASH (WS-B) TO CL-ENTRY-HASH.
           MOVE WS-B-COMPANY (WS-B) TO CL-COMPANY.
           WRITE EXTRACT-CONTROL-RECORD.
           IF WS-FS-EXTRACT-CONTROL NOT = "00" THEN
             DISPLAY "DAY01XVAL: ERROR WRITING EXTCTL.DAT - STATUS "
               WS-FS-EXTRACT-CONTROL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           ADD 1 TO WS-LOGGED-COUNT.

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
             DISPLAY "DAY01XVAL: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-INPUT-GEN TO SL-RUN-ID
             MOVE "DAY01XVAL" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-RAW-COUNT TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
