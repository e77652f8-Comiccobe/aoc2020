           SELECT DELTA-REPORT ASSIGN TO "DLTARPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DELTA-REPORT.
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

       FD PRIOR-MATCH.
       01 PRIOR-MATCH-RECORD.
       FD DELTA-REPORT.
       01 DELTA-REPORT-RECORD PIC X(80).

       FD STEP-LOG.
           COPY WSSTEPLOG.

       WORKING-STORAGE SECTION.
       01 WS-FS-MATCH-REPORT PIC XX.
       01 WS-FS-MATCH3-REPORT PIC XX.
       01 WS-FS-PRIOR-MATCH PIC XX.
       01 WS-FS-PRIOR-MATCH3 PIC XX.
       01 WS-FS-DELTA-REPORT PIC XX.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
          04 WS-SM-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(41) VALUE SPACE.

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
      * LOAD TONIGHT'S AND LAST NIGHT'S MATCH GENERATIONS AS
             DISPLAY "DAY01DLTA: UNABLE TO OPEN MATCHRPT.DAT - STATUS "
               WS-FS-MATCH-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                   DISPLAY "DAY01DLTA: MATCHRPT EXCEEDS MAXIMUM OF "
                     WS-MAX-KEYS " LINES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-CUR-PAIR-COUNT
               DISPLAY "DAY01DLTA: ERROR READING MATCHRPT.DAT - "
                 WS-FS-MATCH-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               DISPLAY "DAY01DLTA: UNABLE TO OPEN MATCHPRV.DAT - "
                 WS-FS-PRIOR-MATCH " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
                   DISPLAY "DAY01DLTA: MATCHPRV EXCEEDS MAXIMUM OF "
                     WS-MAX-KEYS " LINES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-PRV-PAIR-COUNT
               DISPLAY "DAY01DLTA: ERROR READING MATCHPRV.DAT - "
                 WS-FS-PRIOR-MATCH " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01DLTA: UNABLE TO OPEN MATCH3RPT.DAT - "
               WS-FS-MATCH3-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
                   DISPLAY "DAY01DLTA: MATCH3RPT EXCEEDS MAXIMUM OF "
                     WS-MAX-KEYS " LINES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-CUR-TRIP-COUNT
               DISPLAY "DAY01DLTA: ERROR READING MATCH3RPT.DAT - "
                 WS-FS-MATCH3-REPORT " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
               DISPLAY "DAY01DLTA: UNABLE TO OPEN MATCH3PRV.DAT - "
                 WS-FS-PRIOR-MATCH3 " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
                   DISPLAY "DAY01DLTA: MATCH3PRV EXCEEDS MAXIMUM OF "
                     WS-MAX-KEYS " LINES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-PRV-TRIP-COUNT
               DISPLAY "DAY01DLTA: ERROR READING MATCH3PRV.DAT - "
                 WS-FS-PRIOR-MATCH3 " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
             DISPLAY "DAY01DLTA: UNABLE TO OPEN DLTARPT.DAT - STATUS "
               WS-FS-DELTA-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
             WS-DROP-PAIRS " PERSISTING " WS-KEEP-PAIRS
             " - TRIPLES NEW " WS-NEW-TRIPLES " DROPPED "
             WS-DROP-TRIPLES " PERSISTING " WS-KEEP-TRIPLES.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
             DISPLAY "DAY01DLTA: ERROR WRITING DLTARPT.DAT - STATUS "
               WS-FS-DELTA-REPORT " - JOB TERMINATED"
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
             DISPLAY "DAY01DLTA: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01DLTA" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             COMPUTE SL-RECORDS =
               WS-CUR-PAIR-COUNT + WS-CUR-TRIP-COUNT
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
