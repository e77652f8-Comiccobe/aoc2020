AOC20 * DAY01 BATCH WINDOW SLA REPORT - STEP ELAPSED TIME AND TREND
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01SLA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STEP-LOG ASSIGN TO "STEPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STEP-LOG.
           SELECT SLA-CONTROL ASSIGN TO "SLACTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SLA-CONTROL.
           SELECT SLA-REPORT ASSIGN TO "SLARPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SLA-REPORT.
       DATA DIVISION.

       FILE SECTION.
       FD STEP-LOG.
           COPY WSSTEPLOG.

       FD SLA-CONTROL.
           COPY WSSLACTL.

       FD SLA-REPORT.
       01 SLA-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-STEP-LOG PIC XX.
       01 WS-FS-SLA-CONTROL PIC XX.
       01 WS-FS-SLA-REPORT PIC XX.
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-EOF PIC 9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TONIGHT-ID PIC X(8).
       01 WS-ROW-NO PIC 9(8) VALUE 0.
       01 WS-LAST-ROW PIC 9(8) VALUE 0.
       01 WS-LOG-ROWS PIC 9(8) VALUE 0.
       01 WS-BAD-ROWS PIC 9(6) VALUE 0.
       01 WS-SKIP-ROWS PIC 9(6) VALUE 0.
       01 WS-BAD-CARDS PIC 9(4) VALUE 0.
       01 WS-OVER-COUNT PIC 9(2) VALUE 0.
       01 WS-LATE-NIGHTS PIC 9(2) VALUE 0.
       01 WS-PROJ-WARNING PIC 9 VALUE 0.
       01 WS-TONIGHT-LATE PIC 9 VALUE 0.
      *
AOC20 * THE BATCH WINDOW FROM THE WINDOW CARD, AS SECONDS PAST
AOC20 * MIDNIGHT. WS-HORIZON IS HOW MANY NIGHTS AHEAD THE VOLUME
AOC20 * PROJECTION LOOKS.
       01 WS-WINDOW-FOUND PIC 9 VALUE 0.
       01 WS-WINDOW-START PIC 9(4) VALUE 0.
       01 WS-WINDOW-CUTOFF PIC 9(4) VALUE 0.
       01 WS-CUTOFF-SECS PIC 9(5) VALUE 0.
       01 WS-HORIZON PIC 9(3) VALUE 30.
      *
AOC20 * ONE ENTRY PER PROGRAM - THE SLACTL STEP CARDS IN CARD ORDER,
AOC20 * THEN ANY PROGRAM FOUND ON THE LOG WITHOUT A CARD.
       01 WS-MAX-STEPS PIC 9(2) VALUE 20.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-ST-PROGRAMS OCCURS 20 TIMES PIC X(9).
       01 WS-ST-NAMES OCCURS 20 TIMES PIC X(8).
       01 WS-ST-SLAS OCCURS 20 TIMES PIC 9(5).
       01 WS-S PIC 9(2).
       01 WS-FIND-PROGRAM PIC X(9).
      *
AOC20 * ONE ENTRY PER NIGHT (RUN ID) - TONIGHT IS THE LAST ENTRY AND
AOC20 * UP TO THIRTY PRIOR NIGHTS SIT AHEAD OF IT. EACH NIGHT CARRIES
AOC20 * ITS FIRST START AND LAST END AS SECONDS SINCE THE INTEGER-OF-
AOC20 * DATE EPOCH, THE DAY01P01 INPUT RECORD COUNT AS THE NIGHT'S
AOC20 * VOLUME, AND PER PROGRAM THE ELAPSED SECONDS (ALL RUNS ADDED
AOC20 * TOGETHER), RECORDS, RETURN CODE OF THE LAST RUN AND RUN COUNT.
       01 WS-MAX-NIGHTS PIC 9(2) VALUE 31.
       01 WS-NIGHT-COUNT PIC 9(2) VALUE 0.
       01 WS-NIGHT-TABLE.
          04 WS-NIGHT OCCURS 31 TIMES.
             07 WS-NT-RUN-ID PIC X(8).
             07 WS-NT-START-DATE PIC 9(8).
             07 WS-NT-START-TIME PIC 9(8).
             07 WS-NT-END-DATE PIC 9(8).
             07 WS-NT-END-TIME PIC 9(8).
             07 WS-NT-FIRST-START PIC 9(11).
             07 WS-NT-LAST-END PIC 9(11).
             07 WS-NT-VOLUME PIC 9(8).
             07 WS-NT-STEP OCCURS 20 TIMES.
                10 WS-NS-ELAPSED PIC 9(7).
                10 WS-NS-RECORDS PIC 9(8).
                10 WS-NS-RC PIC 9(4).
                10 WS-NS-RUNS PIC 9(3).
                10 WS-NS-START-TIME PIC 9(8).
       01 WS-N PIC 9(2).
       01 WS-T PIC 9(2).
       01 WS-I PIC 9(2).
       01 WS-FOUND PIC 9.
      *
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
          04 WS-DW-YEAR PIC 9(4).
          04 WS-DW-MONTH PIC 9(2).
          04 WS-DW-DAY PIC 9(2).
       01 WS-TIME-WORK PIC 9(8).
       01 WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
          04 WS-TW-HH PIC 9(2).
          04 WS-TW-MM PIC 9(2).
          04 WS-TW-SS PIC 9(2).
          04 WS-TW-HS PIC 9(2).
       01 WS-DAY-INT PIC 9(7).
       01 WS-ABS-WORK PIC 9(11).
       01 WS-ABS-OK PIC 9.
       01 WS-ROW-OK PIC 9.
       01 WS-ROW-START-ABS PIC 9(11).
       01 WS-ROW-END-ABS PIC 9(11).
       01 WS-ROW-ELAPSED PIC 9(7).
       01 WS-SECS-WORK PIC 9(9).
       01 WS-REM-WORK PIC 9(9).
       01 WS-HOURS-WORK PIC 9(5).
       01 WS-CUTOFF-ABS PIC 9(11).
       01 WS-MARGIN PIC S9(9).
       01 WS-MARGIN-TEXT PIC X(9).
      *
       01 WS-JOB-ELAPSED PIC 9(9).
       01 WS-STEP-TOTAL PIC 9(9).
       01 WS-HIST-COUNT PIC 9(2).
       01 WS-HIST-SUM PIC 9(9).
       01 WS-AVG-ELAPSED PIC 9(7).
       01 WS-MAX-ELAPSED PIC 9(7).
       01 WS-RATE PIC 9(7)V99.
       01 WS-RATE-COUNT PIC 9(2).
       01 WS-RATE-SUM PIC 9(9)V99.
       01 WS-AVG-RATE PIC 9(7)V99.
       01 WS-PCT PIC S9(5).
      *
       01 WS-BASE-VOLUME PIC 9(8).
       01 WS-OLD-VOLUME PIC 9(8).
       01 WS-OLD-NIGHT PIC 9(2).
       01 WS-GROWTH PIC S9(8)V99.
       01 WS-PROJ-VOLUME PIC 9(9).
       01 WS-BASE-TOTAL PIC 9(9).
       01 WS-GAP PIC 9(9).
       01 WS-PROJ-ELAPSED PIC 9(9).
       01 WS-PROJ-END-ABS PIC 9(11).
       01 WS-GROWTH-SECS PIC 9(7)V99.
       01 WS-HEADROOM PIC S9(9).
       01 WS-NIGHTS-LEFT PIC 9(7).
      *
       01 WS-CLOCK.
          04 WS-CK-HH PIC 9(2).
          04 FILLER PIC X VALUE ":".
          04 WS-CK-MM PIC 9(2).
          04 FILLER PIC X VALUE ":".
          04 WS-CK-SS PIC 9(2).
       01 WS-HMS.
          04 WS-HMS-HH PIC 9(2).
          04 FILLER PIC X VALUE ":".
          04 WS-HMS-MM PIC 9(2).
          04 FILLER PIC X VALUE ":".
          04 WS-HMS-SS PIC 9(2).
       01 WS-HHMM.
          04 WS-HM-HH PIC 9(2).
          04 FILLER PIC X VALUE ":".
          04 WS-HM-MM PIC 9(2).
       01 WS-HHMM-WORK PIC 9(4).
       01 WS-HHMM-WORK-R REDEFINES WS-HHMM-WORK.
          04 WS-HW-HH PIC 9(2).
          04 WS-HW-MM PIC 9(2).
       01 WS-ED-RC PIC ZZZ9.
       01 WS-ED-COUNT PIC ZZ,ZZZ,ZZ9.
       01 WS-ED-RATE PIC ZZ,ZZ9.99.
       01 WS-ED-PCT PIC +ZZZ9.
       01 WS-ED-NIGHTS PIC ZZZ,ZZ9.
      *
       01 WS-HEADER-1.
          04 FILLER PIC X(39) VALUE
             "DAY01 BATCH WINDOW SLA REPORT - RUN ID ".
          04 WS-H1-RUN-ID PIC X(8).
          04 FILLER PIC X(11) VALUE "  REPORTED ".
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(66) VALUE SPACE.
       01 WS-HEADER-2.
          04 FILLER PIC X(7) VALUE "WINDOW ".
          04 WS-H2-START PIC X(5).
          04 FILLER PIC X(8) VALUE " CUTOFF ".
          04 WS-H2-CUTOFF PIC X(5).
          04 FILLER PIC X(12) VALUE "  JOB START ".
          04 WS-H2-JOB-START-DATE PIC 9(8).
          04 FILLER PIC X VALUE SPACE.
          04 WS-H2-JOB-START-TIME PIC X(8).
          04 FILLER PIC X(10) VALUE "  JOB END ".
          04 WS-H2-JOB-END-DATE PIC 9(8).
          04 FILLER PIC X VALUE SPACE.
          04 WS-H2-JOB-END-TIME PIC X(8).
          04 FILLER PIC X(10) VALUE "  ELAPSED ".
          04 WS-H2-ELAPSED PIC X(8).
          04 FILLER PIC X(10) VALUE "  MARGIN ".
          04 WS-H2-MARGIN PIC X(9).
          04 FILLER PIC X(14) VALUE SPACE.
       01 WS-HEADER-3 PIC X(132) VALUE ALL "-".
       01 WS-STEP-HEADING.
          04 FILLER PIC X(9) VALUE "STEP".
          04 FILLER PIC X(10) VALUE "PROGRAM".
          04 FILLER PIC X(10) VALUE "START".
          04 FILLER PIC X(10) VALUE "ELAPSED".
          04 FILLER PIC X(10) VALUE "SLA".
          04 FILLER PIC X(6) VALUE "  RC".
          04 FILLER PIC X(12) VALUE "   RECORDS".
          04 FILLER PIC X(11) VALUE " SEC/1000".
          04 FILLER PIC X(11) VALUE "PRIOR AVG".
          04 FILLER PIC X(11) VALUE "PRIOR MAX".
          04 FILLER PIC X(8) VALUE "VS AVG".
          04 FILLER PIC X(11) VALUE "AVG S/1000".
          04 FILLER PIC X(13) VALUE "STATUS".
       01 WS-STEP-DETAIL.
          04 WS-SD-STEP PIC X(8).
          04 FILLER PIC X VALUE SPACE.
          04 WS-SD-PROGRAM PIC X(9).
          04 FILLER PIC X VALUE SPACE.
          04 WS-SD-START PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-ELAPSED PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-SLA PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-RC PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-RECORDS PIC X(10).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-RATE PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-AVG PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-MAX PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-PCT PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-AVG-RATE PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-SD-STATUS PIC X(13).
       01 WS-TOTAL-LINE.
          04 FILLER PIC X(29) VALUE
             "NIGHT TOTAL - STEPS ELAPSED ".
          04 WS-TL-STEPS PIC X(8).
          04 FILLER PIC X(23) VALUE
             "   JOB START TO END ".
          04 WS-TL-JOB PIC X(8).
          04 FILLER PIC X(24) VALUE
             "   STEPS OVER THEIR SLA ".
          04 WS-TL-OVER PIC ZZ9.
          04 FILLER PIC X(37) VALUE SPACE.
       01 WS-HIST-TITLE.
          04 FILLER PIC X(25) VALUE "JOB HISTORY - LAST NIGHTS".
          04 FILLER PIC X(18) VALUE " ON THE STEP LOG (".
          04 WS-HT-NIGHTS PIC Z9.
          04 FILLER PIC X(87) VALUE ")".
       01 WS-HIST-HEADING.
          04 FILLER PIC X(40) VALUE
             "RUN ID    STARTED            ENDED      ".
          04 FILLER PIC X(40) VALUE
             "        ELAPSED    INPUT RECS  SEC/1000 ".
          04 FILLER PIC X(52) VALUE
             " MARGIN".
       01 WS-HIST-DETAIL.
          04 WS-HD-RUN-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-START-DATE PIC 9(8).
          04 FILLER PIC X VALUE SPACE.
          04 WS-HD-START-TIME PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-END-DATE PIC 9(8).
          04 FILLER PIC X VALUE SPACE.
          04 WS-HD-END-TIME PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-ELAPSED PIC X(8).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-HD-VOLUME PIC X(10).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-HD-RATE PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-MARGIN PIC X(9).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HD-FLAG PIC X(40).
       01 WS-PROJ-TITLE PIC X(132) VALUE
          "VOLUME GROWTH PROJECTION".
       01 WS-PROJ-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PL-TEXT PIC X(40).
          04 WS-PL-VALUE PIC X(20).
          04 FILLER PIC X(70) VALUE SPACE.
       01 WS-NO-PROJ-LINE PIC X(132) VALUE
          "  (NO INPUT VOLUME GROWTH ON THE LOG - NOTHING TO PROJECT)".
       01 WS-PROJ-OK-LINE PIC X(132) VALUE
          "  PROJECTED NIGHT STAYS INSIDE THE WINDOW".
       01 WS-PROJ-WARN-LINE PIC X(132) VALUE
          "  *** WARNING - AT CURRENT GROWTH THE NIGHT RUNS PAST THE CUT
      -   "OFF WITHIN THE PROJECTION HORIZON".
       01 WS-FOOTNOTE-1.
          04 FILLER PIC X(40) VALUE
             "NOTE: ELAPSED ADDS EVERY RUN OF A STEP I".
          04 FILLER PIC X(40) VALUE
             "N THE NIGHT; SEC/1000 IS ELAPSED SECONDS".
          04 FILLER PIC X(52) VALUE
             " PER THOUSAND RECORDS THE STEP PROCESSED.".
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
           MOVE WS-STEP-RUN-ID TO WS-TONIGHT-ID.
      *
      * THE WINDOW AND THE PER-STEP SLAS COME FROM THE SLACTL CARDS.
      * THE FILE IS REQUIRED AND MUST CARRY A WINDOW CARD - WITHOUT
      * A CUTOFF THERE IS NOTHING TO MEASURE THE NIGHT AGAINST.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT SLA-CONTROL.
           IF WS-FS-SLA-CONTROL NOT = "00" THEN
             DISPLAY "DAY01SLA: UNABLE TO OPEN SLACTL.DAT - STATUS "
               WS-FS-SLA-CONTROL " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ SLA-CONTROL
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM APPLY-SLA-CARD
             END-READ
             IF WS-FS-SLA-CONTROL NOT = "00" AND
                WS-FS-SLA-CONTROL NOT = "10" THEN
               DISPLAY "DAY01SLA: ERROR READING SLACTL.DAT - STATUS "
                 WS-FS-SLA-CONTROL " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE SLA-CONTROL.
           IF WS-BAD-CARDS > 0 THEN
             DISPLAY "DAY01SLA: " WS-BAD-CARDS
               " INVALID SLACTL.DAT CARD(S) - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           IF WS-WINDOW-FOUND = 0 THEN
             DISPLAY "DAY01SLA: NO WINDOW CARD ON SLACTL.DAT - "
               "JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * FIRST PASS: FIND TONIGHT. WITH NO RUN ID ON PARM TONIGHT IS
      * THE RUN ID OF THE LAST ROW ON THE LOG; OTHERWISE IT IS THE
      * LAST STRETCH OF ROWS CARRYING THAT RUN ID, SO A PAST NIGHT
      * CAN BE REPORTED AGAIN. ROWS AFTER IT ARE NOT READ.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT STEP-LOG.
           IF WS-FS-STEP-LOG = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-STEP-LOG NOT = "00" THEN
               DISPLAY "DAY01SLA: UNABLE TO OPEN STEPLOG.DAT - STATUS "
                 WS-FS-STEP-LOG " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ STEP-LOG
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-LOG-ROWS
                 IF WS-STEP-RUN-ID = SPACE THEN
                   MOVE SL-RUN-ID TO WS-TONIGHT-ID
                   MOVE WS-LOG-ROWS TO WS-LAST-ROW
                 ELSE
                   IF SL-RUN-ID = WS-TONIGHT-ID THEN
                     MOVE WS-LOG-ROWS TO WS-LAST-ROW
                   END-IF
                 END-IF
             END-READ
             IF WS-FS-STEP-LOG NOT = "00" AND
                WS-FS-STEP-LOG NOT = "10" THEN
               DISPLAY "DAY01SLA: ERROR READING STEPLOG.DAT - STATUS "
                 WS-FS-STEP-LOG " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-STEP-LOG NOT = "35" THEN
             CLOSE STEP-LOG
           END-IF.
           IF WS-LAST-ROW = 0 THEN
             DISPLAY "SLA: NO STEPLOG.DAT ROWS FOR RUN ID "
               WS-TONIGHT-ID " - NOTHING TO REPORT"
             MOVE 4 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
      *
      * SECOND PASS: BUILD THE NIGHT TABLE FROM THE ROWS UP TO
      * TONIGHT'S LAST. A CHANGE OF RUN ID STARTS A NEW NIGHT; ONLY
      * TONIGHT AND THE THIRTY NIGHTS BEFORE IT ARE KEPT.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT STEP-LOG.
           IF WS-FS-STEP-LOG NOT = "00" THEN
             DISPLAY "DAY01SLA: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ STEP-LOG
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ROW-NO
                 PERFORM LOAD-LOG-ROW
                 IF WS-ROW-NO >= WS-LAST-ROW THEN
                   MOVE 1 TO WS-EOF
                 END-IF
             END-READ
             IF WS-FS-STEP-LOG NOT = "00" AND
                WS-FS-STEP-LOG NOT = "10" THEN
               DISPLAY "DAY01SLA: ERROR READING STEPLOG.DAT - STATUS "
                 WS-FS-STEP-LOG " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE STEP-LOG.
           IF WS-NIGHT-COUNT = 0 THEN
             DISPLAY "SLA: NO USABLE STEPLOG.DAT ROWS FOR RUN ID "
               WS-TONIGHT-ID " - NOTHING TO REPORT"
             MOVE 4 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-NIGHT-COUNT TO WS-T.
      *
      * HEADINGS: THE WINDOW, AND TONIGHT'S JOB FROM THE FIRST STEP
      * START TO THE LAST STEP END AGAINST THE CUTOFF.
      *
           OPEN OUTPUT SLA-REPORT.
           IF WS-FS-SLA-REPORT NOT = "00" THEN
             DISPLAY "DAY01SLA: UNABLE TO OPEN SLARPT.DAT - STATUS "
               WS-FS-SLA-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-STEP-LOG
             STOP RUN
           END-IF.
           MOVE WS-TONIGHT-ID TO WS-H1-RUN-ID.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           WRITE SLA-REPORT-RECORD FROM WS-HEADER-1.
           PERFORM CHECK-REPORT-WRITE.
           MOVE WS-WINDOW-START TO WS-HHMM-WORK.
           MOVE WS-HW-HH TO WS-HM-HH.
           MOVE WS-HW-MM TO WS-HM-MM.
           MOVE WS-HHMM TO WS-H2-START.
           MOVE WS-WINDOW-CUTOFF TO WS-HHMM-WORK.
           MOVE WS-HW-HH TO WS-HM-HH.
           MOVE WS-HW-MM TO WS-HM-MM.
           MOVE WS-HHMM TO WS-H2-CUTOFF.
           MOVE WS-NT-START-DATE (WS-T) TO WS-H2-JOB-START-DATE.
           MOVE WS-NT-START-TIME (WS-T) TO WS-TIME-WORK.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK TO WS-H2-JOB-START-TIME.
           MOVE WS-NT-END-DATE (WS-T) TO WS-H2-JOB-END-DATE.
           MOVE WS-NT-END-TIME (WS-T) TO WS-TIME-WORK.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK TO WS-H2-JOB-END-TIME.
           COMPUTE WS-JOB-ELAPSED =
             WS-NT-LAST-END (WS-T) - WS-NT-FIRST-START (WS-T).
           MOVE WS-JOB-ELAPSED TO WS-SECS-WORK.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-H2-ELAPSED.
           MOVE WS-T TO WS-N.
           PERFORM FIND-CUTOFF.
           COMPUTE WS-MARGIN = WS-CUTOFF-ABS - WS-NT-LAST-END (WS-T).
           PERFORM FORMAT-MARGIN.
           MOVE WS-MARGIN-TEXT TO WS-H2-MARGIN.
           IF WS-MARGIN < 0 THEN
             MOVE 1 TO WS-TONIGHT-LATE
           END-IF.
           WRITE SLA-REPORT-RECORD FROM WS-HEADER-2.
           PERFORM CHECK-REPORT-WRITE.
           WRITE SLA-REPORT-RECORD FROM WS-HEADER-3.
           PERFORM CHECK-REPORT-WRITE.
      *
      * ONE LINE PER STEP - EVERY PROGRAM WITH AN SLACTL CARD, RUN
      * OR NOT, AND ANY OTHER PROGRAM THAT LOGGED TONIGHT. THE PRIOR
      * COLUMNS ARE OVER THE NIGHTS AHEAD OF TONIGHT ON WHICH THE
      * STEP RAN.
      *
           WRITE SLA-REPORT-RECORD FROM WS-STEP-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           MOVE 0 TO WS-STEP-TOTAL.
           MOVE 1 TO WS-S.
           PERFORM UNTIL WS-S > WS-STEP-COUNT
             IF WS-ST-NAMES (WS-S) NOT = SPACE OR
                WS-NS-RUNS (WS-T, WS-S) > 0 THEN
               PERFORM PRINT-STEP-LINE
             END-IF
             ADD 1 TO WS-S
           END-PERFORM.
           WRITE SLA-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE WS-STEP-TOTAL TO WS-SECS-WORK.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-TL-STEPS.
           MOVE WS-JOB-ELAPSED TO WS-SECS-WORK.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-TL-JOB.
           MOVE WS-OVER-COUNT TO WS-TL-OVER.
           WRITE SLA-REPORT-RECORD FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE SLA-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
      *
      * THE NIGHT-BY-NIGHT JOB HISTORY, OLDEST FIRST, EACH NIGHT
      * AGAINST ITS OWN CUTOFF.
      *
           MOVE WS-NIGHT-COUNT TO WS-HT-NIGHTS.
           WRITE SLA-REPORT-RECORD FROM WS-HIST-TITLE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE SLA-REPORT-RECORD FROM WS-HIST-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           MOVE 1 TO WS-N.
           PERFORM UNTIL WS-N > WS-NIGHT-COUNT
             PERFORM PRINT-NIGHT-LINE
             ADD 1 TO WS-N
           END-PERFORM.
           WRITE SLA-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
      *
      * PROJECTION. INPUT GROWTH PER NIGHT IS TAKEN FROM THE OLDEST
      * NIGHT ON THE TABLE WITH A DAY01P01 COUNT TO TONIGHT. EACH
      * STEP'S ELAPSED (TONIGHT'S, OR ITS PRIOR AVERAGE IF IT DID
      * NOT RUN) IS SCALED BY THE PROJECTED VOLUME; THE TIME
      * BETWEEN STEPS IS HELD AT TONIGHT'S.
      *
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-TITLE.
           PERFORM CHECK-REPORT-WRITE.
           PERFORM PROJECT-VOLUME.
           WRITE SLA-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE SLA-REPORT-RECORD FROM WS-FOOTNOTE-1.
           PERFORM CHECK-REPORT-WRITE.
           CLOSE SLA-REPORT.
           DISPLAY "SLA: RUN ID " WS-TONIGHT-ID " - " WS-NIGHT-COUNT
             " NIGHT(S) ON THE TABLE - JOB ELAPSED " WS-H2-ELAPSED
             " - MARGIN TO CUTOFF " WS-H2-MARGIN.
           DISPLAY "SLA: " WS-OVER-COUNT " STEP(S) OVER SLA - "
             WS-LATE-NIGHTS " NIGHT(S) PAST THE CUTOFF".
           IF WS-BAD-ROWS > 0 THEN
             DISPLAY "SLA: " WS-BAD-ROWS
               " STEPLOG.DAT ROW(S) WITH BAD DATES OR TIMES IGNORED"
           END-IF.
           IF WS-SKIP-ROWS > 0 THEN
             DISPLAY "SLA: " WS-SKIP-ROWS " STEPLOG.DAT ROW(S) FOR "
               "MORE THAN " WS-MAX-STEPS " PROGRAMS IGNORED"
           END-IF.
           IF WS-OVER-COUNT > 0 OR WS-PROJ-WARNING = 1 OR
              WS-TONIGHT-LATE = 1 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-LOG.
           STOP RUN.

      *
      * ONE SLACTL CARD. THE WINDOW CARD SETS THE WINDOW; ANY OTHER
      * CARD NAMES A PROGRAM AND ITS SLA. A BAD CARD IS COUNTED AND
      * ENDS THE RUN ONCE ALL THE CARDS HAVE BEEN LISTED.
      *
       APPLY-SLA-CARD.
           IF SLA-STEP-CARD = SPACE OR SC-PROGRAM (1:1) = "*" THEN
             CONTINUE
           ELSE
             IF SW-KEYWORD = "WINDOW" THEN
               IF SW-START NUMERIC AND SW-CUTOFF NUMERIC AND
                  SW-START-HH < 24 AND SW-START-MM < 60 AND
                  SW-CUTOFF-HH < 24 AND SW-CUTOFF-MM < 60 THEN
                 MOVE SW-START TO WS-WINDOW-START
                 MOVE SW-CUTOFF TO WS-WINDOW-CUTOFF
                 COMPUTE WS-CUTOFF-SECS =
                   SW-CUTOFF-HH * 3600 + SW-CUTOFF-MM * 60
                 IF SW-HORIZON NUMERIC AND SW-HORIZON > 0 THEN
                   MOVE SW-HORIZON TO WS-HORIZON
                 END-IF
                 MOVE 1 TO WS-WINDOW-FOUND
               ELSE
                 DISPLAY "DAY01SLA: INVALID WINDOW CARD - "
                   SLA-WINDOW-CARD
                 ADD 1 TO WS-BAD-CARDS
               END-IF
             ELSE
               IF SC-SLA-SECONDS NOT NUMERIC THEN
                 DISPLAY "DAY01SLA: INVALID STEP CARD - " SLA-STEP-CARD
                 ADD 1 TO WS-BAD-CARDS
               ELSE
                 MOVE SC-PROGRAM TO WS-FIND-PROGRAM
                 PERFORM FIND-STEP
                 IF WS-S = 0 THEN
                   DISPLAY "DAY01SLA: MORE THAN " WS-MAX-STEPS
                     " STEP CARDS - " SLA-STEP-CARD
                   ADD 1 TO WS-BAD-CARDS
                 ELSE
                   MOVE SC-SLA-SECONDS TO WS-ST-SLAS (WS-S)
                   MOVE SC-STEP-NAME TO WS-ST-NAMES (WS-S)
                   IF SC-STEP-NAME = SPACE THEN
                     MOVE "-" TO WS-ST-NAMES (WS-S)
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      *
      * POSITION WS-S ON WS-FIND-PROGRAM IN THE STEP TABLE, ADDING
      * IT IF IT IS NEW. WS-S IS ZERO WHEN THE TABLE IS FULL.
      *
       FIND-STEP.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-S.
           PERFORM UNTIL WS-S > WS-STEP-COUNT OR WS-FOUND = 1
             IF WS-ST-PROGRAMS (WS-S) = WS-FIND-PROGRAM THEN
               MOVE 1 TO WS-FOUND
             ELSE
               ADD 1 TO WS-S
             END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
             IF WS-STEP-COUNT < WS-MAX-STEPS THEN
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-S
               MOVE WS-FIND-PROGRAM TO WS-ST-PROGRAMS (WS-S)
               MOVE SPACE TO WS-ST-NAMES (WS-S)
               MOVE 0 TO WS-ST-SLAS (WS-S)
             ELSE
               MOVE 0 TO WS-S
             END-IF
           END-IF.

      *
      * ONE STEPLOG ROW INTO THE NIGHT TABLE. A ROW WHOSE DATES OR
      * TIMES WILL NOT CONVERT, OR THAT ENDS BEFORE IT STARTS, IS
      * COUNTED AND LEFT OUT.
      *
       LOAD-LOG-ROW.
           PERFORM CHECK-LOG-ROW.
           IF WS-ROW-OK = 0 THEN
             ADD 1 TO WS-BAD-ROWS
           ELSE
             IF WS-NIGHT-COUNT = 0 THEN
               PERFORM START-NIGHT
             ELSE
               IF SL-RUN-ID NOT = WS-NT-RUN-ID (WS-NIGHT-COUNT) THEN
                 PERFORM START-NIGHT
               END-IF
             END-IF
             MOVE WS-NIGHT-COUNT TO WS-N
             MOVE SL-PROGRAM TO WS-FIND-PROGRAM
             PERFORM FIND-STEP
             IF WS-S = 0 THEN
               ADD 1 TO WS-SKIP-ROWS
             ELSE
               ADD WS-ROW-ELAPSED TO WS-NS-ELAPSED (WS-N, WS-S)
               MOVE SL-RECORDS TO WS-NS-RECORDS (WS-N, WS-S)
               MOVE SL-RETURN-CODE TO WS-NS-RC (WS-N, WS-S)
               IF WS-NS-RUNS (WS-N, WS-S) = 0 THEN
                 MOVE SL-START-TIME TO WS-NS-START-TIME (WS-N, WS-S)
               END-IF
               ADD 1 TO WS-NS-RUNS (WS-N, WS-S)
               IF WS-NT-FIRST-START (WS-N) = 0 OR
                  WS-ROW-START-ABS < WS-NT-FIRST-START (WS-N) THEN
                 MOVE WS-ROW-START-ABS TO WS-NT-FIRST-START (WS-N)
                 MOVE SL-START-DATE TO WS-NT-START-DATE (WS-N)
                 MOVE SL-START-TIME TO WS-NT-START-TIME (WS-N)
               END-IF
               IF WS-ROW-END-ABS > WS-NT-LAST-END (WS-N) THEN
                 MOVE WS-ROW-END-ABS TO WS-NT-LAST-END (WS-N)
                 MOVE SL-END-DATE TO WS-NT-END-DATE (WS-N)
                 MOVE SL-END-TIME TO WS-NT-END-TIME (WS-N)
               END-IF
               IF SL-PROGRAM = "DAY01P01" THEN
                 MOVE SL-RECORDS TO WS-NT-VOLUME (WS-N)
               END-IF
             END-IF
           END-IF.

      *
      * OPEN A NEW NIGHT AT THE END OF THE TABLE, DROPPING THE
      * OLDEST WHEN THE TABLE IS FULL.
      *
       START-NIGHT.
           IF WS-NIGHT-COUNT = WS-MAX-NIGHTS THEN
             MOVE 2 TO WS-I
             PERFORM UNTIL WS-I > WS-MAX-NIGHTS
               MOVE WS-NIGHT (WS-I) TO WS-NIGHT (WS-I - 1)
               ADD 1 TO WS-I
             END-PERFORM
             SUBTRACT 1 FROM WS-NIGHT-COUNT
           END-IF.
           ADD 1 TO WS-NIGHT-COUNT.
           MOVE ZERO TO WS-NIGHT (WS-NIGHT-COUNT).
           MOVE SL-RUN-ID TO WS-NT-RUN-ID (WS-NIGHT-COUNT).

      *
      * CONVERT THE ROW'S START AND END TO ABSOLUTE SECONDS.
      *
       CHECK-LOG-ROW.
           MOVE 0 TO WS-ROW-OK.
           IF SL-START-DATE NUMERIC AND SL-START-TIME NUMERIC AND
              SL-END-DATE NUMERIC AND SL-END-TIME NUMERIC AND
              SL-RECORDS NUMERIC AND SL-RETURN-CODE NUMERIC THEN
             MOVE SL-START-DATE TO WS-DATE-WORK
             MOVE SL-START-TIME TO WS-TIME-WORK
             PERFORM TO-ABS-SECONDS
             IF WS-ABS-OK = 1 THEN
               MOVE WS-ABS-WORK TO WS-ROW-START-ABS
               MOVE SL-END-DATE TO WS-DATE-WORK
               MOVE SL-END-TIME TO WS-TIME-WORK
               PERFORM TO-ABS-SECONDS
               IF WS-ABS-OK = 1 AND
                  WS-ABS-WORK >= WS-ROW-START-ABS THEN
                 MOVE WS-ABS-WORK TO WS-ROW-END-ABS
                 COMPUTE WS-ROW-ELAPSED =
                   WS-ROW-END-ABS - WS-ROW-START-ABS
                 MOVE 1 TO WS-ROW-OK
               END-IF
             END-IF
           END-IF.

       TO-ABS-SECONDS.
           MOVE 0 TO WS-ABS-OK.
           IF WS-DW-YEAR >= 1601 AND
              WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12 AND
              WS-DW-DAY >= 1 AND WS-DW-DAY <= 31 AND
              WS-TW-HH < 24 AND WS-TW-MM < 60 AND WS-TW-SS < 60 THEN
             COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
             IF WS-DAY-INT > 0 THEN
               COMPUTE WS-ABS-WORK = WS-DAY-INT * 86400 +
                 WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
               MOVE 1 TO WS-ABS-OK
             END-IF
           END-IF.

      *
      * THE CUTOFF THAT APPLIES TO NIGHT WS-N - THE FIRST CUTOFF
      * TIME AFTER THE NIGHT'S FIRST STEP STARTED.
      *
       FIND-CUTOFF.
           DIVIDE WS-NT-FIRST-START (WS-N) BY 86400
             GIVING WS-DAY-INT REMAINDER WS-REM-WORK.
           COMPUTE WS-CUTOFF-ABS = WS-DAY-INT * 86400 + WS-CUTOFF-SECS.
           IF WS-CUTOFF-ABS <= WS-NT-FIRST-START (WS-N) THEN
             ADD 86400 TO WS-CUTOFF-ABS
           END-IF.

      *
      * TONIGHT'S LINE FOR STEP WS-S, WITH ITS PRIOR-NIGHT AVERAGE
      * AND MAXIMUM. OVER ITS SLA FLAGS THE STEP AND SETS RC=4.
      *
       PRINT-STEP-LINE.
           PERFORM STEP-HISTORY.
           MOVE SPACE TO WS-STEP-DETAIL.
           MOVE WS-ST-NAMES (WS-S) TO WS-SD-STEP.
           MOVE WS-ST-PROGRAMS (WS-S) TO WS-SD-PROGRAM.
           IF WS-ST-SLAS (WS-S) > 0 THEN
             MOVE WS-ST-SLAS (WS-S) TO WS-SECS-WORK
             PERFORM FORMAT-HMS
             MOVE WS-HMS TO WS-SD-SLA
           ELSE
             MOVE "NONE" TO WS-SD-SLA
           END-IF.
           IF WS-HIST-COUNT > 0 THEN
             MOVE WS-AVG-ELAPSED TO WS-SECS-WORK
             PERFORM FORMAT-HMS
             MOVE WS-HMS TO WS-SD-AVG (2:8)
             MOVE WS-MAX-ELAPSED TO WS-SECS-WORK
             PERFORM FORMAT-HMS
             MOVE WS-HMS TO WS-SD-MAX (2:8)
           END-IF.
           IF WS-RATE-COUNT > 0 THEN
             MOVE WS-AVG-RATE TO WS-ED-RATE
             MOVE WS-ED-RATE TO WS-SD-AVG-RATE
           END-IF.
           IF WS-NS-RUNS (WS-T, WS-S) = 0 THEN
             MOVE "NOT RUN" TO WS-SD-START
             MOVE "NOT RUN" TO WS-SD-STATUS
           ELSE
             MOVE WS-NS-START-TIME (WS-T, WS-S) TO WS-TIME-WORK
             PERFORM FORMAT-CLOCK
             MOVE WS-CLOCK TO WS-SD-START
             MOVE WS-NS-ELAPSED (WS-T, WS-S) TO WS-SECS-WORK
             ADD WS-SECS-WORK TO WS-STEP-TOTAL
             PERFORM FORMAT-HMS
             MOVE WS-HMS TO WS-SD-ELAPSED
             MOVE WS-NS-RC (WS-T, WS-S) TO WS-ED-RC
             MOVE WS-ED-RC TO WS-SD-RC
             MOVE WS-NS-RECORDS (WS-T, WS-S) TO WS-ED-COUNT
             MOVE WS-ED-COUNT TO WS-SD-RECORDS
             IF WS-NS-RECORDS (WS-T, WS-S) > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                 WS-NS-ELAPSED (WS-T, WS-S) * 1000 /
                 WS-NS-RECORDS (WS-T, WS-S)
               MOVE WS-RATE TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-SD-RATE
             END-IF
             IF WS-HIST-COUNT > 0 AND WS-AVG-ELAPSED > 0 THEN
               COMPUTE WS-PCT ROUNDED =
                 (WS-NS-ELAPSED (WS-T, WS-S) - WS-AVG-ELAPSED) * 100
                 / WS-AVG-ELAPSED
               MOVE WS-PCT TO WS-ED-PCT
               MOVE WS-ED-PCT TO WS-SD-PCT (1:5)
               MOVE "%" TO WS-SD-PCT (6:1)
             END-IF
             IF WS-ST-SLAS (WS-S) > 0 AND
                WS-NS-ELAPSED (WS-T, WS-S) > WS-ST-SLAS (WS-S) THEN
               MOVE "*OVER SLA" TO WS-SD-STATUS
               ADD 1 TO WS-OVER-COUNT
             ELSE
               IF WS-NS-RUNS (WS-T, WS-S) > 1 THEN
                 MOVE "RERUN" TO WS-SD-STATUS
               ELSE
                 MOVE "OK" TO WS-SD-STATUS
               END-IF
             END-IF
           END-IF.
           WRITE SLA-REPORT-RECORD FROM WS-STEP-DETAIL.
           PERFORM CHECK-REPORT-WRITE.

      *
      * AVERAGE AND MAXIMUM ELAPSED, AND AVERAGE SECONDS PER
      * THOUSAND RECORDS, OF STEP WS-S OVER THE PRIOR NIGHTS IT RAN.
      *
       STEP-HISTORY.
           MOVE 0 TO WS-HIST-COUNT WS-HIST-SUM WS-MAX-ELAPSED
             WS-AVG-ELAPSED WS-RATE-COUNT WS-RATE-SUM WS-AVG-RATE.
           MOVE 1 TO WS-N.
           PERFORM UNTIL WS-N >= WS-T
             IF WS-NS-RUNS (WS-N, WS-S) > 0 THEN
               ADD 1 TO WS-HIST-COUNT
               ADD WS-NS-ELAPSED (WS-N, WS-S) TO WS-HIST-SUM
               IF WS-NS-ELAPSED (WS-N, WS-S) > WS-MAX-ELAPSED THEN
                 MOVE WS-NS-ELAPSED (WS-N, WS-S) TO WS-MAX-ELAPSED
               END-IF
               IF WS-NS-RECORDS (WS-N, WS-S) > 0 THEN
                 ADD 1 TO WS-RATE-COUNT
                 COMPUTE WS-RATE ROUNDED =
                   WS-NS-ELAPSED (WS-N, WS-S) * 1000 /
                   WS-NS-RECORDS (WS-N, WS-S)
                 ADD WS-RATE TO WS-RATE-SUM
               END-IF
             END-IF
             ADD 1 TO WS-N
           END-PERFORM.
           IF WS-HIST-COUNT > 0 THEN
             COMPUTE WS-AVG-ELAPSED ROUNDED =
               WS-HIST-SUM / WS-HIST-COUNT
           END-IF.
           IF WS-RATE-COUNT > 0 THEN
             COMPUTE WS-AVG-RATE ROUNDED = WS-RATE-SUM / WS-RATE-COUNT
           END-IF.

      *
      * ONE NIGHT OF THE JOB HISTORY. A NIGHT THAT ENDED AFTER ITS
      * CUTOFF IS FLAGGED.
      *
       PRINT-NIGHT-LINE.
           MOVE SPACE TO WS-HIST-DETAIL.
           MOVE WS-NT-RUN-ID (WS-N) TO WS-HD-RUN-ID.
           MOVE WS-NT-START-DATE (WS-N) TO WS-HD-START-DATE.
           MOVE WS-NT-START-TIME (WS-N) TO WS-TIME-WORK.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK TO WS-HD-START-TIME.
           MOVE WS-NT-END-DATE (WS-N) TO WS-HD-END-DATE.
           MOVE WS-NT-END-TIME (WS-N) TO WS-TIME-WORK.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK TO WS-HD-END-TIME.
           COMPUTE WS-SECS-WORK =
             WS-NT-LAST-END (WS-N) - WS-NT-FIRST-START (WS-N).
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-HD-ELAPSED.
           IF WS-NT-VOLUME (WS-N) > 0 THEN
             MOVE WS-NT-VOLUME (WS-N) TO WS-ED-COUNT
             MOVE WS-ED-COUNT TO WS-HD-VOLUME
             COMPUTE WS-RATE ROUNDED =
               WS-SECS-WORK * 1000 / WS-NT-VOLUME (WS-N)
             MOVE WS-RATE TO WS-ED-RATE
             MOVE WS-ED-RATE TO WS-HD-RATE
           ELSE
             MOVE "NO P01" TO WS-HD-VOLUME
           END-IF.
           PERFORM FIND-CUTOFF.
           COMPUTE WS-MARGIN = WS-CUTOFF-ABS - WS-NT-LAST-END (WS-N).
           PERFORM FORMAT-MARGIN.
           MOVE WS-MARGIN-TEXT TO WS-HD-MARGIN.
           IF WS-MARGIN < 0 THEN
             MOVE "*PAST CUTOFF" TO WS-HD-FLAG
             ADD 1 TO WS-LATE-NIGHTS
           END-IF.
           IF WS-N = WS-T THEN
             IF WS-MARGIN < 0 THEN
               MOVE "TONIGHT *PAST CUTOFF" TO WS-HD-FLAG
             ELSE
               MOVE "TONIGHT" TO WS-HD-FLAG
             END-IF
           END-IF.
           WRITE SLA-REPORT-RECORD FROM WS-HIST-DETAIL.
           PERFORM CHECK-REPORT-WRITE.

      *
      * VOLUME GROWTH PROJECTION OVER THE WINDOW CARD'S HORIZON.
      *
       PROJECT-VOLUME.
           MOVE WS-NT-VOLUME (WS-T) TO WS-BASE-VOLUME.
           MOVE 0 TO WS-OLD-NIGHT.
           MOVE 1 TO WS-N.
           PERFORM UNTIL WS-N >= WS-T OR WS-OLD-NIGHT > 0
             IF WS-NT-VOLUME (WS-N) > 0 THEN
               MOVE WS-N TO WS-OLD-NIGHT
             END-IF
             ADD 1 TO WS-N
           END-PERFORM.
           MOVE 0 TO WS-GROWTH.
           IF WS-BASE-VOLUME > 0 AND WS-OLD-NIGHT > 0 THEN
             MOVE WS-NT-VOLUME (WS-OLD-NIGHT) TO WS-OLD-VOLUME
             COMPUTE WS-GROWTH ROUNDED =
               (WS-BASE-VOLUME - WS-OLD-VOLUME) / (WS-T - WS-OLD-NIGHT)
           END-IF.
           IF WS-GROWTH NOT > 0 THEN
             WRITE SLA-REPORT-RECORD FROM WS-NO-PROJ-LINE
             PERFORM CHECK-REPORT-WRITE
           ELSE
             PERFORM PROJECT-ELAPSED
           END-IF.

       PROJECT-ELAPSED.
      *
      * BASE ELAPSED PER STEP AND THE TIME BETWEEN STEPS TONIGHT.
      *
           MOVE 0 TO WS-BASE-TOTAL.
           MOVE 1 TO WS-S.
           PERFORM UNTIL WS-S > WS-STEP-COUNT
             IF WS-NS-RUNS (WS-T, WS-S) > 0 THEN
               ADD WS-NS-ELAPSED (WS-T, WS-S) TO WS-BASE-TOTAL
             ELSE
               IF WS-ST-NAMES (WS-S) NOT = SPACE THEN
                 PERFORM STEP-HISTORY
                 ADD WS-AVG-ELAPSED TO WS-BASE-TOTAL
               END-IF
             END-IF
             ADD 1 TO WS-S
           END-PERFORM.
           MOVE 0 TO WS-GAP.
           IF WS-JOB-ELAPSED > WS-STEP-TOTAL THEN
             COMPUTE WS-GAP = WS-JOB-ELAPSED - WS-STEP-TOTAL
           END-IF.
           COMPUTE WS-PROJ-VOLUME ROUNDED =
             WS-BASE-VOLUME + WS-GROWTH * WS-HORIZON.
           COMPUTE WS-PROJ-ELAPSED ROUNDED =
             WS-BASE-TOTAL * WS-PROJ-VOLUME / WS-BASE-VOLUME + WS-GAP.
           COMPUTE WS-PROJ-END-ABS =
             WS-NT-FIRST-START (WS-T) + WS-PROJ-ELAPSED.
           MOVE WS-T TO WS-N.
           PERFORM FIND-CUTOFF.
           MOVE "INPUT RECORDS TONIGHT (DAY01P01)" TO WS-PL-TEXT.
           MOVE WS-BASE-VOLUME TO WS-ED-COUNT.
           MOVE WS-ED-COUNT TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "INPUT RECORDS ON THE OLDEST NIGHT" TO WS-PL-TEXT.
           MOVE WS-OLD-VOLUME TO WS-ED-COUNT.
           MOVE WS-ED-COUNT TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "AVERAGE GROWTH PER NIGHT (RECORDS)" TO WS-PL-TEXT.
           MOVE WS-GROWTH TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "PROJECTION HORIZON (NIGHTS)" TO WS-PL-TEXT.
           MOVE WS-HORIZON TO WS-ED-NIGHTS.
           MOVE WS-ED-NIGHTS TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "PROJECTED INPUT RECORDS" TO WS-PL-TEXT.
           MOVE WS-PROJ-VOLUME TO WS-ED-COUNT.
           MOVE WS-ED-COUNT TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "PROJECTED JOB ELAPSED" TO WS-PL-TEXT.
           MOVE WS-PROJ-ELAPSED TO WS-SECS-WORK.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "PROJECTED MARGIN TO CUTOFF" TO WS-PL-TEXT.
           COMPUTE WS-MARGIN = WS-CUTOFF-ABS - WS-PROJ-END-ABS.
           PERFORM FORMAT-MARGIN.
           MOVE WS-MARGIN-TEXT TO WS-PL-VALUE.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
      *
      * NIGHTS LEFT BEFORE THE CUTOFF IS REACHED AT THIS GROWTH.
      *
           COMPUTE WS-GROWTH-SECS ROUNDED =
             WS-BASE-TOTAL * WS-GROWTH / WS-BASE-VOLUME.
           COMPUTE WS-HEADROOM = WS-CUTOFF-ABS -
             WS-NT-FIRST-START (WS-T) - WS-BASE-TOTAL - WS-GAP.
           MOVE "NIGHTS UNTIL THE CUTOFF IS REACHED" TO WS-PL-TEXT.
           IF WS-HEADROOM NOT > 0 THEN
             MOVE "ALREADY REACHED" TO WS-PL-VALUE
           ELSE
             IF WS-GROWTH-SECS > 0 THEN
               COMPUTE WS-NIGHTS-LEFT = WS-HEADROOM / WS-GROWTH-SECS
               MOVE WS-NIGHTS-LEFT TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-PL-VALUE
             ELSE
               MOVE "NOT WITHIN REACH" TO WS-PL-VALUE
             END-IF
           END-IF.
           WRITE SLA-REPORT-RECORD FROM WS-PROJ-LINE.
           PERFORM CHECK-REPORT-WRITE.
           IF WS-MARGIN < 0 THEN
             MOVE 1 TO WS-PROJ-WARNING
             WRITE SLA-REPORT-RECORD FROM WS-PROJ-WARN-LINE
             DISPLAY "SLA: WARNING - VOLUME GROWTH PROJECTS THE NIGHT "
               "PAST THE " WS-H2-CUTOFF " CUTOFF WITHIN " WS-HORIZON
               " NIGHTS"
           ELSE
             WRITE SLA-REPORT-RECORD FROM WS-PROJ-OK-LINE
           END-IF.
           PERFORM CHECK-REPORT-WRITE.

      *
      * EDITING: HHMMSSHH CLOCK TIME AS HH:MM:SS, A SECOND COUNT AS
      * HH:MM:SS, AND A SIGNED MARGIN AS +HH:MM:SS OR -HH:MM:SS.
      *
       FORMAT-CLOCK.
           MOVE WS-TW-HH TO WS-CK-HH.
           MOVE WS-TW-MM TO WS-CK-MM.
           MOVE WS-TW-SS TO WS-CK-SS.

       FORMAT-HMS.
           DIVIDE WS-SECS-WORK BY 3600
             GIVING WS-HOURS-WORK REMAINDER WS-REM-WORK.
           IF WS-HOURS-WORK > 99 THEN
             MOVE 99 TO WS-HMS-HH
           ELSE
             MOVE WS-HOURS-WORK TO WS-HMS-HH
           END-IF.
           DIVIDE WS-REM-WORK BY 60
             GIVING WS-HMS-MM REMAINDER WS-HMS-SS.

       FORMAT-MARGIN.
           IF WS-MARGIN < 0 THEN
             COMPUTE WS-SECS-WORK = 0 - WS-MARGIN
             MOVE "-" TO WS-MARGIN-TEXT (1:1)
           ELSE
             MOVE WS-MARGIN TO WS-SECS-WORK
             MOVE "+" TO WS-MARGIN-TEXT (1:1)
           END-IF.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-MARGIN-TEXT (2:8).

       CHECK-REPORT-WRITE.
           IF WS-FS-SLA-REPORT NOT = "00" THEN
             DISPLAY "DAY01SLA: ERROR WRITING SLARPT.DAT - STATUS "
               WS-FS-SLA-REPORT " - JOB TERMINATED"
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
             DISPLAY "DAY01SLA: UNABLE TO OPEN STEPLOG.DAT - STATUS "
               WS-FS-STEP-LOG " - STEP TIMING NOT LOGGED"
           ELSE
             MOVE SPACE TO STEP-LOG-RECORD
             MOVE WS-STEP-RUN-ID TO SL-RUN-ID
             MOVE "DAY01SLA" TO SL-PROGRAM
             MOVE WS-STEP-START-DATE TO SL-START-DATE
             MOVE WS-STEP-START-TIME TO SL-START-TIME
             ACCEPT SL-END-DATE FROM DATE YYYYMMDD
             ACCEPT SL-END-TIME FROM TIME
             MOVE WS-LOG-ROWS TO SL-RECORDS
             MOVE RETURN-CODE TO SL-RETURN-CODE
             WRITE STEP-LOG-RECORD
             CLOSE STEP-LOG
           END-IF.
