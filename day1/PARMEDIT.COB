       01 WS-PRIOR-EFF PIC 9(8) VALUE 0.
       01 WS-CUR-EFF PIC 9(8) VALUE 0.
       01 WS-MAX-TARGETS PIC 9(2) VALUE 5.
       01 WS-MAX-COMPANIES PIC 9(2) VALUE 9.
       01 WS-C PIC 9(2).
       01 WS-TX PIC 9(2).
       01 WS-G-CKPTINT PIC 9(2) VALUE 0.
       01 WS-G-POOLAGE PIC 9(2) VALUE 0.
       01 WS-G-APPRAGE PIC 9(2) VALUE 0.
AOC20 * COMPANY SECTIONS OF THE GROUP BEING EDITED. A SECTION IS
AOC20 * OPENED BY A COMPANY CARD, OR IMPLICITLY (BLANK CODE) BY A
AOC20 * PER-COMPANY KEYWORD AHEAD OF ANY COMPANY CARD.
       01 WS-G-SECTIONS PIC 9(2) VALUE 0.
       01 WS-G-COMPANIES PIC 9(2) VALUE 0.
       01 WS-G-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-SECTION-OPEN PIC 9 VALUE 0.
       01 WS-SECTION-CODE PIC X(4).
       01 WS-CODE-REPEATED PIC 9.
       01 WS-S-TARGETS PIC 9(2) VALUE 0.
       01 WS-S-EXCLIM PIC 9(2) VALUE 0.
       01 WS-S-TOLER PIC 9(2) VALUE 0.
       01 WS-S-DUPLIM PIC 9(2) VALUE 0.
       01 WS-S-APPRLIM PIC 9(2) VALUE 0.
       01 WS-CAPTURING PIC 9 VALUE 0.
       01 WS-ACT-FOUND PIC 9 VALUE 0.
       01 WS-ACT-EFF PIC 9(8).
       01 WS-ACT-CO-COUNT PIC 9(2) VALUE 0.
       01 WS-ACT-CODES OCCURS 9 TIMES PIC X(4).
       01 WS-ACT-TARGET-COUNTS OCCURS 9 TIMES PIC 9(2).
       01 WS-ACT-TARGETS OCCURS 45 TIMES PIC 9(6).
       01 WS-ACT-EXCLIMS OCCURS 9 TIMES PIC 9(4).
       01 WS-ACT-TOLERS OCCURS 9 TIMES PIC 9(4).
       01 WS-ACT-DUPLIMS OCCURS 9 TIMES PIC 9(6).
       01 WS-ACT-APPRLIMS OCCURS 9 TIMES PIC 9(6).
       01 WS-ACT-CKPTINT PIC 9(4).
       01 WS-ACT-POOLAGE PIC 9(4).
       01 WS-ACT-APPRAGE PIC 9(4).
       01 WS-DATE-OK PIC 9.
       01 WS-MONTH-MAX PIC 9(2).
       01 WS-YEAR-MIN PIC 9(4) VALUE 1900.
           IF WS-ACT-FOUND = 1 THEN
             DISPLAY "PEDT: ACTIVE ON " WS-RUN-DATE
               " - GROUP EFFECTIVE " WS-ACT-EFF
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-ACT-CO-COUNT
               IF WS-ACT-CODES (WS-C) NOT = SPACE THEN
                 DISPLAY "PEDT:   COMPANY " WS-ACT-CODES (WS-C)
               END-IF
               MOVE 1 TO WS-T
               PERFORM UNTIL WS-T > WS-ACT-TARGET-COUNTS (WS-C)
                 COMPUTE WS-TX = (WS-C - 1) * WS-MAX-TARGETS + WS-T
                 DISPLAY "PEDT:   TARGET  " WS-ACT-TARGETS (WS-TX)
                 ADD 1 TO WS-T
               END-PERFORM
               DISPLAY "PEDT:   EXCLIM  " WS-ACT-EXCLIMS (WS-C)
               DISPLAY "PEDT:   TOLER   " WS-ACT-TOLERS (WS-C)
               DISPLAY "PEDT:   DUPLIM  " WS-ACT-DUPLIMS (WS-C)
               DISPLAY "PEDT:   APPRLIM " WS-ACT-APPRLIMS (WS-C)
               ADD 1 TO WS-C
             END-PERFORM
             DISPLAY "PEDT:   CKPTINT " WS-ACT-CKPTINT
             DISPLAY "PEDT:   POOLAGE " WS-ACT-POOLAGE
             DISPLAY "PEDT:   APPRAGE " WS-ACT-APPRAGE
           ELSE
             DISPLAY "PEDT: NO PARAMETER GROUP EFFECTIVE FOR "
               WS-RUN-DATE
           END-IF.
           ADD 1 TO WS-GROUP-NO.
           MOVE 1 TO WS-GROUP-OPEN.
           MOVE 0 TO WS-G-CKPTINT.
           MOVE 0 TO WS-G-POOLAGE.
           MOVE 0 TO WS-G-APPRAGE.
           MOVE 0 TO WS-G-SECTIONS.
           MOVE 0 TO WS-G-COMPANIES.
           MOVE 0 TO WS-SECTION-OPEN.
           MOVE 0 TO WS-CAPTURING.
           MOVE 0 TO WS-CUR-EFF.
           IF RP-VALUE-8 NOT NUMERIC THEN
                 MOVE 1 TO WS-CAPTURING
                 MOVE 1 TO WS-ACT-FOUND
                 MOVE WS-CUR-EFF TO WS-ACT-EFF
                 MOVE 0 TO WS-ACT-CO-COUNT
                 MOVE 0100 TO WS-ACT-CKPTINT
                 MOVE 0030 TO WS-ACT-POOLAGE
                 MOVE 0005 TO WS-ACT-APPRAGE
               END-IF
             END-IF
           END-IF.
               " AHEAD OF THE FIRST EFFDATE - " RUN-PARM-RECORD
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-SECTION-OPEN = 0 AND
              (RP-KEYWORD = "TARGET" OR RP-KEYWORD = "EXCLIM" OR
               RP-KEYWORD = "TOLER" OR RP-KEYWORD = "DUPLIM" OR
               RP-KEYWORD = "APPRLIM") THEN
             MOVE SPACE TO WS-SECTION-CODE
             PERFORM OPEN-SECTION
           END-IF.
           IF RP-KEYWORD = "COMPANY" THEN
             PERFORM EDIT-COMPANY-CARD
           ELSE
           IF RP-KEYWORD = "TARGET" THEN
             IF RP-NUM-6 NOT NUMERIC OR RP-NUM-6 = 0 THEN
               DISPLAY "PEDT: CARD " WS-CARD-NO
                 " TARGET NOT A POSITIVE 9(6) - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-S-TARGETS
               IF WS-S-TARGETS > WS-MAX-TARGETS THEN
                 DISPLAY "PEDT: CARD " WS-CARD-NO
                   " MORE THAN " WS-MAX-TARGETS " TARGETS FOR COMPANY"
                 ADD 1 TO WS-ERROR-COUNT
               ELSE
                 IF WS-CAPTURING = 1 AND WS-ACT-CO-COUNT > 0 THEN
                   ADD 1 TO WS-ACT-TARGET-COUNTS (WS-ACT-CO-COUNT)
                   COMPUTE WS-TX = (WS-ACT-CO-COUNT - 1)
                     * WS-MAX-TARGETS
                     + WS-ACT-TARGET-COUNTS (WS-ACT-CO-COUNT)
                   MOVE RP-NUM-6 TO WS-ACT-TARGETS (WS-TX)
                 END-IF
               END-IF
             END-IF
                 " EXCLIM NOT A 9(4) VALUE - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-S-EXCLIM
               IF WS-CAPTURING = 1 AND WS-ACT-CO-COUNT > 0 THEN
                 MOVE RP-NUM-4 TO WS-ACT-EXCLIMS (WS-ACT-CO-COUNT)
               END-IF
             END-IF
           ELSE
                 " TOLER NOT A 9(4) VALUE - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-S-TOLER
               IF WS-CAPTURING = 1 AND WS-ACT-CO-COUNT > 0 THEN
                 MOVE RP-NUM-4 TO WS-ACT-TOLERS (WS-ACT-CO-COUNT)
               END-IF
             END-IF
           ELSE
                 " DUPLIM NOT A 9(6) VALUE - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-S-DUPLIM
               IF WS-CAPTURING = 1 AND WS-ACT-CO-COUNT > 0 THEN
                 MOVE RP-NUM-6 TO WS-ACT-DUPLIMS (WS-ACT-CO-COUNT)
               END-IF
             END-IF
           ELSE
                 MOVE RP-NUM-4 TO WS-ACT-CKPTINT
               END-IF
             END-IF
           ELSE
           IF RP-KEYWORD = "POOLAGE" THEN
             IF RP-NUM-4 NOT NUMERIC OR RP-NUM-4 = 0 THEN
               DISPLAY "PEDT: CARD " WS-CARD-NO
                 " POOLAGE NOT A POSITIVE 9(4) - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-G-POOLAGE
               IF WS-CAPTURING = 1 THEN
                 MOVE RP-NUM-4 TO WS-ACT-POOLAGE
               END-IF
             END-IF
           ELSE
           IF RP-KEYWORD = "APPRLIM" THEN
             IF RP-NUM-6 NOT NUMERIC THEN
               DISPLAY "PEDT: CARD " WS-CARD-NO
                 " APPRLIM NOT A 9(6) VALUE - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-S-APPRLIM
               IF WS-CAPTURING = 1 AND WS-ACT-CO-COUNT > 0 THEN
                 MOVE RP-NUM-6 TO WS-ACT-APPRLIMS (WS-ACT-CO-COUNT)
               END-IF
             END-IF
           ELSE
           IF RP-KEYWORD = "APPRAGE" THEN
             IF RP-NUM-4 NOT NUMERIC OR RP-NUM-4 = 0 THEN
               DISPLAY "PEDT: CARD " WS-CARD-NO
                 " APPRAGE NOT A POSITIVE 9(4) - " RUN-PARM-RECORD
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               ADD 1 TO WS-G-APPRAGE
               IF WS-CAPTURING = 1 THEN
                 MOVE RP-NUM-4 TO WS-ACT-APPRAGE
               END-IF
             END-IF
           ELSE
             DISPLAY "PEDT: CARD " WS-CARD-NO
               " UNKNOWN KEYWORD - " RUN-PARM-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *
      * COMPANY CARD: THE 4-CHARACTER CODE IN COLUMNS 10-13 OPENS
      * THAT COMPANY'S SECTION OF THE GROUP. A GROUP IS EITHER ALL
      * COMPANY SECTIONS OR ONE UNSCOPED SINGLE-COMPANY SET, NEVER
      * A MIXTURE, AND NO CODE MAY APPEAR TWICE IN ONE GROUP.
      *
       EDIT-COMPANY-CARD.
           IF RP-VALUE (1:4) = SPACE THEN
             DISPLAY "PEDT: CARD " WS-CARD-NO
               " COMPANY CODE IS BLANK - " RUN-PARM-RECORD
             ADD 1 TO WS-ERROR-COUNT
           ELSE
           IF WS-G-SECTIONS > 0 AND WS-G-COMPANIES = 0 THEN
             DISPLAY "PEDT: CARD " WS-CARD-NO
               " COMPANY CARD AFTER UNSCOPED COMPANY KEYWORDS - "
               RUN-PARM-RECORD
             ADD 1 TO WS-ERROR-COUNT
           ELSE
           IF WS-G-COMPANIES >= WS-MAX-COMPANIES THEN
             DISPLAY "PEDT: CARD " WS-CARD-NO
               " MORE THAN " WS-MAX-COMPANIES " COMPANIES IN GROUP"
             ADD 1 TO WS-ERROR-COUNT
           ELSE
             MOVE 0 TO WS-CODE-REPEATED
             MOVE 1 TO WS-C
             PERFORM UNTIL WS-C > WS-G-COMPANIES
               IF WS-G-CODES (WS-C) = RP-VALUE (1:4) THEN
                 MOVE 1 TO WS-CODE-REPEATED
               END-IF
               ADD 1 TO WS-C
             END-PERFORM
             IF WS-CODE-REPEATED = 1 THEN
               DISPLAY "PEDT: CARD " WS-CARD-NO
                 " COMPANY " RP-VALUE (1:4) " REPEATED IN GROUP"
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               IF WS-SECTION-OPEN = 1 THEN
                 PERFORM CLOSE-SECTION
               END-IF
               ADD 1 TO WS-G-COMPANIES
               MOVE RP-VALUE (1:4) TO WS-G-CODES (WS-G-COMPANIES)
               MOVE RP-VALUE (1:4) TO WS-SECTION-CODE
               PERFORM OPEN-SECTION
             END-IF
           END-IF
           END-IF
           END-IF.

      *
      * START A COMPANY SECTION FOR WS-SECTION-CODE, AND WHEN THE
      * GROUP IS THE ONE BEING CAPTURED, ITS ACTIVE VALUES WITH
      * THE SAME DEFAULTS THE NIGHTLY PROGRAMS START FROM.
      *
       OPEN-SECTION.
           ADD 1 TO WS-G-SECTIONS.
           MOVE 1 TO WS-SECTION-OPEN.
           MOVE 0 TO WS-S-TARGETS.
           MOVE 0 TO WS-S-EXCLIM.
           MOVE 0 TO WS-S-TOLER.
           MOVE 0 TO WS-S-DUPLIM.
           MOVE 0 TO WS-S-APPRLIM.
           IF WS-CAPTURING = 1 AND
              WS-ACT-CO-COUNT < WS-MAX-COMPANIES THEN
             ADD 1 TO WS-ACT-CO-COUNT
             MOVE WS-SECTION-CODE TO WS-ACT-CODES (WS-ACT-CO-COUNT)
             MOVE 0 TO WS-ACT-TARGET-COUNTS (WS-ACT-CO-COUNT)
             MOVE 9999 TO WS-ACT-EXCLIMS (WS-ACT-CO-COUNT)
             MOVE 0 TO WS-ACT-TOLERS (WS-ACT-CO-COUNT)
             MOVE 0 TO WS-ACT-DUPLIMS (WS-ACT-CO-COUNT)
             MOVE 0 TO WS-ACT-APPRLIMS (WS-ACT-CO-COUNT)
           END-IF.

      *
      * END OF A COMPANY SECTION: EACH COMPANY MUST BE COMPLETE IN
      * ITSELF - AT LEAST ONE TARGET AND EXACTLY ONE EACH OF
      * EXCLIM, TOLER, DUPLIM AND APPRLIM.
      *
       CLOSE-SECTION.
           IF WS-S-TARGETS = 0 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " COMPANY " WS-SECTION-CODE " CARRIES NO TARGET CARD"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-S-EXCLIM NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " COMPANY " WS-SECTION-CODE " EXCLIM MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-S-TOLER NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " COMPANY " WS-SECTION-CODE " TOLER MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-S-DUPLIM NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " COMPANY " WS-SECTION-CODE " DUPLIM MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-S-APPRLIM NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " COMPANY " WS-SECTION-CODE
               " APPRLIM MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE 0 TO WS-SECTION-OPEN.

      *
      * END OF A GROUP: EVERY GROUP MUST BE COMPLETE IN ITSELF -
      * EVERY COMPANY SECTION COMPLETE (A GROUP WITH NO SECTION AT
      * ALL IS MISSING ITS TARGET, EXCLIM, TOLER, DUPLIM AND
      * APPRLIM) AND EXACTLY ONE EACH OF CKPTINT, POOLAGE AND
      * APPRAGE FOR THE GROUP AS A WHOLE - SO A GROUP NEVER
      * SILENTLY INHERITS VALUES FROM THE ONE BEFORE IT.
      *
       CLOSE-GROUP.
           IF WS-SECTION-OPEN = 1 THEN
             PERFORM CLOSE-SECTION
           END-IF.
           IF WS-G-SECTIONS = 0 THEN
             MOVE SPACE TO WS-SECTION-CODE
             MOVE 0 TO WS-S-TARGETS
             MOVE 0 TO WS-S-EXCLIM
             MOVE 0 TO WS-S-TOLER
             MOVE 0 TO WS-S-DUPLIM
             MOVE 0 TO WS-S-APPRLIM
             PERFORM CLOSE-SECTION
           END-IF.
           IF WS-G-CKPTINT NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " CKPTINT MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-G-POOLAGE NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " POOLAGE MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-G-APPRAGE NOT = 1 THEN
             DISPLAY "PEDT: GROUP EFFECTIVE " WS-CUR-EFF
               " APPRAGE MISSING OR REPEATED"
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE 0 TO WS-GROUP-OPEN.

      *
