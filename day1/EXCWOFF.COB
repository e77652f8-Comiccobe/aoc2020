AOC20 * DAY01 EXCEPTION WRITE-OFF/REOPEN MAINTENANCE AND AUDIT LISTING
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01XWOF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EXCEPTION-LEDGER ASSIGN TO "EXCLEDG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XL-ENTRY-ID
           FILE STATUS IS WS-FS-EXCEPTION-LEDGER.
           SELECT WOFF-TRANS ASSIGN TO "XWOFTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WOFF-TRANS.
           SELECT WOFF-LOG ASSIGN TO "XWOFLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WOFF-LOG.
           SELECT AUDIT-LIST ASSIGN TO "XWOFAUD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT-LIST.
       DATA DIVISION.

       FILE SECTION.
       FD EXCEPTION-LEDGER.
           COPY WSEXCLDG.

AOC20 * ONE TRANSACTION PER CARD. XW-ACTION IS WRITOFF OR REOPEN.
AOC20 * A WRITE-OFF NEEDS A REASON CODE (ONE OF THE XL-WOFF-REASON
AOC20 * CODES IN THE LEDGER COPYBOOK) AND THE CLERK. A REOPEN NEEDS
AOC20 * THE CLERK; ITS REASON CODE IS OPTIONAL AND ONLY GOES TO THE
AOC20 * WRITE-OFF LOG.
       FD WOFF-TRANS.
       01 WOFF-TRANS-CARD.
          04 XW-ACTION PIC X(7).
          04 XW-SEP-1 PIC X.
          04 XW-ENTRY-ID PIC X(8).
          04 XW-SEP-2 PIC X.
          04 XW-REASON PIC X(4).
          04 XW-SEP-3 PIC X.
          04 XW-CLERK PIC X(8).

       FD WOFF-LOG.
           COPY WSXWOFLOG.

       FD AUDIT-LIST.
       01 AUDIT-LIST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-EXCEPTION-LEDGER PIC XX.
       01 WS-FS-WOFF-TRANS PIC XX.
       01 WS-FS-WOFF-LOG PIC XX.
       01 WS-FS-AUDIT-LIST PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-REASON PIC X(20).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-WOFF-COUNT PIC 9(6) VALUE 0.
       01 WS-REOPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAGE-MAX PIC 9(4) VALUE 55.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEADER-1.
          04 FILLER PIC X(44) VALUE
             "DAY01 EXCEPTION WRITE-OFF AUDIT             ".
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(6) VALUE "  PAGE".
          04 WS-H1-PAGE PIC ZZZ9.
          04 FILLER PIC X(69) VALUE SPACE.
       01 WS-HEADER-2 PIC X(132) VALUE ALL "-".
       01 WS-HEADER-3.
          04 FILLER PIC X(9) VALUE "ACTION".
          04 FILLER PIC X(10) VALUE "ENTRY-ID".
          04 FILLER PIC X(10) VALUE "RESULT".
          04 FILLER PIC X(8) VALUE "IMAGE".
          04 FILLER PIC X(6) VALUE "STATE".
          04 FILLER PIC X(10) VALUE "FIRST REJ".
          04 FILLER PIC X(6) VALUE "TIMES".
          04 FILLER PIC X(6) VALUE "RECYC".
          04 FILLER PIC X(10) VALUE "RESOLVED".
          04 FILLER PIC X(10) VALUE "WOFF DATE".
          04 FILLER PIC X(10) VALUE "WOFF BY".
          04 FILLER PIC X(6) VALUE "RSN".
          04 FILLER PIC X(31) VALUE "REASON".
       01 WS-AUDIT-LINE.
          04 WS-AL-ACTION PIC X(7).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-ENTRY-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RESULT PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-IMAGE PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-STATE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-FIRST-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REJECTS PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RECYCLES PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RESOLVED-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-WOFF-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-WOFF-BY PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-WOFF-REASON PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REASON PIC X(20).
          04 FILLER PIC X(11) VALUE SPACE.
       01 WS-NO-CARD-LINE PIC X(132) VALUE
          "  (NO WRITE-OFF OR REOPEN TRANSACTIONS SUBMITTED)".
       01 WS-BLANK-LINE PIC X(132) VALUE SPACE.
       01 WS-TOTAL-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-TL-TEXT PIC X(34).
          04 WS-TL-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(89) VALUE SPACE.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
      *
      * THE LEDGER IS BUILT BY THE NIGHTLY DAY01XLDG, SO ONLY AN
      * ENTRY ALREADY ON IT CAN BE WRITTEN OFF. BEFORE THE FIRST
      * NIGHT HAS RUN THE CLUSTER IS EMPTY/UNLOADED: FALL BACK TO
      * OUTPUT TO SEED IT, THEN REOPEN I-O, THE SAME FALLBACK
      * DAY01HMNT USES, AND EVERY CARD IS REJECTED AS NOT ON FILE.
      *
           OPEN I-O EXCEPTION-LEDGER.
           IF WS-FS-EXCEPTION-LEDGER = "35" THEN
             OPEN OUTPUT EXCEPTION-LEDGER
             IF WS-FS-EXCEPTION-LEDGER = "00" THEN
               CLOSE EXCEPTION-LEDGER
               OPEN I-O EXCEPTION-LEDGER
             END-IF
           END-IF.
           IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
             DISPLAY "DAY01XWOF: UNABLE TO OPEN EXCLEDG.DAT - STATUS "
               WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT WOFF-TRANS.
           IF WS-FS-WOFF-TRANS NOT = "00" THEN
             DISPLAY "DAY01XWOF: UNABLE TO OPEN XWOFTRAN.DAT - STATUS "
               WS-FS-WOFF-TRANS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * THE WRITE-OFF LOG IS CUMULATIVE, LIKE HOLDLOG: EXTEND IT,
      * OR CREATE IT ON THE FIRST RUN.
      *
           OPEN EXTEND WOFF-LOG.
           IF WS-FS-WOFF-LOG = "35" THEN
             OPEN OUTPUT WOFF-LOG
           END-IF.
           IF WS-FS-WOFF-LOG NOT = "00" THEN
             DISPLAY "DAY01XWOF: UNABLE TO EXTEND XWOFLOG.DAT - STATUS "
               WS-FS-WOFF-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-LIST.
           IF WS-FS-AUDIT-LIST NOT = "00" THEN
             DISPLAY "DAY01XWOF: UNABLE TO OPEN XWOFAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
      *
      * APPLY THE CARDS IN THE ORDER SUBMITTED, SO A REOPEN
      * FOLLOWED BY A WRITE-OFF OF THE SAME ENTRY IN ONE DECK
      * WRITES IT OFF AGAIN WITH A NEW REASON. EVERY CARD LANDS ON
      * THE LISTING AND ON THE WRITE-OFF LOG: A REJECTED CARD
      * PRINTS ITS OWN IMAGE AND THE REASON, AN APPLIED CARD PRINTS
      * THE LEDGER RECORD BEFORE AND AFTER THE UPDATE.
      *
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
             READ WOFF-TRANS
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WOFF-TRANS-CARD = SPACE OR
                    XW-ACTION (1:1) = "*" THEN
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM APPLY-TRANSACTION
                   PERFORM WRITE-WOFF-LOG
                 END-IF
             END-READ
             IF WS-FS-WOFF-TRANS NOT = "00" AND
                WS-FS-WOFF-TRANS NOT = "10" THEN
               DISPLAY "DAY01XWOF: ERROR READING XWOFTRAN.DAT - "
                 WS-FS-WOFF-TRANS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE WOFF-TRANS.
           IF WS-CARD-COUNT = 0 THEN
             MOVE WS-NO-CARD-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.
           MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "TRANSACTIONS READ" TO WS-TL-TEXT.
           MOVE WS-CARD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "EXCEPTIONS WRITTEN OFF" TO WS-TL-TEXT.
           MOVE WS-WOFF-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "EXCEPTIONS REOPENED" TO WS-TL-TEXT.
           MOVE WS-REOPEN-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TL-TEXT.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE AUDIT-LIST.
           CLOSE WOFF-LOG.
           CLOSE EXCEPTION-LEDGER.
           IF WS-REJECT-COUNT > 0 THEN
             MOVE 4 TO WS-FINAL-RC
           END-IF.
           DISPLAY "XWOF: " WS-CARD-COUNT " CARD(S) - "
             WS-WOFF-COUNT " WRITTEN OFF - " WS-REOPEN-COUNT
             " REOPENED - " WS-REJECT-COUNT " REJECTED".
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *
      * EDIT ONE CARD AND APPLY IT. WS-REASON IS LEFT BLANK BY AN
      * EDIT THAT PASSES; ANY TEXT IN IT REJECTS THE CARD.
      *
       APPLY-TRANSACTION.
           MOVE SPACE TO WS-REASON.
           IF XW-ENTRY-ID = SPACE THEN
             MOVE "ENTRY ID REQUIRED" TO WS-REASON
           ELSE
             IF XW-ACTION NOT = "WRITOFF" AND
                XW-ACTION NOT = "REOPEN" THEN
               MOVE "UNKNOWN ACTION" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE XW-ENTRY-ID TO XL-ENTRY-ID
             READ EXCEPTION-LEDGER
             IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
               IF WS-FS-EXCEPTION-LEDGER = "23" THEN
                 MOVE "NOT ON LEDGER" TO WS-REASON
               ELSE
                 DISPLAY "DAY01XWOF: ERROR READING EXCLEDG - "
                   WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             IF XW-ACTION = "WRITOFF" THEN
               PERFORM APPLY-WRITE-OFF
             ELSE
               PERFORM APPLY-REOPEN
             END-IF
           END-IF.
           IF WS-REASON NOT = SPACE THEN
             ADD 1 TO WS-REJECT-COUNT
             MOVE XW-ACTION TO WS-AL-ACTION
             MOVE XW-ENTRY-ID TO WS-AL-ENTRY-ID
             MOVE "REJECTED" TO WS-AL-RESULT
             MOVE "CARD" TO WS-AL-IMAGE
             MOVE SPACE TO WS-AL-STATE
             MOVE SPACE TO WS-AL-FIRST-DATE
             MOVE SPACE TO WS-AL-REJECTS
             MOVE SPACE TO WS-AL-RECYCLES
             MOVE SPACE TO WS-AL-RESOLVED-DATE
             MOVE SPACE TO WS-AL-WOFF-DATE
             MOVE XW-CLERK TO WS-AL-WOFF-BY
             MOVE XW-REASON TO WS-AL-WOFF-REASON
             MOVE WS-REASON TO WS-AL-REASON
             MOVE WS-AUDIT-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.

      *
      * WRITE OFF AN EXCEPTION THAT IS STILL OPEN - NEVER FIXED, OR
      * RECYCLED BUT NOT YET THROUGH THE NEXT NIGHT'S EDIT. ONE
      * ALREADY RESOLVED OR WRITTEN OFF IS REJECTED. A WRITTEN-OFF
      * ENTRY LEAVES THE AGING REPORT FROM THE NEXT NIGHT ON.
      *
       APPLY-WRITE-OFF.
           IF XL-STATE = "WOFF" THEN
             MOVE "ALREADY WRITTEN OFF" TO WS-REASON
           ELSE
             IF XL-STATE = "MTCH" OR
                (XL-STATE = "RCYC" AND XL-RESOLVED-DATE NOT = 0) THEN
               MOVE "ALREADY RESOLVED" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM EDIT-REASON-CODE
           END-IF.
           IF WS-REASON = SPACE AND XW-REASON = SPACE THEN
             MOVE "REASON CODE REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE AND XW-CLERK = SPACE THEN
             MOVE "CLERK REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM PRINT-BEFORE-IMAGE
             MOVE "WOFF" TO XL-STATE
             MOVE WS-RUN-DATE TO XL-STATE-DATE
             MOVE WS-RUN-DATE TO XL-WOFF-DATE
             MOVE XW-CLERK TO XL-WOFF-BY
             MOVE XW-REASON TO XL-WOFF-REASON
             REWRITE EXCEPTION-LEDGER-RECORD
             IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
               DISPLAY "DAY01XWOF: ERROR REWRITING EXCLEDG - "
                 WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-WOFF-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * REOPEN A WRITTEN-OFF EXCEPTION. THE WRITE-OFF DETAILS ARE
      * CLEARED (THEY STAY ON XWOFLOG) AND THE ENTRY AGES AGAIN
      * FROM THE DATE IT WAS FIRST REJECTED.
      *
       APPLY-REOPEN.
           IF XL-STATE NOT = "WOFF" THEN
             MOVE "NOT WRITTEN OFF" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE AND XW-REASON NOT = SPACE THEN
             PERFORM EDIT-REASON-CODE
           END-IF.
           IF WS-REASON = SPACE AND XW-CLERK = SPACE THEN
             MOVE "CLERK REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM PRINT-BEFORE-IMAGE
             MOVE "OPEN" TO XL-STATE
             MOVE WS-RUN-DATE TO XL-STATE-DATE
             MOVE 0 TO XL-RESOLVED-DATE
             MOVE 0 TO XL-WOFF-DATE
             MOVE SPACE TO XL-WOFF-BY
             MOVE SPACE TO XL-WOFF-REASON
             REWRITE EXCEPTION-LEDGER-RECORD
             IF WS-FS-EXCEPTION-LEDGER NOT = "00" THEN
               DISPLAY "DAY01XWOF: ERROR REWRITING EXCLEDG - "
                 WS-FS-EXCEPTION-LEDGER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-REOPEN-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * A REASON CODE KEYED ON THE CARD MUST BE ONE OF THE CODES
      * LISTED IN THE LEDGER COPYBOOK. A BLANK CODE PASSES HERE;
      * APPLY-WRITE-OFF INSISTS ON ONE SEPARATELY.
      *
       EDIT-REASON-CODE.
           IF XW-REASON NOT = SPACE AND
              XW-REASON NOT = "IMMA" AND XW-REASON NOT = "DUPL" AND
              XW-REASON NOT = "VOID" AND XW-REASON NOT = "OTHR" THEN
             MOVE "UNKNOWN REASON CODE" TO WS-REASON
           END-IF.

      *
      * ONE WRITE-OFF LOG RECORD PER CARD, APPLIED OR REJECTED,
      * WITH THE CARD AS KEYED AND THE OUTCOME.
      *
       WRITE-WOFF-LOG.
           MOVE SPACE TO WL-SEP-1 WL-SEP-2 WL-SEP-3 WL-SEP-4
             WL-SEP-5 WL-SEP-6 WL-SEP-7.
           MOVE WS-RUN-DATE TO WL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW (1:6) TO WL-RUN-TIME.
           MOVE XW-ACTION TO WL-ACTION.
           MOVE XW-ENTRY-ID TO WL-ENTRY-ID.
           MOVE XW-REASON TO WL-REASON.
           MOVE XW-CLERK TO WL-CLERK.
           IF WS-REASON = SPACE THEN
             MOVE "APPLIED" TO WL-RESULT
           ELSE
             MOVE "REJECTED" TO WL-RESULT
           END-IF.
           MOVE WS-REASON TO WL-REJECT-REASON.
           WRITE WOFF-LOG-RECORD.
           IF WS-FS-WOFF-LOG NOT = "00" THEN
             DISPLAY "DAY01XWOF: ERROR WRITING XWOFLOG.DAT - STATUS "
               WS-FS-WOFF-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       PRINT-BEFORE-IMAGE.
           MOVE "BEFORE" TO WS-AL-IMAGE.
           PERFORM PRINT-LEDGER-IMAGE.

       PRINT-AFTER-IMAGE.
           MOVE "AFTER" TO WS-AL-IMAGE.
           PERFORM PRINT-LEDGER-IMAGE.

       PRINT-LEDGER-IMAGE.
           MOVE XW-ACTION TO WS-AL-ACTION.
           MOVE XL-ENTRY-ID TO WS-AL-ENTRY-ID.
           MOVE "APPLIED" TO WS-AL-RESULT.
           MOVE XL-STATE TO WS-AL-STATE.
           MOVE XL-FIRST-DATE TO WS-AL-FIRST-DATE.
           MOVE XL-REJECT-COUNT TO WS-AL-REJECTS.
           MOVE XL-RECYCLE-COUNT TO WS-AL-RECYCLES.
           IF XL-RESOLVED-DATE = 0 THEN
             MOVE SPACE TO WS-AL-RESOLVED-DATE
           ELSE
             MOVE XL-RESOLVED-DATE TO WS-AL-RESOLVED-DATE
           END-IF.
           IF XL-WOFF-DATE = 0 THEN
             MOVE SPACE TO WS-AL-WOFF-DATE
           ELSE
             MOVE XL-WOFF-DATE TO WS-AL-WOFF-DATE
           END-IF.
           MOVE XL-WOFF-BY TO WS-AL-WOFF-BY.
           MOVE XL-WOFF-REASON TO WS-AL-WOFF-REASON.
           MOVE SPACE TO WS-AL-REASON.
           MOVE WS-AUDIT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

       PRINT-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-PAGE-NO TO WS-H1-PAGE.
           WRITE AUDIT-LIST-RECORD FROM WS-HEADER-1.
           PERFORM CHECK-AUDIT-WRITE.
           WRITE AUDIT-LIST-RECORD FROM WS-HEADER-2.
           PERFORM CHECK-AUDIT-WRITE.
           WRITE AUDIT-LIST-RECORD FROM WS-HEADER-3.
           PERFORM CHECK-AUDIT-WRITE.
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-MAX THEN
             PERFORM PRINT-HEADING
           END-IF.
           WRITE AUDIT-LIST-RECORD FROM WS-PRINT-LINE.
           PERFORM CHECK-AUDIT-WRITE.
           ADD 1 TO WS-LINE-COUNT.

       CHECK-AUDIT-WRITE.
           IF WS-FS-AUDIT-LIST NOT = "00" THEN
             DISPLAY "DAY01XWOF: ERROR WRITING XWOFAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
