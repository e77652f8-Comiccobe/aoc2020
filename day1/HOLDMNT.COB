AOC20 * DAY01 ENTRY HOLD/RELEASE MAINTENANCE AND AUDIT LISTING
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01HMNT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HM-ENTRY-ID
           FILE STATUS IS WS-FS-HOLD-MASTER.
           SELECT HOLD-TRANS ASSIGN TO "HOLDTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLD-TRANS.
           SELECT HOLD-LOG ASSIGN TO "HOLDLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLD-LOG.
           SELECT AUDIT-LIST ASSIGN TO "HMNTAUD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT-LIST.
       DATA DIVISION.

       FILE SECTION.
       FD HOLD-MASTER.
           COPY WSHOLDMST.

AOC20 * ONE TRANSACTION PER CARD. HT-ACTION IS HOLD OR RELEASE.
AOC20 * A HOLD NEEDS A REASON CODE, THE REQUESTER AND A REVIEW
AOC20 * DATE (YYYYMMDD, NOT BEFORE THE RUN DATE). A RELEASE NEEDS
AOC20 * THE REQUESTER; ITS REASON CODE IS OPTIONAL AND ONLY GOES
AOC20 * TO THE AUDIT LOG. THE REVIEW DATE IS IGNORED ON A RELEASE.
       FD HOLD-TRANS.
       01 HOLD-TRANS-CARD.
          04 HT-ACTION PIC X(7).
          04 HT-SEP-1 PIC X.
          04 HT-ENTRY-ID PIC X(8).
          04 HT-SEP-2 PIC X.
          04 HT-REASON PIC X(4).
          04 HT-SEP-3 PIC X.
          04 HT-REQUESTER PIC X(8).
          04 HT-SEP-4 PIC X.
          04 HT-REVIEW-DATE PIC X(8).
          04 HT-REVIEW-DATE-N REDEFINES HT-REVIEW-DATE PIC 9(8).

       FD HOLD-LOG.
           COPY WSHOLDLOG.

       FD AUDIT-LIST.
       01 AUDIT-LIST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-HOLD-MASTER PIC XX.
       01 WS-FS-HOLD-TRANS PIC XX.
       01 WS-FS-HOLD-LOG PIC XX.
       01 WS-FS-AUDIT-LIST PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-ON-FILE PIC 9.
       01 WS-REASON PIC X(20).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(6) VALUE 0.
       01 WS-RELEASE-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAGE-MAX PIC 9(4) VALUE 55.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEADER-1.
          04 FILLER PIC X(44) VALUE
             "DAY01 ENTRY HOLD MAINTENANCE AUDIT          ".
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
          04 FILLER PIC X(3) VALUE "S".
          04 FILLER PIC X(6) VALUE "RSN".
          04 FILLER PIC X(10) VALUE "REQUESTER".
          04 FILLER PIC X(10) VALUE "REVIEW".
          04 FILLER PIC X(10) VALUE "HELD".
          04 FILLER PIC X(10) VALUE "RELEASED".
          04 FILLER PIC X(10) VALUE "REL-BY".
          04 FILLER PIC X(26) VALUE "REASON".
       01 WS-AUDIT-LINE.
          04 WS-AL-ACTION PIC X(7).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-ENTRY-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RESULT PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-IMAGE PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-STATUS PIC X.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-HOLD-REASON PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REQUESTER PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REVIEW-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-HELD-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RELEASED-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RELEASED-BY PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REASON PIC X(20).
          04 FILLER PIC X(6) VALUE SPACE.
       01 WS-NO-CARD-LINE PIC X(132) VALUE
          "  (NO HOLD OR RELEASE TRANSACTIONS SUBMITTED)".
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
      * OPEN THE HOLD MASTER FOR UPDATE; ON THE VERY FIRST RUN THE
      * CLUSTER IS EMPTY/UNLOADED, SO FALL BACK TO OUTPUT TO SEED
      * IT, THEN REOPEN I-O (THE SAME FALLBACK DAY01DMNT USES FOR
      * THE DEPARTMENT MASTER).
      *
           OPEN I-O HOLD-MASTER.
           IF WS-FS-HOLD-MASTER = "35" THEN
             OPEN OUTPUT HOLD-MASTER
             IF WS-FS-HOLD-MASTER = "00" THEN
               CLOSE HOLD-MASTER
               OPEN I-O HOLD-MASTER
             END-IF
           END-IF.
           IF WS-FS-HOLD-MASTER NOT = "00" THEN
             DISPLAY "DAY01HMNT: UNABLE TO OPEN HOLDMAST.DAT - STATUS "
               WS-FS-HOLD-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT HOLD-TRANS.
           IF WS-FS-HOLD-TRANS NOT = "00" THEN
             DISPLAY "DAY01HMNT: UNABLE TO OPEN HOLDTRAN.DAT - STATUS "
               WS-FS-HOLD-TRANS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * THE AUDIT LOG IS CUMULATIVE, LIKE RUNHIST: EXTEND IT, OR
      * CREATE IT ON THE FIRST RUN.
      *
           OPEN EXTEND HOLD-LOG.
           IF WS-FS-HOLD-LOG = "35" THEN
             OPEN OUTPUT HOLD-LOG
           END-IF.
           IF WS-FS-HOLD-LOG NOT = "00" THEN
             DISPLAY "DAY01HMNT: UNABLE TO EXTEND HOLDLOG.DAT - STATUS "
               WS-FS-HOLD-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-LIST.
           IF WS-FS-AUDIT-LIST NOT = "00" THEN
             DISPLAY "DAY01HMNT: UNABLE TO OPEN HMNTAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
      *
      * APPLY THE CARDS IN THE ORDER SUBMITTED, SO A RELEASE
      * FOLLOWED BY A HOLD OF THE SAME ENTRY IN ONE DECK RE-HOLDS
      * IT WITH A NEW REASON OR REVIEW DATE. EVERY CARD LANDS ON
      * THE LISTING AND ON THE AUDIT LOG: A REJECTED CARD PRINTS
      * ITS OWN IMAGE AND THE REASON, AN APPLIED CARD PRINTS THE
      * MASTER RECORD BEFORE (WHEN ON FILE) AND AFTER THE UPDATE.
      *
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
             READ HOLD-TRANS
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF HOLD-TRANS-CARD = SPACE OR
                    HT-ACTION (1:1) = "*" THEN
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM APPLY-TRANSACTION
                   PERFORM WRITE-HOLD-LOG
                 END-IF
             END-READ
             IF WS-FS-HOLD-TRANS NOT = "00" AND
                WS-FS-HOLD-TRANS NOT = "10" THEN
               DISPLAY "DAY01HMNT: ERROR READING HOLDTRAN.DAT - "
                 WS-FS-HOLD-TRANS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE HOLD-TRANS.
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
           MOVE "ENTRIES HELD" TO WS-TL-TEXT.
           MOVE WS-HOLD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "ENTRIES RELEASED" TO WS-TL-TEXT.
           MOVE WS-RELEASE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TL-TEXT.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE AUDIT-LIST.
           CLOSE HOLD-LOG.
           CLOSE HOLD-MASTER.
           IF WS-REJECT-COUNT > 0 THEN
             MOVE 4 TO WS-FINAL-RC
           END-IF.
           DISPLAY "HMNT: " WS-CARD-COUNT " CARD(S) - "
             WS-HOLD-COUNT " HELD - " WS-RELEASE-COUNT
             " RELEASED - " WS-REJECT-COUNT " REJECTED".
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *
      * EDIT ONE CARD AND APPLY IT. WS-REASON IS LEFT BLANK BY AN
      * EDIT THAT PASSES; ANY TEXT IN IT REJECTS THE CARD. THE
      * ENTRY NEED NOT BE ON THE ENTRY MASTER YET - A DEPARTMENT
      * MAY DISPUTE A CHARGE BEFORE THE EXTRACT CARRIES IT.
      *
       APPLY-TRANSACTION.
           MOVE SPACE TO WS-REASON.
           IF HT-ENTRY-ID = SPACE THEN
             MOVE "ENTRY ID REQUIRED" TO WS-REASON
           ELSE
             IF HT-ACTION NOT = "HOLD" AND
                HT-ACTION NOT = "RELEASE" THEN
               MOVE "UNKNOWN ACTION" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE HT-ENTRY-ID TO HM-ENTRY-ID
             READ HOLD-MASTER
             IF WS-FS-HOLD-MASTER = "00" THEN
               MOVE 1 TO WS-ON-FILE
             ELSE
               IF WS-FS-HOLD-MASTER = "23" THEN
                 MOVE 0 TO WS-ON-FILE
               ELSE
                 DISPLAY "DAY01HMNT: ERROR READING HOLDMAST - "
                   WS-FS-HOLD-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             IF HT-ACTION = "HOLD" THEN
               PERFORM APPLY-HOLD
             ELSE
               PERFORM APPLY-RELEASE
             END-IF
           END-IF.
           IF WS-REASON NOT = SPACE THEN
             ADD 1 TO WS-REJECT-COUNT
             MOVE HT-ACTION TO WS-AL-ACTION
             MOVE HT-ENTRY-ID TO WS-AL-ENTRY-ID
             MOVE "REJECTED" TO WS-AL-RESULT
             MOVE "CARD" TO WS-AL-IMAGE
             MOVE SPACE TO WS-AL-STATUS
             MOVE HT-REASON TO WS-AL-HOLD-REASON
             MOVE HT-REQUESTER TO WS-AL-REQUESTER
             MOVE HT-REVIEW-DATE TO WS-AL-REVIEW-DATE
             MOVE SPACE TO WS-AL-HELD-DATE
             MOVE SPACE TO WS-AL-RELEASED-DATE
             MOVE SPACE TO WS-AL-RELEASED-BY
             MOVE WS-REASON TO WS-AL-REASON
             MOVE WS-AUDIT-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.

      *
      * HOLD AN ENTRY, OR RE-HOLD ONE RELEASED EARLIER. AN ENTRY
      * ALREADY ON HOLD IS REJECTED; TO CHANGE THE REASON OR PUSH
      * THE REVIEW DATE OUT, RELEASE IT AND HOLD IT AGAIN.
      *
       APPLY-HOLD.
           IF WS-ON-FILE = 1 AND HM-STATUS = "H" THEN
             MOVE "ALREADY HELD" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM EDIT-REASON-CODE
           END-IF.
           IF WS-REASON = SPACE AND HT-REASON = SPACE THEN
             MOVE "REASON CODE REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE AND HT-REQUESTER = SPACE THEN
             MOVE "REQUESTER REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             IF HT-REVIEW-DATE = SPACE THEN
               MOVE "REVIEW DATE REQUIRED" TO WS-REASON
             ELSE
               IF HT-REVIEW-DATE-N NOT NUMERIC THEN
                 MOVE "BAD REVIEW DATE" TO WS-REASON
               ELSE
                 IF HT-REVIEW-DATE-N < WS-RUN-DATE THEN
                   MOVE "REVIEW DATE PASSED" TO WS-REASON
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             IF WS-ON-FILE = 1 THEN
               PERFORM PRINT-BEFORE-IMAGE
             END-IF
             MOVE HT-ENTRY-ID TO HM-ENTRY-ID
             MOVE "H" TO HM-STATUS
             MOVE HT-REASON TO HM-REASON
             MOVE HT-REQUESTER TO HM-REQUESTER
             MOVE HT-REVIEW-DATE-N TO HM-REVIEW-DATE
             MOVE WS-RUN-DATE TO HM-HELD-DATE
             MOVE 0 TO HM-RELEASED-DATE
             MOVE SPACE TO HM-RELEASED-BY
             MOVE WS-RUN-DATE TO HM-LAST-MAINT
             IF WS-ON-FILE = 1 THEN
               REWRITE HOLD-MASTER-RECORD
             ELSE
               WRITE HOLD-MASTER-RECORD
             END-IF
             IF WS-FS-HOLD-MASTER NOT = "00" THEN
               DISPLAY "DAY01HMNT: ERROR WRITING HOLDMAST - "
                 WS-FS-HOLD-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-HOLD-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * RELEASE A HELD ENTRY. THE RECORD STAYS ON FILE WITH THE
      * HOLD DETAILS, FLAGGED R WITH WHO RELEASED IT AND WHEN;
      * THE ENTRY IS MATCHED AGAIN FROM THE NEXT NIGHT ON.
      *
       APPLY-RELEASE.
           IF WS-ON-FILE = 0 THEN
             MOVE "NOT HELD" TO WS-REASON
           ELSE
             IF HM-STATUS NOT = "H" THEN
               MOVE "NOT HELD" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE AND HT-REASON NOT = SPACE THEN
             PERFORM EDIT-REASON-CODE
           END-IF.
           IF WS-REASON = SPACE AND HT-REQUESTER = SPACE THEN
             MOVE "REQUESTER REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM PRINT-BEFORE-IMAGE
             MOVE "R" TO HM-STATUS
             MOVE WS-RUN-DATE TO HM-RELEASED-DATE
             MOVE HT-REQUESTER TO HM-RELEASED-BY
             MOVE WS-RUN-DATE TO HM-LAST-MAINT
             REWRITE HOLD-MASTER-RECORD
             IF WS-FS-HOLD-MASTER NOT = "00" THEN
               DISPLAY "DAY01HMNT: ERROR REWRITING HOLDMAST - "
                 WS-FS-HOLD-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-RELEASE-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * A REASON CODE KEYED ON THE CARD MUST BE ONE OF THE CODES
      * LISTED IN THE HOLD MASTER COPYBOOK. A BLANK CODE PASSES
      * HERE; APPLY-HOLD INSISTS ON ONE SEPARATELY.
      *
       EDIT-REASON-CODE.
           IF HT-REASON NOT = SPACE AND
              HT-REASON NOT = "DISP" AND HT-REASON NOT = "DOCS" AND
              HT-REASON NOT = "DUPL" AND HT-REASON NOT = "AMNT" AND
              HT-REASON NOT = "OTHR" THEN
             MOVE "UNKNOWN REASON CODE" TO WS-REASON
           END-IF.

      *
      * ONE AUDIT LOG RECORD PER CARD, APPLIED OR REJECTED, WITH
      * THE CARD AS KEYED AND THE OUTCOME.
      *
       WRITE-HOLD-LOG.
           MOVE SPACE TO HL-SEP-1 HL-SEP-2 HL-SEP-3 HL-SEP-4
             HL-SEP-5 HL-SEP-6 HL-SEP-7 HL-SEP-8.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW (1:6) TO HL-RUN-TIME.
           MOVE HT-ACTION TO HL-ACTION.
           MOVE HT-ENTRY-ID TO HL-ENTRY-ID.
           MOVE HT-REASON TO HL-REASON.
           MOVE HT-REQUESTER TO HL-REQUESTER.
           MOVE HT-REVIEW-DATE TO HL-REVIEW-DATE.
           IF WS-REASON = SPACE THEN
             MOVE "APPLIED" TO HL-RESULT
           ELSE
             MOVE "REJECTED" TO HL-RESULT
           END-IF.
           MOVE WS-REASON TO HL-REJECT-REASON.
           WRITE HOLD-LOG-RECORD.
           IF WS-FS-HOLD-LOG NOT = "00" THEN
             DISPLAY "DAY01HMNT: ERROR WRITING HOLDLOG.DAT - STATUS "
               WS-FS-HOLD-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       PRINT-BEFORE-IMAGE.
           MOVE "BEFORE" TO WS-AL-IMAGE.
           PERFORM PRINT-MASTER-IMAGE.

       PRINT-AFTER-IMAGE.
           MOVE "AFTER" TO WS-AL-IMAGE.
           PERFORM PRINT-MASTER-IMAGE.

       PRINT-MASTER-IMAGE.
           MOVE HT-ACTION TO WS-AL-ACTION.
           MOVE HM-ENTRY-ID TO WS-AL-ENTRY-ID.
           MOVE "APPLIED" TO WS-AL-RESULT.
           MOVE HM-STATUS TO WS-AL-STATUS.
           MOVE HM-REASON TO WS-AL-HOLD-REASON.
           MOVE HM-REQUESTER TO WS-AL-REQUESTER.
           MOVE HM-REVIEW-DATE TO WS-AL-REVIEW-DATE.
           MOVE HM-HELD-DATE TO WS-AL-HELD-DATE.
           IF HM-RELEASED-DATE = 0 THEN
             MOVE SPACE TO WS-AL-RELEASED-DATE
           ELSE
             MOVE HM-RELEASED-DATE TO WS-AL-RELEASED-DATE
           END-IF.
           MOVE HM-RELEASED-BY TO WS-AL-RELEASED-BY.
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
             DISPLAY "DAY01HMNT: ERROR WRITING HMNTAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
