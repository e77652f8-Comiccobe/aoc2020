AOC20 * DAY01 MATCH APPROVAL - APPLIES THE APPROVERS' SIGN-OFF CARDS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01APRV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT APPROVAL-QUEUE ASSIGN TO "APPRQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPROVAL-QUEUE.
           SELECT APPROVAL-TRANS ASSIGN TO "APPRTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPROVAL-TRANS.
           SELECT APPROVAL-LOG ASSIGN TO "APPRLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPROVAL-LOG.
           SELECT AUDIT-LIST ASSIGN TO "APRVAUD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT-LIST.
       DATA DIVISION.

       FILE SECTION.
       FD APPROVAL-QUEUE.
           COPY WSAPPRQ.

AOC20 * ONE CARD PER QUEUED PAIR OR TRIPLE. AT-TYPE IS PAIR OR
AOC20 * TRPL (AT-ID-3 BLANK FOR A PAIR); THE IDS MAY BE IN ANY
AOC20 * ORDER. AT-ACTION IS APPROVE OR REJECT. BOTH NEED THE
AOC20 * APPROVER'S ID AND A REASON, WHICH STAY ON THE QUEUE
AOC20 * RECORD AND THE APPROVAL LOG.
       FD APPROVAL-TRANS.
       01 APPROVAL-TRANS-CARD.
          04 AT-TYPE PIC X(4).
          04 AT-SEP-1 PIC X.
          04 AT-ID-1 PIC X(8).
          04 AT-SEP-2 PIC X.
          04 AT-ID-2 PIC X(8).
          04 AT-SEP-3 PIC X.
          04 AT-ID-3 PIC X(8).
          04 AT-SEP-4 PIC X.
          04 AT-ACTION PIC X(7).
          04 AT-SEP-5 PIC X.
          04 AT-APPROVER PIC X(8).
          04 AT-SEP-6 PIC X.
          04 AT-REASON PIC X(30).

       FD APPROVAL-LOG.
           COPY WSAPPRLOG.

       FD AUDIT-LIST.
       01 AUDIT-LIST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-APPROVAL-QUEUE PIC XX.
       01 WS-FS-APPROVAL-TRANS PIC XX.
       01 WS-FS-APPROVAL-LOG PIC XX.
       01 WS-FS-AUDIT-LIST PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-Q PIC 9(5).
       01 WS-FOUND-IX PIC 9(5).
       01 WS-REASON PIC X(20).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-MAX-QUEUE PIC 9(4) VALUE 9999.
       01 WS-QUEUE-COUNT PIC 9(5) VALUE 0.
       01 WS-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-APPROVE-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-BAD-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-QUEUE-RECS OCCURS 9999 TIMES PIC X(185).
       01 WS-QI-RECORD.
          04 WS-QI-TYPE PIC X(4).
          04 WS-QI-SEP-1 PIC X.
          04 WS-QI-STATUS PIC X.
          04 WS-QI-SEP-2 PIC X.
          04 WS-QI-QUEUED-DATE PIC 9(8).
          04 WS-QI-SEP-3 PIC X.
          04 WS-QI-TARGET PIC 9(6).
          04 WS-QI-SEP-4 PIC X.
          04 WS-QI-TOTAL PIC 9(6).
          04 WS-QI-SEP-5 PIC X.
          04 WS-QI-LIMIT PIC 9(6).
          04 WS-QI-LEG OCCURS 3 TIMES.
             07 WS-QI-LEG-SEP-1 PIC X.
             07 WS-QI-ID PIC X(8).
             07 WS-QI-LEG-SEP-2 PIC X.
             07 WS-QI-DEPT PIC X(4).
             07 WS-QI-LEG-SEP-3 PIC X.
             07 WS-QI-POST-DATE PIC 9(8).
             07 WS-QI-LEG-SEP-4 PIC X.
             07 WS-QI-AMOUNT PIC 9(4).
             07 WS-QI-LEG-SEP-5 PIC X.
             07 WS-QI-POSTED PIC X.
          04 WS-QI-SEP-6 PIC X.
          04 WS-QI-APPROVER PIC X(8).
          04 WS-QI-SEP-7 PIC X.
          04 WS-QI-DECIDED-DATE PIC 9(8).
          04 WS-QI-SEP-8 PIC X.
          04 WS-QI-REASON PIC X(30).
          04 WS-QI-SEP-9 PIC X.
          04 WS-QI-COMPANY PIC X(4).
          04 WS-QI-SEP-10 PIC X.
          04 WS-QI-HOLD-REASON PIC X(4).
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAGE-MAX PIC 9(4) VALUE 55.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEADER-1.
          04 FILLER PIC X(44) VALUE
             "DAY01 MATCH APPROVAL AUDIT                  ".
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(6) VALUE "  PAGE".
          04 WS-H1-PAGE PIC ZZZ9.
          04 FILLER PIC X(69) VALUE SPACE.
       01 WS-HEADER-2 PIC X(132) VALUE ALL "-".
       01 WS-HEADER-3.
          04 FILLER PIC X(8) VALUE "ACTION".
          04 FILLER PIC X(5) VALUE "TYPE".
          04 FILLER PIC X(5) VALUE "COMP".
          04 FILLER PIC X(27) VALUE "ENTRY-IDS".
          04 FILLER PIC X(7) VALUE " TOTAL".
          04 FILLER PIC X(9) VALUE "QUEUED".
          04 FILLER PIC X(9) VALUE "APPROVER".
          04 FILLER PIC X(10) VALUE "RESULT".
          04 FILLER PIC X(32) VALUE "APPROVER'S REASON".
          04 FILLER PIC X(20) VALUE "REJECT REASON".
       01 WS-AUDIT-LINE.
          04 WS-AL-ACTION PIC X(7).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-TYPE PIC X(4).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-COMPANY PIC X(4).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-ID-1 PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-ID-2 PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-ID-3 PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-TOTAL PIC ZZZZZ9.
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-QUEUED PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-APPROVER PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-RESULT PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REASON PIC X(30).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REJECT-REASON PIC X(20).
       01 WS-NO-CARD-LINE PIC X(132) VALUE
          "  (NO APPROVE OR REJECT TRANSACTIONS SUBMITTED)".
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
      * LOAD THE APPROVAL QUEUE DAY01GLPI CARRIES. BEFORE THE FIRST
      * MATCH IS EVER HELD THERE IS NO QUEUE, SO A MISSING FILE IS
      * EMPTY (EVERY CARD THEN REJECTS AS NOT PENDING).
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT APPROVAL-QUEUE.
           IF WS-FS-APPROVAL-QUEUE = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-APPROVAL-QUEUE NOT = "00" THEN
               DISPLAY "DAY01APRV: UNABLE TO OPEN APPRQ.DAT - STATUS "
                 WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ APPROVAL-QUEUE
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WS-QUEUE-COUNT >= WS-MAX-QUEUE THEN
                   DISPLAY "DAY01APRV: APPRQ.DAT EXCEEDS MAXIMUM OF "
                     WS-MAX-QUEUE " MATCHES - JOB TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-QUEUE-COUNT
                 MOVE APPROVAL-QUEUE-RECORD
                   TO WS-QUEUE-RECS (WS-QUEUE-COUNT)
             END-READ
             IF WS-FS-APPROVAL-QUEUE NOT = "00" AND
                WS-FS-APPROVAL-QUEUE NOT = "10" THEN
               DISPLAY "DAY01APRV: ERROR READING APPRQ.DAT - STATUS "
                 WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-APPROVAL-QUEUE NOT = "35" THEN
             CLOSE APPROVAL-QUEUE
           END-IF.
           OPEN INPUT APPROVAL-TRANS.
           IF WS-FS-APPROVAL-TRANS NOT = "00" THEN
             DISPLAY "DAY01APRV: UNABLE TO OPEN APPRTRAN.DAT - STATUS "
               WS-FS-APPROVAL-TRANS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * THE APPROVAL LOG IS CUMULATIVE, LIKE HOLDLOG: EXTEND IT, OR
      * CREATE IT ON THE FIRST RUN.
      *
           OPEN EXTEND APPROVAL-LOG.
           IF WS-FS-APPROVAL-LOG = "35" THEN
             OPEN OUTPUT APPROVAL-LOG
           END-IF.
           IF WS-FS-APPROVAL-LOG NOT = "00" THEN
             DISPLAY "DAY01APRV: UNABLE TO EXTEND APPRLOG.DAT - STATUS "
               WS-FS-APPROVAL-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-LIST.
           IF WS-FS-AUDIT-LIST NOT = "00" THEN
             DISPLAY "DAY01APRV: UNABLE TO OPEN APRVAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
      *
      * APPLY THE CARDS IN THE ORDER SUBMITTED. ONLY A PENDING
      * MATCH CAN BE APPROVED OR REJECTED, SO A SECOND CARD FOR
      * THE SAME MATCH IN ONE DECK IS REJECTED AS NOT PENDING.
      * EVERY CARD LANDS ON THE LISTING AND ON THE APPROVAL LOG.
      *
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
             READ APPROVAL-TRANS
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF APPROVAL-TRANS-CARD = SPACE OR
                    AT-TYPE (1:1) = "*" THEN
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM APPLY-TRANSACTION
                   PERFORM WRITE-APPROVAL-LOG
                 END-IF
             END-READ
             IF WS-FS-APPROVAL-TRANS NOT = "00" AND
                WS-FS-APPROVAL-TRANS NOT = "10" THEN
               DISPLAY "DAY01APRV: ERROR READING APPRTRAN.DAT - "
                 WS-FS-APPROVAL-TRANS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE APPROVAL-TRANS.
      *
      * REWRITE THE QUEUE IN FULL. A REJECTED MATCH DROPS OFF IT
      * (ITS ENTRIES NEVER POST); AN APPROVED ONE STAYS, FLAGGED A,
      * UNTIL THE NEXT NIGHTLY DAY01GLPI POSTS IT.
      *
           OPEN OUTPUT APPROVAL-QUEUE.
           IF WS-FS-APPROVAL-QUEUE NOT = "00" THEN
             DISPLAY "DAY01APRV: UNABLE TO REOPEN APPRQ.DAT - STATUS "
               WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 1 TO WS-Q.
           PERFORM UNTIL WS-Q > WS-QUEUE-COUNT
             MOVE WS-QUEUE-RECS (WS-Q) TO WS-QI-RECORD
             IF WS-QI-STATUS NOT = "R" THEN
               IF WS-QI-STATUS = "P" THEN
                 ADD 1 TO WS-PENDING-COUNT
               END-IF
               WRITE APPROVAL-QUEUE-RECORD FROM WS-QI-RECORD
               IF WS-FS-APPROVAL-QUEUE NOT = "00" THEN
                 DISPLAY "DAY01APRV: ERROR WRITING APPRQ.DAT - "
                   WS-FS-APPROVAL-QUEUE " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
             ADD 1 TO WS-Q
           END-PERFORM.
           CLOSE APPROVAL-QUEUE.
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
           MOVE "MATCHES APPROVED" TO WS-TL-TEXT.
           MOVE WS-APPROVE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "MATCHES REJECTED" TO WS-TL-TEXT.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TL-TEXT.
           MOVE WS-BAD-CARD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "MATCHES STILL PENDING APPROVAL" TO WS-TL-TEXT.
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE AUDIT-LIST.
           CLOSE APPROVAL-LOG.
           IF WS-BAD-CARD-COUNT > 0 THEN
             MOVE 4 TO WS-FINAL-RC
           END-IF.
           DISPLAY "APRV: " WS-CARD-COUNT " CARD(S) - "
             WS-APPROVE-COUNT " APPROVED - " WS-REJECT-COUNT
             " REJECTED - " WS-BAD-CARD-COUNT " CARD(S) REJECTED - "
             WS-PENDING-COUNT " STILL PENDING".
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *
      * EDIT ONE CARD AND APPLY IT. WS-REASON IS LEFT BLANK BY AN
      * EDIT THAT PASSES; ANY TEXT IN IT REJECTS THE CARD.
      *
       APPLY-TRANSACTION.
           MOVE SPACE TO WS-REASON.
           MOVE 0 TO WS-FOUND-IX.
           IF AT-TYPE NOT = "PAIR" AND AT-TYPE NOT = "TRPL" THEN
             MOVE "UNKNOWN MATCH TYPE" TO WS-REASON
           ELSE
           IF AT-ACTION NOT = "APPROVE" AND
              AT-ACTION NOT = "REJECT" THEN
             MOVE "UNKNOWN ACTION" TO WS-REASON
           ELSE
           IF AT-ID-1 = SPACE OR AT-ID-2 = SPACE OR
              (AT-TYPE = "PAIR" AND AT-ID-3 NOT = SPACE) OR
              (AT-TYPE = "TRPL" AND AT-ID-3 = SPACE) THEN
             MOVE "ENTRY IDS INCOMPLETE" TO WS-REASON
           ELSE
           IF AT-APPROVER = SPACE THEN
             MOVE "APPROVER REQUIRED" TO WS-REASON
           ELSE
           IF AT-REASON = SPACE THEN
             MOVE "REASON REQUIRED" TO WS-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM FIND-PENDING-MATCH
               VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-QUEUE-COUNT OR WS-FOUND-IX > 0
             IF WS-FOUND-IX = 0 THEN
               MOVE "NOT PENDING APPROVAL" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE WS-QUEUE-RECS (WS-FOUND-IX) TO WS-QI-RECORD
             IF AT-ACTION = "APPROVE" THEN
               MOVE "A" TO WS-QI-STATUS
               ADD 1 TO WS-APPROVE-COUNT
             ELSE
               MOVE "R" TO WS-QI-STATUS
               ADD 1 TO WS-REJECT-COUNT
             END-IF
             MOVE AT-APPROVER TO WS-QI-APPROVER
             MOVE WS-RUN-DATE TO WS-QI-DECIDED-DATE
             MOVE AT-REASON TO WS-QI-REASON
             MOVE WS-QI-RECORD TO WS-QUEUE-RECS (WS-FOUND-IX)
             MOVE WS-QI-TOTAL TO WS-AL-TOTAL
             MOVE WS-QI-QUEUED-DATE TO WS-AL-QUEUED
             MOVE WS-QI-COMPANY TO WS-AL-COMPANY
             MOVE "APPLIED" TO WS-AL-RESULT
           ELSE
             ADD 1 TO WS-BAD-CARD-COUNT
             MOVE 0 TO WS-AL-TOTAL
             MOVE SPACE TO WS-AL-QUEUED
             MOVE SPACE TO WS-AL-COMPANY
             MOVE "REJECTED" TO WS-AL-RESULT
           END-IF.
           MOVE AT-ACTION TO WS-AL-ACTION.
           MOVE AT-TYPE TO WS-AL-TYPE.
           MOVE AT-ID-1 TO WS-AL-ID-1.
           MOVE AT-ID-2 TO WS-AL-ID-2.
           MOVE AT-ID-3 TO WS-AL-ID-3.
           MOVE AT-APPROVER TO WS-AL-APPROVER.
           MOVE AT-REASON TO WS-AL-REASON.
           MOVE WS-REASON TO WS-AL-REJECT-REASON.
           MOVE WS-AUDIT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

      *
      * A PENDING QUEUED MATCH OF THE CARD'S TYPE WITH THE CARD'S
      * ID SET. THE IDS ARE COMPARED UNORDERED - THE APPROVER NEED
      * NOT KEY THEM IN THE QUEUE'S ORDER.
      *
       FIND-PENDING-MATCH.
           MOVE WS-QUEUE-RECS (WS-Q) TO WS-QI-RECORD.
           IF WS-QI-STATUS = "P" AND WS-QI-TYPE = AT-TYPE THEN
             IF AT-TYPE = "PAIR" THEN
               IF (WS-QI-ID (1) = AT-ID-1 AND
                   WS-QI-ID (2) = AT-ID-2) OR
                  (WS-QI-ID (1) = AT-ID-2 AND
                   WS-QI-ID (2) = AT-ID-1) THEN
                 MOVE WS-Q TO WS-FOUND-IX
               END-IF
             ELSE
               IF (AT-ID-1 = WS-QI-ID (1) OR
                   AT-ID-1 = WS-QI-ID (2) OR
                   AT-ID-1 = WS-QI-ID (3)) AND
                  (AT-ID-2 = WS-QI-ID (1) OR
                   AT-ID-2 = WS-QI-ID (2) OR
                   AT-ID-2 = WS-QI-ID (3)) AND
                  (AT-ID-3 = WS-QI-ID (1) OR
                   AT-ID-3 = WS-QI-ID (2) OR
                   AT-ID-3 = WS-QI-ID (3)) AND
                  AT-ID-1 NOT = AT-ID-2 AND
                  AT-ID-1 NOT = AT-ID-3 AND
                  AT-ID-2 NOT = AT-ID-3 THEN
                 MOVE WS-Q TO WS-FOUND-IX
               END-IF
             END-IF
           END-IF.

      *
      * ONE APPROVAL LOG RECORD PER CARD, APPLIED OR REJECTED, WITH
      * THE CARD AS KEYED AND THE OUTCOME.
      *
       WRITE-APPROVAL-LOG.
           MOVE SPACE TO AL-SEP-1 AL-SEP-2 AL-SEP-3 AL-SEP-4
             AL-SEP-5 AL-SEP-6 AL-SEP-7 AL-SEP-8 AL-SEP-9
             AL-SEP-10 AL-SEP-11.
           MOVE WS-RUN-DATE TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW (1:6) TO AL-RUN-TIME.
           MOVE AT-ACTION TO AL-ACTION.
           MOVE AT-TYPE TO AL-TYPE.
           MOVE AT-ID-1 TO AL-ID-1.
           MOVE AT-ID-2 TO AL-ID-2.
           MOVE AT-ID-3 TO AL-ID-3.
           MOVE AT-APPROVER TO AL-APPROVER.
           MOVE AT-REASON TO AL-REASON.
           IF WS-REASON = SPACE THEN
             MOVE WS-QI-TOTAL TO AL-TOTAL
             MOVE "APPLIED" TO AL-RESULT
           ELSE
             MOVE 0 TO AL-TOTAL
             MOVE "REJECTED" TO AL-RESULT
           END-IF.
           MOVE WS-REASON TO AL-REJECT-REASON.
           WRITE APPROVAL-LOG-RECORD.
           IF WS-FS-APPROVAL-LOG NOT = "00" THEN
             DISPLAY "DAY01APRV: ERROR WRITING APPRLOG.DAT - STATUS "
               WS-FS-APPROVAL-LOG " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

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
             DISPLAY "DAY01APRV: ERROR WRITING APRVAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
