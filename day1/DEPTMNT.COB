AOC20 * DAY01 DEPARTMENT MASTER MAINTENANCE AND AUDIT LISTING
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01DMNT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT DEPT-TRANS ASSIGN TO "DEPTTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEPT-TRANS.
           SELECT AUDIT-LIST ASSIGN TO "DMNTAUD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT-LIST.
       DATA DIVISION.

       FILE SECTION.
       FD DEPT-MASTER.
           COPY WSDEPTMST.

AOC20 * ONE TRANSACTION PER CARD. DT-ACTION IS ADD, CHANGE, DEACT
AOC20 * OR LIMIT. ON A CHANGE, A BLANK FIELD LEAVES THE MASTER VALUE
AOC20 * ALONE. DATES ARE YYYYMMDD; A BLANK DT-EFF-TO ON AN ADD
AOC20 * MEANS NO END DATE, AND ON A DEACT MEANS THE RUN DATE. A
AOC20 * LIMIT CARD CARRIES THE DEPARTMENT'S MATCH APPROVAL LIMIT,
AOC20 * ZERO-PADDED 9(6), IN THE FIRST SIX COLUMNS OF THE NAME.
       FD DEPT-TRANS.
       01 DEPT-TRANS-CARD.
          04 DT-ACTION PIC X(6).
          04 DT-SEP-1 PIC X.
          04 DT-DEPT-CODE PIC X(4).
          04 DT-SEP-2 PIC X.
          04 DT-NAME PIC X(30).
          04 DT-LIMIT-R REDEFINES DT-NAME.
             07 DT-APPR-LIMIT PIC X(6).
             07 DT-APPR-LIMIT-N REDEFINES DT-APPR-LIMIT PIC 9(6).
             07 FILLER PIC X(24).
          04 DT-SEP-3 PIC X.
          04 DT-COST-CENTER PIC X(8).
          04 DT-SEP-4 PIC X.
          04 DT-MANAGER PIC X(8).
          04 DT-SEP-5 PIC X.
          04 DT-EFF-FROM PIC X(8).
          04 DT-EFF-FROM-N REDEFINES DT-EFF-FROM PIC 9(8).
          04 DT-SEP-6 PIC X.
          04 DT-EFF-TO PIC X(8).
          04 DT-EFF-TO-N REDEFINES DT-EFF-TO PIC 9(8).

       FD AUDIT-LIST.
       01 AUDIT-LIST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPT-MASTER PIC XX.
       01 WS-FS-DEPT-TRANS PIC XX.
       01 WS-FS-AUDIT-LIST PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-ON-FILE PIC 9.
       01 WS-REASON PIC X(20).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-ADD-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-DEACT-COUNT PIC 9(6) VALUE 0.
       01 WS-LIMIT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-PAGE-MAX PIC 9(4) VALUE 55.
       01 WS-NEW-FROM PIC 9(8).
       01 WS-NEW-TO PIC 9(8).
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEADER-1.
          04 FILLER PIC X(44) VALUE
             "DAY01 DEPARTMENT MASTER MAINTENANCE AUDIT   ".
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(6) VALUE "  PAGE".
          04 WS-H1-PAGE PIC ZZZ9.
          04 FILLER PIC X(69) VALUE SPACE.
       01 WS-HEADER-2 PIC X(132) VALUE ALL "-".
       01 WS-HEADER-3.
          04 FILLER PIC X(8) VALUE "ACTION".
          04 FILLER PIC X(6) VALUE "DEPT".
          04 FILLER PIC X(10) VALUE "RESULT".
          04 FILLER PIC X(8) VALUE "IMAGE".
          04 FILLER PIC X(32) VALUE "NAME".
          04 FILLER PIC X(9) VALUE "COST-CTR".
          04 FILLER PIC X(9) VALUE "MANAGER".
          04 FILLER PIC X(3) VALUE "S".
          04 FILLER PIC X(9) VALUE "EFF-FROM".
          04 FILLER PIC X(10) VALUE "EFF-TO".
          04 FILLER PIC X(8) VALUE "APPR-LM".
          04 FILLER PIC X(20) VALUE "REASON".
       01 WS-AUDIT-LINE.
          04 WS-AL-ACTION PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-CODE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-RESULT PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-IMAGE PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-NAME PIC X(30).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-COST-CENTER PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-MANAGER PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-STATUS PIC X.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-EFF-FROM PIC X(8).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-AL-EFF-TO PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-LIMIT PIC X(6).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-AL-REASON PIC X(20).
       01 WS-NO-CARD-LINE PIC X(132) VALUE
          "  (NO MAINTENANCE TRANSACTIONS SUBMITTED)".
       01 WS-BLANK-LINE PIC X(132) VALUE SPACE.
       01 WS-TOTAL-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-TL-TEXT PIC X(34).
          04 WS-TL-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(89) VALUE SPACE.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
      * OPEN THE MASTER FOR UPDATE; ON THE VERY FIRST RUN THE
      * CLUSTER IS EMPTY/UNLOADED, SO FALL BACK TO OUTPUT TO SEED
      * IT, THEN REOPEN I-O (THE SAME FALLBACK DAY01MSTL USES FOR
      * THE ENTRY MASTER).
      *
           OPEN I-O DEPT-MASTER.
           IF WS-FS-DEPT-MASTER = "35" THEN
             OPEN OUTPUT DEPT-MASTER
             IF WS-FS-DEPT-MASTER = "00" THEN
               CLOSE DEPT-MASTER
               OPEN I-O DEPT-MASTER
             END-IF
           END-IF.
           IF WS-FS-DEPT-MASTER NOT = "00" THEN
             DISPLAY "DAY01DMNT: UNABLE TO OPEN DEPTMAST.DAT - STATUS "
               WS-FS-DEPT-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT DEPT-TRANS.
           IF WS-FS-DEPT-TRANS NOT = "00" THEN
             DISPLAY "DAY01DMNT: UNABLE TO OPEN DEPTTRAN.DAT - STATUS "
               WS-FS-DEPT-TRANS " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-LIST.
           IF WS-FS-AUDIT-LIST NOT = "00" THEN
             DISPLAY "DAY01DMNT: UNABLE TO OPEN DMNTAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PRINT-HEADING.
      *
      * APPLY THE CARDS IN THE ORDER SUBMITTED, SO AN ADD FOLLOWED
      * BY A CHANGE OF THE SAME CODE IN ONE DECK WORKS. EVERY CARD
      * LANDS ON THE AUDIT LISTING: A REJECTED CARD PRINTS ITS OWN
      * IMAGE AND THE REASON, AN APPLIED CARD PRINTS THE MASTER
      * RECORD BEFORE (CHANGE/DEACT) AND AFTER THE UPDATE.
      *
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
             READ DEPT-TRANS
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF DEPT-TRANS-CARD = SPACE OR
                    DT-ACTION (1:1) = "*" THEN
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM APPLY-TRANSACTION
                 END-IF
             END-READ
             IF WS-FS-DEPT-TRANS NOT = "00" AND
                WS-FS-DEPT-TRANS NOT = "10" THEN
               DISPLAY "DAY01DMNT: ERROR READING DEPTTRAN.DAT - "
                 WS-FS-DEPT-TRANS " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE DEPT-TRANS.
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
           MOVE "DEPARTMENTS ADDED" TO WS-TL-TEXT.
           MOVE WS-ADD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "DEPARTMENTS CHANGED" TO WS-TL-TEXT.
           MOVE WS-CHANGE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "DEPARTMENTS DEACTIVATED" TO WS-TL-TEXT.
           MOVE WS-DEACT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "APPROVAL LIMITS SET" TO WS-TL-TEXT.
           MOVE WS-LIMIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TL-TEXT.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE AUDIT-LIST.
           CLOSE DEPT-MASTER.
           IF WS-REJECT-COUNT > 0 THEN
             MOVE 4 TO WS-FINAL-RC
           END-IF.
           DISPLAY "DMNT: " WS-CARD-COUNT " CARD(S) - "
             WS-ADD-COUNT " ADDED - " WS-CHANGE-COUNT " CHANGED - "
             WS-DEACT-COUNT " DEACTIVATED - " WS-LIMIT-COUNT
             " LIMIT(S) SET - " WS-REJECT-COUNT " REJECTED".
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *
      * EDIT ONE CARD AND APPLY IT. WS-REASON IS LEFT BLANK BY AN
      * EDIT THAT PASSES; ANY TEXT IN IT REJECTS THE CARD.
      *
       APPLY-TRANSACTION.
           MOVE SPACE TO WS-REASON.
           IF DT-DEPT-CODE = SPACE THEN
             MOVE "DEPT CODE REQUIRED" TO WS-REASON
           ELSE
             IF DT-ACTION NOT = "ADD" AND DT-ACTION NOT = "CHANGE"
                AND DT-ACTION NOT = "DEACT" AND
                DT-ACTION NOT = "LIMIT" THEN
               MOVE "UNKNOWN ACTION" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE DT-DEPT-CODE TO DM-DEPT-CODE
             READ DEPT-MASTER
             IF WS-FS-DEPT-MASTER = "00" THEN
               MOVE 1 TO WS-ON-FILE
               IF DM-APPR-LIMIT NOT NUMERIC THEN
                 MOVE 0 TO DM-APPR-LIMIT
               END-IF
             ELSE
               IF WS-FS-DEPT-MASTER = "23" THEN
                 MOVE 0 TO WS-ON-FILE
               ELSE
                 DISPLAY "DAY01DMNT: ERROR READING DEPTMAST - "
                   WS-FS-DEPT-MASTER " - JOB TERMINATED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             IF DT-ACTION = "ADD" THEN
               PERFORM APPLY-ADD
             ELSE
               IF DT-ACTION = "CHANGE" THEN
                 PERFORM APPLY-CHANGE
               ELSE
               IF DT-ACTION = "DEACT" THEN
                 PERFORM APPLY-DEACT
               ELSE
                 PERFORM APPLY-LIMIT
               END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-REASON NOT = SPACE THEN
             ADD 1 TO WS-REJECT-COUNT
             MOVE DT-ACTION TO WS-AL-ACTION
             MOVE DT-DEPT-CODE TO WS-AL-CODE
             MOVE "REJECTED" TO WS-AL-RESULT
             MOVE "CARD" TO WS-AL-IMAGE
             MOVE DT-NAME TO WS-AL-NAME
             MOVE DT-COST-CENTER TO WS-AL-COST-CENTER
             MOVE DT-MANAGER TO WS-AL-MANAGER
             MOVE SPACE TO WS-AL-STATUS
             MOVE DT-EFF-FROM TO WS-AL-EFF-FROM
             MOVE DT-EFF-TO TO WS-AL-EFF-TO
             MOVE SPACE TO WS-AL-LIMIT
             MOVE WS-REASON TO WS-AL-REASON
             MOVE WS-AUDIT-LINE TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF.

      *
      * ADD A NEW DEPARTMENT, OR REINSTATE A DEACTIVATED ONE WITH
      * THE DETAILS ON THE CARD. NAME AND COST CENTER ARE
      * REQUIRED; EFFECTIVE-FROM DEFAULTS TO THE RUN DATE AND
      * EFFECTIVE-TO TO NO END DATE. A NEW DEPARTMENT STARTS WITH
      * NO APPROVAL LIMIT OF ITS OWN; A REINSTATED ONE KEEPS ITS.
      *
       APPLY-ADD.
           IF WS-ON-FILE = 1 AND DM-STATUS = "A" THEN
             MOVE "ALREADY ACTIVE" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE AND DT-NAME = SPACE THEN
             MOVE "NAME REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE AND DT-COST-CENTER = SPACE THEN
             MOVE "COST CENTER REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE WS-RUN-DATE TO WS-NEW-FROM
             MOVE 99999999 TO WS-NEW-TO
             PERFORM EDIT-CARD-DATES
           END-IF.
           IF WS-REASON = SPACE THEN
             IF WS-ON-FILE = 1 THEN
               PERFORM PRINT-BEFORE-IMAGE
             END-IF
             MOVE DT-DEPT-CODE TO DM-DEPT-CODE
             MOVE DT-NAME TO DM-NAME
             MOVE DT-COST-CENTER TO DM-COST-CENTER
             MOVE DT-MANAGER TO DM-MANAGER
             MOVE "A" TO DM-STATUS
             MOVE WS-NEW-FROM TO DM-EFF-FROM
             MOVE WS-NEW-TO TO DM-EFF-TO
             MOVE WS-RUN-DATE TO DM-LAST-MAINT
             IF WS-ON-FILE = 0 THEN
               MOVE 0 TO DM-APPR-LIMIT
             END-IF
             IF WS-ON-FILE = 1 THEN
               REWRITE DEPT-MASTER-RECORD
             ELSE
               WRITE DEPT-MASTER-RECORD
             END-IF
             IF WS-FS-DEPT-MASTER NOT = "00" THEN
               DISPLAY "DAY01DMNT: ERROR WRITING DEPTMAST - "
                 WS-FS-DEPT-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-ADD-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * CHANGE NAME, COST CENTER, MANAGER OR EFFECTIVE DATES OF A
      * DEPARTMENT ON FILE. BLANK CARD FIELDS ARE LEFT ALONE; THE
      * ACTIVE FLAG IS NOT TOUCHED (DEACT AND ADD OWN THAT).
      *
       APPLY-CHANGE.
           IF WS-ON-FILE = 0 THEN
             MOVE "NOT ON MASTER" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE DM-EFF-FROM TO WS-NEW-FROM
             MOVE DM-EFF-TO TO WS-NEW-TO
             PERFORM EDIT-CARD-DATES
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM PRINT-BEFORE-IMAGE
             IF DT-NAME NOT = SPACE THEN
               MOVE DT-NAME TO DM-NAME
             END-IF
             IF DT-COST-CENTER NOT = SPACE THEN
               MOVE DT-COST-CENTER TO DM-COST-CENTER
             END-IF
             IF DT-MANAGER NOT = SPACE THEN
               MOVE DT-MANAGER TO DM-MANAGER
             END-IF
             MOVE WS-NEW-FROM TO DM-EFF-FROM
             MOVE WS-NEW-TO TO DM-EFF-TO
             MOVE WS-RUN-DATE TO DM-LAST-MAINT
             REWRITE DEPT-MASTER-RECORD
             IF WS-FS-DEPT-MASTER NOT = "00" THEN
               DISPLAY "DAY01DMNT: ERROR REWRITING DEPTMAST - "
                 WS-FS-DEPT-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-CHANGE-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * DEACTIVATE A DEPARTMENT. THE RECORD STAYS ON FILE (HISTORY
      * AND THE CHARGEBACK REPORT STILL NEED ITS NAME); THE FLAG
      * GOES TO I AND EFFECTIVE-TO CLOSES AT THE CARD DATE, OR THE
      * RUN DATE WHEN THE CARD LEAVES IT BLANK.
      *
       APPLY-DEACT.
           IF WS-ON-FILE = 0 THEN
             MOVE "NOT ON MASTER" TO WS-REASON
           ELSE
             IF DM-STATUS NOT = "A" THEN
               MOVE "ALREADY INACTIVE" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             MOVE DM-EFF-FROM TO WS-NEW-FROM
             MOVE WS-RUN-DATE TO WS-NEW-TO
             PERFORM EDIT-CARD-DATES
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM PRINT-BEFORE-IMAGE
             MOVE "I" TO DM-STATUS
             MOVE WS-NEW-TO TO DM-EFF-TO
             MOVE WS-RUN-DATE TO DM-LAST-MAINT
             REWRITE DEPT-MASTER-RECORD
             IF WS-FS-DEPT-MASTER NOT = "00" THEN
               DISPLAY "DAY01DMNT: ERROR REWRITING DEPTMAST - "
                 WS-FS-DEPT-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-DEACT-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * SET THE DEPARTMENT'S MATCH APPROVAL LIMIT. A MATCH WITH A
      * LEG IN THE DEPARTMENT AND A TOTAL OVER THE LIMIT WAITS ON
      * THE APPROVAL QUEUE; ZEROS HAND THE DEPARTMENT BACK TO THE
      * RUNPARMS APPRLIM. STATUS AND DATES ARE NOT TOUCHED.
      *
       APPLY-LIMIT.
           IF WS-ON-FILE = 0 THEN
             MOVE "NOT ON MASTER" TO WS-REASON
           ELSE
             IF DT-APPR-LIMIT-N NOT NUMERIC THEN
               MOVE "BAD APPROVAL LIMIT" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE THEN
             PERFORM PRINT-BEFORE-IMAGE
             MOVE DT-APPR-LIMIT-N TO DM-APPR-LIMIT
             MOVE WS-RUN-DATE TO DM-LAST-MAINT
             REWRITE DEPT-MASTER-RECORD
             IF WS-FS-DEPT-MASTER NOT = "00" THEN
               DISPLAY "DAY01DMNT: ERROR REWRITING DEPTMAST - "
                 WS-FS-DEPT-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-LIMIT-COUNT
             PERFORM PRINT-AFTER-IMAGE
           END-IF.

      *
      * OVERLAY WS-NEW-FROM/WS-NEW-TO (PRESET BY THE CALLER TO THE
      * DEFAULTS) WITH ANY DATES KEYED ON THE CARD, THEN CHECK THE
      * RANGE IS THE RIGHT WAY ROUND.
      *
       EDIT-CARD-DATES.
           IF DT-EFF-FROM NOT = SPACE THEN
             IF DT-EFF-FROM-N NUMERIC THEN
               MOVE DT-EFF-FROM-N TO WS-NEW-FROM
             ELSE
               MOVE "BAD EFFECTIVE-FROM" TO WS-REASON
             END-IF
           END-IF.
           IF DT-EFF-TO NOT = SPACE THEN
             IF DT-EFF-TO-N NUMERIC THEN
               MOVE DT-EFF-TO-N TO WS-NEW-TO
             ELSE
               MOVE "BAD EFFECTIVE-TO" TO WS-REASON
             END-IF
           END-IF.
           IF WS-REASON = SPACE AND WS-NEW-FROM > WS-NEW-TO THEN
             MOVE "DATES OUT OF ORDER" TO WS-REASON
           END-IF.

       PRINT-BEFORE-IMAGE.
           MOVE "BEFORE" TO WS-AL-IMAGE.
           PERFORM PRINT-MASTER-IMAGE.

       PRINT-AFTER-IMAGE.
           MOVE "AFTER" TO WS-AL-IMAGE.
           PERFORM PRINT-MASTER-IMAGE.

       PRINT-MASTER-IMAGE.
           MOVE DT-ACTION TO WS-AL-ACTION.
           MOVE DM-DEPT-CODE TO WS-AL-CODE.
           MOVE "APPLIED" TO WS-AL-RESULT.
           MOVE DM-NAME TO WS-AL-NAME.
           MOVE DM-COST-CENTER TO WS-AL-COST-CENTER.
           MOVE DM-MANAGER TO WS-AL-MANAGER.
           MOVE DM-STATUS TO WS-AL-STATUS.
           MOVE DM-EFF-FROM TO WS-AL-EFF-FROM.
           MOVE DM-EFF-TO TO WS-AL-EFF-TO.
           MOVE DM-APPR-LIMIT TO WS-AL-LIMIT.
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
             DISPLAY "DAY01DMNT: ERROR WRITING DMNTAUD.DAT - STATUS "
               WS-FS-AUDIT-LIST " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
