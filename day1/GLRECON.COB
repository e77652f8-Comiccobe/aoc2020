AOC20 * DAY01 LEDGER ACKNOWLEDGMENT RECONCILIATION - GLPOST VS LEDGER
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01GLRC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT GL-POSTING ASSIGN TO "GLPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-POSTING.
           SELECT GL-ACK ASSIGN TO "GLACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-ACK.
           SELECT ENTRY-MASTER ASSIGN TO "ENTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-ENTRY-ID
           FILE STATUS IS WS-FS-ENTRY-MASTER.
           SELECT RECON-REPORT ASSIGN TO "GLRCRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECON-REPORT.
       DATA DIVISION.

       FILE SECTION.
AOC20 * THE POSTING INTERFACE AS DAY01GLPI WROTE IT: D RECORDS,
AOC20 * THEN ONE T TRAILER.
       FD GL-POSTING.
       01 GL-POSTING-DETAIL.
          04 GP-REC-TYPE PIC X.
          04 GP-ENTRY-ID PIC X(8).
          04 GP-DEPT PIC X(4).
          04 GP-POST-DATE PIC 9(8).
          04 GP-AMOUNT PIC 9(4).
          04 GP-SOURCE PIC X(4).
          04 GP-COST-CENTER PIC X(8).
          04 GP-DEPT-NAME PIC X(30).
          04 GP-COMPANY PIC X(4).
       01 GL-POSTING-TRAILER.
          04 GT-REC-TYPE PIC X.
          04 GT-RECORD-COUNT PIC 9(8).
          04 GT-AMOUNT-HASH PIC 9(12).
          04 GT-DATE-HASH PIC 9(15).

       FD GL-ACK.
           COPY WSGLACK.

       FD ENTRY-MASTER.
           COPY WSENTMAST.

       FD RECON-REPORT.
       01 RECON-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-GL-POSTING PIC XX.
       01 WS-FS-GL-ACK PIC XX.
       01 WS-FS-ENTRY-MASTER PIC XX.
       01 WS-FS-RECON-REPORT PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF PIC 9.
       01 WS-I PIC 9(5).
       01 WS-LOOKUP-IX PIC 9(5).
       01 WS-MAX-POSTS PIC 9(4) VALUE 9999.
       01 WS-POST-COUNT PIC 9(4) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(12) VALUE 0.
       01 WS-DATE-HASH PIC 9(15) VALUE 0.
       01 WS-GT-FOUND PIC 9(4) VALUE 0.
       01 WS-GT-COUNT PIC 9(8) VALUE 0.
       01 WS-GT-AMOUNT-HASH PIC 9(12) VALUE 0.
       01 WS-GT-DATE-HASH PIC 9(15) VALUE 0.
       01 WS-PST-BAD-COUNT PIC 9(6) VALUE 0.
       01 WS-GK-FOUND PIC 9(4) VALUE 0.
       01 WS-GK-RECEIVED PIC 9(8) VALUE 0.
       01 WS-GK-ACCEPT PIC 9(8) VALUE 0.
       01 WS-GK-REJECT PIC 9(8) VALUE 0.
       01 WS-GK-AMOUNT-HASH PIC 9(12) VALUE 0.
       01 WS-GK-POSTED-AMOUNT PIC 9(12) VALUE 0.
       01 WS-ACK-BAD-COUNT PIC 9(6) VALUE 0.
       01 WS-ACK-COUNT PIC 9(6) VALUE 0.
       01 WS-ACK-A-COUNT PIC 9(8) VALUE 0.
       01 WS-ACK-R-COUNT PIC 9(8) VALUE 0.
       01 WS-ACPT-COUNT PIC 9(6) VALUE 0.
       01 WS-RJCT-COUNT PIC 9(6) VALUE 0.
       01 WS-NACK-COUNT PIC 9(6) VALUE 0.
       01 WS-POSTED-AMOUNT PIC 9(12) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-MAST-UPDATES PIC 9(6) VALUE 0.
       01 WS-NOMAST-COUNT PIC 9(6) VALUE 0.
       01 WS-MAX-UNMATCHED PIC 9(4) VALUE 9999.
       01 WS-UNM-COUNT PIC 9(4) VALUE 0.
       01 WS-UNM-NOTE PIC X(20).
       01 WS-PST-IDS OCCURS 9999 TIMES PIC X(8).
       01 WS-PST-DEPTS OCCURS 9999 TIMES PIC X(4).
       01 WS-PST-DATES OCCURS 9999 TIMES PIC 9(8).
       01 WS-PST-AMOUNTS OCCURS 9999 TIMES PIC 9(4).
       01 WS-PST-SOURCES OCCURS 9999 TIMES PIC X(4).
       01 WS-PST-ACKS OCCURS 9999 TIMES PIC X.
       01 WS-PST-CODES OCCURS 9999 TIMES PIC X(4).
       01 WS-PST-TEXTS OCCURS 9999 TIMES PIC X(30).
       01 WS-UNM-IDS OCCURS 9999 TIMES PIC X(8).
       01 WS-UNM-STATUS OCCURS 9999 TIMES PIC X.
       01 WS-UNM-CODES OCCURS 9999 TIMES PIC X(4).
       01 WS-UNM-NOTES OCCURS 9999 TIMES PIC X(20).
       01 WS-HEADER-1.
          04 FILLER PIC X(49) VALUE
             "DAY01 LEDGER ACKNOWLEDGMENT RECONCILIATION - RUN ".
          04 WS-H1-DATE PIC 9(8).
          04 FILLER PIC X(23) VALUE SPACE.
       01 WS-HEADER-2 PIC X(80) VALUE ALL "-".
       01 WS-CTL-HEADING PIC X(80) VALUE
          "CONTROL TOTALS - POSTING FILE AND LEDGER TRAILER".
       01 WS-CTL-COLS.
          04 FILLER PIC X(37) VALUE "  CHECK".
          04 FILLER PIC X(17) VALUE "EXPECTED".
          04 FILLER PIC X(10) VALUE "REPORTED".
          04 FILLER PIC X(16) VALUE "RESULT".
       01 WS-CTL-LINE.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CL-TEXT PIC X(28).
          04 WS-CL-EXPECTED PIC Z(14)9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CL-REPORTED PIC Z(14)9.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-CL-RESULT PIC X(8).
          04 FILLER PIC X(8) VALUE SPACE.
       01 WS-CL-EXPECTED-N PIC 9(15).
       01 WS-CL-REPORTED-N PIC 9(15).
       01 WS-RJCT-HEADING PIC X(80) VALUE
          "REJECTED BY THE LEDGER".
       01 WS-POST-COLS PIC X(80) VALUE
          "  ENTRY-ID  DEPT  POSTED    VALUE SRC   CODE  LEDGER REASON".
       01 WS-NACK-HEADING PIC X(80) VALUE
          "POSTED - NEVER ACKNOWLEDGED BY THE LEDGER".
       01 WS-POST-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-DEPT PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-DATE PIC 9(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-VALUE PIC 9(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-SOURCE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-CODE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-PD-TEXT PIC X(30).
          04 FILLER PIC X(4) VALUE SPACE.
       01 WS-UNM-HEADING PIC X(80) VALUE
          "ACKNOWLEDGMENTS NOT MATCHED TO A POSTING RECORD".
       01 WS-UNM-COLS PIC X(80) VALUE
          "  ENTRY-ID  ACK  CODE  NOTE".
       01 WS-UNM-DETAIL.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-UD-ID PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-UD-STATUS PIC X.
          04 FILLER PIC X(4) VALUE SPACE.
          04 WS-UD-CODE PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-UD-NOTE PIC X(20).
          04 FILLER PIC X(37) VALUE SPACE.
       01 WS-NONE-LINE PIC X(80) VALUE "  (NONE)".
       01 WS-SUMMARY-LINE.
          04 WS-SL-TEXT PIC X(30).
          04 WS-SL-COUNT PIC ZZZ,ZZ9.
          04 FILLER PIC X(43) VALUE SPACE.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
      * LOAD THE POSTING GENERATION BEING RECONCILED, RECOUNTING
      * ITS RECORDS AND HASH TOTALS AS DAY01GLPI BUILT THEM SO THE
      * FILE'S OWN TRAILER CAN BE PROVED BEFORE IT IS COMPARED
      * WITH WHAT THE LEDGER SAYS IT RECEIVED.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT GL-POSTING.
           IF WS-FS-GL-POSTING NOT = "00" THEN
             DISPLAY "DAY01GLRC: UNABLE TO OPEN GLPOST.DAT - STATUS "
               WS-FS-GL-POSTING " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ GL-POSTING
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM LOAD-POSTING
             END-READ
             IF WS-FS-GL-POSTING NOT = "00" AND
                WS-FS-GL-POSTING NOT = "10" THEN
               DISPLAY "DAY01GLRC: ERROR READING GLPOST.DAT - STATUS "
                 WS-FS-GL-POSTING " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           CLOSE GL-POSTING.
      *
      * APPLY THE LEDGER'S ACKNOWLEDGMENT. NO FILE YET MEANS THE
      * LEDGER HAS SENT NOTHING BACK: EVERY POSTING REPORTS AS
      * UNACKNOWLEDGED AND THE MISSING TRAILER FAILS THE TOTALS.
      *
           MOVE 0 TO WS-EOF.
           OPEN INPUT GL-ACK.
           IF WS-FS-GL-ACK = "35" THEN
             MOVE 1 TO WS-EOF
           ELSE
             IF WS-FS-GL-ACK NOT = "00" THEN
               DISPLAY "DAY01GLRC: UNABLE TO OPEN GLACK.DAT - STATUS "
                 WS-FS-GL-ACK " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           PERFORM UNTIL WS-EOF=1
             READ GL-ACK
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM APPLY-ACK
             END-READ
             IF WS-FS-GL-ACK NOT = "00" AND
                WS-FS-GL-ACK NOT = "10" AND
                WS-FS-GL-ACK NOT = "35" THEN
               DISPLAY "DAY01GLRC: ERROR READING GLACK.DAT - STATUS "
                 WS-FS-GL-ACK " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.
           IF WS-FS-GL-ACK NOT = "35" THEN
             CLOSE GL-ACK
           END-IF.
      *
      * RECORD EACH POSTED ENTRY'S FINAL LEDGER STATUS ON THE ENTRY
      * MASTER SO DAY01MSTQ CAN ANSWER "DID ENTRY X REACH THE
      * LEDGER". A RE-RUN WITH A CORRECTED ACKNOWLEDGMENT SIMPLY
      * OVERWRITES THE EARLIER STATUS.
      *
           OPEN I-O ENTRY-MASTER.
           IF WS-FS-ENTRY-MASTER NOT = "00" THEN
             DISPLAY "DAY01GLRC: UNABLE TO OPEN ENTMAST.DAT - STATUS "
               WS-FS-ENTRY-MASTER " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-POST-COUNT
             PERFORM SET-GL-STATUS
             ADD 1 TO WS-I
           END-PERFORM.
           CLOSE ENTRY-MASTER.
           OPEN OUTPUT RECON-REPORT.
           IF WS-FS-RECON-REPORT NOT = "00" THEN
             DISPLAY "DAY01GLRC: UNABLE TO OPEN GLRCRPT.DAT - STATUS "
               WS-FS-RECON-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           WRITE RECON-REPORT-RECORD FROM WS-HEADER-1.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-HEADER-2.
           PERFORM CHECK-REPORT-WRITE.
      *
      * CONTROL TOTALS. THE POSTING FILE MUST AGREE WITH ITS OWN
      * TRAILER; THE LEDGER'S TRAILER MUST AGREE WITH THE POSTING
      * FILE (WHAT IT RECEIVED) AND WITH ITS OWN DETAIL RECORDS
      * (WHAT IT SAYS IT ACCEPTED AND REJECTED).
      *
           WRITE RECON-REPORT-RECORD FROM WS-CTL-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-CTL-COLS.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "GLPOST TRAILER RECORDS" TO WS-CL-TEXT.
           MOVE 1 TO WS-CL-EXPECTED-N.
           MOVE WS-GT-FOUND TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "GLPOST RECORDS VS TRAILER" TO WS-CL-TEXT.
           MOVE WS-POST-COUNT TO WS-CL-EXPECTED-N.
           MOVE WS-GT-COUNT TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "GLPOST AMOUNT HASH VS TRLR" TO WS-CL-TEXT.
           MOVE WS-AMOUNT-HASH TO WS-CL-EXPECTED-N.
           MOVE WS-GT-AMOUNT-HASH TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "GLPOST DATE HASH VS TRAILER" TO WS-CL-TEXT.
           MOVE WS-DATE-HASH TO WS-CL-EXPECTED-N.
           MOVE WS-GT-DATE-HASH TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "GLPOST UNRECOGNISED RECORDS" TO WS-CL-TEXT.
           MOVE 0 TO WS-CL-EXPECTED-N.
           MOVE WS-PST-BAD-COUNT TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER TRAILER RECORDS" TO WS-CL-TEXT.
           MOVE 1 TO WS-CL-EXPECTED-N.
           MOVE WS-GK-FOUND TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER RECEIVED VS GLPOST" TO WS-CL-TEXT.
           MOVE WS-POST-COUNT TO WS-CL-EXPECTED-N.
           MOVE WS-GK-RECEIVED TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER AMOUNT HASH VS GLPOST" TO WS-CL-TEXT.
           MOVE WS-AMOUNT-HASH TO WS-CL-EXPECTED-N.
           MOVE WS-GK-AMOUNT-HASH TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER ACCEPTS VS DETAIL" TO WS-CL-TEXT.
           MOVE WS-ACK-A-COUNT TO WS-CL-EXPECTED-N.
           MOVE WS-GK-ACCEPT TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER REJECTS VS DETAIL" TO WS-CL-TEXT.
           MOVE WS-ACK-R-COUNT TO WS-CL-EXPECTED-N.
           MOVE WS-GK-REJECT TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER POSTED AMT VS ACCEPTS" TO WS-CL-TEXT.
           MOVE WS-POSTED-AMOUNT TO WS-CL-EXPECTED-N.
           MOVE WS-GK-POSTED-AMOUNT TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LEDGER UNRECOGNISED RECORDS" TO WS-CL-TEXT.
           MOVE 0 TO WS-CL-EXPECTED-N.
           MOVE WS-ACK-BAD-COUNT TO WS-CL-REPORTED-N.
           PERFORM PRINT-CONTROL-LINE.
      *
      * REJECTED ENTRIES WITH THE LEDGER'S REASON, THEN ENTRIES
      * POSTED BUT NEVER ACKNOWLEDGED, THEN ACKNOWLEDGMENTS THAT
      * DO NOT BELONG TO THIS POSTING FILE.
      *
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-RJCT-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-POST-COLS.
           PERFORM CHECK-REPORT-WRITE.
           IF WS-RJCT-COUNT = 0 THEN
             WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
             PERFORM CHECK-REPORT-WRITE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-POST-COUNT
             IF WS-PST-ACKS (WS-I) = "R" THEN
               PERFORM PRINT-POSTING-DETAIL
             END-IF
             ADD 1 TO WS-I
           END-PERFORM.
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-NACK-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-POST-COLS.
           PERFORM CHECK-REPORT-WRITE.
           IF WS-NACK-COUNT = 0 THEN
             WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
             PERFORM CHECK-REPORT-WRITE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-POST-COUNT
             IF WS-PST-ACKS (WS-I) = SPACE THEN
               PERFORM PRINT-POSTING-DETAIL
             END-IF
             ADD 1 TO WS-I
           END-PERFORM.
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-UNM-HEADING.
           PERFORM CHECK-REPORT-WRITE.
           WRITE RECON-REPORT-RECORD FROM WS-UNM-COLS.
           PERFORM CHECK-REPORT-WRITE.
           IF WS-UNM-COUNT = 0 THEN
             WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
             PERFORM CHECK-REPORT-WRITE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-UNM-COUNT
             MOVE WS-UNM-IDS (WS-I) TO WS-UD-ID
             MOVE WS-UNM-STATUS (WS-I) TO WS-UD-STATUS
             MOVE WS-UNM-CODES (WS-I) TO WS-UD-CODE
             MOVE WS-UNM-NOTES (WS-I) TO WS-UD-NOTE
             WRITE RECON-REPORT-RECORD FROM WS-UNM-DETAIL
             PERFORM CHECK-REPORT-WRITE
             ADD 1 TO WS-I
           END-PERFORM.
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "ENTRIES POSTED" TO WS-SL-TEXT.
           MOVE WS-POST-COUNT TO WS-SL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "ACCEPTED BY THE LEDGER" TO WS-SL-TEXT.
           MOVE WS-ACPT-COUNT TO WS-SL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "REJECTED BY THE LEDGER" TO WS-SL-TEXT.
           MOVE WS-RJCT-COUNT TO WS-SL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "NEVER ACKNOWLEDGED" TO WS-SL-TEXT.
           MOVE WS-NACK-COUNT TO WS-SL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "UNMATCHED ACKNOWLEDGMENTS" TO WS-SL-TEXT.
           MOVE WS-UNM-COUNT TO WS-SL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "CONTROL TOTAL MISMATCHES" TO WS-SL-TEXT.
           MOVE WS-MISMATCH-COUNT TO WS-SL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           PERFORM CHECK-REPORT-WRITE.
           CLOSE RECON-REPORT.
           DISPLAY "GLRC: " WS-POST-COUNT " POSTED - "
             WS-ACPT-COUNT " ACCEPTED - " WS-RJCT-COUNT " REJECTED - "
             WS-NACK-COUNT " NOT ACKNOWLEDGED - "
             WS-UNM-COUNT " UNMATCHED ACK(S)".
           DISPLAY "GLRC: " WS-MAST-UPDATES " ENTRY MASTER UPDATE(S) - "
             WS-NOMAST-COUNT " POSTED ENTRY(S) NOT ON THE MASTER".
      *
      * RC=8 WHEN THE TOTALS DO NOT BALANCE - THE WRONG GENERATION
      * PAIR, OR A FILE DAMAGED IN TRANSIT. RC=4 WHEN THEY BALANCE
      * BUT THE LEDGER REJECTED OR IGNORED SOMETHING.
      *
           IF WS-MISMATCH-COUNT > 0 THEN
             DISPLAY "GLRC: " WS-MISMATCH-COUNT " CONTROL TOTAL "
               "MISMATCH(ES) - CHECK THE GENERATION PAIR"
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-RJCT-COUNT > 0 OR WS-NACK-COUNT > 0 OR
                WS-UNM-COUNT > 0 OR WS-NOMAST-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

      *
      * ONE POSTING-FILE RECORD: A D RECORD INTO THE TABLE AND THE
      * RECOUNT, THE T TRAILER SAVED FOR THE CONTROL TOTALS.
      *
       LOAD-POSTING.
           IF GP-REC-TYPE = "D" THEN
             IF WS-POST-COUNT >= WS-MAX-POSTS THEN
               DISPLAY "DAY01GLRC: GLPOST.DAT EXCEEDS MAXIMUM OF "
                 WS-MAX-POSTS " RECORDS - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-POST-COUNT
             MOVE GP-ENTRY-ID TO WS-PST-IDS (WS-POST-COUNT)
             MOVE GP-DEPT TO WS-PST-DEPTS (WS-POST-COUNT)
             MOVE GP-POST-DATE TO WS-PST-DATES (WS-POST-COUNT)
             MOVE GP-AMOUNT TO WS-PST-AMOUNTS (WS-POST-COUNT)
             MOVE GP-SOURCE TO WS-PST-SOURCES (WS-POST-COUNT)
             MOVE SPACE TO WS-PST-ACKS (WS-POST-COUNT)
             MOVE SPACE TO WS-PST-CODES (WS-POST-COUNT)
             MOVE SPACE TO WS-PST-TEXTS (WS-POST-COUNT)
             ADD GP-AMOUNT TO WS-AMOUNT-HASH
             ADD GP-POST-DATE TO WS-DATE-HASH
           ELSE
             IF GT-REC-TYPE = "T" THEN
               ADD 1 TO WS-GT-FOUND
               MOVE GT-RECORD-COUNT TO WS-GT-COUNT
               MOVE GT-AMOUNT-HASH TO WS-GT-AMOUNT-HASH
               MOVE GT-DATE-HASH TO WS-GT-DATE-HASH
             ELSE
               ADD 1 TO WS-PST-BAD-COUNT
             END-IF
           END-IF.

      *
      * ONE ACKNOWLEDGMENT RECORD. A D RECORD IS MATCHED TO ITS
      * POSTING BY ENTRY ID; AN ID NOT ON THE POSTING FILE, A
      * SECOND ACK FOR THE SAME ID, OR A STATUS OTHER THAN A OR R
      * GOES TO THE UNMATCHED LIST AND LEAVES THE POSTING AS IT
      * WAS. THE T TRAILER IS SAVED FOR THE CONTROL TOTALS.
      *
       APPLY-ACK.
           IF GA-REC-TYPE = "D" THEN
             ADD 1 TO WS-ACK-COUNT
             IF GA-STATUS = "A" THEN
               ADD 1 TO WS-ACK-A-COUNT
             END-IF
             IF GA-STATUS = "R" THEN
               ADD 1 TO WS-ACK-R-COUNT
             END-IF
             MOVE 0 TO WS-LOOKUP-IX
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > WS-POST-COUNT
               IF WS-PST-IDS (WS-I) = GA-ENTRY-ID THEN
                 MOVE WS-I TO WS-LOOKUP-IX
                 MOVE WS-POST-COUNT TO WS-I
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             IF GA-STATUS NOT = "A" AND GA-STATUS NOT = "R" THEN
               MOVE "BAD ACK STATUS" TO WS-UNM-NOTE
               PERFORM ADD-UNMATCHED
             ELSE
             IF WS-LOOKUP-IX = 0 THEN
               MOVE "NOT ON GLPOST" TO WS-UNM-NOTE
               PERFORM ADD-UNMATCHED
             ELSE
             IF WS-PST-ACKS (WS-LOOKUP-IX) NOT = SPACE THEN
               MOVE "DUPLICATE ACK" TO WS-UNM-NOTE
               PERFORM ADD-UNMATCHED
             ELSE
               MOVE GA-STATUS TO WS-PST-ACKS (WS-LOOKUP-IX)
               IF GA-STATUS = "A" THEN
                 ADD 1 TO WS-ACPT-COUNT
                 ADD WS-PST-AMOUNTS (WS-LOOKUP-IX) TO WS-POSTED-AMOUNT
               ELSE
                 ADD 1 TO WS-RJCT-COUNT
                 MOVE GA-REJECT-CODE TO WS-PST-CODES (WS-LOOKUP-IX)
                 MOVE GA-REJECT-TEXT TO WS-PST-TEXTS (WS-LOOKUP-IX)
               END-IF
             END-IF
             END-IF
             END-IF
           ELSE
             IF GK-REC-TYPE = "T" THEN
               ADD 1 TO WS-GK-FOUND
               MOVE GK-RECEIVED-COUNT TO WS-GK-RECEIVED
               MOVE GK-ACCEPT-COUNT TO WS-GK-ACCEPT
               MOVE GK-REJECT-COUNT TO WS-GK-REJECT
               MOVE GK-AMOUNT-HASH TO WS-GK-AMOUNT-HASH
               MOVE GK-POSTED-AMOUNT TO WS-GK-POSTED-AMOUNT
             ELSE
               ADD 1 TO WS-ACK-BAD-COUNT
             END-IF
           END-IF.

      *
      * KEEP THE CURRENT ACK ON THE UNMATCHED LIST WITH THE NOTE
      * IN WS-UNM-NOTE.
      *
       ADD-UNMATCHED.
           IF WS-UNM-COUNT >= WS-MAX-UNMATCHED THEN
             DISPLAY "DAY01GLRC: MORE THAN " WS-MAX-UNMATCHED
               " UNMATCHED ACKNOWLEDGMENT(S) - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WS-UNM-COUNT.
           MOVE GA-ENTRY-ID TO WS-UNM-IDS (WS-UNM-COUNT).
           MOVE GA-STATUS TO WS-UNM-STATUS (WS-UNM-COUNT).
           MOVE GA-REJECT-CODE TO WS-UNM-CODES (WS-UNM-COUNT).
           MOVE WS-UNM-NOTE TO WS-UNM-NOTES (WS-UNM-COUNT).

      *
      * POST THE LEDGER OUTCOME OF TABLE ENTRY WS-I TO THE MASTER:
      * ACPT, RJCT WITH THE LEDGER REASON CODE, OR NACK WHEN NO
      * ACKNOWLEDGMENT CAME BACK. A POSTED ID MISSING FROM THE
      * MASTER IS COUNTED - DAY01MSTL LOADS EVERY ENTRY THE NIGHT
      * IT IS MATCHED, SO THIS MEANS THE MASTER WAS RESTORED.
      *
       SET-GL-STATUS.
           IF WS-PST-ACKS (WS-I) = SPACE THEN
             ADD 1 TO WS-NACK-COUNT
           END-IF.
           MOVE WS-PST-IDS (WS-I) TO EM-ENTRY-ID.
           READ ENTRY-MASTER.
           IF WS-FS-ENTRY-MASTER = "00" THEN
             IF WS-PST-ACKS (WS-I) = "A" THEN
               MOVE "ACPT" TO EM-GL-STATUS
             ELSE
               IF WS-PST-ACKS (WS-I) = "R" THEN
                 MOVE "RJCT" TO EM-GL-STATUS
               ELSE
                 MOVE "NACK" TO EM-GL-STATUS
               END-IF
             END-IF
             MOVE WS-RUN-DATE TO EM-GL-DATE
             MOVE WS-PST-CODES (WS-I) TO EM-GL-REASON
             REWRITE ENTRY-MASTER-RECORD
             IF WS-FS-ENTRY-MASTER NOT = "00" THEN
               DISPLAY "DAY01GLRC: ERROR REWRITING ENTMAST - "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-MAST-UPDATES
           ELSE
             IF WS-FS-ENTRY-MASTER = "23" THEN
               DISPLAY "GLRC: POSTED ENTRY " WS-PST-IDS (WS-I)
                 " NOT ON THE ENTRY MASTER"
               ADD 1 TO WS-NOMAST-COUNT
             ELSE
               DISPLAY "DAY01GLRC: ERROR READING ENTMAST - "
                 WS-FS-ENTRY-MASTER " - JOB TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       PRINT-POSTING-DETAIL.
           MOVE WS-PST-IDS (WS-I) TO WS-PD-ID.
           MOVE WS-PST-DEPTS (WS-I) TO WS-PD-DEPT.
           MOVE WS-PST-DATES (WS-I) TO WS-PD-DATE.
           MOVE WS-PST-AMOUNTS (WS-I) TO WS-PD-VALUE.
           MOVE WS-PST-SOURCES (WS-I) TO WS-PD-SOURCE.
           MOVE WS-PST-CODES (WS-I) TO WS-PD-CODE.
           MOVE WS-PST-TEXTS (WS-I) TO WS-PD-TEXT.
           WRITE RECON-REPORT-RECORD FROM WS-POST-DETAIL.
           PERFORM CHECK-REPORT-WRITE.

       PRINT-CONTROL-LINE.
           MOVE WS-CL-EXPECTED-N TO WS-CL-EXPECTED.
           MOVE WS-CL-REPORTED-N TO WS-CL-REPORTED.
           IF WS-CL-EXPECTED-N = WS-CL-REPORTED-N THEN
             MOVE "OK" TO WS-CL-RESULT
           ELSE
             MOVE "MISMATCH" TO WS-CL-RESULT
             ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           WRITE RECON-REPORT-RECORD FROM WS-CTL-LINE.
           PERFORM CHECK-REPORT-WRITE.

       CHECK-REPORT-WRITE.
           IF WS-FS-RECON-REPORT NOT = "00" THEN
             DISPLAY "DAY01GLRC: ERROR WRITING GLRCRPT.DAT - STATUS "
               WS-FS-RECON-REPORT " - JOB TERMINATED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
