AOC20 * MATCH APPROVAL QUEUE RECORD - ONE RECORD PER PAIR OR TRIPLE
AOC20 * WHOSE TOTAL IS OVER THE APPROVAL LIMIT OF ONE OF ITS LEGS'
AOC20 * DEPARTMENTS (DEPARTMENT MASTER DM-APPR-LIMIT, OR THE RUNPARMS
AOC20 * APPRLIM WHERE THE MASTER SETS NONE). DAY01GLPI QUEUES THE
AOC20 * MATCH INSTEAD OF POSTING IT, CARRIES IT NIGHT TO NIGHT, AND
AOC20 * POSTS IT ON THE FIRST NIGHT AFTER IT IS APPROVED. DAY01APRV
AOC20 * APPLIES THE APPROVERS' CARDS. THE QUEUE IS REWRITTEN IN FULL
AOC20 * BY BOTH PROGRAMS.
AOC20 * AQ-STATUS: P PENDING, A APPROVED AND AWAITING THE NIGHTLY
AOC20 * POSTING. A REJECTED MATCH LEAVES THE QUEUE AND IS KEPT ONLY
AOC20 * ON THE APPRLOG AUDIT LOG. AQ-TOTAL IS THE SUM OF THE LEGS'
AOC20 * AMOUNTS, AQ-LIMIT THE LOWEST LIMIT THAT APPLIED. ONE AQ-LEG
AOC20 * PER ENTRY; THE THIRD IS BLANK WITH ZERO DATE AND AMOUNT ON
AOC20 * A PAIR. AQ-POSTED IS N FOR A LEG THAT POSTS WHEN THE MATCH
AOC20 * IS APPROVED, Y FOR ONE ALREADY POSTED OR CARRIED BY ANOTHER
AOC20 * MATCH (AN ENTRY POSTS ONLY ONCE).
AOC20 * AQ-COMPANY IS THE MATCH'S COMPANY CODE. AQ-HOLD-REASON IS
AOC20 * LIMT FOR A MATCH OVER THE APPROVAL LIMIT, CHLD FOR ONE
AOC20 * QUEUED BECAUSE ITS COMPANY'S NIGHT WAS HELD (COMPHOLD) - IT
AOC20 * IS APPROVED OR REJECTED LIKE ANY OTHER ONCE THE COMPANY'S
AOC20 * DATA HAS BEEN CHECKED.
       01 APPROVAL-QUEUE-RECORD.
          04 AQ-TYPE PIC X(4).
          04 AQ-SEP-1 PIC X.
          04 AQ-STATUS PIC X.
          04 AQ-SEP-2 PIC X.
          04 AQ-QUEUED-DATE PIC 9(8).
          04 AQ-SEP-3 PIC X.
          04 AQ-TARGET PIC 9(6).
          04 AQ-SEP-4 PIC X.
          04 AQ-TOTAL PIC 9(6).
          04 AQ-SEP-5 PIC X.
          04 AQ-LIMIT PIC 9(6).
          04 AQ-LEG OCCURS 3 TIMES.
             07 AQ-LEG-SEP-1 PIC X.
             07 AQ-ID PIC X(8).
             07 AQ-LEG-SEP-2 PIC X.
             07 AQ-DEPT PIC X(4).
             07 AQ-LEG-SEP-3 PIC X.
             07 AQ-POST-DATE PIC 9(8).
             07 AQ-LEG-SEP-4 PIC X.
             07 AQ-AMOUNT PIC 9(4).
             07 AQ-LEG-SEP-5 PIC X.
             07 AQ-POSTED PIC X.
          04 AQ-SEP-6 PIC X.
          04 AQ-APPROVER PIC X(8).
          04 AQ-SEP-7 PIC X.
          04 AQ-DECIDED-DATE PIC 9(8).
          04 AQ-SEP-8 PIC X.
          04 AQ-REASON PIC X(30).
          04 AQ-SEP-9 PIC X.
          04 AQ-COMPANY PIC X(4).
          04 AQ-SEP-10 PIC X.
          04 AQ-HOLD-REASON PIC X(4).
