AOC20 * LEDGER ACKNOWLEDGMENT FILE - RETURNED BY THE GENERAL LEDGER
AOC20 * FOR EACH GLPOST GENERATION IT PROCESSES. ONE D RECORD PER
AOC20 * POSTING RECORD RECEIVED, THEN ONE T TRAILER WITH THE
AOC20 * LEDGER'S OWN CONTROL TOTALS. RECONCILED AGAINST THE
AOC20 * MATCHING GLPOST GENERATION BY DAY01GLRC.
AOC20 * GA-STATUS: A ACCEPTED AND POSTED, R REJECTED. A REJECTED
AOC20 * ENTRY CARRIES THE LEDGER'S REASON CODE AND TEXT (CLOSED
AOC20 * COST CENTER, BAD DATE, ETC.); BOTH ARE BLANK ON AN ACCEPT.
AOC20 * GK-RECEIVED-COUNT/GK-AMOUNT-HASH ARE WHAT THE LEDGER READ
AOC20 * FROM GLPOST; GK-POSTED-AMOUNT IS THE SUM OF ACCEPTED ONLY.
       01 GL-ACK-DETAIL.
          04 GA-REC-TYPE PIC X.
          04 GA-ENTRY-ID PIC X(8).
          04 GA-STATUS PIC X.
          04 GA-REJECT-CODE PIC X(4).
          04 GA-REJECT-TEXT PIC X(30).
       01 GL-ACK-TRAILER.
          04 GK-REC-TYPE PIC X.
          04 GK-RECEIVED-COUNT PIC 9(8).
          04 GK-ACCEPT-COUNT PIC 9(8).
          04 GK-REJECT-COUNT PIC 9(8).
          04 GK-AMOUNT-HASH PIC 9(12).
          04 GK-POSTED-AMOUNT PIC 9(12).
