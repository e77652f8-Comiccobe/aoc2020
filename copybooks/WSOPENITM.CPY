AOC20 * OPEN-ITEM POOL RECORD - SHARED BY THE DAY01 MATCHING SUITE
AOC20 * ONE RECORD PER VALID ENTRY THAT ENDED A NIGHT UNMATCHED
AOC20 * (ENTMAST STATUS NONE). DAY01OPEN REWRITES THE POOL AS A NEW
AOC20 * GENERATION EVERY NIGHT; DAY01P01/DAY01P02 ADD THE PRIOR
AOC20 * GENERATION TO THEIR CANDIDATE SET SO AN ENTRY CAN STILL
AOC20 * MATCH A COMPLEMENT THAT ARRIVES IN A LATER EXTRACT.
AOC20 * OI-POOLED-DATE IS THE RUN DATE THE ENTRY FIRST ENTERED THE
AOC20 * POOL; OI-NIGHTS COUNTS THE LATER NIGHTS IT HAS BEEN CARRIED
AOC20 * WITHOUT A MATCH. AN ITEM CARRIED RUNPARMS POOLAGE NIGHTS
AOC20 * AGES OFF ONTO THE WRITE-OFF LISTING. OI-COMPANY IS THE
AOC20 * ENTRY'S COMPANY CODE; AN ITEM ONLY MATCHES ITS OWN COMPANY.
       01 OPEN-ITEM-RECORD.
          04 OI-ENTRY-ID PIC X(8).
          04 OI-SEP-1 PIC X.
          04 OI-DEPT PIC X(4).
          04 OI-SEP-2 PIC X.
          04 OI-POST-DATE PIC 9(8).
          04 OI-SEP-3 PIC X.
          04 OI-AMOUNT PIC 9(4).
          04 OI-SEP-4 PIC X.
          04 OI-POOLED-DATE PIC 9(8).
          04 OI-SEP-5 PIC X.
          04 OI-NIGHTS PIC 9(4).
          04 OI-SEP-6 PIC X.
          04 OI-COMPANY PIC X(4).
