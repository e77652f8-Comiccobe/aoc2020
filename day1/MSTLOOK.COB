          04 FILLER PIC X(40) VALUE
             "ENTRY-ID  VALUE  DEPT  POSTED    FIRST-S".
          04 FILLER PIC X(40) VALUE
             "EEN  STAT  EXC GL    GL-DATE   RSN  COMP".
       01 WS-HIT-LINE.
          04 WS-HL-ID PIC X(8).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-HL-FIRST PIC 9(8).
          04 FILLER PIC X(4) VALUE SPACE.
          04 WS-HL-STATUS PIC X(4).
          04 FILLER PIC X(3) VALUE SPACE.
          04 WS-HL-EXC PIC X.
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HL-GL-STATUS PIC X(4).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HL-GL-DATE PIC X(8).
          04 FILLER PIC X(2) VALUE SPACE.
          04 WS-HL-GL-REASON PIC X(4).
          04 FILLER PIC X(1) VALUE SPACE.
          04 WS-HL-COMPANY PIC X(4).
       01 WS-MISS-LINE.
          04 WS-ML-ID PIC X(8).
          04 FILLER PIC X(26) VALUE "   NOT ON THE ENTRY MASTER".
      *
      * ONE ENTRY ID PER CARD. A HIT PRINTS THE ENTRY'S AMOUNT,
      * DEPARTMENT, POSTING DATE, FIRST-SEEN DATE AND THE LAST
      * RUN'S MATCH STATUS AND EXCEPTION FLAG, PLUS WHAT THE
      * LEDGER DID WITH IT (ACPT/RJCT/NACK, THE RECONCILIATION
      * DATE AND ANY LEDGER REJECT REASON) AND ITS COMPANY; A
      * MISS PRINTS A NOT-FOUND LINE SO THE CLERK KNOWS THE SUITE
      * NEVER SAW IT.
      *
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF=1
                     MOVE EM-FIRST-SEEN TO WS-HL-FIRST
                     MOVE EM-MATCH-STATUS TO WS-HL-STATUS
                     MOVE EM-EXC-FLAG TO WS-HL-EXC
                     MOVE EM-GL-STATUS TO WS-HL-GL-STATUS
                     IF EM-GL-STATUS = SPACE THEN
                       MOVE SPACE TO WS-HL-GL-DATE
                     ELSE
                       MOVE EM-GL-DATE TO WS-HL-GL-DATE
                     END-IF
                     MOVE EM-GL-REASON TO WS-HL-GL-REASON
                     MOVE EM-COMPANY TO WS-HL-COMPANY
                     WRITE MASTER-REPORT-RECORD FROM WS-HIT-LINE
                     PERFORM CHECK-REPORT-WRITE
                   ELSE
