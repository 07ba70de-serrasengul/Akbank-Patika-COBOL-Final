                             STATUS INT-ST.
           SELECT GL-FILE    ASSIGN TO GL-FILE
                             STATUS GL-ST.
           SELECT RVL-FILE   ASSIGN TO GLP-RVS-FILE
                             STATUS RVL-ST.
           SELECT LOG-FILE   ASSIGN TO LOG-FILE
                             STATUS LOG-ST.
       DATA DIVISION.
           03 PST-OD-LIMIT         PIC 9(15).
           03 PST-STATUS           PIC X(1).
           03 PST-REF              PIC X(12).
           03 PST-ORIG-FUNC        PIC X(1).
           03 PST-ORIG-REF         PIC X(12).
           03 PST-MAKER            PIC X(8).
           03 PST-APPROVER         PIC X(8).

       FD  INT-FILE RECORDING MODE F.
       01  INT-REC.
           03 GL-AMOUNT            PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.

       FD  RVL-FILE RECORDING MODE F.
       01  RVL-REC                 PIC X(132).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-PROGRAM         PIC X(8).
              88 INT-IS-AVAILABLE        VALUE 'Y'.
           03 GL-ST                PIC 9(2).
              88 GL-SUCCESS              VALUE 00 97.
           03 RVL-ST               PIC 9(2).
              88 RVL-SUCCESS             VALUE 00 97.
           03 WS-RVL-AVAILABLE     PIC X(1) VALUE 'N'.
              88 RVL-IS-AVAILABLE        VALUE 'Y'.
           03 WS-RVL-COUNT         PIC 9(7) VALUE 0.
           03 WS-RVL-AMOUNT-ED     PIC -(14)9.
           03 WS-ACCRUAL           PIC S9(15).
           03 WS-GL-DROPPED        PIC 9(7) VALUE 0.
           03 LOG-ST               PIC 9(2).
              MOVE GL-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RVL-FILE.
           IF (RVL-SUCCESS)
              MOVE 'Y' TO WS-RVL-AVAILABLE
              MOVE SPACES TO RVL-REC
              STRING 'PBEGGLP REVERSALS AND THEIR ORIGINAL POSTINGS'
                     DELIMITED BY SIZE INTO RVL-REC
              PERFORM H335-WRITE-RVL-LINE
           ELSE
              DISPLAY 'UNABLE TO OPEN RVS LIST FILE: ' RVL-ST
           END-IF.
       H100-END. EXIT.

       H200-SUM-POSTINGS.
                    MOVE 'TD' TO WS-POST-TYPE
                 WHEN PST-FUNC = 'T'
                    MOVE 'TC' TO WS-POST-TYPE
                 WHEN PST-FUNC = 'V' AND PST-ORIG-FUNC = 'T'
                    MOVE 'TR' TO WS-POST-TYPE
                    PERFORM H330-LIST-REVERSAL
                 WHEN PST-FUNC = 'V'
                    MOVE 'BR' TO WS-POST-TYPE
                    PERFORM H330-LIST-REVERSAL
                 WHEN OTHER
                    MOVE '??' TO WS-POST-TYPE
              END-EVALUATE
           ADD WS-TBL-AMOUNT(WS-GX) TO WS-TRL-AMOUNT.
       H320-END. EXIT.

       H330-LIST-REVERSAL.
           ADD 1 TO WS-RVL-COUNT.
           MOVE PST-AMOUNT TO WS-RVL-AMOUNT-ED.
           MOVE SPACES TO RVL-REC.
           STRING 'REVERSAL ' PST-REF
                  ' OF ' PST-ORIG-FUNC ' ' PST-ORIG-REF
                  ' ID ' PST-ID ' DVZ ' PST-DVZ
                  ' AMOUNT ' WS-RVL-AMOUNT-ED
                  ' RATE ' PST-RATE
                  DELIMITED BY SIZE INTO RVL-REC.
           PERFORM H335-WRITE-RVL-LINE.
       H330-END. EXIT.

       H335-WRITE-RVL-LINE.
           IF RVL-IS-AVAILABLE
              WRITE RVL-REC
              IF (NOT RVL-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE RVS LIST FILE: ' RVL-ST
              END-IF
           END-IF.
       H335-END. EXIT.

       H999-PROGRAM-EXIT.
           IF PST-IS-AVAILABLE
              CLOSE PST-FILE
              CLOSE INT-FILE
           END-IF.
           CLOSE GL-FILE.
           IF RVL-IS-AVAILABLE
              MOVE SPACES TO RVL-REC
              STRING 'REVERSAL POSTINGS LISTED: ' WS-RVL-COUNT
                     DELIMITED BY SIZE INTO RVL-REC
              PERFORM H335-WRITE-RVL-LINE
              CLOSE RVL-FILE
           END-IF.
           IF WS-GL-DROPPED > 0
              DISPLAY 'PBEGGLP POSTINGS NOT SUMMARIZED: '
                      WS-GL-DROPPED
