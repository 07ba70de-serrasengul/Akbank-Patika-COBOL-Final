                             STATUS LST-ST.
           SELECT LOG-FILE   ASSIGN TO LOG-FILE
                             STATUS LOG-ST.
           SELECT CCY-FILE   ASSIGN TO CCY-FILE
                             STATUS CCY-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           03 SRT-STATUS           PIC X(1).

       FD  LST-FILE RECORDING MODE F.
       01  LST-REC                 PIC X(132).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-REJECTS         PIC 9(7).
           03 LOG-RETC            PIC 9(2).

       FD  CCY-FILE RECORDING MODE F.
       01  CCY-REC.
           03 CCY-DVZ              PIC 9(3).
           03 CCY-ISO              PIC X(3).
           03 CCY-DESC             PIC X(20).
           03 CCY-DECIMALS         PIC 9(1).
           03 CCY-OPEN-FLAG        PIC X(1).
           03 CCY-TFR-FLAG         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST               PIC 9(2).
              88 LOG-SUCCESS             VALUE 00 97.
              88 LOG-NOTFOUND            VALUE 35.
           03 WS-LOG-STAMP         PIC X(21).
       01  WS-CCY-TABLE.
           03 CCY-ST               PIC 9(2).
              88 CCY-SUCCESS             VALUE 00 97.
              88 CCY-NOTFOUND            VALUE 35.
              88 CCY-EOF                 VALUE 10.
           03 WS-CCY-USED          PIC 9(3) VALUE 0.
           03 WS-CCY-X             PIC 9(3) VALUE 0.
           03 WS-CCY-LOOKUP        PIC 9(3) VALUE 0.
           03 WS-CCY-FOUND         PIC X(1) VALUE 'N'.
              88 CCY-FOUND               VALUE 'Y'.
           03 WS-CCY-LABEL.
              05 WS-CCY-LABEL-ISO  PIC X(3).
              05 FILLER            PIC X(1).
              05 WS-CCY-LABEL-DESC PIC X(20).
           03 WS-CCY-TBL OCCURS 200 TIMES.
              05 WS-CCY-DVZ        PIC 9(3).
              05 WS-CCY-ISO        PIC X(3).
              05 WS-CCY-DESC       PIC X(20).
              05 WS-CCY-DECIMALS   PIC 9(1).
              05 WS-CCY-OPEN       PIC X(1).
              05 WS-CCY-TFR        PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H110-LOAD-CURRENCIES.
           SORT SRT-FILE
               ASCENDING KEY SRT-DVZ SRT-ID
               INPUT PROCEDURE IS H100-EXTRACT-IDX
           END-IF.
       H100-END. EXIT.

       H110-LOAD-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           OPEN INPUT CCY-FILE.
           IF CCY-SUCCESS
              PERFORM H111-LOAD-ONE-CURRENCY UNTIL CCY-EOF
              CLOSE CCY-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN CCY FILE: ' CCY-ST
           END-IF.
       H110-END. EXIT.

       H111-LOAD-ONE-CURRENCY.
           READ CCY-FILE
              AT END SET CCY-EOF TO TRUE
           END-READ.
           IF NOT CCY-EOF
              IF WS-CCY-USED < 200
                 ADD 1 TO WS-CCY-USED
                 MOVE CCY-DVZ       TO WS-CCY-DVZ(WS-CCY-USED)
                 MOVE CCY-ISO       TO WS-CCY-ISO(WS-CCY-USED)
                 MOVE CCY-DESC      TO WS-CCY-DESC(WS-CCY-USED)
                 MOVE CCY-DECIMALS  TO WS-CCY-DECIMALS(WS-CCY-USED)
                 MOVE CCY-OPEN-FLAG TO WS-CCY-OPEN(WS-CCY-USED)
                 MOVE CCY-TFR-FLAG  TO WS-CCY-TFR(WS-CCY-USED)
              ELSE
                 DISPLAY 'CURRENCY TABLE FULL - DVZ ' CCY-DVZ
              END-IF
           END-IF.
       H111-END. EXIT.

       H112-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND.
           MOVE 1 TO WS-CCY-X.
           PERFORM UNTIL WS-CCY-X > WS-CCY-USED
                   OR WS-CCY-DVZ(WS-CCY-X) = WS-CCY-LOOKUP
              ADD 1 TO WS-CCY-X
           END-PERFORM.
           MOVE SPACES TO WS-CCY-LABEL.
           IF WS-CCY-X NOT > WS-CCY-USED
              MOVE 'Y' TO WS-CCY-FOUND
              MOVE WS-CCY-ISO(WS-CCY-X) TO WS-CCY-LABEL-ISO
              MOVE WS-CCY-DESC(WS-CCY-X) TO WS-CCY-LABEL-DESC
           ELSE
              MOVE '???' TO WS-CCY-LABEL-ISO
              MOVE 'NOT IN CCY MASTER' TO WS-CCY-LABEL-DESC
           END-IF.
       H112-END. EXIT.

       H200-PRINT-LISTING.
           OPEN OUTPUT LST-FILE.
           IF (NOT LST-SUCCESS)

       H201-WRITE-HEADER.
           MOVE SPACES TO LST-REC.
           STRING 'DVZ CCY DESCRIPTION          ID    NAME'
                  '                           DATE    BALANCE'
                  ' ST'
                  DELIMITED BY SIZE INTO LST-REC.
           MOVE SRT-DATE     TO WS-DATE-ED.
           MOVE SRT-DVZ      TO WS-DVZ-ED.
           MOVE SRT-ID       TO WS-ID-ED.
           MOVE SRT-DVZ      TO WS-CCY-LOOKUP.
           PERFORM H112-FIND-CURRENCY.
           STRING WS-DVZ-ED ' ' WS-CCY-LABEL ' '
                  WS-ID-ED ' ' SRT-NAME ' '
                  WS-DATE-ED ' ' WS-BALLANCE-ED ' ' SRT-STATUS
                  DELIMITED BY SIZE INTO LST-REC.
           WRITE LST-REC.
