                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN CUS-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT PST-FILE   ASSIGN TO PST-FILE
                             STATUS PST-ST.
           SELECT AUD-FILE   ASSIGN TO AUD-FILE
                             STATUS THR-ST.
           SELECT LRG-FILE   ASSIGN TO LRG-FILE
                             STATUS LRG-ST.
           SELECT CCY-FILE   ASSIGN TO CCY-FILE
                             STATUS CCY-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
              88 IDX-IS-FROZEN          VALUE 'F'.
              88 IDX-IS-CLOSED          VALUE 'C'.

       FD  CUS-FILE.
       01  CUS-REC.
           03 CUS-KEY.
              05 CUS-ID           PIC S9(05)   COMP-3.
           03 CUS-NAME            PIC X(30).
           03 CUS-ADDR-1          PIC X(30).
           03 CUS-ADDR-2          PIC X(30).
           03 CUS-CITY            PIC X(20).
           03 CUS-POSTCODE        PIC X(10).
           03 CUS-TAX-NO          PIC X(11).
           03 CUS-BIRTH-DATE      PIC 9(8).
           03 CUS-PHONE           PIC X(15).
           03 CUS-MAINT-DATE      PIC 9(8).

       FD  PST-FILE RECORDING MODE F.
       01  PST-REC.
           03 PST-FUNC             PIC X(1).
           03 PST-OD-LIMIT         PIC 9(15).
           03 PST-STATUS           PIC X(1).
           03 PST-REF              PIC X(12).
           03 PST-ORIG-FUNC        PIC X(1).
           03 PST-ORIG-REF         PIC X(12).
           03 PST-MAKER            PIC X(8).
           03 PST-APPROVER         PIC X(8).

       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-STATUS           PIC X(1).
           03 AUD-RATE             PIC 9(3)V9(4).
           03 AUD-REF              PIC X(12).
           03 AUD-ORIG-REF         PIC X(12).
           03 AUD-MAKER            PIC X(8).
           03 AUD-APPROVER         PIC X(8).

       FD  THR-FILE RECORDING MODE F.
       01  THR-REC.
           03 LRG-NAME             PIC X(30).
           03 LRG-COUNT            PIC 9(7).
           03 LRG-REF              PIC X(12).
           03 LRG-ADDR-1           PIC X(30).
           03 LRG-POSTCODE         PIC X(10).
           03 LRG-CITY             PIC X(20).
           03 LRG-TAX-NO           PIC X(11).
           03 LRG-CCY-ISO          PIC X(3).
           03 LRG-CCY-DESC         PIC X(20).

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
              88 IDX-SUCCESS             VALUE 00 97.
           03 WS-IDX-AVAILABLE     PIC X(1) VALUE 'N'.
              88 IDX-IS-AVAILABLE        VALUE 'Y'.
           03 CUS-ST               PIC 9(2).
              88 CUS-SUCCESS             VALUE 00 97.
           03 WS-CUS-AVAILABLE     PIC X(1) VALUE 'N'.
              88 CUS-IS-AVAILABLE        VALUE 'Y'.
           03 PST-ST               PIC 9(2).
              88 PST-SUCCESS             VALUE 00 97.
              88 PST-EOF                 VALUE 10.
           03 WS-DEFAULT-THR       PIC 9(15) VALUE 999999999999999.
           03 WS-THR-LOADED        PIC 9(4) VALUE 0.
           03 WS-HIT-NAME          PIC X(30).
           03 WS-HIT-ADDR-1        PIC X(30).
           03 WS-HIT-POSTCODE      PIC X(10).
           03 WS-HIT-CITY          PIC X(20).
           03 WS-HIT-TAX-NO        PIC X(11).
           03 WS-HIT-COUNT         PIC 9(7) VALUE 0.
           03 WS-HIT-AMOUNT        PIC S9(15) VALUE 0.
       01  WS-THR-TABLE.
              05 WS-TBL-DVZ        PIC 9(3).
              05 WS-TBL-COUNT      PIC 9(7).
              05 WS-TBL-AMOUNT     PIC S9(15).
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
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-THRESHOLDS.
           PERFORM H120-LOAD-CURRENCIES.
           PERFORM H200-PROCESS UNTIL PST-EOF.
           PERFORM H400-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
           ELSE
              DISPLAY 'UNABLE TO OPEN IDX FILE: ' IDX-ST
           END-IF.
           OPEN INPUT CUS-FILE.
           IF (CUS-SUCCESS)
              MOVE 'Y' TO WS-CUS-AVAILABLE
           ELSE
              DISPLAY 'UNABLE TO OPEN CUS FILE: ' CUS-ST
           END-IF.
       H100-END. EXIT.

       H110-LOAD-THRESHOLDS.
           END-IF.
       H115-END. EXIT.

       H120-LOAD-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           OPEN INPUT CCY-FILE.
           IF CCY-SUCCESS
              PERFORM H121-LOAD-ONE-CURRENCY UNTIL CCY-EOF
              CLOSE CCY-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN CCY FILE: ' CCY-ST
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-CURRENCY.
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
       H121-END. EXIT.

       H125-FIND-CURRENCY.
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
       H125-END. EXIT.

       H200-PROCESS.
           READ PST-FILE
              AT END SET PST-EOF TO TRUE
           IF NOT PST-EOF
              IF PST-FUNC = 'W' OR PST-FUNC = 'B'
                 OR PST-FUNC = 'D' OR PST-FUNC = 'T'
                 OR PST-FUNC = 'V'
                 PERFORM H210-CHECK-ONE-POSTING
              END-IF
           END-IF.

       H230-FIND-NAME.
           MOVE SPACES TO WS-HIT-NAME.
           MOVE SPACES TO WS-HIT-ADDR-1.
           MOVE SPACES TO WS-HIT-POSTCODE.
           MOVE SPACES TO WS-HIT-CITY.
           MOVE SPACES TO WS-HIT-TAX-NO.
           IF CUS-IS-AVAILABLE
              MOVE PST-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUS-NAME TO WS-HIT-NAME
                    MOVE CUS-ADDR-1 TO WS-HIT-ADDR-1
                    MOVE CUS-POSTCODE TO WS-HIT-POSTCODE
                    MOVE CUS-CITY TO WS-HIT-CITY
                    MOVE CUS-TAX-NO TO WS-HIT-TAX-NO
              END-READ
           END-IF.
           IF WS-HIT-NAME = SPACES AND PST-NAME NOT = SPACES
              MOVE PST-NAME TO WS-HIT-NAME
           END-IF.
           IF WS-HIT-NAME = SPACES AND IDX-IS-AVAILABLE
           MOVE WS-HIT-NAME TO LRG-NAME.
           MOVE ZEROS TO LRG-COUNT.
           MOVE PST-REF TO LRG-REF.
           MOVE WS-HIT-ADDR-1 TO LRG-ADDR-1.
           MOVE WS-HIT-POSTCODE TO LRG-POSTCODE.
           MOVE WS-HIT-CITY TO LRG-CITY.
           MOVE WS-HIT-TAX-NO TO LRG-TAX-NO.
           MOVE PST-DVZ TO WS-CCY-LOOKUP.
           PERFORM H125-FIND-CURRENCY.
           MOVE WS-CCY-LABEL-ISO TO LRG-CCY-ISO.
           MOVE WS-CCY-LABEL-DESC TO LRG-CCY-DESC.
           WRITE LRG-REC.
           IF (NOT LRG-SUCCESS)
              DISPLAY 'UNABLE TO WRITE LRG FILE: ' LRG-ST
           MOVE WS-TBL-AMOUNT(WS-DX) TO LRG-AMOUNT.
           MOVE SPACES TO LRG-NAME.
           MOVE WS-TBL-COUNT(WS-DX) TO LRG-COUNT.
           MOVE WS-TBL-DVZ(WS-DX) TO WS-CCY-LOOKUP.
           PERFORM H125-FIND-CURRENCY.
           MOVE WS-CCY-LABEL-ISO TO LRG-CCY-ISO.
           MOVE WS-CCY-LABEL-DESC TO LRG-CCY-DESC.
           WRITE LRG-REC.
           IF (NOT LRG-SUCCESS)
              DISPLAY 'UNABLE TO WRITE LRG FILE: ' LRG-ST
           IF IDX-IS-AVAILABLE
              CLOSE IDX-FILE
           END-IF.
           IF CUS-IS-AVAILABLE
              CLOSE CUS-FILE
           END-IF.
           IF WS-DVZ-DROPPED > 0
              DISPLAY 'PBEGLRG HITS NOT SUMMARIZED: ' WS-DVZ-DROPPED
              MOVE 8 TO RETURN-CODE
