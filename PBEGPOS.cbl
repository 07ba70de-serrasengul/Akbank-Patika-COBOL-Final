                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN CUS-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT PRM-FILE   ASSIGN TO POS-PRM-FILE
                             STATUS PRM-ST.
           SELECT POS-FILE   ASSIGN TO POS-FILE
                             STATUS POS-ST.
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

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-ID               PIC 9(5).

       FD  POS-FILE RECORDING MODE F.
       01  POS-REC                 PIC X(132).

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
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-EOF                 VALUE 10.
           03 CUS-ST               PIC 9(2).
              88 CUS-SUCCESS             VALUE 00 97.
           03 WS-CUS-AVAILABLE     PIC X(1) VALUE 'N'.
              88 CUS-IS-AVAILABLE        VALUE 'Y'.
           03 WS-CUS-FOUND         PIC X(1) VALUE 'N'.
              88 CUS-FOUND               VALUE 'Y'.
           03 PRM-ST               PIC 9(2).
              88 PRM-SUCCESS             VALUE 00 97.
              88 PRM-EOF                 VALUE 10.
           03 WS-DVZ-ED            PIC 9(3).
           03 WS-DATE-ED           PIC -(6)9.
           03 WS-BAL-ED            PIC -(14)9.
           03 WS-POS-NAME          PIC X(30).
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
           PERFORM H110-LOAD-CURRENCIES.
           PERFORM H200-PROCESS UNTIL PRM-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
              MOVE IDX-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF (CUS-SUCCESS)
              MOVE 'Y' TO WS-CUS-AVAILABLE
           ELSE
              DISPLAY 'UNABLE TO OPEN CUS FILE: ' CUS-ST
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

       H200-PROCESS.
           READ PRM-FILE
              AT END SET PRM-EOF TO TRUE
           STRING 'POSITION FOR ID ' PRM-ID
                  DELIMITED BY SIZE INTO POS-REC.
           PERFORM H320-WRITE-LINE.
           PERFORM H215-CUSTOMER-LINES.
           MOVE PRM-ID TO IDX-ID.
           MOVE ZEROS TO IDX-DVZ.
           START IDX-FILE KEY NOT < IDX-KEY
           ADD 1 TO WS-INQ-COUNT.
       H210-END. EXIT.

       H215-CUSTOMER-LINES.
           MOVE 'N' TO WS-CUS-FOUND.
           IF CUS-IS-AVAILABLE
              MOVE PRM-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-CUS-FOUND
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUS-FOUND
              END-READ
           END-IF.
           MOVE SPACES TO POS-REC.
           IF CUS-FOUND
              STRING 'CUSTOMER ' CUS-NAME ' TAX NO ' CUS-TAX-NO
                     DELIMITED BY SIZE INTO POS-REC
              PERFORM H320-WRITE-LINE
              MOVE SPACES TO POS-REC
              STRING 'ADDRESS  ' CUS-ADDR-1 ' ' CUS-ADDR-2
                     DELIMITED BY SIZE INTO POS-REC
              PERFORM H320-WRITE-LINE
              MOVE SPACES TO POS-REC
              STRING '         ' CUS-POSTCODE ' ' CUS-CITY
                     DELIMITED BY SIZE INTO POS-REC
           ELSE
              STRING 'CUSTOMER NOT ON CUSTOMER FILE'
                     DELIMITED BY SIZE INTO POS-REC
           END-IF.
           PERFORM H320-WRITE-LINE.
       H215-END. EXIT.

       H220-BROWSE-NEXT.
           READ IDX-FILE NEXT RECORD
              AT END SET BROWSE-DONE TO TRUE
           MOVE IDX-DVZ TO WS-DVZ-ED.
           MOVE IDX-DATE TO WS-DATE-ED.
           MOVE IDX-BALLANCE TO WS-BAL-ED.
           IF CUS-FOUND
              MOVE CUS-NAME TO WS-POS-NAME
           ELSE
              MOVE IDX-NAME TO WS-POS-NAME
           END-IF.
           MOVE IDX-DVZ TO WS-CCY-LOOKUP.
           PERFORM H112-FIND-CURRENCY.
           MOVE SPACES TO POS-REC.
           STRING 'DVZ ' WS-DVZ-ED ' ' WS-CCY-LABEL ' '
                  WS-POS-NAME ' '
                  WS-DATE-ED ' ' WS-BAL-ED ' ' IDX-STATUS
                  DELIMITED BY SIZE INTO POS-REC.
           PERFORM H320-WRITE-LINE.
           CLOSE PRM-FILE.
           CLOSE POS-FILE.
           CLOSE IDX-FILE.
           IF CUS-IS-AVAILABLE
              CLOSE CUS-FILE
           END-IF.
           DISPLAY 'PBEGPOS COMPLETE - INQUIRIES: ' WS-INQ-COUNT.
           STOP RUN.
       H999-END. EXIT.
