                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN CUS-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT AUD-FILE   ASSIGN TO AUD-FILE
                             STATUS AUD-ST.
           SELECT PRM-FILE   ASSIGN TO STM-PRM-FILE
                             STATUS STM-ST.
           SELECT LOG-FILE   ASSIGN TO LOG-FILE
                             STATUS LOG-ST.
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

       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-FUNC             PIC X(1).
           03 AUD-STATUS           PIC X(1).
           03 AUD-RATE             PIC 9(3)V9(4).
           03 AUD-REF              PIC X(12).
           03 AUD-ORIG-REF         PIC X(12).
           03 AUD-MAKER            PIC X(8).
           03 AUD-APPROVER         PIC X(8).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
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
              88 IDX-SUCCESS             VALUE 00 97.
           03 WS-IDX-AVAILABLE     PIC X(1) VALUE 'N'.
              88 IDX-IS-AVAILABLE        VALUE 'Y'.
           03 CUS-ST               PIC 9(2).
              88 CUS-SUCCESS             VALUE 00 97.
           03 WS-CUS-AVAILABLE     PIC X(1) VALUE 'N'.
              88 CUS-IS-AVAILABLE        VALUE 'Y'.
           03 WS-CUS-FOUND         PIC X(1) VALUE 'N'.
              88 CUS-FOUND               VALUE 'Y'.
           03 AUD-ST               PIC 9(2).
              88 AUD-SUCCESS             VALUE 00 97.
              88 AUD-EOF                 VALUE 10.
              05 WS-MOV-TS         PIC X(21).
              05 WS-MOV-FUNC       PIC X(1).
              05 WS-MOV-BAL        PIC S9(15).
              05 WS-MOV-REF        PIC X(12).
              05 WS-MOV-ORIG-REF   PIC X(12).
              05 WS-MOV-RVS-BY     PIC X(12).
           03 WS-MX                PIC 9(4) VALUE 0.
           03 WS-RX                PIC 9(4) VALUE 0.
       01  WS-STMT-AREA.
           03 WS-ACCT-NAME         PIC X(30) VALUE SPACES.
           03 WS-OPEN-BAL          PIC S9(15) VALUE 0.
           03 WS-NEXT-BAL          PIC S9(15) VALUE 0.
           03 WS-BAL-ED            PIC -(14)9.
           03 WS-MOV-ED            PIC -(14)9.
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
           MOVE PRM-DATE-TO   TO WS-TO-X.
           PERFORM H220-SCAN-AUDIT-FILE.
           PERFORM H230-READ-MASTER.
           PERFORM H235-READ-CUSTOMER.
           PERFORM H240-WRITE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
       H210-END. EXIT.
           IF NOT AUD-EOF
              IF AUD-ID = PRM-ID AND AUD-DVZ = PRM-DVZ
                 MOVE AUD-NAME TO WS-ACCT-NAME
                 IF AUD-FUNC = 'V' AND AUD-ORIG-REF NOT = SPACES
                    PERFORM H227-MARK-REVERSED
                            VARYING WS-RX FROM 1 BY 1
                            UNTIL WS-RX > WS-MOV-USED
                 END-IF
                 EVALUATE TRUE
                    WHEN AUD-TIMESTAMP(1:8) < WS-FROM-X
                       CONTINUE
              MOVE AUD-TIMESTAMP TO WS-MOV-TS(WS-MOV-USED)
              MOVE AUD-FUNC      TO WS-MOV-FUNC(WS-MOV-USED)
              MOVE AUD-BALLANCE  TO WS-MOV-BAL(WS-MOV-USED)
              MOVE AUD-REF       TO WS-MOV-REF(WS-MOV-USED)
              MOVE AUD-ORIG-REF  TO WS-MOV-ORIG-REF(WS-MOV-USED)
              MOVE SPACES        TO WS-MOV-RVS-BY(WS-MOV-USED)
           ELSE
              ADD 1 TO WS-MOV-LOST
           END-IF.
       H226-END. EXIT.

       H227-MARK-REVERSED.
           IF WS-MOV-REF(WS-RX) = AUD-ORIG-REF
              MOVE AUD-REF TO WS-MOV-RVS-BY(WS-RX)
           END-IF.
       H227-END. EXIT.

       H230-READ-MASTER.
           IF IDX-IS-AVAILABLE
              MOVE PRM-ID TO IDX-ID
           END-IF.
       H230-END. EXIT.

       H235-READ-CUSTOMER.
           MOVE 'N' TO WS-CUS-FOUND.
           IF CUS-IS-AVAILABLE
              MOVE PRM-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-CUS-FOUND
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUS-FOUND
                    MOVE CUS-NAME TO WS-ACCT-NAME
              END-READ
           END-IF.
       H235-END. EXIT.

       H239-ADDRESS-LINES.
           IF CUS-ADDR-1 NOT = SPACES
              MOVE SPACES TO STM-REC
              STRING '      ' CUS-ADDR-1
                     DELIMITED BY SIZE INTO STM-REC
              PERFORM H250-WRITE-LINE
           END-IF.
           IF CUS-ADDR-2 NOT = SPACES
              MOVE SPACES TO STM-REC
              STRING '      ' CUS-ADDR-2
                     DELIMITED BY SIZE INTO STM-REC
              PERFORM H250-WRITE-LINE
           END-IF.
           IF CUS-CITY NOT = SPACES OR CUS-POSTCODE NOT = SPACES
              MOVE SPACES TO STM-REC
              STRING '      ' CUS-POSTCODE ' ' CUS-CITY
                     DELIMITED BY SIZE INTO STM-REC
              PERFORM H250-WRITE-LINE
           END-IF.
       H239-END. EXIT.

       H240-WRITE-STATEMENT.
           MOVE PRM-DVZ TO WS-CCY-LOOKUP.
           PERFORM H112-FIND-CURRENCY.
           MOVE SPACES TO STM-REC.
           STRING 'STATEMENT FOR ID ' PRM-ID ' DVZ ' PRM-DVZ
                  ' ' WS-CCY-LABEL
                  ' PERIOD ' WS-FROM-X '-' WS-TO-X
                  DELIMITED BY SIZE INTO STM-REC.
           PERFORM H250-WRITE-LINE.
           STRING 'NAME: ' WS-ACCT-NAME
                  DELIMITED BY SIZE INTO STM-REC.
           PERFORM H250-WRITE-LINE.
           IF CUS-FOUND
              PERFORM H239-ADDRESS-LINES
           END-IF.
           IF WS-MOV-USED = 0
              PERFORM H241-EMPTY-STATEMENT
           ELSE
                  ' MOVEMENT ' WS-MOV-ED
                  DELIMITED BY SIZE INTO STM-REC.
           PERFORM H250-WRITE-LINE.
           IF WS-MOV-FUNC(WS-MX) = 'V'
              MOVE SPACES TO STM-REC
              STRING '                REVERSAL ' WS-MOV-REF(WS-MX)
                     ' OF ' WS-MOV-ORIG-REF(WS-MX)
                     DELIMITED BY SIZE INTO STM-REC
              PERFORM H250-WRITE-LINE
           END-IF.
           IF WS-MOV-RVS-BY(WS-MX) NOT = SPACES
              MOVE SPACES TO STM-REC
              STRING '                REF ' WS-MOV-REF(WS-MX)
                     ' REVERSED BY ' WS-MOV-RVS-BY(WS-MX)
                     DELIMITED BY SIZE INTO STM-REC
              PERFORM H250-WRITE-LINE
           END-IF.
       H243-END. EXIT.

       H245-RECONCILE-LINE.
           IF IDX-IS-AVAILABLE
              CLOSE IDX-FILE
           END-IF.
           IF CUS-IS-AVAILABLE
              CLOSE CUS-FILE
           END-IF.
           PERFORM H950-WRITE-RUN-LOG.
           DISPLAY 'PBEGSTM COMPLETE - STATEMENTS: ' WS-STMT-COUNT.
           STOP RUN.
