                            STATUS LOG-ST.
           SELECT WHS-FILE  ASSIGN TO WHS-FILE
                            STATUS WHS-ST.
           SELECT CCY-FILE  ASSIGN TO CCY-FILE
                            STATUS CCY-ST.
           SELECT LMT-FILE  ASSIGN TO APR-LMT-FILE
                            STATUS LMT-ST.
           SELECT REG-FILE  ASSIGN TO APR-REG-FILE
                            STATUS REG-ST.
           SELECT PND-FILE  ASSIGN TO APR-PND-FILE
                            STATUS PND-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
           03 INP-TFR-AREA        REDEFINES INP-NAME.
              05 INP-DVZ-TO       PIC 9(3).
              05 FILLER           PIC X(27).
           03 INP-HLD-AREA        REDEFINES INP-NAME.
              05 INP-HLD-REF      PIC X(12).
              05 INP-HLD-REASON   PIC X(2).
              05 INP-HLD-EXPIRY   PIC 9(8).
              05 FILLER           PIC X(8).
           03 INP-RVS-AREA        REDEFINES INP-NAME.
              05 INP-RVS-ORIG-REF PIC X(12).
              05 FILLER           PIC X(18).
           03 INP-OPEN-AREA.
              05 INP-DATE         PIC S9(7).
              05 INP-BAL          PIC S9(15).
           03 INP-MKC-AREA        REDEFINES INP-OPEN-AREA.
              05 INP-MAKER        PIC X(8).
                 88 INP-MAKER-NONE       VALUE SPACES ZEROS.
              05 INP-APPROVER     PIC X(8).
                 88 INP-APPROVER-NONE    VALUE SPACES ZEROS.
              05 FILLER           PIC X(6).
           03 INP-OD-FLAG         PIC X(1).
           03 INP-OD-LIMIT        PIC 9(15).
           03 INP-REF             PIC X(12).
           03 INP-EFF-DATE        PIC 9(8).
       01  INP-CUS-REC REDEFINES INP-REC.
           03 FILLER              PIC X(24).
           03 INP-CUS-VALUE       PIC X(30).
           03 FILLER              PIC X(22).
           03 INP-CUS-FIELD       PIC X(1).
              88 INP-CUS-FIELD-VALID     VALUE 'N' '1' '2' 'C' 'P'
                                               'T' 'B' 'H'.
           03 FILLER              PIC X(35).
       01  INP-HDR-REC REDEFINES INP-REC.
           03 INP-HDR-TYPE        PIC X(1).
           03 INP-HDR-BATCH-ID    PIC 9(8).
       FD  WHS-FILE RECORDING MODE F.
       01  WHS-REC                PIC X(112).

       FD  CCY-FILE RECORDING MODE F.
       01  CCY-REC.
           03 CCY-DVZ              PIC 9(3).
           03 CCY-ISO              PIC X(3).
           03 CCY-DESC             PIC X(20).
           03 CCY-DECIMALS         PIC 9(1).
           03 CCY-OPEN-FLAG        PIC X(1).
           03 CCY-TFR-FLAG         PIC X(1).

       FD  LMT-FILE RECORDING MODE F.
       01  LMT-REC.
           03 LMT-DVZ              PIC 9(3).
           03 LMT-AMOUNT           PIC 9(15).

       FD  REG-FILE RECORDING MODE F.
       01  REG-REC.
           03 REG-REF              PIC X(12).
           03 REG-MAKER            PIC X(8).
           03 REG-APPROVER         PIC X(8).
           03 REG-DATE             PIC 9(8).
           03 REG-INP-REC          PIC X(112).

       FD  PND-FILE RECORDING MODE F.
       01  PND-REC.
           03 PND-INP-REC          PIC X(112).
           03 PND-BATCH-ID         PIC 9(8).
           03 PND-DATE             PIC 9(8).
           03 PND-REASON           PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 INP-ST               PIC 9(2).
              88 BCH-EOF                 VALUE 10.
           03 WS-EDIT-FUNC         PIC X(1).
              88 WS-EDIT-FUNC-VALID      VALUE 'W' 'R' 'U' 'D' 'B'
                                               'T' 'F' 'N' 'C'
                                               'A' 'M' 'P' 'L'
                                               'V'.
              88 WS-EDIT-FUNC-CUSTOMER   VALUE 'A' 'M'.
           03 WS-ERR-FIELD         PIC X(10).
           03 WS-HDR-SEEN          PIC X(1) VALUE 'N'.
              88 HDR-SEEN                VALUE 'Y'.
              88 WHS-IS-OPEN             VALUE 'Y'.
           03 WS-WHS-COUNT         PIC 9(7) VALUE 0.
           03 WS-RUN-DATE          PIC 9(8).
           03 LMT-ST               PIC 9(2).
              88 LMT-SUCCESS             VALUE 00 97.
              88 LMT-EOF                 VALUE 10.
           03 REG-ST               PIC 9(2).
              88 REG-SUCCESS             VALUE 00 97.
              88 REG-NOTFOUND            VALUE 35.
              88 REG-EOF                 VALUE 10.
           03 PND-ST               PIC 9(2).
              88 PND-SUCCESS             VALUE 00 97.
              88 PND-NOTFOUND            VALUE 35.
           03 WS-PND-OPEN          PIC X(1) VALUE 'N'.
              88 PND-IS-OPEN             VALUE 'Y'.
           03 WS-PND-COUNT         PIC 9(7) VALUE 0.
           03 WS-APR-REASON        PIC X(1).
           03 WS-APR-AMOUNT        PIC S9(15).
           03 WS-APR-LIMIT         PIC 9(15).
       01  WS-DTL-TABLE.
           03 WS-DTL-USED          PIC 9(5) VALUE 0.
           03 WS-DTL-MAX           PIC 9(5) VALUE 20000.
           03 WS-DTL-TBL OCCURS 20000 TIMES.
              05 WS-DTL-REC        PIC X(112).
              05 WS-DTL-DEST       PIC X(1).
              05 WS-DTL-REASON     PIC X(1).
       01  WS-LMT-TABLE.
           03 WS-LMT-USED          PIC 9(3) VALUE 0.
           03 WS-LMT-X             PIC 9(3) VALUE 0.
           03 WS-LMT-DEFAULT       PIC 9(15) VALUE 0.
           03 WS-LMT-DEFAULT-SET   PIC X(1) VALUE 'N'.
              88 LMT-DEFAULT-SET         VALUE 'Y'.
           03 WS-LMT-FOUND         PIC X(1) VALUE 'N'.
              88 LMT-FOUND               VALUE 'Y'.
           03 WS-LMT-TBL OCCURS 200 TIMES.
              05 WS-LMT-DVZ        PIC 9(3).
              05 WS-LMT-AMOUNT     PIC 9(15).
       01  WS-REG-TABLE.
           03 WS-REG-USED          PIC 9(5) VALUE 0.
           03 WS-REG-MAX           PIC 9(5) VALUE 5000.
           03 WS-REG-X             PIC 9(5) VALUE 0.
           03 WS-REG-HORIZON       PIC 9(3) VALUE 90.
           03 WS-REG-INT           PIC 9(8).
           03 WS-REG-CUTOFF        PIC 9(8).
           03 WS-REG-OVERFLOW      PIC 9(7) VALUE 0.
           03 WS-REG-TBL OCCURS 5000 TIMES.
              05 WS-REG-REF        PIC X(12).
              05 WS-REG-MAKER      PIC X(8).
              05 WS-REG-APPROVER   PIC X(8).
              05 WS-REG-INP-REC    PIC X(112).
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-CURRENCIES.
           PERFORM H120-LOAD-LIMITS.
           PERFORM H130-LOAD-APPROVALS.
           PERFORM H200-PROCESS UNTIL INP-EOF.
           PERFORM H400-CHECK-BATCH.
           PERFORM H999-PROGRAM-EXIT.
              MOVE WHS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND PND-FILE.
           IF (NOT PND-SUCCESS)
              IF PND-NOTFOUND
                 OPEN OUTPUT PND-FILE
              END-IF
           END-IF.
           IF PND-SUCCESS
              SET PND-IS-OPEN TO TRUE
           ELSE
              DISPLAY 'UNABLE TO OPEN PNDFILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.

       H110-LOAD-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           OPEN INPUT CCY-FILE.
           IF (NOT CCY-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CCY FILE: ' CCY-ST
              MOVE CCY-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H111-LOAD-ONE-CURRENCY UNTIL CCY-EOF.
           CLOSE CCY-FILE.
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

       H120-LOAD-LIMITS.
           OPEN INPUT LMT-FILE.
           IF (NOT LMT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN APR LMT FILE: ' LMT-ST
              MOVE LMT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H121-LOAD-ONE-LIMIT UNTIL LMT-EOF.
           CLOSE LMT-FILE.
       H120-END. EXIT.

       H121-LOAD-ONE-LIMIT.
           READ LMT-FILE
              AT END SET LMT-EOF TO TRUE
           END-READ.
           IF NOT LMT-EOF
              IF LMT-DVZ = ZEROS
                 MOVE LMT-AMOUNT TO WS-LMT-DEFAULT
                 SET LMT-DEFAULT-SET TO TRUE
              ELSE
                 IF WS-LMT-USED < 200
                    ADD 1 TO WS-LMT-USED
                    MOVE LMT-DVZ TO WS-LMT-DVZ(WS-LMT-USED)
                    MOVE LMT-AMOUNT TO WS-LMT-AMOUNT(WS-LMT-USED)
                 ELSE
                    DISPLAY 'APPROVAL LIMIT TABLE FULL - DVZ '
                            LMT-DVZ
                 END-IF
              END-IF
           END-IF.
       H121-END. EXIT.

       H130-LOAD-APPROVALS.
           COMPUTE WS-REG-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-REG-HORIZON.
           COMPUTE WS-REG-CUTOFF =
                   FUNCTION DATE-OF-INTEGER(WS-REG-INT).
           OPEN INPUT REG-FILE.
           IF REG-SUCCESS
              PERFORM H131-LOAD-ONE-APPROVAL UNTIL REG-EOF
              CLOSE REG-FILE
           ELSE
              IF NOT REG-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN APR REG FILE: ' REG-ST
              END-IF
           END-IF.
           IF WS-REG-OVERFLOW > 0
              DISPLAY 'APPROVALS NOT LOADED - TABLE FULL: '
                      WS-REG-OVERFLOW
           END-IF.
       H130-END. EXIT.

       H131-LOAD-ONE-APPROVAL.
           READ REG-FILE
              AT END SET REG-EOF TO TRUE
           END-READ.
           IF NOT REG-EOF
              IF REG-DATE NOT < WS-REG-CUTOFF
                 IF WS-REG-USED < WS-REG-MAX
                    ADD 1 TO WS-REG-USED
                    MOVE REG-REF TO WS-REG-REF(WS-REG-USED)
                    MOVE REG-MAKER TO WS-REG-MAKER(WS-REG-USED)
                    MOVE REG-APPROVER TO WS-REG-APPROVER(WS-REG-USED)
                    MOVE REG-INP-REC TO WS-REG-INP-REC(WS-REG-USED)
                 ELSE
                    ADD 1 TO WS-REG-OVERFLOW
                 END-IF
              END-IF
           END-IF.
       H131-END. EXIT.

       H200-PROCESS.
           READ INP-FILE
              AT END SET INP-EOF TO TRUE
              MOVE 'FUNC TYPE' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           END-IF.
           IF WS-EDIT-FUNC = 'V'
              PERFORM H239-EDIT-REVERSAL
           ELSE
              IF INP-ID NOT NUMERIC OR INP-ID = ZEROS
                 MOVE 'ID' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
              IF NOT WS-EDIT-FUNC-CUSTOMER
                 IF INP-DVZ NOT NUMERIC OR INP-DVZ = ZEROS
                    MOVE 'DVZ' TO WS-ERR-FIELD
                    PERFORM H310-WRITE-FIELD-ERROR
                 END-IF
              END-IF
           END-IF.
           IF INP-REF = SPACES
              MOVE 'REF' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
           END-IF.
           PERFORM H241-EDIT-CURRENCY.
           PERFORM H250-CHECK-APPROVAL.
           IF WS-EDIT-FUNC = 'W'
              IF INP-DATE NOT NUMERIC
                 MOVE 'DATE' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
           END-IF.
           IF WS-EDIT-FUNC = 'A'
              IF INP-NAME = SPACES
                 MOVE 'NAME' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
           END-IF.
           IF WS-EDIT-FUNC = 'M'
              PERFORM H235-EDIT-CUSTOMER-CHANGE
           END-IF.
           IF WS-EDIT-FUNC = 'P' OR WS-EDIT-FUNC = 'L'
              PERFORM H237-EDIT-HOLD
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           IF INP-AMOUNT IS NUMERIC
              ADD INP-AMOUNT TO WS-HASH-TOTAL
              IF WS-DTL-USED < WS-DTL-MAX
                 ADD 1 TO WS-DTL-USED
                 MOVE INP-REC TO WS-DTL-REC(WS-DTL-USED)
                 MOVE WS-APR-REASON TO WS-DTL-REASON(WS-DTL-USED)
                 EVALUATE TRUE
                    WHEN WS-APR-REASON NOT = SPACE
                       MOVE 'P' TO WS-DTL-DEST(WS-DTL-USED)
                    WHEN INP-EFF-DATE IS NUMERIC
                         AND INP-EFF-DATE > WS-RUN-DATE
                       MOVE 'W' TO WS-DTL-DEST(WS-DTL-USED)
                    WHEN OTHER
                       MOVE 'E' TO WS-DTL-DEST(WS-DTL-USED)
                 END-EVALUATE
              ELSE
                 MOVE 'BATCH TOO LARGE FOR DETAIL TABLE' TO ERR-REC
                 PERFORM H300-WRITE-ERROR
           END-IF.
       H230-END. EXIT.

       H235-EDIT-CUSTOMER-CHANGE.
           IF NOT INP-CUS-FIELD-VALID
              MOVE 'CUST FIELD' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           ELSE
              IF INP-CUS-VALUE = SPACES AND INP-CUS-FIELD NOT = '2'
                 MOVE 'CUST VALUE' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
              EVALUATE INP-CUS-FIELD
                 WHEN 'B'
                    IF INP-CUS-VALUE(1:8) NOT NUMERIC
                       OR INP-CUS-VALUE(9:22) NOT = SPACES
                       MOVE 'BIRTH DATE' TO WS-ERR-FIELD
                       PERFORM H310-WRITE-FIELD-ERROR
                    END-IF
                 WHEN 'C'
                    IF INP-CUS-VALUE(21:10) NOT = SPACES
                       MOVE 'CITY' TO WS-ERR-FIELD
                       PERFORM H310-WRITE-FIELD-ERROR
                    END-IF
                 WHEN 'P'
                    IF INP-CUS-VALUE(11:20) NOT = SPACES
                       MOVE 'POSTCODE' TO WS-ERR-FIELD
                       PERFORM H310-WRITE-FIELD-ERROR
                    END-IF
                 WHEN 'T'
                    IF INP-CUS-VALUE(12:19) NOT = SPACES
                       MOVE 'TAX NUMBER' TO WS-ERR-FIELD
                       PERFORM H310-WRITE-FIELD-ERROR
                    END-IF
                 WHEN 'H'
                    IF INP-CUS-VALUE(16:15) NOT = SPACES
                       MOVE 'PHONE' TO WS-ERR-FIELD
                       PERFORM H310-WRITE-FIELD-ERROR
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H235-END. EXIT.

       H237-EDIT-HOLD.
           IF INP-HLD-REF = SPACES
              MOVE 'HOLD REF' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           END-IF.
           IF WS-EDIT-FUNC = 'P'
              IF INP-AMOUNT NOT NUMERIC OR INP-AMOUNT NOT > ZEROS
                 MOVE 'AMOUNT' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
              IF INP-HLD-REASON = SPACES
                 MOVE 'REASON' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
              IF INP-HLD-EXPIRY NOT NUMERIC
                 OR INP-HLD-EXPIRY < WS-RUN-DATE
                 MOVE 'EXPIRY' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              END-IF
           END-IF.
       H237-END. EXIT.

       H239-EDIT-REVERSAL.
           IF INP-ID NOT NUMERIC
              MOVE 'ID' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           END-IF.
           IF INP-DVZ NOT NUMERIC
              MOVE 'DVZ' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           END-IF.
           IF INP-RVS-ORIG-REF = SPACES
              OR INP-RVS-ORIG-REF = INP-REF
              MOVE 'ORIG REF' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           END-IF.
           IF INP-AMOUNT IS NUMERIC AND INP-AMOUNT NOT = ZEROS
              MOVE 'AMOUNT' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           END-IF.
       H239-END. EXIT.

       H241-EDIT-CURRENCY.
           IF NOT WS-EDIT-FUNC-CUSTOMER
              AND INP-DVZ IS NUMERIC AND INP-DVZ NOT = ZEROS
              MOVE INP-DVZ TO WS-CCY-LOOKUP
              PERFORM H112-FIND-CURRENCY
              IF NOT CCY-FOUND
                 MOVE 'DVZ' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              ELSE
                 IF WS-EDIT-FUNC = 'W'
                    AND WS-CCY-OPEN(WS-CCY-X) NOT = 'Y'
                    MOVE 'CLOSED DVZ' TO WS-ERR-FIELD
                    PERFORM H310-WRITE-FIELD-ERROR
                 END-IF
              END-IF
           END-IF.
           IF WS-EDIT-FUNC = 'T'
              AND INP-DVZ-TO IS NUMERIC AND INP-DVZ-TO NOT = ZEROS
              MOVE INP-DVZ-TO TO WS-CCY-LOOKUP
              PERFORM H112-FIND-CURRENCY
              IF NOT CCY-FOUND
                 MOVE 'TARGET DVZ' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              ELSE
                 IF WS-CCY-TFR(WS-CCY-X) NOT = 'Y'
                    MOVE 'TFR DVZ' TO WS-ERR-FIELD
                    PERFORM H310-WRITE-FIELD-ERROR
                 END-IF
              END-IF
           END-IF.
       H241-END. EXIT.

       H250-CHECK-APPROVAL.
           MOVE SPACE TO WS-APR-REASON.
           EVALUATE WS-EDIT-FUNC
              WHEN 'N'
              WHEN 'C'
                 MOVE 'M' TO WS-APR-REASON
              WHEN 'U'
                 IF INP-OD-FLAG = 'Y' OR INP-OD-FLAG = 'N'
                    MOVE 'M' TO WS-APR-REASON
                 END-IF
              WHEN 'B'
              WHEN 'T'
                 IF INP-AMOUNT IS NUMERIC AND INP-DVZ IS NUMERIC
                    PERFORM H255-CHECK-LIMIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-APR-REASON NOT = SPACE
              IF INP-MAKER-NONE
                 MOVE 'MAKER ID' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              ELSE
                 IF NOT INP-APPROVER-NONE
                    PERFORM H257-CHECK-APPROVED
                 END-IF
              END-IF
           END-IF.
       H250-END. EXIT.

       H255-CHECK-LIMIT.
           MOVE INP-AMOUNT TO WS-APR-AMOUNT.
           IF WS-APR-AMOUNT < ZEROS
              COMPUTE WS-APR-AMOUNT = 0 - WS-APR-AMOUNT
           END-IF.
           MOVE 'N' TO WS-LMT-FOUND.
           MOVE 1 TO WS-LMT-X.
           PERFORM UNTIL WS-LMT-X > WS-LMT-USED
                   OR WS-LMT-DVZ(WS-LMT-X) = INP-DVZ
              ADD 1 TO WS-LMT-X
           END-PERFORM.
           IF WS-LMT-X NOT > WS-LMT-USED
              MOVE WS-LMT-AMOUNT(WS-LMT-X) TO WS-APR-LIMIT
              SET LMT-FOUND TO TRUE
           ELSE
              IF LMT-DEFAULT-SET
                 MOVE WS-LMT-DEFAULT TO WS-APR-LIMIT
                 SET LMT-FOUND TO TRUE
              END-IF
           END-IF.
           IF LMT-FOUND AND WS-APR-AMOUNT > WS-APR-LIMIT
              MOVE 'L' TO WS-APR-REASON
           END-IF.
       H255-END. EXIT.

       H257-CHECK-APPROVED.
           MOVE 1 TO WS-REG-X.
           PERFORM UNTIL WS-REG-X > WS-REG-USED
                   OR WS-REG-REF(WS-REG-X) = INP-REF
              ADD 1 TO WS-REG-X
           END-PERFORM.
           IF WS-REG-X > WS-REG-USED
              MOVE 'APPROVER' TO WS-ERR-FIELD
              PERFORM H310-WRITE-FIELD-ERROR
           ELSE
              IF INP-APPROVER = INP-MAKER
                 OR WS-REG-MAKER(WS-REG-X) NOT = INP-MAKER
                 OR WS-REG-APPROVER(WS-REG-X) NOT = INP-APPROVER
                 OR WS-REG-INP-REC(WS-REG-X)(1:54) NOT = INP-REC(1:54)
                 OR WS-REG-INP-REC(WS-REG-X)(71:42)
                    NOT = INP-REC(71:42)
                 MOVE 'APPROVER' TO WS-ERR-FIELD
                 PERFORM H310-WRITE-FIELD-ERROR
              ELSE
                 MOVE SPACE TO WS-APR-REASON
              END-IF
           END-IF.
       H257-END. EXIT.

       H310-WRITE-FIELD-ERROR.
           ADD 1 TO WS-REC-ERRORS.
           MOVE SPACES TO ERR-REC.
       H430-WRITE-ACCEPTED.
           PERFORM VARYING WS-DTL-X FROM 1 BY 1
                   UNTIL WS-DTL-X > WS-DTL-USED
              EVALUATE WS-DTL-DEST(WS-DTL-X)
                 WHEN 'W'
                    WRITE WHS-REC FROM WS-DTL-REC(WS-DTL-X)
                    IF (NOT WHS-SUCCESS)
                       DISPLAY 'UNABLE TO WRITE WHSFILE: ' WHS-ST
                    ELSE
                       ADD 1 TO WS-WHS-COUNT
                    END-IF
                 WHEN 'P'
                    MOVE WS-DTL-REC(WS-DTL-X) TO PND-INP-REC
                    MOVE WS-BATCH-ID TO PND-BATCH-ID
                    MOVE WS-RUN-DATE TO PND-DATE
                    MOVE WS-DTL-REASON(WS-DTL-X) TO PND-REASON
                    WRITE PND-REC
                    IF (NOT PND-SUCCESS)
                       DISPLAY 'UNABLE TO WRITE PNDFILE: ' PND-ST
                    ELSE
                       ADD 1 TO WS-PND-COUNT
                    END-IF
                 WHEN OTHER
                    WRITE EDT-REC FROM WS-DTL-REC(WS-DTL-X)
                    IF (NOT EDT-SUCCESS)
                       DISPLAY 'UNABLE TO WRITE EDTFILE: ' EDT-ST
                    ELSE
                       ADD 1 TO WS-OUT-COUNT
                    END-IF
              END-EVALUATE
           END-PERFORM.
       H430-END. EXIT.

           IF WHS-IS-OPEN
              CLOSE WHS-FILE
           END-IF.
           IF PND-IS-OPEN
              CLOSE PND-FILE
           END-IF.
           DISPLAY 'PBEGEDT BATCHES: ' WS-BATCH-COUNT
                   ' ACCEPTED: ' WS-ACCEPT-COUNT
                   ' REFUSED: ' WS-REFUSE-COUNT
                   ' WAREHOUSED: ' WS-WHS-COUNT
                   ' PENDING APPROVAL: ' WS-PND-COUNT.
           EVALUATE TRUE
              WHEN WS-ACCEPT-COUNT = ZEROS
                 MOVE 16 TO RETURN-CODE
