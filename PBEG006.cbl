                            STATUS LOG-ST.
           SELECT REF-FILE  ASSIGN TO REF-FILE
                            STATUS REF-ST.
           SELECT HST-FILE  ASSIGN TO PST-HST-FILE
                            STATUS HST-ST.
           SELECT RVS-FILE  ASSIGN TO RVS-FILE
                            STATUS RVS-ST.
           SELECT PRM-FILE  ASSIGN TO RVS-PRM-FILE
                            STATUS PRM-ST.
           SELECT CCY-FILE  ASSIGN TO CCY-FILE
                            STATUS CCY-ST.
           SELECT PTN-FILE  ASSIGN TO P06-PTN-FILE
                            STATUS PTN-ST.
           SELECT SPL-FILE  ASSIGN TO P06-SPL-FILE
                            STATUS SPL-ST.
           SELECT JNL-FILE  ASSIGN TO P06-PTN-JNL-FILE
                            STATUS JNL-ST.
       DATA DIVISION. 
       FILE SECTION. 
       FD  OUT-FILE RECORDING MODE F.
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
           03 FILLER              PIC X(35).

       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC                PIC X(80).
           03 PST-OD-LIMIT         PIC 9(15).
           03 PST-STATUS           PIC X(1).
           03 PST-REF              PIC X(12).
           03 PST-ORIG-FUNC        PIC X(1).
           03 PST-ORIG-REF         PIC X(12).
           03 PST-MAKER            PIC X(8).
           03 PST-APPROVER         PIC X(8).

       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           03 REJ-DSC              PIC X(30).
           03 REJ-AMOUNT           PIC S9(15).
           03 REJ-NAME             PIC X(30).
           03 REJ-OPEN-AREA.
              05 REJ-DATE          PIC S9(7).
              05 REJ-BAL           PIC S9(15).
           03 REJ-OD-FLAG          PIC X(1).
           03 REJ-OD-LIMIT         PIC 9(15).
           03 REJ-REF              PIC X(12).
       01  REF-REC.
           03 REF-VALUE           PIC X(12).
           03 REF-POST-DATE       PIC 9(8).

       FD  HST-FILE RECORDING MODE F.
       01  HST-REC.
           03 HST-FUNC             PIC X(1).
           03 HST-ID               PIC 9(5).
           03 HST-DVZ              PIC 9(3).
           03 HST-AMOUNT           PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
           03 HST-RATE             PIC 9(3)V9(4).
           03 HST-NAME             PIC X(30).
           03 HST-DATE             PIC S9(7).
           03 HST-OD-FLAG          PIC X(1).
           03 HST-OD-LIMIT         PIC 9(15).
           03 HST-STATUS           PIC X(1).
           03 HST-REF              PIC X(12).
           03 HST-ORIG-FUNC        PIC X(1).
           03 HST-ORIG-REF         PIC X(12).
           03 HST-MAKER            PIC X(8).
           03 HST-APPROVER         PIC X(8).

       FD  RVS-FILE RECORDING MODE F.
       01  RVS-REC.
           03 RVS-ORIG-REF        PIC X(12).
           03 RVS-REF             PIC X(12).
           03 RVS-POST-DATE       PIC 9(8).
           03 RVS-ORIG-FUNC       PIC X(1).
           03 RVS-ID              PIC 9(5).
           03 RVS-DVZ             PIC 9(3).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-RVS-DAYS        PIC 9(3).

       FD  CCY-FILE RECORDING MODE F.
       01  CCY-REC.
           03 CCY-DVZ              PIC 9(3).
           03 CCY-ISO              PIC X(3).
           03 CCY-DESC             PIC X(20).
           03 CCY-DECIMALS         PIC 9(1).
           03 CCY-OPEN-FLAG        PIC X(1).
           03 CCY-TFR-FLAG         PIC X(1).

       FD  PTN-FILE RECORDING MODE F.
       01  PTN-REC.
           03 PTN-NO               PIC 9(1).

       FD  SPL-FILE RECORDING MODE F.
       01  SPL-REC.
           03 SPL-PTN              PIC 9(1).
           03 SPL-ID-FROM          PIC 9(5).
           03 SPL-ID-TO            PIC 9(5).
           03 SPL-REC-COUNT        PIC 9(7).
           03 SPL-HASH-TOTAL       PIC S9(15).
           03 SPL-DATE             PIC 9(8).
           03 SPL-TIME             PIC 9(6).

       FD  JNL-FILE RECORDING MODE F.
       01  JNL-REC.
           03 JNL-TYPE             PIC X(1).
              88 JNL-IS-REF              VALUE 'R'.
              88 JNL-IS-RVS              VALUE 'V'.
              88 JNL-IS-LOG              VALUE 'L'.
           03 JNL-DATA             PIC X(60).
           03 JNL-REF-AREA         REDEFINES JNL-DATA.
              05 JNL-REF-VALUE     PIC X(12).
              05 JNL-REF-POST-DATE PIC 9(8).
              05 FILLER            PIC X(40).
           03 JNL-RVS-AREA         REDEFINES JNL-DATA.
              05 JNL-RVS-ORIG-REF  PIC X(12).
              05 JNL-RVS-REF       PIC X(12).
              05 JNL-RVS-POST-DATE PIC 9(8).
              05 JNL-RVS-ORIG-FUNC PIC X(1).
              05 JNL-RVS-ID        PIC 9(5).
              05 JNL-RVS-DVZ       PIC 9(3).
              05 FILLER            PIC X(19).
           03 JNL-LOG-AREA         REDEFINES JNL-DATA.
              05 JNL-LOG-PTN       PIC 9(1).
              05 JNL-LOG-SPL-DATE  PIC 9(8).
              05 JNL-LOG-SPL-TIME  PIC 9(6).
              05 JNL-LOG-PROGRAM   PIC X(8).
              05 JNL-LOG-RUN-DATE  PIC X(8).
              05 JNL-LOG-RUN-TIME  PIC X(6).
              05 JNL-LOG-RECS-IN   PIC 9(7).
              05 JNL-LOG-RECS-OUT  PIC 9(7).
              05 JNL-LOG-REJECTS   PIC 9(7).
              05 JNL-LOG-RETC      PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 WS-PBEGIDX           PIC X(7) VALUE 'PBEGIDX'.
              88 PST-IS-OPEN               VALUE 'Y'.
           03 WS-SUB-TYPE          PIC X(1).
              88 WS-SUB-TYPE-VALID          VALUE 'W' 'R' 'U' 'D' 'B'
                                                  'T' 'F' 'N' 'C'
                                                  'A' 'M' 'P' 'L'
                                                  'V'.
              88 WS-SUB-TYPE-CUSTOMER       VALUE 'A' 'M'.
              88 WS-SUB-TYPE-HOLD           VALUE 'P' 'L'.
           03 WS-SUB-AREA.
              05 WS-SUB-FUNC       PIC X(1).
                 88 WS-FUNIS-WRITE          VALUE 'W'.
                 88 WS-FUNIS-FREEZE         VALUE 'F'.
                 88 WS-FUNIS-UNFREEZE       VALUE 'N'.
                 88 WS-FUNIS-CLOSE          VALUE 'C'.
                 88 WS-FUNIS-CUS-ADD        VALUE 'A'.
                 88 WS-FUNIS-CUS-CHANGE     VALUE 'M'.
                 88 WS-FUNIS-HOLD           VALUE 'P'.
                 88 WS-FUNIS-RELEASE        VALUE 'L'.
                 88 WS-FUNIS-REVERSAL       VALUE 'V'.
               05 WS-SUB-ID        PIC 9(5).
               05 WS-SUB-DVZ       PIC 9(3).
               05 WS-SUB-RC        PIC 9(2).
                  07 WS-SUB-TFR-CNV PIC S9(15)
                                    SIGN LEADING SEPARATE CHARACTER.
                  07 FILLER         PIC X(18).
               05 WS-SUB-CUS       REDEFINES WS-SUB-DATA.
                  07 WS-SUB-CUS-FIELD PIC X(1).
                  07 WS-SUB-CUS-VALUE PIC X(30).
                  07 FILLER         PIC X(29).
               05 WS-SUB-HLD       REDEFINES WS-SUB-DATA.
                  07 WS-SUB-HLD-AMOUNT PIC S9(15)
                                    SIGN LEADING SEPARATE CHARACTER.
                  07 WS-SUB-HLD-REF PIC X(12).
                  07 WS-SUB-HLD-REASON PIC X(2).
                  07 WS-SUB-HLD-EXPIRY PIC 9(8).
                  07 FILLER         PIC X(22).
               05 WS-SUB-RVS       REDEFINES WS-SUB-DATA.
                  07 WS-SUB-RVS-AMOUNT PIC S9(15)
                                    SIGN LEADING SEPARATE CHARACTER.
                  07 WS-SUB-RVS-DVZ-TO PIC 9(3).
                  07 WS-SUB-RVS-RATE PIC 9(3)V9(4).
                  07 WS-SUB-RVS-CNV PIC S9(15)
                                    SIGN LEADING SEPARATE CHARACTER.
                  07 WS-SUB-RVS-ORIG-FUNC PIC X(1).
                  07 WS-SUB-RVS-ORIG-REF PIC X(12).
                  07 FILLER         PIC X(5).
               05 WS-SUB-NAME      PIC X(30).
               05 WS-SUB-DATE      PIC S9(7).
               05 WS-SUB-BAL       PIC S9(15).
               05 WS-SUB-OD-FLAG   PIC X(1).
               05 WS-SUB-OD-LIMIT  PIC 9(15).
               05 WS-SUB-REF       PIC X(12).
               05 WS-SUB-MAKER     PIC X(8).
               05 WS-SUB-APPROVER  PIC X(8).
       01  WS-CTL-AREA.
           03 WS-CTL-GRAND-TOTAL     PIC 9(7) VALUE 0.
           03 WS-CTL-FX              PIC 9(2) VALUE 0.
           03 WS-CTL-RX              PIC 9(2) VALUE 0.
           03 WS-CTL-USED            PIC 9(2) VALUE 0.
           03 WS-CTL-FUNCS OCCURS 20 TIMES.
              05 WS-CTL-FUNC-CODE    PIC X(1).
              05 WS-CTL-FUNC-TOTAL   PIC 9(7) VALUE 0.
              05 WS-CTL-RC-USED      PIC 9(2) VALUE 0.
           03 WS-REF-INT             PIC 9(8) VALUE 0.
           03 WS-REF-TBL OCCURS 20000 TIMES.
              05 WS-REF-ENTRY        PIC X(12).
              05 WS-REF-ENTRY-DATE   PIC 9(8).
       01  WS-RVS-AREA.
           03 HST-ST                 PIC 9(2).
              88 HST-SUCCESS               VALUE 00 97.
              88 HST-NOTFOUND              VALUE 35.
              88 HST-EOF                   VALUE 10.
           03 RVS-ST                 PIC 9(2).
              88 RVS-SUCCESS               VALUE 00 97.
              88 RVS-NOTFOUND              VALUE 35.
              88 RVS-EOF                   VALUE 10.
           03 WS-RVS-OPEN            PIC X(1) VALUE 'N'.
              88 RVS-IS-OPEN               VALUE 'Y'.
           03 PRM-ST                 PIC 9(2).
              88 PRM-SUCCESS               VALUE 00 97.
              88 PRM-NOTFOUND              VALUE 35.
           03 WS-RVS-DAYS            PIC 9(3) VALUE 30.
           03 WS-RVS-AGE             PIC S9(8) VALUE 0.
           03 WS-RVS-ORIG-DATE       PIC 9(8) VALUE 0.
           03 WS-RVS-USED            PIC 9(5) VALUE 0.
           03 WS-RVS-X               PIC 9(5) VALUE 0.
           03 WS-RVS-MAX             PIC 9(5) VALUE 5000.
           03 WS-RVS-OVERFLOW        PIC 9(7) VALUE 0.
           03 WS-HST-LEGS            PIC 9(1) VALUE 0.
           03 WS-HST-FUNC            PIC X(1).
           03 WS-HST-ID              PIC 9(5).
           03 WS-HST-DVZ             PIC 9(3).
           03 WS-HST-AMOUNT          PIC S9(15).
           03 WS-HST-RATE            PIC 9(3)V9(4).
           03 WS-HST-DVZ-TO          PIC 9(3).
           03 WS-HST-CNV             PIC S9(15).
           03 WS-RVS-TBL OCCURS 5000 TIMES.
              05 WS-RVS-ENTRY        PIC X(12).
       01  WS-LOG-AREA.
           03 LOG-ST                 PIC 9(2).
              88 LOG-SUCCESS               VALUE 00 97.
           03 WS-CKP-OPEN            PIC X(1) VALUE 'N'.
              88 CKP-IS-OPEN               VALUE 'Y'.
           03 WS-CKP-FIRST-REC       PIC X(112) VALUE SPACES.
       01  WS-PTN-AREA.
           03 PTN-ST                 PIC 9(2).
              88 PTN-SUCCESS               VALUE 00 97.
              88 PTN-NOTFOUND              VALUE 35.
           03 SPL-ST                 PIC 9(2).
              88 SPL-SUCCESS               VALUE 00 97.
              88 SPL-EOF                   VALUE 10.
           03 JNL-ST                 PIC 9(2).
              88 JNL-SUCCESS               VALUE 00 97.
              88 JNL-NOTFOUND              VALUE 35.
              88 JNL-EOF                   VALUE 10.
           03 WS-JNL-OPEN            PIC X(1) VALUE 'N'.
              88 JNL-IS-OPEN               VALUE 'Y'.
           03 WS-PTN-MODE            PIC X(1) VALUE 'N'.
              88 PTN-MODE                  VALUE 'Y'.
           03 WS-PTN-FOUND           PIC X(1) VALUE 'N'.
              88 PTN-FOUND                 VALUE 'Y'.
           03 WS-PTN-NO              PIC 9(1) VALUE 0.
           03 WS-PTN-ID-FROM         PIC 9(5) VALUE 0.
           03 WS-PTN-ID-TO           PIC 9(5) VALUE 0.
           03 WS-PTN-COUNT           PIC 9(7) VALUE 0.
           03 WS-PTN-HASH            PIC S9(15) VALUE 0.
           03 WS-PTN-SPL-DATE        PIC 9(8) VALUE 0.
           03 WS-PTN-SPL-TIME        PIC 9(6) VALUE 0.
           03 WS-PTN-READ-COUNT      PIC 9(7) VALUE 0.
           03 WS-PTN-READ-HASH       PIC S9(15) VALUE 0.
           03 WS-PTN-HASH-ED         PIC -(14)9.
       01  WS-DVZ-BREAK.
           03 WS-DVZ-FIRST           PIC X(1) VALUE 'Y'.
              88 WS-DVZ-IS-FIRST             VALUE 'Y'.
           03 WS-DVZ-APPLIES         PIC X(1) VALUE 'Y'.
              88 DVZ-APPLIES                 VALUE 'Y'.
           03 WS-DVZ-PREV            PIC 9(3) VALUE 0.
           03 WS-DVZ-COUNT           PIC 9(7) VALUE 0.
           03 WS-DVZ-DELTA           PIC S9(15) VALUE 0.
              05 WS-TFRIN-DVZ        PIC 9(3).
              05 WS-TFRIN-COUNT      PIC 9(7) VALUE 0.
              05 WS-TFRIN-AMOUNT     PIC S9(15) VALUE 0.
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
           PERFORM H170-READ-PARTITION.
           PERFORM H100-OPEN-FILES.
           PERFORM H105-READ-CHECKPOINT.
           PERFORM H118-OPEN-CKP-IO.
           PERFORM H115-OPEN-PST.
           PERFORM H140-LOAD-REF-REGISTER.
           IF PTN-MODE
              PERFORM H180-OPEN-JOURNAL
           ELSE
              PERFORM H145-OPEN-REF-EXTEND
           END-IF.
           PERFORM H150-LOAD-RVS-REGISTER.
           IF NOT PTN-MODE
              PERFORM H155-OPEN-RVS-EXTEND
           END-IF.
           PERFORM H160-LOAD-CURRENCIES.
           PERFORM H110-INIT-CONTROL.
           PERFORM H130-INIT-PBEGIDX.
           PERFORM H200-PROCESS UNTIL INP-EOF.
           MOVE 'F' TO WS-CTL-FUNC-CODE(7).
           MOVE 'N' TO WS-CTL-FUNC-CODE(8).
           MOVE 'C' TO WS-CTL-FUNC-CODE(9).
           MOVE 'A' TO WS-CTL-FUNC-CODE(10).
           MOVE 'M' TO WS-CTL-FUNC-CODE(11).
           MOVE 'P' TO WS-CTL-FUNC-CODE(12).
           MOVE 'L' TO WS-CTL-FUNC-CODE(13).
           MOVE 'V' TO WS-CTL-FUNC-CODE(14).
           MOVE '*' TO WS-CTL-FUNC-CODE(15).
           MOVE 15 TO WS-CTL-USED.
       H110-END. EXIT.

       H115-OPEN-PST.
                 IF WS-REF-USED < WS-REF-MAX
                    ADD 1 TO WS-REF-USED
                    MOVE REF-VALUE TO WS-REF-ENTRY(WS-REF-USED)
                    IF REF-POST-DATE IS NUMERIC
                       MOVE REF-POST-DATE
                         TO WS-REF-ENTRY-DATE(WS-REF-USED)
                    ELSE
                       MOVE ZEROS TO WS-REF-ENTRY-DATE(WS-REF-USED)
                    END-IF
                 ELSE
                    ADD 1 TO WS-REF-OVERFLOW
                 END-IF
                 DISPLAY 'UNABLE TO WRITE REF FILE: ' REF-ST
              END-IF
           END-IF.
           IF JNL-IS-OPEN
              MOVE SPACES TO JNL-REC
              SET JNL-IS-REF TO TRUE
              MOVE WS-SUB-REF TO JNL-REF-VALUE
              MOVE WS-REF-RUN-DATE TO JNL-REF-POST-DATE
              PERFORM H185-WRITE-JOURNAL
           END-IF.
           IF WS-REF-USED < WS-REF-MAX
              ADD 1 TO WS-REF-USED
              MOVE WS-SUB-REF TO WS-REF-ENTRY(WS-REF-USED)
              MOVE WS-REF-RUN-DATE TO WS-REF-ENTRY-DATE(WS-REF-USED)
           ELSE
              DISPLAY 'REF TABLE FULL - IN-RUN DUPLICATE CHECK '
                      'DEGRADED FROM REF ' WS-SUB-REF
           END-IF.
       H148-END. EXIT.

       H150-LOAD-RVS-REGISTER.
           PERFORM H152-READ-RVS-PARAMETER.
           OPEN INPUT RVS-FILE.
           IF RVS-SUCCESS
              PERFORM H151-LOAD-ONE-RVS UNTIL RVS-EOF
              CLOSE RVS-FILE
           ELSE
              IF NOT RVS-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN RVS FILE: ' RVS-ST
              END-IF
           END-IF.
           IF WS-RVS-OVERFLOW > 0
              DISPLAY 'REVERSAL REGISTER EXCEEDS TABLE - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H151-LOAD-ONE-RVS.
           READ RVS-FILE
              AT END SET RVS-EOF TO TRUE
           END-READ.
           IF NOT RVS-EOF
              IF RVS-POST-DATE IS NUMERIC
                 AND RVS-POST-DATE < WS-REF-CUTOFF
                 CONTINUE
              ELSE
                 IF WS-RVS-USED < WS-RVS-MAX
                    ADD 1 TO WS-RVS-USED
                    MOVE RVS-ORIG-REF TO WS-RVS-ENTRY(WS-RVS-USED)
                 ELSE
                    ADD 1 TO WS-RVS-OVERFLOW
                 END-IF
              END-IF
           END-IF.
       H151-END. EXIT.

       H152-READ-RVS-PARAMETER.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRM-RVS-DAYS IS NUMERIC AND PRM-RVS-DAYS > 0
                       MOVE PRM-RVS-DAYS TO WS-RVS-DAYS
                    ELSE
                       DISPLAY 'INVALID REVERSAL DAYS IN PRM FILE: '
                               PRM-RVS-DAYS
                    END-IF
              END-READ
              CLOSE PRM-FILE
           ELSE
              IF NOT PRM-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN RVS PRM FILE: ' PRM-ST
              END-IF
           END-IF.
           IF WS-RVS-DAYS > WS-REF-HORIZON
              DISPLAY 'REVERSAL DAYS ' WS-RVS-DAYS
                      ' EXCEED REF HORIZON - USING ' WS-REF-HORIZON
              MOVE WS-REF-HORIZON TO WS-RVS-DAYS
           END-IF.
       H152-END. EXIT.

       H155-OPEN-RVS-EXTEND.
           OPEN EXTEND RVS-FILE.
           IF (NOT RVS-SUCCESS)
              IF RVS-NOTFOUND
                 OPEN OUTPUT RVS-FILE
              END-IF
           END-IF.
           IF RVS-SUCCESS
              SET RVS-IS-OPEN TO TRUE
           ELSE
              DISPLAY 'UNABLE TO OPEN RVS FILE FOR WRITE: ' RVS-ST
           END-IF.
       H155-END. EXIT.

       H160-LOAD-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           OPEN INPUT CCY-FILE.
           IF CCY-SUCCESS
              PERFORM H161-LOAD-ONE-CURRENCY UNTIL CCY-EOF
              CLOSE CCY-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN CCY FILE: ' CCY-ST
           END-IF.
       H160-END. EXIT.

       H161-LOAD-ONE-CURRENCY.
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
       H161-END. EXIT.

       H165-FIND-CURRENCY.
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
       H165-END. EXIT.

       H170-READ-PARTITION.
           OPEN INPUT PTN-FILE.
           IF PTN-SUCCESS
              READ PTN-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    SET PTN-MODE TO TRUE
                    MOVE PTN-NO TO WS-PTN-NO
              END-READ
              CLOSE PTN-FILE
           ELSE
              IF NOT PTN-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN PTN FILE: ' PTN-ST
              END-IF
           END-IF.
           IF PTN-MODE
              IF WS-PTN-NO IS NUMERIC AND WS-PTN-NO > 0
                 PERFORM H171-FIND-SPLIT
                 PERFORM H172-CHECK-PTN-TRAILER
              ELSE
                 DISPLAY 'INVALID PARTITION NUMBER IN PTN FILE: '
                         WS-PTN-NO ' - RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H170-END. EXIT.

       H171-FIND-SPLIT.
           OPEN INPUT SPL-FILE.
           IF SPL-SUCCESS
              PERFORM H173-READ-ONE-SPLIT UNTIL SPL-EOF OR PTN-FOUND
              CLOSE SPL-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN SPL FILE: ' SPL-ST
           END-IF.
           IF NOT PTN-FOUND
              DISPLAY 'PARTITION ' WS-PTN-NO ' NOT IN SPLIT FILE'
                      ' - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY 'PBE006 PARTITION ' WS-PTN-NO ' IDS '
                   WS-PTN-ID-FROM '-' WS-PTN-ID-TO
                   ' RECORDS: ' WS-PTN-COUNT.
       H171-END. EXIT.

       H172-CHECK-PTN-TRAILER.
           OPEN INPUT INP-FILE.
           IF (NOT INP-SUCCESS)
              DISPLAY 'UNABLE TO READ INPFILE: ' INP-ST
              MOVE INP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H174-SUM-ONE-INPUT UNTIL INP-EOF.
           CLOSE INP-FILE.
           IF WS-PTN-READ-COUNT NOT = WS-PTN-COUNT
              OR WS-PTN-READ-HASH NOT = WS-PTN-HASH
              MOVE WS-PTN-READ-HASH TO WS-PTN-HASH-ED
              DISPLAY 'PARTITION ' WS-PTN-NO ' INPUT DOES NOT MATCH '
                      'SPLIT TRAILER - RECORDS: ' WS-PTN-READ-COUNT
                      ' HASH: ' WS-PTN-HASH-ED
              DISPLAY 'RERUN PBEGSPL OR MOUNT THE PARTITION INPUT'
                      ' - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H172-END. EXIT.

       H173-READ-ONE-SPLIT.
           READ SPL-FILE
              AT END SET SPL-EOF TO TRUE
           END-READ.
           IF NOT SPL-EOF
              IF SPL-PTN = WS-PTN-NO
                 SET PTN-FOUND TO TRUE
                 MOVE SPL-ID-FROM TO WS-PTN-ID-FROM
                 MOVE SPL-ID-TO TO WS-PTN-ID-TO
                 MOVE SPL-REC-COUNT TO WS-PTN-COUNT
                 MOVE SPL-HASH-TOTAL TO WS-PTN-HASH
                 MOVE SPL-DATE TO WS-PTN-SPL-DATE
                 MOVE SPL-TIME TO WS-PTN-SPL-TIME
              END-IF
           END-IF.
       H173-END. EXIT.

       H174-SUM-ONE-INPUT.
           READ INP-FILE
              AT END SET INP-EOF TO TRUE
           END-READ.
           IF NOT INP-EOF
              ADD 1 TO WS-PTN-READ-COUNT
              IF INP-AMOUNT IS NUMERIC
                 ADD INP-AMOUNT TO WS-PTN-READ-HASH
              END-IF
           END-IF.
       H174-END. EXIT.

       H180-OPEN-JOURNAL.
           IF WS-CKP-LAST-NO > 0
              OPEN INPUT JNL-FILE
              IF JNL-SUCCESS
                 PERFORM H181-LOAD-ONE-JOURNAL UNTIL JNL-EOF
                 CLOSE JNL-FILE
              ELSE
                 IF NOT JNL-NOTFOUND
                    DISPLAY 'UNABLE TO OPEN PTN JNL FILE: ' JNL-ST
                 END-IF
              END-IF
              OPEN EXTEND JNL-FILE
              IF JNL-NOTFOUND
                 OPEN OUTPUT JNL-FILE
              END-IF
           ELSE
              OPEN OUTPUT JNL-FILE
           END-IF.
           IF (NOT JNL-SUCCESS)
              DISPLAY 'UNABLE TO OPEN PTN JNL FILE FOR WRITE: ' JNL-ST
              MOVE JNL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET JNL-IS-OPEN TO TRUE.
           IF WS-REF-OVERFLOW > 0
              DISPLAY 'REF REGISTER EXCEEDS TABLE - RUN PBEGREF '
                      'TO TRIM - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H180-END. EXIT.

       H181-LOAD-ONE-JOURNAL.
           READ JNL-FILE
              AT END SET JNL-EOF TO TRUE
           END-READ.
           IF NOT JNL-EOF
              EVALUATE TRUE
                 WHEN JNL-IS-REF
                    IF WS-REF-USED < WS-REF-MAX
                       ADD 1 TO WS-REF-USED
                       MOVE JNL-REF-VALUE
                         TO WS-REF-ENTRY(WS-REF-USED)
                       MOVE JNL-REF-POST-DATE
                         TO WS-REF-ENTRY-DATE(WS-REF-USED)
                    ELSE
                       ADD 1 TO WS-REF-OVERFLOW
                    END-IF
                 WHEN JNL-IS-RVS
                    IF WS-RVS-USED < WS-RVS-MAX
                       ADD 1 TO WS-RVS-USED
                       MOVE JNL-RVS-ORIG-REF
                         TO WS-RVS-ENTRY(WS-RVS-USED)
                    ELSE
                       ADD 1 TO WS-RVS-OVERFLOW
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H181-END. EXIT.

       H185-WRITE-JOURNAL.
           WRITE JNL-REC.
           IF (NOT JNL-SUCCESS)
              DISPLAY 'UNABLE TO WRITE PTN JNL FILE: ' JNL-ST
           END-IF.
       H185-END. EXIT.

       H130-INIT-PBEGIDX.
           MOVE 'O' TO WS-SUB-FUNC.
           MOVE ZEROS TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA
           MOVE SPACES TO WS-SUB-OD-FLAG
           MOVE ZEROS TO WS-SUB-OD-LIMIT
           MOVE SPACES TO WS-SUB-MAKER
           MOVE SPACES TO WS-SUB-APPROVER
           IF INP-FUNC-TYPE NOT = 'W' AND NOT INP-APPROVER-NONE
              MOVE INP-MAKER TO WS-SUB-MAKER
              MOVE INP-APPROVER TO WS-SUB-APPROVER
           END-IF
           EVALUATE WS-SUB-TYPE
              WHEN 'R'
              SET WS-FUNIS-READ TO TRUE
              SET WS-FUNIS-UNFREEZE TO TRUE
              WHEN 'C'
              SET WS-FUNIS-CLOSE TO TRUE
              WHEN 'A'
              SET WS-FUNIS-CUS-ADD TO TRUE
              MOVE INP-NAME TO WS-SUB-NAME
              WHEN 'M'
              SET WS-FUNIS-CUS-CHANGE TO TRUE
              MOVE INP-CUS-FIELD TO WS-SUB-CUS-FIELD
              MOVE INP-CUS-VALUE TO WS-SUB-CUS-VALUE
              WHEN 'P'
              SET WS-FUNIS-HOLD TO TRUE
              MOVE INP-AMOUNT TO WS-SUB-HLD-AMOUNT
              MOVE INP-HLD-REF TO WS-SUB-HLD-REF
              MOVE INP-HLD-REASON TO WS-SUB-HLD-REASON
              MOVE INP-HLD-EXPIRY TO WS-SUB-HLD-EXPIRY
              WHEN 'L'
              SET WS-FUNIS-RELEASE TO TRUE
              MOVE INP-HLD-REF TO WS-SUB-HLD-REF
              WHEN 'V'
              SET WS-FUNIS-REVERSAL TO TRUE
              MOVE INP-RVS-ORIG-REF TO WS-SUB-RVS-ORIG-REF
              WHEN OTHER
              MOVE 99 TO WS-SUB-RC
              MOVE 'INVALID SUB-TYPE: ' TO WS-SUB-DSC
                 MOVE 61 TO WS-SUB-RC
                 MOVE 'DUPLICATE TRANSACTION REF' TO WS-SUB-DSC
              ELSE
                 IF WS-FUNIS-REVERSAL
                    PERFORM H370-PREPARE-REVERSAL
                 END-IF
                 IF WS-SUB-RC = ZEROS
                    CALL WS-PBEGIDX USING WS-SUB-AREA
                    IF WS-SUB-RC = ZEROS
                       PERFORM H148-RECORD-REF
                       IF WS-FUNIS-REVERSAL
                          PERFORM H378-RECORD-REVERSAL
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
       H206-END. EXIT.

       H300-PROCESS-OUTPUT.
           MOVE 'Y' TO WS-DVZ-APPLIES.
           IF WS-SUB-TYPE-CUSTOMER OR WS-SUB-TYPE-HOLD
              OR (WS-FUNIS-REVERSAL AND WS-SUB-DVZ = ZEROS)
              MOVE 'N' TO WS-DVZ-APPLIES
           END-IF.
           IF DVZ-APPLIES
              PERFORM H330-CHECK-DVZ-BREAK
           END-IF.
           MOVE WS-SUB-TYPE TO OUT-FNC-TYPE
           MOVE WS-SUB-ID   TO OUT-ID.
           MOVE WS-SUB-DVZ  TO OUT-DVZ.
              ADD 1 TO WS-LOG-OUT
           END-IF.
           PERFORM H310-ACCUM-CONTROL.
           IF DVZ-APPLIES
              ADD 1 TO WS-DVZ-COUNT
           END-IF.
           IF WS-SUB-RC = ZEROS
              EVALUATE TRUE
                 WHEN WS-FUNIS-WRITE
                    ADD 1 TO WS-DVZ-TFR-COUNT
                    ADD WS-SUB-TFR-AMOUNT TO WS-DVZ-TFR-AMOUNT
                    PERFORM H360-ACCUM-TFR-IN
                 WHEN WS-FUNIS-REVERSAL
                    ADD WS-SUB-RVS-AMOUNT TO WS-DVZ-DELTA
                    IF WS-SUB-RVS-ORIG-FUNC = 'T'
                       ADD 1 TO WS-DVZ-TFR-COUNT
                       SUBTRACT WS-SUB-RVS-AMOUNT
                           FROM WS-DVZ-TFR-AMOUNT
                       PERFORM H360-ACCUM-TFR-IN
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                    MOVE ZEROS TO PST-AMOUNT
                    MOVE 'C' TO PST-STATUS
                    PERFORM H355-WRITE-PST-REC
                 WHEN WS-FUNIS-CUS-CHANGE
                    IF WS-SUB-CUS-FIELD = 'N'
                       MOVE ZEROS TO PST-DVZ
                       MOVE ZEROS TO PST-AMOUNT
                       MOVE WS-SUB-DATA(1:30) TO PST-NAME
                       PERFORM H355-WRITE-PST-REC
                    END-IF
                 WHEN WS-FUNIS-REVERSAL
                    MOVE WS-SUB-RVS-RATE TO PST-RATE
                    MOVE WS-SUB-DVZ TO PST-DVZ
                    MOVE WS-SUB-RVS-AMOUNT TO PST-AMOUNT
                    PERFORM H355-WRITE-PST-REC
                    IF WS-SUB-RVS-ORIG-FUNC = 'T'
                       PERFORM H352-INIT-PST-FIELDS
                       MOVE WS-SUB-RVS-RATE TO PST-RATE
                       MOVE WS-SUB-RVS-DVZ-TO TO PST-DVZ
                       MOVE WS-SUB-RVS-CNV TO PST-AMOUNT
                       PERFORM H355-WRITE-PST-REC
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           MOVE SPACE TO PST-OD-FLAG.
           MOVE ZEROS TO PST-OD-LIMIT.
           MOVE SPACE TO PST-STATUS.
           MOVE SPACE TO PST-ORIG-FUNC.
           MOVE SPACES TO PST-ORIG-REF.
       H352-END. EXIT.

       H355-WRITE-PST-REC.
           MOVE WS-SUB-TYPE TO PST-FUNC.
           IF WS-FUNIS-CUS-CHANGE
              MOVE 'U' TO PST-FUNC
           END-IF.
           MOVE WS-SUB-ID   TO PST-ID.
           MOVE WS-SUB-REF  TO PST-REF.
           MOVE WS-SUB-MAKER TO PST-MAKER.
           MOVE WS-SUB-APPROVER TO PST-APPROVER.
           IF WS-FUNIS-REVERSAL
              MOVE WS-SUB-RVS-ORIG-FUNC TO PST-ORIG-FUNC
              MOVE WS-SUB-RVS-ORIG-REF  TO PST-ORIG-REF
           END-IF.
           WRITE PST-REC.
           IF (NOT PST-SUCCESS)
              DISPLAY 'UNABLE TO WRITE PSTFILE: ' PST-ST
           MOVE 'DIVISION SUBTOTAL' TO OUT-DSC.
           MOVE 'DATA: '      TO OUT-FILLER-DATA.
           MOVE WS-DVZ-DELTA  TO WS-DVZ-DELTA-ED.
           MOVE WS-DVZ-PREV   TO WS-CCY-LOOKUP.
           PERFORM H165-FIND-CURRENCY.
           STRING WS-CCY-LABEL ' '
                  'TXNS=' WS-DVZ-COUNT ' DELTA=' WS-DVZ-DELTA-ED
                  DELIMITED BY SIZE INTO OUT-DATA.
           INSPECT OUT-REC REPLACING ALL LOW-VALUES BY SPACES.
           WRITE OUT-REC.
           MOVE 'DIVISION TRANSFERS OUT' TO OUT-DSC.
           MOVE 'DATA: '      TO OUT-FILLER-DATA.
           MOVE WS-DVZ-TFR-AMOUNT TO WS-DVZ-TFR-ED.
           MOVE WS-DVZ-PREV   TO WS-CCY-LOOKUP.
           PERFORM H165-FIND-CURRENCY.
           STRING WS-CCY-LABEL ' '
                  'TFRS=' WS-DVZ-TFR-COUNT
                  ' AMOUNT=' WS-DVZ-TFR-ED
                  DELIMITED BY SIZE INTO OUT-DATA.
           INSPECT OUT-REC REPLACING ALL LOW-VALUES BY SPACES.
           MOVE 'DIVISION TRANSFERS IN' TO OUT-DSC.
           MOVE 'DATA: '      TO OUT-FILLER-DATA.
           MOVE WS-TFRIN-AMOUNT(WS-TX) TO WS-DVZ-TFR-ED.
           MOVE WS-TFRIN-DVZ(WS-TX) TO WS-CCY-LOOKUP.
           PERFORM H165-FIND-CURRENCY.
           STRING WS-CCY-LABEL ' '
                  'TFRS=' WS-TFRIN-COUNT(WS-TX)
                  ' AMOUNT=' WS-DVZ-TFR-ED
                  DELIMITED BY SIZE INTO OUT-DATA.
           INSPECT OUT-REC REPLACING ALL LOW-VALUES BY SPACES.
           END-IF.
       H366-END. EXIT.

       H370-PREPARE-REVERSAL.
           IF WS-SUB-RVS-ORIG-REF = SPACES
              OR WS-SUB-RVS-ORIG-REF = WS-SUB-REF
              MOVE 62 TO WS-SUB-RC
              MOVE 'ORIGINAL REF MISSING' TO WS-SUB-DSC
           END-IF.
           IF WS-SUB-RC = ZEROS
              PERFORM H371-CHECK-REVERSED
           END-IF.
           IF WS-SUB-RC = ZEROS
              PERFORM H372-FIND-ORIGINAL
           END-IF.
           IF WS-SUB-RC = ZEROS
              PERFORM H375-CHECK-REVERSAL-AGE
           END-IF.
           IF WS-SUB-RC = ZEROS
              PERFORM H376-BUILD-REVERSAL
           END-IF.
       H370-END. EXIT.

       H371-CHECK-REVERSED.
           MOVE 1 TO WS-RVS-X.
           PERFORM UNTIL WS-RVS-X > WS-RVS-USED
                   OR WS-RVS-ENTRY(WS-RVS-X) = WS-SUB-RVS-ORIG-REF
              ADD 1 TO WS-RVS-X
           END-PERFORM.
           IF WS-RVS-X NOT > WS-RVS-USED
              MOVE 63 TO WS-SUB-RC
              MOVE 'ORIGINAL ALREADY REVERSED' TO WS-SUB-DSC
           END-IF.
       H371-END. EXIT.

       H372-FIND-ORIGINAL.
           MOVE 0 TO WS-HST-LEGS.
           MOVE SPACE TO WS-HST-FUNC.
           OPEN INPUT HST-FILE.
           IF HST-SUCCESS
              PERFORM H373-SCAN-ONE-HISTORY UNTIL HST-EOF
              CLOSE HST-FILE
           ELSE
              IF NOT HST-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN PST HISTORY FILE: ' HST-ST
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-HST-LEGS = 0
                 MOVE 62 TO WS-SUB-RC
                 MOVE 'ORIGINAL NOT IN POSTING HISTORY' TO WS-SUB-DSC
              WHEN WS-HST-FUNC NOT = 'B' AND WS-HST-FUNC NOT = 'T'
                 MOVE 65 TO WS-SUB-RC
                 MOVE 'ORIGINAL NOT REVERSIBLE' TO WS-SUB-DSC
              WHEN WS-HST-FUNC = 'T' AND WS-HST-LEGS < 2
                 MOVE 65 TO WS-SUB-RC
                 MOVE 'ORIGINAL TRANSFER INCOMPLETE' TO WS-SUB-DSC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H372-END. EXIT.

       H373-SCAN-ONE-HISTORY.
           READ HST-FILE
              AT END SET HST-EOF TO TRUE
           END-READ.
           IF NOT HST-EOF
              IF HST-REF = WS-SUB-RVS-ORIG-REF
                 IF WS-HST-FUNC = 'T' AND WS-HST-LEGS = 1
                    MOVE HST-DVZ TO WS-HST-DVZ-TO
                    MOVE HST-AMOUNT TO WS-HST-CNV
                    MOVE 2 TO WS-HST-LEGS
                 ELSE
                    MOVE HST-FUNC TO WS-HST-FUNC
                    MOVE HST-ID TO WS-HST-ID
                    MOVE HST-DVZ TO WS-HST-DVZ
                    MOVE HST-AMOUNT TO WS-HST-AMOUNT
                    MOVE HST-RATE TO WS-HST-RATE
                    MOVE ZEROS TO WS-HST-DVZ-TO
                    MOVE ZEROS TO WS-HST-CNV
                    MOVE 1 TO WS-HST-LEGS
                 END-IF
              END-IF
           END-IF.
       H373-END. EXIT.

       H375-CHECK-REVERSAL-AGE.
           MOVE 1 TO WS-REF-X.
           PERFORM UNTIL WS-REF-X > WS-REF-USED
                   OR WS-REF-ENTRY(WS-REF-X) = WS-SUB-RVS-ORIG-REF
              ADD 1 TO WS-REF-X
           END-PERFORM.
           IF WS-REF-X > WS-REF-USED
              MOVE ZEROS TO WS-RVS-ORIG-DATE
           ELSE
              MOVE WS-REF-ENTRY-DATE(WS-REF-X) TO WS-RVS-ORIG-DATE
           END-IF.
           IF WS-RVS-ORIG-DATE = ZEROS
              MOVE 64 TO WS-SUB-RC
              MOVE 'ORIGINAL POST DATE UNKNOWN' TO WS-SUB-DSC
           ELSE
              COMPUTE WS-RVS-AGE =
                      FUNCTION INTEGER-OF-DATE(WS-REF-RUN-DATE)
                      - FUNCTION INTEGER-OF-DATE(WS-RVS-ORIG-DATE)
              IF WS-RVS-AGE > WS-RVS-DAYS
                 MOVE 64 TO WS-SUB-RC
                 MOVE 'REVERSAL PERIOD EXPIRED' TO WS-SUB-DSC
              END-IF
           END-IF.
       H375-END. EXIT.

       H376-BUILD-REVERSAL.
           MOVE WS-HST-ID TO WS-SUB-ID.
           MOVE WS-HST-DVZ TO WS-SUB-DVZ.
           MOVE WS-HST-FUNC TO WS-SUB-RVS-ORIG-FUNC.
           COMPUTE WS-SUB-RVS-AMOUNT = 0 - WS-HST-AMOUNT.
           MOVE WS-HST-RATE TO WS-SUB-RVS-RATE.
           MOVE WS-HST-DVZ-TO TO WS-SUB-RVS-DVZ-TO.
           COMPUTE WS-SUB-RVS-CNV = 0 - WS-HST-CNV.
       H376-END. EXIT.

       H378-RECORD-REVERSAL.
           IF RVS-IS-OPEN
              MOVE WS-SUB-RVS-ORIG-REF TO RVS-ORIG-REF
              MOVE WS-SUB-REF TO RVS-REF
              MOVE WS-REF-RUN-DATE TO RVS-POST-DATE
              MOVE WS-SUB-RVS-ORIG-FUNC TO RVS-ORIG-FUNC
              MOVE WS-SUB-ID TO RVS-ID
              MOVE WS-SUB-DVZ TO RVS-DVZ
              WRITE RVS-REC
              IF (NOT RVS-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE RVS FILE: ' RVS-ST
              END-IF
           END-IF.
           IF JNL-IS-OPEN
              MOVE SPACES TO JNL-REC
              SET JNL-IS-RVS TO TRUE
              MOVE WS-SUB-RVS-ORIG-REF TO JNL-RVS-ORIG-REF
              MOVE WS-SUB-REF TO JNL-RVS-REF
              MOVE WS-REF-RUN-DATE TO JNL-RVS-POST-DATE
              MOVE WS-SUB-RVS-ORIG-FUNC TO JNL-RVS-ORIG-FUNC
              MOVE WS-SUB-ID TO JNL-RVS-ID
              MOVE WS-SUB-DVZ TO JNL-RVS-DVZ
              PERFORM H185-WRITE-JOURNAL
           END-IF.
           IF WS-RVS-USED < WS-RVS-MAX
              ADD 1 TO WS-RVS-USED
              MOVE WS-SUB-RVS-ORIG-REF TO WS-RVS-ENTRY(WS-RVS-USED)
           ELSE
              DISPLAY 'RVS TABLE FULL - IN-RUN REVERSAL CHECK '
                      'DEGRADED FROM REF ' WS-SUB-REF
              MOVE 8 TO RETURN-CODE
           END-IF.
       H378-END. EXIT.

       H320-WRITE-REJECT.
           MOVE INP-FUNC-TYPE TO REJ-FUNC-TYPE.
           MOVE INP-ID        TO REJ-ID.
           MOVE WS-SUB-DSC    TO REJ-DSC.
           MOVE INP-AMOUNT    TO REJ-AMOUNT.
           MOVE INP-NAME      TO REJ-NAME.
           MOVE INP-OPEN-AREA TO REJ-OPEN-AREA.
           MOVE INP-OD-FLAG   TO REJ-OD-FLAG.
           MOVE INP-OD-LIMIT  TO REJ-OD-LIMIT.
           MOVE INP-REF       TO REJ-REF.
       H310-ACCUM-CONTROL.
           ADD 1 TO WS-CTL-GRAND-TOTAL.
           MOVE 1 TO WS-CTL-FX.
           PERFORM UNTIL WS-CTL-FX > WS-CTL-USED
                            OR WS-CTL-FUNC-CODE(WS-CTL-FX) = WS-SUB-TYPE
              ADD 1 TO WS-CTL-FX
           END-PERFORM.
           IF WS-CTL-FX > WS-CTL-USED
              MOVE WS-CTL-USED TO WS-CTL-FX
           END-IF.
           ADD 1 TO WS-CTL-FUNC-TOTAL(WS-CTL-FX).
           MOVE 1 TO WS-CTL-RX.
           IF (NOT CTL-SUCCESS)
              DISPLAY 'UANBLE TO WRITE CTLFILE: ' CTL-ST
           END-IF.
           PERFORM VARYING WS-CTL-FX FROM 1 BY 1
                   UNTIL WS-CTL-FX > WS-CTL-USED
              IF WS-CTL-FUNC-TOTAL(WS-CTL-FX) > 0
                 MOVE SPACES TO CTL-REC
                 STRING 'FUNC=' WS-CTL-FUNC-CODE(WS-CTL-FX)
           IF REF-IS-OPEN
              CLOSE REF-FILE
           END-IF.
           IF RVS-IS-OPEN
              CLOSE RVS-FILE
           END-IF.
           IF PTN-MODE
              PERFORM H955-WRITE-PTN-LOG
           ELSE
              PERFORM H950-WRITE-RUN-LOG
           END-IF.
           DISPLAY 'PROGRAM EXIT WITH RETURN-CODE: ' WS-SUB-RC.
           STOP RUN.
       H999-END. EXIT.
              CLOSE LOG-FILE
           END-IF.
       H950-END. EXIT.

       H955-WRITE-PTN-LOG.
           IF JNL-IS-OPEN
              MOVE SPACES TO JNL-REC
              SET JNL-IS-LOG TO TRUE
              MOVE WS-PTN-NO TO JNL-LOG-PTN
              MOVE WS-PTN-SPL-DATE TO JNL-LOG-SPL-DATE
              MOVE WS-PTN-SPL-TIME TO JNL-LOG-SPL-TIME
              MOVE 'PBE006' TO JNL-LOG-PROGRAM
              MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
              MOVE WS-LOG-STAMP(1:8) TO JNL-LOG-RUN-DATE
              MOVE WS-LOG-STAMP(9:6) TO JNL-LOG-RUN-TIME
              MOVE WS-LOG-IN TO JNL-LOG-RECS-IN
              MOVE WS-LOG-OUT TO JNL-LOG-RECS-OUT
              MOVE WS-LOG-REJ TO JNL-LOG-REJECTS
              MOVE RETURN-CODE TO JNL-LOG-RETC
              PERFORM H185-WRITE-JOURNAL
              CLOSE JNL-FILE
              MOVE 'N' TO WS-JNL-OPEN
           ELSE
              DISPLAY 'PARTITION ' WS-PTN-NO
                      ' RUN NOT LOGGED - JNL FILE NOT OPEN'
           END-IF.
       H955-END. EXIT.
