       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGMRG.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPL-FILE   ASSIGN TO P06-SPL-FILE
                             STATUS SPL-ST.
           SELECT MRG-FILE   ASSIGN TO P06-MRG-FILE
                             STATUS MRG-ST.
           SELECT OUT-FILE   ASSIGN TO OUT-FILE
                             STATUS OUT-ST.
           SELECT REJ-FILE   ASSIGN TO REJ-FILE
                             STATUS REJ-ST.
           SELECT PST-FILE   ASSIGN TO PST-FILE
                             STATUS PST-ST.
           SELECT CTL-FILE   ASSIGN TO CTL-FILE
                             STATUS CTL-ST.
           SELECT AUD-FILE   ASSIGN TO AUD-FILE
                             STATUS AUD-ST.
           SELECT REF-FILE   ASSIGN TO REF-FILE
                             STATUS REF-ST.
           SELECT RVS-FILE   ASSIGN TO RVS-FILE
                             STATUS RVS-ST.
           SELECT LOG-FILE   ASSIGN TO LOG-FILE
                             STATUS LOG-ST.
           SELECT PO1-FILE   ASSIGN TO P06-PTN-OUT-1
                             STATUS PO-ST.
           SELECT PO2-FILE   ASSIGN TO P06-PTN-OUT-2
                             STATUS PO-ST.
           SELECT PO3-FILE   ASSIGN TO P06-PTN-OUT-3
                             STATUS PO-ST.
           SELECT PO4-FILE   ASSIGN TO P06-PTN-OUT-4
                             STATUS PO-ST.
           SELECT PR1-FILE   ASSIGN TO P06-PTN-REJ-1
                             STATUS PR-ST.
           SELECT PR2-FILE   ASSIGN TO P06-PTN-REJ-2
                             STATUS PR-ST.
           SELECT PR3-FILE   ASSIGN TO P06-PTN-REJ-3
                             STATUS PR-ST.
           SELECT PR4-FILE   ASSIGN TO P06-PTN-REJ-4
                             STATUS PR-ST.
           SELECT PP1-FILE   ASSIGN TO P06-PTN-PST-1
                             STATUS PP-ST.
           SELECT PP2-FILE   ASSIGN TO P06-PTN-PST-2
                             STATUS PP-ST.
           SELECT PP3-FILE   ASSIGN TO P06-PTN-PST-3
                             STATUS PP-ST.
           SELECT PP4-FILE   ASSIGN TO P06-PTN-PST-4
                             STATUS PP-ST.
           SELECT PC1-FILE   ASSIGN TO P06-PTN-CTL-1
                             STATUS PC-ST.
           SELECT PC2-FILE   ASSIGN TO P06-PTN-CTL-2
                             STATUS PC-ST.
           SELECT PC3-FILE   ASSIGN TO P06-PTN-CTL-3
                             STATUS PC-ST.
           SELECT PC4-FILE   ASSIGN TO P06-PTN-CTL-4
                             STATUS PC-ST.
           SELECT PA1-FILE   ASSIGN TO P06-PTN-AUD-1
                             STATUS PA-ST.
           SELECT PA2-FILE   ASSIGN TO P06-PTN-AUD-2
                             STATUS PA-ST.
           SELECT PA3-FILE   ASSIGN TO P06-PTN-AUD-3
                             STATUS PA-ST.
           SELECT PA4-FILE   ASSIGN TO P06-PTN-AUD-4
                             STATUS PA-ST.
           SELECT PJ1-FILE   ASSIGN TO P06-PTN-JNL-1
                             STATUS PJ-ST.
           SELECT PJ2-FILE   ASSIGN TO P06-PTN-JNL-2
                             STATUS PJ-ST.
           SELECT PJ3-FILE   ASSIGN TO P06-PTN-JNL-3
                             STATUS PJ-ST.
           SELECT PJ4-FILE   ASSIGN TO P06-PTN-JNL-4
                             STATUS PJ-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SPL-FILE RECORDING MODE F.
       01  SPL-REC.
           03 SPL-PTN             PIC 9(1).
           03 SPL-ID-FROM         PIC 9(5).
           03 SPL-ID-TO           PIC 9(5).
           03 SPL-REC-COUNT       PIC 9(7).
           03 SPL-HASH-TOTAL      PIC S9(15).
           03 SPL-DATE            PIC 9(8).
           03 SPL-TIME            PIC 9(6).

       FD  MRG-FILE RECORDING MODE F.
       01  MRG-REC.
           03 MRG-SPL-DATE        PIC 9(8).
           03 MRG-SPL-TIME        PIC 9(6).
           03 MRG-RUN-DATE        PIC X(8).
           03 MRG-RUN-TIME        PIC X(6).

       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC                PIC X(175).

       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC                PIC X(142).

       FD  PST-FILE RECORDING MODE F.
       01  PST-REC                PIC X(127).

       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC                PIC X(80).

       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC                PIC X(117).

       FD  REF-FILE RECORDING MODE F.
       01  REF-REC.
           03 REF-VALUE           PIC X(12).
           03 REF-POST-DATE       PIC 9(8).

       FD  RVS-FILE RECORDING MODE F.
       01  RVS-REC.
           03 RVS-ORIG-REF        PIC X(12).
           03 RVS-REF             PIC X(12).
           03 RVS-POST-DATE       PIC 9(8).
           03 RVS-ORIG-FUNC       PIC X(1).
           03 RVS-ID              PIC 9(5).
           03 RVS-DVZ             PIC 9(3).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-PROGRAM         PIC X(8).
           03 LOG-RUN-DATE        PIC X(8).
           03 LOG-RUN-TIME        PIC X(6).
           03 LOG-RECS-IN         PIC 9(7).
           03 LOG-RECS-OUT        PIC 9(7).
           03 LOG-REJECTS         PIC 9(7).
           03 LOG-RETC            PIC 9(2).

       FD  PO1-FILE RECORDING MODE F.
       01  PO1-REC                PIC X(175).

       FD  PO2-FILE RECORDING MODE F.
       01  PO2-REC                PIC X(175).

       FD  PO3-FILE RECORDING MODE F.
       01  PO3-REC                PIC X(175).

       FD  PO4-FILE RECORDING MODE F.
       01  PO4-REC                PIC X(175).

       FD  PR1-FILE RECORDING MODE F.
       01  PR1-REC                PIC X(142).

       FD  PR2-FILE RECORDING MODE F.
       01  PR2-REC                PIC X(142).

       FD  PR3-FILE RECORDING MODE F.
       01  PR3-REC                PIC X(142).

       FD  PR4-FILE RECORDING MODE F.
       01  PR4-REC                PIC X(142).

       FD  PP1-FILE RECORDING MODE F.
       01  PP1-REC                PIC X(127).

       FD  PP2-FILE RECORDING MODE F.
       01  PP2-REC                PIC X(127).

       FD  PP3-FILE RECORDING MODE F.
       01  PP3-REC                PIC X(127).

       FD  PP4-FILE RECORDING MODE F.
       01  PP4-REC                PIC X(127).

       FD  PC1-FILE RECORDING MODE F.
       01  PC1-REC                PIC X(80).

       FD  PC2-FILE RECORDING MODE F.
       01  PC2-REC                PIC X(80).

       FD  PC3-FILE RECORDING MODE F.
       01  PC3-REC                PIC X(80).

       FD  PC4-FILE RECORDING MODE F.
       01  PC4-REC                PIC X(80).

       FD  PA1-FILE RECORDING MODE F.
       01  PA1-REC                PIC X(117).

       FD  PA2-FILE RECORDING MODE F.
       01  PA2-REC                PIC X(117).

       FD  PA3-FILE RECORDING MODE F.
       01  PA3-REC                PIC X(117).

       FD  PA4-FILE RECORDING MODE F.
       01  PA4-REC                PIC X(117).

       FD  PJ1-FILE RECORDING MODE F.
       01  PJ1-REC                PIC X(61).

       FD  PJ2-FILE RECORDING MODE F.
       01  PJ2-REC                PIC X(61).

       FD  PJ3-FILE RECORDING MODE F.
       01  PJ3-REC                PIC X(61).

       FD  PJ4-FILE RECORDING MODE F.
       01  PJ4-REC                PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 SPL-ST               PIC 9(2).
              88 SPL-SUCCESS             VALUE 00 97.
              88 SPL-EOF                 VALUE 10.
           03 MRG-ST               PIC 9(2).
              88 MRG-SUCCESS             VALUE 00 97.
              88 MRG-NOTFOUND            VALUE 35.
           03 OUT-ST               PIC 9(2).
              88 OUT-SUCCESS             VALUE 00 97.
           03 REJ-ST               PIC 9(2).
              88 REJ-SUCCESS             VALUE 00 97.
           03 PST-ST               PIC 9(2).
              88 PST-SUCCESS             VALUE 00 97.
           03 CTL-ST               PIC 9(2).
              88 CTL-SUCCESS             VALUE 00 97.
           03 AUD-ST               PIC 9(2).
              88 AUD-SUCCESS             VALUE 00 97.
              88 AUD-NOTFOUND            VALUE 35.
           03 REF-ST               PIC 9(2).
              88 REF-SUCCESS             VALUE 00 97.
              88 REF-NOTFOUND            VALUE 35.
           03 RVS-ST               PIC 9(2).
              88 RVS-SUCCESS             VALUE 00 97.
              88 RVS-NOTFOUND            VALUE 35.
           03 LOG-ST               PIC 9(2).
              88 LOG-SUCCESS             VALUE 00 97.
              88 LOG-NOTFOUND            VALUE 35.
           03 PO-ST                PIC 9(2).
              88 PO-SUCCESS              VALUE 00 97.
              88 PO-EOF                  VALUE 10.
           03 PR-ST                PIC 9(2).
              88 PR-SUCCESS              VALUE 00 97.
              88 PR-EOF                  VALUE 10.
           03 PP-ST                PIC 9(2).
              88 PP-SUCCESS              VALUE 00 97.
              88 PP-EOF                  VALUE 10.
           03 PC-ST                PIC 9(2).
              88 PC-SUCCESS              VALUE 00 97.
              88 PC-EOF                  VALUE 10.
           03 PA-ST                PIC 9(2).
              88 PA-SUCCESS              VALUE 00 97.
              88 PA-EOF                  VALUE 10.
           03 PJ-ST                PIC 9(2).
              88 PJ-SUCCESS              VALUE 00 97.
              88 PJ-EOF                  VALUE 10.
           03 WS-STAMP             PIC X(21).
           03 WS-SPL-DATE          PIC 9(8) VALUE 0.
           03 WS-SPL-TIME          PIC 9(6) VALUE 0.
           03 WS-SPL-ERRORS        PIC 9(3) VALUE 0.
           03 WS-PTN-ERRORS        PIC 9(3) VALUE 0.
           03 WS-OUT-COUNT         PIC 9(7) VALUE 0.
           03 WS-REJ-COUNT         PIC 9(7) VALUE 0.
           03 WS-PST-COUNT         PIC 9(7) VALUE 0.
           03 WS-AUD-COUNT         PIC 9(7) VALUE 0.
           03 WS-REF-COUNT         PIC 9(7) VALUE 0.
           03 WS-RVS-COUNT         PIC 9(7) VALUE 0.
           03 WS-LOG-IN            PIC 9(7) VALUE 0.
           03 WS-LOG-OUT           PIC 9(7) VALUE 0.
           03 WS-LOG-REJ           PIC 9(7) VALUE 0.
           03 WS-LOG-RETC          PIC 9(2) VALUE 0.
       01  WS-PTN-TABLE.
           03 WS-PTN-MAX           PIC 9(1) VALUE 4.
           03 WS-PTN-USED          PIC 9(1) VALUE 0.
           03 WS-PX                PIC 9(1) VALUE 0.
           03 WS-PTN-TBL OCCURS 4 TIMES.
              05 WS-PTN-ID-FROM    PIC 9(5).
              05 WS-PTN-ID-TO      PIC 9(5).
              05 WS-PTN-SPL-COUNT  PIC 9(7).
              05 WS-PTN-LOGGED     PIC X(1).
                 88 PTN-LOGGED           VALUE 'Y'.
              05 WS-PTN-LOG-PTN    PIC 9(1).
              05 WS-PTN-LOG-DATE   PIC 9(8).
              05 WS-PTN-LOG-TIME   PIC 9(6).
              05 WS-PTN-RECS-IN    PIC 9(7).
              05 WS-PTN-RECS-OUT   PIC 9(7).
              05 WS-PTN-REJECTS    PIC 9(7).
              05 WS-PTN-RETC       PIC 9(2).
              05 WS-PTN-CTL-GRAND  PIC 9(7).
       01  WS-JNL-REC.
           03 WS-JNL-TYPE          PIC X(1).
              88 WS-JNL-IS-REF           VALUE 'R'.
              88 WS-JNL-IS-RVS           VALUE 'V'.
              88 WS-JNL-IS-LOG           VALUE 'L'.
           03 WS-JNL-DATA          PIC X(60).
           03 WS-JNL-REF-AREA      REDEFINES WS-JNL-DATA.
              05 WS-JNL-REF-VALUE  PIC X(12).
              05 WS-JNL-REF-POST-DATE PIC 9(8).
              05 FILLER            PIC X(40).
           03 WS-JNL-RVS-AREA      REDEFINES WS-JNL-DATA.
              05 WS-JNL-RVS-ORIG-REF PIC X(12).
              05 WS-JNL-RVS-REF    PIC X(12).
              05 WS-JNL-RVS-POST-DATE PIC 9(8).
              05 WS-JNL-RVS-ORIG-FUNC PIC X(1).
              05 WS-JNL-RVS-ID     PIC 9(5).
              05 WS-JNL-RVS-DVZ    PIC 9(3).
              05 FILLER            PIC X(19).
           03 WS-JNL-LOG-AREA      REDEFINES WS-JNL-DATA.
              05 WS-JNL-LOG-PTN    PIC 9(1).
              05 WS-JNL-LOG-SPL-DATE PIC 9(8).
              05 WS-JNL-LOG-SPL-TIME PIC 9(6).
              05 WS-JNL-LOG-PROGRAM PIC X(8).
              05 WS-JNL-LOG-RUN-DATE PIC X(8).
              05 WS-JNL-LOG-RUN-TIME PIC X(6).
              05 WS-JNL-LOG-RECS-IN PIC 9(7).
              05 WS-JNL-LOG-RECS-OUT PIC 9(7).
              05 WS-JNL-LOG-REJECTS PIC 9(7).
              05 WS-JNL-LOG-RETC   PIC 9(2).
       01  WS-PCT-LINE             PIC X(80).
       01  WS-PCT-FUNC-LINE REDEFINES WS-PCT-LINE.
           03 WS-PCT-FUNC-TAG      PIC X(5).
           03 WS-PCT-FUNC-CODE     PIC X(1).
           03 FILLER               PIC X(7).
           03 WS-PCT-FUNC-TOTAL    PIC 9(7).
           03 FILLER               PIC X(60).
       01  WS-PCT-RC-LINE REDEFINES WS-PCT-LINE.
           03 WS-PCT-RC-TAG        PIC X(6).
           03 WS-PCT-RC-VALUE      PIC 9(2).
           03 FILLER               PIC X(7).
           03 WS-PCT-RC-COUNT      PIC 9(7).
           03 FILLER               PIC X(58).
       01  WS-PCT-GRAND-LINE REDEFINES WS-PCT-LINE.
           03 WS-PCT-GRAND-TAG     PIC X(12).
           03 WS-PCT-GRAND-TOTAL   PIC 9(7).
           03 FILLER               PIC X(61).
       01  WS-CTL-AREA.
           03 WS-CTL-GRAND-TOTAL     PIC 9(7) VALUE 0.
           03 WS-CTL-FUNC-SUM        PIC 9(7) VALUE 0.
           03 WS-CTL-FX              PIC 9(2) VALUE 0.
           03 WS-CTL-RX              PIC 9(2) VALUE 0.
           03 WS-CTL-CUR             PIC 9(2) VALUE 0.
           03 WS-CTL-USED            PIC 9(2) VALUE 0.
           03 WS-CTL-FUNCS OCCURS 20 TIMES.
              05 WS-CTL-FUNC-CODE    PIC X(1).
              05 WS-CTL-FUNC-TOTAL   PIC 9(7) VALUE 0.
              05 WS-CTL-RC-USED      PIC 9(2) VALUE 0.
              05 WS-CTL-RC-TBL OCCURS 20 TIMES.
                 07 WS-CTL-RC-VALUE  PIC 9(2) VALUE 0.
                 07 WS-CTL-RC-COUNT  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           PERFORM H100-LOAD-SPLIT.
           PERFORM H110-CHECK-MERGED.
           PERFORM H200-CHECK-PARTITION
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED.
           IF WS-PTN-ERRORS > 0
              DISPLAY 'PBEGMRG PARTITIONS NOT READY: ' WS-PTN-ERRORS
                      ' - RESTART THEM AND RERUN PBEGMRG'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H120-INIT-CONTROL.
           PERFORM H300-OPEN-OUTPUTS.
           PERFORM H400-MERGE-OUTPUTS
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED.
           PERFORM H500-WRITE-CONTROL-REPORT.
           PERFORM H310-OPEN-REGISTERS.
           PERFORM H450-MERGE-REGISTERS
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED.
           IF RETURN-CODE < 16
              PERFORM H600-WRITE-MERGE-STAMP
           ELSE
              DISPLAY 'PBEGMRG REGISTERS INCOMPLETE - MERGE NOT '
                      'STAMPED - CORRECT AND RERUN PBEGMRG'
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-LOAD-SPLIT.
           OPEN INPUT SPL-FILE.
           IF (NOT SPL-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 SPL FILE: ' SPL-ST
              MOVE SPL-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H105-LOAD-ONE-SPLIT UNTIL SPL-EOF.
           CLOSE SPL-FILE.
           IF WS-PTN-USED = ZEROS
              DISPLAY 'PBEGMRG NO PARTITIONS IN P06 SPL FILE'
              ADD 1 TO WS-SPL-ERRORS
           END-IF.
           IF WS-SPL-ERRORS > 0
              DISPLAY 'PBEGMRG SPLIT FILE INVALID - ERRORS: '
                      WS-SPL-ERRORS ' - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'PBEGMRG MERGING SPLIT ' WS-SPL-DATE ' '
                   WS-SPL-TIME ' PARTITIONS: ' WS-PTN-USED.
       H100-END. EXIT.

       H105-LOAD-ONE-SPLIT.
           READ SPL-FILE
              AT END SET SPL-EOF TO TRUE
           END-READ.
           IF NOT SPL-EOF
              EVALUATE TRUE
                 WHEN WS-PTN-USED NOT < WS-PTN-MAX
                    DISPLAY 'PBEGMRG MORE THAN ' WS-PTN-MAX
                            ' PARTITIONS IN SPLIT FILE'
                    ADD 1 TO WS-SPL-ERRORS
                 WHEN SPL-PTN NOT NUMERIC
                      OR SPL-PTN NOT = WS-PTN-USED + 1
                    DISPLAY 'PBEGMRG SPLIT PARTITION OUT OF SEQUENCE: '
                            SPL-PTN
                    ADD 1 TO WS-SPL-ERRORS
                 WHEN WS-PTN-USED > 0
                      AND (SPL-DATE NOT = WS-SPL-DATE
                           OR SPL-TIME NOT = WS-SPL-TIME)
                    DISPLAY 'PBEGMRG SPLIT FILE MIXES TWO SPLITS AT '
                            'PARTITION: ' SPL-PTN
                    ADD 1 TO WS-SPL-ERRORS
                 WHEN OTHER
                    ADD 1 TO WS-PTN-USED
                    MOVE SPL-ID-FROM TO WS-PTN-ID-FROM(WS-PTN-USED)
                    MOVE SPL-ID-TO TO WS-PTN-ID-TO(WS-PTN-USED)
                    MOVE SPL-REC-COUNT TO WS-PTN-SPL-COUNT(WS-PTN-USED)
                    MOVE 'N' TO WS-PTN-LOGGED(WS-PTN-USED)
                    MOVE ZEROS TO WS-PTN-CTL-GRAND(WS-PTN-USED)
                    MOVE SPL-DATE TO WS-SPL-DATE
                    MOVE SPL-TIME TO WS-SPL-TIME
              END-EVALUATE
           END-IF.
       H105-END. EXIT.

       H110-CHECK-MERGED.
           OPEN INPUT MRG-FILE.
           IF MRG-SUCCESS
              READ MRG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MRG-SPL-DATE = WS-SPL-DATE
                       AND MRG-SPL-TIME = WS-SPL-TIME
                       DISPLAY 'PBEGMRG SPLIT ' WS-SPL-DATE ' '
                               WS-SPL-TIME ' ALREADY MERGED ON '
                               MRG-RUN-DATE ' - RUN REFUSED'
                       CLOSE MRG-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE MRG-FILE
           ELSE
              IF NOT MRG-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN P06 MRG FILE: ' MRG-ST
                 MOVE MRG-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H110-END. EXIT.

       H120-INIT-CONTROL.
           MOVE 'W' TO WS-CTL-FUNC-CODE(1).
           MOVE 'R' TO WS-CTL-FUNC-CODE(2).
           MOVE 'U' TO WS-CTL-FUNC-CODE(3).
           MOVE 'D' TO WS-CTL-FUNC-CODE(4).
           MOVE 'B' TO WS-CTL-FUNC-CODE(5).
           MOVE 'T' TO WS-CTL-FUNC-CODE(6).
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
       H120-END. EXIT.

       H200-CHECK-PARTITION.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PJ1-FILE
              WHEN 2
                 OPEN INPUT PJ2-FILE
              WHEN 3
                 OPEN INPUT PJ3-FILE
              WHEN 4
                 OPEN INPUT PJ4-FILE
           END-EVALUATE.
           IF (NOT PJ-SUCCESS)
              DISPLAY 'PBEGMRG PARTITION ' WS-PX
                      ' JNL FILE NOT AVAILABLE: ' PJ-ST
              ADD 1 TO WS-PTN-ERRORS
           ELSE
              PERFORM H205-FIND-PARTITION-LOG UNTIL PJ-EOF
              EVALUATE WS-PX
                 WHEN 1
                    CLOSE PJ1-FILE
                 WHEN 2
                    CLOSE PJ2-FILE
                 WHEN 3
                    CLOSE PJ3-FILE
                 WHEN 4
                    CLOSE PJ4-FILE
              END-EVALUATE
              PERFORM H210-CHECK-PARTITION-LOG
           END-IF.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PA1-FILE
              WHEN 2
                 OPEN INPUT PA2-FILE
              WHEN 3
                 OPEN INPUT PA3-FILE
              WHEN 4
                 OPEN INPUT PA4-FILE
           END-EVALUATE.
           IF (NOT PA-SUCCESS)
              DISPLAY 'PBEGMRG PARTITION ' WS-PX
                      ' AUD FILE NOT AVAILABLE: ' PA-ST
              ADD 1 TO WS-PTN-ERRORS
           ELSE
              EVALUATE WS-PX
                 WHEN 1
                    CLOSE PA1-FILE
                 WHEN 2
                    CLOSE PA2-FILE
                 WHEN 3
                    CLOSE PA3-FILE
                 WHEN 4
                    CLOSE PA4-FILE
              END-EVALUATE
           END-IF.
       H200-END. EXIT.

       H205-FIND-PARTITION-LOG.
           EVALUATE WS-PX
              WHEN 1
                 READ PJ1-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PJ2-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PJ3-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PJ4-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PJ-EOF AND WS-JNL-IS-LOG
              SET PTN-LOGGED(WS-PX) TO TRUE
              MOVE WS-JNL-LOG-PTN TO WS-PTN-LOG-PTN(WS-PX)
              MOVE WS-JNL-LOG-SPL-DATE TO WS-PTN-LOG-DATE(WS-PX)
              MOVE WS-JNL-LOG-SPL-TIME TO WS-PTN-LOG-TIME(WS-PX)
              MOVE WS-JNL-LOG-RECS-IN TO WS-PTN-RECS-IN(WS-PX)
              MOVE WS-JNL-LOG-RECS-OUT TO WS-PTN-RECS-OUT(WS-PX)
              MOVE WS-JNL-LOG-REJECTS TO WS-PTN-REJECTS(WS-PX)
              MOVE WS-JNL-LOG-RETC TO WS-PTN-RETC(WS-PX)
           END-IF.
       H205-END. EXIT.

       H210-CHECK-PARTITION-LOG.
           EVALUATE TRUE
              WHEN NOT PTN-LOGGED(WS-PX)
                 DISPLAY 'PBEGMRG PARTITION ' WS-PX
                         ' HAS NOT COMPLETED A RUN'
                 ADD 1 TO WS-PTN-ERRORS
              WHEN WS-PTN-LOG-PTN(WS-PX) NOT = WS-PX
                 DISPLAY 'PBEGMRG PARTITION ' WS-PX
                         ' JNL FILE BELONGS TO PARTITION '
                         WS-PTN-LOG-PTN(WS-PX)
                 ADD 1 TO WS-PTN-ERRORS
              WHEN WS-PTN-LOG-DATE(WS-PX) NOT = WS-SPL-DATE
                   OR WS-PTN-LOG-TIME(WS-PX) NOT = WS-SPL-TIME
                 DISPLAY 'PBEGMRG PARTITION ' WS-PX
                         ' LAST RUN WAS FOR SPLIT '
                         WS-PTN-LOG-DATE(WS-PX) ' '
                         WS-PTN-LOG-TIME(WS-PX)
                 ADD 1 TO WS-PTN-ERRORS
              WHEN WS-PTN-RETC(WS-PX) > 8
                 DISPLAY 'PBEGMRG PARTITION ' WS-PX
                         ' FAILED RC: ' WS-PTN-RETC(WS-PX)
                 ADD 1 TO WS-PTN-ERRORS
              WHEN WS-PTN-RECS-IN(WS-PX) NOT = WS-PTN-SPL-COUNT(WS-PX)
                 DISPLAY 'PBEGMRG PARTITION ' WS-PX
                         ' READ ' WS-PTN-RECS-IN(WS-PX)
                         ' OF ' WS-PTN-SPL-COUNT(WS-PX) ' RECORDS'
                 ADD 1 TO WS-PTN-ERRORS
              WHEN OTHER
                 ADD WS-PTN-RECS-IN(WS-PX) TO WS-LOG-IN
                 ADD WS-PTN-RECS-OUT(WS-PX) TO WS-LOG-OUT
                 ADD WS-PTN-REJECTS(WS-PX) TO WS-LOG-REJ
                 IF WS-PTN-RETC(WS-PX) > WS-LOG-RETC
                    MOVE WS-PTN-RETC(WS-PX) TO WS-LOG-RETC
                 END-IF
           END-EVALUATE.
       H210-END. EXIT.

       H300-OPEN-OUTPUTS.
           OPEN OUTPUT OUT-FILE.
           IF (NOT OUT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN OUTFILE: ' OUT-ST
              MOVE OUT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJ-FILE.
           IF (NOT REJ-SUCCESS)
              DISPLAY 'UNABLE TO OPEN REJFILE: ' REJ-ST
              MOVE REJ-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PST-FILE.
           IF (NOT PST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN PSTFILE: ' PST-ST
              MOVE PST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CTL-FILE.
           IF (NOT CTL-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CTLFILE: ' CTL-ST
              MOVE CTL-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H300-END. EXIT.

       H310-OPEN-REGISTERS.
           OPEN EXTEND AUD-FILE.
           IF (NOT AUD-SUCCESS)
              IF AUD-NOTFOUND
                 OPEN OUTPUT AUD-FILE
              END-IF
           END-IF.
           IF (NOT AUD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN AUD FILE: ' AUD-ST
              MOVE AUD-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND REF-FILE.
           IF (NOT REF-SUCCESS)
              IF REF-NOTFOUND
                 OPEN OUTPUT REF-FILE
              END-IF
           END-IF.
           IF (NOT REF-SUCCESS)
              DISPLAY 'UNABLE TO OPEN REF FILE FOR WRITE: ' REF-ST
              MOVE REF-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND RVS-FILE.
           IF (NOT RVS-SUCCESS)
              IF RVS-NOTFOUND
                 OPEN OUTPUT RVS-FILE
              END-IF
           END-IF.
           IF (NOT RVS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RVS FILE FOR WRITE: ' RVS-ST
              MOVE RVS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H310-END. EXIT.

       H400-MERGE-OUTPUTS.
           PERFORM H410-MERGE-OUT.
           PERFORM H420-MERGE-REJ.
           PERFORM H430-MERGE-PST.
           PERFORM H440-MERGE-CTL.
       H400-END. EXIT.

       H410-MERGE-OUT.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PO1-FILE
              WHEN 2
                 OPEN INPUT PO2-FILE
              WHEN 3
                 OPEN INPUT PO3-FILE
              WHEN 4
                 OPEN INPUT PO4-FILE
           END-EVALUATE.
           IF (NOT PO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN OUT FILE ' WS-PX ': '
                      PO-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H411-COPY-ONE-OUT UNTIL PO-EOF.
           EVALUATE WS-PX
              WHEN 1
                 CLOSE PO1-FILE
              WHEN 2
                 CLOSE PO2-FILE
              WHEN 3
                 CLOSE PO3-FILE
              WHEN 4
                 CLOSE PO4-FILE
           END-EVALUATE.
       H410-END. EXIT.

       H411-COPY-ONE-OUT.
           EVALUATE WS-PX
              WHEN 1
                 READ PO1-FILE INTO OUT-REC
                    AT END SET PO-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PO2-FILE INTO OUT-REC
                    AT END SET PO-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PO3-FILE INTO OUT-REC
                    AT END SET PO-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PO4-FILE INTO OUT-REC
                    AT END SET PO-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PO-EOF
              WRITE OUT-REC
              IF (NOT OUT-SUCCESS)
                 DISPLAY 'UANBLE TO WRITE OUTFILE: ' OUT-ST
              ELSE
                 ADD 1 TO WS-OUT-COUNT
              END-IF
           END-IF.
       H411-END. EXIT.

       H420-MERGE-REJ.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PR1-FILE
              WHEN 2
                 OPEN INPUT PR2-FILE
              WHEN 3
                 OPEN INPUT PR3-FILE
              WHEN 4
                 OPEN INPUT PR4-FILE
           END-EVALUATE.
           IF (NOT PR-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN REJ FILE ' WS-PX ': '
                      PR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H421-COPY-ONE-REJ UNTIL PR-EOF.
           EVALUATE WS-PX
              WHEN 1
                 CLOSE PR1-FILE
              WHEN 2
                 CLOSE PR2-FILE
              WHEN 3
                 CLOSE PR3-FILE
              WHEN 4
                 CLOSE PR4-FILE
           END-EVALUATE.
       H420-END. EXIT.

       H421-COPY-ONE-REJ.
           EVALUATE WS-PX
              WHEN 1
                 READ PR1-FILE INTO REJ-REC
                    AT END SET PR-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PR2-FILE INTO REJ-REC
                    AT END SET PR-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PR3-FILE INTO REJ-REC
                    AT END SET PR-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PR4-FILE INTO REJ-REC
                    AT END SET PR-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PR-EOF
              WRITE REJ-REC
              IF (NOT REJ-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE REJFILE: ' REJ-ST
              ELSE
                 ADD 1 TO WS-REJ-COUNT
              END-IF
           END-IF.
       H421-END. EXIT.

       H430-MERGE-PST.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PP1-FILE
              WHEN 2
                 OPEN INPUT PP2-FILE
              WHEN 3
                 OPEN INPUT PP3-FILE
              WHEN 4
                 OPEN INPUT PP4-FILE
           END-EVALUATE.
           IF (NOT PP-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN PST FILE ' WS-PX ': '
                      PP-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H431-COPY-ONE-PST UNTIL PP-EOF.
           EVALUATE WS-PX
              WHEN 1
                 CLOSE PP1-FILE
              WHEN 2
                 CLOSE PP2-FILE
              WHEN 3
                 CLOSE PP3-FILE
              WHEN 4
                 CLOSE PP4-FILE
           END-EVALUATE.
       H430-END. EXIT.

       H431-COPY-ONE-PST.
           EVALUATE WS-PX
              WHEN 1
                 READ PP1-FILE INTO PST-REC
                    AT END SET PP-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PP2-FILE INTO PST-REC
                    AT END SET PP-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PP3-FILE INTO PST-REC
                    AT END SET PP-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PP4-FILE INTO PST-REC
                    AT END SET PP-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PP-EOF
              WRITE PST-REC
              IF (NOT PST-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE PSTFILE: ' PST-ST
              ELSE
                 ADD 1 TO WS-PST-COUNT
              END-IF
           END-IF.
       H431-END. EXIT.

       H440-MERGE-CTL.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PC1-FILE
              WHEN 2
                 OPEN INPUT PC2-FILE
              WHEN 3
                 OPEN INPUT PC3-FILE
              WHEN 4
                 OPEN INPUT PC4-FILE
           END-EVALUATE.
           IF (NOT PC-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN CTL FILE ' WS-PX ': '
                      PC-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO WS-CTL-CUR.
           PERFORM H441-ADD-ONE-CTL UNTIL PC-EOF.
           EVALUATE WS-PX
              WHEN 1
                 CLOSE PC1-FILE
              WHEN 2
                 CLOSE PC2-FILE
              WHEN 3
                 CLOSE PC3-FILE
              WHEN 4
                 CLOSE PC4-FILE
           END-EVALUATE.
       H440-END. EXIT.

       H441-ADD-ONE-CTL.
           EVALUATE WS-PX
              WHEN 1
                 READ PC1-FILE INTO WS-PCT-LINE
                    AT END SET PC-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PC2-FILE INTO WS-PCT-LINE
                    AT END SET PC-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PC3-FILE INTO WS-PCT-LINE
                    AT END SET PC-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PC4-FILE INTO WS-PCT-LINE
                    AT END SET PC-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PC-EOF
              EVALUATE TRUE
                 WHEN WS-PCT-FUNC-TAG = 'FUNC='
                    PERFORM H442-ADD-CTL-FUNC
                 WHEN WS-PCT-RC-TAG = '   RC='
                    PERFORM H443-ADD-CTL-RC
                 WHEN WS-PCT-GRAND-TAG = 'GRAND TOTAL='
                    ADD WS-PCT-GRAND-TOTAL TO WS-CTL-GRAND-TOTAL
                    ADD WS-PCT-GRAND-TOTAL TO WS-PTN-CTL-GRAND(WS-PX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H441-END. EXIT.

       H442-ADD-CTL-FUNC.
           MOVE 1 TO WS-CTL-FX.
           PERFORM UNTIL WS-CTL-FX > WS-CTL-USED
                   OR WS-CTL-FUNC-CODE(WS-CTL-FX) = WS-PCT-FUNC-CODE
              ADD 1 TO WS-CTL-FX
           END-PERFORM.
           IF WS-CTL-FX > WS-CTL-USED
              MOVE WS-CTL-USED TO WS-CTL-FX
           END-IF.
           MOVE WS-CTL-FX TO WS-CTL-CUR.
           IF WS-PCT-FUNC-TOTAL IS NUMERIC
              ADD WS-PCT-FUNC-TOTAL TO WS-CTL-FUNC-TOTAL(WS-CTL-FX)
              ADD WS-PCT-FUNC-TOTAL TO WS-CTL-FUNC-SUM
           END-IF.
       H442-END. EXIT.

       H443-ADD-CTL-RC.
           IF WS-CTL-CUR > 0 AND WS-PCT-RC-VALUE IS NUMERIC
              AND WS-PCT-RC-COUNT IS NUMERIC
              MOVE 1 TO WS-CTL-RX
              PERFORM UNTIL WS-CTL-RX > WS-CTL-RC-USED(WS-CTL-CUR)
                      OR WS-CTL-RC-VALUE(WS-CTL-CUR WS-CTL-RX)
                         = WS-PCT-RC-VALUE
                 ADD 1 TO WS-CTL-RX
              END-PERFORM
              IF WS-CTL-RX > WS-CTL-RC-USED(WS-CTL-CUR)
                 IF WS-CTL-RX NOT > 20
                    ADD 1 TO WS-CTL-RC-USED(WS-CTL-CUR)
                    MOVE WS-PCT-RC-VALUE
                      TO WS-CTL-RC-VALUE(WS-CTL-CUR WS-CTL-RX)
                 END-IF
              END-IF
              IF WS-CTL-RX NOT > 20
                 ADD WS-PCT-RC-COUNT
                  TO WS-CTL-RC-COUNT(WS-CTL-CUR WS-CTL-RX)
              END-IF
           END-IF.
       H443-END. EXIT.

       H450-MERGE-REGISTERS.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PA1-FILE
              WHEN 2
                 OPEN INPUT PA2-FILE
              WHEN 3
                 OPEN INPUT PA3-FILE
              WHEN 4
                 OPEN INPUT PA4-FILE
           END-EVALUATE.
           IF (NOT PA-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN AUD FILE ' WS-PX ': '
                      PA-ST
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM H451-COPY-ONE-AUD UNTIL PA-EOF
              EVALUATE WS-PX
                 WHEN 1
                    CLOSE PA1-FILE
                 WHEN 2
                    CLOSE PA2-FILE
                 WHEN 3
                    CLOSE PA3-FILE
                 WHEN 4
                    CLOSE PA4-FILE
              END-EVALUATE
           END-IF.
           EVALUATE WS-PX
              WHEN 1
                 OPEN INPUT PJ1-FILE
              WHEN 2
                 OPEN INPUT PJ2-FILE
              WHEN 3
                 OPEN INPUT PJ3-FILE
              WHEN 4
                 OPEN INPUT PJ4-FILE
           END-EVALUATE.
           IF (NOT PJ-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN JNL FILE ' WS-PX ': '
                      PJ-ST
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM H455-POST-ONE-JNL UNTIL PJ-EOF
              EVALUATE WS-PX
                 WHEN 1
                    CLOSE PJ1-FILE
                 WHEN 2
                    CLOSE PJ2-FILE
                 WHEN 3
                    CLOSE PJ3-FILE
                 WHEN 4
                    CLOSE PJ4-FILE
              END-EVALUATE
           END-IF.
       H450-END. EXIT.

       H451-COPY-ONE-AUD.
           EVALUATE WS-PX
              WHEN 1
                 READ PA1-FILE INTO AUD-REC
                    AT END SET PA-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PA2-FILE INTO AUD-REC
                    AT END SET PA-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PA3-FILE INTO AUD-REC
                    AT END SET PA-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PA4-FILE INTO AUD-REC
                    AT END SET PA-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PA-EOF
              WRITE AUD-REC
              IF (NOT AUD-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE AUD FILE: ' AUD-ST
              ELSE
                 ADD 1 TO WS-AUD-COUNT
              END-IF
           END-IF.
       H451-END. EXIT.

       H455-POST-ONE-JNL.
           EVALUATE WS-PX
              WHEN 1
                 READ PJ1-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ PJ2-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ PJ3-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
              WHEN 4
                 READ PJ4-FILE INTO WS-JNL-REC
                    AT END SET PJ-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT PJ-EOF
              EVALUATE TRUE
                 WHEN WS-JNL-IS-REF
                    MOVE WS-JNL-REF-VALUE TO REF-VALUE
                    MOVE WS-JNL-REF-POST-DATE TO REF-POST-DATE
                    WRITE REF-REC
                    IF (NOT REF-SUCCESS)
                       DISPLAY 'UNABLE TO WRITE REF FILE: ' REF-ST
                    ELSE
                       ADD 1 TO WS-REF-COUNT
                    END-IF
                 WHEN WS-JNL-IS-RVS
                    MOVE WS-JNL-RVS-ORIG-REF TO RVS-ORIG-REF
                    MOVE WS-JNL-RVS-REF TO RVS-REF
                    MOVE WS-JNL-RVS-POST-DATE TO RVS-POST-DATE
                    MOVE WS-JNL-RVS-ORIG-FUNC TO RVS-ORIG-FUNC
                    MOVE WS-JNL-RVS-ID TO RVS-ID
                    MOVE WS-JNL-RVS-DVZ TO RVS-DVZ
                    WRITE RVS-REC
                    IF (NOT RVS-SUCCESS)
                       DISPLAY 'UNABLE TO WRITE RVS FILE: ' RVS-ST
                    ELSE
                       ADD 1 TO WS-RVS-COUNT
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H455-END. EXIT.

       H500-WRITE-CONTROL-REPORT.
           MOVE SPACES TO CTL-REC.
           STRING 'PBE006 CONTROL REPORT' DELIMITED BY SIZE
                  INTO CTL-REC.
           PERFORM H510-WRITE-CTL-LINE.
           PERFORM VARYING WS-CTL-FX FROM 1 BY 1
                   UNTIL WS-CTL-FX > WS-CTL-USED
              IF WS-CTL-FUNC-TOTAL(WS-CTL-FX) > 0
                 MOVE SPACES TO CTL-REC
                 STRING 'FUNC=' WS-CTL-FUNC-CODE(WS-CTL-FX)
                        ' TOTAL=' WS-CTL-FUNC-TOTAL(WS-CTL-FX)
                        DELIMITED BY SIZE INTO CTL-REC
                 PERFORM H510-WRITE-CTL-LINE
                 PERFORM VARYING WS-CTL-RX FROM 1 BY 1
                         UNTIL WS-CTL-RX > WS-CTL-RC-USED(WS-CTL-FX)
                    MOVE SPACES TO CTL-REC
                    STRING '   RC='
                           WS-CTL-RC-VALUE(WS-CTL-FX WS-CTL-RX)
                           ' COUNT='
                           WS-CTL-RC-COUNT(WS-CTL-FX WS-CTL-RX)
                           DELIMITED BY SIZE INTO CTL-REC
                    PERFORM H510-WRITE-CTL-LINE
                 END-PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO CTL-REC.
           STRING 'GRAND TOTAL=' WS-CTL-GRAND-TOTAL
                  DELIMITED BY SIZE INTO CTL-REC.
           PERFORM H510-WRITE-CTL-LINE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED
              MOVE SPACES TO CTL-REC
              STRING 'PARTITION=' WS-PX
                     ' IDS=' WS-PTN-ID-FROM(WS-PX)
                     '-' WS-PTN-ID-TO(WS-PX)
                     ' RECS IN=' WS-PTN-RECS-IN(WS-PX)
                     ' GRAND TOTAL=' WS-PTN-CTL-GRAND(WS-PX)
                     DELIMITED BY SIZE INTO CTL-REC
              PERFORM H510-WRITE-CTL-LINE
           END-PERFORM.
           IF WS-CTL-FUNC-SUM NOT = WS-CTL-GRAND-TOTAL
              DISPLAY 'PBEGMRG PARTITION CONTROL REPORTS DO NOT '
                      'BALANCE - FUNCS: ' WS-CTL-FUNC-SUM
                      ' GRAND: ' WS-CTL-GRAND-TOTAL
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       H500-END. EXIT.

       H510-WRITE-CTL-LINE.
           WRITE CTL-REC.
           IF (NOT CTL-SUCCESS)
              DISPLAY 'UANBLE TO WRITE CTLFILE: ' CTL-ST
           END-IF.
       H510-END. EXIT.

       H600-WRITE-MERGE-STAMP.
           OPEN OUTPUT MRG-FILE.
           IF (NOT MRG-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 MRG FILE FOR WRITE: ' MRG-ST
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE WS-SPL-DATE TO MRG-SPL-DATE
              MOVE WS-SPL-TIME TO MRG-SPL-TIME
              MOVE WS-STAMP(1:8) TO MRG-RUN-DATE
              MOVE WS-STAMP(9:6) TO MRG-RUN-TIME
              WRITE MRG-REC
              IF (NOT MRG-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE P06 MRG FILE: ' MRG-ST
                 MOVE 16 TO RETURN-CODE
              END-IF
              CLOSE MRG-FILE
           END-IF.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE OUT-FILE.
           CLOSE REJ-FILE.
           CLOSE PST-FILE.
           CLOSE CTL-FILE.
           CLOSE AUD-FILE.
           CLOSE REF-FILE.
           CLOSE RVS-FILE.
           DISPLAY 'PBEGMRG OUT: ' WS-OUT-COUNT
                   ' REJ: ' WS-REJ-COUNT
                   ' PST: ' WS-PST-COUNT
                   ' AUD: ' WS-AUD-COUNT
                   ' REFS: ' WS-REF-COUNT
                   ' RVS: ' WS-RVS-COUNT.
           IF RETURN-CODE > WS-LOG-RETC
              MOVE RETURN-CODE TO WS-LOG-RETC
           END-IF.
           PERFORM H950-WRITE-RUN-LOG.
           DISPLAY 'PROGRAM EXIT WITH RETURN-CODE: ' WS-LOG-RETC.
           MOVE WS-LOG-RETC TO RETURN-CODE.
           STOP RUN.
       H999-END. EXIT.

       H950-WRITE-RUN-LOG.
           OPEN EXTEND LOG-FILE.
           IF (NOT LOG-SUCCESS)
              IF LOG-NOTFOUND
                 OPEN OUTPUT LOG-FILE
              END-IF
           END-IF.
           IF (NOT LOG-SUCCESS)
              DISPLAY 'UNABLE TO OPEN LOG FILE: ' LOG-ST
           ELSE
              MOVE 'PBE006' TO LOG-PROGRAM
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP
              MOVE WS-STAMP(1:8) TO LOG-RUN-DATE
              MOVE WS-STAMP(9:6) TO LOG-RUN-TIME
              MOVE WS-LOG-IN TO LOG-RECS-IN
              MOVE WS-LOG-OUT TO LOG-RECS-OUT
              MOVE WS-LOG-REJ TO LOG-REJECTS
              MOVE WS-LOG-RETC TO LOG-RETC
              WRITE LOG-REC
              IF (NOT LOG-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE LOG FILE: ' LOG-ST
              END-IF
              CLOSE LOG-FILE
           END-IF.
       H950-END. EXIT.
