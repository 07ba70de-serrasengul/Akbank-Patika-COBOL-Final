       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGSPL.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INP-FILE   ASSIGN TO INP-FILE
                             STATUS INP-ST.
           SELECT RNG-FILE   ASSIGN TO P06-RNG-FILE
                             STATUS RNG-ST.
           SELECT HST-FILE   ASSIGN TO PST-HST-FILE
                             STATUS HST-ST.
           SELECT SPL-FILE   ASSIGN TO P06-SPL-FILE
                             STATUS SPL-ST.
           SELECT PI1-FILE   ASSIGN TO P06-PTN-INP-1
                             STATUS PI-ST.
           SELECT PI2-FILE   ASSIGN TO P06-PTN-INP-2
                             STATUS PI-ST.
           SELECT PI3-FILE   ASSIGN TO P06-PTN-INP-3
                             STATUS PI-ST.
           SELECT PI4-FILE   ASSIGN TO P06-PTN-INP-4
                             STATUS PI-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           03 INP-FUNC-TYPE       PIC X(1).
           03 INP-ID              PIC 9(5).
           03 INP-DVZ             PIC 9(3).
           03 INP-AMOUNT          PIC S9(15).
           03 INP-NAME            PIC X(30).
           03 INP-RVS-AREA        REDEFINES INP-NAME.
              05 INP-RVS-ORIG-REF PIC X(12).
              05 FILLER           PIC X(18).
           03 FILLER              PIC X(38).
           03 INP-REF             PIC X(12).
           03 INP-EFF-DATE        PIC 9(8).

       FD  RNG-FILE RECORDING MODE F.
       01  RNG-REC.
           03 RNG-PTN             PIC 9(1).
           03 RNG-ID-FROM         PIC 9(5).
           03 RNG-ID-TO           PIC 9(5).

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

       FD  SPL-FILE RECORDING MODE F.
       01  SPL-REC.
           03 SPL-PTN             PIC 9(1).
           03 SPL-ID-FROM         PIC 9(5).
           03 SPL-ID-TO           PIC 9(5).
           03 SPL-REC-COUNT       PIC 9(7).
           03 SPL-HASH-TOTAL      PIC S9(15).
           03 SPL-DATE            PIC 9(8).
           03 SPL-TIME            PIC 9(6).

       FD  PI1-FILE RECORDING MODE F.
       01  PI1-REC                PIC X(112).

       FD  PI2-FILE RECORDING MODE F.
       01  PI2-REC                PIC X(112).

       FD  PI3-FILE RECORDING MODE F.
       01  PI3-REC                PIC X(112).

       FD  PI4-FILE RECORDING MODE F.
       01  PI4-REC                PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 INP-ST               PIC 9(2).
              88 INP-SUCCESS             VALUE 00 97.
              88 INP-EOF                 VALUE 10.
           03 RNG-ST               PIC 9(2).
              88 RNG-SUCCESS             VALUE 00 97.
              88 RNG-EOF                 VALUE 10.
           03 HST-ST               PIC 9(2).
              88 HST-SUCCESS             VALUE 00 97.
              88 HST-NOTFOUND            VALUE 35.
              88 HST-EOF                 VALUE 10.
           03 SPL-ST               PIC 9(2).
              88 SPL-SUCCESS             VALUE 00 97.
           03 PI-ST                PIC 9(2).
              88 PI-SUCCESS              VALUE 00 97.
           03 WS-STAMP             PIC X(21).
           03 WS-SPL-DATE          PIC 9(8).
           03 WS-SPL-TIME          PIC 9(6).
           03 WS-RNG-ERRORS        PIC 9(3) VALUE 0.
           03 WS-NEXT-FROM         PIC 9(6) VALUE 0.
           03 WS-ROUTE-ID          PIC 9(5) VALUE 0.
           03 WS-IN-COUNT          PIC 9(7) VALUE 0.
           03 WS-IN-HASH           PIC S9(15) VALUE 0.
           03 WS-OUT-COUNT         PIC 9(7) VALUE 0.
           03 WS-OUT-HASH          PIC S9(15) VALUE 0.
           03 WS-HASH-ED           PIC -(14)9.
           03 WS-RVS-ROUTED        PIC 9(7) VALUE 0.
           03 WS-RVS-UNRESOLVED    PIC 9(7) VALUE 0.
           03 WS-REF-FOLLOWED      PIC 9(7) VALUE 0.
       01  WS-PTN-TABLE.
           03 WS-PTN-MAX           PIC 9(1) VALUE 4.
           03 WS-PTN-USED          PIC 9(1) VALUE 0.
           03 WS-PX                PIC 9(1) VALUE 0.
           03 WS-PTN-TBL OCCURS 4 TIMES.
              05 WS-PTN-ID-FROM    PIC 9(5).
              05 WS-PTN-ID-TO      PIC 9(5).
              05 WS-PTN-COUNT      PIC 9(7) VALUE 0.
              05 WS-PTN-HASH       PIC S9(15) VALUE 0.
       01  WS-RVS-TABLE.
           03 WS-RVS-USED          PIC 9(4) VALUE 0.
           03 WS-RVS-X             PIC 9(4) VALUE 0.
           03 WS-RVS-MAX           PIC 9(4) VALUE 5000.
           03 WS-RVS-OVERFLOW      PIC 9(7) VALUE 0.
           03 WS-RVS-TBL OCCURS 5000 TIMES.
              05 WS-RVS-ORIG-REF   PIC X(12).
              05 WS-RVS-ID         PIC 9(5).
              05 WS-RVS-FOUND      PIC X(1).
                 88 RVS-FOUND            VALUE 'Y'.
       01  WS-REF-TABLE.
           03 WS-REF-USED          PIC 9(5) VALUE 0.
           03 WS-REF-X             PIC 9(5) VALUE 0.
           03 WS-REF-MAX           PIC 9(5) VALUE 20000.
           03 WS-REF-FULL          PIC X(1) VALUE 'N'.
              88 REF-TABLE-FULL          VALUE 'Y'.
           03 WS-REF-TBL OCCURS 20000 TIMES.
              05 WS-REF-ENTRY      PIC X(12).
              05 WS-REF-PTN        PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE WS-STAMP(1:8) TO WS-SPL-DATE.
           MOVE WS-STAMP(9:6) TO WS-SPL-TIME.
           PERFORM H100-LOAD-RANGES.
           PERFORM H200-COLLECT-REVERSALS.
           PERFORM H250-RESOLVE-REVERSALS.
           PERFORM H300-OPEN-PARTITIONS.
           PERFORM H400-SPLIT UNTIL INP-EOF.
           PERFORM H500-WRITE-SPLIT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-LOAD-RANGES.
           OPEN INPUT RNG-FILE.
           IF (NOT RNG-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 RNG FILE: ' RNG-ST
              MOVE RNG-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H110-LOAD-ONE-RANGE UNTIL RNG-EOF.
           CLOSE RNG-FILE.
           IF WS-PTN-USED = ZEROS
              DISPLAY 'PBEGSPL NO PARTITIONS IN P06 RNG FILE'
              ADD 1 TO WS-RNG-ERRORS
           END-IF.
           IF WS-NEXT-FROM NOT = 100000
              DISPLAY 'PBEGSPL RANGES DO NOT COVER IDS UP TO 99999'
              ADD 1 TO WS-RNG-ERRORS
           END-IF.
           IF WS-RNG-ERRORS > 0
              DISPLAY 'PBEGSPL PARTITION RANGES INVALID - ERRORS: '
                      WS-RNG-ERRORS ' - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.

       H110-LOAD-ONE-RANGE.
           READ RNG-FILE
              AT END SET RNG-EOF TO TRUE
           END-READ.
           IF NOT RNG-EOF
              EVALUATE TRUE
                 WHEN WS-PTN-USED NOT < WS-PTN-MAX
                    DISPLAY 'PBEGSPL MORE THAN ' WS-PTN-MAX
                            ' PARTITIONS - RANGE IGNORED: ' RNG-REC
                    ADD 1 TO WS-RNG-ERRORS
                 WHEN RNG-PTN NOT NUMERIC
                      OR RNG-PTN NOT = WS-PTN-USED + 1
                    DISPLAY 'PBEGSPL PARTITION OUT OF SEQUENCE: '
                            RNG-REC
                    ADD 1 TO WS-RNG-ERRORS
                 WHEN RNG-ID-FROM NOT NUMERIC
                      OR RNG-ID-TO NOT NUMERIC
                      OR RNG-ID-TO < RNG-ID-FROM
                    DISPLAY 'PBEGSPL INVALID ID RANGE: ' RNG-REC
                    ADD 1 TO WS-RNG-ERRORS
                 WHEN RNG-ID-FROM NOT = WS-NEXT-FROM
                    DISPLAY 'PBEGSPL GAP OR OVERLAP AT RANGE: '
                            RNG-REC
                    ADD 1 TO WS-RNG-ERRORS
                 WHEN OTHER
                    ADD 1 TO WS-PTN-USED
                    MOVE RNG-ID-FROM TO WS-PTN-ID-FROM(WS-PTN-USED)
                    MOVE RNG-ID-TO TO WS-PTN-ID-TO(WS-PTN-USED)
                    COMPUTE WS-NEXT-FROM = RNG-ID-TO + 1
                    DISPLAY 'PBEGSPL PARTITION ' RNG-PTN ' IDS '
                            RNG-ID-FROM '-' RNG-ID-TO
              END-EVALUATE
           END-IF.
       H110-END. EXIT.

       H200-COLLECT-REVERSALS.
           OPEN INPUT INP-FILE.
           IF (NOT INP-SUCCESS)
              DISPLAY 'UNABLE TO READ INPFILE: ' INP-ST
              MOVE INP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H210-COLLECT-ONE UNTIL INP-EOF.
           CLOSE INP-FILE.
           IF WS-RVS-OVERFLOW > 0
              DISPLAY 'PBEGSPL REVERSAL TABLE FULL - REVERSALS ROUTED '
                      'BY KEYED ID: ' WS-RVS-OVERFLOW
              MOVE 8 TO RETURN-CODE
           END-IF.
       H200-END. EXIT.

       H210-COLLECT-ONE.
           READ INP-FILE
              AT END SET INP-EOF TO TRUE
           END-READ.
           IF NOT INP-EOF
              IF INP-FUNC-TYPE = 'V' AND INP-RVS-ORIG-REF NOT = SPACES
                 PERFORM H220-FIND-REVERSAL
                 IF WS-RVS-X > WS-RVS-USED
                    IF WS-RVS-USED < WS-RVS-MAX
                       ADD 1 TO WS-RVS-USED
                       MOVE INP-RVS-ORIG-REF
                         TO WS-RVS-ORIG-REF(WS-RVS-USED)
                       MOVE ZEROS TO WS-RVS-ID(WS-RVS-USED)
                       MOVE 'N' TO WS-RVS-FOUND(WS-RVS-USED)
                    ELSE
                       ADD 1 TO WS-RVS-OVERFLOW
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H210-END. EXIT.

       H220-FIND-REVERSAL.
           MOVE 1 TO WS-RVS-X.
           PERFORM UNTIL WS-RVS-X > WS-RVS-USED
                   OR WS-RVS-ORIG-REF(WS-RVS-X) = INP-RVS-ORIG-REF
              ADD 1 TO WS-RVS-X
           END-PERFORM.
       H220-END. EXIT.

       H250-RESOLVE-REVERSALS.
           IF WS-RVS-USED > 0
              OPEN INPUT HST-FILE
              IF HST-SUCCESS
                 PERFORM H260-RESOLVE-ONE UNTIL HST-EOF
                 CLOSE HST-FILE
              ELSE
                 IF NOT HST-NOTFOUND
                    DISPLAY 'UNABLE TO OPEN PST HISTORY FILE: ' HST-ST
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       H250-END. EXIT.

       H260-RESOLVE-ONE.
           READ HST-FILE
              AT END SET HST-EOF TO TRUE
           END-READ.
           IF NOT HST-EOF
              MOVE 1 TO WS-RVS-X
              PERFORM UNTIL WS-RVS-X > WS-RVS-USED
                      OR WS-RVS-ORIG-REF(WS-RVS-X) = HST-REF
                 ADD 1 TO WS-RVS-X
              END-PERFORM
              IF WS-RVS-X NOT > WS-RVS-USED
                 MOVE HST-ID TO WS-RVS-ID(WS-RVS-X)
                 SET RVS-FOUND(WS-RVS-X) TO TRUE
              END-IF
           END-IF.
       H260-END. EXIT.

       H300-OPEN-PARTITIONS.
           PERFORM H310-OPEN-ONE-PARTITION
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED.
           OPEN INPUT INP-FILE.
           IF (NOT INP-SUCCESS)
              DISPLAY 'UNABLE TO READ INPFILE: ' INP-ST
              MOVE INP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H300-END. EXIT.

       H310-OPEN-ONE-PARTITION.
           EVALUATE WS-PX
              WHEN 1
                 OPEN OUTPUT PI1-FILE
              WHEN 2
                 OPEN OUTPUT PI2-FILE
              WHEN 3
                 OPEN OUTPUT PI3-FILE
              WHEN 4
                 OPEN OUTPUT PI4-FILE
           END-EVALUATE.
           IF (NOT PI-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 PTN INP FILE ' WS-PX ': '
                      PI-ST
              MOVE PI-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H310-END. EXIT.

       H400-SPLIT.
           READ INP-FILE
              AT END SET INP-EOF TO TRUE
           END-READ.
           IF NOT INP-EOF
              ADD 1 TO WS-IN-COUNT
              IF INP-AMOUNT IS NUMERIC
                 ADD INP-AMOUNT TO WS-IN-HASH
              END-IF
              PERFORM H410-ROUTE-RECORD
              PERFORM H430-WRITE-PARTITION
           END-IF.
       H400-END. EXIT.

       H410-ROUTE-RECORD.
           MOVE 0 TO WS-PX.
           IF INP-REF NOT = SPACES
              MOVE 1 TO WS-REF-X
              PERFORM UNTIL WS-REF-X > WS-REF-USED
                      OR WS-REF-ENTRY(WS-REF-X) = INP-REF
                 ADD 1 TO WS-REF-X
              END-PERFORM
              IF WS-REF-X NOT > WS-REF-USED
                 MOVE WS-REF-PTN(WS-REF-X) TO WS-PX
                 ADD 1 TO WS-REF-FOLLOWED
              END-IF
           END-IF.
           IF WS-PX = 0
              PERFORM H415-ROUTE-ID
              PERFORM H420-FIND-PARTITION
              IF INP-REF NOT = SPACES
                 IF WS-REF-USED < WS-REF-MAX
                    ADD 1 TO WS-REF-USED
                    MOVE INP-REF TO WS-REF-ENTRY(WS-REF-USED)
                    MOVE WS-PX TO WS-REF-PTN(WS-REF-USED)
                 ELSE
                    IF NOT REF-TABLE-FULL
                       DISPLAY 'PBEGSPL REF TABLE FULL - DUPLICATE '
                               'REFS ROUTED BY ID FROM REF ' INP-REF
                       SET REF-TABLE-FULL TO TRUE
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H410-END. EXIT.

       H415-ROUTE-ID.
           MOVE ZEROS TO WS-ROUTE-ID.
           IF INP-ID IS NUMERIC
              MOVE INP-ID TO WS-ROUTE-ID
           END-IF.
           IF INP-FUNC-TYPE = 'V'
              PERFORM H220-FIND-REVERSAL
              IF WS-RVS-X NOT > WS-RVS-USED
                 AND RVS-FOUND(WS-RVS-X)
                 MOVE WS-RVS-ID(WS-RVS-X) TO WS-ROUTE-ID
                 ADD 1 TO WS-RVS-ROUTED
              ELSE
                 ADD 1 TO WS-RVS-UNRESOLVED
              END-IF
           END-IF.
       H415-END. EXIT.

       H420-FIND-PARTITION.
           MOVE 1 TO WS-PX.
           PERFORM UNTIL WS-PX = WS-PTN-USED
                   OR WS-ROUTE-ID NOT > WS-PTN-ID-TO(WS-PX)
              ADD 1 TO WS-PX
           END-PERFORM.
       H420-END. EXIT.

       H430-WRITE-PARTITION.
           EVALUATE WS-PX
              WHEN 1
                 WRITE PI1-REC FROM INP-REC
              WHEN 2
                 WRITE PI2-REC FROM INP-REC
              WHEN 3
                 WRITE PI3-REC FROM INP-REC
              WHEN 4
                 WRITE PI4-REC FROM INP-REC
           END-EVALUATE.
           IF (NOT PI-SUCCESS)
              DISPLAY 'UNABLE TO WRITE P06 PTN INP FILE ' WS-PX ': '
                      PI-ST
           ELSE
              ADD 1 TO WS-PTN-COUNT(WS-PX)
              IF INP-AMOUNT IS NUMERIC
                 ADD INP-AMOUNT TO WS-PTN-HASH(WS-PX)
              END-IF
           END-IF.
       H430-END. EXIT.

       H500-WRITE-SPLIT-TOTALS.
           OPEN OUTPUT SPL-FILE.
           IF (NOT SPL-SUCCESS)
              DISPLAY 'UNABLE TO OPEN P06 SPL FILE: ' SPL-ST
              MOVE SPL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H510-WRITE-ONE-TOTAL
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED.
           CLOSE SPL-FILE.
           MOVE WS-IN-HASH TO WS-HASH-ED.
           DISPLAY 'PBEGSPL INPUT RECORDS: ' WS-IN-COUNT
                   ' HASH: ' WS-HASH-ED.
           IF WS-RVS-ROUTED > 0 OR WS-RVS-UNRESOLVED > 0
              DISPLAY 'PBEGSPL REVERSALS ROUTED BY ORIGINAL ID: '
                      WS-RVS-ROUTED ' ORIGINAL NOT IN HISTORY: '
                      WS-RVS-UNRESOLVED
           END-IF.
           IF WS-REF-FOLLOWED > 0
              DISPLAY 'PBEGSPL REPEATED REFS KEPT WITH FIRST '
                      'PARTITION: ' WS-REF-FOLLOWED
           END-IF.
           IF WS-OUT-COUNT NOT = WS-IN-COUNT
              OR WS-OUT-HASH NOT = WS-IN-HASH
              MOVE WS-OUT-HASH TO WS-HASH-ED
              DISPLAY 'PBEGSPL PARTITION TOTALS DO NOT MATCH INPUT - '
                      'RECORDS: ' WS-OUT-COUNT ' HASH: ' WS-HASH-ED
              DISPLAY 'PBEGSPL SPLIT UNUSABLE - DO NOT RUN PARTITIONS'
              MOVE 16 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.

       H510-WRITE-ONE-TOTAL.
           MOVE WS-PX TO SPL-PTN.
           MOVE WS-PTN-ID-FROM(WS-PX) TO SPL-ID-FROM.
           MOVE WS-PTN-ID-TO(WS-PX) TO SPL-ID-TO.
           MOVE WS-PTN-COUNT(WS-PX) TO SPL-REC-COUNT.
           MOVE WS-PTN-HASH(WS-PX) TO SPL-HASH-TOTAL.
           MOVE WS-SPL-DATE TO SPL-DATE.
           MOVE WS-SPL-TIME TO SPL-TIME.
           WRITE SPL-REC.
           IF (NOT SPL-SUCCESS)
              DISPLAY 'UNABLE TO WRITE P06 SPL FILE: ' SPL-ST
              MOVE 16 TO RETURN-CODE
           END-IF.
           ADD WS-PTN-COUNT(WS-PX) TO WS-OUT-COUNT.
           ADD WS-PTN-HASH(WS-PX) TO WS-OUT-HASH.
           MOVE WS-PTN-HASH(WS-PX) TO WS-HASH-ED.
           DISPLAY 'PBEGSPL PARTITION ' WS-PX ' RECORDS: '
                   WS-PTN-COUNT(WS-PX) ' HASH: ' WS-HASH-ED.
       H510-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE INP-FILE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTN-USED
              EVALUATE WS-PX
                 WHEN 1
                    CLOSE PI1-FILE
                 WHEN 2
                    CLOSE PI2-FILE
                 WHEN 3
                    CLOSE PI3-FILE
                 WHEN 4
                    CLOSE PI4-FILE
              END-EVALUATE
           END-PERFORM.
           STOP RUN.
       H999-END. EXIT.
