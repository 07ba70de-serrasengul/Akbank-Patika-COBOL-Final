       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGSCR.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INP-FILE   ASSIGN TO INP-FILE
                             STATUS INP-ST.
           SELECT SCO-FILE   ASSIGN TO SCR-OUT-FILE
                             STATUS SCO-ST.
           SELECT WLS-FILE   ASSIGN TO WLS-FILE
                             STATUS WLS-ST.
           SELECT CLR-FILE   ASSIGN TO SCR-CLR-FILE
                             STATUS CLR-ST.
           SELECT SRV-FILE   ASSIGN TO SCR-HLD-FILE
                             STATUS SRV-ST.
           SELECT IDX-FILE   ASSIGN IDX-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT RPT-FILE   ASSIGN TO SCR-RPT-FILE
                             STATUS RPT-ST.
           SELECT LOG-FILE   ASSIGN TO LOG-FILE
                             STATUS LOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           03 INP-FUNC-TYPE       PIC X(1).
           03 INP-ID              PIC 9(5).
           03 INP-DVZ             PIC 9(3).
           03 INP-AMOUNT          PIC S9(15).
           03 INP-NAME            PIC X(30).
           03 INP-TFR-AREA        REDEFINES INP-NAME.
              05 INP-DVZ-TO       PIC 9(3).
              05 FILLER           PIC X(27).
           03 INP-DATE            PIC S9(7).
           03 INP-BAL             PIC S9(15).
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
       01  INP-HDR-REC REDEFINES INP-REC.
           03 INP-HDR-TYPE        PIC X(1).
           03 INP-HDR-BATCH-ID    PIC 9(8).
           03 FILLER              PIC X(103).
       01  INP-TRL-REC REDEFINES INP-REC.
           03 INP-TRL-TYPE        PIC X(1).
           03 INP-TRL-BATCH-ID    PIC 9(8).
           03 INP-TRL-REC-COUNT   PIC 9(7).
           03 INP-TRL-HASH-TOTAL  PIC S9(15).
           03 FILLER              PIC X(81).

       FD  SCO-FILE RECORDING MODE F.
       01  SCO-REC                PIC X(112).

       FD  WLS-FILE RECORDING MODE F.
       01  WLS-REC.
           03 WLS-NAME            PIC X(30).
           03 WLS-ID              PIC 9(5).
           03 WLS-SOURCE          PIC X(8).
           03 WLS-MATCH-TYPE      PIC X(1).

       FD  CLR-FILE RECORDING MODE F.
       01  CLR-REC                PIC X(112).

       FD  SRV-FILE RECORDING MODE F.
       01  SRV-REC.
           03 SRV-INP-REC.
              05 SRV-FUNC-TYPE    PIC X(1).
              05 SRV-ID           PIC 9(5).
              05 SRV-DVZ          PIC 9(3).
              05 SRV-AMOUNT       PIC S9(15).
              05 SRV-NAME         PIC X(30).
              05 SRV-DATE         PIC S9(7).
              05 SRV-BAL          PIC S9(15).
              05 SRV-OD-FLAG      PIC X(1).
              05 SRV-OD-LIMIT     PIC 9(15).
              05 SRV-REF          PIC X(12).
              05 SRV-EFF-DATE     PIC 9(8).
           03 SRV-BATCH-ID        PIC 9(8).
           03 SRV-HELD-DATE       PIC 9(8).
           03 SRV-PARTY           PIC X(1).
           03 SRV-MATCH           PIC X(1).
           03 SRV-SCREENED-NAME   PIC X(30).
           03 SRV-WL-NAME         PIC X(30).
           03 SRV-WL-ID           PIC 9(5).
           03 SRV-WL-SOURCE       PIC X(8).
           03 SRV-WL-MATCH-TYPE   PIC X(1).

       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID           PIC S9(05)   COMP-3.
              05 IDX-DVZ          PIC S9(03)   COMP.
           03 IDX-NAME            PIC X(30).
           03 IDX-DATE            PIC S9(7)    COMP-3.
           03 IDX-BALLANCE        PIC S9(15)   COMP-3.
           03 IDX-OD-FLAG         PIC X(1).
           03 IDX-OD-LIMIT        PIC S9(15)   COMP-3.
           03 IDX-STATUS          PIC X(1).
              88 IDX-IS-ACTIVE          VALUE 'A'.
              88 IDX-IS-FROZEN          VALUE 'F'.
              88 IDX-IS-CLOSED          VALUE 'C'.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                PIC X(132).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-PROGRAM         PIC X(8).
           03 LOG-RUN-DATE        PIC X(8).
           03 LOG-RUN-TIME        PIC X(6).
           03 LOG-RECS-IN         PIC 9(7).
           03 LOG-RECS-OUT        PIC 9(7).
           03 LOG-REJECTS         PIC 9(7).
           03 LOG-RETC            PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 INP-ST               PIC 9(2).
              88 INP-SUCCESS             VALUE 00 97.
              88 INP-EOF                 VALUE 10.
           03 SCO-ST               PIC 9(2).
              88 SCO-SUCCESS             VALUE 00 97.
           03 WLS-ST               PIC 9(2).
              88 WLS-SUCCESS             VALUE 00 97.
              88 WLS-EOF                 VALUE 10.
           03 CLR-ST               PIC 9(2).
              88 CLR-SUCCESS             VALUE 00 97.
              88 CLR-NOTFOUND            VALUE 35.
              88 CLR-EOF                 VALUE 10.
           03 SRV-ST               PIC 9(2).
              88 SRV-SUCCESS             VALUE 00 97.
              88 SRV-NOTFOUND            VALUE 35.
           03 IDX-ST               PIC 9(2).
              88 IDX-SUCCESS             VALUE 00 97.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 LOG-ST               PIC 9(2).
              88 LOG-SUCCESS             VALUE 00 97.
              88 LOG-NOTFOUND            VALUE 35.
           03 WS-LOG-STAMP         PIC X(21).
           03 WS-RUN-DATE          PIC 9(8).
           03 WS-BATCH-ID          PIC 9(8) VALUE 0.
           03 WS-PULL-COUNT        PIC 9(7) VALUE 0.
           03 WS-PULL-HASH         PIC S9(15) VALUE 0.
           03 WS-SCREEN-ID         PIC 9(5).
           03 WS-HIT-FLAG          PIC X(1).
              88 HIT-FOUND               VALUE 'Y'.
           03 WS-HIT-PARTY         PIC X(1).
           03 WS-HIT-MATCH         PIC X(1).
           03 WS-HIT-WX            PIC 9(5).
           03 WS-HIT-NAME          PIC X(30).
           03 WS-CLEARED-FLAG      PIC X(1).
              88 ITEM-CLEARED            VALUE 'Y'.
           03 WS-IN-COUNT          PIC 9(7) VALUE 0.
           03 WS-OUT-COUNT         PIC 9(7) VALUE 0.
           03 WS-SCREEN-COUNT      PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT        PIC 9(7) VALUE 0.
           03 WS-PASSED-COUNT      PIC 9(7) VALUE 0.
           03 WS-NOACCT-COUNT      PIC 9(7) VALUE 0.
           03 WS-COUNT-ED          PIC 9(7).
           03 WS-HASH-ED           PIC -(14)9.
       01  WS-NAME-AREA.
           03 WS-SCR-NAME          PIC X(30).
           03 WS-NRM-FIRST         PIC X(15).
           03 WS-NRM-LAST          PIC X(15).
           03 WS-NRM-FULL          PIC X(30).
           03 WS-INDEX-I           PIC 9(2).
           03 WS-INDEX-J           PIC 9(2).
       01  WS-WL-TABLE.
           03 WS-WL-USED           PIC 9(5) VALUE 0.
           03 WS-WL-MAX            PIC 9(5) VALUE 5000.
           03 WS-WX                PIC 9(5) VALUE 0.
           03 WS-WL-TBL OCCURS 5000 TIMES.
              05 WS-WL-NAME        PIC X(30).
              05 WS-WL-ID          PIC 9(5).
              05 WS-WL-SOURCE      PIC X(8).
              05 WS-WL-MATCH-TYPE  PIC X(1).
              05 WS-WL-FIRST       PIC X(15).
              05 WS-WL-LAST        PIC X(15).
              05 WS-WL-FULL        PIC X(30).
       01  WS-CLR-TABLE.
           03 WS-CLR-USED          PIC 9(4) VALUE 0.
           03 WS-CX                PIC 9(4) VALUE 0.
           03 WS-CLR-OVERFLOW      PIC 9(7) VALUE 0.
           03 WS-CLR-KEPT          PIC 9(4) VALUE 0.
           03 WS-CLR-TBL OCCURS 2000 TIMES.
              05 WS-CLR-REC        PIC X(112).
              05 WS-CLR-TAKEN      PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL INP-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-LOAD-WATCH-LIST.
           PERFORM H120-LOAD-CLEARED.
           OPEN INPUT INP-FILE.
           IF (NOT INP-SUCCESS)
              DISPLAY 'UNABLE TO OPEN INP FILE: ' INP-ST
              MOVE INP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDX FILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SCO-FILE.
           IF (NOT SCO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN SCR OUT FILE: ' SCO-ST
              MOVE SCO-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND SRV-FILE.
           IF (NOT SRV-SUCCESS)
              IF SRV-NOTFOUND
                 OPEN OUTPUT SRV-FILE
              END-IF
           END-IF.
           IF (NOT SRV-SUCCESS)
              DISPLAY 'UNABLE TO OPEN SCR HLD FILE: ' SRV-ST
              MOVE SRV-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPT FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGSCR WATCH-LIST SCREENING ' WS-RUN-DATE
                  ' - LIST ENTRIES: ' WS-WL-USED
                  ' - CLEARED ITEMS: ' WS-CLR-USED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H100-END. EXIT.

       H110-LOAD-WATCH-LIST.
           OPEN INPUT WLS-FILE.
           IF (NOT WLS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN WLS FILE: ' WLS-ST
                      ' - SCREENING NOT POSSIBLE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H111-LOAD-ONE-ENTRY UNTIL WLS-EOF.
           CLOSE WLS-FILE.
       H110-END. EXIT.

       H111-LOAD-ONE-ENTRY.
           READ WLS-FILE
              AT END SET WLS-EOF TO TRUE
           END-READ.
           IF NOT WLS-EOF
              IF WS-WL-USED NOT < WS-WL-MAX
                 DISPLAY 'WATCH LIST TABLE FULL - RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-WL-USED
              MOVE WLS-NAME TO WS-WL-NAME(WS-WL-USED)
              IF WLS-ID IS NUMERIC
                 MOVE WLS-ID TO WS-WL-ID(WS-WL-USED)
              ELSE
                 MOVE ZEROS TO WS-WL-ID(WS-WL-USED)
              END-IF
              MOVE WLS-SOURCE TO WS-WL-SOURCE(WS-WL-USED)
              IF WLS-MATCH-TYPE = 'E'
                 MOVE 'E' TO WS-WL-MATCH-TYPE(WS-WL-USED)
              ELSE
                 MOVE 'C' TO WS-WL-MATCH-TYPE(WS-WL-USED)
              END-IF
              MOVE WLS-NAME TO WS-SCR-NAME
              PERFORM H400-NORMALISE-NAME
              MOVE WS-NRM-FIRST TO WS-WL-FIRST(WS-WL-USED)
              MOVE WS-NRM-LAST TO WS-WL-LAST(WS-WL-USED)
              MOVE WS-NRM-FULL TO WS-WL-FULL(WS-WL-USED)
           END-IF.
       H111-END. EXIT.

       H120-LOAD-CLEARED.
           OPEN INPUT CLR-FILE.
           IF CLR-SUCCESS
              PERFORM H121-LOAD-ONE-CLEARED UNTIL CLR-EOF
              CLOSE CLR-FILE
           ELSE
              IF NOT CLR-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN CLR FILE: ' CLR-ST
              END-IF
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-CLEARED.
           READ CLR-FILE
              AT END SET CLR-EOF TO TRUE
           END-READ.
           IF NOT CLR-EOF
              IF WS-CLR-USED < 2000
                 ADD 1 TO WS-CLR-USED
                 MOVE CLR-REC TO WS-CLR-REC(WS-CLR-USED)
                 MOVE 'N' TO WS-CLR-TAKEN(WS-CLR-USED)
              ELSE
                 DISPLAY 'CLEARED TABLE FULL - ITEM WILL BE RESCREENED'
                 ADD 1 TO WS-CLR-OVERFLOW
              END-IF
           END-IF.
       H121-END. EXIT.

       H200-PROCESS.
           READ INP-FILE
              AT END SET INP-EOF TO TRUE
           END-READ.
           IF NOT INP-EOF
              ADD 1 TO WS-IN-COUNT
              EVALUATE INP-FUNC-TYPE
                 WHEN 'H'
                    MOVE 0 TO WS-PULL-COUNT
                    MOVE 0 TO WS-PULL-HASH
                    MOVE ZEROS TO WS-BATCH-ID
                    IF INP-HDR-BATCH-ID IS NUMERIC
                       MOVE INP-HDR-BATCH-ID TO WS-BATCH-ID
                    END-IF
                    PERFORM H300-WRITE-THROUGH
                 WHEN 'Z'
                    PERFORM H220-ADJUST-TRAILER
                    PERFORM H300-WRITE-THROUGH
                 WHEN OTHER
                    PERFORM H210-SCREEN-DETAIL
              END-EVALUATE
           END-IF.
       H200-END. EXIT.

       H210-SCREEN-DETAIL.
           MOVE 'N' TO WS-HIT-FLAG.
           MOVE 'N' TO WS-CLEARED-FLAG.
           IF INP-FUNC-TYPE = 'W' OR INP-FUNC-TYPE = 'U'
              OR INP-FUNC-TYPE = 'A' OR INP-FUNC-TYPE = 'T'
              OR (INP-FUNC-TYPE = 'M' AND INP-CUS-FIELD = 'N')
              PERFORM H230-CHECK-CLEARED
              IF NOT ITEM-CLEARED
                 ADD 1 TO WS-SCREEN-COUNT
                 PERFORM H240-SCREEN-PARTIES
              END-IF
           END-IF.
           IF HIT-FOUND
              PERFORM H250-HOLD-FOR-REVIEW
           ELSE
              PERFORM H300-WRITE-THROUGH
           END-IF.
       H210-END. EXIT.

       H220-ADJUST-TRAILER.
           IF WS-PULL-COUNT > ZEROS
              IF INP-TRL-REC-COUNT IS NUMERIC
                 AND INP-TRL-REC-COUNT NOT < WS-PULL-COUNT
                 SUBTRACT WS-PULL-COUNT FROM INP-TRL-REC-COUNT
              END-IF
              IF INP-TRL-HASH-TOTAL IS NUMERIC
                 SUBTRACT WS-PULL-HASH FROM INP-TRL-HASH-TOTAL
              END-IF
              MOVE WS-PULL-COUNT TO WS-COUNT-ED
              MOVE WS-PULL-HASH TO WS-HASH-ED
              MOVE SPACES TO RPT-REC
              STRING 'BATCH ' WS-BATCH-ID ' TRAILER REDUCED BY '
                     WS-COUNT-ED ' ITEMS HASH ' WS-HASH-ED
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
           MOVE 0 TO WS-PULL-COUNT.
           MOVE 0 TO WS-PULL-HASH.
       H220-END. EXIT.

       H230-CHECK-CLEARED.
           MOVE 1 TO WS-CX.
           PERFORM UNTIL WS-CX > WS-CLR-USED OR ITEM-CLEARED
              IF WS-CLR-TAKEN(WS-CX) = 'N'
                 AND WS-CLR-REC(WS-CX) = INP-REC
                 MOVE 'Y' TO WS-CLR-TAKEN(WS-CX)
                 SET ITEM-CLEARED TO TRUE
              ELSE
                 ADD 1 TO WS-CX
              END-IF
           END-PERFORM.
           IF ITEM-CLEARED
              ADD 1 TO WS-PASSED-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'CLEARED BY COMPLIANCE - PASSED REF ' INP-REF
                     ' FUNC ' INP-FUNC-TYPE ' ID ' INP-ID
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H230-END. EXIT.

       H240-SCREEN-PARTIES.
           MOVE ZEROS TO WS-SCREEN-ID.
           IF INP-ID IS NUMERIC
              MOVE INP-ID TO WS-SCREEN-ID
           END-IF.
           IF INP-FUNC-TYPE = 'T'
              IF INP-ID IS NUMERIC AND INP-DVZ IS NUMERIC
                 MOVE INP-ID TO IDX-ID
                 MOVE INP-DVZ TO IDX-DVZ
                 MOVE 'S' TO WS-HIT-PARTY
                 PERFORM H245-SCREEN-ACCOUNT
              END-IF
              IF NOT HIT-FOUND
                 AND INP-ID IS NUMERIC AND INP-DVZ-TO IS NUMERIC
                 MOVE INP-ID TO IDX-ID
                 MOVE INP-DVZ-TO TO IDX-DVZ
                 MOVE 'T' TO WS-HIT-PARTY
                 PERFORM H245-SCREEN-ACCOUNT
              END-IF
           ELSE
              MOVE 'N' TO WS-HIT-PARTY
              MOVE INP-NAME TO WS-SCR-NAME
              PERFORM H410-MATCH-NAME
           END-IF.
       H240-END. EXIT.

       H245-SCREEN-ACCOUNT.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 ADD 1 TO WS-NOACCT-COUNT
                 MOVE SPACES TO WS-SCR-NAME
              NOT INVALID KEY
                 MOVE IDX-NAME TO WS-SCR-NAME
           END-READ.
           PERFORM H410-MATCH-NAME.
       H245-END. EXIT.

       H250-HOLD-FOR-REVIEW.
           MOVE SPACES TO SRV-REC.
           MOVE INP-REC TO SRV-INP-REC.
           MOVE WS-BATCH-ID TO SRV-BATCH-ID.
           MOVE WS-RUN-DATE TO SRV-HELD-DATE.
           MOVE WS-HIT-PARTY TO SRV-PARTY.
           MOVE WS-HIT-MATCH TO SRV-MATCH.
           MOVE WS-HIT-NAME TO SRV-SCREENED-NAME.
           MOVE WS-WL-NAME(WS-HIT-WX) TO SRV-WL-NAME.
           MOVE WS-WL-ID(WS-HIT-WX) TO SRV-WL-ID.
           MOVE WS-WL-SOURCE(WS-HIT-WX) TO SRV-WL-SOURCE.
           MOVE WS-WL-MATCH-TYPE(WS-HIT-WX) TO SRV-WL-MATCH-TYPE.
           WRITE SRV-REC.
           IF (NOT SRV-SUCCESS)
              DISPLAY 'UNABLE TO WRITE SCR HLD FILE: ' SRV-ST
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-PULL-COUNT.
           IF INP-AMOUNT IS NUMERIC
              ADD INP-AMOUNT TO WS-PULL-HASH
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'HELD REF ' INP-REF ' FUNC ' INP-FUNC-TYPE
                  ' ID ' INP-ID ' PARTY ' WS-HIT-PARTY
                  ' ' WS-HIT-NAME
                  ' MATCH ' WS-HIT-MATCH
                  ' LIST ' WS-WL-SOURCE(WS-HIT-WX)
                  ' ' WS-WL-NAME(WS-HIT-WX)
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H250-END. EXIT.

       H300-WRITE-THROUGH.
           WRITE SCO-REC FROM INP-REC.
           IF (NOT SCO-SUCCESS)
              DISPLAY 'UNABLE TO WRITE SCR OUT FILE: ' SCO-ST
           ELSE
              ADD 1 TO WS-OUT-COUNT
           END-IF.
       H300-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H400-NORMALISE-NAME.
           INSPECT WS-SCR-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NRM-FIRST.
           MOVE SPACES TO WS-NRM-LAST.
           MOVE SPACES TO WS-NRM-FULL.
           MOVE 1 TO WS-INDEX-I.
           MOVE 1 TO WS-INDEX-J.
           PERFORM UNTIL WS-INDEX-I > 15
             IF WS-SCR-NAME(WS-INDEX-I:1) = SPACES
                ADD 1 TO WS-INDEX-I
             ELSE
                MOVE WS-SCR-NAME(WS-INDEX-I:1)
                                       TO WS-NRM-FIRST(WS-INDEX-J:1)
                ADD 1 TO WS-INDEX-J
                ADD 1 TO WS-INDEX-I
             END-IF
           END-PERFORM.
           MOVE 16 TO WS-INDEX-I.
           MOVE 1 TO WS-INDEX-J.
           PERFORM UNTIL WS-INDEX-I > 30
             IF WS-SCR-NAME(WS-INDEX-I:1) = SPACES
                ADD 1 TO WS-INDEX-I
             ELSE
                MOVE WS-SCR-NAME(WS-INDEX-I:1)
                                       TO WS-NRM-LAST(WS-INDEX-J:1)
                ADD 1 TO WS-INDEX-J
                ADD 1 TO WS-INDEX-I
             END-IF
           END-PERFORM.
           MOVE 1 TO WS-INDEX-I.
           MOVE 1 TO WS-INDEX-J.
           PERFORM UNTIL WS-INDEX-I > 30
             IF WS-SCR-NAME(WS-INDEX-I:1) = SPACES
                ADD 1 TO WS-INDEX-I
             ELSE
                MOVE WS-SCR-NAME(WS-INDEX-I:1)
                                       TO WS-NRM-FULL(WS-INDEX-J:1)
                ADD 1 TO WS-INDEX-J
                ADD 1 TO WS-INDEX-I
             END-IF
           END-PERFORM.
       H400-END. EXIT.

       H410-MATCH-NAME.
           MOVE WS-SCR-NAME TO WS-HIT-NAME.
           PERFORM H400-NORMALISE-NAME.
           MOVE 1 TO WS-WX.
           PERFORM UNTIL WS-WX > WS-WL-USED OR HIT-FOUND
              PERFORM H420-MATCH-ENTRY
              IF NOT HIT-FOUND
                 ADD 1 TO WS-WX
              END-IF
           END-PERFORM.
           IF HIT-FOUND
              MOVE WS-WX TO WS-HIT-WX
           END-IF.
       H410-END. EXIT.

       H420-MATCH-ENTRY.
           EVALUATE TRUE
              WHEN WS-WL-ID(WS-WX) NOT = ZEROS
                   AND WS-WL-ID(WS-WX) = WS-SCREEN-ID
                 MOVE 'I' TO WS-HIT-MATCH
                 SET HIT-FOUND TO TRUE
              WHEN WS-NRM-FULL = SPACES
                 CONTINUE
              WHEN WS-WL-FULL(WS-WX) = SPACES
                 CONTINUE
              WHEN WS-NRM-FIRST = WS-WL-FIRST(WS-WX)
                   AND WS-NRM-LAST = WS-WL-LAST(WS-WX)
                 MOVE 'E' TO WS-HIT-MATCH
                 SET HIT-FOUND TO TRUE
              WHEN WS-WL-MATCH-TYPE(WS-WX) NOT = 'C'
                 CONTINUE
              WHEN WS-NRM-FULL = WS-WL-FULL(WS-WX)
                 MOVE 'C' TO WS-HIT-MATCH
                 SET HIT-FOUND TO TRUE
              WHEN WS-NRM-FIRST = WS-WL-LAST(WS-WX)
                   AND WS-NRM-LAST = WS-WL-FIRST(WS-WX)
                 MOVE 'C' TO WS-HIT-MATCH
                 SET HIT-FOUND TO TRUE
              WHEN WS-NRM-LAST NOT = SPACES
                   AND WS-NRM-LAST = WS-WL-LAST(WS-WX)
                   AND WS-NRM-FIRST(1:1) = WS-WL-FIRST(WS-WX)(1:1)
                 MOVE 'C' TO WS-HIT-MATCH
                 SET HIT-FOUND TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H420-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGSCR RECORDS READ: ' WS-IN-COUNT
                  ' SCREENED: ' WS-SCREEN-COUNT
                  ' HELD FOR REVIEW: ' WS-HELD-COUNT
                  ' CLEARED PASSED: ' WS-PASSED-COUNT
                  ' ACCOUNTS NOT FOUND: ' WS-NOACCT-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           CLOSE INP-FILE.
           CLOSE IDX-FILE.
           CLOSE SCO-FILE.
           CLOSE SRV-FILE.
           PERFORM H960-REWRITE-CLEARED.
           CLOSE RPT-FILE.
           IF WS-HELD-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H950-WRITE-RUN-LOG.
           DISPLAY 'PBEGSCR RECORDS READ: ' WS-IN-COUNT
                   ' SCREENED: ' WS-SCREEN-COUNT
                   ' HELD FOR REVIEW: ' WS-HELD-COUNT
                   ' CLEARED PASSED: ' WS-PASSED-COUNT.
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
              MOVE 'PBEGSCR' TO LOG-PROGRAM
              MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
              MOVE WS-LOG-STAMP(1:8) TO LOG-RUN-DATE
              MOVE WS-LOG-STAMP(9:6) TO LOG-RUN-TIME
              MOVE WS-IN-COUNT TO LOG-RECS-IN
              MOVE WS-OUT-COUNT TO LOG-RECS-OUT
              MOVE WS-HELD-COUNT TO LOG-REJECTS
              MOVE RETURN-CODE TO LOG-RETC
              WRITE LOG-REC
              IF (NOT LOG-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE LOG FILE: ' LOG-ST
              END-IF
              CLOSE LOG-FILE
           END-IF.
       H950-END. EXIT.

       H960-REWRITE-CLEARED.
           IF WS-CLR-OVERFLOW > 0
              DISPLAY 'CLR FILE NOT REWRITTEN - TABLE FULL: '
                      WS-CLR-OVERFLOW
           ELSE
              IF WS-CLR-USED > 0
                 OPEN OUTPUT CLR-FILE
                 IF (NOT CLR-SUCCESS)
                    DISPLAY 'UNABLE TO REWRITE CLR FILE: ' CLR-ST
                 ELSE
                    PERFORM H961-KEEP-ONE-CLEARED
                            VARYING WS-CX FROM 1 BY 1
                            UNTIL WS-CX > WS-CLR-USED
                    CLOSE CLR-FILE
                    MOVE SPACES TO RPT-REC
                    STRING 'CLEARED ITEMS NOT YET SEEN KEPT: '
                           WS-CLR-KEPT
                           DELIMITED BY SIZE INTO RPT-REC
                    PERFORM H330-WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.
       H960-END. EXIT.

       H961-KEEP-ONE-CLEARED.
           IF WS-CLR-TAKEN(WS-CX) = 'N'
              WRITE CLR-REC FROM WS-CLR-REC(WS-CX)
              IF (NOT CLR-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE CLR FILE: ' CLR-ST
              END-IF
              ADD 1 TO WS-CLR-KEPT
           END-IF.
       H961-END. EXIT.
