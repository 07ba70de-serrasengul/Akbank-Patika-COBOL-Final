       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGSRV.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRV-FILE   ASSIGN TO SCR-HLD-FILE
                             STATUS SRV-ST.
           SELECT SRO-FILE   ASSIGN TO SCR-HLD-OUT-FILE
                             STATUS SRO-ST.
           SELECT DEC-FILE   ASSIGN TO SRV-DEC-FILE
                             STATUS DEC-ST.
           SELECT RLS-FILE   ASSIGN TO SRV-RLS-FILE
                             STATUS RLS-ST.
           SELECT CLR-FILE   ASSIGN TO SCR-CLR-FILE
                             STATUS CLR-ST.
           SELECT RPT-FILE   ASSIGN TO SRV-RPT-FILE
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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

       FD  SRO-FILE RECORDING MODE F.
       01  SRO-REC                PIC X(204).

       FD  DEC-FILE RECORDING MODE F.
       01  DEC-REC.
           03 DEC-REF             PIC X(12).
           03 DEC-ACTION          PIC X(1).
              88 DEC-IS-RELEASE         VALUE 'R'.
              88 DEC-IS-REJECT          VALUE 'J'.
           03 DEC-OFFICER         PIC X(8).

       FD  RLS-FILE RECORDING MODE F.
       01  RLS-REC                PIC X(112).
       01  RLS-HDR-REC REDEFINES RLS-REC.
           03 RLS-HDR-TYPE        PIC X(1).
           03 RLS-HDR-BATCH-ID    PIC 9(8).
           03 FILLER              PIC X(103).
       01  RLS-TRL-REC REDEFINES RLS-REC.
           03 RLS-TRL-TYPE        PIC X(1).
           03 RLS-TRL-BATCH-ID    PIC 9(8).
           03 RLS-TRL-REC-COUNT   PIC 9(7).
           03 RLS-TRL-HASH-TOTAL  PIC S9(15).
           03 FILLER              PIC X(81).

       FD  CLR-FILE RECORDING MODE F.
       01  CLR-REC                PIC X(112).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 SRV-ST               PIC 9(2).
              88 SRV-SUCCESS             VALUE 00 97.
              88 SRV-NOTFOUND            VALUE 35.
              88 SRV-EOF                 VALUE 10.
           03 WS-SRV-OPEN          PIC X(1) VALUE 'N'.
              88 SRV-IS-OPEN             VALUE 'Y'.
           03 SRO-ST               PIC 9(2).
              88 SRO-SUCCESS             VALUE 00 97.
           03 DEC-ST               PIC 9(2).
              88 DEC-SUCCESS             VALUE 00 97.
              88 DEC-NOTFOUND            VALUE 35.
              88 DEC-EOF                 VALUE 10.
           03 RLS-ST               PIC 9(2).
              88 RLS-SUCCESS             VALUE 00 97.
           03 CLR-ST               PIC 9(2).
              88 CLR-SUCCESS             VALUE 00 97.
              88 CLR-NOTFOUND            VALUE 35.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 WS-RUN-DATE          PIC 9(8).
           03 WS-BATCH-ID          PIC 9(8).
           03 WS-HDR-WRITTEN       PIC X(1) VALUE 'N'.
              88 HDR-WRITTEN             VALUE 'Y'.
           03 WS-DEC-FOUND         PIC X(1).
              88 DEC-FOUND               VALUE 'Y'.
           03 WS-RELEASE-COUNT     PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           03 WS-PENDING-COUNT     PIC 9(7) VALUE 0.
           03 WS-UNUSED-COUNT      PIC 9(7) VALUE 0.
           03 WS-BAD-DEC-COUNT     PIC 9(7) VALUE 0.
           03 WS-HASH-TOTAL        PIC S9(15) VALUE 0.
       01  WS-DEC-TABLE.
           03 WS-DEC-USED          PIC 9(4) VALUE 0.
           03 WS-DX                PIC 9(4) VALUE 0.
           03 WS-DEC-TBL OCCURS 2000 TIMES.
              05 WS-DEC-REF        PIC X(12).
              05 WS-DEC-ACTION     PIC X(1).
              05 WS-DEC-OFFICER    PIC X(8).
              05 WS-DEC-USED-FLAG  PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-BATCH-ID = WS-RUN-DATE + 30000000.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL SRV-EOF.
           PERFORM H400-WRITE-TRAILER.
           PERFORM H410-REPORT-UNUSED
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEC-USED.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT SRV-FILE.
           IF SRV-SUCCESS
              SET SRV-IS-OPEN TO TRUE
           ELSE
              IF SRV-NOTFOUND
                 DISPLAY 'PBEGSRV NO HELD ITEMS - NOTHING TO REVIEW'
                 SET SRV-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN SCR HLD FILE: ' SRV-ST
                 MOVE SRV-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT SRO-FILE.
           IF (NOT SRO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN SCR HLD OUT FILE: ' SRO-ST
              MOVE SRO-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RLS-FILE.
           IF (NOT RLS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN SRV RLS FILE: ' RLS-ST
              MOVE RLS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND CLR-FILE.
           IF (NOT CLR-SUCCESS)
              IF CLR-NOTFOUND
                 OPEN OUTPUT CLR-FILE
              END-IF
           END-IF.
           IF (NOT CLR-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CLR FILE: ' CLR-ST
              MOVE CLR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPT FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGSRV SCREENING REVIEW ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           PERFORM H110-LOAD-DECISIONS.
       H100-END. EXIT.

       H110-LOAD-DECISIONS.
           OPEN INPUT DEC-FILE.
           IF DEC-SUCCESS
              PERFORM H111-LOAD-ONE-DECISION UNTIL DEC-EOF
              CLOSE DEC-FILE
           ELSE
              IF DEC-NOTFOUND
                 DISPLAY 'PBEGSRV NO DECISIONS - ALL ITEMS STAY HELD'
              ELSE
                 DISPLAY 'UNABLE TO OPEN SRV DEC FILE: ' DEC-ST
                 MOVE DEC-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H110-END. EXIT.

       H111-LOAD-ONE-DECISION.
           READ DEC-FILE
              AT END SET DEC-EOF TO TRUE
           END-READ.
           IF NOT DEC-EOF
              IF DEC-REF = SPACES OR DEC-OFFICER = SPACES
                 OR (NOT DEC-IS-RELEASE AND NOT DEC-IS-REJECT)
                 ADD 1 TO WS-BAD-DEC-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING 'INVALID DECISION IGNORED: ' DEC-REC
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H330-WRITE-REPORT-LINE
              ELSE
                 IF WS-DEC-USED < 2000
                    ADD 1 TO WS-DEC-USED
                    MOVE DEC-REF TO WS-DEC-REF(WS-DEC-USED)
                    MOVE DEC-ACTION TO WS-DEC-ACTION(WS-DEC-USED)
                    MOVE DEC-OFFICER TO WS-DEC-OFFICER(WS-DEC-USED)
                    MOVE 'N' TO WS-DEC-USED-FLAG(WS-DEC-USED)
                 ELSE
                    ADD 1 TO WS-BAD-DEC-COUNT
                    MOVE SPACES TO RPT-REC
                    STRING 'DECISION TABLE FULL - IGNORED: ' DEC-REC
                           DELIMITED BY SIZE INTO RPT-REC
                    PERFORM H330-WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.
       H111-END. EXIT.

       H200-PROCESS.
           READ SRV-FILE
              AT END SET SRV-EOF TO TRUE
           END-READ.
           IF NOT SRV-EOF
              PERFORM H210-FIND-DECISION
              EVALUATE TRUE
                 WHEN NOT DEC-FOUND
                    PERFORM H220-KEEP-PENDING
                 WHEN WS-DEC-ACTION(WS-DX) = 'R'
                    PERFORM H300-WRITE-RELEASED
                 WHEN OTHER
                    PERFORM H230-REJECT-ITEM
              END-EVALUATE
           END-IF.
       H200-END. EXIT.

       H210-FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND.
           MOVE 1 TO WS-DX.
           PERFORM UNTIL WS-DX > WS-DEC-USED OR DEC-FOUND
              IF WS-DEC-REF(WS-DX) = SRV-REF
                 SET DEC-FOUND TO TRUE
                 MOVE 'Y' TO WS-DEC-USED-FLAG(WS-DX)
              ELSE
                 ADD 1 TO WS-DX
              END-IF
           END-PERFORM.
       H210-END. EXIT.

       H220-KEEP-PENDING.
           WRITE SRO-REC FROM SRV-REC.
           IF (NOT SRO-SUCCESS)
              DISPLAY 'UNABLE TO WRITE SCR HLD OUT FILE: ' SRO-ST
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE SPACES TO RPT-REC.
           STRING 'PENDING  REF ' SRV-REF ' FUNC ' SRV-FUNC-TYPE
                  ' ID ' SRV-ID ' HELD ' SRV-HELD-DATE
                  ' ' SRV-SCREENED-NAME
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           PERFORM H340-WRITE-MATCH-LINE.
       H220-END. EXIT.

       H230-REJECT-ITEM.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO RPT-REC.
           STRING 'REJECTED REF ' SRV-REF ' FUNC ' SRV-FUNC-TYPE
                  ' ID ' SRV-ID ' HELD ' SRV-HELD-DATE
                  ' ' SRV-SCREENED-NAME
                  ' BY ' WS-DEC-OFFICER(WS-DX)
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           PERFORM H340-WRITE-MATCH-LINE.
       H230-END. EXIT.

       H300-WRITE-RELEASED.
           IF NOT HDR-WRITTEN
              PERFORM H305-WRITE-HEADER
           END-IF.
           WRITE RLS-REC FROM SRV-INP-REC.
           IF (NOT RLS-SUCCESS)
              DISPLAY 'UNABLE TO WRITE SRV RLS FILE: ' RLS-ST
           END-IF.
           WRITE CLR-REC FROM SRV-INP-REC.
           IF (NOT CLR-SUCCESS)
              DISPLAY 'UNABLE TO WRITE CLR FILE: ' CLR-ST
           END-IF.
           ADD 1 TO WS-RELEASE-COUNT.
           IF SRV-AMOUNT IS NUMERIC
              ADD SRV-AMOUNT TO WS-HASH-TOTAL
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'RELEASED REF ' SRV-REF ' FUNC ' SRV-FUNC-TYPE
                  ' ID ' SRV-ID ' HELD ' SRV-HELD-DATE
                  ' ' SRV-SCREENED-NAME
                  ' BY ' WS-DEC-OFFICER(WS-DX)
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           PERFORM H340-WRITE-MATCH-LINE.
       H300-END. EXIT.

       H305-WRITE-HEADER.
           MOVE SPACES TO RLS-REC.
           MOVE 'H' TO RLS-HDR-TYPE.
           MOVE WS-BATCH-ID TO RLS-HDR-BATCH-ID.
           WRITE RLS-REC.
           IF (NOT RLS-SUCCESS)
              DISPLAY 'UNABLE TO WRITE SRV RLS FILE: ' RLS-ST
           END-IF.
           SET HDR-WRITTEN TO TRUE.
       H305-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H340-WRITE-MATCH-LINE.
           MOVE SPACES TO RPT-REC.
           STRING '         PARTY ' SRV-PARTY
                  ' MATCH ' SRV-MATCH
                  ' LIST ' SRV-WL-SOURCE
                  ' ENTRY ' SRV-WL-NAME
                  ' ID ' SRV-WL-ID
                  ' TYPE ' SRV-WL-MATCH-TYPE
                  ' BATCH ' SRV-BATCH-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H340-END. EXIT.

       H400-WRITE-TRAILER.
           IF HDR-WRITTEN
              MOVE SPACES TO RLS-REC
              MOVE 'Z' TO RLS-TRL-TYPE
              MOVE WS-BATCH-ID TO RLS-TRL-BATCH-ID
              MOVE WS-RELEASE-COUNT TO RLS-TRL-REC-COUNT
              MOVE WS-HASH-TOTAL TO RLS-TRL-HASH-TOTAL
              WRITE RLS-REC
              IF (NOT RLS-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE SRV RLS FILE: ' RLS-ST
              END-IF
           END-IF.
       H400-END. EXIT.

       H410-REPORT-UNUSED.
           IF WS-DEC-USED-FLAG(WS-DX) = 'N'
              ADD 1 TO WS-UNUSED-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'NO HELD ITEM FOR DECISION REF '
                     WS-DEC-REF(WS-DX)
                     ' ACTION ' WS-DEC-ACTION(WS-DX)
                     ' BY ' WS-DEC-OFFICER(WS-DX)
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H410-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGSRV RELEASED: ' WS-RELEASE-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
                  ' STILL HELD: ' WS-PENDING-COUNT
                  ' UNMATCHED DECISIONS: ' WS-UNUSED-COUNT
                  ' INVALID DECISIONS: ' WS-BAD-DEC-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           IF SRV-IS-OPEN
              CLOSE SRV-FILE
           END-IF.
           CLOSE SRO-FILE.
           CLOSE RLS-FILE.
           CLOSE CLR-FILE.
           CLOSE RPT-FILE.
           IF WS-UNUSED-COUNT > 0 OR WS-BAD-DEC-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'PBEGSRV RELEASED: ' WS-RELEASE-COUNT
                   ' REJECTED: ' WS-REJECT-COUNT
                   ' STILL HELD: ' WS-PENDING-COUNT.
           STOP RUN.
       H999-END. EXIT.
