       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGAPR.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-FILE   ASSIGN TO APR-PND-FILE
                             STATUS PND-ST.
           SELECT PNO-FILE   ASSIGN TO APR-PND-OUT-FILE
                             STATUS PNO-ST.
           SELECT DEC-FILE   ASSIGN TO APR-DEC-FILE
                             STATUS DEC-ST.
           SELECT PRM-FILE   ASSIGN TO APR-PRM-FILE
                             STATUS PRM-ST.
           SELECT RLS-FILE   ASSIGN TO APR-RLS-FILE
                             STATUS RLS-ST.
           SELECT REG-FILE   ASSIGN TO APR-REG-FILE
                             STATUS REG-ST.
           SELECT RPT-FILE   ASSIGN TO APR-RPT-FILE
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PND-FILE RECORDING MODE F.
       01  PND-REC.
           03 PND-INP-REC.
              05 PND-FUNC-TYPE    PIC X(1).
              05 PND-ID           PIC 9(5).
              05 PND-DVZ          PIC 9(3).
              05 PND-AMOUNT       PIC S9(15).
              05 PND-NAME         PIC X(30).
              05 PND-MAKER        PIC X(8).
              05 PND-APPROVER     PIC X(8).
              05 FILLER           PIC X(6).
              05 PND-OD-FLAG      PIC X(1).
              05 PND-OD-LIMIT     PIC 9(15).
              05 PND-REF          PIC X(12).
              05 PND-EFF-DATE     PIC 9(8).
           03 PND-BATCH-ID        PIC 9(8).
           03 PND-DATE            PIC 9(8).
           03 PND-REASON          PIC X(1).

       FD  PNO-FILE RECORDING MODE F.
       01  PNO-REC                PIC X(129).

       FD  DEC-FILE RECORDING MODE F.
       01  DEC-REC.
           03 DEC-REF             PIC X(12).
           03 DEC-ACTION          PIC X(1).
              88 DEC-IS-APPROVE         VALUE 'A'.
              88 DEC-IS-DECLINE         VALUE 'D'.
           03 DEC-APPROVER        PIC X(8).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-EXPIRY-DAYS     PIC 9(3).

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

       FD  REG-FILE RECORDING MODE F.
       01  REG-REC.
           03 REG-REF             PIC X(12).
           03 REG-MAKER           PIC X(8).
           03 REG-APPROVER        PIC X(8).
           03 REG-DATE            PIC 9(8).
           03 REG-INP-REC         PIC X(112).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 PND-ST               PIC 9(2).
              88 PND-SUCCESS             VALUE 00 97.
              88 PND-NOTFOUND            VALUE 35.
              88 PND-EOF                 VALUE 10.
           03 WS-PND-OPEN          PIC X(1) VALUE 'N'.
              88 PND-IS-OPEN             VALUE 'Y'.
           03 PNO-ST               PIC 9(2).
              88 PNO-SUCCESS             VALUE 00 97.
           03 DEC-ST               PIC 9(2).
              88 DEC-SUCCESS             VALUE 00 97.
              88 DEC-NOTFOUND            VALUE 35.
              88 DEC-EOF                 VALUE 10.
           03 PRM-ST               PIC 9(2).
              88 PRM-SUCCESS             VALUE 00 97.
              88 PRM-NOTFOUND            VALUE 35.
           03 RLS-ST               PIC 9(2).
              88 RLS-SUCCESS             VALUE 00 97.
           03 REG-ST               PIC 9(2).
              88 REG-SUCCESS             VALUE 00 97.
              88 REG-NOTFOUND            VALUE 35.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 WS-RUN-DATE          PIC 9(8).
           03 WS-BATCH-ID          PIC 9(8).
           03 WS-EXPIRY-DAYS       PIC 9(3) VALUE 5.
           03 WS-PND-AGE           PIC S9(8) VALUE 0.
           03 WS-HDR-WRITTEN       PIC X(1) VALUE 'N'.
              88 HDR-WRITTEN             VALUE 'Y'.
           03 WS-DEC-FOUND         PIC X(1).
              88 DEC-FOUND               VALUE 'Y'.
           03 WS-APPROVE-COUNT     PIC 9(7) VALUE 0.
           03 WS-DECLINE-COUNT     PIC 9(7) VALUE 0.
           03 WS-EXPIRED-COUNT     PIC 9(7) VALUE 0.
           03 WS-PENDING-COUNT     PIC 9(7) VALUE 0.
           03 WS-UNUSED-COUNT      PIC 9(7) VALUE 0.
           03 WS-BAD-DEC-COUNT     PIC 9(7) VALUE 0.
           03 WS-HASH-TOTAL        PIC S9(15) VALUE 0.
           03 WS-AMOUNT-ED         PIC -(14)9.
           03 WS-ACTION-TEXT       PIC X(8).
       01  WS-DEC-TABLE.
           03 WS-DEC-USED          PIC 9(4) VALUE 0.
           03 WS-DX                PIC 9(4) VALUE 0.
           03 WS-DEC-TBL OCCURS 2000 TIMES.
              05 WS-DEC-REF        PIC X(12).
              05 WS-DEC-ACTION     PIC X(1).
              05 WS-DEC-APPROVER   PIC X(8).
              05 WS-DEC-USED-FLAG  PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-BATCH-ID = WS-RUN-DATE + 40000000.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL PND-EOF.
           PERFORM H400-WRITE-TRAILER.
           PERFORM H410-REPORT-UNUSED
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEC-USED.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT PND-FILE.
           IF PND-SUCCESS
              SET PND-IS-OPEN TO TRUE
           ELSE
              IF PND-NOTFOUND
                 DISPLAY 'PBEGAPR NO PENDING ITEMS - NOTHING TO APPROVE'
                 SET PND-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN APR PND FILE: ' PND-ST
                 MOVE PND-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT PNO-FILE.
           IF (NOT PNO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN APR PND OUT FILE: ' PNO-ST
              MOVE PNO-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RLS-FILE.
           IF (NOT RLS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN APR RLS FILE: ' RLS-ST
              MOVE RLS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND REG-FILE.
           IF (NOT REG-SUCCESS)
              IF REG-NOTFOUND
                 OPEN OUTPUT REG-FILE
              END-IF
           END-IF.
           IF (NOT REG-SUCCESS)
              DISPLAY 'UNABLE TO OPEN APR REG FILE: ' REG-ST
              MOVE REG-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPT FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H105-READ-PARAMETER.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGAPR PENDING APPROVAL REVIEW ' WS-RUN-DATE
                  ' EXPIRY DAYS ' WS-EXPIRY-DAYS
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           PERFORM H110-LOAD-DECISIONS.
       H100-END. EXIT.

       H105-READ-PARAMETER.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRM-EXPIRY-DAYS IS NUMERIC
                       AND PRM-EXPIRY-DAYS > 0
                       MOVE PRM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                    ELSE
                       DISPLAY 'INVALID EXPIRY DAYS IN PRM FILE: '
                               PRM-EXPIRY-DAYS
                    END-IF
              END-READ
              CLOSE PRM-FILE
           ELSE
              IF NOT PRM-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN APR PRM FILE: ' PRM-ST
              END-IF
           END-IF.
       H105-END. EXIT.

       H110-LOAD-DECISIONS.
           OPEN INPUT DEC-FILE.
           IF DEC-SUCCESS
              PERFORM H111-LOAD-ONE-DECISION UNTIL DEC-EOF
              CLOSE DEC-FILE
           ELSE
              IF DEC-NOTFOUND
                 DISPLAY 'PBEGAPR NO DECISIONS - ALL ITEMS STAY PENDING'
              ELSE
                 DISPLAY 'UNABLE TO OPEN APR DEC FILE: ' DEC-ST
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
              IF DEC-REF = SPACES OR DEC-APPROVER = SPACES
                 OR DEC-APPROVER = ZEROS
                 OR (NOT DEC-IS-APPROVE AND NOT DEC-IS-DECLINE)
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
                    MOVE DEC-APPROVER TO WS-DEC-APPROVER(WS-DEC-USED)
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
           READ PND-FILE
              AT END SET PND-EOF TO TRUE
           END-READ.
           IF NOT PND-EOF
              PERFORM H210-FIND-DECISION
              IF PND-DATE IS NUMERIC AND PND-DATE > 0
                 COMPUTE WS-PND-AGE =
                         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                         - FUNCTION INTEGER-OF-DATE(PND-DATE)
              ELSE
                 PERFORM H245-BAD-PENDED-DATE
              END-IF
              EVALUATE TRUE
                 WHEN WS-PND-AGE > WS-EXPIRY-DAYS
                    PERFORM H240-EXPIRE-ITEM
                 WHEN NOT DEC-FOUND
                    PERFORM H220-KEEP-PENDING
                 WHEN WS-DEC-APPROVER(WS-DX) = PND-MAKER
                    PERFORM H215-MAKER-DECISION
                    PERFORM H220-KEEP-PENDING
                 WHEN WS-DEC-ACTION(WS-DX) = 'A'
                    PERFORM H300-WRITE-APPROVED
                 WHEN OTHER
                    PERFORM H230-DECLINE-ITEM
              END-EVALUATE
           END-IF.
       H200-END. EXIT.

       H210-FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND.
           MOVE 1 TO WS-DX.
           PERFORM UNTIL WS-DX > WS-DEC-USED OR DEC-FOUND
              IF WS-DEC-REF(WS-DX) = PND-REF
                 SET DEC-FOUND TO TRUE
                 MOVE 'Y' TO WS-DEC-USED-FLAG(WS-DX)
              ELSE
                 ADD 1 TO WS-DX
              END-IF
           END-PERFORM.
       H210-END. EXIT.

       H215-MAKER-DECISION.
           ADD 1 TO WS-BAD-DEC-COUNT.
           MOVE SPACES TO RPT-REC.
           STRING 'DECISION REFUSED - APPROVER IS MAKER REF '
                  PND-REF ' BY ' WS-DEC-APPROVER(WS-DX)
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H215-END. EXIT.

       H220-KEEP-PENDING.
           WRITE PNO-REC FROM PND-REC.
           IF (NOT PNO-SUCCESS)
              DISPLAY 'UNABLE TO WRITE APR PND OUT FILE: ' PNO-ST
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE 'PENDING ' TO WS-ACTION-TEXT.
           PERFORM H340-WRITE-ITEM-LINE.
       H220-END. EXIT.

       H230-DECLINE-ITEM.
           ADD 1 TO WS-DECLINE-COUNT.
           MOVE 'DECLINED' TO WS-ACTION-TEXT.
           PERFORM H340-WRITE-ITEM-LINE.
       H230-END. EXIT.

       H240-EXPIRE-ITEM.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE 'EXPIRED ' TO WS-ACTION-TEXT.
           PERFORM H340-WRITE-ITEM-LINE.
       H240-END. EXIT.

       H245-BAD-PENDED-DATE.
           MOVE SPACES TO RPT-REC.
           STRING 'INVALID PENDED DATE - ITEM EXPIRED REF '
                  PND-REF ' DATE ' PND-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           COMPUTE WS-PND-AGE = WS-EXPIRY-DAYS + 1.
       H245-END. EXIT.

       H300-WRITE-APPROVED.
           IF NOT HDR-WRITTEN
              PERFORM H305-WRITE-HEADER
           END-IF.
           MOVE WS-DEC-APPROVER(WS-DX) TO PND-APPROVER.
           WRITE RLS-REC FROM PND-INP-REC.
           IF (NOT RLS-SUCCESS)
              DISPLAY 'UNABLE TO WRITE APR RLS FILE: ' RLS-ST
           END-IF.
           MOVE PND-REF TO REG-REF.
           MOVE PND-MAKER TO REG-MAKER.
           MOVE PND-APPROVER TO REG-APPROVER.
           MOVE WS-RUN-DATE TO REG-DATE.
           MOVE PND-INP-REC TO REG-INP-REC.
           WRITE REG-REC.
           IF (NOT REG-SUCCESS)
              DISPLAY 'UNABLE TO WRITE APR REG FILE: ' REG-ST
           END-IF.
           ADD 1 TO WS-APPROVE-COUNT.
           IF PND-AMOUNT IS NUMERIC
              ADD PND-AMOUNT TO WS-HASH-TOTAL
           END-IF.
           MOVE 'APPROVED' TO WS-ACTION-TEXT.
           PERFORM H340-WRITE-ITEM-LINE.
       H300-END. EXIT.

       H305-WRITE-HEADER.
           MOVE SPACES TO RLS-REC.
           MOVE 'H' TO RLS-HDR-TYPE.
           MOVE WS-BATCH-ID TO RLS-HDR-BATCH-ID.
           WRITE RLS-REC.
           IF (NOT RLS-SUCCESS)
              DISPLAY 'UNABLE TO WRITE APR RLS FILE: ' RLS-ST
           END-IF.
           SET HDR-WRITTEN TO TRUE.
       H305-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H340-WRITE-ITEM-LINE.
           IF PND-AMOUNT IS NUMERIC
              MOVE PND-AMOUNT TO WS-AMOUNT-ED
           ELSE
              MOVE ZEROS TO WS-AMOUNT-ED
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING WS-ACTION-TEXT ' REF ' PND-REF
                  ' FUNC ' PND-FUNC-TYPE
                  ' ID ' PND-ID ' DVZ ' PND-DVZ
                  ' AMOUNT ' WS-AMOUNT-ED
                  ' REASON ' PND-REASON
                  ' PENDED ' PND-DATE
                  ' MAKER ' PND-MAKER
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           IF WS-ACTION-TEXT = 'APPROVED' OR WS-ACTION-TEXT = 'DECLINED'
              MOVE SPACES TO RPT-REC
              STRING '         BATCH ' PND-BATCH-ID
                     ' BY ' WS-DEC-APPROVER(WS-DX)
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H340-END. EXIT.

       H400-WRITE-TRAILER.
           IF HDR-WRITTEN
              MOVE SPACES TO RLS-REC
              MOVE 'Z' TO RLS-TRL-TYPE
              MOVE WS-BATCH-ID TO RLS-TRL-BATCH-ID
              MOVE WS-APPROVE-COUNT TO RLS-TRL-REC-COUNT
              MOVE WS-HASH-TOTAL TO RLS-TRL-HASH-TOTAL
              WRITE RLS-REC
              IF (NOT RLS-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE APR RLS FILE: ' RLS-ST
              END-IF
           END-IF.
       H400-END. EXIT.

       H410-REPORT-UNUSED.
           IF WS-DEC-USED-FLAG(WS-DX) = 'N'
              ADD 1 TO WS-UNUSED-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'NO PENDING ITEM FOR DECISION REF '
                     WS-DEC-REF(WS-DX)
                     ' ACTION ' WS-DEC-ACTION(WS-DX)
                     ' BY ' WS-DEC-APPROVER(WS-DX)
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H410-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGAPR APPROVED: ' WS-APPROVE-COUNT
                  ' DECLINED: ' WS-DECLINE-COUNT
                  ' EXPIRED: ' WS-EXPIRED-COUNT
                  ' STILL PENDING: ' WS-PENDING-COUNT
                  ' UNMATCHED: ' WS-UNUSED-COUNT
                  ' INVALID: ' WS-BAD-DEC-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           IF PND-IS-OPEN
              CLOSE PND-FILE
           END-IF.
           CLOSE PNO-FILE.
           CLOSE RLS-FILE.
           CLOSE REG-FILE.
           CLOSE RPT-FILE.
           IF WS-UNUSED-COUNT > 0 OR WS-BAD-DEC-COUNT > 0
              OR WS-EXPIRED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'PBEGAPR APPROVED: ' WS-APPROVE-COUNT
                   ' DECLINED: ' WS-DECLINE-COUNT
                   ' EXPIRED: ' WS-EXPIRED-COUNT
                   ' STILL PENDING: ' WS-PENDING-COUNT.
           STOP RUN.
       H999-END. EXIT.
