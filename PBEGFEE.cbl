       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGFEE.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDX-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT FEE-FILE   ASSIGN TO FEE-FILE
                             STATUS FEE-ST.
           SELECT CKP-FILE   ASSIGN TO FEE-CKP-FILE
                             STATUS CKP-ST.
           SELECT GEN-FILE   ASSIGN TO FEE-GEN-FILE
                             STATUS GEN-ST.
           SELECT RPT-FILE   ASSIGN TO FEE-RPT-FILE
                             STATUS RPT-ST.
           SELECT EXC-FILE   ASSIGN TO FEE-EXC-FILE
                             STATUS EXC-ST.
       DATA DIVISION.
       FILE SECTION.
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

       FD  FEE-FILE RECORDING MODE F.
       01  FEE-REC.
           03 FEE-DVZ              PIC 9(3).
           03 FEE-MONTHLY          PIC 9(15).
           03 FEE-WAIVE-BAL        PIC 9(15).
           03 FEE-OD-MONTHLY       PIC 9(15).

       FD  CKP-FILE RECORDING MODE F.
       01  CKP-REC.
           03 CKP-LAST-RUN-MONTH   PIC 9(6).

       FD  GEN-FILE RECORDING MODE F.
       01  GEN-REC.
           03 GEN-FUNC-TYPE       PIC X(1).
           03 GEN-ID              PIC 9(5).
           03 GEN-DVZ             PIC 9(3).
           03 GEN-AMOUNT          PIC S9(15).
           03 GEN-NAME            PIC X(30).
           03 GEN-OPEN-AREA.
              05 GEN-DATE         PIC S9(7).
              05 GEN-BAL          PIC S9(15).
           03 GEN-MKC-AREA        REDEFINES GEN-OPEN-AREA.
              05 GEN-MAKER        PIC X(8).
              05 GEN-APPROVER     PIC X(8).
              05 FILLER           PIC X(6).
           03 GEN-OD-FLAG         PIC X(1).
           03 GEN-OD-LIMIT        PIC 9(15).
           03 GEN-REF             PIC X(12).
           03 GEN-EFF-DATE        PIC 9(8).
       01  GEN-HDR-REC REDEFINES GEN-REC.
           03 GEN-HDR-TYPE        PIC X(1).
           03 GEN-HDR-BATCH-ID    PIC 9(8).
           03 FILLER              PIC X(103).
       01  GEN-TRL-REC REDEFINES GEN-REC.
           03 GEN-TRL-TYPE        PIC X(1).
           03 GEN-TRL-BATCH-ID    PIC 9(8).
           03 GEN-TRL-REC-COUNT   PIC 9(7).
           03 GEN-TRL-HASH-TOTAL  PIC S9(15).
           03 FILLER              PIC X(81).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                PIC X(132).

       FD  EXC-FILE RECORDING MODE F.
       01  EXC-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST               PIC 9(2).
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-EOF                 VALUE 10.
           03 FEE-ST               PIC 9(2).
              88 FEE-SUCCESS             VALUE 00 97.
              88 FEE-EOF                 VALUE 10.
           03 CKP-ST               PIC 9(2).
              88 CKP-SUCCESS             VALUE 00 97.
              88 CKP-NOTFOUND            VALUE 35.
           03 GEN-ST               PIC 9(2).
              88 GEN-SUCCESS             VALUE 00 97.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 EXC-ST               PIC 9(2).
              88 EXC-SUCCESS             VALUE 00 97.
           03 WS-RUN-DATE.
              05 WS-RUN-YYYY       PIC 9(4).
              05 WS-RUN-MM         PIC 9(2).
              05 WS-RUN-DD         PIC 9(2).
           03 WS-RUN-DATE-NUM      REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-RUN-MONTH         PIC 9(6).
           03 WS-CKP-LAST-MONTH    PIC 9(6) VALUE 0.
           03 WS-ALREADY-RUN       PIC X(1) VALUE 'N'.
              88 ALREADY-RUN-THIS-MONTH  VALUE 'Y'.
           03 WS-BATCH-ID          PIC 9(8).
           03 WS-HDR-WRITTEN       PIC X(1) VALUE 'N'.
              88 HDR-WRITTEN             VALUE 'Y'.
           03 WS-GEN-REF.
              05 WS-REF-TAG        PIC X(2) VALUE 'FE'.
              05 WS-REF-YYMM       PIC 9(4).
              05 WS-REF-SEQ        PIC 9(6).
           03 WS-FEE-AMOUNT        PIC S9(15).
           03 WS-NEW-BAL           PIC S9(15).
           03 WS-OD-FLOOR          PIC S9(15).
           03 WS-ACCT-ID           PIC 9(5).
           03 WS-ACCT-DVZ          PIC 9(3).
           03 WS-BAL-ED            PIC -(14)9.
           03 WS-AMT-ED            PIC -(14)9.
           03 WS-LIM-ED            PIC -(14)9.
       01  WS-COUNT-AREA.
           03 WS-READ-COUNT        PIC 9(7) VALUE 0.
           03 WS-SKIP-COUNT        PIC 9(7) VALUE 0.
           03 WS-NOSCHED-COUNT     PIC 9(7) VALUE 0.
           03 WS-NOFEE-COUNT       PIC 9(7) VALUE 0.
           03 WS-WAIVE-COUNT       PIC 9(7) VALUE 0.
           03 WS-EXC-COUNT         PIC 9(7) VALUE 0.
           03 WS-GEN-COUNT         PIC 9(7) VALUE 0.
           03 WS-HASH-TOTAL        PIC S9(15) VALUE 0.
       01  WS-FEE-TABLE.
           03 WS-FEE-USED          PIC 9(3) VALUE 0.
           03 WS-FEE-X             PIC 9(3) VALUE 0.
           03 WS-FEE-DROPPED       PIC 9(3) VALUE 0.
           03 WS-FEE-TBL OCCURS 100 TIMES.
              05 WS-FEE-DVZ        PIC 9(3).
              05 WS-FEE-MONTHLY    PIC 9(15).
              05 WS-FEE-WAIVE-BAL  PIC 9(15).
              05 WS-FEE-OD-MONTHLY PIC 9(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           COMPUTE WS-BATCH-ID = WS-RUN-DATE-NUM + 20000000.
           PERFORM H105-CHECK-RERUN.
           IF ALREADY-RUN-THIS-MONTH
              DISPLAY 'PBEGFEE ALREADY CHARGED FOR MONTH: '
                      WS-RUN-MONTH ' - SKIPPING'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-SCHEDULE.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H400-WRITE-TRAILER.
           PERFORM H107-RECORD-RUN-MONTH.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT FEE-FILE.
           IF (NOT FEE-SUCCESS)
              DISPLAY 'UNABLE TO OPEN FEE FILE: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDX FILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GEN-FILE.
           IF (NOT GEN-SUCCESS)
              DISPLAY 'UNABLE TO OPEN GEN FILE: ' GEN-ST
              MOVE GEN-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPT FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF (NOT EXC-SUCCESS)
              DISPLAY 'UNABLE TO OPEN EXC FILE: ' EXC-ST
              MOVE EXC-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGFEE MONTHLY FEES FOR ' WS-RUN-MONTH
                  ' BATCH ' WS-BATCH-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE SPACES TO EXC-REC.
           STRING 'PBEGFEE FEE EXCEPTIONS FOR ' WS-RUN-MONTH
                  ' - NOT CHARGED'
                  DELIMITED BY SIZE INTO EXC-REC.
           PERFORM H335-WRITE-EXCEPTION-LINE.
       H100-END. EXIT.

       H105-CHECK-RERUN.
           OPEN INPUT CKP-FILE.
           IF CKP-SUCCESS
              READ CKP-FILE
                 AT END MOVE 0 TO WS-CKP-LAST-MONTH
                 NOT AT END MOVE CKP-LAST-RUN-MONTH
                                 TO WS-CKP-LAST-MONTH
              END-READ
              CLOSE CKP-FILE
           ELSE
              IF NOT CKP-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN CKP FILE: ' CKP-ST
              END-IF
              MOVE 0 TO WS-CKP-LAST-MONTH
           END-IF.
           IF WS-CKP-LAST-MONTH = WS-RUN-MONTH
              SET ALREADY-RUN-THIS-MONTH TO TRUE
           END-IF.
       H105-END. EXIT.

       H107-RECORD-RUN-MONTH.
           OPEN OUTPUT CKP-FILE.
           IF (NOT CKP-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CKP FILE FOR WRITE: ' CKP-ST
           ELSE
              MOVE WS-RUN-MONTH TO CKP-LAST-RUN-MONTH
              WRITE CKP-REC
              IF (NOT CKP-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE CKP FILE: ' CKP-ST
              END-IF
              CLOSE CKP-FILE
           END-IF.
       H107-END. EXIT.

       H120-LOAD-SCHEDULE.
           PERFORM H121-LOAD-ONE-FEE UNTIL FEE-EOF.
           CLOSE FEE-FILE.
           IF WS-FEE-DROPPED > 0
              DISPLAY 'FEE SCHEDULE TABLE FULL - DVZ ROWS DROPPED: '
                      WS-FEE-DROPPED
              MOVE 8 TO RETURN-CODE
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-FEE.
           READ FEE-FILE
              AT END SET FEE-EOF TO TRUE
           END-READ.
           IF NOT FEE-EOF
              IF FEE-DVZ IS NUMERIC AND FEE-MONTHLY IS NUMERIC
                 AND FEE-WAIVE-BAL IS NUMERIC
                 AND FEE-OD-MONTHLY IS NUMERIC
                 IF WS-FEE-USED < 100
                    ADD 1 TO WS-FEE-USED
                    MOVE FEE-DVZ        TO WS-FEE-DVZ(WS-FEE-USED)
                    MOVE FEE-MONTHLY    TO WS-FEE-MONTHLY(WS-FEE-USED)
                    MOVE FEE-WAIVE-BAL  TO
                         WS-FEE-WAIVE-BAL(WS-FEE-USED)
                    MOVE FEE-OD-MONTHLY TO
                         WS-FEE-OD-MONTHLY(WS-FEE-USED)
                 ELSE
                    ADD 1 TO WS-FEE-DROPPED
                 END-IF
              ELSE
                 DISPLAY 'FEE SCHEDULE ROW NOT NUMERIC: ' FEE-REC
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       H121-END. EXIT.

       H125-FIND-SCHEDULE.
           MOVE 1 TO WS-FEE-X.
           PERFORM UNTIL WS-FEE-X > WS-FEE-USED
                   OR WS-FEE-DVZ(WS-FEE-X) = WS-ACCT-DVZ
              ADD 1 TO WS-FEE-X
           END-PERFORM.
       H125-END. EXIT.

       H200-PROCESS.
           READ IDX-FILE NEXT RECORD
              AT END SET IDX-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF IDX-IS-ACTIVE
                    PERFORM H210-ASSESS-FEE
                 ELSE
                    ADD 1 TO WS-SKIP-COUNT
                 END-IF
           END-READ.
       H200-END. EXIT.

       H210-ASSESS-FEE.
           MOVE IDX-ID  TO WS-ACCT-ID.
           MOVE IDX-DVZ TO WS-ACCT-DVZ.
           PERFORM H125-FIND-SCHEDULE.
           IF WS-FEE-X > WS-FEE-USED
              ADD 1 TO WS-NOSCHED-COUNT
           ELSE
              IF IDX-OD-FLAG = 'Y'
                 MOVE WS-FEE-OD-MONTHLY(WS-FEE-X) TO WS-FEE-AMOUNT
              ELSE
                 MOVE WS-FEE-MONTHLY(WS-FEE-X) TO WS-FEE-AMOUNT
              END-IF
              EVALUATE TRUE
                 WHEN WS-FEE-AMOUNT = ZEROS
                    ADD 1 TO WS-NOFEE-COUNT
                 WHEN WS-FEE-WAIVE-BAL(WS-FEE-X) > ZEROS
                      AND IDX-BALLANCE NOT < WS-FEE-WAIVE-BAL(WS-FEE-X)
                    PERFORM H220-REPORT-WAIVER
                 WHEN OTHER
                    PERFORM H230-CHARGE-FEE
              END-EVALUATE
           END-IF.
       H210-END. EXIT.

       H220-REPORT-WAIVER.
           ADD 1 TO WS-WAIVE-COUNT.
           MOVE IDX-BALLANCE TO WS-BAL-ED.
           MOVE WS-FEE-WAIVE-BAL(WS-FEE-X) TO WS-LIM-ED.
           MOVE WS-FEE-AMOUNT TO WS-AMT-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'WAIVED   ID ' WS-ACCT-ID ' DVZ ' WS-ACCT-DVZ
                  ' FEE ' WS-AMT-ED ' BALANCE ' WS-BAL-ED
                  ' THRESHOLD ' WS-LIM-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H220-END. EXIT.

       H230-CHARGE-FEE.
           COMPUTE WS-NEW-BAL = IDX-BALLANCE - WS-FEE-AMOUNT.
           PERFORM H252-CHECK-OVERDRAFT.
           IF WS-NEW-BAL < WS-OD-FLOOR
              PERFORM H240-REPORT-EXCEPTION
           ELSE
              PERFORM H300-GENERATE-DETAIL
              MOVE IDX-BALLANCE TO WS-BAL-ED
              MOVE WS-FEE-AMOUNT TO WS-AMT-ED
              MOVE SPACES TO RPT-REC
              STRING 'CHARGED  ID ' WS-ACCT-ID ' DVZ ' WS-ACCT-DVZ
                     ' FEE ' WS-AMT-ED ' BALANCE ' WS-BAL-ED
                     ' REF ' WS-GEN-REF
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H230-END. EXIT.

       H240-REPORT-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           MOVE IDX-BALLANCE TO WS-BAL-ED.
           MOVE WS-FEE-AMOUNT TO WS-AMT-ED.
           MOVE WS-OD-FLOOR TO WS-LIM-ED.
           MOVE SPACES TO EXC-REC.
           STRING 'ID ' WS-ACCT-ID ' DVZ ' WS-ACCT-DVZ
                  ' FEE ' WS-AMT-ED ' BALANCE ' WS-BAL-ED
                  ' FLOOR ' WS-LIM-ED
                  ' - OVERDRAFT LIMIT EXCEEDED'
                  DELIMITED BY SIZE INTO EXC-REC.
           PERFORM H335-WRITE-EXCEPTION-LINE.
       H240-END. EXIT.

       H252-CHECK-OVERDRAFT.
           MOVE ZEROS TO WS-OD-FLOOR.
           IF WS-NEW-BAL < ZEROS
              IF IDX-OD-FLAG = 'Y'
                 COMPUTE WS-OD-FLOOR = 0 - IDX-OD-LIMIT
              END-IF
           END-IF.
       H252-END. EXIT.

       H300-GENERATE-DETAIL.
           IF NOT HDR-WRITTEN
              PERFORM H305-WRITE-HEADER
           END-IF.
           MOVE SPACES TO GEN-REC.
           MOVE 'B'          TO GEN-FUNC-TYPE.
           MOVE WS-ACCT-ID   TO GEN-ID.
           MOVE WS-ACCT-DVZ  TO GEN-DVZ.
           COMPUTE GEN-AMOUNT = 0 - WS-FEE-AMOUNT.
           MOVE SPACES       TO GEN-MKC-AREA.
           MOVE 'PBEGFEE'    TO GEN-MAKER.
           MOVE SPACE        TO GEN-OD-FLAG.
           MOVE ZEROS        TO GEN-OD-LIMIT.
           MOVE WS-RUN-DATE(3:4) TO WS-REF-YYMM.
           COMPUTE WS-REF-SEQ = WS-GEN-COUNT + 1.
           MOVE WS-GEN-REF   TO GEN-REF.
           MOVE ZEROS        TO GEN-EFF-DATE.
           WRITE GEN-REC.
           IF (NOT GEN-SUCCESS)
              DISPLAY 'UNABLE TO WRITE GEN FILE: ' GEN-ST
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           SUBTRACT WS-FEE-AMOUNT FROM WS-HASH-TOTAL.
       H300-END. EXIT.

       H305-WRITE-HEADER.
           MOVE SPACES TO GEN-REC.
           MOVE 'H' TO GEN-HDR-TYPE.
           MOVE WS-BATCH-ID TO GEN-HDR-BATCH-ID.
           WRITE GEN-REC.
           IF (NOT GEN-SUCCESS)
              DISPLAY 'UNABLE TO WRITE GEN FILE: ' GEN-ST
           END-IF.
           SET HDR-WRITTEN TO TRUE.
       H305-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H335-WRITE-EXCEPTION-LINE.
           WRITE EXC-REC.
           IF (NOT EXC-SUCCESS)
              DISPLAY 'UNABLE TO WRITE EXC FILE: ' EXC-ST
           END-IF.
       H335-END. EXIT.

       H400-WRITE-TRAILER.
           IF HDR-WRITTEN
              MOVE SPACES TO GEN-REC
              MOVE 'Z' TO GEN-TRL-TYPE
              MOVE WS-BATCH-ID TO GEN-TRL-BATCH-ID
              MOVE WS-GEN-COUNT TO GEN-TRL-REC-COUNT
              MOVE WS-HASH-TOTAL TO GEN-TRL-HASH-TOTAL
              WRITE GEN-REC
              IF (NOT GEN-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE GEN FILE: ' GEN-ST
              END-IF
           END-IF.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE WS-HASH-TOTAL TO WS-AMT-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGFEE CHARGED: ' WS-GEN-COUNT
                  ' TOTAL ' WS-AMT-ED
                  ' WAIVED: ' WS-WAIVE-COUNT
                  ' EXCEPTIONS: ' WS-EXC-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING 'NOT ACTIVE: ' WS-SKIP-COUNT
                  ' NO SCHEDULE FOR DVZ: ' WS-NOSCHED-COUNT
                  ' ZERO FEE: ' WS-NOFEE-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE SPACES TO EXC-REC.
           STRING 'PBEGFEE EXCEPTIONS: ' WS-EXC-COUNT
                  DELIMITED BY SIZE INTO EXC-REC.
           PERFORM H335-WRITE-EXCEPTION-LINE.
           CLOSE IDX-FILE.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
           CLOSE EXC-FILE.
           IF WS-EXC-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'PBEGFEE READ: ' WS-READ-COUNT
                   ' CHARGED: ' WS-GEN-COUNT
                   ' WAIVED: ' WS-WAIVE-COUNT
                   ' EXCEPTIONS: ' WS-EXC-COUNT.
           STOP RUN.
       H999-END. EXIT.
