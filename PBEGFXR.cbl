       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGFXR.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXT-FILE   ASSIGN TO EXT-FILE
                             STATUS EXT-ST.
           SELECT FX-FILE    ASSIGN TO FX-FILE
                             STATUS FX-ST.
           SELECT PRM-FILE   ASSIGN TO FXR-PRM-FILE
                             STATUS PRM-ST.
           SELECT SNP-FILE   ASSIGN TO FXR-SNP-FILE
                             STATUS SNP-ST.
           SELECT NSN-FILE   ASSIGN TO FXR-NEW-SNP-FILE
                             STATUS NSN-ST.
           SELECT GL-FILE    ASSIGN TO FXR-GL-FILE
                             STATUS GL-ST.
           SELECT RPT-FILE   ASSIGN TO FXR-RPT-FILE
                             STATUS RPT-ST.
           SELECT EXC-FILE   ASSIGN TO FXR-EXC-FILE
                             STATUS EXC-ST.
           SELECT LOG-FILE   ASSIGN TO LOG-FILE
                             STATUS LOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  EXT-FILE RECORDING MODE F.
       01  EXT-REC.
           03 EXT-ID               PIC 9(5).
           03 EXT-DVZ              PIC 9(3).
           03 EXT-NAME             PIC X(30).
           03 EXT-DATE             PIC 9(7).
           03 EXT-BALLANCE         PIC S9(15).
           03 EXT-OD-FLAG          PIC X(1).
           03 EXT-OD-LIMIT         PIC 9(15).
           03 EXT-STATUS           PIC X(1).

       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
           03 FX-DVZ-FROM          PIC 9(3).
           03 FX-DVZ-TO            PIC 9(3).
           03 FX-RATE              PIC 9(3)V9(4).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-BASE-DVZ         PIC 9(3).
           03 PRM-MONTH            PIC 9(6).

       FD  SNP-FILE RECORDING MODE F.
       01  SNP-REC.
           03 SNP-DVZ              PIC 9(3).
           03 SNP-MONTH            PIC 9(6).
           03 SNP-RATE             PIC 9(3)V9(4).
           03 SNP-ORIG             PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
           03 SNP-BASE             PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.

       FD  NSN-FILE RECORDING MODE F.
       01  NSN-REC                 PIC X(48).

       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           03 GL-TYPE              PIC X(2).
           03 GL-DVZ               PIC 9(3).
           03 GL-COUNT             PIC 9(7).
           03 GL-AMOUNT            PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(132).

       FD  EXC-FILE RECORDING MODE F.
       01  EXC-REC                 PIC X(132).

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
           03 EXT-ST               PIC 9(2).
              88 EXT-SUCCESS             VALUE 00 97.
              88 EXT-EOF                 VALUE 10.
           03 FX-ST                PIC 9(2).
              88 FX-SUCCESS              VALUE 00 97.
              88 FX-NOTFOUND             VALUE 35.
              88 FX-EOF                  VALUE 10.
           03 PRM-ST               PIC 9(2).
              88 PRM-SUCCESS             VALUE 00 97.
           03 SNP-ST               PIC 9(2).
              88 SNP-SUCCESS             VALUE 00 97.
              88 SNP-NOTFOUND            VALUE 35.
              88 SNP-EOF                 VALUE 10.
           03 NSN-ST               PIC 9(2).
              88 NSN-SUCCESS             VALUE 00 97.
           03 GL-ST                PIC 9(2).
              88 GL-SUCCESS              VALUE 00 97.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 EXC-ST               PIC 9(2).
              88 EXC-SUCCESS             VALUE 00 97.
           03 LOG-ST               PIC 9(2).
              88 LOG-SUCCESS             VALUE 00 97.
              88 LOG-NOTFOUND            VALUE 35.
           03 WS-LOG-STAMP         PIC X(21).
           03 WS-RUN-DATE          PIC 9(8).
           03 WS-RUN-MONTH         PIC 9(6).
           03 WS-BASE-DVZ          PIC 9(3).
           03 WS-LOOKUP-DVZ        PIC 9(3).
           03 WS-LOOKUP-RATE       PIC 9(3)V9(4).
           03 WS-RATE-FOUND        PIC X(1).
              88 RATE-FOUND              VALUE 'Y'.
           03 WS-BASE-AMOUNT       PIC S9(15).
           03 WS-PRIOR-AMOUNT      PIC S9(15).
           03 WS-NET-ORIG          PIC S9(15).
           03 WS-NET-BASE          PIC S9(15).
           03 WS-MOVEMENT          PIC S9(15).
           03 WS-REVAL             PIC S9(15).
           03 WS-ACCT-TOTAL        PIC 9(7).
           03 WS-READ-COUNT        PIC 9(7) VALUE 0.
           03 WS-EXC-COUNT         PIC 9(7) VALUE 0.
           03 WS-EXC-ACCOUNTS      PIC 9(7) VALUE 0.
           03 WS-SNP-COUNT         PIC 9(7) VALUE 0.
           03 WS-DVZ-DROPPED       PIC 9(7) VALUE 0.
           03 WS-RATE-ED           PIC ZZ9.9999.
           03 WS-ORIG-ED           PIC -(14)9.
           03 WS-BASE-ED           PIC -(14)9.
           03 WS-PRIOR-ED          PIC -(14)9.
           03 WS-MOVE-ED           PIC -(14)9.
           03 WS-REVAL-ED          PIC -(14)9.
       01  WS-SNP-OUT.
           03 WS-SNP-DVZ           PIC 9(3).
           03 WS-SNP-MONTH         PIC 9(6).
           03 WS-SNP-RATE          PIC 9(3)V9(4).
           03 WS-SNP-ORIG          PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
           03 WS-SNP-BASE          PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
       01  WS-GRAND-AREA.
           03 WS-GRD-CR-BASE       PIC S9(15) VALUE 0.
           03 WS-GRD-DR-BASE       PIC S9(15) VALUE 0.
           03 WS-GRD-NET-BASE      PIC S9(15) VALUE 0.
           03 WS-GRD-PRIOR-BASE    PIC S9(15) VALUE 0.
           03 WS-GRD-MOVEMENT      PIC S9(15) VALUE 0.
           03 WS-GRD-REVAL         PIC S9(15) VALUE 0.
       01  WS-GL-TRAILER.
           03 WS-TRL-COUNT         PIC 9(7) VALUE 0.
           03 WS-TRL-AMOUNT        PIC S9(15) VALUE 0.
       01  WS-FX-TABLE.
           03 WS-FX-USED           PIC 9(3) VALUE 0.
           03 WS-FX-X              PIC 9(3) VALUE 0.
           03 WS-FX-TBL OCCURS 100 TIMES.
              05 WS-FX-FROM        PIC 9(3).
              05 WS-FX-TO          PIC 9(3).
              05 WS-FX-TBL-RATE    PIC 9(3)V9(4).
       01  WS-DVZ-TABLE.
           03 WS-DVZ-USED          PIC 9(3) VALUE 0.
           03 WS-DX                PIC 9(3) VALUE 0.
           03 WS-SX                PIC 9(3) VALUE 0.
           03 WS-DVZ-TBL OCCURS 100 TIMES.
              05 WS-TBL-DVZ        PIC 9(3).
              05 WS-TBL-RATE       PIC 9(3)V9(4).
              05 WS-TBL-RATE-FLAG  PIC X(1).
                 88 TBL-HAS-RATE         VALUE 'Y'.
              05 WS-TBL-CR-COUNT   PIC 9(7).
              05 WS-TBL-CR-ORIG    PIC S9(15).
              05 WS-TBL-CR-BASE    PIC S9(15).
              05 WS-TBL-DR-COUNT   PIC 9(7).
              05 WS-TBL-DR-ORIG    PIC S9(15).
              05 WS-TBL-DR-BASE    PIC S9(15).
              05 WS-TBL-AT-PRIOR   PIC S9(15).
              05 WS-TBL-PRIOR-FLAG PIC X(1).
                 88 TBL-HAS-PRIOR        VALUE 'Y'.
              05 WS-TBL-PRIOR-MONTH PIC 9(6).
              05 WS-TBL-PRIOR-RATE PIC 9(3)V9(4).
              05 WS-TBL-PRIOR-ORIG PIC S9(15).
              05 WS-TBL-PRIOR-BASE PIC S9(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL EXT-EOF.
           PERFORM H300-WRITE-BALANCE-SHEET.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H105-READ-PARAMETER.
           PERFORM H110-LOAD-FX-RATES.
           PERFORM H120-LOAD-SNAPSHOT.
           OPEN INPUT EXT-FILE.
           IF (NOT EXT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN EXT FILE: ' EXT-ST
              MOVE EXT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT NSN-FILE.
           IF (NOT NSN-SUCCESS)
              DISPLAY 'UNABLE TO OPEN NEW SNAPSHOT FILE: ' NSN-ST
              MOVE NSN-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF (NOT GL-SUCCESS)
              DISPLAY 'UNABLE TO OPEN GL FILE: ' GL-ST
              MOVE GL-ST TO RETURN-CODE
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
           STRING 'PBEGFXR BALANCE SHEET BY DIVISION - MONTH '
                  WS-RUN-MONTH ' - BASE DVZ ' WS-BASE-DVZ
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE SPACES TO EXC-REC.
           STRING 'PBEGFXR CONVERSION EXCEPTIONS - MONTH '
                  WS-RUN-MONTH ' - BASE DVZ ' WS-BASE-DVZ
                  DELIMITED BY SIZE INTO EXC-REC.
           PERFORM H335-WRITE-EXCEPTION-LINE.
       H100-END. EXIT.

       H105-READ-PARAMETER.
           OPEN INPUT PRM-FILE.
           IF (NOT PRM-SUCCESS)
              DISPLAY 'UNABLE TO OPEN PRM FILE: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PRM-FILE
              AT END
                 DISPLAY 'NO BASE DVZ IN PRM FILE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF PRM-BASE-DVZ NOT NUMERIC OR PRM-BASE-DVZ = ZEROS
              DISPLAY 'BASE DVZ NOT VALID: ' PRM-BASE-DVZ
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-BASE-DVZ TO WS-BASE-DVZ.
           IF PRM-MONTH IS NUMERIC AND PRM-MONTH > ZEROS
              MOVE PRM-MONTH TO WS-RUN-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           END-IF.
           CLOSE PRM-FILE.
       H105-END. EXIT.

       H110-LOAD-FX-RATES.
           OPEN INPUT FX-FILE.
           IF FX-SUCCESS
              PERFORM H111-LOAD-ONE-RATE UNTIL FX-EOF
              CLOSE FX-FILE
           ELSE
              IF NOT FX-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN FX FILE: ' FX-ST
              END-IF
           END-IF.
       H110-END. EXIT.

       H111-LOAD-ONE-RATE.
           READ FX-FILE
              AT END SET FX-EOF TO TRUE
           END-READ.
           IF NOT FX-EOF
              IF FX-DVZ-TO = WS-BASE-DVZ
                 IF WS-FX-USED < 100
                    ADD 1 TO WS-FX-USED
                    MOVE FX-DVZ-FROM TO WS-FX-FROM(WS-FX-USED)
                    MOVE FX-DVZ-TO   TO WS-FX-TO(WS-FX-USED)
                    MOVE FX-RATE     TO WS-FX-TBL-RATE(WS-FX-USED)
                 ELSE
                    DISPLAY 'FX TABLE FULL - PAIR ' FX-DVZ-FROM
                            ' ' FX-DVZ-TO
                 END-IF
              END-IF
           END-IF.
       H111-END. EXIT.

       H115-FIND-FX-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ZEROS TO WS-LOOKUP-RATE.
           IF WS-LOOKUP-DVZ = WS-BASE-DVZ
              MOVE 1 TO WS-LOOKUP-RATE
              MOVE 'Y' TO WS-RATE-FOUND
           ELSE
              MOVE 1 TO WS-FX-X
              PERFORM UNTIL WS-FX-X > WS-FX-USED
                      OR WS-FX-FROM(WS-FX-X) = WS-LOOKUP-DVZ
                 ADD 1 TO WS-FX-X
              END-PERFORM
              IF WS-FX-X NOT > WS-FX-USED
                 IF WS-FX-TBL-RATE(WS-FX-X) > ZEROS
                    MOVE WS-FX-TBL-RATE(WS-FX-X) TO WS-LOOKUP-RATE
                    MOVE 'Y' TO WS-RATE-FOUND
                 END-IF
              END-IF
           END-IF.
       H115-END. EXIT.

       H120-LOAD-SNAPSHOT.
           OPEN INPUT SNP-FILE.
           IF SNP-SUCCESS
              PERFORM H121-LOAD-ONE-SNAPSHOT UNTIL SNP-EOF
              CLOSE SNP-FILE
           ELSE
              IF SNP-NOTFOUND
                 DISPLAY 'NO PRIOR SNAPSHOT - NO REVALUATION THIS RUN'
              ELSE
                 DISPLAY 'UNABLE TO OPEN SNAPSHOT FILE: ' SNP-ST
                 MOVE SNP-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-SNAPSHOT.
           READ SNP-FILE
              AT END SET SNP-EOF TO TRUE
           END-READ.
           IF NOT SNP-EOF
              ADD 1 TO WS-SNP-COUNT
              IF SNP-MONTH NOT < WS-RUN-MONTH
                 DISPLAY 'SNAPSHOT ALREADY TAKEN FOR MONTH '
                         SNP-MONTH ' - RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SNP-DVZ TO WS-LOOKUP-DVZ
              PERFORM H220-FIND-DVZ-SLOT
              IF WS-DX > 0
                 MOVE 'Y' TO WS-TBL-PRIOR-FLAG(WS-DX)
                 MOVE SNP-MONTH TO WS-TBL-PRIOR-MONTH(WS-DX)
                 MOVE SNP-RATE TO WS-TBL-PRIOR-RATE(WS-DX)
                 MOVE SNP-ORIG TO WS-TBL-PRIOR-ORIG(WS-DX)
                 MOVE SNP-BASE TO WS-TBL-PRIOR-BASE(WS-DX)
              END-IF
           END-IF.
       H121-END. EXIT.

       H200-PROCESS.
           READ EXT-FILE
              AT END SET EXT-EOF TO TRUE
           END-READ.
           IF NOT EXT-EOF
              ADD 1 TO WS-READ-COUNT
              PERFORM H210-CONVERT-ONE-ACCOUNT
           END-IF.
       H200-END. EXIT.

       H210-CONVERT-ONE-ACCOUNT.
           MOVE EXT-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H220-FIND-DVZ-SLOT.
           IF WS-DX > 0
              MOVE ZEROS TO WS-BASE-AMOUNT
              IF TBL-HAS-RATE(WS-DX)
                 COMPUTE WS-BASE-AMOUNT ROUNDED =
                         EXT-BALLANCE * WS-TBL-RATE(WS-DX)
              END-IF
              IF EXT-BALLANCE < ZEROS
                 ADD 1 TO WS-TBL-DR-COUNT(WS-DX)
                 ADD EXT-BALLANCE TO WS-TBL-DR-ORIG(WS-DX)
                 ADD WS-BASE-AMOUNT TO WS-TBL-DR-BASE(WS-DX)
              ELSE
                 ADD 1 TO WS-TBL-CR-COUNT(WS-DX)
                 ADD EXT-BALLANCE TO WS-TBL-CR-ORIG(WS-DX)
                 ADD WS-BASE-AMOUNT TO WS-TBL-CR-BASE(WS-DX)
              END-IF
              IF TBL-HAS-PRIOR(WS-DX)
                 COMPUTE WS-PRIOR-AMOUNT ROUNDED =
                         EXT-BALLANCE * WS-TBL-PRIOR-RATE(WS-DX)
                 ADD WS-PRIOR-AMOUNT TO WS-TBL-AT-PRIOR(WS-DX)
              END-IF
           END-IF.
       H210-END. EXIT.

       H220-FIND-DVZ-SLOT.
           MOVE 1 TO WS-DX.
           PERFORM UNTIL WS-DX > WS-DVZ-USED
                   OR WS-TBL-DVZ(WS-DX) NOT < WS-LOOKUP-DVZ
              ADD 1 TO WS-DX
           END-PERFORM.
           IF WS-DX > WS-DVZ-USED
              OR WS-TBL-DVZ(WS-DX) NOT = WS-LOOKUP-DVZ
              IF WS-DVZ-USED NOT < 100
                 DISPLAY 'DVZ TABLE FULL - DVZ ' WS-LOOKUP-DVZ
                 ADD 1 TO WS-DVZ-DROPPED
                 MOVE 0 TO WS-DX
              ELSE
                 PERFORM H225-INSERT-DVZ-SLOT
              END-IF
           END-IF.
       H220-END. EXIT.

       H225-INSERT-DVZ-SLOT.
           PERFORM H226-SHIFT-ONE-SLOT
                   VARYING WS-SX FROM WS-DVZ-USED BY -1
                   UNTIL WS-SX < WS-DX.
           ADD 1 TO WS-DVZ-USED.
           PERFORM H115-FIND-FX-RATE.
           MOVE WS-LOOKUP-DVZ TO WS-TBL-DVZ(WS-DX).
           MOVE WS-LOOKUP-RATE TO WS-TBL-RATE(WS-DX).
           MOVE WS-RATE-FOUND TO WS-TBL-RATE-FLAG(WS-DX).
           MOVE 0 TO WS-TBL-CR-COUNT(WS-DX).
           MOVE 0 TO WS-TBL-CR-ORIG(WS-DX).
           MOVE 0 TO WS-TBL-CR-BASE(WS-DX).
           MOVE 0 TO WS-TBL-DR-COUNT(WS-DX).
           MOVE 0 TO WS-TBL-DR-ORIG(WS-DX).
           MOVE 0 TO WS-TBL-DR-BASE(WS-DX).
           MOVE 0 TO WS-TBL-AT-PRIOR(WS-DX).
           MOVE 'N' TO WS-TBL-PRIOR-FLAG(WS-DX).
           MOVE 0 TO WS-TBL-PRIOR-MONTH(WS-DX).
           MOVE 0 TO WS-TBL-PRIOR-RATE(WS-DX).
           MOVE 0 TO WS-TBL-PRIOR-ORIG(WS-DX).
           MOVE 0 TO WS-TBL-PRIOR-BASE(WS-DX).
       H225-END. EXIT.

       H226-SHIFT-ONE-SLOT.
           IF WS-SX > 0
              MOVE WS-DVZ-TBL(WS-SX) TO WS-DVZ-TBL(WS-SX + 1)
           END-IF.
       H226-END. EXIT.

       H300-WRITE-BALANCE-SHEET.
           PERFORM H310-ONE-DIVISION
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DVZ-USED.
           MOVE SPACES TO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE WS-GRD-CR-BASE TO WS-BASE-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'TOTAL CREDIT BALANCES     BASE ' WS-BASE-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE WS-GRD-DR-BASE TO WS-BASE-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'TOTAL OVERDRAWN BALANCES  BASE ' WS-BASE-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE WS-GRD-NET-BASE TO WS-BASE-ED.
           MOVE WS-GRD-PRIOR-BASE TO WS-PRIOR-ED.
           MOVE WS-GRD-MOVEMENT TO WS-MOVE-ED.
           MOVE WS-GRD-REVAL TO WS-REVAL-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'TOTAL DEPOSIT BOOK        BASE ' WS-BASE-ED
                  ' PRIOR ' WS-PRIOR-ED
                  ' MOVEMENT ' WS-MOVE-ED
                  ' REVAL ' WS-REVAL-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           IF WS-EXC-COUNT > 0
              MOVE SPACES TO RPT-REC
              STRING 'DIVISIONS WITHOUT RATE: ' WS-EXC-COUNT
                     ' ACCOUNTS: ' WS-EXC-ACCOUNTS
                     ' - EXCLUDED FROM BASE TOTALS - SEE EXCEPTIONS'
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
           PERFORM H350-WRITE-GL-TRAILER.
       H300-END. EXIT.

       H310-ONE-DIVISION.
           COMPUTE WS-NET-ORIG = WS-TBL-CR-ORIG(WS-DX)
                               + WS-TBL-DR-ORIG(WS-DX).
           COMPUTE WS-NET-BASE = WS-TBL-CR-BASE(WS-DX)
                               + WS-TBL-DR-BASE(WS-DX).
           COMPUTE WS-ACCT-TOTAL = WS-TBL-CR-COUNT(WS-DX)
                                 + WS-TBL-DR-COUNT(WS-DX).
           MOVE SPACES TO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           IF TBL-HAS-RATE(WS-DX)
              PERFORM H315-DIVISION-LINES
              PERFORM H340-WRITE-GL-ENTRY
              PERFORM H345-WRITE-SNAPSHOT
           ELSE
              PERFORM H320-DIVISION-EXCEPTION
           END-IF.
       H310-END. EXIT.

       H315-DIVISION-LINES.
           MOVE WS-TBL-RATE(WS-DX) TO WS-RATE-ED.
           MOVE WS-TBL-CR-ORIG(WS-DX) TO WS-ORIG-ED.
           MOVE WS-TBL-CR-BASE(WS-DX) TO WS-BASE-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'DVZ ' WS-TBL-DVZ(WS-DX) ' RATE ' WS-RATE-ED
                  ' CREDIT    ACCTS ' WS-TBL-CR-COUNT(WS-DX)
                  ' ORIG ' WS-ORIG-ED ' BASE ' WS-BASE-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE WS-TBL-DR-ORIG(WS-DX) TO WS-ORIG-ED.
           MOVE WS-TBL-DR-BASE(WS-DX) TO WS-BASE-ED.
           MOVE SPACES TO RPT-REC.
           STRING '                      OVERDRAWN ACCTS '
                  WS-TBL-DR-COUNT(WS-DX)
                  ' ORIG ' WS-ORIG-ED ' BASE ' WS-BASE-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE WS-NET-ORIG TO WS-ORIG-ED.
           MOVE WS-NET-BASE TO WS-BASE-ED.
           MOVE SPACES TO RPT-REC.
           STRING '                      NET       ACCTS '
                  WS-ACCT-TOTAL
                  ' ORIG ' WS-ORIG-ED ' BASE ' WS-BASE-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           ADD WS-TBL-CR-BASE(WS-DX) TO WS-GRD-CR-BASE.
           ADD WS-TBL-DR-BASE(WS-DX) TO WS-GRD-DR-BASE.
           ADD WS-NET-BASE TO WS-GRD-NET-BASE.
           MOVE SPACES TO RPT-REC.
           IF TBL-HAS-PRIOR(WS-DX)
              COMPUTE WS-REVAL = WS-NET-BASE - WS-TBL-AT-PRIOR(WS-DX)
              COMPUTE WS-MOVEMENT = WS-TBL-AT-PRIOR(WS-DX)
                                  - WS-TBL-PRIOR-BASE(WS-DX)
              ADD WS-TBL-PRIOR-BASE(WS-DX) TO WS-GRD-PRIOR-BASE
              ADD WS-MOVEMENT TO WS-GRD-MOVEMENT
              ADD WS-REVAL TO WS-GRD-REVAL
              MOVE WS-TBL-PRIOR-RATE(WS-DX) TO WS-RATE-ED
              MOVE WS-TBL-PRIOR-BASE(WS-DX) TO WS-PRIOR-ED
              MOVE WS-MOVEMENT TO WS-MOVE-ED
              MOVE WS-REVAL TO WS-REVAL-ED
              STRING '                      PRIOR '
                     WS-TBL-PRIOR-MONTH(WS-DX)
                     ' RATE ' WS-RATE-ED
                     ' BASE ' WS-PRIOR-ED
                     ' MOVEMENT ' WS-MOVE-ED
                     ' REVAL ' WS-REVAL-ED
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
              MOVE ZEROS TO WS-REVAL
              MOVE WS-NET-BASE TO WS-MOVEMENT
              ADD WS-MOVEMENT TO WS-GRD-MOVEMENT
              STRING '                      NO PRIOR SNAPSHOT - '
                     'NO REVALUATION'
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H330-WRITE-REPORT-LINE.
       H315-END. EXIT.

       H320-DIVISION-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           ADD WS-ACCT-TOTAL TO WS-EXC-ACCOUNTS.
           MOVE WS-NET-ORIG TO WS-ORIG-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'DVZ ' WS-TBL-DVZ(WS-DX)
                  ' NO RATE TO BASE - ACCTS ' WS-ACCT-TOTAL
                  ' ORIG ' WS-ORIG-ED ' NOT CONVERTED'
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE WS-TBL-CR-ORIG(WS-DX) TO WS-ORIG-ED.
           MOVE WS-TBL-DR-ORIG(WS-DX) TO WS-BASE-ED.
           MOVE SPACES TO EXC-REC.
           STRING 'NO FX RATE ' WS-TBL-DVZ(WS-DX) ' TO '
                  WS-BASE-DVZ
                  ' ACCTS ' WS-ACCT-TOTAL
                  ' CREDIT ORIG ' WS-ORIG-ED
                  ' OVERDRAWN ORIG ' WS-BASE-ED
                  DELIMITED BY SIZE INTO EXC-REC.
           PERFORM H335-WRITE-EXCEPTION-LINE.
           IF TBL-HAS-PRIOR(WS-DX)
              MOVE WS-TBL-DVZ(WS-DX) TO WS-SNP-DVZ
              MOVE WS-TBL-PRIOR-MONTH(WS-DX) TO WS-SNP-MONTH
              MOVE WS-TBL-PRIOR-RATE(WS-DX) TO WS-SNP-RATE
              MOVE WS-TBL-PRIOR-ORIG(WS-DX) TO WS-SNP-ORIG
              MOVE WS-TBL-PRIOR-BASE(WS-DX) TO WS-SNP-BASE
              PERFORM H347-WRITE-SNAPSHOT-REC
              MOVE SPACES TO EXC-REC
              STRING '           PRIOR SNAPSHOT OF MONTH '
                     WS-TBL-PRIOR-MONTH(WS-DX)
                     ' CARRIED FORWARD UNCHANGED'
                     DELIMITED BY SIZE INTO EXC-REC
              PERFORM H335-WRITE-EXCEPTION-LINE
           END-IF.
       H320-END. EXIT.

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

       H340-WRITE-GL-ENTRY.
           IF WS-REVAL NOT = ZEROS
              IF WS-REVAL > ZEROS
                 MOVE 'RG' TO GL-TYPE
              ELSE
                 MOVE 'RL' TO GL-TYPE
              END-IF
              MOVE WS-TBL-DVZ(WS-DX) TO GL-DVZ
              MOVE WS-ACCT-TOTAL TO GL-COUNT
              MOVE WS-REVAL TO GL-AMOUNT
              WRITE GL-REC
              IF (NOT GL-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE GL FILE: ' GL-ST
              END-IF
              ADD 1 TO WS-TRL-COUNT
              ADD WS-REVAL TO WS-TRL-AMOUNT
           END-IF.
       H340-END. EXIT.

       H345-WRITE-SNAPSHOT.
           MOVE WS-TBL-DVZ(WS-DX) TO WS-SNP-DVZ.
           MOVE WS-RUN-MONTH TO WS-SNP-MONTH.
           MOVE WS-TBL-RATE(WS-DX) TO WS-SNP-RATE.
           MOVE WS-NET-ORIG TO WS-SNP-ORIG.
           MOVE WS-NET-BASE TO WS-SNP-BASE.
           PERFORM H347-WRITE-SNAPSHOT-REC.
       H345-END. EXIT.

       H347-WRITE-SNAPSHOT-REC.
           WRITE NSN-REC FROM WS-SNP-OUT.
           IF (NOT NSN-SUCCESS)
              DISPLAY 'UNABLE TO WRITE NEW SNAPSHOT FILE: ' NSN-ST
           END-IF.
       H347-END. EXIT.

       H350-WRITE-GL-TRAILER.
           MOVE '99' TO GL-TYPE.
           MOVE ZEROS TO GL-DVZ.
           MOVE WS-TRL-COUNT TO GL-COUNT.
           MOVE WS-TRL-AMOUNT TO GL-AMOUNT.
           WRITE GL-REC.
           IF (NOT GL-SUCCESS)
              DISPLAY 'UNABLE TO WRITE GL FILE: ' GL-ST
           END-IF.
       H350-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE SPACES TO EXC-REC.
           STRING 'PBEGFXR DIVISIONS WITHOUT RATE: ' WS-EXC-COUNT
                  ' ACCOUNTS NOT CONVERTED: ' WS-EXC-ACCOUNTS
                  DELIMITED BY SIZE INTO EXC-REC.
           PERFORM H335-WRITE-EXCEPTION-LINE.
           CLOSE EXT-FILE.
           CLOSE NSN-FILE.
           CLOSE GL-FILE.
           CLOSE RPT-FILE.
           CLOSE EXC-FILE.
           IF WS-EXC-COUNT > 0 OR WS-DVZ-DROPPED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H950-WRITE-RUN-LOG.
           DISPLAY 'PBEGFXR COMPLETE - ACCOUNTS: ' WS-READ-COUNT
                   ' DIVISIONS: ' WS-DVZ-USED
                   ' WITHOUT RATE: ' WS-EXC-COUNT
                   ' GL LINES: ' WS-TRL-COUNT.
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
              MOVE 'PBEGFXR' TO LOG-PROGRAM
              MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
              MOVE WS-LOG-STAMP(1:8) TO LOG-RUN-DATE
              MOVE WS-LOG-STAMP(9:6) TO LOG-RUN-TIME
              MOVE WS-READ-COUNT TO LOG-RECS-IN
              MOVE WS-TRL-COUNT TO LOG-RECS-OUT
              ADD 1 TO LOG-RECS-OUT
              MOVE WS-EXC-ACCOUNTS TO LOG-REJECTS
              MOVE RETURN-CODE TO LOG-RETC
              WRITE LOG-REC
              IF (NOT LOG-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE LOG FILE: ' LOG-ST
              END-IF
              CLOSE LOG-FILE
           END-IF.
       H950-END. EXIT.
