       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGHLD.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN HLD-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.
           SELECT IDX-FILE   ASSIGN IDX-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT RPT-FILE   ASSIGN TO HLD-RPT-FILE
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
       01  HLD-REC.
           03 HLD-KEY.
              05 HLD-ID           PIC S9(05)   COMP-3.
              05 HLD-DVZ          PIC S9(03)   COMP.
              05 HLD-REF          PIC X(12).
           03 HLD-AMOUNT          PIC S9(15)   COMP-3.
           03 HLD-REASON          PIC X(2).
           03 HLD-EXPIRY          PIC 9(8).
           03 HLD-PLACED-DATE     PIC 9(8).
           03 HLD-TXN-REF         PIC X(12).
           03 HLD-STATUS          PIC X(1).
              88 HLD-IS-ACTIVE          VALUE 'A'.
              88 HLD-IS-RELEASED        VALUE 'R'.
              88 HLD-IS-EXPIRED         VALUE 'E'.
           03 HLD-CLOSED-DATE     PIC 9(8).
           03 HLD-CLOSED-REF      PIC X(12).

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 HLD-ST               PIC 9(2).
              88 HLD-SUCCESS             VALUE 00 97.
              88 HLD-NOTFOUND            VALUE 35.
              88 HLD-EOF                 VALUE 10.
           03 IDX-ST               PIC 9(2).
              88 IDX-SUCCESS             VALUE 00 97.
           03 WS-IDX-AVAILABLE     PIC X(1) VALUE 'N'.
              88 IDX-IS-AVAILABLE        VALUE 'Y'.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 WS-RUN-DATE          PIC 9(8).
           03 WS-ACCT-FIRST        PIC X(1) VALUE 'Y'.
              88 ACCT-IS-FIRST           VALUE 'Y'.
           03 WS-ACCT-ID           PIC 9(5) VALUE 0.
           03 WS-ACCT-DVZ          PIC 9(3) VALUE 0.
           03 WS-ACCT-HELD         PIC S9(15) VALUE 0.
           03 WS-ACCT-COUNT        PIC 9(5) VALUE 0.
           03 WS-AVAIL-BAL         PIC S9(15) VALUE 0.
           03 WS-HLD-ID            PIC 9(5).
           03 WS-HLD-DVZ           PIC 9(3).
           03 WS-HOLD-STATE        PIC X(14).
           03 WS-AMT-ED            PIC -(14)9.
           03 WS-BAL-ED            PIC -(14)9.
           03 WS-AVL-ED            PIC -(14)9.
       01  WS-COUNT-AREA.
           03 WS-READ-COUNT        PIC 9(7) VALUE 0.
           03 WS-ACTIVE-COUNT      PIC 9(7) VALUE 0.
           03 WS-EXPIRED-COUNT     PIC 9(7) VALUE 0.
           03 WS-CLOSED-COUNT      PIC 9(7) VALUE 0.
           03 WS-FAIL-COUNT        PIC 9(7) VALUE 0.
           03 WS-ACTIVE-AMOUNT     PIC S9(15) VALUE 0.
       01  WS-RSN-TABLE.
           03 WS-RSN-USED          PIC 9(3) VALUE 0.
           03 WS-RX                PIC 9(3) VALUE 0.
           03 WS-RSN-DROPPED       PIC 9(7) VALUE 0.
           03 WS-RSN-TBL OCCURS 100 TIMES.
              05 WS-RSN-CODE       PIC X(2).
              05 WS-RSN-ACTIVE     PIC 9(7).
              05 WS-RSN-AMOUNT     PIC S9(15).
              05 WS-RSN-EXPIRED    PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL HLD-EOF.
           IF NOT ACCT-IS-FIRST
              PERFORM H320-WRITE-ACCOUNT-TOTAL
           END-IF.
           PERFORM H400-WRITE-REASON-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O HLD-FILE.
           IF (NOT HLD-SUCCESS)
              IF HLD-NOTFOUND
                 DISPLAY 'PBEGHLD NO HOLD FILE - NOTHING TO DO'
                 STOP RUN
              END-IF
              DISPLAY 'UNABLE TO OPEN HLD FILE: ' HLD-ST
              MOVE HLD-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (IDX-SUCCESS)
              MOVE 'Y' TO WS-IDX-AVAILABLE
           ELSE
              DISPLAY 'UNABLE TO OPEN IDX FILE: ' IDX-ST
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPT FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGHLD HOLDS BY ACCOUNT AS AT ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H100-END. EXIT.

       H200-PROCESS.
           READ HLD-FILE NEXT RECORD
              AT END SET HLD-EOF TO TRUE
           END-READ.
           IF NOT HLD-EOF
              ADD 1 TO WS-READ-COUNT
              IF HLD-IS-ACTIVE
                 PERFORM H210-ONE-ACTIVE-HOLD
              ELSE
                 ADD 1 TO WS-CLOSED-COUNT
              END-IF
           END-IF.
       H200-END. EXIT.

       H210-ONE-ACTIVE-HOLD.
           MOVE HLD-ID TO WS-HLD-ID.
           MOVE HLD-DVZ TO WS-HLD-DVZ.
           IF ACCT-IS-FIRST
              OR WS-HLD-ID NOT = WS-ACCT-ID
              OR WS-HLD-DVZ NOT = WS-ACCT-DVZ
              IF NOT ACCT-IS-FIRST
                 PERFORM H320-WRITE-ACCOUNT-TOTAL
              END-IF
              PERFORM H310-START-ACCOUNT
           END-IF.
           PERFORM H220-FIND-REASON.
           IF HLD-EXPIRY < WS-RUN-DATE
              PERFORM H230-EXPIRE-HOLD
           ELSE
              MOVE 'ACTIVE' TO WS-HOLD-STATE
              ADD 1 TO WS-ACTIVE-COUNT
              ADD HLD-AMOUNT TO WS-ACTIVE-AMOUNT
              ADD HLD-AMOUNT TO WS-ACCT-HELD
              IF WS-RX > 0
                 ADD 1 TO WS-RSN-ACTIVE(WS-RX)
                 ADD HLD-AMOUNT TO WS-RSN-AMOUNT(WS-RX)
              END-IF
           END-IF.
           MOVE HLD-AMOUNT TO WS-AMT-ED.
           MOVE SPACES TO RPT-REC.
           STRING '    HOLD ' HLD-REF ' REASON ' HLD-REASON
                  ' AMOUNT ' WS-AMT-ED
                  ' PLACED ' HLD-PLACED-DATE
                  ' EXPIRES ' HLD-EXPIRY
                  ' ' WS-HOLD-STATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H210-END. EXIT.

       H220-FIND-REASON.
           MOVE 1 TO WS-RX.
           PERFORM UNTIL WS-RX > WS-RSN-USED
                   OR WS-RSN-CODE(WS-RX) = HLD-REASON
              ADD 1 TO WS-RX
           END-PERFORM.
           IF WS-RX > WS-RSN-USED
              IF WS-RX > 100
                 DISPLAY 'REASON TABLE FULL - REASON ' HLD-REASON
                 ADD 1 TO WS-RSN-DROPPED
                 MOVE 0 TO WS-RX
              ELSE
                 MOVE WS-RX TO WS-RSN-USED
                 MOVE HLD-REASON TO WS-RSN-CODE(WS-RX)
                 MOVE 0 TO WS-RSN-ACTIVE(WS-RX)
                 MOVE 0 TO WS-RSN-AMOUNT(WS-RX)
                 MOVE 0 TO WS-RSN-EXPIRED(WS-RX)
              END-IF
           END-IF.
       H220-END. EXIT.

       H230-EXPIRE-HOLD.
           MOVE 'E' TO HLD-STATUS.
           MOVE WS-RUN-DATE TO HLD-CLOSED-DATE.
           MOVE 'EXPIRED' TO HLD-CLOSED-REF.
           REWRITE HLD-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO EXPIRE HOLD: ' HLD-ST
           END-REWRITE.
           IF HLD-SUCCESS
              MOVE 'EXPIRED TODAY' TO WS-HOLD-STATE
              ADD 1 TO WS-EXPIRED-COUNT
              IF WS-RX > 0
                 ADD 1 TO WS-RSN-EXPIRED(WS-RX)
              END-IF
           ELSE
              MOVE 'EXPIRY FAILED' TO WS-HOLD-STATE
              ADD 1 TO WS-FAIL-COUNT
           END-IF.
       H230-END. EXIT.

       H310-START-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FIRST.
           MOVE WS-HLD-ID TO WS-ACCT-ID.
           MOVE WS-HLD-DVZ TO WS-ACCT-DVZ.
           MOVE 0 TO WS-ACCT-HELD.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE SPACES TO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE SPACES TO IDX-NAME.
           MOVE 'N' TO IDX-STATUS.
           IF IDX-IS-AVAILABLE
              MOVE WS-ACCT-ID TO IDX-ID
              MOVE WS-ACCT-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE '** ACCOUNT NOT ON FILE **' TO IDX-NAME
                    MOVE ZEROS TO IDX-BALLANCE
                    MOVE ZEROS TO IDX-OD-LIMIT
                    MOVE 'N' TO IDX-OD-FLAG
              END-READ
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'ACCOUNT ID ' WS-ACCT-ID ' DVZ ' WS-ACCT-DVZ
                  ' ' IDX-NAME ' STATUS ' IDX-STATUS
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H310-END. EXIT.

       H320-WRITE-ACCOUNT-TOTAL.
           MOVE WS-ACCT-HELD TO WS-AMT-ED.
           MOVE SPACES TO RPT-REC.
           IF IDX-IS-AVAILABLE
              COMPUTE WS-AVAIL-BAL = IDX-BALLANCE - WS-ACCT-HELD
              IF IDX-OD-FLAG = 'Y'
                 ADD IDX-OD-LIMIT TO WS-AVAIL-BAL
              END-IF
              MOVE IDX-BALLANCE TO WS-BAL-ED
              MOVE WS-AVAIL-BAL TO WS-AVL-ED
              STRING '    BALANCE ' WS-BAL-ED
                     ' HELD ' WS-AMT-ED
                     ' AVAILABLE ' WS-AVL-ED
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING '    HELD ' WS-AMT-ED
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H330-WRITE-REPORT-LINE.
       H320-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H400-WRITE-REASON-SUMMARY.
           MOVE SPACES TO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING 'HOLDS BY REASON' DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           PERFORM H410-ONE-REASON-LINE
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RSN-USED.
           IF WS-RSN-DROPPED > 0
              MOVE SPACES TO RPT-REC
              STRING 'HOLDS NOT SUMMARIZED BY REASON: '
                     WS-RSN-DROPPED
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H400-END. EXIT.

       H410-ONE-REASON-LINE.
           MOVE WS-RSN-AMOUNT(WS-RX) TO WS-AMT-ED.
           MOVE SPACES TO RPT-REC.
           STRING '  REASON ' WS-RSN-CODE(WS-RX)
                  ' ACTIVE ' WS-RSN-ACTIVE(WS-RX)
                  ' AMOUNT ' WS-AMT-ED
                  ' EXPIRED TODAY ' WS-RSN-EXPIRED(WS-RX)
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H410-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE WS-ACTIVE-AMOUNT TO WS-AMT-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGHLD HOLDS READ: ' WS-READ-COUNT
                  ' ACTIVE: ' WS-ACTIVE-COUNT
                  ' AMOUNT: ' WS-AMT-ED
                  ' EXPIRED TODAY: ' WS-EXPIRED-COUNT
                  ' ACCOUNTS: ' WS-ACCT-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           CLOSE HLD-FILE.
           IF IDX-IS-AVAILABLE
              CLOSE IDX-FILE
           END-IF.
           CLOSE RPT-FILE.
           IF WS-FAIL-COUNT > 0 OR WS-RSN-DROPPED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'PBEGHLD ACTIVE: ' WS-ACTIVE-COUNT
                   ' EXPIRED TODAY: ' WS-EXPIRED-COUNT
                   ' RELEASED OR EXPIRED EARLIER: ' WS-CLOSED-COUNT.
           STOP RUN.
       H999-END. EXIT.
