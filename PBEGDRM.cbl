       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGDRM.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDX-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT AUD-FILE   ASSIGN TO AUD-FILE
                             STATUS AUD-ST.
           SELECT PST-FILE   ASSIGN TO PST-HST-FILE
                             STATUS PST-ST.
           SELECT REF-FILE   ASSIGN TO REF-FILE
                             STATUS REF-ST.
           SELECT PRM-FILE   ASSIGN TO DRM-PRM-FILE
                             STATUS PRM-ST.
           SELECT SRT-FILE   ASSIGN TO SRT-FILE.
           SELECT GEN-FILE   ASSIGN TO DRM-GEN-FILE
                             STATUS GEN-ST.
           SELECT RPT-FILE   ASSIGN TO DRM-RPT-FILE
                             STATUS RPT-ST.
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

       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-FUNC             PIC X(1).
           03 AUD-TIMESTAMP        PIC X(21).
           03 AUD-ID               PIC S9(05)   COMP-3.
           03 AUD-DVZ              PIC S9(03)   COMP.
           03 AUD-NAME             PIC X(30).
           03 AUD-DATE             PIC S9(7)    COMP-3.
           03 AUD-BALLANCE         PIC S9(15)   COMP-3.
           03 AUD-STATUS           PIC X(1).
           03 AUD-RATE             PIC 9(3)V9(4).
           03 AUD-REF              PIC X(12).
           03 AUD-ORIG-REF         PIC X(12).
           03 AUD-MAKER            PIC X(8).
           03 AUD-APPROVER         PIC X(8).

       FD  PST-FILE RECORDING MODE F.
       01  PST-REC.
           03 PST-FUNC             PIC X(1).
           03 PST-ID               PIC 9(5).
           03 PST-DVZ              PIC 9(3).
           03 PST-AMOUNT           PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
           03 PST-RATE             PIC 9(3)V9(4).
           03 PST-NAME             PIC X(30).
           03 PST-DATE             PIC S9(7).
           03 PST-OD-FLAG          PIC X(1).
           03 PST-OD-LIMIT         PIC 9(15).
           03 PST-STATUS           PIC X(1).
           03 PST-REF              PIC X(12).
           03 PST-ORIG-FUNC        PIC X(1).
           03 PST-ORIG-REF         PIC X(12).
           03 PST-MAKER            PIC X(8).
           03 PST-APPROVER         PIC X(8).

       FD  REF-FILE RECORDING MODE F.
       01  REF-REC.
           03 REF-VALUE            PIC X(12).
           03 REF-POST-DATE        PIC 9(8).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-IDLE-MONTHS      PIC 9(3).

       SD  SRT-FILE.
       01  SRT-REC.
           03 SRT-DVZ              PIC 9(03).
           03 SRT-ID               PIC 9(05).
           03 SRT-TYPE             PIC X(1).
              88 SRT-IS-ACTIVITY         VALUE '1'.
              88 SRT-IS-MASTER           VALUE '2'.
           03 SRT-ACT-DATE         PIC 9(8).
           03 SRT-NAME             PIC X(30).
           03 SRT-BALLANCE         PIC S9(15).

       FD  GEN-FILE RECORDING MODE F.
       01  GEN-REC.
           03 GEN-FUNC-TYPE       PIC X(1).
           03 GEN-ID              PIC 9(5).
           03 GEN-DVZ             PIC 9(3).
           03 GEN-AMOUNT          PIC S9(15).
           03 GEN-NAME            PIC X(30).
           03 GEN-DATE            PIC S9(7).
           03 GEN-BAL             PIC S9(15).
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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST               PIC 9(2).
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-EOF                 VALUE 10.
           03 AUD-ST               PIC 9(2).
              88 AUD-SUCCESS             VALUE 00 97.
              88 AUD-NOTFOUND            VALUE 35.
              88 AUD-EOF                 VALUE 10.
           03 PST-ST               PIC 9(2).
              88 PST-SUCCESS             VALUE 00 97.
              88 PST-NOTFOUND            VALUE 35.
              88 PST-EOF                 VALUE 10.
           03 REF-ST               PIC 9(2).
              88 REF-SUCCESS             VALUE 00 97.
              88 REF-NOTFOUND            VALUE 35.
              88 REF-EOF                 VALUE 10.
           03 PRM-ST               PIC 9(2).
              88 PRM-SUCCESS             VALUE 00 97.
           03 GEN-ST               PIC 9(2).
              88 GEN-SUCCESS             VALUE 00 97.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 WS-SRT-EOF           PIC X(1) VALUE 'N'.
              88 SRT-EOF                 VALUE 'Y'.
           03 WS-RUN-DATE.
              05 WS-RUN-YYYY       PIC 9(4).
              05 WS-RUN-MM         PIC 9(2).
              05 WS-RUN-DD         PIC 9(2).
           03 WS-RUN-DATE-NUM      REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-IDLE-MONTHS       PIC 9(3) VALUE 0.
           03 WS-CUTOFF-DATE.
              05 WS-CUT-YYYY       PIC 9(4).
              05 WS-CUT-MM         PIC 9(2).
              05 WS-CUT-DD         PIC 9(2).
           03 WS-CUTOFF-NUM        REDEFINES WS-CUTOFF-DATE PIC 9(8).
           03 WS-REF-HORIZON       PIC 9(3) VALUE 90.
           03 WS-HORIZON-INT       PIC 9(7).
           03 WS-HORIZON-NUM       PIC 9(8).
           03 WS-MONTH-NO          PIC 9(6).
           03 WS-MAX-DD            PIC 9(2).
           03 WS-MOD-4             PIC 9(4).
           03 WS-MOD-100           PIC 9(4).
           03 WS-MOD-400           PIC 9(4).
           03 WS-ACT-FUNC          PIC X(1).
              88 ACT-IS-CUSTOMER         VALUE 'W' 'U' 'B' 'T'.
           03 WS-ACT-REF           PIC X(12).
           03 WS-ACT-REF-FEE       REDEFINES WS-ACT-REF.
              05 WS-ACT-REF-TAG    PIC X(2).
              05 WS-ACT-REF-NUM    PIC X(10).
           03 WS-ACT-OK            PIC X(1).
              88 ACT-COUNTS              VALUE 'Y'.
           03 WS-BATCH-ID          PIC 9(8).
           03 WS-HDR-WRITTEN       PIC X(1) VALUE 'N'.
              88 HDR-WRITTEN             VALUE 'Y'.
           03 WS-GEN-COUNT         PIC 9(7) VALUE 0.
           03 WS-GEN-REF.
              05 WS-REF-TAG        PIC X(1) VALUE 'D'.
              05 WS-REF-YYMMDD     PIC 9(6).
              05 WS-REF-SEQ        PIC 9(5).
           03 WS-AUD-COUNT         PIC 9(7) VALUE 0.
           03 WS-PST-COUNT         PIC 9(7) VALUE 0.
           03 WS-PST-UNDATED       PIC 9(7) VALUE 0.
           03 WS-ACCT-COUNT        PIC 9(7) VALUE 0.
       01  WS-REF-AREA.
           03 WS-REF-USED          PIC 9(5) VALUE 0.
           03 WS-REF-X             PIC 9(5) VALUE 0.
           03 WS-REF-MAX           PIC 9(5) VALUE 50000.
           03 WS-REF-OVERFLOW      PIC 9(7) VALUE 0.
           03 WS-AUD-REF-OVERFLOW  PIC 9(7) VALUE 0.
           03 WS-AUD-REF-NEW       PIC X(1) VALUE 'Y'.
              88 AUD-REF-IS-NEW          VALUE 'Y'.
           03 WS-REF-TBL OCCURS 50000 TIMES.
              05 WS-REF-ENTRY      PIC X(12).
              05 WS-REF-DATE       PIC 9(8).
       01  WS-BREAK-AREA.
           03 WS-CUR-DVZ           PIC 9(3) VALUE 0.
           03 WS-CUR-ID            PIC 9(5) VALUE 0.
           03 WS-LAST-ACT          PIC 9(8) VALUE 0.
           03 WS-UNDATED-SEEN      PIC X(1) VALUE 'N'.
              88 UNDATED-SEEN            VALUE 'Y'.
           03 WS-UNDATED-ACCTS     PIC 9(7) VALUE 0.
           03 WS-DVZ-FIRST         PIC X(1) VALUE 'Y'.
              88 DVZ-IS-FIRST            VALUE 'Y'.
           03 WS-RPT-DVZ           PIC 9(3) VALUE 0.
           03 WS-DVZ-COUNT         PIC 9(7) VALUE 0.
           03 WS-DVZ-BAL           PIC S9(15) VALUE 0.
           03 WS-TOT-COUNT         PIC 9(7) VALUE 0.
           03 WS-LAST-ACT-X        PIC X(12).
           03 WS-BAL-ED            PIC -(14)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-BATCH-ID = WS-RUN-DATE-NUM + 10000000.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-COMPUTE-CUTOFF.
           PERFORM H120-LOAD-REF-REGISTER.
           PERFORM H130-WRITE-TITLE.
           SORT SRT-FILE
               ASCENDING KEY SRT-DVZ SRT-ID SRT-TYPE
               INPUT PROCEDURE IS H200-RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS H300-FIND-DORMANT.
           PERFORM H400-WRITE-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT PRM-FILE.
           IF (NOT PRM-SUCCESS)
              DISPLAY 'UNABLE TO OPEN PRM FILE: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PRM-FILE
              AT END
                 DISPLAY 'NO IDLE MONTHS IN PRM FILE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF PRM-IDLE-MONTHS NOT NUMERIC OR PRM-IDLE-MONTHS = ZEROS
              DISPLAY 'IDLE MONTHS NOT VALID: ' PRM-IDLE-MONTHS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-IDLE-MONTHS TO WS-IDLE-MONTHS.
           CLOSE PRM-FILE.
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
       H100-END. EXIT.

       H110-COMPUTE-CUTOFF.
           COMPUTE WS-MONTH-NO = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
                                 - WS-IDLE-MONTHS.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUT-YYYY
                  REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           EVALUATE WS-CUT-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MAX-DD
              WHEN 2
                 COMPUTE WS-MOD-4 = FUNCTION MOD(WS-CUT-YYYY, 4)
                 COMPUTE WS-MOD-100 = FUNCTION MOD(WS-CUT-YYYY, 100)
                 COMPUTE WS-MOD-400 = FUNCTION MOD(WS-CUT-YYYY, 400)
                 IF WS-MOD-4 = 0 AND
                    (WS-MOD-100 NOT = 0 OR WS-MOD-400 = 0)
                    MOVE 29 TO WS-MAX-DD
                 ELSE
                    MOVE 28 TO WS-MAX-DD
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MAX-DD
           END-EVALUATE.
           MOVE WS-RUN-DD TO WS-CUT-DD.
           IF WS-CUT-DD > WS-MAX-DD
              MOVE WS-MAX-DD TO WS-CUT-DD
           END-IF.
           COMPUTE WS-HORIZON-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-REF-HORIZON.
           COMPUTE WS-HORIZON-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).
       H110-END. EXIT.

       H120-LOAD-REF-REGISTER.
           OPEN INPUT REF-FILE.
           IF REF-SUCCESS
              PERFORM H121-LOAD-ONE-REF UNTIL REF-EOF
              CLOSE REF-FILE
           ELSE
              IF NOT REF-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN REF FILE: ' REF-ST
              END-IF
           END-IF.
           IF WS-REF-OVERFLOW > 0
              DISPLAY 'REF REGISTER EXCEEDS TABLE - NOT LOADED: '
                      WS-REF-OVERFLOW
              MOVE 8 TO RETURN-CODE
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-REF.
           READ REF-FILE
              AT END SET REF-EOF TO TRUE
           END-READ.
           IF NOT REF-EOF AND REF-POST-DATE IS NUMERIC
              IF WS-REF-USED < WS-REF-MAX
                 ADD 1 TO WS-REF-USED
                 MOVE REF-VALUE     TO WS-REF-ENTRY(WS-REF-USED)
                 MOVE REF-POST-DATE TO WS-REF-DATE(WS-REF-USED)
              ELSE
                 ADD 1 TO WS-REF-OVERFLOW
              END-IF
           END-IF.
       H121-END. EXIT.

       H130-WRITE-TITLE.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGDRM DORMANT ACCOUNTS RUN ' WS-RUN-DATE
                  ' NO CUSTOMER ACTIVITY SINCE ' WS-CUTOFF-DATE
                  ' (' WS-IDLE-MONTHS ' MONTHS)'
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H130-END. EXIT.

       H200-RELEASE-ACTIVITY.
           PERFORM H210-RELEASE-AUDIT.
           PERFORM H220-RELEASE-POSTINGS.
           PERFORM H230-RELEASE-MASTER.
       H200-END. EXIT.

       H210-RELEASE-AUDIT.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
              PERFORM H211-RELEASE-AUDIT-REC UNTIL AUD-EOF
              CLOSE AUD-FILE
           ELSE
              IF NOT AUD-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN AUD FILE: ' AUD-ST
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-AUD-REF-OVERFLOW > 0
              DISPLAY 'AUD REFS NOT LOADED FOR DATING - TABLE FULL: '
                      WS-AUD-REF-OVERFLOW
              MOVE 8 TO RETURN-CODE
           END-IF.
       H210-END. EXIT.

       H211-RELEASE-AUDIT-REC.
           READ AUD-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
           IF NOT AUD-EOF
              PERFORM H212-STORE-AUDIT-REF
              MOVE AUD-FUNC TO WS-ACT-FUNC
              MOVE AUD-REF  TO WS-ACT-REF
              PERFORM H215-CHECK-ACTIVITY
              IF ACT-COUNTS AND AUD-TIMESTAMP(1:8) IS NUMERIC
                 MOVE AUD-DVZ   TO SRT-DVZ
                 MOVE AUD-ID    TO SRT-ID
                 MOVE '1'       TO SRT-TYPE
                 MOVE AUD-TIMESTAMP(1:8) TO SRT-ACT-DATE
                 MOVE SPACES    TO SRT-NAME
                 MOVE ZEROS     TO SRT-BALLANCE
                 RELEASE SRT-REC
                 ADD 1 TO WS-AUD-COUNT
              END-IF
           END-IF.
       H211-END. EXIT.

       H212-STORE-AUDIT-REF.
           MOVE 'Y' TO WS-AUD-REF-NEW.
           IF WS-REF-USED > 0
              IF WS-REF-ENTRY(WS-REF-USED) = AUD-REF
                 MOVE 'N' TO WS-AUD-REF-NEW
              END-IF
           END-IF.
           IF AUD-REF NOT = SPACES AND AUD-TIMESTAMP(1:8) IS NUMERIC
              IF AUD-REF-IS-NEW
                 IF WS-REF-USED < WS-REF-MAX
                    ADD 1 TO WS-REF-USED
                    MOVE AUD-REF TO WS-REF-ENTRY(WS-REF-USED)
                    MOVE AUD-TIMESTAMP(1:8)
                         TO WS-REF-DATE(WS-REF-USED)
                 ELSE
                    ADD 1 TO WS-AUD-REF-OVERFLOW
                 END-IF
              END-IF
           END-IF.
       H212-END. EXIT.

       H215-CHECK-ACTIVITY.
           MOVE 'N' TO WS-ACT-OK.
           IF ACT-IS-CUSTOMER
              MOVE 'Y' TO WS-ACT-OK
              IF WS-ACT-REF-TAG = 'FE' AND WS-ACT-REF-NUM IS NUMERIC
                 MOVE 'N' TO WS-ACT-OK
              END-IF
           END-IF.
       H215-END. EXIT.

       H220-RELEASE-POSTINGS.
           OPEN INPUT PST-FILE.
           IF PST-SUCCESS
              PERFORM H221-RELEASE-POSTING-REC UNTIL PST-EOF
              CLOSE PST-FILE
           ELSE
              IF NOT PST-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN PST HISTORY FILE: ' PST-ST
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       H220-END. EXIT.

       H221-RELEASE-POSTING-REC.
           READ PST-FILE
              AT END SET PST-EOF TO TRUE
           END-READ.
           IF NOT PST-EOF
              MOVE PST-FUNC TO WS-ACT-FUNC
              MOVE PST-REF  TO WS-ACT-REF
              PERFORM H215-CHECK-ACTIVITY
              IF ACT-COUNTS
                 PERFORM H225-FIND-POST-DATE
                 IF WS-REF-X NOT > WS-REF-USED
                    MOVE PST-DVZ   TO SRT-DVZ
                    MOVE PST-ID    TO SRT-ID
                    MOVE '1'       TO SRT-TYPE
                    MOVE WS-REF-DATE(WS-REF-X) TO SRT-ACT-DATE
                    MOVE SPACES    TO SRT-NAME
                    MOVE ZEROS     TO SRT-BALLANCE
                    RELEASE SRT-REC
                    ADD 1 TO WS-PST-COUNT
                 ELSE
                    ADD 1 TO WS-PST-UNDATED
                    IF WS-CUTOFF-NUM < WS-HORIZON-NUM
                       MOVE PST-DVZ   TO SRT-DVZ
                       MOVE PST-ID    TO SRT-ID
                       MOVE '1'       TO SRT-TYPE
                       MOVE ZEROS     TO SRT-ACT-DATE
                       MOVE SPACES    TO SRT-NAME
                       MOVE ZEROS     TO SRT-BALLANCE
                       RELEASE SRT-REC
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H221-END. EXIT.

       H225-FIND-POST-DATE.
           MOVE 1 TO WS-REF-X.
           PERFORM UNTIL WS-REF-X > WS-REF-USED
                   OR WS-REF-ENTRY(WS-REF-X) = PST-REF
              ADD 1 TO WS-REF-X
           END-PERFORM.
       H225-END. EXIT.

       H230-RELEASE-MASTER.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDX FILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
           ELSE
              PERFORM UNTIL IDX-EOF
                 READ IDX-FILE NEXT RECORD
                    AT END SET IDX-EOF TO TRUE
                    NOT AT END
                       IF IDX-IS-ACTIVE
                          MOVE IDX-DVZ      TO SRT-DVZ
                          MOVE IDX-ID       TO SRT-ID
                          MOVE '2'          TO SRT-TYPE
                          MOVE ZEROS        TO SRT-ACT-DATE
                          MOVE IDX-NAME     TO SRT-NAME
                          MOVE IDX-BALLANCE TO SRT-BALLANCE
                          RELEASE SRT-REC
                          ADD 1 TO WS-ACCT-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE IDX-FILE
           END-IF.
       H230-END. EXIT.

       H300-FIND-DORMANT.
           PERFORM H310-RETURN-SORTED UNTIL SRT-EOF.
           IF NOT DVZ-IS-FIRST
              PERFORM H325-WRITE-DVZ-TOTAL
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'ACTIVE ACCOUNTS SCANNED: ' WS-ACCT-COUNT
                  ' DORMANT: ' WS-TOT-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           IF WS-UNDATED-ACCTS > 0
              MOVE SPACES TO RPT-REC
              STRING 'IDLE ACCOUNTS WITH POSTINGS OLDER THAN REF '
                     'HORIZON - NOT FROZEN: ' WS-UNDATED-ACCTS
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
           IF WS-PST-UNDATED > 0
              MOVE SPACES TO RPT-REC
              STRING 'POSTINGS NOT ON REF REGISTER OR AUD - NOT DATED: '
                     WS-PST-UNDATED
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H300-END. EXIT.

       H310-RETURN-SORTED.
           RETURN SRT-FILE
              AT END SET SRT-EOF TO TRUE
           END-RETURN.
           IF NOT SRT-EOF
              IF SRT-DVZ NOT = WS-CUR-DVZ OR SRT-ID NOT = WS-CUR-ID
                 MOVE SRT-DVZ TO WS-CUR-DVZ
                 MOVE SRT-ID  TO WS-CUR-ID
                 MOVE ZEROS   TO WS-LAST-ACT
                 MOVE 'N'     TO WS-UNDATED-SEEN
              END-IF
              IF SRT-IS-ACTIVITY
                 IF SRT-ACT-DATE = ZEROS
                    SET UNDATED-SEEN TO TRUE
                 END-IF
                 IF SRT-ACT-DATE > WS-LAST-ACT
                    MOVE SRT-ACT-DATE TO WS-LAST-ACT
                 END-IF
              ELSE
                 IF WS-LAST-ACT < WS-CUTOFF-NUM
                    IF UNDATED-SEEN
                       PERFORM H322-REPORT-NOT-DATED
                    ELSE
                       PERFORM H320-REPORT-DORMANT
                       PERFORM H340-GENERATE-FREEZE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H310-END. EXIT.

       H320-REPORT-DORMANT.
           PERFORM H321-DVZ-HEADING.
           IF WS-LAST-ACT = ZEROS
              MOVE 'NONE ON FILE' TO WS-LAST-ACT-X
           ELSE
              MOVE WS-LAST-ACT TO WS-LAST-ACT-X
           END-IF.
           MOVE SRT-BALLANCE TO WS-BAL-ED.
           MOVE SPACES TO RPT-REC.
           STRING '  ID ' SRT-ID ' ' SRT-NAME
                  ' LAST ACTIVITY ' WS-LAST-ACT-X
                  ' BALANCE ' WS-BAL-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           ADD 1 TO WS-DVZ-COUNT.
           ADD 1 TO WS-TOT-COUNT.
           ADD SRT-BALLANCE TO WS-DVZ-BAL.
       H320-END. EXIT.

       H321-DVZ-HEADING.
           IF DVZ-IS-FIRST OR SRT-DVZ NOT = WS-RPT-DVZ
              IF NOT DVZ-IS-FIRST
                 PERFORM H325-WRITE-DVZ-TOTAL
              END-IF
              MOVE 'N' TO WS-DVZ-FIRST
              MOVE SRT-DVZ TO WS-RPT-DVZ
              MOVE 0 TO WS-DVZ-COUNT
              MOVE 0 TO WS-DVZ-BAL
              MOVE SPACES TO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
              MOVE SPACES TO RPT-REC
              STRING 'DIVISION ' SRT-DVZ
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H330-WRITE-REPORT-LINE
           END-IF.
       H321-END. EXIT.

       H322-REPORT-NOT-DATED.
           PERFORM H321-DVZ-HEADING.
           IF WS-LAST-ACT = ZEROS
              MOVE 'NONE DATED' TO WS-LAST-ACT-X
           ELSE
              MOVE WS-LAST-ACT TO WS-LAST-ACT-X
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING '  ID ' SRT-ID ' ' SRT-NAME
                  ' LAST ACTIVITY ' WS-LAST-ACT-X
                  ' OLDER POSTINGS NOT DATED - NOT FROZEN'
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           ADD 1 TO WS-UNDATED-ACCTS.
       H322-END. EXIT.

       H325-WRITE-DVZ-TOTAL.
           MOVE WS-DVZ-BAL TO WS-BAL-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'DIVISION ' WS-RPT-DVZ ' DORMANT ACCOUNTS '
                  WS-DVZ-COUNT ' BALANCE ' WS-BAL-ED
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H325-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H340-GENERATE-FREEZE.
           IF NOT HDR-WRITTEN
              PERFORM H345-WRITE-HEADER
           END-IF.
           MOVE SPACES TO GEN-REC.
           MOVE 'F'        TO GEN-FUNC-TYPE.
           MOVE SRT-ID     TO GEN-ID.
           MOVE SRT-DVZ    TO GEN-DVZ.
           MOVE ZEROS      TO GEN-AMOUNT.
           MOVE ZEROS      TO GEN-DATE.
           MOVE ZEROS      TO GEN-BAL.
           MOVE SPACE      TO GEN-OD-FLAG.
           MOVE ZEROS      TO GEN-OD-LIMIT.
           MOVE WS-RUN-DATE(3:6) TO WS-REF-YYMMDD.
           COMPUTE WS-REF-SEQ = WS-GEN-COUNT + 1.
           MOVE WS-GEN-REF TO GEN-REF.
           MOVE ZEROS      TO GEN-EFF-DATE.
           WRITE GEN-REC.
           IF (NOT GEN-SUCCESS)
              DISPLAY 'UNABLE TO WRITE GEN FILE: ' GEN-ST
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
       H340-END. EXIT.

       H345-WRITE-HEADER.
           MOVE SPACES TO GEN-REC.
           MOVE 'H' TO GEN-HDR-TYPE.
           MOVE WS-BATCH-ID TO GEN-HDR-BATCH-ID.
           WRITE GEN-REC.
           IF (NOT GEN-SUCCESS)
              DISPLAY 'UNABLE TO WRITE GEN FILE: ' GEN-ST
           END-IF.
           SET HDR-WRITTEN TO TRUE.
       H345-END. EXIT.

       H400-WRITE-TRAILER.
           IF HDR-WRITTEN
              MOVE SPACES TO GEN-REC
              MOVE 'Z' TO GEN-TRL-TYPE
              MOVE WS-BATCH-ID TO GEN-TRL-BATCH-ID
              MOVE WS-GEN-COUNT TO GEN-TRL-REC-COUNT
              MOVE ZEROS TO GEN-TRL-HASH-TOTAL
              WRITE GEN-REC
              IF (NOT GEN-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE GEN FILE: ' GEN-ST
              END-IF
           END-IF.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
           DISPLAY 'PBEGDRM CUTOFF ' WS-CUTOFF-DATE
                   ' ACTIVE: ' WS-ACCT-COUNT
                   ' DORMANT: ' WS-TOT-COUNT
                   ' FREEZES GENERATED: ' WS-GEN-COUNT.
           DISPLAY 'PBEGDRM ACTIVITY FROM AUD: ' WS-AUD-COUNT
                   ' FROM PST: ' WS-PST-COUNT
                   ' PST NOT DATED: ' WS-PST-UNDATED
                   ' NOT FROZEN: ' WS-UNDATED-ACCTS.
           STOP RUN.
       H999-END. EXIT.
