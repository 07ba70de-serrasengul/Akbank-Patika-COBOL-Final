       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGCNV.
       AUTHOR. Begüm Serra Sengül.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDX-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN CUS-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT RPT-FILE   ASSIGN TO CNV-RPT-FILE
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

       FD  CUS-FILE.
       01  CUS-REC.
           03 CUS-KEY.
              05 CUS-ID           PIC S9(05)   COMP-3.
           03 CUS-NAME            PIC X(30).
           03 CUS-ADDR-1          PIC X(30).
           03 CUS-ADDR-2          PIC X(30).
           03 CUS-CITY            PIC X(20).
           03 CUS-POSTCODE        PIC X(10).
           03 CUS-TAX-NO          PIC X(11).
           03 CUS-BIRTH-DATE      PIC 9(8).
           03 CUS-PHONE           PIC X(15).
           03 CUS-MAINT-DATE      PIC 9(8).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST               PIC 9(2).
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-EOF                 VALUE 10.
           03 CUS-ST               PIC 9(2).
              88 CUS-SUCCESS             VALUE 00 97.
              88 CUS-NOTFOUND            VALUE 35.
           03 RPT-ST               PIC 9(2).
              88 RPT-SUCCESS             VALUE 00 97.
           03 WS-RUN-DATE          PIC 9(8).
           03 WS-CUS-PENDING       PIC X(1) VALUE 'N'.
              88 CUS-PENDING             VALUE 'Y'.
           03 WS-CNV-ID            PIC 9(5) VALUE 0.
           03 WS-CNV-NAME          PIC X(30) VALUE SPACES.
           03 WS-CNV-DVZ           PIC 9(3) VALUE 0.
           03 WS-DVZ-ED            PIC 9(3).
           03 WS-READ-COUNT        PIC 9(7) VALUE 0.
           03 WS-CUS-COUNT         PIC 9(7) VALUE 0.
           03 WS-DIFF-COUNT        PIC 9(7) VALUE 0.
           03 WS-FAIL-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H105-CHECK-NOT-BUILT.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           IF CUS-PENDING
              PERFORM H300-WRITE-CUSTOMER
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDX FILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CUS-FILE.
           IF (NOT CUS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CUS FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPT FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGCNV CUSTOMER FILE CONVERSION ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H100-END. EXIT.

       H105-CHECK-NOT-BUILT.
           OPEN INPUT CUS-FILE.
           IF CUS-SUCCESS
              CLOSE CUS-FILE
              DISPLAY 'PBEGCNV CUSTOMER FILE ALREADY BUILT - '
                      'RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CUS-NOTFOUND
              DISPLAY 'UNABLE TO OPEN CUS FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H105-END. EXIT.

       H200-PROCESS.
           READ IDX-FILE NEXT RECORD
              AT END SET IDX-EOF TO TRUE
           END-READ.
           IF NOT IDX-EOF
              ADD 1 TO WS-READ-COUNT
              IF CUS-PENDING AND IDX-ID NOT = WS-CNV-ID
                 PERFORM H300-WRITE-CUSTOMER
              END-IF
              IF CUS-PENDING
                 IF IDX-NAME NOT = WS-CNV-NAME
                    PERFORM H310-REPORT-NAME-DIFF
                 END-IF
              ELSE
                 MOVE IDX-ID TO WS-CNV-ID
                 MOVE IDX-DVZ TO WS-CNV-DVZ
                 MOVE IDX-NAME TO WS-CNV-NAME
                 SET CUS-PENDING TO TRUE
              END-IF
           END-IF.
       H200-END. EXIT.

       H300-WRITE-CUSTOMER.
           MOVE SPACES TO CUS-REC.
           MOVE WS-CNV-ID TO CUS-ID.
           MOVE WS-CNV-NAME TO CUS-NAME.
           MOVE ZEROS TO CUS-BIRTH-DATE.
           MOVE WS-RUN-DATE TO CUS-MAINT-DATE.
           WRITE CUS-REC
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING 'UNABLE TO WRITE CUSTOMER ' WS-CNV-ID
                        ' STATUS ' CUS-ST
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H330-WRITE-REPORT-LINE
              NOT INVALID KEY
                 ADD 1 TO WS-CUS-COUNT
           END-WRITE.
           MOVE 'N' TO WS-CUS-PENDING.
       H300-END. EXIT.

       H310-REPORT-NAME-DIFF.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE IDX-DVZ TO WS-DVZ-ED.
           MOVE SPACES TO RPT-REC.
           STRING 'NAME DIFFERS ID ' WS-CNV-ID
                  ' DVZ ' WS-DVZ-ED ' ' IDX-NAME
                  ' CUSTOMER NAME TAKEN FROM DVZ ' WS-CNV-DVZ
                  ' ' WS-CNV-NAME
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
       H310-END. EXIT.

       H330-WRITE-REPORT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPT FILE: ' RPT-ST
           END-IF.
       H330-END. EXIT.

       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-REC.
           STRING 'PBEGCNV ACCOUNTS READ: ' WS-READ-COUNT
                  ' CUSTOMERS WRITTEN: ' WS-CUS-COUNT
                  ' NAME DIFFERENCES: ' WS-DIFF-COUNT
                  ' WRITE FAILURES: ' WS-FAIL-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H330-WRITE-REPORT-LINE.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
           IF WS-FAIL-COUNT > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-DIFF-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'PBEGCNV ACCOUNTS READ: ' WS-READ-COUNT
                   ' CUSTOMERS WRITTEN: ' WS-CUS-COUNT
                   ' NAME DIFFERENCES: ' WS-DIFF-COUNT.
           STOP RUN.
       H999-END. EXIT.
