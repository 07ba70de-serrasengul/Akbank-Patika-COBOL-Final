       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDX-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN CUS-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT HLD-FILE   ASSIGN HLD-FILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.
           SELECT AUD-FILE   ASSIGN TO AUD-FILE
                             STATUS AUD-ST.
           SELECT FX-FILE    ASSIGN TO FX-FILE
                             STATUS FX-ST.
           SELECT CCY-FILE   ASSIGN TO CCY-FILE
                             STATUS CCY-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
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

       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-FUNC             PIC X(1).
           03 AUD-STATUS           PIC X(1).
           03 AUD-RATE             PIC 9(3)V9(4).
           03 AUD-REF              PIC X(12).
           03 AUD-ORIG-REF         PIC X(12).
           03 AUD-MAKER            PIC X(8).
           03 AUD-APPROVER         PIC X(8).

       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
           03 FX-DVZ-TO            PIC 9(3).
           03 FX-RATE              PIC 9(3)V9(4).

       FD  CCY-FILE RECORDING MODE F.
       01  CCY-REC.
           03 CCY-DVZ              PIC 9(3).
           03 CCY-ISO              PIC X(3).
           03 CCY-DESC             PIC X(20).
           03 CCY-DECIMALS         PIC 9(1).
           03 CCY-OPEN-FLAG        PIC X(1).
           03 CCY-TFR-FLAG         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST              PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-NOTFND             VALUE 23.
           03 CUS-ST              PIC 9(2).
              88 CUS-SUCCESS            VALUE 00 97.
              88 CUS-NOTFOUND           VALUE 35.
           03 WS-CUS-AVAILABLE    PIC X(1) VALUE 'N'.
              88 CUS-IS-AVAILABLE       VALUE 'Y'.
           03 HLD-ST              PIC 9(2).
              88 HLD-SUCCESS            VALUE 00 97.
              88 HLD-NOTFOUND           VALUE 35.
           03 WS-HLD-AVAILABLE    PIC X(1) VALUE 'N'.
              88 HLD-IS-AVAILABLE       VALUE 'Y'.
           03 WS-RUN-DATE         PIC 9(8) VALUE 0.
           03 AUD-ST              PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
           03 FX-ST               PIC 9(2).
              05 WS-CNV-AMOUNT    PIC S9(15).
              05 WS-RATE-FOUND    PIC X(1).
                 88 RATE-FOUND         VALUE 'Y'.
              05 WS-OLD-NAME      PIC X(30).
              05 WS-CUS-NEW-NAME  PIC X(30).
              05 WS-CUS-OLD-FIELD PIC X(1).
              05 WS-CUS-OLD-VALUE PIC X(30).
              05 WS-BROWSE-DONE   PIC X(1).
                 88 BROWSE-DONE        VALUE 'Y'.
              05 WS-HOLD-TOTAL    PIC S9(15).
              05 WS-AVAIL-BAL     PIC S9(15).
       01  WS-FX-TABLE.
           03 WS-FX-USED          PIC 9(3) VALUE 0.
           03 WS-FX-X             PIC 9(3) VALUE 0.
              05 WS-FX-FROM       PIC 9(3).
              05 WS-FX-TO         PIC 9(3).
              05 WS-FX-TBL-RATE   PIC 9(3)V9(4).
       01  WS-CCY-TABLE.
           03 CCY-ST               PIC 9(2).
              88 CCY-SUCCESS             VALUE 00 97.
              88 CCY-NOTFOUND            VALUE 35.
              88 CCY-EOF                 VALUE 10.
           03 WS-CCY-AVAILABLE     PIC X(1) VALUE 'N'.
              88 CCY-IS-AVAILABLE        VALUE 'Y'.
           03 WS-CCY-USED          PIC 9(3) VALUE 0.
           03 WS-CCY-X             PIC 9(3) VALUE 0.
           03 WS-CCY-LOOKUP        PIC 9(3) VALUE 0.
           03 WS-CCY-FOUND         PIC X(1) VALUE 'N'.
              88 CCY-FOUND               VALUE 'Y'.
           03 WS-CCY-LABEL.
              05 WS-CCY-LABEL-ISO  PIC X(3).
              05 FILLER            PIC X(1).
              05 WS-CCY-LABEL-DESC PIC X(20).
           03 WS-CCY-TBL OCCURS 200 TIMES.
              05 WS-CCY-DVZ        PIC 9(3).
              05 WS-CCY-ISO        PIC X(3).
              05 WS-CCY-DESC       PIC X(20).
              05 WS-CCY-DECIMALS   PIC 9(1).
              05 WS-CCY-OPEN       PIC X(1).
              05 WS-CCY-TFR        PIC X(1).
       LINKAGE SECTION.
       01  WS-SUB-AREA.
           05 WS-SUB-FUNC         PIC X(1).
              07 WS-SUB-TFR-CNV    PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
              07 FILLER            PIC X(18).
           05 WS-SUB-CUS          REDEFINES WS-SUB-DATA.
              07 WS-SUB-CUS-FIELD  PIC X(1).
              07 WS-SUB-CUS-VALUE  PIC X(30).
              07 FILLER            PIC X(29).
           05 WS-SUB-HLD          REDEFINES WS-SUB-DATA.
              07 WS-SUB-HLD-AMOUNT PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
              07 WS-SUB-HLD-REF    PIC X(12).
              07 WS-SUB-HLD-REASON PIC X(2).
              07 WS-SUB-HLD-EXPIRY PIC 9(8).
              07 FILLER            PIC X(22).
           05 WS-SUB-RVS          REDEFINES WS-SUB-DATA.
              07 WS-SUB-RVS-AMOUNT PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
              07 WS-SUB-RVS-DVZ-TO PIC 9(3).
              07 WS-SUB-RVS-RATE   PIC 9(3)V9(4).
              07 WS-SUB-RVS-CNV    PIC S9(15)
                                   SIGN LEADING SEPARATE CHARACTER.
              07 WS-SUB-RVS-ORIG-FUNC PIC X(1).
              07 WS-SUB-RVS-ORIG-REF  PIC X(12).
              07 FILLER            PIC X(5).
           05 WS-SUB-NAME         PIC X(30).
           05 WS-SUB-DATE         PIC S9(7).
           05 WS-SUB-BAL          PIC S9(15).
           05 WS-SUB-OD-FLAG      PIC X(1).
           05 WS-SUB-OD-LIMIT     PIC 9(15).
           05 WS-SUB-REF          PIC X(12).
           05 WS-SUB-MAKER        PIC X(8).
           05 WS-SUB-APPROVER     PIC X(8).

       PROCEDURE DIVISION USING WS-SUB-AREA.
       0000-MAIN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-AUD-AVAILABLE.
           OPEN I-O IDX-FILE.
           IF (NOT IDX-SUCCESS)
           ELSE
           DISPLAY 'UNABLE TO OPEN AUD FILE: ' AUD-ST
           END-IF.
           PERFORM H105-OPEN-CUS-FILE.
           PERFORM H107-OPEN-HLD-FILE.
           PERFORM H120-LOAD-FX-RATES.
           SET FILES-ARE-OPEN TO TRUE.
           MOVE 'OK' TO WS-SUB-DSC.
       H100-END. EXIT.

       H105-OPEN-CUS-FILE.
           MOVE 'N' TO WS-CUS-AVAILABLE.
           OPEN I-O CUS-FILE.
           IF (NOT CUS-SUCCESS)
              IF CUS-NOTFOUND
                 OPEN OUTPUT CUS-FILE
                 IF CUS-SUCCESS
                    CLOSE CUS-FILE
                    OPEN I-O CUS-FILE
                 END-IF
              END-IF
           END-IF.
           IF CUS-SUCCESS
              MOVE 'Y' TO WS-CUS-AVAILABLE
           ELSE
              DISPLAY 'UNABLE TO OPEN CUS FILE: ' CUS-ST
           END-IF.
       H105-END. EXIT.

       H107-OPEN-HLD-FILE.
           MOVE 'N' TO WS-HLD-AVAILABLE.
           OPEN I-O HLD-FILE.
           IF (NOT HLD-SUCCESS)
              IF HLD-NOTFOUND
                 OPEN OUTPUT HLD-FILE
                 IF HLD-SUCCESS
                    CLOSE HLD-FILE
                    OPEN I-O HLD-FILE
                 END-IF
              END-IF
           END-IF.
           IF HLD-SUCCESS
              MOVE 'Y' TO WS-HLD-AVAILABLE
           ELSE
              DISPLAY 'UNABLE TO OPEN HLD FILE: ' HLD-ST
           END-IF.
       H107-END. EXIT.

       H120-LOAD-FX-RATES.
           PERFORM H122-LOAD-CURRENCIES.
           MOVE 0 TO WS-FX-USED.
           OPEN INPUT FX-FILE.
           IF FX-SUCCESS
                 MOVE FX-DVZ-FROM TO WS-FX-FROM(WS-FX-USED)
                 MOVE FX-DVZ-TO   TO WS-FX-TO(WS-FX-USED)
                 MOVE FX-RATE     TO WS-FX-TBL-RATE(WS-FX-USED)
                 PERFORM H124-CHECK-FX-PAIR
              ELSE
                 ADD 1 TO WS-FX-DROPPED
                 DISPLAY 'FX TABLE FULL - PAIR ' FX-DVZ-FROM
           END-IF.
       H121-END. EXIT.

       H122-LOAD-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           MOVE 'N' TO WS-CCY-AVAILABLE.
           OPEN INPUT CCY-FILE.
           IF CCY-SUCCESS
              PERFORM H123-LOAD-ONE-CURRENCY UNTIL CCY-EOF
              CLOSE CCY-FILE
              MOVE 'Y' TO WS-CCY-AVAILABLE
           ELSE
              DISPLAY 'UNABLE TO OPEN CCY FILE: ' CCY-ST
           END-IF.
       H122-END. EXIT.

       H123-LOAD-ONE-CURRENCY.
           READ CCY-FILE
              AT END SET CCY-EOF TO TRUE
           END-READ.
           IF NOT CCY-EOF
              IF WS-CCY-USED < 200
                 ADD 1 TO WS-CCY-USED
                 MOVE CCY-DVZ       TO WS-CCY-DVZ(WS-CCY-USED)
                 MOVE CCY-ISO       TO WS-CCY-ISO(WS-CCY-USED)
                 MOVE CCY-DESC      TO WS-CCY-DESC(WS-CCY-USED)
                 MOVE CCY-DECIMALS  TO WS-CCY-DECIMALS(WS-CCY-USED)
                 MOVE CCY-OPEN-FLAG TO WS-CCY-OPEN(WS-CCY-USED)
                 MOVE CCY-TFR-FLAG  TO WS-CCY-TFR(WS-CCY-USED)
              ELSE
                 DISPLAY 'CURRENCY TABLE FULL - DVZ ' CCY-DVZ
              END-IF
           END-IF.
       H123-END. EXIT.

       H124-CHECK-FX-PAIR.
           IF CCY-IS-AVAILABLE
              MOVE FX-DVZ-FROM TO WS-CCY-LOOKUP
              PERFORM H126-FIND-CURRENCY
              IF NOT CCY-FOUND
                 DISPLAY 'FX PAIR ' FX-DVZ-FROM ' ' FX-DVZ-TO
                         ' - FROM DVZ NOT IN CCY MASTER'
              END-IF
              MOVE FX-DVZ-TO TO WS-CCY-LOOKUP
              PERFORM H126-FIND-CURRENCY
              IF NOT CCY-FOUND
                 DISPLAY 'FX PAIR ' FX-DVZ-FROM ' ' FX-DVZ-TO
                         ' - TO DVZ NOT IN CCY MASTER'
              END-IF
           END-IF.
       H124-END. EXIT.

       H125-FIND-FX-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE 1 TO WS-FX-X.
           END-IF.
       H125-END. EXIT.

       H126-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND.
           MOVE 1 TO WS-CCY-X.
           PERFORM UNTIL WS-CCY-X > WS-CCY-USED
                   OR WS-CCY-DVZ(WS-CCY-X) = WS-CCY-LOOKUP
              ADD 1 TO WS-CCY-X
           END-PERFORM.
           MOVE SPACES TO WS-CCY-LABEL.
           IF WS-CCY-X NOT > WS-CCY-USED
              MOVE 'Y' TO WS-CCY-FOUND
              MOVE WS-CCY-ISO(WS-CCY-X) TO WS-CCY-LABEL-ISO
              MOVE WS-CCY-DESC(WS-CCY-X) TO WS-CCY-LABEL-DESC
           ELSE
              MOVE '???' TO WS-CCY-LABEL-ISO
              MOVE 'NOT IN CCY MASTER' TO WS-CCY-LABEL-DESC
           END-IF.
       H126-END. EXIT.

       H110-CLOSE-FILES.
           IF FILES-ARE-OPEN
              CLOSE IDX-FILE
              IF AUD-IS-AVAILABLE
                 CLOSE AUD-FILE
              END-IF
              IF CUS-IS-AVAILABLE
                 CLOSE CUS-FILE
              END-IF
              IF HLD-IS-AVAILABLE
                 CLOSE HLD-FILE
              END-IF
              MOVE 'N' TO WS-FILES-OPEN
              MOVE 'N' TO WS-AUD-AVAILABLE
              MOVE 'N' TO WS-CUS-AVAILABLE
              MOVE 'N' TO WS-HLD-AVAILABLE
           END-IF.
           MOVE 'OK' TO WS-SUB-DSC.
       H110-END. EXIT.
             WHEN WS-SUB-FUNC = 'F' OR WS-SUB-FUNC = 'N'
                  OR WS-SUB-FUNC = 'C'
                PERFORM H245-STATUS-DATA
             WHEN WS-SUB-FUNC = 'A'
                PERFORM H280-ADD-CUSTOMER
             WHEN WS-SUB-FUNC = 'M'
                PERFORM H290-CHANGE-CUSTOMER
             WHEN WS-SUB-FUNC = 'P'
                PERFORM H300-PLACE-HOLD
             WHEN WS-SUB-FUNC = 'L'
                PERFORM H310-RELEASE-HOLD
             WHEN WS-SUB-FUNC = 'V'
                PERFORM H320-REVERSE-POSTING
             WHEN OTHER
               MOVE 99 TO WS-SUB-RETC
               MOVE 'INVALID FUNCTION' TO WS-SUB-DSC
                   MOVE 'UNABLE TO WRITE VSAM' TO WS-SUB-DSC
                   PERFORM H999-PROGRAM-EXIT
             END-WRITE.
             PERFORM H275-CUSTOMER-FROM-ACCOUNT.

             MOVE IDX-NAME        TO WS-SUB-DATA.
             MOVE 'OK'            TO WS-SUB-DSC.
       H230-UPDATE-DATA.
           PERFORM H220-READ-DATA.
           PERFORM H225-CHECK-ACTIVE.
           MOVE IDX-NAME TO WS-OLD-NAME.
           PERFORM H231-PARSE-FNAME.
           PERFORM H232-UPDATE-FNAME.

                MOVE 'UNABLE TO UPDATE VSAM FILE' TO WS-SUB-DSC
                PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           IF WS-FULLNAME NOT = WS-OLD-NAME
              MOVE WS-FULLNAME TO WS-CUS-NEW-NAME
              PERFORM H286-RENAME-ACCOUNTS
              PERFORM H288-RENAME-CUSTOMER
           END-IF.
           MOVE WS-FULLNAME TO WS-SUB-DATA.
           MOVE 'OK' TO WS-SUB-DSC.

       H231-PARSE-FNAME.
              MOVE IDX-BALLANCE TO WS-NEW-BAL
              ADD WS-SUB-AMOUNT TO WS-NEW-BAL
              PERFORM H252-CHECK-OVERDRAFT
              PERFORM H253-CHECK-AVAILABLE
           END-IF.
           PERFORM H260-WRITE-AUDIT.
           ADD WS-SUB-AMOUNT TO IDX-BALLANCE.
           END-IF.
       H252-END. EXIT.

       H253-CHECK-AVAILABLE.
           PERFORM H254-SUM-ACTIVE-HOLDS.
           IF WS-HOLD-TOTAL > ZEROS
              IF IDX-OD-FLAG = 'Y'
                 COMPUTE WS-OD-FLOOR = 0 - IDX-OD-LIMIT
              ELSE
                 MOVE ZEROS TO WS-OD-FLOOR
              END-IF
              COMPUTE WS-AVAIL-BAL = WS-NEW-BAL - WS-HOLD-TOTAL
              IF WS-AVAIL-BAL < WS-OD-FLOOR
                 MOVE 54 TO WS-SUB-RETC
                 MOVE 'INSUFFICIENT AVAILABLE BALANCE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H253-END. EXIT.

       H254-SUM-ACTIVE-HOLDS.
           MOVE ZEROS TO WS-HOLD-TOTAL.
           IF HLD-IS-AVAILABLE
              MOVE 'N' TO WS-BROWSE-DONE
              MOVE IDX-ID TO HLD-ID
              MOVE IDX-DVZ TO HLD-DVZ
              MOVE LOW-VALUES TO HLD-REF
              START HLD-FILE KEY NOT < HLD-KEY
                 INVALID KEY
                    SET BROWSE-DONE TO TRUE
              END-START
              PERFORM H257-SUM-NEXT-HOLD UNTIL BROWSE-DONE
           END-IF.
       H254-END. EXIT.

       H255-TRANSFER-DATA.
           IF WS-SUB-TFR-DVZ-TO = WS-SUB-DVZ
              MOVE 55 TO WS-SUB-RETC
              MOVE IDX-BALLANCE TO WS-NEW-BAL
              SUBTRACT WS-SUB-TFR-AMOUNT FROM WS-NEW-BAL
              PERFORM H252-CHECK-OVERDRAFT
              PERFORM H253-CHECK-AVAILABLE
           END-IF.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-TFR-DVZ-TO TO IDX-DVZ.
           END-READ.
       H256-END. EXIT.

       H257-SUM-NEXT-HOLD.
           READ HLD-FILE NEXT RECORD
              AT END SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE
              IF HLD-ID NOT = IDX-ID OR HLD-DVZ NOT = IDX-DVZ
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF HLD-IS-ACTIVE AND HLD-EXPIRY NOT < WS-RUN-DATE
                    ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF.
       H257-END. EXIT.

       H260-WRITE-AUDIT.
           IF AUD-IS-AVAILABLE
              MOVE WS-SUB-FUNC          TO AUD-FUNC
              MOVE IDX-STATUS           TO AUD-STATUS
              MOVE WS-APPLIED-RATE      TO AUD-RATE
              MOVE WS-SUB-REF           TO AUD-REF
              IF WS-SUB-FUNC = 'V'
                 MOVE WS-SUB-RVS-ORIG-REF TO AUD-ORIG-REF
              ELSE
                 MOVE SPACES            TO AUD-ORIG-REF
              END-IF
              MOVE WS-SUB-MAKER         TO AUD-MAKER
              MOVE WS-SUB-APPROVER      TO AUD-APPROVER
              WRITE AUD-REC
              IF (NOT AUD-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE AUD REC: ' AUD-ST
           END-IF.
       H260-END. EXIT.

       H265-WRITE-CUS-AUDIT.
           IF AUD-IS-AVAILABLE
              MOVE WS-SUB-FUNC          TO AUD-FUNC
              MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
              MOVE CUS-ID               TO AUD-ID
              MOVE ZEROS                TO AUD-DVZ
              MOVE WS-CUS-OLD-VALUE     TO AUD-NAME
              MOVE ZEROS                TO AUD-DATE
              MOVE ZEROS                TO AUD-BALLANCE
              MOVE WS-CUS-OLD-FIELD     TO AUD-STATUS
              MOVE ZEROS                TO AUD-RATE
              MOVE WS-SUB-REF           TO AUD-REF
              MOVE SPACES               TO AUD-ORIG-REF
              MOVE WS-SUB-MAKER         TO AUD-MAKER
              MOVE WS-SUB-APPROVER      TO AUD-APPROVER
              WRITE AUD-REC
              IF (NOT AUD-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE AUD REC: ' AUD-ST
              END-IF
           END-IF.
       H265-END. EXIT.

       H270-CHECK-CUS-FILE.
           IF NOT CUS-IS-AVAILABLE
              MOVE 74 TO WS-SUB-RETC
              MOVE 'CUSTOMER FILE NOT AVAILABLE' TO WS-SUB-DSC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H270-END. EXIT.

       H275-CUSTOMER-FROM-ACCOUNT.
           IF CUS-IS-AVAILABLE
              MOVE WS-SUB-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    MOVE SPACES TO CUS-REC
                    MOVE WS-SUB-ID TO CUS-ID
                    MOVE IDX-NAME TO CUS-NAME
                    MOVE ZEROS TO CUS-BIRTH-DATE
                    ACCEPT CUS-MAINT-DATE FROM DATE YYYYMMDD
                    WRITE CUS-REC
                       INVALID KEY
                          DISPLAY 'UNABLE TO ADD CUSTOMER: ' CUS-ST
                    END-WRITE
              END-READ
           END-IF.
       H275-END. EXIT.

       H280-ADD-CUSTOMER.
           PERFORM H270-CHECK-CUS-FILE.
           MOVE SPACES TO CUS-REC.
           MOVE WS-SUB-ID TO CUS-ID.
           MOVE WS-SUB-NAME TO CUS-NAME.
           MOVE ZEROS TO CUS-BIRTH-DATE.
           ACCEPT CUS-MAINT-DATE FROM DATE YYYYMMDD.
           WRITE CUS-REC
              INVALID KEY
                 MOVE 71 TO WS-SUB-RETC
                 MOVE 'CUSTOMER ALREADY ON FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           MOVE CUS-NAME TO WS-SUB-DATA.
           MOVE 'OK' TO WS-SUB-DSC.
       H280-END. EXIT.

       H286-RENAME-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE ZEROS TO IDX-DVZ.
           START IDX-FILE KEY NOT < IDX-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM H287-RENAME-NEXT-ACCOUNT UNTIL BROWSE-DONE.
       H286-END. EXIT.

       H287-RENAME-NEXT-ACCOUNT.
           READ IDX-FILE NEXT RECORD
              AT END SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE
              IF IDX-ID NOT = WS-SUB-ID
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF IDX-NAME NOT = WS-CUS-NEW-NAME
                    PERFORM H260-WRITE-AUDIT
                    MOVE WS-CUS-NEW-NAME TO IDX-NAME
                    REWRITE IDX-REC
                       INVALID KEY
                          DISPLAY 'UNABLE TO RENAME ACCOUNT: ' IDX-ST
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.
       H287-END. EXIT.

       H288-RENAME-CUSTOMER.
           IF CUS-IS-AVAILABLE
              MOVE WS-SUB-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUS-NAME NOT = WS-CUS-NEW-NAME
                       MOVE 'N' TO WS-CUS-OLD-FIELD
                       MOVE CUS-NAME TO WS-CUS-OLD-VALUE
                       PERFORM H265-WRITE-CUS-AUDIT
                       MOVE WS-CUS-NEW-NAME TO CUS-NAME
                       ACCEPT CUS-MAINT-DATE FROM DATE YYYYMMDD
                       REWRITE CUS-REC
                          INVALID KEY
                             DISPLAY 'UNABLE TO RENAME CUSTOMER: '
                                     CUS-ST
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.
       H288-END. EXIT.

       H290-CHANGE-CUSTOMER.
           PERFORM H270-CHECK-CUS-FILE.
           MOVE WS-SUB-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-KEY
              INVALID KEY
                 MOVE 72 TO WS-SUB-RETC
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           MOVE WS-SUB-CUS-FIELD TO WS-CUS-OLD-FIELD.
           MOVE SPACES TO WS-CUS-OLD-VALUE.
           EVALUATE WS-SUB-CUS-FIELD
              WHEN 'N'
                 MOVE CUS-NAME TO WS-CUS-OLD-VALUE
              WHEN '1'
                 MOVE CUS-ADDR-1 TO WS-CUS-OLD-VALUE
              WHEN '2'
                 MOVE CUS-ADDR-2 TO WS-CUS-OLD-VALUE
              WHEN 'C'
                 MOVE CUS-CITY TO WS-CUS-OLD-VALUE
              WHEN 'P'
                 MOVE CUS-POSTCODE TO WS-CUS-OLD-VALUE
              WHEN 'T'
                 MOVE CUS-TAX-NO TO WS-CUS-OLD-VALUE
              WHEN 'B'
                 IF WS-SUB-CUS-VALUE(1:8) NOT NUMERIC
                    MOVE 73 TO WS-SUB-RETC
                    MOVE 'INVALID BIRTH DATE' TO WS-SUB-DSC
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE CUS-BIRTH-DATE TO WS-CUS-OLD-VALUE
              WHEN 'H'
                 MOVE CUS-PHONE TO WS-CUS-OLD-VALUE
              WHEN OTHER
                 MOVE 73 TO WS-SUB-RETC
                 MOVE 'INVALID CUSTOMER FIELD' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
           IF WS-CUS-OLD-VALUE = WS-SUB-CUS-VALUE
              MOVE 'NOTHING TO UPDATE' TO WS-SUB-DSC
              MOVE CUS-NAME TO WS-SUB-DATA
              MOVE 23 TO WS-SUB-RETC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H265-WRITE-CUS-AUDIT.
           EVALUATE WS-SUB-CUS-FIELD
              WHEN 'N'
                 MOVE WS-SUB-CUS-VALUE TO CUS-NAME
              WHEN '1'
                 MOVE WS-SUB-CUS-VALUE TO CUS-ADDR-1
              WHEN '2'
                 MOVE WS-SUB-CUS-VALUE TO CUS-ADDR-2
              WHEN 'C'
                 MOVE WS-SUB-CUS-VALUE TO CUS-CITY
              WHEN 'P'
                 MOVE WS-SUB-CUS-VALUE TO CUS-POSTCODE
              WHEN 'T'
                 MOVE WS-SUB-CUS-VALUE TO CUS-TAX-NO
              WHEN 'B'
                 MOVE WS-SUB-CUS-VALUE(1:8) TO CUS-BIRTH-DATE
              WHEN 'H'
                 MOVE WS-SUB-CUS-VALUE TO CUS-PHONE
           END-EVALUATE.
           ACCEPT CUS-MAINT-DATE FROM DATE YYYYMMDD.
           REWRITE CUS-REC
              INVALID KEY
                 MOVE CUS-ST TO WS-SUB-RETC
                 MOVE 'UNABLE TO UPDATE CUSTOMER' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           MOVE CUS-NAME TO WS-SUB-DATA.
           IF WS-SUB-CUS-FIELD = 'N'
              MOVE CUS-NAME TO WS-CUS-NEW-NAME
              PERFORM H286-RENAME-ACCOUNTS
           END-IF.
           MOVE 'OK' TO WS-SUB-DSC.
       H290-END. EXIT.

       H300-PLACE-HOLD.
           IF NOT HLD-IS-AVAILABLE
              MOVE 78 TO WS-SUB-RETC
              MOVE 'HOLD FILE NOT AVAILABLE' TO WS-SUB-DSC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-SUB-HLD-AMOUNT NOT > ZEROS
              OR WS-SUB-HLD-REF = SPACES
              OR WS-SUB-HLD-EXPIRY NOT NUMERIC
              OR WS-SUB-HLD-EXPIRY < WS-RUN-DATE
              MOVE 78 TO WS-SUB-RETC
              MOVE 'INVALID HOLD DETAILS' TO WS-SUB-DSC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE IDX-ST TO WS-SUB-RETC
                 MOVE 'UNABLE TO READ VSAM FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF IDX-IS-CLOSED
              MOVE 53 TO WS-SUB-RETC
              MOVE 'ACCOUNT CLOSED' TO WS-SUB-DSC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-SUB-ID TO HLD-ID.
           MOVE WS-SUB-DVZ TO HLD-DVZ.
           MOVE WS-SUB-HLD-REF TO HLD-REF.
           MOVE WS-SUB-HLD-AMOUNT TO HLD-AMOUNT.
           MOVE WS-SUB-HLD-REASON TO HLD-REASON.
           MOVE WS-SUB-HLD-EXPIRY TO HLD-EXPIRY.
           MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
           MOVE WS-SUB-REF TO HLD-TXN-REF.
           MOVE 'A' TO HLD-STATUS.
           MOVE ZEROS TO HLD-CLOSED-DATE.
           MOVE SPACES TO HLD-CLOSED-REF.
           WRITE HLD-REC
              INVALID KEY
                 MOVE 75 TO WS-SUB-RETC
                 MOVE 'HOLD ALREADY ON FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           PERFORM H260-WRITE-AUDIT.
           MOVE IDX-NAME TO WS-SUB-DATA.
           MOVE 'OK' TO WS-SUB-DSC.
       H300-END. EXIT.

       H310-RELEASE-HOLD.
           IF NOT HLD-IS-AVAILABLE
              MOVE 78 TO WS-SUB-RETC
              MOVE 'HOLD FILE NOT AVAILABLE' TO WS-SUB-DSC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-SUB-ID TO HLD-ID.
           MOVE WS-SUB-DVZ TO HLD-DVZ.
           MOVE WS-SUB-HLD-REF TO HLD-REF.
           READ HLD-FILE KEY IS HLD-KEY
              INVALID KEY
                 MOVE 76 TO WS-SUB-RETC
                 MOVE 'HOLD NOT ON FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF NOT HLD-IS-ACTIVE
              MOVE 77 TO WS-SUB-RETC
              MOVE 'HOLD NOT ACTIVE' TO WS-SUB-DSC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'R' TO HLD-STATUS.
           MOVE WS-RUN-DATE TO HLD-CLOSED-DATE.
           MOVE WS-SUB-REF TO HLD-CLOSED-REF.
           REWRITE HLD-REC
              INVALID KEY
                 MOVE HLD-ST TO WS-SUB-RETC
                 MOVE 'UNABLE TO UPDATE HOLD FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM H260-WRITE-AUDIT
                 MOVE IDX-NAME TO WS-SUB-DATA
           END-READ.
           MOVE 'OK' TO WS-SUB-DSC.
       H310-END. EXIT.

       H320-REVERSE-POSTING.
           MOVE WS-SUB-RVS-RATE TO WS-APPLIED-RATE.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE IDX-ST TO WS-SUB-RETC
                 MOVE 'UNAVLE TO READ VSAM FILE' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           PERFORM H225-CHECK-ACTIVE.
           IF WS-SUB-RVS-AMOUNT < ZEROS
              MOVE IDX-BALLANCE TO WS-NEW-BAL
              ADD WS-SUB-RVS-AMOUNT TO WS-NEW-BAL
              PERFORM H252-CHECK-OVERDRAFT
              PERFORM H253-CHECK-AVAILABLE
           END-IF.
           IF WS-SUB-RVS-ORIG-FUNC = 'T'
              PERFORM H322-CHECK-REVERSAL-TARGET
              MOVE WS-SUB-ID TO IDX-ID
              MOVE WS-SUB-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE IDX-ST TO WS-SUB-RETC
                    MOVE 'TRANSFER SOURCE NOT FOUND' TO WS-SUB-DSC
                    PERFORM H999-PROGRAM-EXIT
              END-READ
           END-IF.
           PERFORM H260-WRITE-AUDIT.
           ADD WS-SUB-RVS-AMOUNT TO IDX-BALLANCE.
           REWRITE IDX-REC
              INVALID KEY
                MOVE IDX-ST TO WS-SUB-RETC
                MOVE 'UNABLE TO UPDATE VSAM FILE' TO WS-SUB-DSC
                PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           IF WS-SUB-RVS-ORIG-FUNC = 'T'
              PERFORM H324-REVERSE-TARGET
           END-IF.
           MOVE 'OK' TO WS-SUB-DSC.
       H320-END. EXIT.

       H322-CHECK-REVERSAL-TARGET.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-RVS-DVZ-TO TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE IDX-ST TO WS-SUB-RETC
                 MOVE 'TRANSFER TARGET NOT FOUND' TO WS-SUB-DSC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           PERFORM H225-CHECK-ACTIVE.
           IF WS-SUB-RVS-CNV < ZEROS
              MOVE IDX-BALLANCE TO WS-NEW-BAL
              ADD WS-SUB-RVS-CNV TO WS-NEW-BAL
              PERFORM H252-CHECK-OVERDRAFT
              PERFORM H253-CHECK-AVAILABLE
           END-IF.
       H322-END. EXIT.

       H324-REVERSE-TARGET.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-RVS-DVZ-TO TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 PERFORM H326-BACKOUT-REVERSAL
                 IF BACKOUT-OK
                    MOVE 'REVERSAL BACKED OUT' TO WS-SUB-DSC
                 ELSE
                    MOVE 57 TO WS-SUB-RETC
                    MOVE 'REVERSAL BACKOUT FAILED' TO WS-SUB-DSC
                 END-IF
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           PERFORM H260-WRITE-AUDIT.
           ADD WS-SUB-RVS-CNV TO IDX-BALLANCE.
           REWRITE IDX-REC
              INVALID KEY
                PERFORM H326-BACKOUT-REVERSAL
                IF BACKOUT-OK
                   MOVE 'REVERSAL BACKED OUT' TO WS-SUB-DSC
                ELSE
                   MOVE 57 TO WS-SUB-RETC
                   MOVE 'REVERSAL BACKOUT FAILED' TO WS-SUB-DSC
                END-IF
                PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
       H324-END. EXIT.

       H326-BACKOUT-REVERSAL.
           MOVE 'N' TO WS-BACKOUT-FLAG.
           MOVE IDX-ST TO WS-SUB-RETC.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-SUB-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 DISPLAY 'REVERSAL BACKOUT READ FAILED: ' IDX-ST
              NOT INVALID KEY
                 SUBTRACT WS-SUB-RVS-AMOUNT FROM IDX-BALLANCE
                 REWRITE IDX-REC
                    INVALID KEY
                       DISPLAY 'REVERSAL BACKOUT REWRITE FAILED: '
                               IDX-ST
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-BACKOUT-FLAG
                 END-REWRITE
           END-READ.
       H326-END. EXIT.

       H999-PROGRAM-EXIT.
           EXIT PROGRAM.
       H999-END.
