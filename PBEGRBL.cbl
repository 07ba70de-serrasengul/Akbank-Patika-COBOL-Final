           03 PST-OD-LIMIT         PIC 9(15).
           03 PST-STATUS           PIC X(1).
           03 PST-REF              PIC X(12).
           03 PST-ORIG-FUNC        PIC X(1).
           03 PST-ORIG-REF         PIC X(12).
           03 PST-MAKER            PIC X(8).
           03 PST-APPROVER         PIC X(8).

       FD  INT-FILE RECORDING MODE F.
       01  INT-REC.
           03 WS-MISMATCH-COUNT    PIC 9(3) VALUE 0.
           03 WS-ACCRUAL           PIC S9(15).
           03 WS-DVZ-DROPPED       PIC 9(7) VALUE 0.
           03 WS-RENAME-ALL        PIC X(1) VALUE 'N'.
              88 RENAME-ALL              VALUE 'Y'.
           03 WS-BROWSE-DONE       PIC X(1) VALUE 'N'.
              88 BROWSE-DONE             VALUE 'Y'.
           03 WS-RENAME-FOUND      PIC 9(5) VALUE 0.
       01  WS-DVZ-TABLE.
           03 WS-DVZ-USED          PIC 9(3) VALUE 0.
           03 WS-DX                PIC 9(3) VALUE 0.
           END-READ.
           IF NOT PST-EOF
              PERFORM H215-APPLY-ONE-POSTING
              IF PST-DVZ NOT = ZEROS
                 MOVE PST-DVZ TO WS-LOOKUP-DVZ
                 PERFORM H310-FIND-DVZ-SLOT
                 IF WS-DX > 0
                    ADD PST-AMOUNT TO WS-TBL-POSTED(WS-DX)
                 END-IF
              END-IF
           END-IF.
       H210-END. EXIT.
              WHEN PST-FUNC = 'W'
                 PERFORM H216-REPLAY-WRITE
              WHEN PST-FUNC = 'B' OR PST-FUNC = 'T'
                   OR PST-FUNC = 'V'
                 PERFORM H217-REPLAY-AMOUNT
              WHEN PST-FUNC = 'D'
                 PERFORM H218-REPLAY-DELETE
              WHEN PST-FUNC = 'U'
                 PERFORM H225-REPLAY-UPDATE
              WHEN PST-FUNC = 'F'
                   OR PST-FUNC = 'N' OR PST-FUNC = 'C'
                 PERFORM H219-REPLAY-STATUS
              WHEN OTHER
                 ADD 1 TO WS-REPLAY-ERRORS
              NOT INVALID KEY
                 EVALUATE PST-FUNC
                    WHEN 'F'
                       MOVE 'F' TO IDX-STATUS
                    WHEN 'N'
           END-IF.
       H220-END. EXIT.

       H225-REPLAY-UPDATE.
           MOVE 'N' TO WS-RENAME-ALL.
           MOVE PST-ID TO IDX-ID.
           MOVE PST-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 IF PST-DVZ = ZEROS AND PST-NAME NOT = SPACES
                    SET RENAME-ALL TO TRUE
                 ELSE
                    DISPLAY 'REPLAY TARGET MISSING ID ' PST-ID
                            ' DVZ ' PST-DVZ
                    ADD 1 TO WS-REPLAY-ERRORS
                 END-IF
              NOT INVALID KEY
                 IF PST-NAME NOT = SPACES
                    IF PST-NAME NOT = IDX-NAME
                       SET RENAME-ALL TO TRUE
                    END-IF
                    MOVE PST-NAME TO IDX-NAME
                 END-IF
                 IF PST-OD-FLAG = 'Y' OR PST-OD-FLAG = 'N'
                    MOVE PST-OD-FLAG TO IDX-OD-FLAG
                    MOVE PST-OD-LIMIT TO IDX-OD-LIMIT
                 END-IF
                 REWRITE IDX-REC
                    INVALID KEY
                       DISPLAY 'REPLAY REWRITE FAILED ID ' PST-ID
                               ' DVZ ' PST-DVZ ': ' IDX-ST
                       ADD 1 TO WS-REPLAY-ERRORS
                    NOT INVALID KEY
                       ADD 1 TO WS-REPLAY-COUNT
                 END-REWRITE
           END-READ.
           IF RENAME-ALL
              PERFORM H226-RENAME-ACCOUNTS
           END-IF.
       H225-END. EXIT.

       H226-RENAME-ACCOUNTS.
           MOVE 0 TO WS-RENAME-FOUND.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE PST-ID TO IDX-ID.
           MOVE ZEROS TO IDX-DVZ.
           START IDX-FILE KEY NOT < IDX-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM H227-RENAME-NEXT-ACCOUNT UNTIL BROWSE-DONE.
           IF PST-DVZ = ZEROS AND WS-RENAME-FOUND = 0
              DISPLAY 'REPLAY RENAME FOUND NO ACCOUNT ID ' PST-ID
              ADD 1 TO WS-REPLAY-ERRORS
           END-IF.
           IF PST-DVZ = ZEROS AND WS-RENAME-FOUND > 0
              ADD 1 TO WS-REPLAY-COUNT
           END-IF.
       H226-END. EXIT.

       H227-RENAME-NEXT-ACCOUNT.
           READ IDX-FILE NEXT RECORD
              AT END SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE
              IF IDX-ID NOT = PST-ID
                 SET BROWSE-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-RENAME-FOUND
                 IF IDX-NAME NOT = PST-NAME
                    MOVE PST-NAME TO IDX-NAME
                    REWRITE IDX-REC
                       INVALID KEY
                          DISPLAY 'REPLAY RENAME FAILED ID ' PST-ID
                                  ' DVZ ' IDX-DVZ ': ' IDX-ST
                          ADD 1 TO WS-REPLAY-ERRORS
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.
       H227-END. EXIT.

       H230-POSITION-SCAN.
           MOVE LOW-VALUES TO IDX-KEY.
           START IDX-FILE KEY NOT < IDX-KEY
