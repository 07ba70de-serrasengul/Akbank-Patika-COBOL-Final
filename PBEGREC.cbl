           03 PST-OD-LIMIT         PIC 9(15).
           03 PST-STATUS           PIC X(1).
           03 PST-REF              PIC X(12).
           03 PST-ORIG-FUNC        PIC X(1).
           03 PST-ORIG-REF         PIC X(12).
           03 PST-MAKER            PIC X(8).
           03 PST-APPROVER         PIC X(8).

       FD  INT-FILE RECORDING MODE F.
       01  INT-REC.
           END-READ.
           IF NOT PST-EOF
              ADD 1 TO WS-LOG-IN
              IF PST-DVZ NOT = ZEROS
                 MOVE PST-DVZ TO WS-LOOKUP-DVZ
                 PERFORM H310-FIND-DVZ-SLOT
                 IF WS-DX > 0
                    ADD PST-AMOUNT TO WS-TBL-POSTED(WS-DX)
                 END-IF
              END-IF
           END-IF.
       H210-END. EXIT.
