           03 GEN-TFR-AREA        REDEFINES GEN-NAME.
              05 GEN-DVZ-TO       PIC 9(3).
              05 FILLER           PIC X(27).
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
           IF STO-FUNC = 'T'
              MOVE STO-DVZ-TO TO GEN-DVZ-TO
           END-IF.
           MOVE SPACES TO GEN-MKC-AREA.
           MOVE 'PBEGSTO' TO GEN-MAKER.
           MOVE SPACE TO GEN-OD-FLAG.
           MOVE ZEROS TO GEN-OD-LIMIT.
           MOVE WS-RUN-DATE(3:6) TO WS-REF-YYMMDD.
