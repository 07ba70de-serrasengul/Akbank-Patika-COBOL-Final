           03 REJ-DSC              PIC X(30).
           03 REJ-AMOUNT           PIC S9(15).
           03 REJ-NAME             PIC X(30).
           03 REJ-OPEN-AREA.
              05 REJ-DATE          PIC S9(7).
              05 REJ-BAL           PIC S9(15).
           03 REJ-OD-FLAG          PIC X(1).
           03 REJ-OD-LIMIT         PIC 9(15).
           03 REJ-REF              PIC X(12).
           03 RCY-DVZ             PIC 9(3).
           03 RCY-AMOUNT          PIC S9(15).
           03 RCY-NAME            PIC X(30).
           03 RCY-OPEN-AREA.
              05 RCY-DATE         PIC S9(7).
              05 RCY-BAL          PIC S9(15).
           03 RCY-OD-FLAG         PIC X(1).
           03 RCY-OD-LIMIT        PIC 9(15).
           03 RCY-REF             PIC X(12).
           MOVE REJ-DVZ       TO RCY-DVZ.
           MOVE REJ-AMOUNT    TO RCY-AMOUNT.
           MOVE REJ-NAME      TO RCY-NAME.
           MOVE REJ-OPEN-AREA TO RCY-OPEN-AREA.
           MOVE REJ-OD-FLAG   TO RCY-OD-FLAG.
           MOVE REJ-OD-LIMIT  TO RCY-OD-LIMIT.
           MOVE REJ-REF       TO RCY-REF.
