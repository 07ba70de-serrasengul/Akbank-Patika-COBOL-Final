           03 AUD-STATUS           PIC X(1).
           03 AUD-RATE             PIC 9(3)V9(4).
           03 AUD-REF              PIC X(12).
           03 AUD-ORIG-REF         PIC X(12).
           03 AUD-MAKER            PIC X(8).
           03 AUD-APPROVER         PIC X(8).

       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC                 PIC X(117).

       FD  NEW-FILE RECORDING MODE F.
       01  NEW-REC                 PIC X(117).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
