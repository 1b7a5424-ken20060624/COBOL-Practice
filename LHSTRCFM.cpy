       01  LOAN-HIST-REC.
           05 HIST-ISBN             PIC X(13).
           05 HIST-STU-ID           PIC 9(06).
           05 HIST-OUT-DATE         PIC 9(08).
           05 HIST-DUE-DATE         PIC 9(08).
           05 HIST-RETURN-DATE      PIC 9(08).
           05 HIST-DAYS-LATE        PIC 9(05).
