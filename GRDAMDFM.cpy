       01  GRADE-AMEND-REC.
           05 AMD-KEY.
              10 AMD-STU-ID         PIC 9(06).
              10 AMD-TERM           PIC X(05).
              10 AMD-SUBJECT        PIC X(10).
           05 AMD-OLD-SCORE         PIC 9(03).
           05 AMD-NEW-SCORE         PIC 9(03).
           05 AMD-REASON-CODE       PIC X(03).
           05 AMD-STATUS            PIC X(01).
           05 AMD-ENTERED-BY        PIC X(08).
           05 AMD-ENTER-DATE        PIC 9(08).
           05 AMD-DECIDED-BY        PIC X(08).
           05 AMD-DECIDE-DATE       PIC 9(08).
           05 AMD-REPRINT-SW        PIC X(01).
