       01  GRADE-JOURNAL-REC.
           05 GJRN-DATE             PIC 9(08).
           05 GJRN-TIME             PIC 9(08).
           05 GJRN-STU-ID           PIC 9(06).
           05 GJRN-TERM             PIC X(05).
           05 GJRN-SUBJECT          PIC X(10).
           05 GJRN-OLD-SCORE        PIC 9(03).
           05 GJRN-NEW-SCORE        PIC 9(03).
           05 GJRN-REASON-CODE      PIC X(03).
           05 GJRN-ENTERED-BY       PIC X(08).
           05 GJRN-APPROVED-BY      PIC X(08).
