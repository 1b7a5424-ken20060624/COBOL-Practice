       01  PREREQ-OVERRIDE-REC.
           05 POVR-DATE             PIC 9(08).
           05 POVR-TIME             PIC 9(08).
           05 POVR-OPERATOR         PIC X(08).
           05 POVR-STU-ID           PIC 9(06).
           05 POVR-COURSE-CODE      PIC X(06).
           05 POVR-SUBJECT          PIC X(10).
           05 POVR-MIN-SCORE        PIC 9(03).
           05 POVR-BEST-SCORE       PIC 9(03).
           05 POVR-GRADE-FOUND      PIC X(01).
