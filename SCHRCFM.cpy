       01  SCHOLARSHIP-REC.
           05 SCH-KEY.
              10 SCH-STU-ID         PIC 9(06).
              10 SCH-TERM           PIC X(05).
              10 SCH-SEQ            PIC 9(02).
           05 SCH-AWARD-TYPE        PIC X(01).
           05 SCH-CALC-METHOD       PIC X(01).
           05 SCH-PERCENT           PIC 9(03).
           05 SCH-FIXED-AMT         PIC 9(07).
           05 SCH-COVER-CODE        PIC X(06).
           05 SCH-APPROVAL-REF      PIC X(12).
           05 SCH-ENTER-DATE        PIC 9(08).
           05 SCH-OPERATOR          PIC X(08).
           05 SCH-APPLIED-AMT       PIC 9(07).
           05 SCH-APPLIED-DATE      PIC 9(08).
