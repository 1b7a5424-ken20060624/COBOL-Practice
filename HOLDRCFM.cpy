       01  HOLD-REC.
           05 HOLD-KEY.
              10 HOLD-ISBN          PIC X(13).
              10 HOLD-SEQ           PIC 9(03).
           05 HOLD-STU-ID           PIC 9(06).
           05 HOLD-STATUS           PIC X(01).
           05 HOLD-PLACED-DATE      PIC 9(08).
           05 HOLD-READY-DATE       PIC 9(08).
           05 HOLD-NOTICE-DATE      PIC 9(08).
