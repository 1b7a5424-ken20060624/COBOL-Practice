       01  FINE-LEDGER-REC.
           05 FINE-KEY.
              10 FINE-STU-ID        PIC 9(06).
              10 FINE-SEQ           PIC 9(04).
           05 FINE-TXN-TYPE         PIC X(01).
           05 FINE-TXN-DATE         PIC 9(08).
           05 FINE-ISBN             PIC X(13).
           05 FINE-DAYS-LATE        PIC 9(05).
           05 FINE-AMOUNT           PIC 9(07)V99.
           05 FINE-OPERATOR         PIC X(08).
