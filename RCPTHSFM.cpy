       01  RECEIPT-HIST-REC.
           05 RCH-STU-ID            PIC 9(06).
           05 RCH-TERM              PIC X(05).
           05 RCH-AMOUNT            PIC 9(07).
           05 RCH-RCPT-DATE         PIC 9(08).
           05 RCH-POST-DATE         PIC 9(08).
