       01  CONTAPRM.
           05 CA-STU-ID            PIC 9(6).
           05 CA-FOUND-SW          PIC X(1).
           05 CA-REASON            PIC X(30).
           05 CA-LINE-COUNT        PIC 9(1).
           05 CA-ADDR-LINE         PIC X(60) OCCURS 4 TIMES.
