       01  SETTLE-HIST-REC.
           05 SH-KEY.
              10 SH-BATCH-DATE      PIC 9(08).
              10 SH-SEQ             PIC 9(06).
           05 SH-MASKED-CARD        PIC X(19).
           05 SH-TXN-AMT            PIC 9(09)V99.
           05 SH-CURRENCY           PIC X(03).
           05 SH-TWD-AMT            PIC 9(11)V99.
           05 SH-NETWORK            PIC X(12).
           05 SH-CB-COUNT           PIC 9(02).
           05 SH-CB-AMT             PIC 9(11)V99.
           05 SH-CB-DATE            PIC 9(08).
           05 SH-CB-REASON          PIC X(04).
