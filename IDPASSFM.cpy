       01  ID-PASS-REC.
           05 PAS-ID-CARD          PIC X(10).
           05 PAS-APP-NO           PIC X(8).
           05 PAS-APP-NAME         PIC X(20).
           05 PAS-CHANNEL          PIC X(1).
           05 PAS-DUP-SW           PIC X(1).
           05 PAS-PASS-DATE        PIC 9(8).
           05 FILLER               PIC X(2).
