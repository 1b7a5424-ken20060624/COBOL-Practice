           05 OA-AUTH-LEVEL        PIC 9(1).
           05 OA-VALID-SW          PIC X(1).
           05 OA-REASON            PIC X(30).
           05 OA-TARGET-ID         PIC 9(5).
