           05 INV-COURSE-COUNT      PIC 9(03).
           05 INV-AMOUNT            PIC 9(07).
           05 INV-PAID              PIC 9(07).
           05 INV-CREDIT            PIC 9(07).
           05 INV-DISCOUNT          PIC 9(07).
