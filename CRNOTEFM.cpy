       01  CREDIT-NOTE-REC.
           05 CRN-KEY.
              10 CRN-STU-ID         PIC 9(06).
              10 CRN-TERM           PIC X(05).
              10 CRN-COURSE-CODE    PIC X(06).
           05 CRN-WITHDRAW-DATE     PIC 9(08).
           05 CRN-DAYS-INTO-TERM    PIC 9(03).
           05 CRN-COURSE-FEE        PIC 9(05).
           05 CRN-REFUND-PCT        PIC 9(03).
           05 CRN-CREDIT-AMT        PIC 9(07).
           05 CRN-OPERATOR          PIC X(08).
