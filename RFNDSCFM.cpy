       01  REFUND-SCHED-REC.
           05 RFS-TERM              PIC X(05).
           05 RFS-START-DATE        PIC 9(08).
           05 RFS-STEP OCCURS 5 TIMES.
              10 RFS-THRU-DAYS      PIC 9(03).
              10 RFS-PERCENT        PIC 9(03).
           05 RFS-LOAD-DATE         PIC 9(08).
