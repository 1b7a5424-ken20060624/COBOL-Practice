           05 EMP-DEPT             PIC X(10).
           05 EMP-ACTIVE-FLAG      PIC X(1).
           05 EMP-AUTH-LEVEL       PIC 9(1).
      *    簽入保全: 連續失敗次數達上限即鎖定，僅主管可於
      *    EMPMAINT解除; EMP-LOCK-FLAG 'Y'=鎖定中
           05 EMP-FAIL-COUNT       PIC 9(02).
           05 EMP-LOCK-FLAG        PIC X(01).
           05 EMP-LOCK-DATE        PIC 9(08).
           05 EMP-LOCK-TIME        PIC 9(08).
