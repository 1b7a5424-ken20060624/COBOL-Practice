      *    國定假日行事曆(HOLCAL): 每行一日，人事室每年依行政院
      *    公告之放假日(含補假、調整放假)整檔更新; 補班日不列入
       01  HOLIDAY-CAL-REC.
           05 HOL-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 HOL-NAME             PIC X(20).
