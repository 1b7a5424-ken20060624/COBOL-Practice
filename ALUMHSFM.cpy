      *    校友封存檔: 學號+類別+子鍵，資料區存原主檔紀錄影像
      *    類別 S=學生主檔(子鍵空白) G=成績(學期+科目)
      *         E=選課(課程代碼)
       01  ALUMNI-HIST-REC.
           05 ALM-KEY.
              10 ALM-STU-ID         PIC 9(06).
              10 ALM-REC-TYPE       PIC X(01).
              10 ALM-SUB-KEY        PIC X(15).
           05 ALM-ARCH-DATE         PIC 9(08).
           05 ALM-DATA              PIC X(50).
