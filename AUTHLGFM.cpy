      *    簽入/權限保全紀錄(AUTHLOG): OPRAUTH逐筆附加，
      *    AUTHRPT每日保全審閱報表讀取
      *    ALOG-EVENT: F=簽入失敗 D=動作遭拒 S=簽入成功
      *                L=連續失敗鎖定 T=連續失敗終止作業
      *                K=主管解除鎖定
       01  AUTH-LOG-REC.
           05 ALOG-DATE        PIC 9(8).
           05 ALOG-TIME        PIC 9(8).
           05 ALOG-OPERATOR    PIC X(8).
           05 ALOG-PROGRAM     PIC X(8).
           05 ALOG-ACTION      PIC X(1).
           05 ALOG-REASON      PIC X(30).
           05 ALOG-EVENT       PIC X(1).
