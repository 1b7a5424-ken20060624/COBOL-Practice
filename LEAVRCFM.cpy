      *    請假主檔(LEAVMSTR): 鍵值=員工編號+假別+序號
      *    序號000為該假別年度額度紀錄，001起為請假申請
      *    假別: A=特休 S=病假 P=事假 M=婚喪假 O=公假
      *    申請狀態: P=待核 A=核准 R=駁回 C=取消
       01  LEAVE-MASTER-REC.
           05 LV-KEY.
              10 LV-EMP-ID         PIC 9(05).
              10 LV-TYPE           PIC X(01).
              10 LV-SEQ            PIC 9(03).
           05 LV-REQUEST.
              10 LV-FROM-DATE      PIC 9(08).
              10 LV-TO-DATE        PIC 9(08).
              10 LV-DAYS           PIC 9(03).
              10 LV-STATUS         PIC X(01).
              10 LV-REQ-DATE       PIC 9(08).
              10 LV-REQ-OPERATOR   PIC X(08).
              10 LV-APPROVER       PIC X(08).
              10 LV-APPROVE-DATE   PIC 9(08).
           05 LV-BALANCE REDEFINES LV-REQUEST.
              10 LV-YEAR           PIC 9(04).
              10 LV-ENTITLE-DAYS   PIC 9(03).
              10 LV-TAKEN-DAYS     PIC 9(03).
              10 LV-BAL-UPD-DATE   PIC 9(08).
              10 LV-BAL-OPERATOR   PIC X(08).
              10 FILLER            PIC X(26).
