      *========================================================*
      *  PROGRAM-ID. LEVMAINT                                   *
      *  PURPOSE: LEAVE REQUEST AND LEAVE BALANCE MAINTENANCE   *
      *  (LEAVMSTR) FOR DEPARTMENT HEADS.  RECORDS ARE KEYED    *
      *  EMPLOYEE + LEAVE TYPE + SEQ; SEQ 000 HOLDS THE YEAR'S  *
      *  ENTITLEMENT AND DAYS TAKEN FOR THAT TYPE, SEQ 001 UP   *
      *  ARE THE REQUESTS (FROM/TO DATE, WORKING DAYS, STATUS   *
      *  P=PENDING A=APPROVED R=REJECTED C=CANCELLED).  LEAVE   *
      *  DAYS COUNT ONLY THE EMPLOYEE'S SHIFTMST WORKDAYS       *
      *  (MON-FRI WHEN NO SHIFT IS ON FILE) THAT ARE NOT ON     *
      *  THE HOLCAL HOLIDAY CALENDAR.  A REQUEST MAY NOT        *
      *  OVERLAP ANOTHER PENDING/APPROVED ONE NOR EXCEED THE    *
      *  REMAINING BALANCE WHEN AN ENTITLEMENT IS SET FOR THAT  *
      *  YEAR.  APPROVAL AND CANCELLATION ARE LIMITED TO        *
      *  SUPERVISORS OF THE SAME EMP-DEPT; APPROVAL ADDS THE    *
      *  DAYS TO THE BALANCE AND CANCELLING AN APPROVED REQUEST *
      *  GIVES THEM BACK.  LATERPT SKIPS APPROVED LEAVE;        *
      *  LEAVRPT REPORTS THE BALANCES.                          *
      *  OPERATORS SIGN ON THROUGH OPRAUTH.                     *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LEVMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LV-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SHIFT-SCHEDULE-FILE ASSIGN TO "SHIFTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHF-EMP-ID
               FILE STATUS IS WS-SHF-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-MASTER-FILE.
       COPY LEAVRCFM.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTFM.

       FD  SHIFT-SCHEDULE-FILE.
       COPY SHIFTFM.

       FD  HOLIDAY-CAL-FILE.
       COPY HOLCALFM.

       WORKING-STORAGE SECTION.
       01  WS-LV-STATUS        PIC X(2).
       01  WS-EMP-STATUS       PIC X(2).
       01  WS-SHF-STATUS       PIC X(2).
       01  WS-HOL-STATUS       PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-EMP-FOUND-SW     PIC X(1).
       01  WS-BAL-FOUND-SW     PIC X(1).
       01  WS-SCAN-EOF-SW      PIC X(1).
       01  WS-HOL-EOF-SW       PIC X(1).
       01  WS-HOL-HIT-SW       PIC X(1).
       01  WS-OVERLAP-SW       PIC X(1).
       01  WS-INPUT-OK-SW      PIC X(1).
       01  WS-SEARCH-ID        PIC 9(5).
       01  WS-SEARCH-TYPE      PIC X(1).
       01  WS-HOLD-TYPE        PIC X(1).
       01  WS-SEARCH-SEQ       PIC 9(3).
       01  WS-NEXT-SEQ         PIC 9(3).
       01  WS-LIST-COUNT       PIC 9(3).
       01  WS-CONFIRM          PIC X(1).
       01  WS-DECISION         PIC X(1).
       01  WS-OPERATOR         PIC X(8).
       01  WS-OPER-DEPT        PIC X(10).
       01  WS-TODAY            PIC 9(8).
       01  WS-EMP-NAME         PIC X(20).
       01  WS-EMP-DEPT         PIC X(10).
       01  WS-EMP-ACTIVE       PIC X(1).
       01  WS-WORKDAYS         PIC X(7).
       01  WS-SAVE-REC         PIC X(61).

      *    日期輸入與工作日計算
       01  WS-DATE-BUFFER      PIC X(8).
       01  WS-DATE-CHECK       PIC 9(8).
       01  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05 WS-CHK-YYYY      PIC 9(4).
           05 WS-CHK-MM        PIC 9(2).
           05 WS-CHK-DD        PIC 9(2).
       01  WS-FROM-DATE        PIC 9(8).
       01  WS-TO-DATE          PIC 9(8).
       01  WS-FROM-INT         PIC 9(8).
       01  WS-TO-INT           PIC 9(8).
       01  WS-DAY-INT          PIC 9(8).
       01  WS-CAL-DATE         PIC 9(8).
       01  WS-WEEKDAY-NO       PIC 9(1).
       01  WS-LEAVE-DAYS       PIC 9(3).

      *    額度暫存
       01  WS-BAL-YEAR         PIC 9(4).
       01  WS-BAL-ENTITLE      PIC 9(3).
       01  WS-BAL-TAKEN        PIC 9(3).
       01  WS-BAL-REMAIN       PIC S9(4).
       01  WS-REQ-YEAR         PIC 9(4).
       01  WS-YEAR-BUFFER      PIC 9(4).
       01  WS-ENTITLE-BUFFER   PIC 9(3).
       01  WS-TAKEN-SUM        PIC 9(3).
       01  WS-ADJ-DAYS         PIC S9(4).

      *    假別表: 代碼+說明
       01  WS-TYPE-IDX         PIC 9(1).
       01  WS-TYPE-DESC        PIC X(9).
       01  WS-TYPE-VALUES.
           05 FILLER PIC X(10) VALUE "A特休".
           05 FILLER PIC X(10) VALUE "S病假".
           05 FILLER PIC X(10) VALUE "P事假".
           05 FILLER PIC X(10) VALUE "M婚喪假".
           05 FILLER PIC X(10) VALUE "O公假".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
              10 WS-TYP-CODE      PIC X(1).
              10 WS-TYP-DESC      PIC X(9).
       01  WS-STATUS-DESC      PIC X(6).

      *    國定假日表: 啟動時由HOLCAL載入
       01  WS-HOL-COUNT        PIC 9(3) VALUE 0.
       01  WS-HOL-IDX          PIC 9(3).
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 300 TIMES.
              10 WS-HOL-DATE      PIC 9(8).

       COPY OPRAUTPRM.
       COPY DTVALPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 請假申請/假別額度維護 ===".
           PERFORM 0100-OPERATOR-SIGN-ON.
           PERFORM 0300-GET-OPERATOR-DEPT.
           PERFORM 0400-LOAD-HOLIDAYS.
           MOVE ' ' TO WS-ACTION.
           PERFORM 1000-SHOW-MENU-AND-DISPATCH
              UNTIL WS-ACTION = 'X' OR WS-ACTION = 'x'.
           STOP RUN.

      *    簽入: 操作員代號須通過共用OPRAUTH模組查核
       0100-OPERATOR-SIGN-ON.
           MOVE 'N' TO OA-VALID-SW.
           PERFORM 0150-TRY-SIGN-ON
              UNTIL OA-VALID-SW = 'Y'.
           DISPLAY "簽入成功，權限等級=" OA-AUTH-LEVEL.

       0150-TRY-SIGN-ON.
           DISPLAY "請輸入操作員代號 (0=離開): ".
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = "0" OR WS-OPERATOR = SPACES
              DISPLAY "已取消簽入"
              STOP RUN
           END-IF.
           MOVE 'S' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "LEVMAINT" TO OA-PROGRAM.
           MOVE ' ' TO OA-ACTION.
           MOVE 0 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "簽入失敗: " OA-REASON
           END-IF.

       0200-CHECK-AUTHORITY.
           MOVE 'C' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "LEVMAINT" TO OA-PROGRAM.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "動作遭拒: " OA-REASON
           END-IF.

      *    主管所屬部門: 核准及取消假單限本部門員工
       0300-GET-OPERATOR-DEPT.
           MOVE WS-OPERATOR(1:5) TO WS-SEARCH-ID.
           PERFORM 8100-FIND-EMPLOYEE.
           MOVE WS-EMP-DEPT TO WS-OPER-DEPT.
           DISPLAY "操作員部門: " WS-OPER-DEPT.

       0400-LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-CAL-FILE.
           IF WS-HOL-STATUS = "35"
              DISPLAY "警告: 國定假日檔不存在，"
                  "假日不扣除"
           ELSE
              MOVE 'N' TO WS-HOL-EOF-SW
              PERFORM 0450-READ-NEXT-HOLIDAY
              PERFORM 0460-KEEP-ONE-HOLIDAY
                 UNTIL WS-HOL-EOF-SW = 'Y'
              CLOSE HOLIDAY-CAL-FILE
           END-IF.

       0450-READ-NEXT-HOLIDAY.
           READ HOLIDAY-CAL-FILE
               AT END MOVE 'Y' TO WS-HOL-EOF-SW
           END-READ.

       0460-KEEP-ONE-HOLIDAY.
           IF HOL-DATE NUMERIC
              IF WS-HOL-COUNT < 300
                 ADD 1 TO WS-HOL-COUNT
                 MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
              ELSE
                 DISPLAY "警告: 假日表已滿，" HOL-DATE
                     "未載入"
              END-IF
           END-IF.
           PERFORM 0450-READ-NEXT-HOLIDAY.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " ".
           DISPLAY "A=請假申請 I=查詢 P=核准/駁回".
           DISPLAY "C=取消請假 B=假別額度設定 X=結束".
           ACCEPT WS-ACTION.

      *    權限: 查詢=1 申請=2 核准/取消/額度=3(部門主管)
           EVALUATE WS-ACTION
              WHEN 'A' WHEN 'a'
                 MOVE 'A' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2000-ADD-REQUEST THRU 2000-EXIT
                 END-IF
              WHEN 'I' WHEN 'i'
                 MOVE 'I' TO OA-ACTION
                 MOVE 1 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 3000-INQUIRE-LEAVE
                 END-IF
              WHEN 'P' WHEN 'p'
                 MOVE 'P' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4000-DECIDE-REQUEST THRU 4000-EXIT
                 END-IF
              WHEN 'C' WHEN 'c'
                 MOVE 'C' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4500-CANCEL-REQUEST THRU 4500-EXIT
                 END-IF
              WHEN 'B' WHEN 'b'
                 MOVE 'B' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 6000-SET-BALANCE THRU 6000-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "無效的選項，請重新輸入"
           END-EVALUATE.

      *----------------------------------------------------------*
      *    請假申請: 計算區間內應出勤日數，檢查重疊及額度，
      *    序號取該員該假別現有最大序號+1，狀態為待核
      *----------------------------------------------------------*
       2000-ADD-REQUEST.
           DISPLAY "請輸入員工編號 (5位數字): ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 8100-FIND-EMPLOYEE.
           IF WS-EMP-FOUND-SW = 'N' OR WS-EMP-ACTIVE NOT = 'Y'
              DISPLAY "錯誤: 員工主檔查無此在職員工"
              GO TO 2000-EXIT
           END-IF.
           DISPLAY "員工: " WS-SEARCH-ID " " WS-EMP-NAME
               " 部門=" WS-EMP-DEPT.

           PERFORM 6100-GET-TYPE.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 6200-GET-DATE-RANGE.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 2000-EXIT
           END-IF.

           PERFORM 6300-COUNT-LEAVE-DAYS.
           IF WS-LEAVE-DAYS = 0
              DISPLAY "錯誤: 區間內無應出勤日，免請假"
              GO TO 2000-EXIT
           END-IF.
           DISPLAY "應出勤日數 (扣除休息日及國定假日)="
               WS-LEAVE-DAYS.

           PERFORM 5400-CHECK-OVERLAP.
           IF WS-OVERLAP-SW = 'Y'
              DISPLAY "錯誤: 與既有待核/核准假單期間重疊"
              GO TO 2000-EXIT
           END-IF.

           MOVE WS-FROM-DATE(1:4) TO WS-REQ-YEAR.
           PERFORM 5300-FIND-BALANCE.
           IF WS-BAL-FOUND-SW = 'Y' AND WS-BAL-YEAR = WS-REQ-YEAR
              COMPUTE WS-BAL-REMAIN = WS-BAL-ENTITLE - WS-BAL-TAKEN
              IF WS-LEAVE-DAYS > WS-BAL-REMAIN
                 DISPLAY "錯誤: 額度不足 剩餘=" WS-BAL-REMAIN
                 GO TO 2000-EXIT
              END-IF
           ELSE
              DISPLAY "注意: 本年度未設定此假別額度，"
                  "不檢查餘額"
           END-IF.

           PERFORM 5200-FIND-NEXT-SEQ.
           IF WS-NEXT-SEQ = 0
              DISPLAY "錯誤: 該員此假別假單已達999筆"
              GO TO 2000-EXIT
           END-IF.

           MOVE WS-SEARCH-ID TO LV-EMP-ID.
           MOVE WS-SEARCH-TYPE TO LV-TYPE.
           MOVE WS-NEXT-SEQ TO LV-SEQ.
           MOVE WS-FROM-DATE TO LV-FROM-DATE.
           MOVE WS-TO-DATE TO LV-TO-DATE.
           MOVE WS-LEAVE-DAYS TO LV-DAYS.
           MOVE 'P' TO LV-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO LV-REQ-DATE.
           MOVE WS-OPERATOR TO LV-REQ-OPERATOR.
           MOVE SPACES TO LV-APPROVER.
           MOVE 0 TO LV-APPROVE-DATE.

           PERFORM 5900-OPEN-LEAVE-IO.
           WRITE LEAVE-MASTER-REC
               INVALID KEY
                  DISPLAY "錯誤: 假單已存在，寫入失敗"
               NOT INVALID KEY
                  DISPLAY "假單已建立 序號=" LV-SEQ
                      " 待主管核准"
           END-WRITE.
           CLOSE LEAVE-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *    查詢: 列出該員所有假別額度及假單
       3000-INQUIRE-LEAVE.
           DISPLAY "請輸入要查詢的員工編號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 8100-FIND-EMPLOYEE.
           DISPLAY "員工: " WS-SEARCH-ID " " WS-EMP-NAME
               " 部門=" WS-EMP-DEPT.

           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS NOT = "35"
              MOVE LOW-VALUE TO WS-SEARCH-TYPE
              PERFORM 5100-START-EMPLOYEE
              PERFORM 3100-SHOW-ONE-RECORD
                  UNTIL WS-SCAN-EOF-SW = 'Y'
              CLOSE LEAVE-MASTER-FILE
           END-IF.
           IF WS-LIST-COUNT = 0
              DISPLAY "該員無請假資料"
           END-IF.

       3100-SHOW-ONE-RECORD.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 7000-DISPLAY-RECORD.
           PERFORM 5150-READ-NEXT-LEAVE.

      *----------------------------------------------------------*
      *    核准/駁回: 限待核假單及本部門員工; 核准時再檢查
      *    額度並累加已休日數
      *----------------------------------------------------------*
       4000-DECIDE-REQUEST.
           PERFORM 5000-GET-REQUEST-KEY.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 5050-FIND-REQUEST.
           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此假單"
              GO TO 4000-EXIT
           END-IF.
           PERFORM 7000-DISPLAY-RECORD.
           IF LV-STATUS NOT = 'P'
              DISPLAY "錯誤: 僅待核假單可核准或駁回"
              GO TO 4000-EXIT
           END-IF.

           PERFORM 8100-FIND-EMPLOYEE.
           IF WS-EMP-DEPT NOT = WS-OPER-DEPT
              DISPLAY "錯誤: 僅可核准本部門員工假單 "
                  "員工部門=" WS-EMP-DEPT
              GO TO 4000-EXIT
           END-IF.

           DISPLAY "A=核准 R=駁回 其他=放棄: ".
           MOVE SPACES TO WS-DECISION.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
              WHEN 'A' WHEN 'a'
                 MOVE 'A' TO WS-DECISION
              WHEN 'R' WHEN 'r'
                 MOVE 'R' TO WS-DECISION
              WHEN OTHER
                 DISPLAY "已放棄，假單維持待核"
                 GO TO 4000-EXIT
           END-EVALUATE.

           MOVE LEAVE-MASTER-REC TO WS-SAVE-REC.
           IF WS-DECISION = 'A'
              MOVE LV-FROM-DATE(1:4) TO WS-REQ-YEAR
              MOVE LV-DAYS TO WS-ADJ-DAYS
              PERFORM 5300-FIND-BALANCE
              IF WS-BAL-FOUND-SW = 'Y' AND
                 WS-BAL-YEAR = WS-REQ-YEAR
                 COMPUTE WS-BAL-REMAIN =
                     WS-BAL-ENTITLE - WS-BAL-TAKEN
                 IF WS-ADJ-DAYS > WS-BAL-REMAIN
                    DISPLAY "錯誤: 額度不足 剩餘=" WS-BAL-REMAIN
                    GO TO 4000-EXIT
                 END-IF
                 PERFORM 5700-ADJUST-TAKEN
              END-IF
           END-IF.

           MOVE WS-SAVE-REC TO LEAVE-MASTER-REC.
           MOVE WS-DECISION TO LV-STATUS.
           MOVE WS-OPERATOR TO LV-APPROVER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO LV-APPROVE-DATE.
           PERFORM 5800-REWRITE-REQUEST.
           IF WS-DECISION = 'A'
              DISPLAY "假單已核准"
           ELSE
              DISPLAY "假單已駁回"
           END-IF.
       4000-EXIT.
           EXIT.

      *    取消: 限本部門員工之待核或已核准假單，已核准者退回
      *    已休日數
       4500-CANCEL-REQUEST.
           PERFORM 5000-GET-REQUEST-KEY.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 4500-EXIT
           END-IF.
           PERFORM 5050-FIND-REQUEST.
           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此假單"
              GO TO 4500-EXIT
           END-IF.
           PERFORM 7000-DISPLAY-RECORD.
           IF LV-STATUS NOT = 'P' AND LV-STATUS NOT = 'A'
              DISPLAY "錯誤: 僅待核或已核准假單可取消"
              GO TO 4500-EXIT
           END-IF.

           PERFORM 8100-FIND-EMPLOYEE.
           IF WS-EMP-DEPT NOT = WS-OPER-DEPT
              DISPLAY "錯誤: 僅可取消本部門員工假單 "
                  "員工部門=" WS-EMP-DEPT
              GO TO 4500-EXIT
           END-IF.

           DISPLAY "請確認取消 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已放棄取消"
              GO TO 4500-EXIT
           END-IF.

           MOVE LEAVE-MASTER-REC TO WS-SAVE-REC.
           IF LV-STATUS = 'A'
              MOVE LV-FROM-DATE(1:4) TO WS-REQ-YEAR
              COMPUTE WS-ADJ-DAYS = 0 - LV-DAYS
              PERFORM 5300-FIND-BALANCE
              IF WS-BAL-FOUND-SW = 'Y' AND
                 WS-BAL-YEAR = WS-REQ-YEAR
                 PERFORM 5700-ADJUST-TAKEN
              END-IF
           END-IF.

           MOVE WS-SAVE-REC TO LEAVE-MASTER-REC.
           MOVE 'C' TO LV-STATUS.
           MOVE WS-OPERATOR TO LV-APPROVER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO LV-APPROVE-DATE.
           PERFORM 5800-REWRITE-REQUEST.
           DISPLAY "假單已取消".
       4500-EXIT.
           EXIT.

       5000-GET-REQUEST-KEY.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           DISPLAY "請輸入員工編號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 6100-GET-TYPE.
           IF WS-INPUT-OK-SW = 'Y'
              DISPLAY "請輸入假單序號 (3位數字): "
              ACCEPT WS-SEARCH-SEQ
              IF WS-SEARCH-SEQ NOT NUMERIC OR WS-SEARCH-SEQ = 0
                 DISPLAY "錯誤: 序號須為001-999"
                 MOVE 'N' TO WS-INPUT-OK-SW
              END-IF
           END-IF.

       5050-FIND-REQUEST.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO LV-EMP-ID
              MOVE WS-SEARCH-TYPE TO LV-TYPE
              MOVE WS-SEARCH-SEQ TO LV-SEQ
              READ LEAVE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
              END-READ
              CLOSE LEAVE-MASTER-FILE
           END-IF.

      *    定位該員(指定假別或全部假別)第一筆紀錄
       5100-START-EMPLOYEE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE WS-SEARCH-ID TO LV-EMP-ID.
           MOVE WS-SEARCH-TYPE TO LV-TYPE.
           MOVE 0 TO LV-SEQ.
           START LEAVE-MASTER-FILE KEY IS NOT LESS THAN LV-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           IF WS-SCAN-EOF-SW = 'N'
              PERFORM 5150-READ-NEXT-LEAVE
           END-IF.

       5150-READ-NEXT-LEAVE.
           READ LEAVE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW
           END-READ.
           IF WS-SCAN-EOF-SW = 'N'
              IF LV-EMP-ID NOT = WS-SEARCH-ID
                 MOVE 'Y' TO WS-SCAN-EOF-SW
              END-IF
           END-IF.

       5200-FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS NOT = "35"
              PERFORM 5100-START-EMPLOYEE
              PERFORM 5250-NOTE-ONE-SEQ
                  UNTIL WS-SCAN-EOF-SW = 'Y'
              CLOSE LEAVE-MASTER-FILE
           END-IF.

       5250-NOTE-ONE-SEQ.
           IF LV-TYPE = WS-SEARCH-TYPE AND LV-SEQ NOT < WS-NEXT-SEQ
              IF LV-SEQ = 999
                 MOVE 0 TO WS-NEXT-SEQ
              ELSE
                 COMPUTE WS-NEXT-SEQ = LV-SEQ + 1
              END-IF
           END-IF.
           PERFORM 5150-READ-NEXT-LEAVE.

      *    額度紀錄(序號000)帶入暫存
       5300-FIND-BALANCE.
           MOVE 'N' TO WS-BAL-FOUND-SW.
           MOVE 0 TO WS-BAL-YEAR.
           MOVE 0 TO WS-BAL-ENTITLE.
           MOVE 0 TO WS-BAL-TAKEN.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO LV-EMP-ID
              MOVE WS-SEARCH-TYPE TO LV-TYPE
              MOVE 0 TO LV-SEQ
              READ LEAVE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-BAL-FOUND-SW
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-BAL-FOUND-SW
                     MOVE LV-YEAR TO WS-BAL-YEAR
                     MOVE LV-ENTITLE-DAYS TO WS-BAL-ENTITLE
                     MOVE LV-TAKEN-DAYS TO WS-BAL-TAKEN
              END-READ
              CLOSE LEAVE-MASTER-FILE
           END-IF.

      *    期間重疊: 該員任一假別之待核/核准假單與新區間交疊
       5400-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW.
           MOVE WS-SEARCH-TYPE TO WS-HOLD-TYPE.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS NOT = "35"
              MOVE LOW-VALUE TO WS-SEARCH-TYPE
              PERFORM 5100-START-EMPLOYEE
              PERFORM 5450-CHECK-ONE-OVERLAP
                  UNTIL WS-SCAN-EOF-SW = 'Y'
              CLOSE LEAVE-MASTER-FILE
           END-IF.
           MOVE WS-HOLD-TYPE TO WS-SEARCH-TYPE.

       5450-CHECK-ONE-OVERLAP.
           IF LV-SEQ > 0 AND
              (LV-STATUS = 'P' OR LV-STATUS = 'A') AND
              LV-FROM-DATE NOT > WS-TO-DATE AND
              LV-TO-DATE NOT < WS-FROM-DATE
              MOVE 'Y' TO WS-OVERLAP-SW
              DISPLAY "    重疊假單: " LV-TYPE "-" LV-SEQ
                  " " LV-FROM-DATE "-" LV-TO-DATE
           END-IF.
           PERFORM 5150-READ-NEXT-LEAVE.

      *    已休日數增減(WS-ADJ-DAYS可為負)
       5700-ADJUST-TAKEN.
           PERFORM 5900-OPEN-LEAVE-IO.
           MOVE WS-SEARCH-ID TO LV-EMP-ID.
           MOVE WS-SEARCH-TYPE TO LV-TYPE.
           MOVE 0 TO LV-SEQ.
           READ LEAVE-MASTER-FILE
               INVALID KEY
                  DISPLAY "錯誤: 額度紀錄讀取失敗"
               NOT INVALID KEY
                  IF LV-TAKEN-DAYS + WS-ADJ-DAYS < 0
                     MOVE 0 TO LV-TAKEN-DAYS
                  ELSE
                     COMPUTE LV-TAKEN-DAYS =
                         LV-TAKEN-DAYS + WS-ADJ-DAYS
                  END-IF
                  ACCEPT LV-BAL-UPD-DATE FROM DATE YYYYMMDD
                  MOVE WS-OPERATOR TO LV-BAL-OPERATOR
                  REWRITE LEAVE-MASTER-REC
                      INVALID KEY DISPLAY "錯誤: 額度更新失敗"
                  END-REWRITE
           END-READ.
           CLOSE LEAVE-MASTER-FILE.

       5800-REWRITE-REQUEST.
           PERFORM 5900-OPEN-LEAVE-IO.
           REWRITE LEAVE-MASTER-REC
               INVALID KEY DISPLAY "錯誤: 假單更新失敗"
           END-REWRITE.
           CLOSE LEAVE-MASTER-FILE.

       5900-OPEN-LEAVE-IO.
           OPEN I-O LEAVE-MASTER-FILE.
           IF WS-LV-STATUS = "35"
              OPEN OUTPUT LEAVE-MASTER-FILE
              CLOSE LEAVE-MASTER-FILE
              OPEN I-O LEAVE-MASTER-FILE
           END-IF.

      *----------------------------------------------------------*
      *    額度設定: 年度+應休日數; 已休日數依該年度已核准
      *    假單重新加總，避免與假單不符
      *----------------------------------------------------------*
       6000-SET-BALANCE.
           DISPLAY "請輸入員工編號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 8100-FIND-EMPLOYEE.
           IF WS-EMP-FOUND-SW = 'N'
              DISPLAY "錯誤: 員工主檔查無此員工編號"
              GO TO 6000-EXIT
           END-IF.
           DISPLAY "員工: " WS-SEARCH-ID " " WS-EMP-NAME
               " 部門=" WS-EMP-DEPT.
           PERFORM 6100-GET-TYPE.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 6000-EXIT
           END-IF.

           PERFORM 5300-FIND-BALANCE.
           IF WS-BAL-FOUND-SW = 'Y'
              DISPLAY "目前額度 年度=" WS-BAL-YEAR
                  " 應休=" WS-BAL-ENTITLE " 已休=" WS-BAL-TAKEN
           END-IF.

           DISPLAY "額度年度 (YYYY): ".
           ACCEPT WS-YEAR-BUFFER.
           IF WS-YEAR-BUFFER NOT NUMERIC OR WS-YEAR-BUFFER < 1900
              DISPLAY "錯誤: 年度須為4位數字"
              GO TO 6000-EXIT
           END-IF.
           DISPLAY "應休日數 (3位數字): ".
           ACCEPT WS-ENTITLE-BUFFER.
           IF WS-ENTITLE-BUFFER NOT NUMERIC
              DISPLAY "錯誤: 日數須為數字"
              GO TO 6000-EXIT
           END-IF.

           MOVE 0 TO WS-TAKEN-SUM.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS NOT = "35"
              PERFORM 5100-START-EMPLOYEE
              PERFORM 6050-ADD-ONE-TAKEN
                  UNTIL WS-SCAN-EOF-SW = 'Y'
              CLOSE LEAVE-MASTER-FILE
           END-IF.

           MOVE WS-SEARCH-ID TO LV-EMP-ID.
           MOVE WS-SEARCH-TYPE TO LV-TYPE.
           MOVE 0 TO LV-SEQ.
           MOVE SPACES TO LV-BALANCE.
           MOVE WS-YEAR-BUFFER TO LV-YEAR.
           MOVE WS-ENTITLE-BUFFER TO LV-ENTITLE-DAYS.
           MOVE WS-TAKEN-SUM TO LV-TAKEN-DAYS.
           ACCEPT LV-BAL-UPD-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR TO LV-BAL-OPERATOR.

           PERFORM 5900-OPEN-LEAVE-IO.
           IF WS-BAL-FOUND-SW = 'Y'
              REWRITE LEAVE-MASTER-REC
                  INVALID KEY DISPLAY "錯誤: 額度更新失敗"
              END-REWRITE
           ELSE
              WRITE LEAVE-MASTER-REC
                  INVALID KEY DISPLAY "錯誤: 額度寫入失敗"
              END-WRITE
           END-IF.
           CLOSE LEAVE-MASTER-FILE.
           DISPLAY "額度已設定 年度=" WS-YEAR-BUFFER
               " 應休=" WS-ENTITLE-BUFFER " 已休=" WS-TAKEN-SUM.
       6000-EXIT.
           EXIT.

       6050-ADD-ONE-TAKEN.
           IF LV-TYPE = WS-SEARCH-TYPE AND LV-SEQ > 0 AND
              LV-STATUS = 'A' AND
              LV-FROM-DATE(1:4) = WS-YEAR-BUFFER
              ADD LV-DAYS TO WS-TAKEN-SUM
           END-IF.
           PERFORM 5150-READ-NEXT-LEAVE.

       6100-GET-TYPE.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           DISPLAY "假別 (A=特休 S=病假 P=事假 M=婚喪假 "
               "O=公假): ".
           MOVE SPACES TO WS-SEARCH-TYPE.
           ACCEPT WS-SEARCH-TYPE.
           PERFORM 6150-LOOKUP-TYPE.
           IF WS-TYPE-DESC = SPACES
              DISPLAY "錯誤: 假別須為A/S/P/M/O"
              MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.

       6150-LOOKUP-TYPE.
           INSPECT WS-SEARCH-TYPE CONVERTING "aspmo" TO "ASPMO".
           MOVE SPACES TO WS-TYPE-DESC.
           PERFORM 6160-MATCH-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5.

       6160-MATCH-ONE-TYPE.
           IF WS-TYP-CODE(WS-TYPE-IDX) = WS-SEARCH-TYPE
              MOVE WS-TYP-DESC(WS-TYPE-IDX) TO WS-TYPE-DESC
           END-IF.

      *    起訖日期: 須為有效日期、訖日不早於起日、不跨年度
       6200-GET-DATE-RANGE.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           DISPLAY "請假起日 (YYYYMMDD): ".
           MOVE SPACES TO WS-DATE-BUFFER.
           ACCEPT WS-DATE-BUFFER.
           PERFORM 6250-VALIDATE-DATE.
           MOVE WS-DATE-CHECK TO WS-FROM-DATE.
           IF WS-INPUT-OK-SW = 'Y'
              DISPLAY "請假訖日 (YYYYMMDD): "
              MOVE SPACES TO WS-DATE-BUFFER
              ACCEPT WS-DATE-BUFFER
              PERFORM 6250-VALIDATE-DATE
              MOVE WS-DATE-CHECK TO WS-TO-DATE
           END-IF.
           IF WS-INPUT-OK-SW = 'Y'
              IF WS-TO-DATE < WS-FROM-DATE
                 DISPLAY "錯誤: 訖日不可早於起日"
                 MOVE 'N' TO WS-INPUT-OK-SW
              ELSE
                 IF WS-TO-DATE(1:4) NOT = WS-FROM-DATE(1:4)
                    DISPLAY "錯誤: 跨年度請分兩筆申請"
                    MOVE 'N' TO WS-INPUT-OK-SW
                 END-IF
              END-IF
           END-IF.

       6250-VALIDATE-DATE.
           MOVE 0 TO WS-DATE-CHECK.
           IF WS-DATE-BUFFER NOT NUMERIC
              DISPLAY "錯誤: 日期須為8位數字"
              MOVE 'N' TO WS-INPUT-OK-SW
           ELSE
              MOVE WS-DATE-BUFFER TO WS-DATE-CHECK
              MOVE 'V' TO DT-FUNCTION
              MOVE WS-CHK-YYYY TO DT-YYYY
              MOVE WS-CHK-MM TO DT-MM
              MOVE WS-CHK-DD TO DT-DD
              CALL "DTVALID" USING DTVALPRM
              IF DT-VALID-SW = 'N'
                 DISPLAY "錯誤: " DT-REASON
                 MOVE 'N' TO WS-INPUT-OK-SW
              END-IF
           END-IF.

      *----------------------------------------------------------*
      *    應出勤日數: 區間內屬該員排班工作日(無班表以週一至
      *    週五計)且非國定假日之日數
      *----------------------------------------------------------*
       6300-COUNT-LEAVE-DAYS.
           PERFORM 8200-FIND-WORKDAYS.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           MOVE 0 TO WS-LEAVE-DAYS.
           PERFORM 6350-COUNT-ONE-DAY
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.

      *    積日制第1日(1601-01-01)為星期一: 1=週一...7=週日
       6350-COUNT-ONE-DAY.
           COMPUTE WS-WEEKDAY-NO =
               FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           IF WS-WORKDAYS(WS-WEEKDAY-NO:1) = 'Y'
              COMPUTE WS-CAL-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              PERFORM 6400-CHECK-HOLIDAY
              IF WS-HOL-HIT-SW = 'N'
                 ADD 1 TO WS-LEAVE-DAYS
              END-IF
           END-IF.

       6400-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOL-HIT-SW.
           PERFORM 6450-MATCH-ONE-HOLIDAY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

       6450-MATCH-ONE-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-CAL-DATE
              MOVE 'Y' TO WS-HOL-HIT-SW
           END-IF.

       7000-DISPLAY-RECORD.
           MOVE LV-TYPE TO WS-SEARCH-TYPE.
           PERFORM 6150-LOOKUP-TYPE.
           IF LV-SEQ = 0
              COMPUTE WS-BAL-REMAIN = LV-ENTITLE-DAYS - LV-TAKEN-DAYS
              DISPLAY LV-TYPE " " WS-TYPE-DESC
                  " 額度 年度=" LV-YEAR
                  " 應休=" LV-ENTITLE-DAYS
                  " 已休=" LV-TAKEN-DAYS
                  " 剩餘=" WS-BAL-REMAIN
           ELSE
              EVALUATE LV-STATUS
                 WHEN 'P' MOVE "待核" TO WS-STATUS-DESC
                 WHEN 'A' MOVE "核准" TO WS-STATUS-DESC
                 WHEN 'R' MOVE "駁回" TO WS-STATUS-DESC
                 WHEN 'C' MOVE "取消" TO WS-STATUS-DESC
                 WHEN OTHER MOVE "不明" TO WS-STATUS-DESC
              END-EVALUATE
              DISPLAY LV-TYPE "-" LV-SEQ " " WS-TYPE-DESC
                  " " LV-FROM-DATE "-" LV-TO-DATE
                  " 日數=" LV-DAYS " " WS-STATUS-DESC
              DISPLAY "    申請=" LV-REQ-DATE " " LV-REQ-OPERATOR
                  " 核定=" LV-APPROVE-DATE " " LV-APPROVER
           END-IF.

       8100-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE "(員工主檔查無)" TO WS-EMP-NAME.
           MOVE SPACES TO WS-EMP-DEPT.
           MOVE SPACE TO WS-EMP-ACTIVE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-EMP-FOUND-SW
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-EMP-FOUND-SW
                     MOVE EMP-NAME TO WS-EMP-NAME
                     MOVE EMP-DEPT TO WS-EMP-DEPT
                     MOVE EMP-ACTIVE-FLAG TO WS-EMP-ACTIVE
              END-READ
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      *    排班工作日七碼; 無班表以週一至週五為工作日
       8200-FIND-WORKDAYS.
           MOVE "YYYYYNN" TO WS-WORKDAYS.
           OPEN INPUT SHIFT-SCHEDULE-FILE.
           IF WS-SHF-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO SHF-EMP-ID
              READ SHIFT-SCHEDULE-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE SHF-WORKDAYS TO WS-WORKDAYS
              END-READ
              CLOSE SHIFT-SCHEDULE-FILE
           END-IF.
