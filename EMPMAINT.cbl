       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " ".
           DISPLAY "A=新增 I=查詢 U=修改 T=停用/復用".
           DISPLAY "S=排班維護 K=解除簽入鎖定 X=結束".
           ACCEPT WS-ACTION.

      *    權限: 查詢=1 新增/修改/排班=2
      *          停用/復用/解除鎖定=3(主管)
           EVALUATE WS-ACTION
              WHEN 'A' WHEN 'a'
                 MOVE 'A' TO OA-ACTION
                 IF OA-VALID-SW = 'Y'
                    PERFORM 7000-MAINTAIN-SHIFT THRU 7000-EXIT
                 END-IF
              WHEN 'K' WHEN 'k'
                 MOVE 'K' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 5500-UNLOCK-OPERATOR THRU 5500-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
           MOVE 'Y' TO EMP-ACTIVE-FLAG.
           PERFORM 6000-GET-AUTH-LEVEL.
           MOVE WS-LEVEL-BUFFER TO EMP-AUTH-LEVEL.
           MOVE 0 TO EMP-FAIL-COUNT.
           MOVE 'N' TO EMP-LOCK-FLAG.
           MOVE 0 TO EMP-LOCK-DATE.
           MOVE 0 TO EMP-LOCK-TIME.
           WRITE EMPLOYEE-MASTER-REC
               INVALID KEY DISPLAY "錯誤: 員工資料寫入失敗"
               NOT INVALID KEY DISPLAY "員工資料已建立"
              DISPLAY "部門    : " EMP-DEPT
              DISPLAY "在職狀態: " EMP-ACTIVE-FLAG
              DISPLAY "權限等級: " EMP-AUTH-LEVEL
              IF EMP-LOCK-FLAG = 'Y'
                 DISPLAY "簽入狀態: 已鎖定 " EMP-LOCK-DATE
                     " " EMP-LOCK-TIME(1:6)
              ELSE
                 DISPLAY "簽入狀態: 正常"
              END-IF
           ELSE
              DISPLAY "查無此員工編號"
           END-IF.
       5000-EXIT.
           EXIT.

      *    解除簽入鎖定: 由OPRAUTH清除鎖定旗標與連續失敗次數，
      *    並於AUTHLOG留存解除紀錄
       5500-UNLOCK-OPERATOR.
           DISPLAY "請輸入要解除鎖定的員工編號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 8000-FIND-EMPLOYEE.
           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此員工編號"
              GO TO 5500-EXIT
           END-IF.
           IF EMP-LOCK-FLAG NOT = 'Y'
              DISPLAY "該員工未被鎖定 " EMP-NAME
              GO TO 5500-EXIT
           END-IF.

           DISPLAY "鎖定時間: " EMP-LOCK-DATE
               " " EMP-LOCK-TIME(1:6).
           DISPLAY "確定解除 " EMP-NAME " 的簽入鎖定 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已取消解除鎖定"
              GO TO 5500-EXIT
           END-IF.

           MOVE 'K' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "EMPMAINT" TO OA-PROGRAM.
           MOVE 'K' TO OA-ACTION.
           MOVE WS-SEARCH-ID TO OA-TARGET-ID.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'Y'
              DISPLAY "已解除簽入鎖定 " EMP-NAME
           ELSE
              DISPLAY "解除鎖定失敗: " OA-REASON
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    排班維護: 每位員工一筆班表(工作日YN七碼=週一至週日、
      *    表定上下班時間HHMM)，供每日遲到/缺勤報表比對
