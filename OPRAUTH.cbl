      *  PROGRAM-ID. OPRAUTH                                    *
      *  PURPOSE: SHARED OPERATOR SIGN-ON AND AUTHORITY MODULE  *
      *  CALLED BY THE MAINTENANCE PROGRAMS (STUMAINT,          *
      *  CRSMAINT, ENRMAINT, EMPMAINT, HOTMAINT) AND THE        *
      *  LOANCIRC CIRCULATION DESK.  OA-FUNCTION                *
      *  SELECTS:                                               *
      *    'S' - SIGN-ON: VALIDATE OA-OPERATOR (5-DIGIT         *
      *        EMPLOYEE ID) AGAINST EMPMSTR INCLUDING           *
      *    'C' - ACTION CHECK: COMPARE THE SIGNED-ON            *
      *        OA-AUTH-LEVEL AGAINST OA-REQUIRED-LEVEL FOR THE  *
      *        OA-ACTION BEING ATTEMPTED.                       *
      *    'K' - UNLOCK: SUPERVISOR (LEVEL 3) CLEARS THE        *
      *        LOCKOUT ON EMPLOYEE OA-TARGET-ID (EMPMAINT).     *
      *  AUTHORITY LEVELS: 1=INQUIRY 2=UPDATE 3=SUPERVISOR.     *
      *  EVERY FAILED SIGN-ON OR DENIED ACTION IS APPENDED TO   *
      *  THE AUTHLOG FILE (DATE, TIME, OPERATOR, PROGRAM,       *
      *  ACTION, REASON) FOR SECURITY REVIEW, AS ARE SUCCESSFUL *
      *  SIGN-ONS, LOCKOUTS AND UNLOCKS (ALOG-EVENT, AUTHLGFM). *
      *  LOCKOUT: WS-MAX-FAILURES CONSECUTIVE FAILED SIGN-ONS   *
      *  FOR ONE EMPLOYEE ID (COUNTED ON EMPMSTR ACROSS         *
      *  SESSIONS) LOCK THAT ID UNTIL A SUPERVISOR UNLOCKS IT;  *
      *  THE SAME NUMBER OF CONSECUTIVE DENIED ACTIONS LOCKS    *
      *  THE SIGNED-ON OPERATOR AND ENDS THE RUN.  THE SAME     *
      *  NUMBER OF FAILED SIGN-ONS IN ONE SESSION (ANY IDS,     *
      *  INCLUDING IDS NOT ON EMPMSTR) ENDS THE RUN.            *
      *========================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRAUTH.
       COPY EMPMSTFM.

       FD  AUTH-LOG-FILE.
       COPY AUTHLGFM.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS       PIC X(2).
       01  WS-LOG-STATUS       PIC X(2).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-OPER-ID          PIC 9(5).
       01  WS-EMP-OPEN-SW      PIC X(1).
       01  WS-LOG-EVENT        PIC X(1).
       01  WS-LOG-REASON       PIC X(30).
       01  WS-LOCK-SW          PIC X(1).
       01  WS-STOP-SW          PIC X(1).

      *    連續失敗上限: 同一員工編號簽入失敗、簽入後連續動作
      *    遭拒、或同一作業階段內連續簽入失敗，達此次數即處置
       01  WS-MAX-FAILURES     PIC 9(2) VALUE 3.
      *    以下兩計數在同一執行單元內跨CALL保留
       01  WS-SESSION-FAILS    PIC 9(2) VALUE 0.
       01  WS-DENY-COUNT       PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       COPY OPRAUTPRM.
       0000-MAIN-PROCESS.
           MOVE 'Y' TO OA-VALID-SW.
           MOVE SPACES TO OA-REASON.
           MOVE SPACE TO WS-LOG-EVENT.
           MOVE SPACES TO WS-LOG-REASON.
           MOVE 'N' TO WS-LOCK-SW.
           MOVE 'N' TO WS-STOP-SW.

           EVALUATE OA-FUNCTION
               WHEN 'S'
                   PERFORM 1000-SIGN-ON THRU 1000-DONE
                   PERFORM 1900-COUNT-SESSION
               WHEN 'C'
                   PERFORM 2000-CHECK-ACTION
               WHEN 'K'
                   PERFORM 3000-UNLOCK-OPERATOR THRU 3000-DONE
               WHEN OTHER
                   MOVE 'N' TO OA-VALID-SW
                   MOVE "功能代碼不明" TO OA-REASON
                   MOVE 'D' TO WS-LOG-EVENT
           END-EVALUATE.

           IF WS-LOG-EVENT NOT = SPACE
              IF WS-LOG-REASON = SPACES
                 MOVE OA-REASON TO WS-LOG-REASON
              END-IF
              PERFORM 8000-WRITE-AUTH-LOG
           END-IF.

           IF WS-LOCK-SW = 'Y'
              MOVE 'L' TO WS-LOG-EVENT
              MOVE "連續失敗達上限已鎖定" TO WS-LOG-REASON
              PERFORM 8000-WRITE-AUTH-LOG
              DISPLAY "操作員 " OA-OPERATOR
                  " 已鎖定，請洽主管解除"
           END-IF.

           IF WS-STOP-SW = 'Y'
              MOVE 'T' TO WS-LOG-EVENT
              MOVE "連續失敗終止作業" TO WS-LOG-REASON
              PERFORM 8000-WRITE-AUTH-LOG
              DISPLAY "連續失敗達上限，程式終止"
              STOP RUN
           END-IF.
           GOBACK.

      *    簽入: 鎖定中者一律拒絕; 停用或未設權限者累計失敗
      *    次數，達上限即鎖定; 成功則歸零失敗次數
       1000-SIGN-ON.
           MOVE 0 TO OA-AUTH-LEVEL.
           MOVE 'N' TO WS-EMP-OPEN-SW.
           MOVE 'F' TO WS-LOG-EVENT.
           IF OA-OPERATOR(1:5) NOT NUMERIC
              MOVE 'N' TO OA-VALID-SW
              MOVE "操作員代號須為5位員工編號" TO OA-REASON
           END-IF.
           MOVE OA-OPERATOR(1:5) TO WS-OPER-ID.

           PERFORM 7000-READ-EMPLOYEE.

           IF WS-FOUND-SW = 'N'
              MOVE 'N' TO OA-VALID-SW
              GO TO 1000-DONE
           END-IF.

           IF EMP-LOCK-FLAG = 'Y'
              MOVE 'N' TO OA-VALID-SW
              MOVE "操作員已鎖定請洽主管" TO OA-REASON
              GO TO 1000-DONE
           END-IF.

           IF EMP-ACTIVE-FLAG NOT = 'Y'
              MOVE 'N' TO OA-VALID-SW
              MOVE "該操作員已停用" TO OA-REASON
              PERFORM 7500-COUNT-FAILURE
              GO TO 1000-DONE
           END-IF.

           IF EMP-AUTH-LEVEL NOT NUMERIC OR EMP-AUTH-LEVEL = 0
              MOVE 'N' TO OA-VALID-SW
              MOVE "該操作員未設定權限等級" TO OA-REASON
              PERFORM 7500-COUNT-FAILURE
              GO TO 1000-DONE
           END-IF.

           MOVE EMP-AUTH-LEVEL TO OA-AUTH-LEVEL.
           MOVE 'S' TO WS-LOG-EVENT.
           MOVE "簽入成功" TO WS-LOG-REASON.
           IF EMP-FAIL-COUNT NOT = 0
              MOVE 0 TO EMP-FAIL-COUNT
              REWRITE EMPLOYEE-MASTER-REC
                  INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
       1000-DONE.
           IF WS-EMP-OPEN-SW = 'Y'
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      *    同一作業階段連續簽入失敗(含主檔查無之代號)達上限，
      *    終止呼叫程式，避免逐一試探員工編號
       1900-COUNT-SESSION.
           IF OA-VALID-SW = 'Y'
              MOVE 0 TO WS-SESSION-FAILS
              MOVE 0 TO WS-DENY-COUNT
           ELSE
              ADD 1 TO WS-SESSION-FAILS
              IF WS-SESSION-FAILS >= WS-MAX-FAILURES
                 MOVE 'Y' TO WS-STOP-SW
              END-IF
           END-IF.

      *    動作查核: 簽入後連續遭拒達上限即鎖定該操作員並終止
       2000-CHECK-ACTION.
           IF OA-AUTH-LEVEL < OA-REQUIRED-LEVEL
              MOVE 'N' TO OA-VALID-SW
              MOVE "權限不足，動作遭拒" TO OA-REASON
              MOVE 'D' TO WS-LOG-EVENT
              ADD 1 TO WS-DENY-COUNT
              IF WS-DENY-COUNT >= WS-MAX-FAILURES
                 PERFORM 2500-LOCK-SIGNED-ON-OPER
                 MOVE 'Y' TO WS-STOP-SW
              END-IF
           ELSE
              MOVE 0 TO WS-DENY-COUNT
           END-IF.

       2500-LOCK-SIGNED-ON-OPER.
           MOVE 'N' TO WS-EMP-OPEN-SW.
           IF OA-OPERATOR(1:5) NUMERIC
              MOVE OA-OPERATOR(1:5) TO WS-OPER-ID
              PERFORM 7000-READ-EMPLOYEE
              IF WS-FOUND-SW = 'Y'
                 MOVE WS-MAX-FAILURES TO EMP-FAIL-COUNT
                 PERFORM 7600-LOCK-EMPLOYEE
              END-IF
           END-IF.
           IF WS-EMP-OPEN-SW = 'Y'
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      *    解除鎖定: 限主管等級，清除鎖定旗標與失敗次數
       3000-UNLOCK-OPERATOR.
           MOVE 'N' TO WS-EMP-OPEN-SW.
           IF OA-AUTH-LEVEL < 3
              MOVE 'N' TO OA-VALID-SW
              MOVE "解除鎖定須主管權限" TO OA-REASON
              MOVE 'D' TO WS-LOG-EVENT
              GO TO 3000-DONE
           END-IF.

           MOVE OA-TARGET-ID TO WS-OPER-ID.
           PERFORM 7000-READ-EMPLOYEE.
           IF WS-FOUND-SW = 'N'
              MOVE 'N' TO OA-VALID-SW
              MOVE "查無此員工編號" TO OA-REASON
              GO TO 3000-DONE
           END-IF.

           IF EMP-LOCK-FLAG NOT = 'Y'
              MOVE 'N' TO OA-VALID-SW
              MOVE "該員工未被鎖定" TO OA-REASON
              GO TO 3000-DONE
           END-IF.

           MOVE 0 TO EMP-FAIL-COUNT.
           MOVE 'N' TO EMP-LOCK-FLAG.
           MOVE 0 TO EMP-LOCK-DATE.
           MOVE 0 TO EMP-LOCK-TIME.
           REWRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                  MOVE 'N' TO OA-VALID-SW
                  MOVE "員工主檔更新失敗" TO OA-REASON
                  GO TO 3000-DONE
           END-REWRITE.
           MOVE 'K' TO WS-LOG-EVENT.
           STRING "解除鎖定 員工=" OA-TARGET-ID
               DELIMITED BY SIZE INTO WS-LOG-REASON
           END-STRING.
       3000-DONE.
           IF WS-EMP-OPEN-SW = 'Y'
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      *    以I-O開啟員工主檔並讀取WS-OPER-ID，檔案保持開啟
      *    供後續REWRITE; 舊資料未含鎖定欄位者視為未鎖定
       7000-READ-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "35"
              MOVE 'Y' TO WS-EMP-OPEN-SW
              MOVE WS-OPER-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
              END-READ
           END-IF.
           IF WS-FOUND-SW = 'Y'
              IF EMP-FAIL-COUNT NOT NUMERIC
                 MOVE 0 TO EMP-FAIL-COUNT
              END-IF
           END-IF.

       7500-COUNT-FAILURE.
           ADD 1 TO EMP-FAIL-COUNT.
           IF EMP-FAIL-COUNT >= WS-MAX-FAILURES
              PERFORM 7600-LOCK-EMPLOYEE
           ELSE
              REWRITE EMPLOYEE-MASTER-REC
                  INVALID KEY CONTINUE
              END-REWRITE
           END-IF.

       7600-LOCK-EMPLOYEE.
           MOVE 'Y' TO EMP-LOCK-FLAG.
           ACCEPT EMP-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT EMP-LOCK-TIME FROM TIME.
           REWRITE EMPLOYEE-MASTER-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE 'Y' TO WS-LOCK-SW.

      *    保全紀錄: 操作員、程式、動作、原因及事件別留檔
       8000-WRITE-AUTH-LOG.
           OPEN EXTEND AUTH-LOG-FILE.
           IF WS-LOG-STATUS = "35"
           MOVE OA-OPERATOR TO ALOG-OPERATOR.
           MOVE OA-PROGRAM TO ALOG-PROGRAM.
           MOVE OA-ACTION TO ALOG-ACTION.
           MOVE WS-LOG-REASON TO ALOG-REASON.
           MOVE WS-LOG-EVENT TO ALOG-EVENT.
           WRITE AUTH-LOG-REC.
           CLOSE AUTH-LOG-FILE.
