      *  THE LOAN AND RETURNS THE COPY TO THE CATALOG.  THE     *
      *  INQUIRY OPTION LISTS EVERYTHING A STUDENT CURRENTLY    *
      *  HAS ON LOAN FOR THE CIRCULATION DESK.                  *
      *  AN OVERDUE CHECK-IN ASSESSES THE FINE ON THE FINEMSTR  *
      *  FINE LEDGER (KEYED STUDENT ID + SEQUENCE); THE DESK    *
      *  POSTS PAYMENTS AND SUPERVISOR-LEVEL WAIVERS AGAINST    *
      *  IT, AND CHECK-OUT IS REFUSED WHILE A STUDENT'S UNPAID  *
      *  FINES ARE ABOVE THE LIMIT SET AT START-UP.  OPERATORS  *
      *  SIGN ON THROUGH THE SHARED OPRAUTH MODULE.             *
      *  WHEN NO COPY IS ON THE SHELF THE DESK PLACES A HOLD ON *
      *  THE HOLDMSTR QUEUE (KEYED ISBN-13 + QUEUE SEQUENCE); A *
      *  RETURNED COPY IS KEPT FOR THE FIRST WAITING STUDENT    *
      *  INSTEAD OF GOING BACK ON THE SHELF.  HOLDNTC PRINTS    *
      *  THE PICKUP NOTICES AND EXPIRES UNCOLLECTED HOLDS.      *
      *  EVERY CHECK-IN ALSO APPENDS A PERMANENT RECORD TO THE  *
      *  LOANHIST LOAN HISTORY FOR THE CIRCSTAT MONTHLY REPORT. *
      *========================================================*
       IDENTIFICATION DIVISION.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT FINE-LEDGER-FILE ASSIGN TO "FINEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-KEY
               FILE STATUS IS WS-FINE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANRCFM.

       FD  FINE-LEDGER-FILE.
       COPY FINERCFM.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDRCFM.

       FD  LOAN-HISTORY-FILE.
       COPY LHSTRCFM.

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-MEDIA-STATUS     PIC X(2).
       01  WS-DUE-DATE         PIC 9(8).
       01  WS-LOAN-COUNT       PIC 9(3).

      *    罰款帳: 逾期天數×每日罰款入帳，未繳餘額超過上限即停借
       01  WS-FINE-STATUS      PIC X(2).
       01  WS-FINE-EOF-SW      PIC X(1).
       01  WS-FINE-POSTED-SW   PIC X(1).
       01  WS-FINE-PER-DAY     PIC 9(3)V99.
       01  WS-FINE-LIMIT       PIC 9(5)V99.
       01  WS-DAYS-LATE        PIC 9(5).
       01  WS-FINE-AMOUNT      PIC 9(7)V99.
       01  WS-FINE-BALANCE     PIC S9(7)V99.
       01  WS-FINE-NEXT-SEQ    PIC 9(4).
       01  WS-FINE-TYPE        PIC X(1).
       01  WS-FINE-ISBN        PIC X(13).
       01  WS-AMOUNT-BUFFER    PIC 9(5)V99.
       01  WS-FINE-DISPLAY     PIC 9(7).99.
       01  WS-BALANCE-DISPLAY  PIC 9(7).99.
       01  WS-OPERATOR         PIC X(8).

      *    預約佇列: W=候書中 R=已保留待取書
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-HOLD-EOF-SW      PIC X(1).
       01  WS-HOLD-DUP-SW      PIC X(1).
       01  WS-HOLD-FOUND-SW    PIC X(1).
       01  WS-READY-HOLD-SW    PIC X(1).
       01  WS-HOLD-NEXT-SEQ    PIC 9(3).
       01  WS-HOLD-SEQ         PIC 9(3).
       01  WS-HOLD-STU-ID      PIC 9(6).

      *    借閱歷史: 歸還時保留借出日/到期日供寫入歷史檔
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-HIST-OUT-DATE    PIC 9(8).
       01  WS-HIST-DUE-DATE    PIC 9(8).

       COPY DTVALPRM.

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 圖書借還櫃台 ===".
           PERFORM 0100-OPERATOR-SIGN-ON.
      *    借閱天數由櫃台開機時輸入一次，零或非數字以14天計
           DISPLAY "請輸入借閱天數 (預設14): ".
           ACCEPT WS-LOAN-DAYS.
           END-IF.
           DISPLAY "借閱天數=" WS-LOAN-DAYS.

      *    每日罰款與停借上限同樣開機時輸入一次 (999V99/99999V99)
           DISPLAY "請輸入每日罰款 (999V99, 預設00500): ".
           ACCEPT WS-FINE-PER-DAY.
           IF WS-FINE-PER-DAY NOT NUMERIC OR WS-FINE-PER-DAY = 0
              MOVE 5 TO WS-FINE-PER-DAY
           END-IF.
           DISPLAY "請輸入停借上限 (99999V99,預設0010000): ".
           ACCEPT WS-FINE-LIMIT.
           IF WS-FINE-LIMIT NOT NUMERIC OR WS-FINE-LIMIT = 0
              MOVE 100 TO WS-FINE-LIMIT
           END-IF.
           MOVE WS-FINE-PER-DAY TO WS-FINE-DISPLAY.
           MOVE WS-FINE-LIMIT TO WS-BALANCE-DISPLAY.
           DISPLAY "每日罰款=" WS-FINE-DISPLAY
               " 停借上限=" WS-BALANCE-DISPLAY.

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
           MOVE "LOANCIRC" TO OA-PROGRAM.
           MOVE ' ' TO OA-ACTION.
           MOVE 0 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "簽入失敗: " OA-REASON
           END-IF.

       0200-CHECK-AUTHORITY.
           MOVE 'C' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "LOANCIRC" TO OA-PROGRAM.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "動作遭拒: " OA-REASON
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " ".
           DISPLAY "O=借出  R=歸還  H=預約  I=學生借閱查詢".
           DISPLAY "P=繳納罰款  V=罰款減免  X=結束".
           ACCEPT WS-ACTION.

      *    權限: 查詢=1 借出/歸還/預約/繳款=2 罰款減免=3(主管)
           EVALUATE WS-ACTION
              WHEN 'O' WHEN 'o'
                 MOVE 'O' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2000-CHECK-OUT-ITEM THRU 2000-EXIT
                 END-IF
              WHEN 'R' WHEN 'r'
                 MOVE 'R' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 3000-CHECK-IN-ITEM THRU 3000-EXIT
                 END-IF
              WHEN 'H' WHEN 'h'
                 MOVE 'H' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2400-REQUEST-HOLD THRU 2400-EXIT
                 END-IF
              WHEN 'I' WHEN 'i'
                 MOVE 'I' TO OA-ACTION
                 MOVE 1 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4000-INQUIRE-STUDENT-LOANS THRU 4000-EXIT
                 END-IF
              WHEN 'P' WHEN 'p'
                 MOVE 'P' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    MOVE 'P' TO WS-FINE-TYPE
                    PERFORM 4500-POST-FINE-CREDIT THRU 4500-EXIT
                 END-IF
              WHEN 'V' WHEN 'v'
                 MOVE 'V' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    MOVE 'W' TO WS-FINE-TYPE
                    PERFORM 4500-POST-FINE-CREDIT THRU 4500-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
              GO TO 2000-EXIT
           END-IF.

      *    未繳罰款超過停借上限者，須先繳清或減免後才可再借
           PERFORM 8000-COMPUTE-FINE-BALANCE THRU 8000-EXIT.
           IF WS-FINE-BALANCE > WS-FINE-LIMIT
              MOVE WS-FINE-BALANCE TO WS-BALANCE-DISPLAY
              DISPLAY "錯誤: 未繳罰款=" WS-BALANCE-DISPLAY
                  " 超過停借上限，無法借閱"
              GO TO 2000-EXIT
           END-IF.

      *    預約到書保留給該生的冊數不在架上，借出時不再減冊數
           PERFORM 6800-FIND-READY-HOLD THRU 6800-EXIT.

      *    可借冊數即目錄冊數: 借出時減一、歸還時加一，
      *    全數借出即拒絕，並詢問是否預約
           IF MED-COPY-COUNT = 0 AND WS-READY-HOLD-SW = 'N'
              DISPLAY "錯誤: 此書已全數借出，無法借閱"
              DISPLAY "是否預約此書 (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                 PERFORM 2500-PLACE-HOLD THRU 2500-EXIT
              END-IF
              GO TO 2000-EXIT
           END-IF.

           WRITE LOAN-REC
               INVALID KEY DISPLAY "錯誤: 借閱紀錄寫入失敗"
               NOT INVALID KEY
                  IF WS-READY-HOLD-SW = 'Y'
                     PERFORM 6900-DELETE-HOLD
                     DISPLAY "預約書借出完成，預約已結案"
                  ELSE
                     SUBTRACT 1 FROM MED-COPY-COUNT
                     PERFORM 7000-REWRITE-MEDIA
                     DISPLAY "借出完成，剩餘可借冊數="
                         MED-COPY-COUNT
                  END-IF
           END-WRITE.
           CLOSE LOAN-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    預約: 僅限目錄冊數已全數借出的書，該生借閱中者不可
      *    再預約
      *----------------------------------------------------------*
       2400-REQUEST-HOLD.
           PERFORM 5000-GET-STUDENT-AND-ITEM.
           IF WS-STU-FOUND-SW = 'N' OR WS-MED-FOUND-SW = 'N'
              GO TO 2400-EXIT
           END-IF.

           PERFORM 6000-FIND-LOAN.
           IF WS-LOAN-FOUND-SW = 'Y'
              DISPLAY "錯誤: 該生已借出此書，不可預約"
              GO TO 2400-EXIT
           END-IF.

           IF MED-COPY-COUNT > 0
              DISPLAY "架上尚有可借冊數=" MED-COPY-COUNT
                  "，請直接借閱"
              GO TO 2400-EXIT
           END-IF.

           DISPLAY "學生: " MSTR-STU-ID " " MSTR-STU-NAME.
           DISPLAY "書名: " MED-TITLE.
           DISPLAY "請確認預約 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已取消預約"
              GO TO 2400-EXIT
           END-IF.
           PERFORM 2500-PLACE-HOLD THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    加入預約: 依ISBN掃描預約檔取最大順位，同一學生不可
      *    重複預約，順位=最大+1
      *----------------------------------------------------------*
       2500-PLACE-HOLD.
           OPEN I-O HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS = "35"
              OPEN OUTPUT HOLD-QUEUE-FILE
              CLOSE HOLD-QUEUE-FILE
              OPEN I-O HOLD-QUEUE-FILE
           END-IF.

           MOVE 0 TO WS-HOLD-NEXT-SEQ.
           MOVE 'N' TO WS-HOLD-DUP-SW.
           PERFORM 2550-START-HOLD-SCAN.
           PERFORM 2700-SCAN-HOLD-ENTRY
              UNTIL WS-HOLD-EOF-SW = 'Y'.

           IF WS-HOLD-DUP-SW = 'Y'
              DISPLAY "錯誤: 該學生已預約此書"
              CLOSE HOLD-QUEUE-FILE
              GO TO 2500-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ADD 1 TO WS-HOLD-NEXT-SEQ.
           MOVE WS-SEARCH-ISBN TO HOLD-ISBN.
           MOVE WS-HOLD-NEXT-SEQ TO HOLD-SEQ.
           MOVE WS-SEARCH-ID TO HOLD-STU-ID.
           MOVE 'W' TO HOLD-STATUS.
           MOVE WS-TODAY TO HOLD-PLACED-DATE.
           MOVE 0 TO HOLD-READY-DATE.
           MOVE 0 TO HOLD-NOTICE-DATE.
           WRITE HOLD-REC
               INVALID KEY DISPLAY "錯誤: 預約登錄失敗"
               NOT INVALID KEY
                  DISPLAY "已加入預約名單，順位="
                      WS-HOLD-NEXT-SEQ
           END-WRITE.
           CLOSE HOLD-QUEUE-FILE.
       2500-EXIT.
           EXIT.

      *    預約檔須已開啟; 自該ISBN第一筆開始讀
       2550-START-HOLD-SCAN.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           MOVE WS-SEARCH-ISBN TO HOLD-ISBN.
           MOVE 0 TO HOLD-SEQ.
           START HOLD-QUEUE-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SW
           END-START.
           IF WS-HOLD-EOF-SW = 'N'
              PERFORM 2600-READ-NEXT-HOLD
           END-IF.

       2600-READ-NEXT-HOLD.
           READ HOLD-QUEUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           IF WS-HOLD-EOF-SW = 'N' AND
              HOLD-ISBN NOT = WS-SEARCH-ISBN
              MOVE 'Y' TO WS-HOLD-EOF-SW
           END-IF.

       2700-SCAN-HOLD-ENTRY.
           MOVE HOLD-SEQ TO WS-HOLD-NEXT-SEQ.
           IF HOLD-STU-ID = WS-SEARCH-ID
              MOVE 'Y' TO WS-HOLD-DUP-SW
           END-IF.
           PERFORM 2600-READ-NEXT-HOLD.

       3000-CHECK-IN-ITEM.
           PERFORM 5000-GET-STUDENT-AND-ITEM.
           IF WS-STU-FOUND-SW = 'N' OR WS-MED-FOUND-SW = 'N'
              DISPLAY "錯誤: 查無該生此書的借閱紀錄"
              GO TO 3000-EXIT
           END-IF.
           MOVE LOAN-OUT-DATE TO WS-HIST-OUT-DATE.
           MOVE LOAN-DUE-DATE TO WS-HIST-DUE-DATE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-DAYS-LATE.
           MOVE 0 TO WS-FINE-AMOUNT.
           IF WS-TODAY > LOAN-DUE-DATE
              PERFORM 6600-COMPUTE-DAYS-OVERDUE
              DISPLAY "*** 逾期歸還 到期日=" LOAN-DUE-DATE
                  " 逾期" DT-DAYS "天 ***"
              IF DT-VALID-SW = 'Y' AND DT-DAYS > 0
                 MOVE DT-DAYS TO WS-DAYS-LATE
                 COMPUTE WS-FINE-AMOUNT =
                     WS-DAYS-LATE * WS-FINE-PER-DAY
                 MOVE WS-FINE-AMOUNT TO WS-FINE-DISPLAY
                 DISPLAY "*** 應收罰款=" WS-FINE-DISPLAY " ***"
              END-IF
           END-IF.

           DISPLAY "確定歸還 " MSTR-STU-NAME " / " MED-TITLE.
           DELETE LOAN-MASTER-FILE
               INVALID KEY DISPLAY "錯誤: 歸還失敗"
               NOT INVALID KEY
                  PERFORM 3700-WRITE-LOAN-HISTORY
                  PERFORM 3600-ALLOCATE-TO-HOLD THRU 3600-EXIT
                  IF WS-HOLD-FOUND-SW = 'N'
                     ADD 1 TO MED-COPY-COUNT
                     PERFORM 7000-REWRITE-MEDIA
                     DISPLAY "歸還完成，可借冊數="
                         MED-COPY-COUNT
                  END-IF
                  IF WS-FINE-AMOUNT > 0
                     PERFORM 3500-ASSESS-FINE
                  END-IF
           END-DELETE.
           CLOSE LOAN-MASTER-FILE.
       3000-EXIT.
           EXIT.

      *    逾期歸還: 罰款以應收(A)入罰款帳，書號與逾期天數一併留存
       3500-ASSESS-FINE.
           MOVE 'A' TO WS-FINE-TYPE.
           MOVE WS-SEARCH-ISBN TO WS-FINE-ISBN.
           PERFORM 8500-WRITE-FINE-ENTRY.
           IF WS-FINE-POSTED-SW = 'Y'
              PERFORM 8000-COMPUTE-FINE-BALANCE THRU 8000-EXIT
              MOVE WS-FINE-BALANCE TO WS-BALANCE-DISPLAY
              DISPLAY "罰款已入帳，未繳罰款合計="
                  WS-BALANCE-DISPLAY
           END-IF.

      *----------------------------------------------------------*
      *    歸還書優先保留給第一位候書學生: 預約改為R並記保留日，
      *    不放回架上; 取書通知由夜間HOLDNTC列印
      *----------------------------------------------------------*
       3600-ALLOCATE-TO-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           OPEN I-O HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS = "35"
              GO TO 3600-EXIT
           END-IF.

           PERFORM 2550-START-HOLD-SCAN.
           PERFORM 3650-CHECK-WAITING-HOLD
              UNTIL WS-HOLD-EOF-SW = 'Y'.

           IF WS-HOLD-FOUND-SW = 'Y'
              MOVE 'R' TO HOLD-STATUS
              MOVE WS-TODAY TO HOLD-READY-DATE
              MOVE 0 TO HOLD-NOTICE-DATE
              REWRITE HOLD-REC
                  INVALID KEY
                     DISPLAY "錯誤: 預約保留更新失敗"
                     MOVE 'N' TO WS-HOLD-FOUND-SW
              END-REWRITE
           END-IF.
           CLOSE HOLD-QUEUE-FILE.

           IF WS-HOLD-FOUND-SW = 'Y'
              DISPLAY "歸還完成，此書保留給預約順位"
                  WS-HOLD-SEQ " 學號" WS-HOLD-STU-ID
                  "，請置於預約書架"
           END-IF.
       3600-EXIT.
           EXIT.

       3650-CHECK-WAITING-HOLD.
           IF HOLD-STATUS = 'W'
              MOVE 'Y' TO WS-HOLD-FOUND-SW
              MOVE HOLD-SEQ TO WS-HOLD-SEQ
              MOVE HOLD-STU-ID TO WS-HOLD-STU-ID
              MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
              PERFORM 2600-READ-NEXT-HOLD
           END-IF.

      *    借閱歷史: 每次歸還附加一筆永久紀錄 (含逾期天數)
       3700-WRITE-LOAN-HISTORY.
           OPEN EXTEND LOAN-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF.

           MOVE WS-SEARCH-ISBN TO HIST-ISBN.
           MOVE WS-SEARCH-ID TO HIST-STU-ID.
           MOVE WS-HIST-OUT-DATE TO HIST-OUT-DATE.
           MOVE WS-HIST-DUE-DATE TO HIST-DUE-DATE.
           MOVE WS-TODAY TO HIST-RETURN-DATE.
           MOVE WS-DAYS-LATE TO HIST-DAYS-LATE.
           WRITE LOAN-HIST-REC.
           CLOSE LOAN-HISTORY-FILE.

      *----------------------------------------------------------*
      *    學生借閱查詢: 借閱主檔以ISBN為鍵前段，依學生查詢
      *    須整檔掃描後過濾學號
           ELSE
              DISPLAY "借閱中冊數=" WS-LOAN-COUNT
           END-IF.

           PERFORM 8000-COMPUTE-FINE-BALANCE THRU 8000-EXIT.
           MOVE WS-FINE-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "未繳罰款=" WS-BALANCE-DISPLAY.
       4000-EXIT.
           EXIT.

           END-IF.
           PERFORM 4100-READ-NEXT-LOAN.

      *----------------------------------------------------------*
      *    繳款(P)/減免(W): 先列出未繳罰款，金額不得超過未繳餘額;
      *    減免限主管等級，於選單已經OPRAUTH查核
      *----------------------------------------------------------*
       4500-POST-FINE-CREDIT.
           DISPLAY "請輸入學號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 5100-FIND-STUDENT.
           IF WS-STU-FOUND-SW = 'N'
              DISPLAY "查無此學號"
              GO TO 4500-EXIT
           END-IF.

           PERFORM 8000-COMPUTE-FINE-BALANCE THRU 8000-EXIT.
           MOVE WS-FINE-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "學生: " MSTR-STU-ID " " MSTR-STU-NAME.
           DISPLAY "未繳罰款=" WS-BALANCE-DISPLAY.
           IF WS-FINE-BALANCE NOT > 0
              DISPLAY "該生無未繳罰款"
              GO TO 4500-EXIT
           END-IF.

           IF WS-FINE-TYPE = 'P'
              DISPLAY "請輸入繳款金額 (99999V99): "
           ELSE
              DISPLAY "請輸入減免金額 (99999V99): "
           END-IF.
           ACCEPT WS-AMOUNT-BUFFER.
           IF WS-AMOUNT-BUFFER NOT NUMERIC OR WS-AMOUNT-BUFFER = 0
              DISPLAY "錯誤: 金額須為大於零的數字"
              GO TO 4500-EXIT
           END-IF.
           IF WS-AMOUNT-BUFFER > WS-FINE-BALANCE
              DISPLAY "錯誤: 金額超過未繳罰款"
              GO TO 4500-EXIT
           END-IF.

           MOVE WS-AMOUNT-BUFFER TO WS-FINE-DISPLAY.
           DISPLAY "金額=" WS-FINE-DISPLAY " 請確認 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已取消"
              GO TO 4500-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-AMOUNT-BUFFER TO WS-FINE-AMOUNT.
           MOVE 0 TO WS-DAYS-LATE.
           MOVE SPACES TO WS-FINE-ISBN.
           PERFORM 8500-WRITE-FINE-ENTRY.
           IF WS-FINE-POSTED-SW = 'Y'
              PERFORM 8000-COMPUTE-FINE-BALANCE THRU 8000-EXIT
              MOVE WS-FINE-BALANCE TO WS-BALANCE-DISPLAY
              DISPLAY "入帳完成，未繳罰款=" WS-BALANCE-DISPLAY
           END-IF.
       4500-EXIT.
           EXIT.

       5000-GET-STUDENT-AND-ITEM.
           DISPLAY "請輸入學號: ".
           ACCEPT WS-SEARCH-ID.
              CLOSE LOAN-MASTER-FILE
           END-IF.

      *----------------------------------------------------------*
      *    該生此書是否有已保留待取(R)的預約
      *----------------------------------------------------------*
       6800-FIND-READY-HOLD.
           MOVE 'N' TO WS-READY-HOLD-SW.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS = "35"
              GO TO 6800-EXIT
           END-IF.

           PERFORM 2550-START-HOLD-SCAN.
           PERFORM 6850-CHECK-READY-HOLD
              UNTIL WS-HOLD-EOF-SW = 'Y'.
           CLOSE HOLD-QUEUE-FILE.
       6800-EXIT.
           EXIT.

       6850-CHECK-READY-HOLD.
           IF HOLD-STU-ID = WS-SEARCH-ID AND HOLD-STATUS = 'R'
              MOVE 'Y' TO WS-READY-HOLD-SW
              MOVE HOLD-SEQ TO WS-HOLD-SEQ
              MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
              PERFORM 2600-READ-NEXT-HOLD
           END-IF.

       6900-DELETE-HOLD.
           OPEN I-O HOLD-QUEUE-FILE.
           MOVE WS-SEARCH-ISBN TO HOLD-ISBN.
           MOVE WS-HOLD-SEQ TO HOLD-SEQ.
           DELETE HOLD-QUEUE-FILE
               INVALID KEY DISPLAY "錯誤: 預約結案失敗"
           END-DELETE.
           CLOSE HOLD-QUEUE-FILE.

      *    到期日 = 今日 + 借閱天數，由共用日期模組計算
       6500-COMPUTE-DUE-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               INVALID KEY DISPLAY "錯誤: 目錄冊數更新失敗"
           END-REWRITE.
           CLOSE MEDIA-MASTER-FILE.

      *----------------------------------------------------------*
      *    未繳罰款: 依學號START罰款帳，應收(A)減繳款(P)與
      *    減免(W)，同時取該生最大序號供下一筆入帳使用
      *----------------------------------------------------------*
       8000-COMPUTE-FINE-BALANCE.
           MOVE 0 TO WS-FINE-BALANCE.
           MOVE 0 TO WS-FINE-NEXT-SEQ.
           OPEN INPUT FINE-LEDGER-FILE.
           IF WS-FINE-STATUS = "35"
              GO TO 8000-EXIT
           END-IF.

           MOVE 'N' TO WS-FINE-EOF-SW.
           MOVE WS-SEARCH-ID TO FINE-STU-ID.
           MOVE 0 TO FINE-SEQ.
           START FINE-LEDGER-FILE KEY >= FINE-KEY
               INVALID KEY MOVE 'Y' TO WS-FINE-EOF-SW
           END-START.
           IF WS-FINE-EOF-SW = 'N'
              PERFORM 8100-READ-NEXT-FINE
           END-IF.
           PERFORM 8200-ACCUM-ONE-FINE
              UNTIL WS-FINE-EOF-SW = 'Y'.
           CLOSE FINE-LEDGER-FILE.
       8000-EXIT.
           EXIT.

       8100-READ-NEXT-FINE.
           READ FINE-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FINE-EOF-SW
           END-READ.
           IF WS-FINE-EOF-SW = 'N' AND
              FINE-STU-ID NOT = WS-SEARCH-ID
              MOVE 'Y' TO WS-FINE-EOF-SW
           END-IF.

       8200-ACCUM-ONE-FINE.
           MOVE FINE-SEQ TO WS-FINE-NEXT-SEQ.
           IF FINE-TXN-TYPE = 'A'
              ADD FINE-AMOUNT TO WS-FINE-BALANCE
           ELSE
              SUBTRACT FINE-AMOUNT FROM WS-FINE-BALANCE
           END-IF.
           PERFORM 8100-READ-NEXT-FINE.

      *    入帳: 序號=該生最大序號+1，經辦操作員一併記錄
       8500-WRITE-FINE-ENTRY.
           PERFORM 8000-COMPUTE-FINE-BALANCE THRU 8000-EXIT.
           OPEN I-O FINE-LEDGER-FILE.
           IF WS-FINE-STATUS = "35"
              OPEN OUTPUT FINE-LEDGER-FILE
              CLOSE FINE-LEDGER-FILE
              OPEN I-O FINE-LEDGER-FILE
           END-IF.
           ADD 1 TO WS-FINE-NEXT-SEQ.
           MOVE WS-SEARCH-ID TO FINE-STU-ID.
           MOVE WS-FINE-NEXT-SEQ TO FINE-SEQ.
           MOVE WS-FINE-TYPE TO FINE-TXN-TYPE.
           MOVE WS-TODAY TO FINE-TXN-DATE.
           MOVE WS-FINE-ISBN TO FINE-ISBN.
           MOVE WS-DAYS-LATE TO FINE-DAYS-LATE.
           MOVE WS-FINE-AMOUNT TO FINE-AMOUNT.
           MOVE WS-OPERATOR TO FINE-OPERATOR.
           MOVE 'N' TO WS-FINE-POSTED-SW.
           WRITE FINE-LEDGER-REC
               INVALID KEY DISPLAY "錯誤: 罰款帳寫入失敗"
               NOT INVALID KEY MOVE 'Y' TO WS-FINE-POSTED-SW
           END-WRITE.
           CLOSE FINE-LEDGER-FILE.
