      *========================================================*
      *  PROGRAM-ID. HOLDNTC                                    *
      *  PURPOSE: NIGHTLY HOLD PICKUP-NOTICE AND EXPIRY RUN.    *
      *  SCANS THE HOLDMSTR RESERVATION QUEUE WRITTEN BY        *
      *  LOANCIRC (KEYED ISBN-13 + QUEUE SEQUENCE).  EVERY HOLD *
      *  WHOSE RETURNED COPY IS WAITING AT THE DESK GETS ONE    *
      *  PICKUP NOTICE (NAME FROM STUMSTR, TITLE FROM MEDIAMST).*
      *  A HOLD NOT COLLECTED WITHIN THE SYSIN PICKUP DAYS IS   *
      *  EXPIRED AND THE COPY PASSES TO THE NEXT STUDENT IN THE *
      *  QUEUE; WITH NOBODY LEFT WAITING THE COPY GOES BACK ON  *
      *  THE SHELF (MED-COPY-COUNT PLUS ONE).                   *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. HOLDNTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT MEDIA-MASTER-FILE ASSIGN TO "MEDIAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ISBN
               FILE STATUS IS WS-MEDIA-STATUS.
           SELECT NOTICE-OUT-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-QUEUE-FILE.
       COPY HOLDRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  MEDIA-MASTER-FILE.
       COPY MEDIARFM.

       FD  NOTICE-OUT-FILE.
       01  NOTICE-OUT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-MEDIA-STATUS     PIC X(2).
       01  WS-NOTICE-STATUS    PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-NEXT-FOUND-SW    PIC X(1).
       01  WS-NEXT-STOP-SW     PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-PICKUP-DAYS      PIC 9(3).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-NOTICE-COUNT     PIC 9(6) VALUE 0.
       01  WS-EXPIRE-COUNT     PIC 9(6) VALUE 0.
       01  WS-PASSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-SHELF-COUNT      PIC 9(6) VALUE 0.
       01  WS-WAITING-COUNT    PIC 9(6) VALUE 0.

      *    預約表: 先整檔載入，依鍵值順序處理後一次回寫;
      *    處理碼 U=改寫 D=刪除 空白=不變
       01  WS-HLD-USED         PIC 9(4) VALUE 0.
       01  WS-HLD-IDX          PIC 9(4).
       01  WS-NEXT-IDX         PIC 9(4).
       01  WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 2000 TIMES.
              10 WS-HLD-ISBN        PIC X(13).
              10 WS-HLD-SEQ         PIC 9(3).
              10 WS-HLD-STU-ID      PIC 9(6).
              10 WS-HLD-STATUS      PIC X(1).
              10 WS-HLD-READY-DATE  PIC 9(8).
              10 WS-HLD-NOTICE-DATE PIC 9(8).
              10 WS-HLD-ACTION      PIC X(1).

       COPY DTVALPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN: 預約書保留取書天數 (999)，零或非數字以7天計
           ACCEPT WS-PICKUP-DAYS.
           IF WS-PICKUP-DAYS NOT NUMERIC OR WS-PICKUP-DAYS = 0
              MOVE 7 TO WS-PICKUP-DAYS
           END-IF.

           MOVE "HOLDNTC" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT NOTICE-OUT-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN INPUT HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS = "35"
              MOVE SPACES TO NOTICE-OUT-REC
              STRING "*** 預約檔不存在，無資料 ***"
                  DELIMITED BY SIZE INTO NOTICE-OUT-REC
              END-STRING
              WRITE NOTICE-OUT-REC
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1000-READ-NEXT-HOLD
              PERFORM 1100-STORE-HOLD
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE HOLD-QUEUE-FILE

              OPEN INPUT STUDENT-MASTER-FILE
              OPEN I-O MEDIA-MASTER-FILE
              PERFORM 2000-CHECK-ONE-HOLD THRU 2000-EXIT
                  VARYING WS-HLD-IDX FROM 1 BY 1
                  UNTIL WS-HLD-IDX > WS-HLD-USED
              CLOSE MEDIA-MASTER-FILE
              CLOSE STUDENT-MASTER-FILE

              PERFORM 3000-APPLY-UPDATES
              PERFORM 4000-PRINT-SUMMARY
           END-IF.

           CLOSE NOTICE-OUT-FILE.

           DISPLAY "預約通知完成 預約筆數=" WS-READ-COUNT
               " 通知=" WS-NOTICE-COUNT
               " 逾期取消=" WS-EXPIRE-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-NOTICE-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-EXPIRE-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0500-PRINT-HEADER.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "預約取書通知單  執行日期=" WS-RUN-DATE
               " 保留天數=" WS-PICKUP-DAYS
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

       1000-READ-NEXT-HOLD.
           READ HOLD-QUEUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1100-STORE-HOLD.
           ADD 1 TO WS-READ-COUNT.
           IF WS-HLD-USED < 2000
              ADD 1 TO WS-HLD-USED
              MOVE HOLD-ISBN TO WS-HLD-ISBN(WS-HLD-USED)
              MOVE HOLD-SEQ TO WS-HLD-SEQ(WS-HLD-USED)
              MOVE HOLD-STU-ID TO WS-HLD-STU-ID(WS-HLD-USED)
              MOVE HOLD-STATUS TO WS-HLD-STATUS(WS-HLD-USED)
              MOVE HOLD-READY-DATE TO WS-HLD-READY-DATE(WS-HLD-USED)
              MOVE HOLD-NOTICE-DATE
                  TO WS-HLD-NOTICE-DATE(WS-HLD-USED)
              MOVE SPACE TO WS-HLD-ACTION(WS-HLD-USED)
           ELSE
              DISPLAY "警告: 預約表已滿，" HOLD-ISBN
                  " 順位" HOLD-SEQ "未處理"
           END-IF.
           PERFORM 1000-READ-NEXT-HOLD.

      *----------------------------------------------------------*
      *    已保留(R)的預約: 超過保留天數即取消並轉給下一位，
      *    未通知者列印取書通知; 候書中(W)僅計數
      *----------------------------------------------------------*
       2000-CHECK-ONE-HOLD.
           IF WS-HLD-STATUS(WS-HLD-IDX) = 'W'
              ADD 1 TO WS-WAITING-COUNT
           END-IF.
           IF WS-HLD-STATUS(WS-HLD-IDX) NOT = 'R'
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-COMPUTE-DAYS-HELD.
           IF DT-VALID-SW = 'Y' AND DT-DAYS > WS-PICKUP-DAYS
              PERFORM 2300-EXPIRE-HOLD THRU 2300-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF WS-HLD-NOTICE-DATE(WS-HLD-IDX) = 0
              PERFORM 2500-PRINT-PICKUP-NOTICE
              MOVE WS-RUN-DATE TO WS-HLD-NOTICE-DATE(WS-HLD-IDX)
              MOVE 'U' TO WS-HLD-ACTION(WS-HLD-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

      *    保留天數: 保留日與執行日差額，由共用日期模組計算
       2100-COMPUTE-DAYS-HELD.
           MOVE 'D' TO DT-FUNCTION.
           MOVE WS-HLD-READY-DATE(WS-HLD-IDX)(1:4) TO DT-YYYY.
           MOVE WS-HLD-READY-DATE(WS-HLD-IDX)(5:2) TO DT-MM.
           MOVE WS-HLD-READY-DATE(WS-HLD-IDX)(7:2) TO DT-DD.
           MOVE WS-RUN-DATE(1:4) TO DT-YYYY2.
           MOVE WS-RUN-DATE(5:2) TO DT-MM2.
           MOVE WS-RUN-DATE(7:2) TO DT-DD2.
           CALL "DTVALID" USING DTVALPRM.

      *----------------------------------------------------------*
      *    逾期未取: 刪除該預約，同ISBN下一位候書者改為保留
      *    (稍後輪到該筆時列印通知); 無人候書則放回架上
      *----------------------------------------------------------*
       2300-EXPIRE-HOLD.
           ADD 1 TO WS-EXPIRE-COUNT.
           MOVE 'D' TO WS-HLD-ACTION(WS-HLD-IDX).
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "*** 逾期未取，預約取消 ISBN="
               WS-HLD-ISBN(WS-HLD-IDX)
               " 順位=" WS-HLD-SEQ(WS-HLD-IDX)
               " 學號=" WS-HLD-STU-ID(WS-HLD-IDX)
               " 保留日=" WS-HLD-READY-DATE(WS-HLD-IDX)
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

           MOVE 'N' TO WS-NEXT-FOUND-SW.
           MOVE 'N' TO WS-NEXT-STOP-SW.
           PERFORM 2400-CHECK-NEXT-WAITING
               VARYING WS-NEXT-IDX FROM WS-HLD-IDX BY 1
               UNTIL WS-NEXT-IDX > WS-HLD-USED OR
                     WS-NEXT-FOUND-SW = 'Y' OR
                     WS-NEXT-STOP-SW = 'Y'.

           IF WS-NEXT-FOUND-SW = 'Y'
              GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-SHELF-COUNT.
           MOVE WS-HLD-ISBN(WS-HLD-IDX) TO MED-ISBN.
           READ MEDIA-MASTER-FILE
               INVALID KEY
                  DISPLAY "警告: 目錄查無" MED-ISBN
                      "，冊數未歸還"
                  GO TO 2300-EXIT
           END-READ.
           ADD 1 TO MED-COPY-COUNT.
           REWRITE MEDIA-MASTER-REC
               INVALID KEY
                  DISPLAY "錯誤: 目錄冊數更新失敗 " MED-ISBN
           END-REWRITE.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "    無其他候書者，已放回架上"
               " 可借冊數=" MED-COPY-COUNT
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.
       2300-EXIT.
           EXIT.

       2400-CHECK-NEXT-WAITING.
           IF WS-HLD-ISBN(WS-NEXT-IDX) NOT = WS-HLD-ISBN(WS-HLD-IDX)
              MOVE 'Y' TO WS-NEXT-STOP-SW
           ELSE
              IF WS-HLD-STATUS(WS-NEXT-IDX) = 'W'
                 MOVE 'Y' TO WS-NEXT-FOUND-SW
                 MOVE 'R' TO WS-HLD-STATUS(WS-NEXT-IDX)
                 MOVE WS-RUN-DATE TO WS-HLD-READY-DATE(WS-NEXT-IDX)
                 MOVE 0 TO WS-HLD-NOTICE-DATE(WS-NEXT-IDX)
                 MOVE 'U' TO WS-HLD-ACTION(WS-NEXT-IDX)
                 ADD 1 TO WS-PASSED-COUNT
                 MOVE SPACES TO NOTICE-OUT-REC
                 STRING "    轉給下一位 順位="
                     WS-HLD-SEQ(WS-NEXT-IDX)
                     " 學號=" WS-HLD-STU-ID(WS-NEXT-IDX)
                     DELIMITED BY SIZE INTO NOTICE-OUT-REC
                 END-STRING
                 WRITE NOTICE-OUT-REC
              END-IF
           END-IF.

      *    取書通知: 姓名取自學生主檔，書名取自目錄主檔
       2500-PRINT-PICKUP-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE WS-HLD-STU-ID(WS-HLD-IDX) TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'N'
              MOVE "(主檔查無此學生)" TO MSTR-STU-NAME
           END-IF.

           MOVE WS-HLD-ISBN(WS-HLD-IDX) TO MED-ISBN.
           READ MEDIA-MASTER-FILE
               INVALID KEY MOVE "(查無書名)" TO MED-TITLE
           END-READ.

           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "--- 預約到書通知 學號="
               WS-HLD-STU-ID(WS-HLD-IDX)
               " 姓名=" MSTR-STU-NAME " ---"
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "  " WS-HLD-ISBN(WS-HLD-IDX) " " MED-TITLE
               " 保留日=" WS-HLD-READY-DATE(WS-HLD-IDX)
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "  請於" WS-PICKUP-DAYS
               "天內至流通櫃台取書，"
               "逾期將轉給下一位預約者"
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

      *----------------------------------------------------------*
      *    回寫預約檔: U=改寫狀態/日期 D=刪除
      *----------------------------------------------------------*
       3000-APPLY-UPDATES.
           OPEN I-O HOLD-QUEUE-FILE.
           PERFORM 3100-APPLY-ONE-UPDATE
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-USED.
           CLOSE HOLD-QUEUE-FILE.

       3100-APPLY-ONE-UPDATE.
           IF WS-HLD-ACTION(WS-HLD-IDX) NOT = SPACE
              MOVE WS-HLD-ISBN(WS-HLD-IDX) TO HOLD-ISBN
              MOVE WS-HLD-SEQ(WS-HLD-IDX) TO HOLD-SEQ
              READ HOLD-QUEUE-FILE
                  INVALID KEY
                     DISPLAY "錯誤: 預約檔查無 " HOLD-ISBN
                         " 順位" HOLD-SEQ
                     MOVE SPACE TO WS-HLD-ACTION(WS-HLD-IDX)
              END-READ
           END-IF.

           EVALUATE WS-HLD-ACTION(WS-HLD-IDX)
              WHEN 'U'
                 MOVE WS-HLD-STATUS(WS-HLD-IDX) TO HOLD-STATUS
                 MOVE WS-HLD-READY-DATE(WS-HLD-IDX)
                     TO HOLD-READY-DATE
                 MOVE WS-HLD-NOTICE-DATE(WS-HLD-IDX)
                     TO HOLD-NOTICE-DATE
                 REWRITE HOLD-REC
                     INVALID KEY
                        DISPLAY "錯誤: 預約檔更新失敗 "
                            HOLD-ISBN
                 END-REWRITE
              WHEN 'D'
                 DELETE HOLD-QUEUE-FILE
                     INVALID KEY
                        DISPLAY "錯誤: 預約檔刪除失敗 "
                            HOLD-ISBN
                 END-DELETE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "--- 預約處理彙總 ---"
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "預約筆數=" WS-READ-COUNT
               " 取書通知=" WS-NOTICE-COUNT
               " 仍候書中=" WS-WAITING-COUNT
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "逾期取消=" WS-EXPIRE-COUNT
               " 轉下一位=" WS-PASSED-COUNT
               " 放回架上=" WS-SHELF-COUNT
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.
