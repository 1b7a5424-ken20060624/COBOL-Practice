      *========================================================*
      *  PROGRAM-ID. RMMAINT                                    *
      *  PURPOSE: CLASSROOM MASTER (ROOMMSTR) MAINTENANCE -     *
      *  ROOM CODE, BUILDING, SEATS AND ROOM TYPE               *
      *  (C=CLASSROOM  L=LAB  H=LECTURE HALL).  CRSMAINT READS  *
      *  THE SEATS WHEN A COURSE IS ASSIGNED A ROOM, SO SEATS   *
      *  MAY NOT DROP BELOW THE CAPACITY OF A COURSE ALREADY IN *
      *  THE ROOM, AND A ROOM STILL ASSIGNED TO A COURSE CANNOT *
      *  BE DELETED.  OPERATORS SIGN ON THROUGH OPRAUTH.        *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-MASTER-FILE.
       COPY ROOMRCFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       WORKING-STORAGE SECTION.
       01  WS-ROOM-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-SEARCH-CODE      PIC X(6).
       01  WS-CONFIRM          PIC X(1).
       01  WS-BUILDING-BUFFER  PIC X(20).
       01  WS-SEATS-BUFFER     PIC 9(3).
       01  WS-TYPE-BUFFER      PIC X(1).
       01  WS-OPERATOR         PIC X(8).

      *    使用中檢查: 掃描課程主檔中指派此教室的課程
       01  WS-CRS-EOF-SW       PIC X(1).
       01  WS-USE-COUNT        PIC 9(3).
       01  WS-MAX-CAPACITY     PIC 9(3).

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 教室主檔維護 ===".
           PERFORM 0100-OPERATOR-SIGN-ON.
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
           MOVE "RMMAINT" TO OA-PROGRAM.
           MOVE ' ' TO OA-ACTION.
           MOVE 0 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "簽入失敗: " OA-REASON
           END-IF.

       0200-CHECK-AUTHORITY.
           MOVE 'C' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "RMMAINT" TO OA-PROGRAM.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "動作遭拒: " OA-REASON
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " ".
           DISPLAY "A=新增  I=查詢  U=修改  D=刪除  X=結束".
           ACCEPT WS-ACTION.

      *    權限: 查詢=1 新增/修改=2 刪除=3(主管)
           EVALUATE WS-ACTION
              WHEN 'A' WHEN 'a'
                 MOVE 'A' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 1500-ADD-ROOM THRU 1500-EXIT
                 END-IF
              WHEN 'I' WHEN 'i'
                 MOVE 'I' TO OA-ACTION
                 MOVE 1 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2000-INQUIRE-ROOM
                 END-IF
              WHEN 'U' WHEN 'u'
                 MOVE 'U' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 3000-UPDATE-ROOM THRU 3000-EXIT
                 END-IF
              WHEN 'D' WHEN 'd'
                 MOVE 'D' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4000-DELETE-ROOM THRU 4000-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "無效的選項，請重新輸入"
           END-EVALUATE.

       1500-ADD-ROOM.
           DISPLAY "請輸入教室代碼 (6碼): ".
           ACCEPT WS-SEARCH-CODE.
           IF WS-SEARCH-CODE = SPACES
              DISPLAY "錯誤: 教室代碼不可空白"
              GO TO 1500-EXIT
           END-IF.
           PERFORM 5000-FIND-ROOM.

           IF WS-FOUND-SW = 'Y'
              DISPLAY "錯誤: 教室代碼已存在，位於 "
                  ROOM-BUILDING
              GO TO 1500-EXIT
           END-IF.

           MOVE WS-SEARCH-CODE TO ROOM-CODE.
           DISPLAY "請輸入大樓/位置 (20字元內): ".
           ACCEPT ROOM-BUILDING.
           PERFORM 6000-GET-SEATS.
           MOVE WS-SEATS-BUFFER TO ROOM-SEATS.
           PERFORM 6100-GET-ROOM-TYPE.
           MOVE WS-TYPE-BUFFER TO ROOM-TYPE.

           OPEN I-O ROOM-MASTER-FILE.
           IF WS-ROOM-STATUS = "35"
              OPEN OUTPUT ROOM-MASTER-FILE
              CLOSE ROOM-MASTER-FILE
              OPEN I-O ROOM-MASTER-FILE
           END-IF.
           WRITE ROOM-MASTER-REC
               INVALID KEY
                  DISPLAY "錯誤: 教室代碼已存在，寫入失敗"
               NOT INVALID KEY
                  DISPLAY "教室資料已建立"
           END-WRITE.
           CLOSE ROOM-MASTER-FILE.
       1500-EXIT.
           EXIT.

       2000-INQUIRE-ROOM.
           DISPLAY "請輸入要查詢的教室代碼: ".
           ACCEPT WS-SEARCH-CODE.
           PERFORM 5000-FIND-ROOM.

           IF WS-FOUND-SW = 'Y'
              DISPLAY "教室代碼: " ROOM-CODE
              DISPLAY "大樓位置: " ROOM-BUILDING
              DISPLAY "座位數  : " ROOM-SEATS
              DISPLAY "教室類型: " ROOM-TYPE
                  " (C=一般教室 L=實驗室 H=演講廳)"
              PERFORM 7000-COUNT-COURSES-IN-ROOM
              DISPLAY "排課門數: " WS-USE-COUNT
                  " 最大課程人數上限=" WS-MAX-CAPACITY
           ELSE
              DISPLAY "查無此教室代碼"
           END-IF.

       3000-UPDATE-ROOM.
           DISPLAY "請輸入要修改的教室代碼: ".
           ACCEPT WS-SEARCH-CODE.
           PERFORM 5000-FIND-ROOM.

           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此教室代碼，無法修改"
              GO TO 3000-EXIT
           END-IF.

           DISPLAY "目前大樓位置: " ROOM-BUILDING.
           DISPLAY "請輸入新大樓位置 (Enter保留原值): ".
           MOVE SPACES TO WS-BUILDING-BUFFER.
           ACCEPT WS-BUILDING-BUFFER.
           IF WS-BUILDING-BUFFER NOT = SPACES
              MOVE WS-BUILDING-BUFFER TO ROOM-BUILDING
           END-IF.

           DISPLAY "目前座位數: " ROOM-SEATS.
           DISPLAY "是否要修改座位數 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              PERFORM 6000-GET-SEATS
              PERFORM 7000-COUNT-COURSES-IN-ROOM
              IF WS-SEATS-BUFFER < WS-MAX-CAPACITY
                 DISPLAY "錯誤: 座位數不可低於"
                     "本教室課程的人數上限 " WS-MAX-CAPACITY
              ELSE
                 MOVE WS-SEATS-BUFFER TO ROOM-SEATS
              END-IF
           END-IF.

           DISPLAY "目前教室類型: " ROOM-TYPE.
           DISPLAY "是否要修改教室類型 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              PERFORM 6100-GET-ROOM-TYPE
              MOVE WS-TYPE-BUFFER TO ROOM-TYPE
           END-IF.

           OPEN I-O ROOM-MASTER-FILE.
           REWRITE ROOM-MASTER-REC
               INVALID KEY DISPLAY "錯誤: 更新失敗"
           END-REWRITE.
           CLOSE ROOM-MASTER-FILE.
           DISPLAY "教室資料已更新".
       3000-EXIT.
           EXIT.

       4000-DELETE-ROOM.
           DISPLAY "請輸入要刪除的教室代碼: ".
           ACCEPT WS-SEARCH-CODE.
           PERFORM 5000-FIND-ROOM.

           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此教室代碼，無法刪除"
              GO TO 4000-EXIT
           END-IF.

           PERFORM 7000-COUNT-COURSES-IN-ROOM.
           IF WS-USE-COUNT > 0
              DISPLAY "錯誤: 尚有 " WS-USE-COUNT
                  " 門課程使用此教室，"
                  "請先改派教室後再刪除"
              GO TO 4000-EXIT
           END-IF.

           DISPLAY "確定刪除教室 " ROOM-CODE " " ROOM-BUILDING.
           DISPLAY "請確認 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              OPEN I-O ROOM-MASTER-FILE
              DELETE ROOM-MASTER-FILE
                  INVALID KEY DISPLAY "錯誤: 刪除失敗"
              END-DELETE
              CLOSE ROOM-MASTER-FILE
              DISPLAY "教室資料已刪除"
           ELSE
              DISPLAY "已取消刪除"
           END-IF.
       4000-EXIT.
           EXIT.

       5000-FIND-ROOM.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-ROOM-STATUS NOT = "35"
              MOVE WS-SEARCH-CODE TO ROOM-CODE
              READ ROOM-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
              END-READ
              CLOSE ROOM-MASTER-FILE
           END-IF.

       6000-GET-SEATS.
           DISPLAY "請輸入座位數 (001-999): ".
           ACCEPT WS-SEATS-BUFFER.
           IF WS-SEATS-BUFFER NOT NUMERIC OR WS-SEATS-BUFFER = 0
              DISPLAY "座位數須為001-999，以030處理"
              MOVE 30 TO WS-SEATS-BUFFER
           END-IF.

       6100-GET-ROOM-TYPE.
           DISPLAY "請輸入教室類型 "
               "(C=一般教室 L=實驗室 H=演講廳): ".
           ACCEPT WS-TYPE-BUFFER.
           IF WS-TYPE-BUFFER = 'l'
              MOVE 'L' TO WS-TYPE-BUFFER
           END-IF.
           IF WS-TYPE-BUFFER = 'h'
              MOVE 'H' TO WS-TYPE-BUFFER
           END-IF.
           IF WS-TYPE-BUFFER NOT = 'L' AND WS-TYPE-BUFFER NOT = 'H'
              MOVE 'C' TO WS-TYPE-BUFFER
           END-IF.

      *----------------------------------------------------------*
      *    掃描課程主檔: 指派本教室的門數及最大人數上限
      *----------------------------------------------------------*
       7000-COUNT-COURSES-IN-ROOM.
           MOVE 0 TO WS-USE-COUNT.
           MOVE 0 TO WS-MAX-CAPACITY.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CRS-STATUS NOT = "35"
              MOVE 'N' TO WS-CRS-EOF-SW
              PERFORM 7100-READ-NEXT-COURSE
              PERFORM 7200-CHECK-ONE-COURSE
                  UNTIL WS-CRS-EOF-SW = 'Y'
              CLOSE COURSE-MASTER-FILE
           END-IF.

       7100-READ-NEXT-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CRS-EOF-SW
           END-READ.

       7200-CHECK-ONE-COURSE.
           IF CRS-ROOM-CODE = ROOM-CODE
              ADD 1 TO WS-USE-COUNT
              IF CRS-CAPACITY > WS-MAX-CAPACITY
                 MOVE CRS-CAPACITY TO WS-MAX-CAPACITY
              END-IF
           END-IF.
           PERFORM 7100-READ-NEXT-COURSE.
