               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTFM.

       FD  ROOM-MASTER-FILE.
       COPY ROOMRCFM.

       WORKING-STORAGE SECTION.
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-EMP-STATUS       PIC X(2).
       01  WS-ROOM-STATUS      PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-SEARCH-CODE      PIC X(6).
       01  WS-CONFIRM          PIC X(1).
       01  WS-TITLE-BUFFER     PIC X(30).
       01  WS-CAPACITY-BUFFER  PIC 9(3).
       01  WS-DAY-BUFFER       PIC 9(1).
       01  WS-PERIOD-BUFFER    PIC 9(2).
       01  WS-FEE-BUFFER       PIC 9(5).
       01  WS-CREDITS-BUFFER   PIC 9(2).

      *    先修條件: 最多4項，科目空白表示未使用
       01  WS-PRQ-IDX          PIC 9(1).
       01  WS-PRQ-END-SW       PIC X(1).
       01  WS-SUBJECT-BUFFER   PIC X(10).
       01  WS-SCORE-BUFFER     PIC 9(3).
       01  WS-OPERATOR         PIC X(8).

      *    授課教師: 員工編號須在員工主檔且在職; 教室須在教室
      *    主檔; 同一星期/節次同一教師或同一教室不可排兩門課
       01  WS-TEACHER-ID-BUFFER PIC X(5).
       01  WS-TEACHER-OK-SW    PIC X(1).
       01  WS-CLASH-SW         PIC X(1).
       01  WS-CLASH-CODE       PIC X(6).
       01  WS-TCH-CLASH-SW     PIC X(1).
       01  WS-ROOM-CLASH-SW    PIC X(1).
       01  WS-ROOM-CLASH-CODE  PIC X(6).
       01  WS-ROOM-BUFFER      PIC X(6).
       01  WS-ROOM-OK-SW       PIC X(1).
       01  WS-CHK-ROOM         PIC X(6).
       01  WS-CRS-EOF-SW       PIC X(1).
       01  WS-CHK-CODE         PIC X(6).
       01  WS-CHK-TEACHER-ID   PIC 9(5).
       01  WS-CHK-DAY          PIC 9(1).
       01  WS-CHK-PERIOD       PIC 9(2).
       01  WS-SAVE-COURSE-REC  PIC X(135).

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
           MOVE WS-SEARCH-CODE TO CRS-COURSE-CODE.
           DISPLAY "請輸入課程名稱 (30字元內): ".
           ACCEPT CRS-COURSE-TITLE.
           PERFORM 6700-GET-TEACHER THRU 6700-EXIT.
           IF WS-TEACHER-OK-SW = 'N'
              DISPLAY "授課教師無效，新增取消"
              GO TO 1500-EXIT
           END-IF.
           DISPLAY "請輸入課程人數上限 (3位數字): ".
           ACCEPT CRS-CAPACITY.
           MOVE 0 TO CRS-ENROLLED.
           ACCEPT CRS-FEE.
           DISPLAY "請輸入學分數 (2位數字): ".
           ACCEPT CRS-CREDITS.
           PERFORM 6500-GET-PREREQUISITES.
           PERFORM 6900-GET-ROOM.
           IF WS-ROOM-OK-SW = 'N'
              DISPLAY "上課教室無效，新增取消"
              GO TO 1500-EXIT
           END-IF.

           PERFORM 6800-CHECK-SCHEDULE-CLASH.
           IF WS-CLASH-SW = 'Y'
              DISPLAY "新增取消"
              GO TO 1500-EXIT
           END-IF.

           OPEN I-O COURSE-MASTER-FILE.
           IF WS-CRS-STATUS = "35"
              DISPLAY "課程代碼: " CRS-COURSE-CODE
              DISPLAY "課程名稱: " CRS-COURSE-TITLE
              DISPLAY "授課教師: " CRS-TEACHER
                  " 員工編號=" CRS-TEACHER-ID
              DISPLAY "人數上限: " CRS-CAPACITY
              DISPLAY "已選人數: " CRS-ENROLLED
              DISPLAY "上課時段: 星期" CRS-MEET-DAY
                  " 第" CRS-MEET-PERIOD "節"
              DISPLAY "上課教室: " CRS-ROOM-CODE
              DISPLAY "學分費  : " CRS-FEE
              DISPLAY "學分數  : " CRS-CREDITS
              PERFORM 2100-SHOW-ONE-PREREQ
                  VARYING WS-PRQ-IDX FROM 1 BY 1
                  UNTIL WS-PRQ-IDX > 4
           ELSE
              DISPLAY "查無此課程代碼"
           END-IF.

       2100-SHOW-ONE-PREREQ.
           IF CRS-PREREQ-SUBJECT(WS-PRQ-IDX) NOT = SPACES
              DISPLAY "先修科目: " CRS-PREREQ-SUBJECT(WS-PRQ-IDX)
                  " 最低分數=" CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
           END-IF.

       3000-UPDATE-COURSE.
           DISPLAY "請輸入要修改的課程代碼: ".
           ACCEPT WS-SEARCH-CODE.
              MOVE WS-TITLE-BUFFER TO CRS-COURSE-TITLE
           END-IF.

           DISPLAY "目前授課教師: " CRS-TEACHER
               " 員工編號=" CRS-TEACHER-ID.
           DISPLAY "請輸入新授課教師員工編號 "
               "(Enter保留原值): ".
           MOVE SPACES TO WS-TEACHER-ID-BUFFER.
           ACCEPT WS-TEACHER-ID-BUFFER.
           IF WS-TEACHER-ID-BUFFER NOT = SPACES
              PERFORM 6750-VALIDATE-TEACHER THRU 6750-EXIT
              IF WS-TEACHER-OK-SW = 'N'
                 DISPLAY "授課教師未變更"
              END-IF
           END-IF.

           DISPLAY "目前人數上限: " CRS-CAPACITY.
              MOVE WS-CREDITS-BUFFER TO CRS-CREDITS
           END-IF.

           PERFORM 2100-SHOW-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           DISPLAY "是否要修改先修條件 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              PERFORM 6500-GET-PREREQUISITES
           END-IF.

           DISPLAY "目前上課教室: " CRS-ROOM-CODE.
           DISPLAY "請輸入新教室代碼 (Enter保留原值，"
               "*=取消指派): ".
           MOVE SPACES TO WS-ROOM-BUFFER.
           ACCEPT WS-ROOM-BUFFER.
           IF WS-ROOM-BUFFER = "*"
              MOVE SPACES TO CRS-ROOM-CODE
           ELSE
              IF WS-ROOM-BUFFER NOT = SPACES
                 PERFORM 6920-VALIDATE-ROOM
                 IF WS-ROOM-OK-SW = 'N'
                    DISPLAY "上課教室未變更"
                 END-IF
              END-IF
           END-IF.

           PERFORM 6800-CHECK-SCHEDULE-CLASH.
           IF WS-CLASH-SW = 'Y'
              DISPLAY "課程資料未更新"
              GO TO 3000-EXIT
           END-IF.

           OPEN I-O COURSE-MASTER-FILE.
           REWRITE COURSE-MASTER-REC
               INVALID KEY DISPLAY "錯誤: 更新失敗"
              MOVE 0 TO WS-PERIOD-BUFFER
           END-IF.

      *----------------------------------------------------------*
      *    先修條件: 科目可為課程代碼(6碼，比對成績科目前6碼)
      *    或成績檔科目(10碼)，並設最低及格分數; 整組重新輸入，
      *    科目按Enter即結束
      *----------------------------------------------------------*
       6500-GET-PREREQUISITES.
           MOVE SPACES TO CRS-PREREQ-TABLE.
           PERFORM 6550-CLEAR-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           MOVE 'N' TO WS-PRQ-END-SW.
           PERFORM 6600-GET-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4 OR WS-PRQ-END-SW = 'Y'.

       6550-CLEAR-ONE-PREREQ.
           MOVE 0 TO CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX).

       6600-GET-ONE-PREREQ.
           DISPLAY "先修科目" WS-PRQ-IDX
               " (課程代碼或科目，Enter=無): ".
           MOVE SPACES TO WS-SUBJECT-BUFFER.
           ACCEPT WS-SUBJECT-BUFFER.
           IF WS-SUBJECT-BUFFER = SPACES
              MOVE 'Y' TO WS-PRQ-END-SW
           ELSE
              DISPLAY "最低及格分數 (000-100): "
              ACCEPT WS-SCORE-BUFFER
              IF WS-SCORE-BUFFER NOT NUMERIC OR
                 WS-SCORE-BUFFER > 100
                 DISPLAY "分數須為000-100，以60分處理"
                 MOVE 60 TO WS-SCORE-BUFFER
              END-IF
              MOVE WS-SUBJECT-BUFFER
                  TO CRS-PREREQ-SUBJECT(WS-PRQ-IDX)
              MOVE WS-SCORE-BUFFER
                  TO CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
           END-IF.

      *----------------------------------------------------------*
      *    授課教師: 輸入員工編號，須在員工主檔且EMP-ACTIVE-FLAG
      *    為Y; 教師姓名由主檔帶入CRS-TEACHER
      *----------------------------------------------------------*
       6700-GET-TEACHER.
           DISPLAY "請輸入授課教師員工編號 (5位數字): ".
           MOVE SPACES TO WS-TEACHER-ID-BUFFER.
           ACCEPT WS-TEACHER-ID-BUFFER.
           PERFORM 6750-VALIDATE-TEACHER THRU 6750-EXIT.
       6700-EXIT.
           EXIT.

       6750-VALIDATE-TEACHER.
           MOVE 'N' TO WS-TEACHER-OK-SW.
           IF WS-TEACHER-ID-BUFFER NOT NUMERIC
              DISPLAY "錯誤: 員工編號須為5位數字"
              GO TO 6750-EXIT
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS = "35"
              DISPLAY "錯誤: 員工主檔不存在"
              GO TO 6750-EXIT
           END-IF.
           MOVE WS-TEACHER-ID-BUFFER TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  DISPLAY "錯誤: 員工主檔查無此編號 "
                      WS-TEACHER-ID-BUFFER
               NOT INVALID KEY
                  IF EMP-ACTIVE-FLAG NOT = 'Y'
                     DISPLAY "錯誤: 該員工已停用(離職) "
                         EMP-NAME
                  ELSE
                     MOVE 'Y' TO WS-TEACHER-OK-SW
                     MOVE EMP-ID TO CRS-TEACHER-ID
                     MOVE EMP-NAME TO CRS-TEACHER
                     DISPLAY "授課教師: " EMP-NAME
                         " 部門=" EMP-DEPT
                  END-IF
           END-READ.
           CLOSE EMPLOYEE-MASTER-FILE.
       6750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    排課衝突: 掃描課程主檔，同一星期/節次已有其他課程使用
      *    同一教師編號或同一教室即拒絕; 未排課(0)、未指定教師
      *    或未指派教室者不比對。另查教室座位數不得小於課程人數
      *    上限。掃描會覆蓋紀錄區，先保存後還原
      *----------------------------------------------------------*
       6800-CHECK-SCHEDULE-CLASH.
           MOVE 'N' TO WS-CLASH-SW.
           MOVE 'N' TO WS-TCH-CLASH-SW.
           MOVE 'N' TO WS-ROOM-CLASH-SW.
           IF CRS-MEET-DAY NOT = 0 AND CRS-MEET-PERIOD NOT = 0 AND
              (CRS-TEACHER-ID NOT = 0 OR CRS-ROOM-CODE NOT = SPACES)
              MOVE COURSE-MASTER-REC TO WS-SAVE-COURSE-REC
              MOVE CRS-COURSE-CODE TO WS-CHK-CODE
              MOVE CRS-TEACHER-ID TO WS-CHK-TEACHER-ID
              MOVE CRS-ROOM-CODE TO WS-CHK-ROOM
              MOVE CRS-MEET-DAY TO WS-CHK-DAY
              MOVE CRS-MEET-PERIOD TO WS-CHK-PERIOD
              OPEN INPUT COURSE-MASTER-FILE
              IF WS-CRS-STATUS NOT = "35"
                 MOVE 'N' TO WS-CRS-EOF-SW
                 PERFORM 6850-READ-NEXT-COURSE
                 PERFORM 6870-CHECK-ONE-COURSE
                     UNTIL WS-CRS-EOF-SW = 'Y'
                 CLOSE COURSE-MASTER-FILE
              END-IF
              MOVE WS-SAVE-COURSE-REC TO COURSE-MASTER-REC
           END-IF.
           IF WS-TCH-CLASH-SW = 'Y'
              MOVE 'Y' TO WS-CLASH-SW
              DISPLAY "錯誤: 教師於星期" CRS-MEET-DAY
                  " 第" CRS-MEET-PERIOD "節已有課程 "
                  WS-CLASH-CODE
           END-IF.
           IF WS-ROOM-CLASH-SW = 'Y'
              MOVE 'Y' TO WS-CLASH-SW
              DISPLAY "錯誤: 教室" CRS-ROOM-CODE "於星期"
                  CRS-MEET-DAY " 第" CRS-MEET-PERIOD
                  "節已排課程 " WS-ROOM-CLASH-CODE
           END-IF.
           PERFORM 6950-CHECK-ROOM-SEATS.

       6850-READ-NEXT-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CRS-EOF-SW
           END-READ.

       6870-CHECK-ONE-COURSE.
           IF CRS-COURSE-CODE NOT = WS-CHK-CODE AND
              CRS-MEET-DAY = WS-CHK-DAY AND
              CRS-MEET-PERIOD = WS-CHK-PERIOD
              IF WS-CHK-TEACHER-ID NOT = 0 AND
                 CRS-TEACHER-ID = WS-CHK-TEACHER-ID
                 MOVE 'Y' TO WS-TCH-CLASH-SW
                 MOVE CRS-COURSE-CODE TO WS-CLASH-CODE
              END-IF
              IF WS-CHK-ROOM NOT = SPACES AND
                 CRS-ROOM-CODE = WS-CHK-ROOM
                 MOVE 'Y' TO WS-ROOM-CLASH-SW
                 MOVE CRS-COURSE-CODE TO WS-ROOM-CLASH-CODE
              END-IF
           END-IF.
           PERFORM 6850-READ-NEXT-COURSE.

      *----------------------------------------------------------*
      *    教室: 代碼須在教室主檔; Enter=未指派 (空白)
      *----------------------------------------------------------*
       6900-GET-ROOM.
           DISPLAY "請輸入上課教室代碼 (Enter=未指派): ".
           MOVE SPACES TO WS-ROOM-BUFFER.
           ACCEPT WS-ROOM-BUFFER.
           MOVE 'Y' TO WS-ROOM-OK-SW.
           IF WS-ROOM-BUFFER = SPACES
              MOVE SPACES TO CRS-ROOM-CODE
           ELSE
              PERFORM 6920-VALIDATE-ROOM
           END-IF.

       6920-VALIDATE-ROOM.
           MOVE 'N' TO WS-ROOM-OK-SW.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-ROOM-STATUS = "35"
              DISPLAY "錯誤: 教室主檔不存在"
           ELSE
              MOVE WS-ROOM-BUFFER TO ROOM-CODE
              READ ROOM-MASTER-FILE
                  INVALID KEY
                     DISPLAY "錯誤: 教室主檔查無此代碼 "
                         WS-ROOM-BUFFER
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-ROOM-OK-SW
                     MOVE ROOM-CODE TO CRS-ROOM-CODE
                     DISPLAY "教室: " ROOM-BUILDING
                         " 座位=" ROOM-SEATS " 類型=" ROOM-TYPE
              END-READ
              CLOSE ROOM-MASTER-FILE
           END-IF.

      *    座位數: 課程人數上限不可超過所排教室座位數
       6950-CHECK-ROOM-SEATS.
           IF CRS-ROOM-CODE NOT = SPACES
              OPEN INPUT ROOM-MASTER-FILE
              IF WS-ROOM-STATUS NOT = "35"
                 MOVE CRS-ROOM-CODE TO ROOM-CODE
                 READ ROOM-MASTER-FILE
                     INVALID KEY
                        MOVE 'Y' TO WS-CLASH-SW
                        DISPLAY "錯誤: 教室主檔查無此代碼 "
                            CRS-ROOM-CODE
                     NOT INVALID KEY
                        IF CRS-CAPACITY > ROOM-SEATS
                           MOVE 'Y' TO WS-CLASH-SW
                           DISPLAY "錯誤: 人數上限" CRS-CAPACITY
                               " 超過教室座位數 " ROOM-SEATS
                        END-IF
                 END-READ
                 CLOSE ROOM-MASTER-FILE
              END-IF
           END-IF.

       4000-DELETE-COURSE.
           DISPLAY "請輸入要刪除的課程代碼: ".
           ACCEPT WS-SEARCH-CODE.
