      *========================================================*
      *  PROGRAM-ID. CONMAINT                                   *
      *  PURPOSE: GUARDIAN/CONTACT MASTER (CONTMSTR)            *
      *  MAINTENANCE - UP TO TWO GUARDIANS PER STUDENT (NAME,   *
      *  RELATIONSHIP F=FATHER M=MOTHER G=GRANDPARENT O=OTHER,  *
      *  PHONE), MAILING ADDRESS, PREFERRED GUARDIAN AND        *
      *  PREFERRED CONTACT METHOD (M=MAIL P=PHONE).  THE        *
      *  STUDENT MUST EXIST ON STUMSTR.  CONTADDR READS THIS    *
      *  FILE TO ADDRESS THE OUTBOUND NOTICES.  OPERATORS SIGN  *
      *  ON THROUGH OPRAUTH.                                    *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER-FILE ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-STU-ID
               FILE STATUS IS WS-CON-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER-FILE.
       COPY CONTRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       WORKING-STORAGE SECTION.
       01  WS-CON-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-STU-FOUND-SW     PIC X(1).
       01  WS-SEARCH-ID        PIC 9(6).
       01  WS-CONFIRM          PIC X(1).
       01  WS-OPERATOR         PIC X(8).
       01  WS-TODAY            PIC 9(8).
       01  WS-STU-NAME         PIC X(20).
       01  WS-GDN-IDX          PIC 9(1).

      *    修改時輸入暫存: 空白=保留原值
       01  WS-NAME-BUFFER      PIC X(20).
       01  WS-REL-BUFFER       PIC X(1).
       01  WS-PHONE-BUFFER     PIC X(15).
       01  WS-ZIP-BUFFER       PIC X(5).
       01  WS-ADDR-BUFFER      PIC X(40).
       01  WS-PREF-BUFFER      PIC X(1).
       01  WS-METHOD-BUFFER    PIC X(1).

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 家長聯絡資料維護 ===".
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
           MOVE "CONMAINT" TO OA-PROGRAM.
           MOVE ' ' TO OA-ACTION.
           MOVE 0 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "簽入失敗: " OA-REASON
           END-IF.

       0200-CHECK-AUTHORITY.
           MOVE 'C' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "CONMAINT" TO OA-PROGRAM.
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
                    PERFORM 1500-ADD-CONTACT THRU 1500-EXIT
                 END-IF
              WHEN 'I' WHEN 'i'
                 MOVE 'I' TO OA-ACTION
                 MOVE 1 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2000-INQUIRE-CONTACT
                 END-IF
              WHEN 'U' WHEN 'u'
                 MOVE 'U' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 3000-UPDATE-CONTACT THRU 3000-EXIT
                 END-IF
              WHEN 'D' WHEN 'd'
                 MOVE 'D' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4000-DELETE-CONTACT THRU 4000-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "無效的選項，請重新輸入"
           END-EVALUATE.

       1500-ADD-CONTACT.
           DISPLAY "請輸入學號 (6位數字): ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 5500-FIND-STUDENT.
           IF WS-STU-FOUND-SW = 'N'
              DISPLAY "錯誤: 學生主檔查無此學號"
              GO TO 1500-EXIT
           END-IF.
           PERFORM 5000-FIND-CONTACT.
           IF WS-FOUND-SW = 'Y'
              DISPLAY "錯誤: 此學生已有聯絡資料，"
                  "請用修改"
              GO TO 1500-EXIT
           END-IF.

           DISPLAY "學生: " WS-SEARCH-ID " " WS-STU-NAME.
           MOVE SPACES TO CONTACT-REC.
           MOVE WS-SEARCH-ID TO CON-STU-ID.
           MOVE 1 TO WS-GDN-IDX.
           PERFORM 6000-GET-GUARDIAN.
           DISPLAY "是否輸入第二位家長 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              MOVE 2 TO WS-GDN-IDX
              PERFORM 6000-GET-GUARDIAN
           END-IF.

           DISPLAY "請輸入郵遞區號 (5碼): ".
           ACCEPT CON-ZIP.
           DISPLAY "請輸入地址第一行 (40字元內): ".
           ACCEPT CON-ADDR-LINE1.
           DISPLAY "請輸入地址第二行 (可空白): ".
           ACCEPT CON-ADDR-LINE2.
           PERFORM 6200-GET-PREFERENCE.
           IF CON-ADDR-LINE1 = SPACES
              DISPLAY "警告: 未填郵寄地址，"
                  "通知單將列入無聯絡資料清單"
           END-IF.

           PERFORM 6500-STAMP-UPDATE.
           OPEN I-O CONTACT-MASTER-FILE.
           IF WS-CON-STATUS = "35"
              OPEN OUTPUT CONTACT-MASTER-FILE
              CLOSE CONTACT-MASTER-FILE
              OPEN I-O CONTACT-MASTER-FILE
           END-IF.
           WRITE CONTACT-REC
               INVALID KEY
                  DISPLAY "錯誤: 聯絡資料已存在，寫入失敗"
               NOT INVALID KEY
                  DISPLAY "聯絡資料已建立"
           END-WRITE.
           CLOSE CONTACT-MASTER-FILE.
       1500-EXIT.
           EXIT.

       2000-INQUIRE-CONTACT.
           DISPLAY "請輸入要查詢的學號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 5000-FIND-CONTACT.

           IF WS-FOUND-SW = 'Y'
              PERFORM 5500-FIND-STUDENT
              DISPLAY "學號    : " CON-STU-ID " " WS-STU-NAME
              MOVE 1 TO WS-GDN-IDX
              PERFORM 7000-SHOW-GUARDIAN
              MOVE 2 TO WS-GDN-IDX
              PERFORM 7000-SHOW-GUARDIAN
              DISPLAY "郵遞區號: " CON-ZIP
              DISPLAY "地址    : " CON-ADDR-LINE1
              DISPLAY "          " CON-ADDR-LINE2
              DISPLAY "偏好家長: " CON-PREF-GUARDIAN
                  "  聯絡方式: " CON-PREF-METHOD
                  " (M=郵寄 P=電話)"
              DISPLAY "最後更新: " CON-LAST-UPDATE
                  " 操作員=" CON-OPERATOR
           ELSE
              DISPLAY "查無此學生的聯絡資料"
           END-IF.

       3000-UPDATE-CONTACT.
           DISPLAY "請輸入要修改的學號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 5000-FIND-CONTACT.

           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此學生的聯絡資料，無法修改"
              GO TO 3000-EXIT
           END-IF.

           MOVE 1 TO WS-GDN-IDX.
           PERFORM 6100-UPDATE-GUARDIAN.
           MOVE 2 TO WS-GDN-IDX.
           PERFORM 6100-UPDATE-GUARDIAN.

           DISPLAY "目前郵遞區號: " CON-ZIP.
           DISPLAY "請輸入新郵遞區號 (Enter保留原值): ".
           MOVE SPACES TO WS-ZIP-BUFFER.
           ACCEPT WS-ZIP-BUFFER.
           IF WS-ZIP-BUFFER NOT = SPACES
              MOVE WS-ZIP-BUFFER TO CON-ZIP
           END-IF.

           DISPLAY "目前地址第一行: " CON-ADDR-LINE1.
           DISPLAY "請輸入新地址第一行 (Enter保留原值): ".
           MOVE SPACES TO WS-ADDR-BUFFER.
           ACCEPT WS-ADDR-BUFFER.
           IF WS-ADDR-BUFFER NOT = SPACES
              MOVE WS-ADDR-BUFFER TO CON-ADDR-LINE1
           END-IF.

           DISPLAY "目前地址第二行: " CON-ADDR-LINE2.
           DISPLAY "是否要修改地址第二行 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              DISPLAY "請輸入地址第二行 (可空白): "
              MOVE SPACES TO CON-ADDR-LINE2
              ACCEPT CON-ADDR-LINE2
           END-IF.

           DISPLAY "目前偏好家長=" CON-PREF-GUARDIAN
               " 聯絡方式=" CON-PREF-METHOD.
           DISPLAY "是否要修改偏好 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              PERFORM 6200-GET-PREFERENCE
           END-IF.

           PERFORM 6500-STAMP-UPDATE.
           OPEN I-O CONTACT-MASTER-FILE.
           REWRITE CONTACT-REC
               INVALID KEY DISPLAY "錯誤: 更新失敗"
           END-REWRITE.
           CLOSE CONTACT-MASTER-FILE.
           DISPLAY "聯絡資料已更新".
       3000-EXIT.
           EXIT.

       4000-DELETE-CONTACT.
           DISPLAY "請輸入要刪除的學號: ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 5000-FIND-CONTACT.

           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此學生的聯絡資料，無法刪除"
              GO TO 4000-EXIT
           END-IF.

           DISPLAY "確定刪除學號 " CON-STU-ID " 的聯絡資料".
           DISPLAY "請確認 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              OPEN I-O CONTACT-MASTER-FILE
              DELETE CONTACT-MASTER-FILE
                  INVALID KEY DISPLAY "錯誤: 刪除失敗"
              END-DELETE
              CLOSE CONTACT-MASTER-FILE
              DISPLAY "聯絡資料已刪除"
           ELSE
              DISPLAY "已取消刪除"
           END-IF.
       4000-EXIT.
           EXIT.

       5000-FIND-CONTACT.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT CONTACT-MASTER-FILE.
           IF WS-CON-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO CON-STU-ID
              READ CONTACT-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
              END-READ
              CLOSE CONTACT-MASTER-FILE
           END-IF.

       5500-FIND-STUDENT.
           MOVE 'N' TO WS-STU-FOUND-SW.
           MOVE "(學生主檔查無)" TO WS-STU-NAME.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO MSTR-STU-ID
              READ STUDENT-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-STU-FOUND-SW
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-STU-FOUND-SW
                     MOVE MSTR-STU-NAME TO WS-STU-NAME
              END-READ
              CLOSE STUDENT-MASTER-FILE
           END-IF.

       6000-GET-GUARDIAN.
           DISPLAY "家長" WS-GDN-IDX " 姓名 (20字元內): ".
           ACCEPT CON-GDN-NAME(WS-GDN-IDX).
           PERFORM 6050-GET-RELATION.
           MOVE WS-REL-BUFFER TO CON-GDN-RELATION(WS-GDN-IDX).
           DISPLAY "家長" WS-GDN-IDX " 電話 (15字元內): ".
           ACCEPT CON-GDN-PHONE(WS-GDN-IDX).

       6050-GET-RELATION.
           DISPLAY "關係 (F=父 M=母 G=祖父母 O=其他): ".
           MOVE SPACES TO WS-REL-BUFFER.
           ACCEPT WS-REL-BUFFER.
           IF WS-REL-BUFFER = 'f'
              MOVE 'F' TO WS-REL-BUFFER
           END-IF.
           IF WS-REL-BUFFER = 'm'
              MOVE 'M' TO WS-REL-BUFFER
           END-IF.
           IF WS-REL-BUFFER = 'g'
              MOVE 'G' TO WS-REL-BUFFER
           END-IF.
           IF WS-REL-BUFFER NOT = 'F' AND WS-REL-BUFFER NOT = 'M'
              AND WS-REL-BUFFER NOT = 'G'
              MOVE 'O' TO WS-REL-BUFFER
           END-IF.

       6100-UPDATE-GUARDIAN.
           DISPLAY "目前家長" WS-GDN-IDX ": "
               CON-GDN-NAME(WS-GDN-IDX) " "
               CON-GDN-RELATION(WS-GDN-IDX) " "
               CON-GDN-PHONE(WS-GDN-IDX).
           DISPLAY "請輸入新姓名 "
               "(Enter保留原值，*=清除): ".
           MOVE SPACES TO WS-NAME-BUFFER.
           ACCEPT WS-NAME-BUFFER.
           IF WS-NAME-BUFFER = "*"
              MOVE SPACES TO CON-GDN-NAME(WS-GDN-IDX)
              MOVE SPACES TO CON-GDN-RELATION(WS-GDN-IDX)
              MOVE SPACES TO CON-GDN-PHONE(WS-GDN-IDX)
           ELSE
              IF WS-NAME-BUFFER NOT = SPACES
                 MOVE WS-NAME-BUFFER TO CON-GDN-NAME(WS-GDN-IDX)
                 PERFORM 6050-GET-RELATION
                 MOVE WS-REL-BUFFER
                     TO CON-GDN-RELATION(WS-GDN-IDX)
              END-IF
              IF CON-GDN-NAME(WS-GDN-IDX) NOT = SPACES
                 DISPLAY "請輸入新電話 (Enter保留原值): "
                 MOVE SPACES TO WS-PHONE-BUFFER
                 ACCEPT WS-PHONE-BUFFER
                 IF WS-PHONE-BUFFER NOT = SPACES
                    MOVE WS-PHONE-BUFFER
                        TO CON-GDN-PHONE(WS-GDN-IDX)
                 END-IF
              END-IF
           END-IF.

      *    偏好家長須為已填姓名者; 聯絡方式預設郵寄
       6200-GET-PREFERENCE.
           DISPLAY "偏好聯絡家長 (1/2): ".
           MOVE SPACES TO WS-PREF-BUFFER.
           ACCEPT WS-PREF-BUFFER.
           IF WS-PREF-BUFFER = "2"
              AND CON-GDN-NAME(2) NOT = SPACES
              MOVE 2 TO CON-PREF-GUARDIAN
           ELSE
              MOVE 1 TO CON-PREF-GUARDIAN
           END-IF.
           DISPLAY "偏好聯絡方式 (M=郵寄 P=電話): ".
           MOVE SPACES TO WS-METHOD-BUFFER.
           ACCEPT WS-METHOD-BUFFER.
           IF WS-METHOD-BUFFER = 'P' OR WS-METHOD-BUFFER = 'p'
              MOVE 'P' TO CON-PREF-METHOD
           ELSE
              MOVE 'M' TO CON-PREF-METHOD
           END-IF.

       6500-STAMP-UPDATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CON-LAST-UPDATE.
           MOVE WS-OPERATOR TO CON-OPERATOR.

       7000-SHOW-GUARDIAN.
           IF CON-GDN-NAME(WS-GDN-IDX) NOT = SPACES
              DISPLAY "家長" WS-GDN-IDX "   : "
                  CON-GDN-NAME(WS-GDN-IDX)
                  " 關係=" CON-GDN-RELATION(WS-GDN-IDX)
                  " 電話=" CON-GDN-PHONE(WS-GDN-IDX)
           END-IF.
