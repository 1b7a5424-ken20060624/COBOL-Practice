      *========================================================*
      *  PROGRAM-ID. SCHMAINT                                   *
      *  PURPOSE: SCHOLARSHIP / FEE-WAIVER MASTER (SCHMSTR)     *
      *  MAINTENANCE.  AWARDS ARE KEYED STUDENT + TERM + SEQ    *
      *  (A STUDENT MAY HOLD SEVERAL AWARDS IN A TERM).  EACH   *
      *  AWARD CARRIES THE TYPE (S=SCHOLARSHIP W=FEE WAIVER     *
      *  B=BURSARY), PERCENT OR FIXED AMOUNT, THE COURSE IT     *
      *  COVERS (BLANK = THE WHOLE TERM TUITION) AND THE        *
      *  APPROVAL REFERENCE.  TUITBILL APPLIES THE AWARDS WHEN  *
      *  IT PRICES THE INVOICE AND RECORDS THE AMOUNT APPLIED.  *
      *  THE STUDENT MUST EXIST ON STUMSTR AND A COVERED COURSE *
      *  ON CRSMSTR.  OPERATORS SIGN ON THROUGH OPRAUTH.        *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCHMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "SCHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCH-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOLARSHIP-FILE.
       COPY SCHRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       WORKING-STORAGE SECTION.
       01  WS-SCH-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-STU-FOUND-SW     PIC X(1).
       01  WS-CRS-FOUND-SW     PIC X(1).
       01  WS-SCAN-EOF-SW      PIC X(1).
       01  WS-SEARCH-ID        PIC 9(6).
       01  WS-SEARCH-TERM      PIC X(5).
       01  WS-SEARCH-SEQ       PIC 9(2).
       01  WS-NEXT-SEQ         PIC 9(2).
       01  WS-LIST-COUNT       PIC 9(3).
       01  WS-CONFIRM          PIC X(1).
       01  WS-OPERATOR         PIC X(8).
       01  WS-TODAY            PIC 9(8).
       01  WS-STU-NAME         PIC X(20).
       01  WS-INPUT-OK-SW      PIC X(1).

      *    輸入暫存
       01  WS-TYPE-BUFFER      PIC X(1).
       01  WS-METHOD-BUFFER    PIC X(1).
       01  WS-PERCENT-BUFFER   PIC 9(3).
       01  WS-AMOUNT-BUFFER    PIC 9(7).
       01  WS-COVER-BUFFER     PIC X(6).
       01  WS-REF-BUFFER       PIC X(12).

      *    獎助類別表: 代碼+說明
       01  WS-TYPE-IDX         PIC 9(1).
       01  WS-TYPE-DESC        PIC X(15).
       01  WS-TYPE-VALUES.
           05 FILLER PIC X(16) VALUE "S獎學金".
           05 FILLER PIC X(16) VALUE "W學費減免".
           05 FILLER PIC X(16) VALUE "B清寒助學金".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 3 TIMES.
              10 WS-TYP-CODE      PIC X(1).
              10 WS-TYP-DESC      PIC X(15).

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 獎助學金/學費減免維護 ===".
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
           MOVE "SCHMAINT" TO OA-PROGRAM.
           MOVE ' ' TO OA-ACTION.
           MOVE 0 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "簽入失敗: " OA-REASON
           END-IF.

       0200-CHECK-AUTHORITY.
           MOVE 'C' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "SCHMAINT" TO OA-PROGRAM.
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
                    PERFORM 1500-ADD-AWARD THRU 1500-EXIT
                 END-IF
              WHEN 'I' WHEN 'i'
                 MOVE 'I' TO OA-ACTION
                 MOVE 1 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2000-INQUIRE-AWARDS
                 END-IF
              WHEN 'U' WHEN 'u'
                 MOVE 'U' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 3000-UPDATE-AWARD THRU 3000-EXIT
                 END-IF
              WHEN 'D' WHEN 'd'
                 MOVE 'D' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4000-DELETE-AWARD THRU 4000-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "無效的選項，請重新輸入"
           END-EVALUATE.

      *----------------------------------------------------------*
      *    新增: 序號取該生該學期現有最大序號+1
      *----------------------------------------------------------*
       1500-ADD-AWARD.
           DISPLAY "請輸入學號 (6位數字): ".
           ACCEPT WS-SEARCH-ID.
           PERFORM 5500-FIND-STUDENT.
           IF WS-STU-FOUND-SW = 'N'
              DISPLAY "錯誤: 學生主檔查無此學號"
              GO TO 1500-EXIT
           END-IF.
           DISPLAY "請輸入學期 (例 114-1): ".
           ACCEPT WS-SEARCH-TERM.
           IF WS-SEARCH-TERM = SPACES
              DISPLAY "錯誤: 學期不可空白"
              GO TO 1500-EXIT
           END-IF.

           DISPLAY "學生: " WS-SEARCH-ID " " WS-STU-NAME.
           PERFORM 6000-GET-AWARD-DETAILS.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 1500-EXIT
           END-IF.

           PERFORM 5200-FIND-NEXT-SEQ.
           IF WS-NEXT-SEQ = 0
              DISPLAY "錯誤: 該生本學期獎助已達99筆"
              GO TO 1500-EXIT
           END-IF.

           MOVE WS-SEARCH-ID TO SCH-STU-ID.
           MOVE WS-SEARCH-TERM TO SCH-TERM.
           MOVE WS-NEXT-SEQ TO SCH-SEQ.
           PERFORM 6500-MOVE-AWARD-DETAILS.
           MOVE 0 TO SCH-APPLIED-AMT.
           MOVE 0 TO SCH-APPLIED-DATE.

           OPEN I-O SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS = "35"
              OPEN OUTPUT SCHOLARSHIP-FILE
              CLOSE SCHOLARSHIP-FILE
              OPEN I-O SCHOLARSHIP-FILE
           END-IF.
           WRITE SCHOLARSHIP-REC
               INVALID KEY
                  DISPLAY "錯誤: 獎助資料已存在，寫入失敗"
               NOT INVALID KEY
                  DISPLAY "獎助資料已建立 序號=" SCH-SEQ
           END-WRITE.
           CLOSE SCHOLARSHIP-FILE.
       1500-EXIT.
           EXIT.

      *    查詢: 列出該生該學期所有獎助
       2000-INQUIRE-AWARDS.
           DISPLAY "請輸入要查詢的學號: ".
           ACCEPT WS-SEARCH-ID.
           DISPLAY "請輸入學期: ".
           ACCEPT WS-SEARCH-TERM.
           PERFORM 5500-FIND-STUDENT.
           DISPLAY "學生: " WS-SEARCH-ID " " WS-STU-NAME
               " 學期=" WS-SEARCH-TERM.

           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS NOT = "35"
              PERFORM 5100-START-STUDENT-TERM
              PERFORM 2100-SHOW-ONE-AWARD
                  UNTIL WS-SCAN-EOF-SW = 'Y'
              CLOSE SCHOLARSHIP-FILE
           END-IF.
           IF WS-LIST-COUNT = 0
              DISPLAY "該生本學期無獎助資料"
           END-IF.

       2100-SHOW-ONE-AWARD.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 7000-DISPLAY-AWARD.
           PERFORM 5150-READ-NEXT-AWARD.

       3000-UPDATE-AWARD.
           PERFORM 5000-GET-AWARD-KEY.
           PERFORM 5300-FIND-AWARD.
           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此獎助資料，無法修改"
              GO TO 3000-EXIT
           END-IF.

           PERFORM 7000-DISPLAY-AWARD.
           DISPLAY "請重新輸入獎助內容: ".
           PERFORM 6000-GET-AWARD-DETAILS.
           IF WS-INPUT-OK-SW = 'N'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 6500-MOVE-AWARD-DETAILS.

           OPEN I-O SCHOLARSHIP-FILE.
           REWRITE SCHOLARSHIP-REC
               INVALID KEY DISPLAY "錯誤: 更新失敗"
           END-REWRITE.
           CLOSE SCHOLARSHIP-FILE.
           DISPLAY "獎助資料已更新，下次出帳時生效".
       3000-EXIT.
           EXIT.

       4000-DELETE-AWARD.
           PERFORM 5000-GET-AWARD-KEY.
           PERFORM 5300-FIND-AWARD.
           IF WS-FOUND-SW = 'N'
              DISPLAY "查無此獎助資料，無法刪除"
              GO TO 4000-EXIT
           END-IF.

           PERFORM 7000-DISPLAY-AWARD.
           IF SCH-APPLIED-AMT > 0
              DISPLAY "注意: 本獎助已於 " SCH-APPLIED-DATE
                  " 出帳折抵 " SCH-APPLIED-AMT
              DISPLAY "刪除後須重跑出帳才會反映"
           END-IF.
           DISPLAY "請確認刪除 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              OPEN I-O SCHOLARSHIP-FILE
              DELETE SCHOLARSHIP-FILE
                  INVALID KEY DISPLAY "錯誤: 刪除失敗"
              END-DELETE
              CLOSE SCHOLARSHIP-FILE
              DISPLAY "獎助資料已刪除"
           ELSE
              DISPLAY "已取消刪除"
           END-IF.
       4000-EXIT.
           EXIT.

       5000-GET-AWARD-KEY.
           DISPLAY "請輸入學號: ".
           ACCEPT WS-SEARCH-ID.
           DISPLAY "請輸入學期: ".
           ACCEPT WS-SEARCH-TERM.
           DISPLAY "請輸入序號 (2位數字): ".
           ACCEPT WS-SEARCH-SEQ.

      *    定位該生該學期第一筆獎助
       5100-START-STUDENT-TERM.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE WS-SEARCH-ID TO SCH-STU-ID.
           MOVE WS-SEARCH-TERM TO SCH-TERM.
           MOVE 0 TO SCH-SEQ.
           START SCHOLARSHIP-FILE KEY IS NOT LESS THAN SCH-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           IF WS-SCAN-EOF-SW = 'N'
              PERFORM 5150-READ-NEXT-AWARD
           END-IF.

       5150-READ-NEXT-AWARD.
           READ SCHOLARSHIP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW
           END-READ.
           IF WS-SCAN-EOF-SW = 'N'
              IF SCH-STU-ID NOT = WS-SEARCH-ID OR
                 SCH-TERM NOT = WS-SEARCH-TERM
                 MOVE 'Y' TO WS-SCAN-EOF-SW
              END-IF
           END-IF.

       5200-FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS NOT = "35"
              PERFORM 5100-START-STUDENT-TERM
              PERFORM 5250-NOTE-ONE-SEQ
                  UNTIL WS-SCAN-EOF-SW = 'Y'
              CLOSE SCHOLARSHIP-FILE
           END-IF.

       5250-NOTE-ONE-SEQ.
           IF SCH-SEQ = 99
              MOVE 0 TO WS-NEXT-SEQ
           ELSE
              COMPUTE WS-NEXT-SEQ = SCH-SEQ + 1
           END-IF.
           PERFORM 5150-READ-NEXT-AWARD.

       5300-FIND-AWARD.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO SCH-STU-ID
              MOVE WS-SEARCH-TERM TO SCH-TERM
              MOVE WS-SEARCH-SEQ TO SCH-SEQ
              READ SCHOLARSHIP-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
              END-READ
              CLOSE SCHOLARSHIP-FILE
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

       5600-FIND-COURSE.
           MOVE 'N' TO WS-CRS-FOUND-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CRS-STATUS NOT = "35"
              MOVE WS-COVER-BUFFER TO CRS-COURSE-CODE
              READ COURSE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-CRS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-CRS-FOUND-SW
              END-READ
              CLOSE COURSE-MASTER-FILE
           END-IF.

      *----------------------------------------------------------*
      *    輸入獎助內容並檢查: 類別、計算方式、比率或金額、
      *    涵蓋課程(空白=全學期學費)、核准文號
      *----------------------------------------------------------*
       6000-GET-AWARD-DETAILS.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           DISPLAY "獎助類別 (S=獎學金 W=學費減免 "
               "B=清寒助學金): ".
           MOVE SPACES TO WS-TYPE-BUFFER.
           ACCEPT WS-TYPE-BUFFER.
           PERFORM 6100-LOOKUP-TYPE.
           IF WS-TYPE-DESC = SPACES
              DISPLAY "錯誤: 獎助類別須為S/W/B"
              MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.

           IF WS-INPUT-OK-SW = 'Y'
              DISPLAY "計算方式 (P=比率 F=定額): "
              MOVE SPACES TO WS-METHOD-BUFFER
              ACCEPT WS-METHOD-BUFFER
              IF WS-METHOD-BUFFER = 'p'
                 MOVE 'P' TO WS-METHOD-BUFFER
              END-IF
              IF WS-METHOD-BUFFER = 'f'
                 MOVE 'F' TO WS-METHOD-BUFFER
              END-IF
              PERFORM 6200-GET-AMOUNT
           END-IF.

           IF WS-INPUT-OK-SW = 'Y'
              DISPLAY "涵蓋課程代碼 (空白=全學期學費): "
              MOVE SPACES TO WS-COVER-BUFFER
              ACCEPT WS-COVER-BUFFER
              IF WS-COVER-BUFFER NOT = SPACES
                 PERFORM 5600-FIND-COURSE
                 IF WS-CRS-FOUND-SW = 'N'
                    DISPLAY "錯誤: 課程主檔查無此課程"
                    MOVE 'N' TO WS-INPUT-OK-SW
                 END-IF
              END-IF
           END-IF.

           IF WS-INPUT-OK-SW = 'Y'
              DISPLAY "核准文號 (12字元內): "
              MOVE SPACES TO WS-REF-BUFFER
              ACCEPT WS-REF-BUFFER
              IF WS-REF-BUFFER = SPACES
                 DISPLAY "錯誤: 核准文號不可空白"
                 MOVE 'N' TO WS-INPUT-OK-SW
              END-IF
           END-IF.

       6100-LOOKUP-TYPE.
           IF WS-TYPE-BUFFER = 's'
              MOVE 'S' TO WS-TYPE-BUFFER
           END-IF.
           IF WS-TYPE-BUFFER = 'w'
              MOVE 'W' TO WS-TYPE-BUFFER
           END-IF.
           IF WS-TYPE-BUFFER = 'b'
              MOVE 'B' TO WS-TYPE-BUFFER
           END-IF.
           MOVE SPACES TO WS-TYPE-DESC.
           PERFORM 6150-MATCH-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3.

       6150-MATCH-ONE-TYPE.
           IF WS-TYP-CODE(WS-TYPE-IDX) = WS-TYPE-BUFFER
              MOVE WS-TYP-DESC(WS-TYPE-IDX) TO WS-TYPE-DESC
           END-IF.

       6200-GET-AMOUNT.
           MOVE 0 TO WS-PERCENT-BUFFER.
           MOVE 0 TO WS-AMOUNT-BUFFER.
           EVALUATE WS-METHOD-BUFFER
              WHEN 'P'
                 DISPLAY "減免比率 (001-100): "
                 ACCEPT WS-PERCENT-BUFFER
                 IF WS-PERCENT-BUFFER NOT NUMERIC OR
                    WS-PERCENT-BUFFER = 0 OR
                    WS-PERCENT-BUFFER > 100
                    DISPLAY "錯誤: 比率須為1-100"
                    MOVE 'N' TO WS-INPUT-OK-SW
                 END-IF
              WHEN 'F'
                 DISPLAY "減免金額 (7位數字): "
                 ACCEPT WS-AMOUNT-BUFFER
                 IF WS-AMOUNT-BUFFER NOT NUMERIC OR
                    WS-AMOUNT-BUFFER = 0
                    DISPLAY "錯誤: 金額須為大於零的數字"
                    MOVE 'N' TO WS-INPUT-OK-SW
                 END-IF
              WHEN OTHER
                 DISPLAY "錯誤: 計算方式須為P或F"
                 MOVE 'N' TO WS-INPUT-OK-SW
           END-EVALUATE.

       6500-MOVE-AWARD-DETAILS.
           MOVE WS-TYPE-BUFFER TO SCH-AWARD-TYPE.
           MOVE WS-METHOD-BUFFER TO SCH-CALC-METHOD.
           MOVE WS-PERCENT-BUFFER TO SCH-PERCENT.
           MOVE WS-AMOUNT-BUFFER TO SCH-FIXED-AMT.
           MOVE WS-COVER-BUFFER TO SCH-COVER-CODE.
           MOVE WS-REF-BUFFER TO SCH-APPROVAL-REF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO SCH-ENTER-DATE.
           MOVE WS-OPERATOR TO SCH-OPERATOR.

       7000-DISPLAY-AWARD.
           MOVE SCH-AWARD-TYPE TO WS-TYPE-BUFFER.
           PERFORM 6100-LOOKUP-TYPE.
           DISPLAY "序號=" SCH-SEQ " 類別=" SCH-AWARD-TYPE
               " " WS-TYPE-DESC.
           IF SCH-CALC-METHOD = 'P'
              DISPLAY "    比率=" SCH-PERCENT "%"
                  " 涵蓋=" SCH-COVER-CODE
                  " 文號=" SCH-APPROVAL-REF
           ELSE
              DISPLAY "    定額=" SCH-FIXED-AMT
                  " 涵蓋=" SCH-COVER-CODE
                  " 文號=" SCH-APPROVAL-REF
           END-IF.
           DISPLAY "    建檔=" SCH-ENTER-DATE " " SCH-OPERATOR
               " 出帳折抵=" SCH-APPLIED-AMT
               " 日期=" SCH-APPLIED-DATE.
