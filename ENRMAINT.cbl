           SELECT NOTIFY-OUT-FILE ASSIGN TO "WAITNTFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "GRADMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "PRQOVRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT REFUND-SCHED-FILE ASSIGN TO "RFNDSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFS-TERM
               FILE STATUS IS WS-RFS-STATUS.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-KEY
               FILE STATUS IS WS-CRN-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "SCHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-OUT-FILE.
       01  NOTIFY-OUT-REC      PIC X(100).

       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  OVERRIDE-LOG-FILE.
       COPY PRQOVRFM.

       FD  INVOICE-MASTER-FILE.
       COPY INVRCFM.

       FD  REFUND-SCHED-FILE.
       COPY RFNDSCFM.

       FD  CREDIT-NOTE-FILE.
       COPY CRNOTEFM.

       FD  SCHOLARSHIP-FILE.
       COPY SCHRCFM.

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-ENRL-STATUS      PIC X(2).
       01  WS-WAIT-STATUS      PIC X(2).
       01  WS-NTFY-STATUS      PIC X(2).
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-OVR-STATUS       PIC X(2).
       01  WS-INV-STATUS       PIC X(2).
       01  WS-RFS-STATUS       PIC X(2).
       01  WS-CRN-STATUS       PIC X(2).
       01  WS-SCH-STATUS       PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-STU-FOUND-SW     PIC X(1).
       01  WS-CRS-FOUND-SW     PIC X(1).
              10 WS-CAND-SEQ      PIC 9(3).
              10 WS-CAND-STU-ID   PIC 9(6).

      *    先修檢查: 各先修項目於成績檔中的最佳成績
       01  WS-PRQ-IDX          PIC 9(1).
       01  WS-PRQ-UNMET-COUNT  PIC 9(1).
       01  WS-GRD-EOF-SW       PIC X(1).
       01  WS-PRQ-RESULTS.
           05 WS-PRQ-RESULT OCCURS 4 TIMES.
              10 WS-PRQ-FOUND-SW    PIC X(1).
              10 WS-PRQ-BEST-SCORE  PIC 9(3).
       01  WS-SAVE-AUTH-ACTION PIC X(1).
       01  WS-SAVE-AUTH-LEVEL  PIC 9(1).

       01  WS-OPERATOR         PIC X(8).

      *    退費單: 退選已出帳課程依退費時程折抵發票
       01  WS-WD-ENROLL-DATE   PIC 9(8).
       01  WS-WD-FEE           PIC 9(5).
       01  WS-WD-TERM          PIC X(5).
       01  WS-TERM-BUFFER      PIC X(5).
       01  WS-BEST-START       PIC 9(8).
       01  WS-NEXT-START       PIC 9(8).
       01  WS-NEXT-TERM        PIC X(5).
       01  WS-RFS-EOF-SW       PIC X(1).
       01  WS-RFS-FOUND-SW     PIC X(1).
       01  WS-INV-FOUND-SW     PIC X(1).
       01  WS-CRN-EXISTS-SW    PIC X(1).
       01  WS-DAYS-INTO-TERM   PIC 9(3).
       01  WS-REFUND-PCT       PIC 9(3).
       01  WS-STEP-IDX         PIC 9(1).
       01  WS-STEP-HIT-SW      PIC X(1).
       01  WS-CREDIT-AMT       PIC 9(7).
       01  WS-SCH-EOF-SW       PIC X(1).
       01  WS-TERM-AWARDS      PIC 9(7).
       01  WS-AWD-SHARE        PIC 9(7).
       01  WS-INV-GROSS        PIC 9(8).
       01  WS-NET-FEE          PIC 9(7).

       COPY DTVALPRM.

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
              GO TO 2000-EXIT
           END-IF.

      *    先修檢查: 未達先修條件者拒絕並列出原因，
      *    主管(權限3)可核准越過，並寫入越過紀錄檔
           PERFORM 6200-CHECK-PREREQUISITES THRU 6200-EXIT.
           IF WS-PRQ-UNMET-COUNT > 0
              PERFORM 6400-PREREQ-OVERRIDE THRU 6400-EXIT
              IF WS-PRQ-UNMET-COUNT > 0
                 DISPLAY "錯誤: 未達先修條件，無法選課"
                 GO TO 2000-EXIT
              END-IF
           END-IF.

      *    選課前檢查人數上限，額滿時改問是否加入候補名單
           IF CRS-ENROLLED >= CRS-CAPACITY
              DISPLAY "課程已額滿 (上限=" CRS-CAPACITY
              DISPLAY "無法退選"
              GO TO 3000-EXIT
           END-IF.
           MOVE ENRL-ENROLL-DATE TO WS-WD-ENROLL-DATE.
           MOVE CRS-FEE TO WS-WD-FEE.

           DISPLAY "確定退選 " MSTR-STU-NAME " / " CRS-COURSE-TITLE.
           DISPLAY "請確認 (Y/N): ".
           END-DELETE.
           CLOSE ENROLLMENT-FILE.

      *    退選已出帳的課程: 依退費時程開立退費單並折抵發票
           IF WS-PROMOTED-SW = 'Y'
              PERFORM 3200-ISSUE-CREDIT-NOTE THRU 3200-EXIT
           END-IF.

      *    釋出名額後自動遞補最早順位的候補學生
           IF WS-PROMOTED-SW = 'Y'
              PERFORM 3500-PROMOTE-FROM-WAITLIST THRU 3500-EXIT
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    退費單: 學期取退費時程中已開學的最近一期(操作員可改)，
      *    該學期已出帳且課程於出帳前選修者，學分費先扣除該課
      *    分攤的獎助減免，再依開學後天數查退費比率，金額寫入
      *    退費單檔並自發票應繳扣除
      *----------------------------------------------------------*
       3200-ISSUE-CREDIT-NOTE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 3210-FIND-CURRENT-TERM.
           IF WS-WD-TERM = SPACES
              DISPLAY "警告: 查無退費時程，"
                  "未開立退費單，請洽財務"
              GO TO 3200-EXIT
           END-IF.
           DISPLAY "退費學期 (Enter=" WS-WD-TERM "): ".
           MOVE SPACES TO WS-TERM-BUFFER.
           ACCEPT WS-TERM-BUFFER.
           IF WS-TERM-BUFFER NOT = SPACES
              MOVE WS-TERM-BUFFER TO WS-WD-TERM
           END-IF.

           MOVE 'N' TO WS-RFS-FOUND-SW.
           OPEN INPUT REFUND-SCHED-FILE.
           IF WS-RFS-STATUS NOT = "35"
              MOVE WS-WD-TERM TO RFS-TERM
              READ REFUND-SCHED-FILE
                  INVALID KEY MOVE 'N' TO WS-RFS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-RFS-FOUND-SW
              END-READ
              CLOSE REFUND-SCHED-FILE
           END-IF.
           IF WS-RFS-FOUND-SW = 'N'
              DISPLAY "警告: 學期 " WS-WD-TERM
                  " 無退費時程，未開立退費單"
              GO TO 3200-EXIT
           END-IF.

           MOVE 'N' TO WS-INV-FOUND-SW.
           OPEN I-O INVOICE-MASTER-FILE.
           IF WS-INV-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO INV-STU-ID
              MOVE WS-WD-TERM TO INV-TERM
              READ INVOICE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-INV-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-INV-FOUND-SW
              END-READ
           END-IF.
           IF WS-INV-FOUND-SW = 'N'
              DISPLAY "學期 " WS-WD-TERM
                  " 尚未出帳，免開退費單"
              GO TO 3290-CLOSE-INVOICE
           END-IF.
           IF WS-WD-ENROLL-DATE > INV-BILL-DATE
              DISPLAY "此課程於出帳後才選修，"
                  "未列入發票，免開退費單"
              GO TO 3290-CLOSE-INVOICE
           END-IF.

           PERFORM 3220-COMPUTE-REFUND-PCT.
           PERFORM 3240-COMPUTE-AWARD-SHARE.
           COMPUTE WS-NET-FEE = WS-WD-FEE - WS-AWD-SHARE.
           COMPUTE WS-CREDIT-AMT ROUNDED =
               WS-NET-FEE * WS-REFUND-PCT / 100.
           IF WS-CREDIT-AMT > INV-AMOUNT
              MOVE INV-AMOUNT TO WS-CREDIT-AMT
           END-IF.

           PERFORM 3250-WRITE-CREDIT-NOTE.

           IF INV-CREDIT NOT NUMERIC
              MOVE 0 TO INV-CREDIT
           END-IF.
           SUBTRACT WS-CREDIT-AMT FROM INV-AMOUNT.
           ADD WS-CREDIT-AMT TO INV-CREDIT.
           REWRITE INVOICE-REC
               INVALID KEY DISPLAY "錯誤: 發票折抵失敗"
           END-REWRITE.

           DISPLAY "退費單已開立 學期=" WS-WD-TERM
               " 開學後" WS-DAYS-INTO-TERM "天"
               " 獎助分攤=" WS-AWD-SHARE
               " 退費比率=" WS-REFUND-PCT "%"
               " 折抵金額=" WS-CREDIT-AMT.
           DISPLAY "發票應繳=" INV-AMOUNT " 已繳=" INV-PAID.
           IF INV-PAID > INV-AMOUNT
              DISPLAY "已繳超過應繳，"
                  "將列入退費清冊辦理退款"
           END-IF.
       3290-CLOSE-INVOICE.
           IF WS-INV-STATUS NOT = "35"
              CLOSE INVOICE-MASTER-FILE
           END-IF.
       3200-EXIT.
           EXIT.

      *    預設學期: 開學日不晚於今日的最近一期; 皆未開學取最早一期
       3210-FIND-CURRENT-TERM.
           MOVE SPACES TO WS-WD-TERM.
           MOVE SPACES TO WS-NEXT-TERM.
           MOVE 0 TO WS-BEST-START.
           MOVE 99999999 TO WS-NEXT-START.
           OPEN INPUT REFUND-SCHED-FILE.
           IF WS-RFS-STATUS NOT = "35"
              MOVE 'N' TO WS-RFS-EOF-SW
              PERFORM 3215-READ-NEXT-SCHEDULE
              PERFORM 3216-CHECK-ONE-SCHEDULE
                  UNTIL WS-RFS-EOF-SW = 'Y'
              CLOSE REFUND-SCHED-FILE
           END-IF.
           IF WS-WD-TERM = SPACES
              MOVE WS-NEXT-TERM TO WS-WD-TERM
           END-IF.

       3215-READ-NEXT-SCHEDULE.
           READ REFUND-SCHED-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RFS-EOF-SW
           END-READ.

       3216-CHECK-ONE-SCHEDULE.
           IF RFS-START-DATE <= WS-TODAY
              IF RFS-START-DATE > WS-BEST-START
                 MOVE RFS-START-DATE TO WS-BEST-START
                 MOVE RFS-TERM TO WS-WD-TERM
              END-IF
           ELSE
              IF RFS-START-DATE < WS-NEXT-START
                 MOVE RFS-START-DATE TO WS-NEXT-START
                 MOVE RFS-TERM TO WS-NEXT-TERM
              END-IF
           END-IF.
           PERFORM 3215-READ-NEXT-SCHEDULE.

      *    開學當日或之前全額退費; 超過最後級距不退費
       3220-COMPUTE-REFUND-PCT.
           MOVE 'D' TO DT-FUNCTION.
           MOVE RFS-START-DATE(1:4) TO DT-YYYY.
           MOVE RFS-START-DATE(5:2) TO DT-MM.
           MOVE RFS-START-DATE(7:2) TO DT-DD.
           MOVE WS-TODAY(1:4) TO DT-YYYY2.
           MOVE WS-TODAY(5:2) TO DT-MM2.
           MOVE WS-TODAY(7:2) TO DT-DD2.
           CALL "DTVALID" USING DTVALPRM.

           IF DT-VALID-SW = 'N' OR DT-DAYS <= 0
              MOVE 0 TO WS-DAYS-INTO-TERM
              MOVE 100 TO WS-REFUND-PCT
           ELSE
              IF DT-DAYS > 999
                 MOVE 999 TO WS-DAYS-INTO-TERM
              ELSE
                 MOVE DT-DAYS TO WS-DAYS-INTO-TERM
              END-IF
              MOVE 0 TO WS-REFUND-PCT
              MOVE 'N' TO WS-STEP-HIT-SW
              PERFORM 3230-CHECK-ONE-STEP
                  VARYING WS-STEP-IDX FROM 1 BY 1
                  UNTIL WS-STEP-IDX > 5 OR WS-STEP-HIT-SW = 'Y'
           END-IF.

       3230-CHECK-ONE-STEP.
           IF RFS-THRU-DAYS(WS-STEP-IDX) > 0 AND
              WS-DAYS-INTO-TERM <= RFS-THRU-DAYS(WS-STEP-IDX)
              MOVE RFS-PERCENT(WS-STEP-IDX) TO WS-REFUND-PCT
              MOVE 'Y' TO WS-STEP-HIT-SW
           END-IF.

      *----------------------------------------------------------*
      *    獎助分攤: 依出帳回寫的實際折抵額，全學期獎助按學分費
      *    佔出帳總額(應繳+減免+折抵)比例分攤，指定本課程者全數
      *    分攤; 分攤額不超過學分費
      *----------------------------------------------------------*
       3240-COMPUTE-AWARD-SHARE.
           MOVE 0 TO WS-TERM-AWARDS.
           MOVE 0 TO WS-AWD-SHARE.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO SCH-STU-ID
              MOVE WS-WD-TERM TO SCH-TERM
              MOVE 0 TO SCH-SEQ
              MOVE 'N' TO WS-SCH-EOF-SW
              START SCHOLARSHIP-FILE KEY IS NOT LESS THAN SCH-KEY
                  INVALID KEY MOVE 'Y' TO WS-SCH-EOF-SW
              END-START
              IF WS-SCH-EOF-SW = 'N'
                 PERFORM 3245-READ-NEXT-AWARD
              END-IF
              PERFORM 3246-ADD-ONE-AWARD
                  UNTIL WS-SCH-EOF-SW = 'Y'
              CLOSE SCHOLARSHIP-FILE
           END-IF.

           IF INV-DISCOUNT NOT NUMERIC
              MOVE 0 TO INV-DISCOUNT
           END-IF.
           IF INV-CREDIT NOT NUMERIC
              MOVE 0 TO INV-CREDIT
           END-IF.
           COMPUTE WS-INV-GROSS =
               INV-AMOUNT + INV-DISCOUNT + INV-CREDIT.
           IF WS-TERM-AWARDS > 0 AND WS-INV-GROSS > 0
              COMPUTE WS-AWD-SHARE ROUNDED = WS-AWD-SHARE
                  + WS-TERM-AWARDS * WS-WD-FEE / WS-INV-GROSS
           END-IF.
           IF WS-AWD-SHARE > WS-WD-FEE
              MOVE WS-WD-FEE TO WS-AWD-SHARE
           END-IF.

       3245-READ-NEXT-AWARD.
           READ SCHOLARSHIP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCH-EOF-SW
           END-READ.
           IF WS-SCH-EOF-SW = 'N'
              IF SCH-STU-ID NOT = WS-SEARCH-ID OR
                 SCH-TERM NOT = WS-WD-TERM
                 MOVE 'Y' TO WS-SCH-EOF-SW
              END-IF
           END-IF.

       3246-ADD-ONE-AWARD.
           IF SCH-APPLIED-DATE NOT = 0
              IF SCH-COVER-CODE = SPACES
                 ADD SCH-APPLIED-AMT TO WS-TERM-AWARDS
              ELSE
                 IF SCH-COVER-CODE = WS-SEARCH-CODE
                    ADD SCH-APPLIED-AMT TO WS-AWD-SHARE
                 END-IF
              END-IF
           END-IF.
           PERFORM 3245-READ-NEXT-AWARD.

      *    同學期同課程重複退選(中間曾再選修)以新退費單取代
       3250-WRITE-CREDIT-NOTE.
           OPEN I-O CREDIT-NOTE-FILE.
           IF WS-CRN-STATUS = "35"
              OPEN OUTPUT CREDIT-NOTE-FILE
              CLOSE CREDIT-NOTE-FILE
              OPEN I-O CREDIT-NOTE-FILE
           END-IF.
           MOVE WS-SEARCH-ID TO CRN-STU-ID.
           MOVE WS-WD-TERM TO CRN-TERM.
           MOVE WS-SEARCH-CODE TO CRN-COURSE-CODE.
           MOVE WS-TODAY TO CRN-WITHDRAW-DATE.
           MOVE WS-DAYS-INTO-TERM TO CRN-DAYS-INTO-TERM.
           MOVE WS-WD-FEE TO CRN-COURSE-FEE.
           MOVE WS-REFUND-PCT TO CRN-REFUND-PCT.
           MOVE WS-CREDIT-AMT TO CRN-CREDIT-AMT.
           MOVE WS-OPERATOR TO CRN-OPERATOR.
           WRITE CREDIT-NOTE-REC
               INVALID KEY
                  REWRITE CREDIT-NOTE-REC
                      INVALID KEY
                         DISPLAY "錯誤: 退費單寫入失敗"
                  END-REWRITE
           END-WRITE.
           CLOSE CREDIT-NOTE-FILE.

      *----------------------------------------------------------*
      *    自動遞補: 取該課程最小順位的候補學生直接選課，
      *    遞補結果寫入通知檔供辦公室列印轉知
              PERFORM 6600-READ-NEXT-SCAN
           END-IF.

      *----------------------------------------------------------*
      *    先修檢查: 依學號START成績檔，取每一先修項目的最佳
      *    成績; 6碼先修視為課程代碼，比對成績科目前6碼
      *----------------------------------------------------------*
       6200-CHECK-PREREQUISITES.
           MOVE 0 TO WS-PRQ-UNMET-COUNT.
           PERFORM 6210-CLEAR-ONE-RESULT
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           IF CRS-PREREQ-TABLE = SPACES
              GO TO 6200-EXIT
           END-IF.

           OPEN INPUT GRADE-MASTER-FILE.
           IF WS-GRADE-STATUS NOT = "35"
              MOVE 'N' TO WS-GRD-EOF-SW
              MOVE WS-SEARCH-ID TO GRD-STU-ID
              MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT
              START GRADE-MASTER-FILE KEY >= GRD-KEY
                  INVALID KEY MOVE 'Y' TO WS-GRD-EOF-SW
              END-START
              IF WS-GRD-EOF-SW = 'N'
                 PERFORM 6250-READ-NEXT-GRADE
              END-IF
              PERFORM 6260-APPLY-ONE-GRADE
                  UNTIL WS-GRD-EOF-SW = 'Y'
              CLOSE GRADE-MASTER-FILE
           END-IF.

           PERFORM 6300-EVALUATE-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
       6200-EXIT.
           EXIT.

       6210-CLEAR-ONE-RESULT.
           MOVE 'N' TO WS-PRQ-FOUND-SW(WS-PRQ-IDX).
           MOVE 0 TO WS-PRQ-BEST-SCORE(WS-PRQ-IDX).

       6250-READ-NEXT-GRADE.
           READ GRADE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GRD-EOF-SW
           END-READ.
           IF WS-GRD-EOF-SW = 'N' AND
              GRD-STU-ID NOT = WS-SEARCH-ID
              MOVE 'Y' TO WS-GRD-EOF-SW
           END-IF.

       6260-APPLY-ONE-GRADE.
           PERFORM 6270-MATCH-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           PERFORM 6250-READ-NEXT-GRADE.

       6270-MATCH-ONE-PREREQ.
           IF CRS-PREREQ-SUBJECT(WS-PRQ-IDX) NOT = SPACES
              IF GRD-SUBJECT = CRS-PREREQ-SUBJECT(WS-PRQ-IDX) OR
                 (CRS-PREREQ-SUBJECT(WS-PRQ-IDX)(7:4) = SPACES AND
                  GRD-SUBJECT(1:6) =
                      CRS-PREREQ-SUBJECT(WS-PRQ-IDX)(1:6))
                 MOVE 'Y' TO WS-PRQ-FOUND-SW(WS-PRQ-IDX)
                 IF GRD-SCORE > WS-PRQ-BEST-SCORE(WS-PRQ-IDX)
                    MOVE GRD-SCORE TO WS-PRQ-BEST-SCORE(WS-PRQ-IDX)
                 END-IF
              END-IF
           END-IF.

       6300-EVALUATE-ONE-PREREQ.
           IF CRS-PREREQ-SUBJECT(WS-PRQ-IDX) NOT = SPACES
              IF WS-PRQ-FOUND-SW(WS-PRQ-IDX) = 'N'
                 ADD 1 TO WS-PRQ-UNMET-COUNT
                 DISPLAY "未修先修科目: "
                     CRS-PREREQ-SUBJECT(WS-PRQ-IDX)
                     " (最低分數=" CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
                     ")"
              ELSE
                 IF WS-PRQ-BEST-SCORE(WS-PRQ-IDX) <
                    CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
                    ADD 1 TO WS-PRQ-UNMET-COUNT
                    DISPLAY "先修科目未及格: "
                        CRS-PREREQ-SUBJECT(WS-PRQ-IDX)
                        " 最佳成績=" WS-PRQ-BEST-SCORE(WS-PRQ-IDX)
                        " 最低分數="
                        CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      *    越過先修: 須經OPRAUTH查核為主管等級(3)，核准後每一
      *    未達項目各寫一筆越過紀錄供註冊組稽核
      *----------------------------------------------------------*
       6400-PREREQ-OVERRIDE.
           DISPLAY "是否由主管核准越過先修條件 (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              GO TO 6400-EXIT
           END-IF.

           MOVE OA-ACTION TO WS-SAVE-AUTH-ACTION.
           MOVE OA-REQUIRED-LEVEL TO WS-SAVE-AUTH-LEVEL.
           MOVE 'P' TO OA-ACTION.
           MOVE 3 TO OA-REQUIRED-LEVEL.
           PERFORM 0200-CHECK-AUTHORITY.
           MOVE WS-SAVE-AUTH-ACTION TO OA-ACTION.
           MOVE WS-SAVE-AUTH-LEVEL TO OA-REQUIRED-LEVEL.
           IF OA-VALID-SW = 'N'
              GO TO 6400-EXIT
           END-IF.

           OPEN EXTEND OVERRIDE-LOG-FILE.
           IF WS-OVR-STATUS = "35"
              OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF.
           PERFORM 6450-LOG-ONE-OVERRIDE
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           CLOSE OVERRIDE-LOG-FILE.

           DISPLAY "已核准越過先修條件，紀錄已寫入".
           MOVE 0 TO WS-PRQ-UNMET-COUNT.
       6400-EXIT.
           EXIT.

       6450-LOG-ONE-OVERRIDE.
           IF CRS-PREREQ-SUBJECT(WS-PRQ-IDX) NOT = SPACES AND
              (WS-PRQ-FOUND-SW(WS-PRQ-IDX) = 'N' OR
               WS-PRQ-BEST-SCORE(WS-PRQ-IDX) <
               CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX))
              ACCEPT POVR-DATE FROM DATE YYYYMMDD
              ACCEPT POVR-TIME FROM TIME
              MOVE WS-OPERATOR TO POVR-OPERATOR
              MOVE WS-SEARCH-ID TO POVR-STU-ID
              MOVE WS-SEARCH-CODE TO POVR-COURSE-CODE
              MOVE CRS-PREREQ-SUBJECT(WS-PRQ-IDX) TO POVR-SUBJECT
              MOVE CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
                  TO POVR-MIN-SCORE
              MOVE WS-PRQ-BEST-SCORE(WS-PRQ-IDX) TO POVR-BEST-SCORE
              MOVE WS-PRQ-FOUND-SW(WS-PRQ-IDX) TO POVR-GRADE-FOUND
              WRITE PREREQ-OVERRIDE-REC
           END-IF.

       7000-REWRITE-COURSE.
           OPEN I-O COURSE-MASTER-FILE.
           REWRITE COURSE-MASTER-REC
