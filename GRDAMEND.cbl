      *========================================================*
      *  PROGRAM-ID. GRDAMEND                                   *
      *  PURPOSE: GRADE-AMENDMENT WORKFLOW FOR GRADMSTR.  A     *
      *  CORRECTED SCORE IS ENTERED AS A PENDING AMENDMENT      *
      *  (STUDENT, TERM, SUBJECT, NEW SCORE, REASON CODE) BY AN *
      *  UPDATE-LEVEL (TEACHER) OPERATOR ON GRAMDMST, AND IS    *
      *  ONLY APPLIED TO GRADMSTR WHEN A SUPERVISOR (LEVEL 3)   *
      *  OTHER THAN THE ENTERING OPERATOR APPROVES IT.  EVERY   *
      *  APPLIED CHANGE IS JOURNALLED TO GRDJRNL WITH THE       *
      *  BEFORE AND AFTER SCORES, AND THE AMENDMENT IS FLAGGED  *
      *  FOR TRANSCRIPT REPRINT UNTIL GRDAMRPT REPORTS IT; NO   *
      *  NEW AMENDMENT TO THAT GRADE IS TAKEN UNTIL THEN.       *
      *  AMENDMENT STATUS: P=PENDING A=APPROVED R=REJECTED.     *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GRDAMEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-MASTER-FILE ASSIGN TO "GRADMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT GRADE-AMEND-FILE ASSIGN TO "GRAMDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMD-KEY
               FILE STATUS IS WS-AMD-STATUS.
           SELECT GRADE-JOURNAL-FILE ASSIGN TO "GRDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GJRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  GRADE-AMEND-FILE.
       COPY GRDAMDFM.

       FD  GRADE-JOURNAL-FILE.
       COPY GRDJRNFM.

       WORKING-STORAGE SECTION.
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-AMD-STATUS       PIC X(2).
       01  WS-GJRN-STATUS      PIC X(2).
       01  WS-ACTION           PIC X(1).
       01  WS-GRD-FOUND-SW     PIC X(1).
       01  WS-AMD-FOUND-SW     PIC X(1).
       01  WS-AMD-EOF-SW       PIC X(1).
       01  WS-CONFIRM          PIC X(1).
       01  WS-TODAY            PIC 9(8).
       01  WS-PENDING-COUNT    PIC 9(5).

       01  WS-SEARCH-ID        PIC 9(06).
       01  WS-SEARCH-TERM      PIC X(05).
       01  WS-SEARCH-SUBJECT   PIC X(10).
       01  WS-SCORE-BUFFER     PIC 9(3).
       01  WS-CURRENT-SCORE    PIC 9(3).
       01  WS-REASON-CODE      PIC X(3).

      *    更正原因代碼表: 代碼須在表中方可輸入
       01  WS-REASON-IDX       PIC 9(1).
       01  WS-REASON-OK-SW     PIC X(1).
       01  WS-REASON-VALUES.
           05 FILLER PIC X(15) VALUE "CAL計分錯誤".
           05 FILLER PIC X(15) VALUE "KEY登錄錯誤".
           05 FILLER PIC X(15) VALUE "APL申訴重評".
           05 FILLER PIC X(15) VALUE "MKP補考成績".
           05 FILLER PIC X(15) VALUE "OTH其他原因".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-REASON-ENTRY OCCURS 5 TIMES.
              10 WS-RSN-CODE      PIC X(3).
              10 WS-RSN-DESC      PIC X(12).

       01  WS-OPERATOR         PIC X(8).

       COPY OPRAUTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 成績更正作業 ===".
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
           MOVE "GRDAMEND" TO OA-PROGRAM.
           MOVE ' ' TO OA-ACTION.
           MOVE 0 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "簽入失敗: " OA-REASON
           END-IF.

       0200-CHECK-AUTHORITY.
           MOVE 'C' TO OA-FUNCTION.
           MOVE WS-OPERATOR TO OA-OPERATOR.
           MOVE "GRDAMEND" TO OA-PROGRAM.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW = 'N'
              DISPLAY "動作遭拒: " OA-REASON
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " ".
           DISPLAY "E=輸入更正  L=待核清單  A=核准  R=退回"
               "  X=結束".
           ACCEPT WS-ACTION.

      *    權限: 待核清單=1 輸入更正=2(教師) 核准/退回=3(主管)
           EVALUATE WS-ACTION
              WHEN 'E' WHEN 'e'
                 MOVE 'E' TO OA-ACTION
                 MOVE 2 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 2000-ENTER-AMENDMENT THRU 2000-EXIT
                 END-IF
              WHEN 'L' WHEN 'l'
                 MOVE 'L' TO OA-ACTION
                 MOVE 1 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 3000-LIST-PENDING THRU 3000-EXIT
                 END-IF
              WHEN 'A' WHEN 'a'
                 MOVE 'A' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 4000-APPROVE-AMENDMENT THRU 4000-EXIT
                 END-IF
              WHEN 'R' WHEN 'r'
                 MOVE 'R' TO OA-ACTION
                 MOVE 3 TO OA-REQUIRED-LEVEL
                 PERFORM 0200-CHECK-AUTHORITY
                 IF OA-VALID-SW = 'Y'
                    PERFORM 5000-REJECT-AMENDMENT THRU 5000-EXIT
                 END-IF
              WHEN 'X' WHEN 'x'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "無效的選項，請重新輸入"
           END-EVALUATE.

      *----------------------------------------------------------*
      *    輸入更正: 成績須已在成績檔，同一成績不可同時有兩筆
      *    待核更正; 更正暫存於更正檔，待主管核准後才生效
      *----------------------------------------------------------*
       2000-ENTER-AMENDMENT.
           PERFORM 6000-GET-GRADE-KEY.
           PERFORM 6100-FIND-GRADE.
           IF WS-GRD-FOUND-SW = 'N'
              DISPLAY "錯誤: 成績檔查無此筆成績，"
                  "新成績請以GRADLOAD載入"
              GO TO 2000-EXIT
           END-IF.
           MOVE GRD-SCORE TO WS-CURRENT-SCORE.

           PERFORM 6200-FIND-AMENDMENT.
           IF WS-AMD-FOUND-SW = 'Y' AND AMD-STATUS = 'P'
              DISPLAY "錯誤: 此成績已有待核更正 新成績="
                  AMD-NEW-SCORE " 輸入者=" AMD-ENTERED-BY
              GO TO 2000-EXIT
           END-IF.
      *    已核准而成績單尚未補印者，須待GRDAMRPT列出後才可再更正
           IF WS-AMD-FOUND-SW = 'Y' AND AMD-REPRINT-SW = 'Y'
              DISPLAY "錯誤: 前次更正尚待補印成績單"
                  " 新成績=" AMD-NEW-SCORE
                  " 核准日=" AMD-DECIDE-DATE
              DISPLAY "請先執行GRDAMRPT補印後再更正"
              GO TO 2000-EXIT
           END-IF.

           DISPLAY "學號=" WS-SEARCH-ID " 學期=" WS-SEARCH-TERM
               " 科目=" WS-SEARCH-SUBJECT
               " 目前成績=" WS-CURRENT-SCORE.
           DISPLAY "請輸入更正後成績 (0-100): ".
           ACCEPT WS-SCORE-BUFFER.
           IF WS-SCORE-BUFFER NOT NUMERIC OR WS-SCORE-BUFFER > 100
              DISPLAY "錯誤: 成績須為0至100"
              GO TO 2000-EXIT
           END-IF.
           IF WS-SCORE-BUFFER = WS-CURRENT-SCORE
              DISPLAY "錯誤: 新成績與目前成績相同"
              GO TO 2000-EXIT
           END-IF.

           PERFORM 7500-GET-REASON-CODE.
           IF WS-REASON-OK-SW = 'N'
              DISPLAY "錯誤: 原因代碼不正確"
              GO TO 2000-EXIT
           END-IF.

           DISPLAY "成績 " WS-CURRENT-SCORE " -> " WS-SCORE-BUFFER
               " 原因=" WS-REASON-CODE.
           DISPLAY "請確認送出更正 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已取消更正"
              GO TO 2000-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O GRADE-AMEND-FILE.
           IF WS-AMD-STATUS = "35"
              OPEN OUTPUT GRADE-AMEND-FILE
              CLOSE GRADE-AMEND-FILE
              OPEN I-O GRADE-AMEND-FILE
           END-IF.
           MOVE WS-SEARCH-ID TO AMD-STU-ID.
           MOVE WS-SEARCH-TERM TO AMD-TERM.
           MOVE WS-SEARCH-SUBJECT TO AMD-SUBJECT.
           MOVE WS-CURRENT-SCORE TO AMD-OLD-SCORE.
           MOVE WS-SCORE-BUFFER TO AMD-NEW-SCORE.
           MOVE WS-REASON-CODE TO AMD-REASON-CODE.
           MOVE 'P' TO AMD-STATUS.
           MOVE WS-OPERATOR TO AMD-ENTERED-BY.
           MOVE WS-TODAY TO AMD-ENTER-DATE.
           MOVE SPACES TO AMD-DECIDED-BY.
           MOVE 0 TO AMD-DECIDE-DATE.
           MOVE 'N' TO AMD-REPRINT-SW.

      *    同一成績先前已結案(且已補印)的更正紀錄由新的待核
      *    更正取代，歷次生效的更正仍保留於成績異動日誌
           IF WS-AMD-FOUND-SW = 'Y'
              REWRITE GRADE-AMEND-REC
                  INVALID KEY DISPLAY "錯誤: 更正寫入失敗"
                  NOT INVALID KEY
                     DISPLAY "更正已送出，待主管核准"
              END-REWRITE
           ELSE
              WRITE GRADE-AMEND-REC
                  INVALID KEY DISPLAY "錯誤: 更正寫入失敗"
                  NOT INVALID KEY
                     DISPLAY "更正已送出，待主管核准"
              END-WRITE
           END-IF.
           CLOSE GRADE-AMEND-FILE.
       2000-EXIT.
           EXIT.

      *    待核清單: 依學號/學期/科目順序列出全部待核更正
       3000-LIST-PENDING.
           OPEN INPUT GRADE-AMEND-FILE.
           IF WS-AMD-STATUS = "35"
              DISPLAY "目前沒有任何更正紀錄"
              GO TO 3000-EXIT
           END-IF.

           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 'N' TO WS-AMD-EOF-SW.
           PERFORM 3100-READ-NEXT-AMENDMENT.
           PERFORM 3200-SHOW-ONE-PENDING
              UNTIL WS-AMD-EOF-SW = 'Y'.
           CLOSE GRADE-AMEND-FILE.
           DISPLAY "待核更正筆數=" WS-PENDING-COUNT.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-AMENDMENT.
           READ GRADE-AMEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AMD-EOF-SW
           END-READ.

       3200-SHOW-ONE-PENDING.
           IF AMD-STATUS = 'P'
              ADD 1 TO WS-PENDING-COUNT
              DISPLAY AMD-STU-ID " " AMD-TERM " " AMD-SUBJECT
                  " " AMD-OLD-SCORE " -> " AMD-NEW-SCORE
                  " 原因=" AMD-REASON-CODE
                  " 輸入=" AMD-ENTERED-BY " " AMD-ENTER-DATE
           END-IF.
           PERFORM 3100-READ-NEXT-AMENDMENT.

      *----------------------------------------------------------*
      *    核准: 須由輸入者以外的主管核准; 成績檔現值須仍為
      *    輸入時的原成績，否則視為已被他人異動而拒絕核准
      *----------------------------------------------------------*
       4000-APPROVE-AMENDMENT.
           PERFORM 6000-GET-GRADE-KEY.
           PERFORM 6200-FIND-AMENDMENT.
           IF WS-AMD-FOUND-SW = 'N' OR AMD-STATUS NOT = 'P'
              DISPLAY "錯誤: 查無此筆待核更正"
              GO TO 4000-EXIT
           END-IF.
           IF AMD-ENTERED-BY = WS-OPERATOR
              DISPLAY "錯誤: 不可核准自己輸入的更正"
              GO TO 4000-EXIT
           END-IF.

           PERFORM 7600-SHOW-AMENDMENT.
           DISPLAY "請確認核准並更新成績檔 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已取消核准"
              GO TO 4000-EXIT
           END-IF.

           OPEN I-O GRADE-MASTER-FILE.
           MOVE AMD-STU-ID TO GRD-STU-ID.
           MOVE AMD-TERM TO GRD-TERM.
           MOVE AMD-SUBJECT TO GRD-SUBJECT.
           MOVE 'Y' TO WS-GRD-FOUND-SW.
           READ GRADE-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-GRD-FOUND-SW
           END-READ.
           IF WS-GRD-FOUND-SW = 'N'
              DISPLAY "錯誤: 成績檔已無此筆成績，"
                  "請退回更正"
              CLOSE GRADE-MASTER-FILE
              GO TO 4000-EXIT
           END-IF.
           IF GRD-SCORE NOT = AMD-OLD-SCORE
              DISPLAY "錯誤: 成績已異動為" GRD-SCORE
                  "，與輸入時不同，請退回後重新輸入"
              CLOSE GRADE-MASTER-FILE
              GO TO 4000-EXIT
           END-IF.

           MOVE AMD-NEW-SCORE TO GRD-SCORE.
           REWRITE GRADE-REC
               INVALID KEY
                  DISPLAY "錯誤: 成績檔回寫失敗"
                  MOVE 'N' TO WS-GRD-FOUND-SW
           END-REWRITE.
           CLOSE GRADE-MASTER-FILE.
           IF WS-GRD-FOUND-SW = 'N'
              GO TO 4000-EXIT
           END-IF.

           PERFORM 7000-WRITE-GRADE-JOURNAL.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'A' TO AMD-STATUS.
           MOVE WS-OPERATOR TO AMD-DECIDED-BY.
           MOVE WS-TODAY TO AMD-DECIDE-DATE.
           MOVE 'Y' TO AMD-REPRINT-SW.
           PERFORM 6300-REWRITE-AMENDMENT.
           DISPLAY "已核准，成績檔已更新"
               "並記入異動日誌".
       4000-EXIT.
           EXIT.

       5000-REJECT-AMENDMENT.
           PERFORM 6000-GET-GRADE-KEY.
           PERFORM 6200-FIND-AMENDMENT.
           IF WS-AMD-FOUND-SW = 'N' OR AMD-STATUS NOT = 'P'
              DISPLAY "錯誤: 查無此筆待核更正"
              GO TO 5000-EXIT
           END-IF.

           PERFORM 7600-SHOW-AMENDMENT.
           DISPLAY "請確認退回此更正 (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              DISPLAY "已取消退回"
              GO TO 5000-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'R' TO AMD-STATUS.
           MOVE WS-OPERATOR TO AMD-DECIDED-BY.
           MOVE WS-TODAY TO AMD-DECIDE-DATE.
           MOVE 'N' TO AMD-REPRINT-SW.
           PERFORM 6300-REWRITE-AMENDMENT.
           DISPLAY "更正已退回，成績檔未異動".
       5000-EXIT.
           EXIT.

       6000-GET-GRADE-KEY.
           DISPLAY "請輸入學號: ".
           ACCEPT WS-SEARCH-ID.
           DISPLAY "請輸入學期: ".
           MOVE SPACES TO WS-SEARCH-TERM.
           ACCEPT WS-SEARCH-TERM.
           DISPLAY "請輸入科目: ".
           MOVE SPACES TO WS-SEARCH-SUBJECT.
           ACCEPT WS-SEARCH-SUBJECT.

       6100-FIND-GRADE.
           MOVE 'N' TO WS-GRD-FOUND-SW.
           OPEN INPUT GRADE-MASTER-FILE.
           IF WS-GRADE-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO GRD-STU-ID
              MOVE WS-SEARCH-TERM TO GRD-TERM
              MOVE WS-SEARCH-SUBJECT TO GRD-SUBJECT
              READ GRADE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-GRD-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-GRD-FOUND-SW
              END-READ
              CLOSE GRADE-MASTER-FILE
           END-IF.

       6200-FIND-AMENDMENT.
           MOVE 'N' TO WS-AMD-FOUND-SW.
           OPEN INPUT GRADE-AMEND-FILE.
           IF WS-AMD-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO AMD-STU-ID
              MOVE WS-SEARCH-TERM TO AMD-TERM
              MOVE WS-SEARCH-SUBJECT TO AMD-SUBJECT
              READ GRADE-AMEND-FILE
                  INVALID KEY MOVE 'N' TO WS-AMD-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-AMD-FOUND-SW
              END-READ
              CLOSE GRADE-AMEND-FILE
           END-IF.

       6300-REWRITE-AMENDMENT.
           OPEN I-O GRADE-AMEND-FILE.
           REWRITE GRADE-AMEND-REC
               INVALID KEY DISPLAY "錯誤: 更正檔回寫失敗"
           END-REWRITE.
           CLOSE GRADE-AMEND-FILE.

      *    成績異動日誌: 更正前後成績、原因、輸入者與核准者
       7000-WRITE-GRADE-JOURNAL.
           OPEN EXTEND GRADE-JOURNAL-FILE.
           IF WS-GJRN-STATUS = "35"
              OPEN OUTPUT GRADE-JOURNAL-FILE
           END-IF.

           ACCEPT GJRN-DATE FROM DATE YYYYMMDD.
           ACCEPT GJRN-TIME FROM TIME.
           MOVE AMD-STU-ID TO GJRN-STU-ID.
           MOVE AMD-TERM TO GJRN-TERM.
           MOVE AMD-SUBJECT TO GJRN-SUBJECT.
           MOVE AMD-OLD-SCORE TO GJRN-OLD-SCORE.
           MOVE AMD-NEW-SCORE TO GJRN-NEW-SCORE.
           MOVE AMD-REASON-CODE TO GJRN-REASON-CODE.
           MOVE AMD-ENTERED-BY TO GJRN-ENTERED-BY.
           MOVE WS-OPERATOR TO GJRN-APPROVED-BY.
           WRITE GRADE-JOURNAL-REC.
           CLOSE GRADE-JOURNAL-FILE.

       7500-GET-REASON-CODE.
           PERFORM 7550-SHOW-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 5.
           DISPLAY "請輸入更正原因代碼 (3碼): ".
           MOVE SPACES TO WS-REASON-CODE.
           ACCEPT WS-REASON-CODE.
           MOVE 'N' TO WS-REASON-OK-SW.
           PERFORM 7560-MATCH-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 5 OR WS-REASON-OK-SW = 'Y'.

       7550-SHOW-ONE-REASON.
           DISPLAY "  " WS-RSN-CODE(WS-REASON-IDX) " "
               WS-RSN-DESC(WS-REASON-IDX).

       7560-MATCH-ONE-REASON.
           IF WS-RSN-CODE(WS-REASON-IDX) = WS-REASON-CODE
              MOVE 'Y' TO WS-REASON-OK-SW
           END-IF.

       7600-SHOW-AMENDMENT.
           DISPLAY "學號=" AMD-STU-ID " 學期=" AMD-TERM
               " 科目=" AMD-SUBJECT.
           DISPLAY "成績 " AMD-OLD-SCORE " -> " AMD-NEW-SCORE
               " 原因=" AMD-REASON-CODE.
           DISPLAY "輸入者=" AMD-ENTERED-BY
               " 輸入日=" AMD-ENTER-DATE.
