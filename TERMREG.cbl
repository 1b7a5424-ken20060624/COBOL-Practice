      *========================================================*
      *  PROGRAM-ID. TERMREG                                    *
      *  PURPOSE: BATCH TERM REGISTRATION.  READS THE HDR/TRL   *
      *  CONTROLLED COURSE-REQUEST FILE (ONE RECORD PER STUDENT *
      *  WITH UP TO SIX RANKED COURSE CHOICES) AND GIVES OUT    *
      *  SEATS IN PRIORITY ORDER - HIGHER MSTR-GRADE-LEVEL      *
      *  FIRST, THEN EARLIER REQUEST DATE.  EACH CHOICE IS      *
      *  CHECKED THE SAME WAY ENRMAINT CHECKS A DESK ENROLLMENT *
      *  (COURSE ON CRSMSTR, NOT ALREADY ENROLLED, PREREQUISITES*
      *  MET ON GRADMSTR, NO DAY/PERIOD CLASH WITH COURSES THE  *
      *  STUDENT ALREADY HOLDS OR WAS GRANTED EARLIER IN THE    *
      *  RUN); A GRANTED CHOICE IS WRITTEN TO ENRLMSTR AND      *
      *  CRS-ENROLLED IS UPDATED, A FULL COURSE PUTS THE        *
      *  STUDENT ON THE WAITLIST.  THE WHOLE FILE IS LOADED AND *
      *  THE TRAILER RECONCILED BEFORE ANY SEAT IS GIVEN OUT -  *
      *  A TRAILER MISMATCH ENDS WITH RETURN-CODE 12 AND NO     *
      *  MASTER IS TOUCHED.  BAD REQUEST RECORDS GO TO THE      *
      *  SHOP-STANDARD BAD-RECORD FILE.  OUTPUT IS A PER-STUDENT*
      *  CONFIRMATION OF EVERY CHOICE: GRANTED, WAITLISTED OR   *
      *  REFUSED WITH THE REASON.                               *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TERMREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-IN-FILE ASSIGN TO "TREGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-IN-STATUS.
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
           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WS-WAIT-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "GRADMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT CONFIRM-REPORT-FILE ASSIGN TO "TREGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BAD-RECORD-FILE ASSIGN TO "TREGBAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-IN-FILE.
       01  REQUEST-IN-REC.
           05 RQ-STU-ID        PIC 9(06).
           05 RQ-REQ-DATE      PIC 9(08).
           05 RQ-CHOICES.
              10 RQ-CHOICE     PIC X(06) OCCURS 6 TIMES.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  ENROLLMENT-FILE.
       COPY ENRLRCFM.

       FD  WAITLIST-FILE.
       COPY WAITLSFM.

       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  CONFIRM-REPORT-FILE.
       01  CONFIRM-REPORT-REC  PIC X(100).

       FD  BAD-RECORD-FILE.
       COPY BADRECFM.

       WORKING-STORAGE SECTION.
       01  WS-REQ-IN-STATUS    PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-ENRL-STATUS      PIC X(2).
       01  WS-WAIT-STATUS      PIC X(2).
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-BAD-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-REASON-BUFFER    PIC X(30).
       01  WS-RESULT-TEXT      PIC X(50).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACCEPT-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-GRANT-COUNT      PIC 9(6) VALUE 0.
       01  WS-WAITLIST-COUNT   PIC 9(6) VALUE 0.
       01  WS-REFUSE-COUNT     PIC 9(6) VALUE 0.

       01  WS-FILE-DATE        PIC X(8).
       01  WS-TRAILER-SW       PIC X(1) VALUE 'N'.
       01  WS-TRL-COUNT        PIC 9(6).

      *    申請表: 載入時依優先順序插入 (年級高者先，同年級
      *    申請日早者先，再依檔案順序)
       01  WS-REQ-USED         PIC 9(4) VALUE 0.
       01  WS-REQ-IDX          PIC 9(4).
       01  WS-INS-POS          PIC 9(4).
       01  WS-MOVE-IDX         PIC 9(4).
       01  WS-NEW-SORT-KEY     PIC 9(16).
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 2000 TIMES.
              10 WS-REQ-SORT-KEY    PIC 9(16).
              10 WS-REQ-STU-ID      PIC 9(6).
              10 WS-REQ-NAME        PIC X(20).
              10 WS-REQ-GRADE       PIC 9(2).
              10 WS-REQ-DATE        PIC 9(8).
              10 WS-REQ-CHOICES     PIC X(36).
       01  WS-CHOICE-AREA.
           05 WS-CHOICE         PIC X(6) OCCURS 6 TIMES.
       01  WS-CHOICE-IDX       PIC 9(1).

      *    已選課時段表: 既有選課及本批核准者，供衝堂比對
       01  WS-SLT-USED         PIC 9(5) VALUE 0.
       01  WS-SLT-IDX          PIC 9(5).
       01  WS-SLT-TABLE.
           05 WS-SLT-ENTRY OCCURS 20000 TIMES.
              10 WS-SLT-STU-ID      PIC 9(6).
              10 WS-SLT-DAY         PIC 9(1).
              10 WS-SLT-PERIOD      PIC 9(2).
              10 WS-SLT-CODE        PIC X(6).
       01  WS-CURRENT-ID       PIC 9(6).
       01  WS-CURRENT-CODE     PIC X(6).
       01  WS-CLASH-SW         PIC X(1).
       01  WS-CLASH-CODE       PIC X(6).

      *    先修檢查: 各先修項目於成績檔中的最佳成績
       01  WS-PRQ-IDX          PIC 9(1).
       01  WS-PRQ-UNMET-COUNT  PIC 9(1).
       01  WS-PRQ-UNMET-SUBJ   PIC X(10).
       01  WS-GRD-EOF-SW       PIC X(1).
       01  WS-PRQ-RESULTS.
           05 WS-PRQ-RESULT OCCURS 4 TIMES.
              10 WS-PRQ-FOUND-SW    PIC X(1).
              10 WS-PRQ-BEST-SCORE  PIC 9(3).

      *    候補: 取該課程最大順位+1，同一學生不重複候補
       01  WS-WAIT-EOF-SW      PIC X(1).
       01  WS-WAIT-DUP-SW      PIC X(1).
       01  WS-NEXT-SEQ         PIC 9(3).

       COPY DTVALPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 學期批次選課 ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "TERMREG" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT CONFIRM-REPORT-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN OUTPUT BAD-RECORD-FILE.
           OPEN INPUT REQUEST-IN-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1000-READ-NEXT-REQUEST.
           PERFORM 1100-LOAD-ONE-REQUEST THRU 1100-EXIT
              UNTIL WS-EOF-SW = 'Y'.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE REQUEST-IN-FILE.
           CLOSE BAD-RECORD-FILE.

      *    尾錄調節通過才分配名額，避免以不完整的申請檔異動主檔
           PERFORM 3500-RECONCILE-TRAILER.
           IF RETURN-CODE = 12
              MOVE SPACES TO CONFIRM-REPORT-REC
              STRING "*** 申請檔尾錄調節失敗，"
                  "本次未分配任何名額 ***"
                  DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
              END-STRING
              WRITE CONFIRM-REPORT-REC
           ELSE
              PERFORM 1500-OPEN-MASTERS
              PERFORM 1600-LOAD-EXISTING-SLOTS
              PERFORM 2000-REGISTER-ONE-STUDENT
                  VARYING WS-REQ-IDX FROM 1 BY 1
                  UNTIL WS-REQ-IDX > WS-REQ-USED
              CLOSE GRADE-MASTER-FILE
              CLOSE WAITLIST-FILE
              CLOSE ENROLLMENT-FILE
              CLOSE COURSE-MASTER-FILE
              PERFORM 3000-PRINT-TOTALS
           END-IF.

           CLOSE CONFIRM-REPORT-FILE.

           DISPLAY "批次選課完成 讀取=" WS-READ-COUNT
               " 學生=" WS-ACCEPT-COUNT " 拒絕=" WS-REJECT-COUNT.
           DISPLAY "核准=" WS-GRANT-COUNT
               " 候補=" WS-WAITLIST-COUNT " 未准=" WS-REFUSE-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-ACCEPT-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0500-PRINT-HEADER.
           MOVE SPACES TO CONFIRM-REPORT-REC.
           STRING "學期批次選課確認單  執行日期="
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
           END-STRING.
           WRITE CONFIRM-REPORT-REC.

      *    頭錄HDR+建檔日、尾錄TRL+預期筆數; 控制紀錄不進入處理
       1000-READ-NEXT-REQUEST.
           READ REQUEST-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW = 'N' AND REQUEST-IN-REC(1:3) = "HDR"
              MOVE REQUEST-IN-REC(4:8) TO WS-FILE-DATE
              DISPLAY "選課申請檔建檔日=" WS-FILE-DATE
              READ REQUEST-IN-FILE
                  AT END MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-IF.
           IF WS-EOF-SW = 'N' AND REQUEST-IN-REC(1:3) = "TRL"
              MOVE 'Y' TO WS-TRAILER-SW
              MOVE REQUEST-IN-REC(4:6) TO WS-TRL-COUNT
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       1100-LOAD-ONE-REQUEST.
           ADD 1 TO WS-READ-COUNT.

           IF RQ-STU-ID NOT NUMERIC
              MOVE "學號非數字" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.

           IF RQ-REQ-DATE NOT NUMERIC
              MOVE "申請日非數字" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.
           MOVE 'V' TO DT-FUNCTION.
           MOVE RQ-REQ-DATE(1:4) TO DT-YYYY.
           MOVE RQ-REQ-DATE(5:2) TO DT-MM.
           MOVE RQ-REQ-DATE(7:2) TO DT-DD.
           CALL "DTVALID" USING DTVALPRM.
           IF DT-VALID-SW = 'N'
              MOVE "申請日無效" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.

           IF RQ-CHOICES = SPACES
              MOVE "未填任何志願課程" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.

           MOVE 'Y' TO WS-FOUND-SW.
           MOVE RQ-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'N'
              MOVE "主檔查無此學號" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.
           IF MSTR-STATUS = 'G'
              MOVE "學生已畢業" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1200-CHECK-DUPLICATE-STUDENT
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > WS-REQ-USED OR
                     WS-FOUND-SW = 'Y'.
           IF WS-FOUND-SW = 'Y'
              MOVE "同一學生重複申請" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.

           IF WS-REQ-USED >= 2000
              MOVE "申請表已滿" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 1100-EXIT
           END-IF.

           PERFORM 1300-INSERT-REQUEST.
           ADD 1 TO WS-ACCEPT-COUNT.
       1100-EXIT.
           PERFORM 1000-READ-NEXT-REQUEST.

       1200-CHECK-DUPLICATE-STUDENT.
           IF WS-REQ-STU-ID(WS-MOVE-IDX) = RQ-STU-ID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      *    依優先鍵插入: (99-年級) + 申請日 + 讀入序號，找出第一個
      *    鍵值較大的位置，其後各筆往後移一格
      *----------------------------------------------------------*
       1300-INSERT-REQUEST.
           COMPUTE WS-NEW-SORT-KEY =
               (99 - MSTR-GRADE-LEVEL) * 100000000000000
               + RQ-REQ-DATE * 1000000 + WS-READ-COUNT.

           COMPUTE WS-INS-POS = WS-REQ-USED + 1.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1350-FIND-INSERT-POSITION
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > WS-REQ-USED OR
                     WS-FOUND-SW = 'Y'.

           PERFORM 1380-SHIFT-ONE-ENTRY
               VARYING WS-MOVE-IDX FROM WS-REQ-USED BY -1
               UNTIL WS-MOVE-IDX < WS-INS-POS.

           ADD 1 TO WS-REQ-USED.
           MOVE WS-NEW-SORT-KEY TO WS-REQ-SORT-KEY(WS-INS-POS).
           MOVE RQ-STU-ID TO WS-REQ-STU-ID(WS-INS-POS).
           MOVE MSTR-STU-NAME TO WS-REQ-NAME(WS-INS-POS).
           MOVE MSTR-GRADE-LEVEL TO WS-REQ-GRADE(WS-INS-POS).
           MOVE RQ-REQ-DATE TO WS-REQ-DATE(WS-INS-POS).
           MOVE RQ-CHOICES TO WS-REQ-CHOICES(WS-INS-POS).

       1350-FIND-INSERT-POSITION.
           IF WS-REQ-SORT-KEY(WS-MOVE-IDX) > WS-NEW-SORT-KEY
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-MOVE-IDX TO WS-INS-POS
           END-IF.

       1380-SHIFT-ONE-ENTRY.
           MOVE WS-REQ-ENTRY(WS-MOVE-IDX)
               TO WS-REQ-ENTRY(WS-MOVE-IDX + 1).

       1500-OPEN-MASTERS.
           OPEN I-O COURSE-MASTER-FILE.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
              OPEN OUTPUT ENROLLMENT-FILE
              CLOSE ENROLLMENT-FILE
              OPEN I-O ENROLLMENT-FILE
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAIT-STATUS = "35"
              OPEN OUTPUT WAITLIST-FILE
              CLOSE WAITLIST-FILE
              OPEN I-O WAITLIST-FILE
           END-IF.
           OPEN INPUT GRADE-MASTER-FILE.

      *    既有選課: 已排課者(星期/節次非零)載入時段表
       1600-LOAD-EXISTING-SLOTS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1650-READ-NEXT-ENROLLMENT.
           PERFORM 1700-STORE-EXISTING-SLOT
               UNTIL WS-EOF-SW = 'Y'.

       1650-READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1700-STORE-EXISTING-SLOT.
           MOVE ENRL-COURSE-CODE TO CRS-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE ENRL-STU-ID TO WS-CURRENT-ID
                  PERFORM 2800-ADD-SLOT
           END-READ.
           PERFORM 1650-READ-NEXT-ENROLLMENT.

      *----------------------------------------------------------*
      *    每位學生: 確認單表頭後，依志願順序逐一處理
      *----------------------------------------------------------*
       2000-REGISTER-ONE-STUDENT.
           MOVE WS-REQ-STU-ID(WS-REQ-IDX) TO WS-CURRENT-ID.
           MOVE WS-REQ-CHOICES(WS-REQ-IDX) TO WS-CHOICE-AREA.

           MOVE SPACES TO CONFIRM-REPORT-REC.
           STRING "--- 學號=" WS-CURRENT-ID
               " 姓名=" WS-REQ-NAME(WS-REQ-IDX)
               " 年級=" WS-REQ-GRADE(WS-REQ-IDX)
               " 申請日=" WS-REQ-DATE(WS-REQ-IDX) " ---"
               DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
           END-STRING.
           WRITE CONFIRM-REPORT-REC.

           PERFORM 2100-PROCESS-ONE-CHOICE THRU 2100-EXIT
               VARYING WS-CHOICE-IDX FROM 1 BY 1
               UNTIL WS-CHOICE-IDX > 6.

       2100-PROCESS-ONE-CHOICE.
           IF WS-CHOICE(WS-CHOICE-IDX) = SPACES
              GO TO 2100-EXIT
           END-IF.
           MOVE WS-CHOICE(WS-CHOICE-IDX) TO WS-CURRENT-CODE.
           MOVE SPACES TO CRS-COURSE-TITLE.

           MOVE WS-CURRENT-CODE TO CRS-COURSE-CODE.
           MOVE 'Y' TO WS-FOUND-SW.
           READ COURSE-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'N'
              MOVE "未准: 課程代碼不存在" TO WS-RESULT-TEXT
              PERFORM 2900-PRINT-REFUSAL
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-CURRENT-CODE TO ENRL-COURSE-CODE.
           MOVE WS-CURRENT-ID TO ENRL-STU-ID.
           MOVE 'Y' TO WS-FOUND-SW.
           READ ENROLLMENT-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'Y'
              MOVE "未准: 已選修此課程" TO WS-RESULT-TEXT
              PERFORM 2900-PRINT-REFUSAL
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-CHECK-PREREQUISITES THRU 2200-EXIT.
           IF WS-PRQ-UNMET-COUNT > 0
              MOVE SPACES TO WS-RESULT-TEXT
              STRING "未准: 未達先修條件 科目="
                  WS-PRQ-UNMET-SUBJ
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-PRINT-REFUSAL
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2500-CHECK-CLASH.
           IF WS-CLASH-SW = 'Y'
              MOVE SPACES TO WS-RESULT-TEXT
              STRING "未准: 上課時段衝堂 衝堂課程="
                  WS-CLASH-CODE
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-PRINT-REFUSAL
              GO TO 2100-EXIT
           END-IF.

           IF CRS-ENROLLED >= CRS-CAPACITY
              PERFORM 2700-ADD-TO-WAITLIST THRU 2700-EXIT
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2600-GRANT-SEAT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    先修檢查: 與ENRMAINT相同，6碼先修比對成績科目前6碼，
      *    取各項最佳成績; 批次無主管越過，未達即不准
      *----------------------------------------------------------*
       2200-CHECK-PREREQUISITES.
           MOVE 0 TO WS-PRQ-UNMET-COUNT.
           MOVE SPACES TO WS-PRQ-UNMET-SUBJ.
           PERFORM 2210-CLEAR-ONE-RESULT
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           IF CRS-PREREQ-TABLE = SPACES
              GO TO 2200-EXIT
           END-IF.

           IF WS-GRADE-STATUS NOT = "35"
              MOVE 'N' TO WS-GRD-EOF-SW
              MOVE WS-CURRENT-ID TO GRD-STU-ID
              MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT
              START GRADE-MASTER-FILE KEY >= GRD-KEY
                  INVALID KEY MOVE 'Y' TO WS-GRD-EOF-SW
              END-START
              IF WS-GRD-EOF-SW = 'N'
                 PERFORM 2250-READ-NEXT-GRADE
              END-IF
              PERFORM 2260-APPLY-ONE-GRADE
                  UNTIL WS-GRD-EOF-SW = 'Y'
           END-IF.

           PERFORM 2300-EVALUATE-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
       2200-EXIT.
           EXIT.

       2210-CLEAR-ONE-RESULT.
           MOVE 'N' TO WS-PRQ-FOUND-SW(WS-PRQ-IDX).
           MOVE 0 TO WS-PRQ-BEST-SCORE(WS-PRQ-IDX).

       2250-READ-NEXT-GRADE.
           READ GRADE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GRD-EOF-SW
           END-READ.
           IF WS-GRD-EOF-SW = 'N' AND
              GRD-STU-ID NOT = WS-CURRENT-ID
              MOVE 'Y' TO WS-GRD-EOF-SW
           END-IF.

       2260-APPLY-ONE-GRADE.
           PERFORM 2270-MATCH-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4.
           PERFORM 2250-READ-NEXT-GRADE.

       2270-MATCH-ONE-PREREQ.
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

       2300-EVALUATE-ONE-PREREQ.
           IF CRS-PREREQ-SUBJECT(WS-PRQ-IDX) NOT = SPACES
              IF WS-PRQ-FOUND-SW(WS-PRQ-IDX) = 'N' OR
                 WS-PRQ-BEST-SCORE(WS-PRQ-IDX) <
                 CRS-PREREQ-MIN-SCORE(WS-PRQ-IDX)
                 ADD 1 TO WS-PRQ-UNMET-COUNT
                 IF WS-PRQ-UNMET-SUBJ = SPACES
                    MOVE CRS-PREREQ-SUBJECT(WS-PRQ-IDX)
                        TO WS-PRQ-UNMET-SUBJ
                 END-IF
              END-IF
           END-IF.

      *    衝堂: 與該生已選(含本批已核准)課程同星期同節次
       2500-CHECK-CLASH.
           MOVE 'N' TO WS-CLASH-SW.
           IF CRS-MEET-DAY NOT = 0 AND CRS-MEET-PERIOD NOT = 0
              PERFORM 2550-CHECK-ONE-SLOT
                  VARYING WS-SLT-IDX FROM 1 BY 1
                  UNTIL WS-SLT-IDX > WS-SLT-USED OR
                        WS-CLASH-SW = 'Y'
           END-IF.

       2550-CHECK-ONE-SLOT.
           IF WS-SLT-STU-ID(WS-SLT-IDX) = WS-CURRENT-ID AND
              WS-SLT-DAY(WS-SLT-IDX) = CRS-MEET-DAY AND
              WS-SLT-PERIOD(WS-SLT-IDX) = CRS-MEET-PERIOD
              MOVE 'Y' TO WS-CLASH-SW
              MOVE WS-SLT-CODE(WS-SLT-IDX) TO WS-CLASH-CODE
           END-IF.

       2600-GRANT-SEAT.
           MOVE WS-CURRENT-CODE TO ENRL-COURSE-CODE.
           MOVE WS-CURRENT-ID TO ENRL-STU-ID.
           MOVE WS-RUN-DATE TO ENRL-ENROLL-DATE.
           WRITE ENROLLMENT-REC
               INVALID KEY
                  MOVE "未准: 選課寫入失敗" TO WS-RESULT-TEXT
                  PERFORM 2900-PRINT-REFUSAL
               NOT INVALID KEY
                  ADD 1 TO CRS-ENROLLED
                  REWRITE COURSE-MASTER-REC
                      INVALID KEY
                         DISPLAY "錯誤: 課程人數更新失敗 "
                             CRS-COURSE-CODE
                  END-REWRITE
                  PERFORM 2800-ADD-SLOT
                  ADD 1 TO WS-GRANT-COUNT
                  MOVE SPACES TO CONFIRM-REPORT-REC
                  STRING "  志願" WS-CHOICE-IDX " "
                      WS-CURRENT-CODE " " CRS-COURSE-TITLE
                      " 已選課"
                      DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
                  END-STRING
                  WRITE CONFIRM-REPORT-REC
           END-WRITE.

      *----------------------------------------------------------*
      *    額滿候補: 依課程掃描候補檔取最大順位，同一學生不可
      *    重複候補，順位=最大+1 (與ENRMAINT相同)
      *----------------------------------------------------------*
       2700-ADD-TO-WAITLIST.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE 'N' TO WS-WAIT-DUP-SW.
           MOVE 'N' TO WS-WAIT-EOF-SW.
           MOVE WS-CURRENT-CODE TO WAIT-COURSE-CODE.
           MOVE 0 TO WAIT-SEQ.
           START WAITLIST-FILE KEY >= WAIT-KEY
               INVALID KEY MOVE 'Y' TO WS-WAIT-EOF-SW
           END-START.
           IF WS-WAIT-EOF-SW = 'N'
              PERFORM 2750-READ-NEXT-WAIT
           END-IF.
           PERFORM 2760-SCAN-WAIT-ENTRY
              UNTIL WS-WAIT-EOF-SW = 'Y'.

           IF WS-WAIT-DUP-SW = 'Y'
              MOVE "未准: 額滿且已在候補名單中"
                  TO WS-RESULT-TEXT
              PERFORM 2900-PRINT-REFUSAL
              GO TO 2700-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-SEQ.
           MOVE WS-CURRENT-CODE TO WAIT-COURSE-CODE.
           MOVE WS-NEXT-SEQ TO WAIT-SEQ.
           MOVE WS-CURRENT-ID TO WAIT-STU-ID.
           MOVE WS-RUN-DATE TO WAIT-DATE.
           WRITE WAITLIST-REC
               INVALID KEY
                  MOVE "未准: 額滿且候補登錄失敗"
                      TO WS-RESULT-TEXT
                  PERFORM 2900-PRINT-REFUSAL
               NOT INVALID KEY
                  ADD 1 TO WS-WAITLIST-COUNT
                  MOVE SPACES TO CONFIRM-REPORT-REC
                  STRING "  志願" WS-CHOICE-IDX " "
                      WS-CURRENT-CODE " " CRS-COURSE-TITLE
                      " 額滿，列入候補 順位=" WS-NEXT-SEQ
                      DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
                  END-STRING
                  WRITE CONFIRM-REPORT-REC
           END-WRITE.
       2700-EXIT.
           EXIT.

       2750-READ-NEXT-WAIT.
           READ WAITLIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-WAIT-EOF-SW
           END-READ.
           IF WS-WAIT-EOF-SW = 'N' AND
              WAIT-COURSE-CODE NOT = WS-CURRENT-CODE
              MOVE 'Y' TO WS-WAIT-EOF-SW
           END-IF.

       2760-SCAN-WAIT-ENTRY.
           MOVE WAIT-SEQ TO WS-NEXT-SEQ.
           IF WAIT-STU-ID = WS-CURRENT-ID
              MOVE 'Y' TO WS-WAIT-DUP-SW
           END-IF.
           PERFORM 2750-READ-NEXT-WAIT.

      *    時段表新增一筆 (未排課者不列入)
       2800-ADD-SLOT.
           IF CRS-MEET-DAY NOT = 0 AND CRS-MEET-PERIOD NOT = 0
              IF WS-SLT-USED < 20000
                 ADD 1 TO WS-SLT-USED
                 MOVE WS-CURRENT-ID TO WS-SLT-STU-ID(WS-SLT-USED)
                 MOVE CRS-MEET-DAY TO WS-SLT-DAY(WS-SLT-USED)
                 MOVE CRS-MEET-PERIOD TO WS-SLT-PERIOD(WS-SLT-USED)
                 MOVE CRS-COURSE-CODE TO WS-SLT-CODE(WS-SLT-USED)
              ELSE
                 DISPLAY "警告: 時段表已滿，" CRS-COURSE-CODE
                     " 學號" WS-CURRENT-ID "不列入衝堂比對"
              END-IF
           END-IF.

       2900-PRINT-REFUSAL.
           ADD 1 TO WS-REFUSE-COUNT.
           MOVE SPACES TO CONFIRM-REPORT-REC.
           STRING "  志願" WS-CHOICE-IDX " "
               WS-CURRENT-CODE " " CRS-COURSE-TITLE
               " " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
           END-STRING.
           WRITE CONFIRM-REPORT-REC.

       3000-PRINT-TOTALS.
           MOVE SPACES TO CONFIRM-REPORT-REC.
           STRING "--- 批次選課彙總 ---"
               DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
           END-STRING.
           WRITE CONFIRM-REPORT-REC.

           MOVE SPACES TO CONFIRM-REPORT-REC.
           STRING "申請筆數=" WS-READ-COUNT
               " 受理學生=" WS-ACCEPT-COUNT
               " 退件=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
           END-STRING.
           WRITE CONFIRM-REPORT-REC.

           MOVE SPACES TO CONFIRM-REPORT-REC.
           STRING "核准選課=" WS-GRANT-COUNT
               " 列入候補=" WS-WAITLIST-COUNT
               " 未准=" WS-REFUSE-COUNT
               DELIMITED BY SIZE INTO CONFIRM-REPORT-REC
           END-STRING.
           WRITE CONFIRM-REPORT-REC.

      *    尾錄調節: 筆數不符即為調節失敗，RC=12擋下後續步驟
       3500-RECONCILE-TRAILER.
           IF WS-TRAILER-SW = 'N'
              DISPLAY "*** 調節失敗: 申請檔缺少TRL尾錄 ***"
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-TRL-COUNT NOT = WS-READ-COUNT
                 DISPLAY "*** 調節失敗: 尾錄筆數=" WS-TRL-COUNT
                     " 實際=" WS-READ-COUNT " ***"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 DISPLAY "尾錄調節相符 筆數=" WS-READ-COUNT
              END-IF
           END-IF.

       8000-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 9100-WRITE-BAD-RECORD.

       9100-WRITE-BAD-RECORD.
           ACCEPT BAD-DATE FROM DATE YYYYMMDD.
           ACCEPT BAD-TIME FROM TIME.
           MOVE "TERMREG" TO BAD-PROGRAM.
           MOVE WS-REASON-BUFFER TO BAD-REASON.
           MOVE SPACES TO BAD-INPUT-DATA.
           MOVE REQUEST-IN-REC TO BAD-INPUT-DATA.
           WRITE BAD-RECORD-REC.
