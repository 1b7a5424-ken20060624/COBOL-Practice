      *========================================================*
      *  PROGRAM-ID. ADMITSTU                                   *
      *  PURPOSE: NEW-STUDENT ADMISSION RUN.  TAKES THE         *
      *  APPLICANTS WHOSE NATIONAL ID PASSED TEST3 (IDPASS,     *
      *  IDPASSFM) AND THE ADMISSIONS DECISION FILE (ADMDEC:    *
      *  APPLICATION NUMBER, A=ADMIT/D=DECLINE, ENTRY GRADE     *
      *  LEVEL, BIRTH DATE, DECLINE REASON).  EACH ADMITTED     *
      *  APPLICANT GETS THE NEXT FREE MSTR-STU-ID (ABOVE THE    *
      *  HIGHEST ON STUMSTR AND ON ALUMHIST, SO AN ARCHIVED     *
      *  ALUMNUS NUMBER IS NEVER REUSED), A STUMSTR RECORD WITH *
      *  NAME AND MSTR-NATL-ID AS VALIDATED BY TEST3, AND AN    *
      *  ADD ENTRY ON STUJRNL (ACTION A, REASON ADM).  A        *
      *  NATIONAL ID ALREADY ON STUMSTR IS NOT ADMITTED AGAIN;  *
      *  STUMSTR IS SCANNED FIRST SO SUCH APPLICANTS ARE NOT    *
      *  EVEN LOADED FROM IDPASS (ONE GENERATION PER INTAKE).   *
      *  ADMRPT IS THE ADMISSIONS REGISTER (APPLICATION NUMBER  *
      *  TO NEW STUDENT ID) AND LISTS PASSED APPLICANTS STILL   *
      *  WITHOUT A DECISION; ADMLTR HOLDS THE DECLINE LETTERS.  *
      *  RC=4 WHEN ANY DECISION WAS REJECTED, RC=12 WHEN A      *
      *  TABLE OVERFLOWED AND NOTHING WAS ADMITTED.             *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ADMITSTU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-PASS-FILE ASSIGN TO "IDPASS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.
           SELECT DECISION-FILE ASSIGN TO "ADMDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT ALUMNI-HIST-FILE ASSIGN TO "ALUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-KEY
               FILE STATUS IS WS-ALM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "STUJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT ADMIT-REPORT-FILE ASSIGN TO "ADMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DECLINE-LETTER-FILE ASSIGN TO "ADMLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-PASS-FILE.
       COPY IDPASSFM.

       FD  DECISION-FILE.
       01  DECISION-REC.
           05 DEC-APP-NO       PIC X(8).
           05 DEC-DECISION     PIC X(1).
           05 DEC-GRADE-LEVEL  PIC 9(2).
           05 DEC-BIRTH.
              10 DEC-BIRTH-YYYY PIC 9(04).
              10 DEC-BIRTH-MM   PIC 9(02).
              10 DEC-BIRTH-DD   PIC 9(02).
           05 DEC-REASON       PIC X(30).

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  ALUMNI-HIST-FILE.
       COPY ALUMHSFM.

       FD  JOURNAL-FILE.
       COPY STUJRNFM.

       FD  ADMIT-REPORT-FILE.
       01  ADMIT-REPORT-REC    PIC X(120).

       FD  DECLINE-LETTER-FILE.
       01  DECLINE-LETTER-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PASS-STATUS      PIC X(2).
       01  WS-DEC-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-ALM-STATUS       PIC X(2).
       01  WS-JRNL-STATUS      PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-LTR-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-HIGH-ID          PIC 9(6) VALUE 0.
       01  WS-SEARCH-APP-NO    PIC X(8).
       01  WS-SEARCH-NID       PIC X(10).
       01  WS-REASON-BUFFER    PIC X(30).
       01  WS-AFTER-IMAGE      PIC X(50).

       01  WS-TODAY.
           05 WS-TODAY-YYYY    PIC 9(4).
           05 WS-TODAY-MM      PIC 9(2).
           05 WS-TODAY-DD      PIC 9(2).

      *    驗證通過申請人表(依申請編號; 同一編號以先出現者為準)
      *    處理碼 空白=尚未決定 Y=本次已有決定
       01  WS-APP-USED         PIC 9(4) VALUE 0.
       01  WS-APP-IDX          PIC 9(4).
       01  WS-APP-HIT          PIC 9(4).
       01  WS-APP-TABLE.
           05 WS-APP-ENTRY OCCURS 3000 TIMES.
              10 WS-APP-NO          PIC X(8).
              10 WS-APP-ID-CARD     PIC X(10).
              10 WS-APP-NAME        PIC X(20).
              10 WS-APP-DONE-SW     PIC X(1).

      *    學生主檔已登記之身分證(含本次新增者)
       01  WS-NID-USED         PIC 9(5) VALUE 0.
       01  WS-NID-IDX          PIC 9(5).
       01  WS-NID-TABLE.
           05 WS-NID-CARD OCCURS 20000 TIMES PIC X(10).

       01  WS-TABLE-FULL-SW    PIC X(1) VALUE 'N'.

       01  WS-DEC-COUNT        PIC 9(6) VALUE 0.
       01  WS-ADMIT-COUNT      PIC 9(6) VALUE 0.
       01  WS-DECLINE-COUNT    PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(6) VALUE 0.
       01  WS-ON-FILE-COUNT    PIC 9(6) VALUE 0.

       COPY DTVALPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TODAY.

           MOVE "ADMITSTU" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT ADMIT-REPORT-FILE.
           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "新生入學登錄表  執行日=" WS-RUN-DATE
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.

           PERFORM 1200-SCAN-STUDENTS.
           PERFORM 1000-LOAD-PASSED.
           IF WS-TABLE-FULL-SW = 'Y'
              MOVE SPACES TO ADMIT-REPORT-REC
              STRING "*** 申請人或身分證對照表已滿，"
                  "本次未辦理入學 ***"
                  DELIMITED BY SIZE INTO ADMIT-REPORT-REC
              END-STRING
              WRITE ADMIT-REPORT-REC
              CLOSE ADMIT-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END-RUN
           END-IF.
           PERFORM 1400-SCAN-ALUMNI.

           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "現有最大學號(含校友檔)=" WS-HIGH-ID
               " 驗證通過申請人=" WS-APP-USED
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.

           OPEN I-O STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS = "35"
              OPEN OUTPUT STUDENT-MASTER-FILE
              CLOSE STUDENT-MASTER-FILE
              OPEN I-O STUDENT-MASTER-FILE
           END-IF.
           OPEN OUTPUT DECLINE-LETTER-FILE.
           OPEN INPUT DECISION-FILE.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-NEXT-DECISION.
           PERFORM 2000-APPLY-DECISION THRU 2000-EXIT
              UNTIL WS-EOF-SW = 'Y'.

           CLOSE DECISION-FILE.
           CLOSE DECLINE-LETTER-FILE.
           CLOSE STUDENT-MASTER-FILE.

           PERFORM 5000-LIST-UNDECIDED.
           PERFORM 8500-WRITE-TOTALS.
           CLOSE ADMIT-REPORT-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       0000-END-RUN.
           DISPLAY "入學處理完成 決定=" WS-DEC-COUNT
               " 錄取=" WS-ADMIT-COUNT " 未錄取=" WS-DECLINE-COUNT
               " 拒絕=" WS-REJECT-COUNT.

           MOVE WS-DEC-COUNT TO RS-READ-COUNT.
           COMPUTE RS-ACCEPT-COUNT = WS-ADMIT-COUNT + WS-DECLINE-COUNT.
           MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

      *----------------------------------------------------------*
      *    載入TEST3驗證通過之申請人; 身分證已在學生主檔者
      *    (先前已錄取入學)不再載入
      *----------------------------------------------------------*
       1000-LOAD-PASSED.
           OPEN INPUT ID-PASS-FILE.
           IF WS-PASS-STATUS = "35"
              GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1050-READ-NEXT-PASS.
           PERFORM 1100-ADD-ONE-PASS THRU 1100-EXIT
              UNTIL WS-EOF-SW = 'Y'.
           CLOSE ID-PASS-FILE.
       1000-EXIT.
           EXIT.

       1050-READ-NEXT-PASS.
           READ ID-PASS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1100-ADD-ONE-PASS.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE PAS-ID-CARD TO WS-SEARCH-NID.
           PERFORM 3250-MATCH-ONE-NATL-ID
               VARYING WS-NID-IDX FROM 1 BY 1
               UNTIL WS-NID-IDX > WS-NID-USED OR WS-FOUND-SW = 'Y'.
           IF WS-FOUND-SW = 'Y'
              ADD 1 TO WS-ON-FILE-COUNT
              GO TO 1100-NEXT
           END-IF.
           MOVE PAS-APP-NO TO WS-SEARCH-APP-NO.
           PERFORM 2200-FIND-APPLICANT.
           IF WS-FOUND-SW = 'Y'
              GO TO 1100-NEXT
           END-IF.
           IF WS-APP-USED >= 3000
              MOVE 'Y' TO WS-TABLE-FULL-SW
              GO TO 1100-NEXT
           END-IF.
           ADD 1 TO WS-APP-USED.
           MOVE PAS-APP-NO TO WS-APP-NO(WS-APP-USED).
           MOVE PAS-ID-CARD TO WS-APP-ID-CARD(WS-APP-USED).
           MOVE PAS-APP-NAME TO WS-APP-NAME(WS-APP-USED).
           MOVE SPACES TO WS-APP-DONE-SW(WS-APP-USED).
       1100-NEXT.
           PERFORM 1050-READ-NEXT-PASS.
       1100-EXIT.
           EXIT.

      *    學生主檔: 最大學號及已登記身分證
       1200-SCAN-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS = "35"
              GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1250-READ-NEXT-STUDENT.
           PERFORM 1300-NOTE-ONE-STUDENT
              UNTIL WS-EOF-SW = 'Y'.
           CLOSE STUDENT-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1250-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1300-NOTE-ONE-STUDENT.
           IF MSTR-STU-ID > WS-HIGH-ID
              MOVE MSTR-STU-ID TO WS-HIGH-ID
           END-IF.
           IF MSTR-NATL-ID NOT = SPACES
              IF WS-NID-USED >= 20000
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              ELSE
                 ADD 1 TO WS-NID-USED
                 MOVE MSTR-NATL-ID TO WS-NID-CARD(WS-NID-USED)
              END-IF
           END-IF.
           PERFORM 1250-READ-NEXT-STUDENT.

      *    校友檔學號不可再配發
       1400-SCAN-ALUMNI.
           OPEN INPUT ALUMNI-HIST-FILE.
           IF WS-ALM-STATUS = "35"
              GO TO 1400-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1450-READ-NEXT-ALUMNUS.
           PERFORM 1500-NOTE-ONE-ALUMNUS
              UNTIL WS-EOF-SW = 'Y'.
           CLOSE ALUMNI-HIST-FILE.
       1400-EXIT.
           EXIT.

       1450-READ-NEXT-ALUMNUS.
           READ ALUMNI-HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1500-NOTE-ONE-ALUMNUS.
           IF ALM-STU-ID > WS-HIGH-ID
              MOVE ALM-STU-ID TO WS-HIGH-ID
           END-IF.
           PERFORM 1450-READ-NEXT-ALUMNUS.

      *----------------------------------------------------------*
      *    逐筆處理錄取決定: A=錄取建檔 D=未錄取通知
      *----------------------------------------------------------*
       2000-APPLY-DECISION.
           ADD 1 TO WS-DEC-COUNT.

           MOVE DEC-APP-NO TO WS-SEARCH-APP-NO.
           PERFORM 2200-FIND-APPLICANT.
           IF WS-FOUND-SW = 'N'
              MOVE "未通過身分證驗證" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 2000-EXIT
           END-IF.
           IF WS-APP-DONE-SW(WS-APP-HIT) = 'Y'
              MOVE "同一申請編號重複決定" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 2000-EXIT
           END-IF.

           EVALUATE DEC-DECISION
              WHEN 'A'
                 PERFORM 3000-ADMIT-APPLICANT THRU 3000-EXIT
              WHEN 'D'
                 PERFORM 4000-DECLINE-APPLICANT
              WHEN OTHER
                 MOVE "決定碼須為A/D" TO WS-REASON-BUFFER
                 PERFORM 8000-REJECT-DECISION
           END-EVALUATE.
       2000-EXIT.
           PERFORM 2100-READ-NEXT-DECISION.

       2100-READ-NEXT-DECISION.
           READ DECISION-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2200-FIND-APPLICANT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-APP-HIT.
           PERFORM 2250-MATCH-ONE-APPLICANT
               VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-USED OR WS-FOUND-SW = 'Y'.

       2250-MATCH-ONE-APPLICANT.
           IF WS-APP-NO(WS-APP-IDX) = WS-SEARCH-APP-NO
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-APP-IDX TO WS-APP-HIT
           END-IF.

      *----------------------------------------------------------*
      *    錄取: 配發下一個學號，建立學生主檔並記稽核日誌
      *----------------------------------------------------------*
       3000-ADMIT-APPLICANT.
           IF DEC-GRADE-LEVEL NOT NUMERIC
              MOVE "入學年級非數字" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.
           IF DEC-GRADE-LEVEL < 1 OR DEC-GRADE-LEVEL > 20
              MOVE "入學年級須為01-20" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.

      *    同STULOAD: 生日先檢查數字格式再交給共用模組
           IF DEC-BIRTH NOT NUMERIC
              MOVE "生日非數字" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.
           MOVE 'V' TO DT-FUNCTION.
           MOVE DEC-BIRTH-YYYY TO DT-YYYY.
           MOVE DEC-BIRTH-MM TO DT-MM.
           MOVE DEC-BIRTH-DD TO DT-DD.
           CALL "DTVALID" USING DTVALPRM.
           IF DT-VALID-SW = 'N'
              MOVE DT-REASON TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-APP-ID-CARD(WS-APP-HIT) TO WS-SEARCH-NID.
           PERFORM 3250-MATCH-ONE-NATL-ID
               VARYING WS-NID-IDX FROM 1 BY 1
               UNTIL WS-NID-IDX > WS-NID-USED OR WS-FOUND-SW = 'Y'.
           IF WS-FOUND-SW = 'Y'
              MOVE "身分證已在學生主檔" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.
           IF WS-NID-USED >= 20000
              MOVE "身分證對照表已滿" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.
           IF WS-HIGH-ID = 999999
              MOVE "學號已配發完畢" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-DECISION
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-HIGH-ID.
           MOVE SPACES TO STUDENT-MASTER-REC.
           MOVE WS-HIGH-ID TO MSTR-STU-ID.
           MOVE WS-APP-NAME(WS-APP-HIT) TO MSTR-STU-NAME.
           MOVE DEC-BIRTH TO MSTR-STU-BIRTH.
           PERFORM 3500-COMPUTE-AGE.
           MOVE WS-APP-ID-CARD(WS-APP-HIT) TO MSTR-NATL-ID.
           MOVE DEC-GRADE-LEVEL TO MSTR-GRADE-LEVEL.
           MOVE 'A' TO MSTR-STATUS.
           WRITE STUDENT-MASTER-REC
               INVALID KEY
                  MOVE "主檔寫入失敗" TO WS-REASON-BUFFER
                  PERFORM 8000-REJECT-DECISION
                  GO TO 3000-EXIT
           END-WRITE.

           MOVE STUDENT-MASTER-REC TO WS-AFTER-IMAGE.
           PERFORM 3600-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-NID-USED.
           MOVE MSTR-NATL-ID TO WS-NID-CARD(WS-NID-USED).
           MOVE 'Y' TO WS-APP-DONE-SW(WS-APP-HIT).
           ADD 1 TO WS-ADMIT-COUNT.

           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "錄取 申請編號=" DEC-APP-NO
               " " WS-APP-NAME(WS-APP-HIT)
               " 身分證=" MSTR-NATL-ID
               " => 學號=" MSTR-STU-ID
               " 年級=" MSTR-GRADE-LEVEL
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.
       3000-EXIT.
           EXIT.

       3250-MATCH-ONE-NATL-ID.
           IF WS-NID-CARD(WS-NID-IDX) = WS-SEARCH-NID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       3500-COMPUTE-AGE.
           COMPUTE MSTR-STU-AGE = WS-TODAY-YYYY - MSTR-BIRTH-YYYY.

           IF WS-TODAY-MM < MSTR-BIRTH-MM
              SUBTRACT 1 FROM MSTR-STU-AGE
           ELSE
              IF WS-TODAY-MM = MSTR-BIRTH-MM AND
                 WS-TODAY-DD < MSTR-BIRTH-DD
                 SUBTRACT 1 FROM MSTR-STU-AGE
              END-IF
           END-IF.

      *    新增異動: 前影像空白，MSTRRFWD依動作A重建
       3600-WRITE-JOURNAL-ENTRY.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE "ADMITSTU" TO JRN-OPERATOR.
           MOVE 'A' TO JRN-ACTION.
           MOVE "ADM" TO JRN-REASON-CODE.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.

      *----------------------------------------------------------*
      *    未錄取: 產生通知函
      *----------------------------------------------------------*
       4000-DECLINE-APPLICANT.
           MOVE SPACES TO DECLINE-LETTER-REC.
           STRING "--- 入學申請結果通知 申請編號="
               DEC-APP-NO
               " 通知日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO DECLINE-LETTER-REC
           END-STRING.
           WRITE DECLINE-LETTER-REC.
           MOVE SPACES TO DECLINE-LETTER-REC.
           STRING "  " WS-APP-NAME(WS-APP-HIT) " 君 台鑒:"
               DELIMITED BY SIZE INTO DECLINE-LETTER-REC
           END-STRING.
           WRITE DECLINE-LETTER-REC.
           MOVE SPACES TO DECLINE-LETTER-REC.
           STRING "  您的入學申請經審查，"
               "很遺憾未獲錄取。"
               DELIMITED BY SIZE INTO DECLINE-LETTER-REC
           END-STRING.
           WRITE DECLINE-LETTER-REC.
           IF DEC-REASON NOT = SPACES
              MOVE SPACES TO DECLINE-LETTER-REC
              STRING "  說明: " DEC-REASON
                  DELIMITED BY SIZE INTO DECLINE-LETTER-REC
              END-STRING
              WRITE DECLINE-LETTER-REC
           END-IF.
           MOVE SPACES TO DECLINE-LETTER-REC.
           WRITE DECLINE-LETTER-REC.

           MOVE 'Y' TO WS-APP-DONE-SW(WS-APP-HIT).
           ADD 1 TO WS-DECLINE-COUNT.

           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "未錄取 申請編號=" DEC-APP-NO
               " " WS-APP-NAME(WS-APP-HIT)
               " 已產生通知函"
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.

      *    驗證已通過但尚無錄取決定者
       5000-LIST-UNDECIDED.
           MOVE SPACES TO ADMIT-REPORT-REC.
           WRITE ADMIT-REPORT-REC.
           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "--- 已通過身分證驗證、"
               "尚無錄取決定 ---"
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.
           PERFORM 5100-LIST-ONE-UNDECIDED
               VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-USED.
           IF WS-PENDING-COUNT = 0
              MOVE SPACES TO ADMIT-REPORT-REC
              STRING "(無)"
                  DELIMITED BY SIZE INTO ADMIT-REPORT-REC
              END-STRING
              WRITE ADMIT-REPORT-REC
           END-IF.

       5100-LIST-ONE-UNDECIDED.
           IF WS-APP-DONE-SW(WS-APP-IDX) NOT = 'Y'
              ADD 1 TO WS-PENDING-COUNT
              MOVE SPACES TO ADMIT-REPORT-REC
              STRING "待決定 申請編號=" WS-APP-NO(WS-APP-IDX)
                  " " WS-APP-NAME(WS-APP-IDX)
                  DELIMITED BY SIZE INTO ADMIT-REPORT-REC
              END-STRING
              WRITE ADMIT-REPORT-REC
           END-IF.

       8000-REJECT-DECISION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "拒絕 申請編號=" DEC-APP-NO
               " 決定=" DEC-DECISION
               " 原因=" WS-REASON-BUFFER
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.

       8500-WRITE-TOTALS.
           MOVE SPACES TO ADMIT-REPORT-REC.
           WRITE ADMIT-REPORT-REC.
           MOVE SPACES TO ADMIT-REPORT-REC.
           STRING "總計 決定=" WS-DEC-COUNT
               " 錄取=" WS-ADMIT-COUNT
               " 未錄取=" WS-DECLINE-COUNT
               " 拒絕=" WS-REJECT-COUNT
               " 待決定=" WS-PENDING-COUNT
               " 已在學略過=" WS-ON-FILE-COUNT
               DELIMITED BY SIZE INTO ADMIT-REPORT-REC
           END-STRING.
           WRITE ADMIT-REPORT-REC.
