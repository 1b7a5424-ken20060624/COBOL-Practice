      *========================================================*
      *  PROGRAM-ID. CENSEXT                                    *
      *  PURPOSE: TERM ENROLLMENT CENSUS EXTRACT FOR THE        *
      *  EDUCATION MINISTRY.  EVERY ACTIVE (NOT GRADUATED)      *
      *  STUDENT ON STUMSTR IS COUNTED BY GRADE LEVEL, GENDER   *
      *  AND COUNTY OF HOUSEHOLD REGISTRATION, BOTH DERIVED     *
      *  FROM MSTR-NATL-ID WITH THE SAME RULES AS TEST3         *
      *  (5000-VALIDATE-ID-CARD / 5500-DERIVE-DEMOGRAPHICS).    *
      *  CENSOUT IS THE MINISTRY FIXED-FORMAT FILE:             *
      *    HDR + SCHOOL CODE + TERM + RUN DATE                  *
      *    LEVEL 9(2) + GENDER 9(1) (1=MALE 2=FEMALE) +         *
      *      COUNTY LETTER X(1) + COUNT 9(6)                    *
      *    TRL + DETAIL RECORD COUNT 9(6) + STUDENT TOTAL 9(7)  *
      *  STUDENTS WITH A MISSING OR INVALID NATIONAL ID (OR NO  *
      *  DERIVABLE GENDER, OR A GRADE LEVEL OUTSIDE 1-20) ARE   *
      *  LISTED ON THE CENSRPT EXCEPTION LIST AND NOT COUNTED.  *
      *  THE RECONCILIATION PAGE PROVES MASTER HEADCOUNT (THE   *
      *  DEMOSTAT COUNT: EVERY STUMSTR RECORD) LESS GRADUATES   *
      *  LESS EXCEPTIONS EQUALS THE EXTRACT TOTAL, AND COMPARES *
      *  IT WITH THE LATEST DEMOSTAT RUN ON RUNSTATS.           *
      *  RC=8 WHEN THE TOTALS DO NOT RECONCILE, RC=4 WHEN THERE *
      *  ARE EXCEPTIONS OR DEMOSTAT DIFFERS, RC=12 NO MASTER.   *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CENSEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT CENSUS-OUT-FILE ASSIGN TO "CENSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CENSUS-REPORT-FILE ASSIGN TO "CENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  RUN-STATS-FILE.
       COPY RUNSTFM.

       FD  CENSUS-OUT-FILE.
       01  CENSUS-OUT-REC      PIC X(40).

       FD  CENSUS-REPORT-FILE.
       01  CENSUS-REPORT-REC   PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-STATS-STATUS     PIC X(2).
       01  WS-OUT-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-SCHOOL-CODE      PIC X(6).
       01  WS-TERM             PIC X(5).

       01  WS-MASTER-COUNT     PIC 9(6) VALUE 0.
       01  WS-GRAD-COUNT       PIC 9(6) VALUE 0.
       01  WS-EXC-COUNT        PIC 9(6) VALUE 0.
       01  WS-EXTRACT-TOTAL    PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT     PIC 9(6) VALUE 0.
       01  WS-DETAIL-SUM       PIC 9(7) VALUE 0.
       01  WS-EXPECTED         PIC S9(7).
       01  WS-DIFF             PIC S9(7).
       01  WS-DIFF-EDIT        PIC -(6)9.
       01  WS-EXPECTED-EDIT    PIC -(6)9.

      *    DEMOSTAT最近一次執行(取自執行統計檔)
       01  WS-DEMO-FOUND-SW    PIC X(1) VALUE 'N'.
       01  WS-DEMO-DATE        PIC 9(8) VALUE 0.
       01  WS-DEMO-TIME        PIC 9(8) VALUE 0.
       01  WS-DEMO-COUNT       PIC 9(6) VALUE 0.

      *    身分證檢核及人口屬性推導，規則同TEST3
       01  WS-ID-CARD.
           05 WS-LETTER      PIC X(1).
           05 WS-NUM-PART    PIC X(9).

       01  WS-DIGITS.
           05 D1 PIC 9.
           05 D2 PIC 9.
           05 D3 PIC 9.
           05 D4 PIC 9.
           05 D5 PIC 9.
           05 D6 PIC 9.
           05 D7 PIC 9.
           05 D8 PIC 9.
           05 D9 PIC 9.

       01  WS-CALC-VARS.
           05 WS-LETTER-NUM  PIC 9(2).
           05 WS-L1          PIC 9.
           05 WS-L2          PIC 9.
           05 WS-CHECK-CODE  PIC 9(1).
           05 WS-VALID-SW    PIC X(1).
           05 WS-SECOND-CHAR PIC X(1).

       01  WS-EXC-REASON       PIC X(36).
       01  WS-GENDER-CODE      PIC 9(1).
       01  WS-CTY-IDX          PIC 9(2).
       01  WS-CTY-HIT          PIC 9(2).

      *    縣市表: 字首+換算碼+戶籍地名稱
       01  WS-COUNTY-VALUES.
           05 FILLER PIC X(12) VALUE "A10台北市".
           05 FILLER PIC X(12) VALUE "B11台中市".
           05 FILLER PIC X(12) VALUE "C12基隆市".
           05 FILLER PIC X(12) VALUE "D13台南市".
           05 FILLER PIC X(12) VALUE "E14高雄市".
           05 FILLER PIC X(12) VALUE "F15新北市".
           05 FILLER PIC X(12) VALUE "G16宜蘭縣".
           05 FILLER PIC X(12) VALUE "H17桃園市".
           05 FILLER PIC X(12) VALUE "I34嘉義市".
           05 FILLER PIC X(12) VALUE "J18新竹縣".
           05 FILLER PIC X(12) VALUE "K19苗栗縣".
           05 FILLER PIC X(12) VALUE "L20台中縣".
           05 FILLER PIC X(12) VALUE "M21南投縣".
           05 FILLER PIC X(12) VALUE "N22彰化縣".
           05 FILLER PIC X(12) VALUE "O35新竹市".
           05 FILLER PIC X(12) VALUE "P23雲林縣".
           05 FILLER PIC X(12) VALUE "Q24嘉義縣".
           05 FILLER PIC X(12) VALUE "R25台南縣".
           05 FILLER PIC X(12) VALUE "S26高雄縣".
           05 FILLER PIC X(12) VALUE "T27屏東縣".
           05 FILLER PIC X(12) VALUE "U28花蓮縣".
           05 FILLER PIC X(12) VALUE "V29台東縣".
           05 FILLER PIC X(12) VALUE "W32金門縣".
           05 FILLER PIC X(12) VALUE "X30澎湖縣".
           05 FILLER PIC X(12) VALUE "Y31陽明山".
           05 FILLER PIC X(12) VALUE "Z33連江縣".
       01  WS-COUNTY-TABLE REDEFINES WS-COUNTY-VALUES.
           05 WS-COUNTY-ENTRY OCCURS 26 TIMES.
              10 WS-CTY-LETTER      PIC X(1).
              10 WS-CTY-NUM         PIC 9(2).
              10 WS-CTY-NAME        PIC X(9).

      *    人數表: 年級(1-20) x 性別(1男2女) x 縣市
       01  WS-LVL-IDX          PIC 9(2).
       01  WS-GEN-IDX          PIC 9(1).
       01  WS-CENSUS-TABLE.
           05 WS-CEN-LEVEL OCCURS 20 TIMES.
              10 WS-CEN-GENDER OCCURS 2 TIMES.
                 15 WS-CEN-COUNT OCCURS 26 TIMES PIC 9(5).
       01  WS-LEVEL-MALE       PIC 9(6).
       01  WS-LEVEL-FEMALE     PIC 9(6).
       01  WS-LEVEL-TOTAL      PIC 9(6).

       COPY CHKDGPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN: 學校代碼(6碼)、學期(如114-1)
           MOVE SPACES TO WS-SCHOOL-CODE.
           MOVE SPACES TO WS-TERM.
           ACCEPT WS-SCHOOL-CODE.
           ACCEPT WS-TERM.

           MOVE "CENSEXT" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           PERFORM 0200-CLEAR-ONE-CELL
               VARYING WS-LVL-IDX FROM 1 BY 1 UNTIL WS-LVL-IDX > 20
               AFTER WS-GEN-IDX FROM 1 BY 1 UNTIL WS-GEN-IDX > 2
               AFTER WS-CTY-IDX FROM 1 BY 1 UNTIL WS-CTY-IDX > 26.

           OPEN OUTPUT CENSUS-REPORT-FILE.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "教育部學生人數普查擷取  學校="
               WS-SCHOOL-CODE
               " 學期=" WS-TERM " 執行日=" WS-RUN-DATE
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "--- 身分證異常/不列入普查名單 ---"
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS = "35"
              MOVE SPACES TO CENSUS-REPORT-REC
              STRING "*** 學生主檔不存在，"
                  "未產生普查檔 ***"
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
              WRITE CENSUS-REPORT-REC
              CLOSE CENSUS-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END-RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1000-READ-NEXT-STUDENT.
           PERFORM 2000-COUNT-ONE-STUDENT THRU 2000-EXIT
              UNTIL WS-EOF-SW = 'Y'.
           CLOSE STUDENT-MASTER-FILE.

           IF WS-EXC-COUNT = 0
              MOVE SPACES TO CENSUS-REPORT-REC
              STRING "(無)"
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
              WRITE CENSUS-REPORT-REC
           END-IF.

           PERFORM 3000-WRITE-EXTRACT.
           PERFORM 4000-PRINT-LEVEL-SUMMARY.
           PERFORM 7000-FIND-LAST-DEMOSTAT.
           PERFORM 6000-PRINT-RECONCILIATION.
           CLOSE CENSUS-REPORT-FILE.

       0000-END-RUN.
           DISPLAY "普查擷取完成 擷取人數=" WS-EXTRACT-TOTAL
               " 明細=" WS-DETAIL-COUNT " 異常=" WS-EXC-COUNT.

           MOVE WS-MASTER-COUNT TO RS-READ-COUNT.
           MOVE WS-EXTRACT-TOTAL TO RS-ACCEPT-COUNT.
           MOVE WS-EXC-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0200-CLEAR-ONE-CELL.
           MOVE 0 TO WS-CEN-COUNT(WS-LVL-IDX, WS-GEN-IDX, WS-CTY-IDX).

       1000-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      *    主檔每筆計入總數(同DEMOSTAT)，畢業生不列; 在學生
      *    身分證有效且年級在範圍內者依年級/性別/縣市計數
      *----------------------------------------------------------*
       2000-COUNT-ONE-STUDENT.
           ADD 1 TO WS-MASTER-COUNT.
           IF MSTR-STATUS = 'G'
              ADD 1 TO WS-GRAD-COUNT
              GO TO 2000-NEXT
           END-IF.

           MOVE SPACES TO WS-EXC-REASON.
           IF MSTR-NATL-ID = SPACES
              MOVE "身分證號空白" TO WS-EXC-REASON
           ELSE
              MOVE MSTR-NATL-ID TO WS-ID-CARD
              PERFORM 5000-VALIDATE-ID-CARD THRU 5000-EXIT
              IF WS-VALID-SW = 'N'
                 IF WS-EXC-REASON = SPACES
                    MOVE "身分證檢查碼錯誤" TO WS-EXC-REASON
                 END-IF
              ELSE
                 PERFORM 5500-DERIVE-DEMOGRAPHICS
                 IF WS-GENDER-CODE = 0
                    MOVE "身分證第2碼無法判定性別"
                        TO WS-EXC-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-EXC-REASON = SPACES
              IF MSTR-GRADE-LEVEL < 1 OR MSTR-GRADE-LEVEL > 20
                 MOVE "年級超出範圍(1-20)" TO WS-EXC-REASON
              END-IF
           END-IF.

           IF WS-EXC-REASON NOT = SPACES
              ADD 1 TO WS-EXC-COUNT
              MOVE SPACES TO CENSUS-REPORT-REC
              STRING "學號=" MSTR-STU-ID " " MSTR-STU-NAME
                  " 年級=" MSTR-GRADE-LEVEL
                  " 身分證=" MSTR-NATL-ID " " WS-EXC-REASON
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
              WRITE CENSUS-REPORT-REC
              GO TO 2000-NEXT
           END-IF.

           ADD 1 TO WS-CEN-COUNT(MSTR-GRADE-LEVEL, WS-GENDER-CODE,
                                 WS-CTY-HIT).
           ADD 1 TO WS-EXTRACT-TOTAL.
       2000-NEXT.
           PERFORM 1000-READ-NEXT-STUDENT.
       2000-EXIT.
           EXIT.

      *    字首換算、檢查碼(共用CHKDIGIT)同TEST3
       5000-VALIDATE-ID-CARD.
           MOVE 'Y' TO WS-VALID-SW.

      *    第2碼為A-D時代表舊式居留證/ARC證號，對應虛擬數字0-3
           MOVE WS-ID-CARD(2:1) TO WS-SECOND-CHAR.
           EVALUATE WS-SECOND-CHAR
              WHEN '0' THRU '9' MOVE WS-ID-CARD(2:1) TO D1
              WHEN 'A' MOVE 0 TO D1
              WHEN 'B' MOVE 1 TO D1
              WHEN 'C' MOVE 2 TO D1
              WHEN 'D' MOVE 3 TO D1
              WHEN OTHER
                   MOVE "身分證格式錯誤" TO WS-EXC-REASON
                   MOVE 'N' TO WS-VALID-SW
                   GO TO 5000-EXIT
           END-EVALUATE.

           IF WS-ID-CARD(3:8) NOT NUMERIC
              MOVE "身分證格式錯誤" TO WS-EXC-REASON
              MOVE 'N' TO WS-VALID-SW
              GO TO 5000-EXIT
           END-IF.
           MOVE WS-ID-CARD(3:8) TO WS-DIGITS(2:8).

           MOVE 0 TO WS-CTY-HIT.
           PERFORM 5100-MATCH-ONE-COUNTY
               VARYING WS-CTY-IDX FROM 1 BY 1
               UNTIL WS-CTY-IDX > 26.
           IF WS-CTY-HIT = 0
              MOVE "身分證英文字首錯誤" TO WS-EXC-REASON
              MOVE 'N' TO WS-VALID-SW
              GO TO 5000-EXIT
           END-IF.
           MOVE WS-CTY-NUM(WS-CTY-HIT) TO WS-LETTER-NUM.

           DIVIDE WS-LETTER-NUM BY 10 GIVING WS-L1 REMAINDER WS-L2.

           MOVE 'T' TO CD-FUNCTION.
           MOVE 10 TO CD-DIGIT-COUNT.
           MOVE SPACES TO CD-DIGITS.
           STRING WS-L1 WS-L2 D1 D2 D3 D4 D5 D6 D7 D8
               DELIMITED BY SIZE INTO CD-DIGITS.
           CALL "CHKDIGIT" USING CHKDGPRM.
           MOVE CD-COMPUTED-CHECK TO WS-CHECK-CODE.

           IF WS-CHECK-CODE NOT = D9
              MOVE 'N' TO WS-VALID-SW
           END-IF.

       5000-EXIT.
           EXIT.

       5100-MATCH-ONE-COUNTY.
           IF WS-CTY-LETTER(WS-CTY-IDX) = WS-LETTER
              MOVE WS-CTY-IDX TO WS-CTY-HIT
           END-IF.

      *    縣市即字首(5000已定位WS-CTY-HIT); 性別用原始第2碼，
      *    居留證A/C/8為男、B/D/9為女(同TEST3)
       5500-DERIVE-DEMOGRAPHICS.
           EVALUATE WS-SECOND-CHAR
              WHEN '1' MOVE 1 TO WS-GENDER-CODE
              WHEN '2' MOVE 2 TO WS-GENDER-CODE
              WHEN '8' MOVE 1 TO WS-GENDER-CODE
              WHEN '9' MOVE 2 TO WS-GENDER-CODE
              WHEN 'A' MOVE 1 TO WS-GENDER-CODE
              WHEN 'C' MOVE 1 TO WS-GENDER-CODE
              WHEN 'B' MOVE 2 TO WS-GENDER-CODE
              WHEN 'D' MOVE 2 TO WS-GENDER-CODE
              WHEN OTHER MOVE 0 TO WS-GENDER-CODE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    教育部格式檔: 首錄、非零之年級/性別/縣市明細、尾錄
      *----------------------------------------------------------*
       3000-WRITE-EXTRACT.
           OPEN OUTPUT CENSUS-OUT-FILE.
           MOVE SPACES TO CENSUS-OUT-REC.
           STRING "HDR" WS-SCHOOL-CODE WS-TERM WS-RUN-DATE
               DELIMITED BY SIZE INTO CENSUS-OUT-REC
           END-STRING.
           WRITE CENSUS-OUT-REC.

           PERFORM 3100-WRITE-ONE-CELL
               VARYING WS-LVL-IDX FROM 1 BY 1 UNTIL WS-LVL-IDX > 20
               AFTER WS-GEN-IDX FROM 1 BY 1 UNTIL WS-GEN-IDX > 2
               AFTER WS-CTY-IDX FROM 1 BY 1 UNTIL WS-CTY-IDX > 26.

           MOVE SPACES TO CENSUS-OUT-REC.
           STRING "TRL" WS-DETAIL-COUNT WS-DETAIL-SUM
               DELIMITED BY SIZE INTO CENSUS-OUT-REC
           END-STRING.
           WRITE CENSUS-OUT-REC.
           CLOSE CENSUS-OUT-FILE.

       3100-WRITE-ONE-CELL.
           IF WS-CEN-COUNT(WS-LVL-IDX, WS-GEN-IDX, WS-CTY-IDX) > 0
              MOVE WS-CEN-COUNT(WS-LVL-IDX, WS-GEN-IDX, WS-CTY-IDX)
                  TO WS-LEVEL-TOTAL
              MOVE SPACES TO CENSUS-OUT-REC
              STRING WS-LVL-IDX WS-GEN-IDX
                  WS-CTY-LETTER(WS-CTY-IDX) WS-LEVEL-TOTAL
                  DELIMITED BY SIZE INTO CENSUS-OUT-REC
              END-STRING
              WRITE CENSUS-OUT-REC
              ADD 1 TO WS-DETAIL-COUNT
              ADD WS-LEVEL-TOTAL TO WS-DETAIL-SUM
           END-IF.

      *    年級別男女小計(有學生之年級)
       4000-PRINT-LEVEL-SUMMARY.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "--- 年級別人數 ---"
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.
           PERFORM 4100-PRINT-ONE-LEVEL
               VARYING WS-LVL-IDX FROM 1 BY 1
               UNTIL WS-LVL-IDX > 20.

       4100-PRINT-ONE-LEVEL.
           MOVE 0 TO WS-LEVEL-MALE.
           MOVE 0 TO WS-LEVEL-FEMALE.
           PERFORM 4150-ADD-ONE-COUNTY
               VARYING WS-CTY-IDX FROM 1 BY 1
               UNTIL WS-CTY-IDX > 26.
           COMPUTE WS-LEVEL-TOTAL = WS-LEVEL-MALE + WS-LEVEL-FEMALE.
           IF WS-LEVEL-TOTAL > 0
              MOVE SPACES TO CENSUS-REPORT-REC
              STRING "年級 " WS-LVL-IDX
                  " 男=" WS-LEVEL-MALE
                  " 女=" WS-LEVEL-FEMALE
                  " 合計=" WS-LEVEL-TOTAL
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
              WRITE CENSUS-REPORT-REC
           END-IF.

       4150-ADD-ONE-COUNTY.
           ADD WS-CEN-COUNT(WS-LVL-IDX, 1, WS-CTY-IDX)
               TO WS-LEVEL-MALE.
           ADD WS-CEN-COUNT(WS-LVL-IDX, 2, WS-CTY-IDX)
               TO WS-LEVEL-FEMALE.

      *    執行統計檔中最後一筆DEMOSTAT紀錄
       7000-FIND-LAST-DEMOSTAT.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-STATS-STATUS = "35"
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 7200-READ-NEXT-RUN
              PERFORM 7300-CHECK-ONE-RUN
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE RUN-STATS-FILE
           END-IF.

       7200-READ-NEXT-RUN.
           READ RUN-STATS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       7300-CHECK-ONE-RUN.
           IF RUN-JOB-NAME = "DEMOSTAT" AND RUN-RETURN-CODE = 0
              MOVE 'Y' TO WS-DEMO-FOUND-SW
              MOVE RUN-START-DATE TO WS-DEMO-DATE
              MOVE RUN-START-TIME TO WS-DEMO-TIME
              MOVE RUN-ACCEPT-COUNT TO WS-DEMO-COUNT
           END-IF.
           PERFORM 7200-READ-NEXT-RUN.

      *----------------------------------------------------------*
      *    對帳頁: 主檔總數 - 畢業 - 異常 = 擷取人數 = 明細加總;
      *    主檔總數並與最近一次DEMOSTAT人數比對
      *----------------------------------------------------------*
       6000-PRINT-RECONCILIATION.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "--- 對帳頁 ---"
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.

           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "學生主檔總人數(DEMOSTAT口徑)   ="
               WS-MASTER-COUNT
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  減 已畢業                    =" WS-GRAD-COUNT
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  減 異常不列入                =" WS-EXC-COUNT
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.
           COMPUTE WS-EXPECTED =
               WS-MASTER-COUNT - WS-GRAD-COUNT - WS-EXC-COUNT.
           MOVE WS-EXPECTED TO WS-EXPECTED-EDIT.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  應擷取人數                   ="
               WS-EXPECTED-EDIT
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "普查檔明細加總(尾錄合計)       ="
               WS-DETAIL-SUM
               " 明細筆數=" WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC
           END-STRING.
           WRITE CENSUS-REPORT-REC.

           MOVE SPACES TO CENSUS-REPORT-REC.
           IF WS-EXPECTED = WS-DETAIL-SUM AND
              WS-EXTRACT-TOTAL = WS-DETAIL-SUM
              STRING "普查檔與學生主檔對帳相符"
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
           ELSE
              STRING "*** 普查檔與學生主檔對帳不符 ***"
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CENSUS-REPORT-REC.

           MOVE SPACES TO CENSUS-REPORT-REC.
           IF WS-DEMO-FOUND-SW = 'N'
              STRING "*** 執行統計檔查無"
                  "DEMOSTAT正常執行紀錄，無法比對 ***"
                  DELIMITED BY SIZE INTO CENSUS-REPORT-REC
              END-STRING
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              COMPUTE WS-DIFF = WS-MASTER-COUNT - WS-DEMO-COUNT
              MOVE WS-DIFF TO WS-DIFF-EDIT
              IF WS-DIFF = 0
                 STRING "DEMOSTAT人數=" WS-DEMO-COUNT
                     " (執行日=" WS-DEMO-DATE ")"
                     " 與主檔總人數相符"
                     DELIMITED BY SIZE INTO CENSUS-REPORT-REC
                 END-STRING
              ELSE
                 STRING "*** DEMOSTAT人數=" WS-DEMO-COUNT
                     " (執行日=" WS-DEMO-DATE ") 差異="
                     WS-DIFF-EDIT
                     " 主檔於其後有異動，請重跑 ***"
                     DELIMITED BY SIZE INTO CENSUS-REPORT-REC
                 END-STRING
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           WRITE CENSUS-REPORT-REC.

           IF WS-EXC-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
