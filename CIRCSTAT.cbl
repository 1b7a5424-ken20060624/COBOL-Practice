      *========================================================*
      *  PROGRAM-ID. CIRCSTAT                                   *
      *  PURPOSE: MONTHLY LIBRARY CIRCULATION STATISTICS.       *
      *  READS THE LOANHIST LOAN HISTORY WRITTEN BY LOANCIRC AT *
      *  EVERY CHECK-IN, TOGETHER WITH THE MEDIAMST CATALOG AND *
      *  STUMSTR, AND PRINTS FOR THE REPORT MONTH (LOANS        *
      *  RETURNED IN THAT MONTH): THE MOST-BORROWED TITLES,     *
      *  LOANS BY GRADE LEVEL AND THE AVERAGE LOAN LENGTH.  IT  *
      *  ENDS WITH EVERY CATALOG TITLE THAT HAS NOT BEEN LENT   *
      *  IN THE LAST N MONTHS (NOT ON LOAN NOW, NOT ACQUIRED IN *
      *  THAT WINDOW) - THE WEEDING CANDIDATES THE LIBRARY LEAD *
      *  REVIEWS BEFORE THE STOCKTK STOCKTAKE.                  *
      *  SYSIN: REPORT MONTH YYYYMM (ZERO = LAST MONTH), THEN   *
      *  THE WEEDING WINDOW IN MONTHS (99, ZERO = 12).          *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CIRCSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
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
           SELECT CIRC-REPORT-FILE ASSIGN TO "CIRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-HISTORY-FILE.
       COPY LHSTRCFM.

       FD  LOAN-MASTER-FILE.
       COPY LOANRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  MEDIA-MASTER-FILE.
       COPY MEDIARFM.

       FD  CIRC-REPORT-FILE.
       01  CIRC-REPORT-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-LOAN-STATUS      PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-MEDIA-STATUS     PIC X(2).
       01  WS-REPORT-STATUS    PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).

      *    報表月份與淘汰評估期間 (月數)
       01  WS-REPORT-MONTH     PIC 9(6).
       01  WS-WEED-MONTHS      PIC 9(2).
       01  WS-MONTH-NUMBER     PIC 9(6).
       01  WS-CUTOFF-YYYY      PIC 9(4).
       01  WS-CUTOFF-MM        PIC 9(2).
       01  WS-CUTOFF-DATE      PIC 9(8).

       01  WS-HIST-COUNT       PIC 9(7) VALUE 0.
       01  WS-MONTH-LOANS      PIC 9(6) VALUE 0.
       01  WS-MONTH-LATE       PIC 9(6) VALUE 0.
       01  WS-LOAN-DAYS-TOTAL  PIC 9(9) VALUE 0.
       01  WS-AVG-LOAN-DAYS    PIC 9(5)V9 VALUE 0.
       01  WS-AVG-DISPLAY      PIC ZZZZ9.9.
       01  WS-NOT-IN-CATALOG   PIC 9(6) VALUE 0.
       01  WS-ON-LOAN-COUNT    PIC 9(6) VALUE 0.
       01  WS-WEED-COUNT       PIC 9(6) VALUE 0.

      *    目錄表: 每書本月借閱次數與最近一次借出日
       01  WS-TTL-USED         PIC 9(4) VALUE 0.
       01  WS-TTL-IDX          PIC 9(4).
       01  WS-TTL-HIT          PIC 9(4).
       01  WS-TTL-TABLE.
           05 WS-TTL-ENTRY OCCURS 3000 TIMES.
              10 WS-TTL-ISBN        PIC X(13).
              10 WS-TTL-TITLE       PIC X(30).
              10 WS-TTL-ACQ-DATE    PIC 9(8).
              10 WS-TTL-MONTH-CNT   PIC 9(5).
              10 WS-TTL-LAST-OUT    PIC 9(8).
              10 WS-TTL-PRINTED-SW  PIC X(1).

      *    借閱排行: 逐次挑出未列印者中借閱次數最多者
       01  WS-TOP-LIMIT        PIC 9(2) VALUE 10.
       01  WS-TOP-RANK         PIC 9(2).
       01  WS-TOP-MAX          PIC 9(5).

      *    年級別借閱次數: 1-12年級，第13格為主檔查無/年級異常
       01  WS-GRADE-IDX        PIC 9(2).
       01  WS-GRADE-COUNTS.
           05 WS-GRADE-COUNT OCCURS 13 TIMES PIC 9(6).

       COPY DTVALPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN: 報表月份 (YYYYMM)，零或非數字為上個月
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = 0
              PERFORM 0150-DEFAULT-REPORT-MONTH
           END-IF.
      *    SYSIN: 淘汰評估期間月數 (99)，零或非數字以12個月計
           ACCEPT WS-WEED-MONTHS.
           IF WS-WEED-MONTHS NOT NUMERIC OR WS-WEED-MONTHS = 0
              MOVE 12 TO WS-WEED-MONTHS
           END-IF.
           PERFORM 0200-COMPUTE-CUTOFF.

           MOVE "CIRCSTAT" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           PERFORM 0100-INIT-GRADE-COUNT
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 13.

           OPEN OUTPUT CIRC-REPORT-FILE.
           PERFORM 0500-PRINT-HEADER.

           PERFORM 1000-LOAD-CATALOG.
           PERFORM 1500-SCAN-OPEN-LOANS.

           OPEN INPUT LOAN-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
              MOVE SPACES TO CIRC-REPORT-REC
              STRING "*** 借閱歷史檔不存在，"
                  "本月無歸還資料 ***"
                  DELIMITED BY SIZE INTO CIRC-REPORT-REC
              END-STRING
              WRITE CIRC-REPORT-REC
           ELSE
              OPEN INPUT STUDENT-MASTER-FILE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2000-READ-NEXT-HISTORY
              PERFORM 2100-TALLY-HISTORY THRU 2100-EXIT
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE STUDENT-MASTER-FILE
              CLOSE LOAN-HISTORY-FILE
           END-IF.

           PERFORM 3000-PRINT-TOP-TITLES.
           PERFORM 3500-PRINT-GRADE-LEVELS.
           PERFORM 4000-PRINT-LOAN-LENGTH.
           PERFORM 5000-PRINT-WEEDING-LIST.

           CLOSE CIRC-REPORT-FILE.

           DISPLAY "流通統計完成 歷史筆數=" WS-HIST-COUNT
               " 本月歸還=" WS-MONTH-LOANS
               " 淘汰候選=" WS-WEED-COUNT.

           MOVE WS-HIST-COUNT TO RS-READ-COUNT.
           MOVE WS-MONTH-LOANS TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0100-INIT-GRADE-COUNT.
           MOVE 0 TO WS-GRADE-COUNT(WS-GRADE-IDX).

       0150-DEFAULT-REPORT-MONTH.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH.
           IF WS-REPORT-MONTH(5:2) = "01"
              SUBTRACT 89 FROM WS-REPORT-MONTH
           ELSE
              SUBTRACT 1 FROM WS-REPORT-MONTH
           END-IF.

      *    淘汰基準日: 含報表月份在內往前N個月的第一天
       0200-COMPUTE-CUTOFF.
           DIVIDE WS-REPORT-MONTH BY 100
               GIVING WS-CUTOFF-YYYY REMAINDER WS-CUTOFF-MM.
           COMPUTE WS-MONTH-NUMBER =
               WS-CUTOFF-YYYY * 12 + WS-CUTOFF-MM
               - WS-WEED-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YYYY REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           COMPUTE WS-CUTOFF-DATE =
               WS-CUTOFF-YYYY * 10000 + WS-CUTOFF-MM * 100 + 1.

       0500-PRINT-HEADER.
           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "圖書流通月報  報表月份=" WS-REPORT-MONTH
               " 執行日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

      *    目錄整檔載入: 淘汰清單須涵蓋從未借出的書
       1000-LOAD-CATALOG.
           OPEN INPUT MEDIA-MASTER-FILE.
           IF WS-MEDIA-STATUS = "35"
              MOVE SPACES TO CIRC-REPORT-REC
              STRING "*** 目錄主檔不存在，無書目資料 ***"
                  DELIMITED BY SIZE INTO CIRC-REPORT-REC
              END-STRING
              WRITE CIRC-REPORT-REC
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1100-READ-NEXT-MEDIA
              PERFORM 1200-STORE-TITLE
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE MEDIA-MASTER-FILE
           END-IF.

       1100-READ-NEXT-MEDIA.
           READ MEDIA-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-STORE-TITLE.
           IF WS-TTL-USED < 3000
              ADD 1 TO WS-TTL-USED
              MOVE MED-ISBN TO WS-TTL-ISBN(WS-TTL-USED)
              MOVE MED-TITLE TO WS-TTL-TITLE(WS-TTL-USED)
              MOVE MED-ACQ-DATE TO WS-TTL-ACQ-DATE(WS-TTL-USED)
              MOVE 0 TO WS-TTL-MONTH-CNT(WS-TTL-USED)
              MOVE 0 TO WS-TTL-LAST-OUT(WS-TTL-USED)
              MOVE 'N' TO WS-TTL-PRINTED-SW(WS-TTL-USED)
           ELSE
              DISPLAY "警告: 目錄表已滿，" MED-ISBN
                  "未列入統計"
           END-IF.
           PERFORM 1100-READ-NEXT-MEDIA.

      *    目前借出中的書不列入淘汰候選
       1500-SCAN-OPEN-LOANS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS NOT = "35"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1600-READ-NEXT-LOAN
              PERFORM 1700-NOTE-OPEN-LOAN
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE LOAN-MASTER-FILE
           END-IF.

       1600-READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1700-NOTE-OPEN-LOAN.
           ADD 1 TO WS-ON-LOAN-COUNT.
           MOVE LOAN-ISBN TO HIST-ISBN.
           PERFORM 2500-FIND-TITLE.
           IF WS-FOUND-SW = 'Y' AND
              LOAN-OUT-DATE > WS-TTL-LAST-OUT(WS-TTL-HIT)
              MOVE LOAN-OUT-DATE TO WS-TTL-LAST-OUT(WS-TTL-HIT)
           END-IF.
           PERFORM 1600-READ-NEXT-LOAN.

       2000-READ-NEXT-HISTORY.
           READ LOAN-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      *    每筆歷史: 更新該書最近借出日; 歸還日落在報表月份者
      *    計入借閱次數、年級分布、借閱天數與逾期筆數
      *----------------------------------------------------------*
       2100-TALLY-HISTORY.
           ADD 1 TO WS-HIST-COUNT.
           PERFORM 2500-FIND-TITLE.
           IF WS-FOUND-SW = 'Y' AND
              HIST-OUT-DATE > WS-TTL-LAST-OUT(WS-TTL-HIT)
              MOVE HIST-OUT-DATE TO WS-TTL-LAST-OUT(WS-TTL-HIT)
           END-IF.

           IF HIST-RETURN-DATE(1:6) NOT = WS-REPORT-MONTH
              GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-MONTH-LOANS.
           IF WS-FOUND-SW = 'Y'
              ADD 1 TO WS-TTL-MONTH-CNT(WS-TTL-HIT)
           ELSE
              ADD 1 TO WS-NOT-IN-CATALOG
           END-IF.
           IF HIST-DAYS-LATE > 0
              ADD 1 TO WS-MONTH-LATE
           END-IF.

           PERFORM 2200-COMPUTE-LOAN-DAYS.
           IF DT-VALID-SW = 'Y' AND DT-DAYS > 0
              ADD DT-DAYS TO WS-LOAN-DAYS-TOTAL
           END-IF.

           PERFORM 2300-TALLY-GRADE.
       2100-EXIT.
           PERFORM 2000-READ-NEXT-HISTORY.

      *    借閱天數: 借出日與歸還日差額，由共用日期模組計算
       2200-COMPUTE-LOAN-DAYS.
           MOVE 'D' TO DT-FUNCTION.
           MOVE HIST-OUT-DATE(1:4) TO DT-YYYY.
           MOVE HIST-OUT-DATE(5:2) TO DT-MM.
           MOVE HIST-OUT-DATE(7:2) TO DT-DD.
           MOVE HIST-RETURN-DATE(1:4) TO DT-YYYY2.
           MOVE HIST-RETURN-DATE(5:2) TO DT-MM2.
           MOVE HIST-RETURN-DATE(7:2) TO DT-DD2.
           CALL "DTVALID" USING DTVALPRM.

       2300-TALLY-GRADE.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE HIST-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'Y' AND
              MSTR-GRADE-LEVEL >= 1 AND MSTR-GRADE-LEVEL <= 12
              ADD 1 TO WS-GRADE-COUNT(MSTR-GRADE-LEVEL)
           ELSE
              ADD 1 TO WS-GRADE-COUNT(13)
           END-IF.

       2500-FIND-TITLE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2600-CHECK-TITLE-SLOT
               VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-USED OR
                     WS-FOUND-SW = 'Y'.

       2600-CHECK-TITLE-SLOT.
           IF WS-TTL-ISBN(WS-TTL-IDX) = HIST-ISBN
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-TTL-IDX TO WS-TTL-HIT
           END-IF.

      *----------------------------------------------------------*
      *    本月借閱排行: 最多列印前10名，借閱次數零者不列
      *----------------------------------------------------------*
       3000-PRINT-TOP-TITLES.
           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "--- 本月借閱排行 ---"
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

           MOVE 1 TO WS-TOP-MAX.
           PERFORM 3100-PRINT-NEXT-TOP
               VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > WS-TOP-LIMIT OR
                     WS-TOP-MAX = 0.

           IF WS-MONTH-LOANS = 0
              MOVE SPACES TO CIRC-REPORT-REC
              STRING "  本月無任何歸還紀錄"
                  DELIMITED BY SIZE INTO CIRC-REPORT-REC
              END-STRING
              WRITE CIRC-REPORT-REC
           END-IF.

       3100-PRINT-NEXT-TOP.
           MOVE 0 TO WS-TOP-MAX.
           MOVE 0 TO WS-TTL-HIT.
           PERFORM 3200-CHECK-TOP-CANDIDATE
               VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-USED.

           IF WS-TOP-MAX > 0
              MOVE 'Y' TO WS-TTL-PRINTED-SW(WS-TTL-HIT)
              MOVE SPACES TO CIRC-REPORT-REC
              STRING "  " WS-TOP-RANK ". " WS-TTL-ISBN(WS-TTL-HIT)
                  " " WS-TTL-TITLE(WS-TTL-HIT)
                  " 借閱次數=" WS-TOP-MAX
                  DELIMITED BY SIZE INTO CIRC-REPORT-REC
              END-STRING
              WRITE CIRC-REPORT-REC
           END-IF.

       3200-CHECK-TOP-CANDIDATE.
           IF WS-TTL-PRINTED-SW(WS-TTL-IDX) = 'N' AND
              WS-TTL-MONTH-CNT(WS-TTL-IDX) > WS-TOP-MAX
              MOVE WS-TTL-MONTH-CNT(WS-TTL-IDX) TO WS-TOP-MAX
              MOVE WS-TTL-IDX TO WS-TTL-HIT
           END-IF.

       3500-PRINT-GRADE-LEVELS.
           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "--- 年級別借閱次數 ---"
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

           PERFORM 3600-PRINT-ONE-GRADE
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 12.

           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "  年級不明/主檔查無: " WS-GRADE-COUNT(13)
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

       3600-PRINT-ONE-GRADE.
           IF WS-GRADE-COUNT(WS-GRADE-IDX) > 0
              MOVE SPACES TO CIRC-REPORT-REC
              STRING "  " WS-GRADE-IDX "年級: "
                  WS-GRADE-COUNT(WS-GRADE-IDX)
                  DELIMITED BY SIZE INTO CIRC-REPORT-REC
              END-STRING
              WRITE CIRC-REPORT-REC
           END-IF.

       4000-PRINT-LOAN-LENGTH.
           IF WS-MONTH-LOANS > 0
              COMPUTE WS-AVG-LOAN-DAYS ROUNDED =
                  WS-LOAN-DAYS-TOTAL / WS-MONTH-LOANS
           END-IF.
           MOVE WS-AVG-LOAN-DAYS TO WS-AVG-DISPLAY.

           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "--- 借閱天數 ---"
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "  本月歸還=" WS-MONTH-LOANS
               " 平均借閱天數=" WS-AVG-DISPLAY
               " 逾期歸還=" WS-MONTH-LATE
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

           IF WS-NOT-IN-CATALOG > 0
              MOVE SPACES TO CIRC-REPORT-REC
              STRING "  其中目錄已查無之書=" WS-NOT-IN-CATALOG
                  DELIMITED BY SIZE INTO CIRC-REPORT-REC
              END-STRING
              WRITE CIRC-REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    淘汰候選: 基準日後未曾借出、目前未借出且非基準日後
      *    新購入的書，供盤點 (STOCKTK) 前評估下架
      *----------------------------------------------------------*
       5000-PRINT-WEEDING-LIST.
           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "--- 淘汰候選 (近" WS-WEED-MONTHS
               "個月無借閱 基準日=" WS-CUTOFF-DATE ") ---"
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

           PERFORM 5100-CHECK-WEED-CANDIDATE
               VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-USED.

           MOVE SPACES TO CIRC-REPORT-REC.
           STRING "  淘汰候選合計=" WS-WEED-COUNT
               " 目錄書目=" WS-TTL-USED
               " 借出中=" WS-ON-LOAN-COUNT
               DELIMITED BY SIZE INTO CIRC-REPORT-REC
           END-STRING.
           WRITE CIRC-REPORT-REC.

       5100-CHECK-WEED-CANDIDATE.
           IF WS-TTL-LAST-OUT(WS-TTL-IDX) < WS-CUTOFF-DATE AND
              WS-TTL-ACQ-DATE(WS-TTL-IDX) < WS-CUTOFF-DATE
              ADD 1 TO WS-WEED-COUNT
              MOVE SPACES TO CIRC-REPORT-REC
              IF WS-TTL-LAST-OUT(WS-TTL-IDX) = 0
                 STRING "  " WS-TTL-ISBN(WS-TTL-IDX)
                     " " WS-TTL-TITLE(WS-TTL-IDX)
                     " 入藏=" WS-TTL-ACQ-DATE(WS-TTL-IDX)
                     " 無借閱紀錄"
                     DELIMITED BY SIZE INTO CIRC-REPORT-REC
                 END-STRING
              ELSE
                 STRING "  " WS-TTL-ISBN(WS-TTL-IDX)
                     " " WS-TTL-TITLE(WS-TTL-IDX)
                     " 入藏=" WS-TTL-ACQ-DATE(WS-TTL-IDX)
                     " 最近借出=" WS-TTL-LAST-OUT(WS-TTL-IDX)
                     DELIMITED BY SIZE INTO CIRC-REPORT-REC
                 END-STRING
              END-IF
              WRITE CIRC-REPORT-REC
           END-IF.
