      *========================================================*
      *  PROGRAM-ID. ATRISK                                     *
      *  PURPOSE: WEEKLY AT-RISK STUDENT EARLY-WARNING REPORT.  *
      *  EVERY ACTIVE (NON-GRADUATED) STUDENT ON STUMSTR IS     *
      *  SCORED AGAINST FOUR WARNING SIGNS, EACH WITH ITS OWN   *
      *  SYSIN THRESHOLD:                                       *
      *    ATTENDANCE - ABSENCES ON ATTMSTR IN THE DATE RANGE   *
      *                 ABOVE THE LIMIT (SAME TEST AS ATTRPT)   *
      *    GRADES     - AVERAGE ON GRADMSTR FOR THE TERM BELOW  *
      *                 THE PROBATION AVERAGE (AS TERMSTAT)     *
      *    LIBRARY    - LOANS ON LOANMSTR OVERDUE MORE THAN THE *
      *                 DAY LIMIT (AS OVRDUE)                   *
      *    TUITION    - UNPAID BALANCE ON INVMSTR INVOICES OLDER*
      *                 THAN THE AGE LIMIT AT OR ABOVE THE      *
      *                 AMOUNT LIMIT (AS TUITAGE)               *
      *  STUDENTS HITTING THE MINIMUM NUMBER OF SIGNS (DEFAULT  *
      *  2) ARE LISTED BY MSTR-GRADE-LEVEL, MOST SIGNS FIRST,   *
      *  WITH THE FIGURES BEHIND EACH FLAG FOR THE COUNSELORS.  *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATRISK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "GRADMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "RISKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  ATTENDANCE-MASTER-FILE.
       COPY ATTRCFM.

       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  LOAN-MASTER-FILE.
       COPY LOANRCFM.

       FD  INVOICE-MASTER-FILE.
       COPY INVRCFM.

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-REC     PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-GRADE-LEVEL  PIC 9(2).
           05 SRT-SIGN-COUNT   PIC 9(1).
           05 SRT-STU-ID       PIC 9(6).
           05 SRT-STU-NAME     PIC X(20).
           05 SRT-ATT-SW       PIC X(1).
           05 SRT-GRD-SW       PIC X(1).
           05 SRT-LIB-SW       PIC X(1).
           05 SRT-TUI-SW       PIC X(1).
           05 SRT-ABSENT       PIC 9(4).
           05 SRT-LATE         PIC 9(4).
           05 SRT-AVG          PIC 9(3)V9.
           05 SRT-GRD-COUNT    PIC 9(3).
           05 SRT-LOANS        PIC 9(3).
           05 SRT-MAX-DAYS     PIC 9(5).
           05 SRT-BALANCE      PIC 9(8).
           05 SRT-INV-COUNT    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-ATT-STATUS       PIC X(2).
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-LOAN-STATUS      PIC X(2).
       01  WS-INV-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SORT-EOF-SW      PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).

      *    SYSIN參數: 成績學期(ALL=全部)、出缺勤起迄日、
      *    缺席門檻、察看平均、逾期天數、未繳金額、帳齡天數、
      *    最少警示數
       01  WS-TERM-FILTER      PIC X(5).
       01  WS-FROM-DATE        PIC 9(8).
       01  WS-TO-DATE          PIC 9(8).
       01  WS-ABS-LIMIT        PIC 9(3).
       01  WS-PROBATION-AVG    PIC 9(3).
       01  WS-OVERDUE-LIMIT    PIC 9(3).
       01  WS-BALANCE-LIMIT    PIC 9(7).
       01  WS-AGE-LIMIT        PIC 9(3).
       01  WS-MIN-SIGNS        PIC 9(1).

      *    在學學生表: 依學號排序(主檔鍵序)，以二分搜尋定位
       01  WS-STU-USED         PIC 9(4) VALUE 0.
       01  WS-STU-IDX          PIC 9(4).
       01  WS-STU-HIT          PIC 9(4).
       01  WS-KEY-ID           PIC 9(6).
       01  WS-LOW              PIC 9(4).
       01  WS-HIGH             PIC 9(4).
       01  WS-MID              PIC 9(4).
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 5000 TIMES.
              10 WS-STU-ID        PIC 9(6).
              10 WS-STU-NAME      PIC X(20).
              10 WS-STU-LEVEL     PIC 9(2).
              10 WS-STU-ABSENT    PIC 9(4).
              10 WS-STU-LATE      PIC 9(4).
              10 WS-STU-GRD-TOTAL PIC 9(6).
              10 WS-STU-GRD-COUNT PIC 9(3).
              10 WS-STU-LOANS     PIC 9(3).
              10 WS-STU-MAX-DAYS  PIC 9(5).
              10 WS-STU-BALANCE   PIC 9(8).
              10 WS-STU-INV-COUNT PIC 9(3).

       01  WS-BALANCE          PIC 9(7).
       01  WS-DAYS             PIC 9(5).
       01  WS-AVG              PIC 9(3)V9.
       01  WS-SIGNS            PIC 9(1).
       01  WS-CUR-LEVEL        PIC 9(2).
       01  WS-LEVEL-OPEN-SW    PIC X(1).
       01  WS-LEVEL-COUNT      PIC 9(5).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT     PIC 9(6) VALUE 0.
       01  WS-ATT-FLAGS        PIC 9(6) VALUE 0.
       01  WS-GRD-FLAGS        PIC 9(6) VALUE 0.
       01  WS-LIB-FLAGS        PIC 9(6) VALUE 0.
       01  WS-TUI-FLAGS        PIC 9(6) VALUE 0.

       COPY DTVALPRM.
       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-GET-PARAMETERS.

           MOVE "ATRISK" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT RISK-REPORT-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS = "35"
              MOVE SPACES TO RISK-REPORT-REC
              STRING "*** 學生主檔不存在 ***"
                  DELIMITED BY SIZE INTO RISK-REPORT-REC
              END-STRING
              WRITE RISK-REPORT-REC
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 1000-LOAD-STUDENTS
              CLOSE STUDENT-MASTER-FILE
              PERFORM 2000-SCAN-ATTENDANCE
              PERFORM 3000-SCAN-GRADES
              PERFORM 4000-SCAN-LOANS
              PERFORM 5000-SCAN-INVOICES
              SORT SORT-WORK-FILE
                  ASCENDING KEY SRT-GRADE-LEVEL
                  DESCENDING KEY SRT-SIGN-COUNT
                  ASCENDING KEY SRT-STU-ID
                  INPUT PROCEDURE IS 6000-RELEASE-AT-RISK
                  OUTPUT PROCEDURE IS 7000-PRINT-AT-RISK
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           CLOSE RISK-REPORT-FILE.

           DISPLAY "預警報表完成 學生=" WS-STU-USED
               " 列入預警=" WS-LISTED-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-STU-USED TO RS-ACCEPT-COUNT.
           MOVE WS-SKIP-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

      *    參數未輸入或非數字時採預設值
       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-TERM-FILTER.
           ACCEPT WS-TERM-FILTER.
           IF WS-TERM-FILTER = SPACES
              MOVE "ALL" TO WS-TERM-FILTER
           END-IF.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT NUMERIC
              MOVE 0 TO WS-FROM-DATE
           END-IF.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE NOT NUMERIC OR WS-TO-DATE = 0
              MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.
           ACCEPT WS-ABS-LIMIT.
           IF WS-ABS-LIMIT NOT NUMERIC
              MOVE 10 TO WS-ABS-LIMIT
           END-IF.
           ACCEPT WS-PROBATION-AVG.
           IF WS-PROBATION-AVG NOT NUMERIC OR WS-PROBATION-AVG = 0
              MOVE 60 TO WS-PROBATION-AVG
           END-IF.
           ACCEPT WS-OVERDUE-LIMIT.
           IF WS-OVERDUE-LIMIT NOT NUMERIC
              MOVE 14 TO WS-OVERDUE-LIMIT
           END-IF.
           ACCEPT WS-BALANCE-LIMIT.
           IF WS-BALANCE-LIMIT NOT NUMERIC OR WS-BALANCE-LIMIT = 0
              MOVE 1 TO WS-BALANCE-LIMIT
           END-IF.
           ACCEPT WS-AGE-LIMIT.
           IF WS-AGE-LIMIT NOT NUMERIC
              MOVE 30 TO WS-AGE-LIMIT
           END-IF.
           ACCEPT WS-MIN-SIGNS.
           IF WS-MIN-SIGNS NOT NUMERIC OR WS-MIN-SIGNS = 0 OR
              WS-MIN-SIGNS > 4
              MOVE 2 TO WS-MIN-SIGNS
           END-IF.

       0500-PRINT-HEADER.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "學生學習預警報表  執行日期=" WS-RUN-DATE
               " 最少警示數=" WS-MIN-SIGNS
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "門檻: 出缺勤 " WS-FROM-DATE "-" WS-TO-DATE
               " 缺席>" WS-ABS-LIMIT
               " 成績 學期=" WS-TERM-FILTER
               " 平均<" WS-PROBATION-AVG
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "      圖書 逾期>" WS-OVERDUE-LIMIT "日"
               " 學費 未繳>=" WS-BALANCE-LIMIT
               " 帳齡>=" WS-AGE-LIMIT "日"
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.

      *----------------------------------------------------------*
      *    載入在學學生(非畢業)，主檔鍵序即學號遞增
      *----------------------------------------------------------*
       1000-LOAD-STUDENTS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-READ-NEXT-STUDENT.
           PERFORM 1200-LOAD-ONE-STUDENT
              UNTIL WS-EOF-SW = 'Y'.

       1100-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-LOAD-ONE-STUDENT.
           ADD 1 TO WS-READ-COUNT.
           IF MSTR-STATUS = 'G'
              CONTINUE
           ELSE
              IF WS-STU-USED < 5000
                 ADD 1 TO WS-STU-USED
                 MOVE MSTR-STU-ID TO WS-STU-ID(WS-STU-USED)
                 MOVE MSTR-STU-NAME TO WS-STU-NAME(WS-STU-USED)
                 MOVE MSTR-GRADE-LEVEL TO WS-STU-LEVEL(WS-STU-USED)
                 MOVE 0 TO WS-STU-ABSENT(WS-STU-USED)
                           WS-STU-LATE(WS-STU-USED)
                           WS-STU-GRD-TOTAL(WS-STU-USED)
                           WS-STU-GRD-COUNT(WS-STU-USED)
                           WS-STU-LOANS(WS-STU-USED)
                           WS-STU-MAX-DAYS(WS-STU-USED)
                           WS-STU-BALANCE(WS-STU-USED)
                           WS-STU-INV-COUNT(WS-STU-USED)
              ELSE
                 ADD 1 TO WS-SKIP-COUNT
                 DISPLAY "警告: 學生表已滿，略過學號="
                     MSTR-STU-ID
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 1100-READ-NEXT-STUDENT.

      *    二分搜尋: WS-KEY-ID -> WS-STU-HIT (0=非在學學生)
       1500-FIND-STUDENT.
           MOVE 0 TO WS-STU-HIT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-LOW.
           MOVE WS-STU-USED TO WS-HIGH.
           PERFORM 1560-BINARY-STEP
               UNTIL WS-LOW > WS-HIGH OR WS-FOUND-SW = 'Y'.

       1560-BINARY-STEP.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF WS-STU-ID(WS-MID) = WS-KEY-ID
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-MID TO WS-STU-HIT
           ELSE
              IF WS-STU-ID(WS-MID) < WS-KEY-ID
                 COMPUTE WS-LOW = WS-MID + 1
              ELSE
                 IF WS-MID = 1
                    MOVE 0 TO WS-HIGH
                 ELSE
                    COMPUTE WS-HIGH = WS-MID - 1
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      *    出缺勤: 期間內缺席/遲到次數累計到學生(各課程合計)
      *----------------------------------------------------------*
       2000-SCAN-ATTENDANCE.
           OPEN INPUT ATTENDANCE-MASTER-FILE.
           IF WS-ATT-STATUS = "35"
              DISPLAY "警告: 出缺勤檔不存在，"
                  "略過出缺勤警示"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2100-READ-NEXT-ATT
              PERFORM 2200-APPLY-ONE-ATT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE ATTENDANCE-MASTER-FILE
           END-IF.

       2100-READ-NEXT-ATT.
           READ ATTENDANCE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2200-APPLY-ONE-ATT.
           IF ATT-DATE >= WS-FROM-DATE AND ATT-DATE <= WS-TO-DATE
              MOVE ATT-STU-ID TO WS-KEY-ID
              PERFORM 1500-FIND-STUDENT
              IF WS-STU-HIT > 0
                 EVALUATE ATT-STATUS-CODE
                    WHEN 'A' ADD 1 TO WS-STU-ABSENT(WS-STU-HIT)
                    WHEN 'L' ADD 1 TO WS-STU-LATE(WS-STU-HIT)
                    WHEN OTHER CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-ATT.

      *----------------------------------------------------------*
      *    成績: 指定學期(或全部)的成績合計與科目數
      *----------------------------------------------------------*
       3000-SCAN-GRADES.
           OPEN INPUT GRADE-MASTER-FILE.
           IF WS-GRADE-STATUS = "35"
              DISPLAY "警告: 成績檔不存在，略過成績警示"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3100-READ-NEXT-GRADE
              PERFORM 3200-APPLY-ONE-GRADE
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE GRADE-MASTER-FILE
           END-IF.

       3100-READ-NEXT-GRADE.
           READ GRADE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       3200-APPLY-ONE-GRADE.
           IF WS-TERM-FILTER = "ALL" OR GRD-TERM = WS-TERM-FILTER
              MOVE GRD-STU-ID TO WS-KEY-ID
              PERFORM 1500-FIND-STUDENT
              IF WS-STU-HIT > 0
                 ADD GRD-SCORE TO WS-STU-GRD-TOTAL(WS-STU-HIT)
                 ADD 1 TO WS-STU-GRD-COUNT(WS-STU-HIT)
              END-IF
           END-IF.
           PERFORM 3100-READ-NEXT-GRADE.

      *----------------------------------------------------------*
      *    圖書: 逾期天數超過門檻的借閱冊數及最長逾期天數
      *----------------------------------------------------------*
       4000-SCAN-LOANS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS = "35"
              DISPLAY "警告: 借閱檔不存在，略過圖書警示"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 4100-READ-NEXT-LOAN
              PERFORM 4200-APPLY-ONE-LOAN THRU 4200-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE LOAN-MASTER-FILE
           END-IF.

       4100-READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       4200-APPLY-ONE-LOAN.
           IF LOAN-DUE-DATE >= WS-RUN-DATE
              GO TO 4200-EXIT
           END-IF.
           MOVE LOAN-STU-ID TO WS-KEY-ID.
           PERFORM 1500-FIND-STUDENT.
           IF WS-STU-HIT = 0
              GO TO 4200-EXIT
           END-IF.

           MOVE 'D' TO DT-FUNCTION.
           MOVE LOAN-DUE-DATE(1:4) TO DT-YYYY.
           MOVE LOAN-DUE-DATE(5:2) TO DT-MM.
           MOVE LOAN-DUE-DATE(7:2) TO DT-DD.
           PERFORM 4500-SET-RUN-DATE-2.
           CALL "DTVALID" USING DTVALPRM.
           IF DT-VALID-SW = 'N' OR DT-DAYS <= WS-OVERDUE-LIMIT
              GO TO 4200-EXIT
           END-IF.
           MOVE DT-DAYS TO WS-DAYS.

           ADD 1 TO WS-STU-LOANS(WS-STU-HIT).
           IF WS-DAYS > WS-STU-MAX-DAYS(WS-STU-HIT)
              MOVE WS-DAYS TO WS-STU-MAX-DAYS(WS-STU-HIT)
           END-IF.
       4200-EXIT.
           PERFORM 4100-READ-NEXT-LOAN.

       4500-SET-RUN-DATE-2.
           MOVE WS-RUN-DATE(1:4) TO DT-YYYY2.
           MOVE WS-RUN-DATE(5:2) TO DT-MM2.
           MOVE WS-RUN-DATE(7:2) TO DT-DD2.

      *----------------------------------------------------------*
      *    學費: 帳齡達門檻且有未繳餘額的帳單，餘額累計
      *----------------------------------------------------------*
       5000-SCAN-INVOICES.
           OPEN INPUT INVOICE-MASTER-FILE.
           IF WS-INV-STATUS = "35"
              DISPLAY "警告: 學費帳單檔不存在，"
                  "略過學費警示"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 5100-READ-NEXT-INVOICE
              PERFORM 5200-APPLY-ONE-INVOICE THRU 5200-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE INVOICE-MASTER-FILE
           END-IF.

       5100-READ-NEXT-INVOICE.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       5200-APPLY-ONE-INVOICE.
           IF INV-PAID >= INV-AMOUNT
              GO TO 5200-EXIT
           END-IF.
           MOVE INV-STU-ID TO WS-KEY-ID.
           PERFORM 1500-FIND-STUDENT.
           IF WS-STU-HIT = 0
              GO TO 5200-EXIT
           END-IF.

           MOVE 'D' TO DT-FUNCTION.
           MOVE INV-BILL-DATE(1:4) TO DT-YYYY.
           MOVE INV-BILL-DATE(5:2) TO DT-MM.
           MOVE INV-BILL-DATE(7:2) TO DT-DD.
           PERFORM 4500-SET-RUN-DATE-2.
           CALL "DTVALID" USING DTVALPRM.
           IF DT-VALID-SW = 'N' OR DT-DAYS < WS-AGE-LIMIT
              GO TO 5200-EXIT
           END-IF.

           COMPUTE WS-BALANCE = INV-AMOUNT - INV-PAID.
           ADD WS-BALANCE TO WS-STU-BALANCE(WS-STU-HIT).
           ADD 1 TO WS-STU-INV-COUNT(WS-STU-HIT).
       5200-EXIT.
           PERFORM 5100-READ-NEXT-INVOICE.

      *----------------------------------------------------------*
      *    輸入程序: 逐一評分，達最少警示數者釋出排序
      *----------------------------------------------------------*
       6000-RELEASE-AT-RISK.
           PERFORM 6100-SCORE-ONE-STUDENT
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-USED.

       6100-SCORE-ONE-STUDENT.
           MOVE 0 TO WS-SIGNS.
           MOVE 'N' TO SRT-ATT-SW SRT-GRD-SW SRT-LIB-SW SRT-TUI-SW.

           IF WS-STU-ABSENT(WS-STU-IDX) > WS-ABS-LIMIT
              MOVE 'Y' TO SRT-ATT-SW
              ADD 1 TO WS-SIGNS
           END-IF.

           MOVE 0 TO WS-AVG.
           IF WS-STU-GRD-COUNT(WS-STU-IDX) > 0
              COMPUTE WS-AVG ROUNDED =
                  WS-STU-GRD-TOTAL(WS-STU-IDX) /
                  WS-STU-GRD-COUNT(WS-STU-IDX)
              IF WS-AVG < WS-PROBATION-AVG
                 MOVE 'Y' TO SRT-GRD-SW
                 ADD 1 TO WS-SIGNS
              END-IF
           END-IF.

           IF WS-STU-LOANS(WS-STU-IDX) > 0
              MOVE 'Y' TO SRT-LIB-SW
              ADD 1 TO WS-SIGNS
           END-IF.

           IF WS-STU-BALANCE(WS-STU-IDX) > 0 AND
              WS-STU-BALANCE(WS-STU-IDX) >= WS-BALANCE-LIMIT
              MOVE 'Y' TO SRT-TUI-SW
              ADD 1 TO WS-SIGNS
           END-IF.

           IF WS-SIGNS >= WS-MIN-SIGNS
              MOVE WS-STU-LEVEL(WS-STU-IDX) TO SRT-GRADE-LEVEL
              MOVE WS-SIGNS TO SRT-SIGN-COUNT
              MOVE WS-STU-ID(WS-STU-IDX) TO SRT-STU-ID
              MOVE WS-STU-NAME(WS-STU-IDX) TO SRT-STU-NAME
              MOVE WS-STU-ABSENT(WS-STU-IDX) TO SRT-ABSENT
              MOVE WS-STU-LATE(WS-STU-IDX) TO SRT-LATE
              MOVE WS-AVG TO SRT-AVG
              MOVE WS-STU-GRD-COUNT(WS-STU-IDX) TO SRT-GRD-COUNT
              MOVE WS-STU-LOANS(WS-STU-IDX) TO SRT-LOANS
              MOVE WS-STU-MAX-DAYS(WS-STU-IDX) TO SRT-MAX-DAYS
              MOVE WS-STU-BALANCE(WS-STU-IDX) TO SRT-BALANCE
              MOVE WS-STU-INV-COUNT(WS-STU-IDX) TO SRT-INV-COUNT
              RELEASE SORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    輸出程序: 年級控制中斷，每位學生一行標頭，
      *    其下逐項列出觸發警示的明細數據
      *----------------------------------------------------------*
       7000-PRINT-AT-RISK.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE 'N' TO WS-LEVEL-OPEN-SW.
           PERFORM 7100-RETURN-NEXT-STUDENT.
           PERFORM 7200-PRINT-ONE-STUDENT
              UNTIL WS-SORT-EOF-SW = 'Y'.
           IF WS-LEVEL-OPEN-SW = 'Y'
              PERFORM 7500-END-OF-LEVEL
           END-IF.

       7100-RETURN-NEXT-STUDENT.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       7200-PRINT-ONE-STUDENT.
           IF WS-LEVEL-OPEN-SW = 'Y' AND
              SRT-GRADE-LEVEL NOT = WS-CUR-LEVEL
              PERFORM 7500-END-OF-LEVEL
           END-IF.
           IF WS-LEVEL-OPEN-SW = 'N'
              PERFORM 7400-START-NEW-LEVEL
           END-IF.

           ADD 1 TO WS-LEVEL-COUNT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "學號=" SRT-STU-ID " " SRT-STU-NAME
               " 警示數=" SRT-SIGN-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.

           IF SRT-ATT-SW = 'Y'
              ADD 1 TO WS-ATT-FLAGS
              MOVE SPACES TO RISK-REPORT-REC
              STRING "    [出缺勤] 缺席=" SRT-ABSENT
                  " 遲到=" SRT-LATE
                  " (門檻 " WS-ABS-LIMIT ")"
                  DELIMITED BY SIZE INTO RISK-REPORT-REC
              END-STRING
              WRITE RISK-REPORT-REC
           END-IF.
           IF SRT-GRD-SW = 'Y'
              ADD 1 TO WS-GRD-FLAGS
              MOVE SPACES TO RISK-REPORT-REC
              STRING "    [成績] 平均=" SRT-AVG
                  " 科目數=" SRT-GRD-COUNT
                  " (察看平均 " WS-PROBATION-AVG ")"
                  DELIMITED BY SIZE INTO RISK-REPORT-REC
              END-STRING
              WRITE RISK-REPORT-REC
           END-IF.
           IF SRT-LIB-SW = 'Y'
              ADD 1 TO WS-LIB-FLAGS
              MOVE SPACES TO RISK-REPORT-REC
              STRING "    [圖書] 逾期冊數=" SRT-LOANS
                  " 最長逾期=" SRT-MAX-DAYS "日"
                  " (門檻 " WS-OVERDUE-LIMIT "日)"
                  DELIMITED BY SIZE INTO RISK-REPORT-REC
              END-STRING
              WRITE RISK-REPORT-REC
           END-IF.
           IF SRT-TUI-SW = 'Y'
              ADD 1 TO WS-TUI-FLAGS
              MOVE SPACES TO RISK-REPORT-REC
              STRING "    [學費] 未繳=" SRT-BALANCE
                  " 帳單數=" SRT-INV-COUNT
                  " (門檻 " WS-BALANCE-LIMIT ")"
                  DELIMITED BY SIZE INTO RISK-REPORT-REC
              END-STRING
              WRITE RISK-REPORT-REC
           END-IF.

           PERFORM 7100-RETURN-NEXT-STUDENT.

       7400-START-NEW-LEVEL.
           MOVE 'Y' TO WS-LEVEL-OPEN-SW.
           MOVE SRT-GRADE-LEVEL TO WS-CUR-LEVEL.
           MOVE 0 TO WS-LEVEL-COUNT.
           MOVE SPACES TO RISK-REPORT-REC.
           WRITE RISK-REPORT-REC.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "=== " WS-CUR-LEVEL " 年級 ==="
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.

       7500-END-OF-LEVEL.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "  " WS-CUR-LEVEL " 年級預警人數="
               WS-LEVEL-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.
           MOVE 'N' TO WS-LEVEL-OPEN-SW.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RISK-REPORT-REC.
           WRITE RISK-REPORT-REC.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "總計 在學學生=" WS-STU-USED
               " 列入預警=" WS-LISTED-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.
           MOVE SPACES TO RISK-REPORT-REC.
           STRING "預警學生中 出缺勤=" WS-ATT-FLAGS
               " 成績=" WS-GRD-FLAGS
               " 圖書=" WS-LIB-FLAGS
               " 學費=" WS-TUI-FLAGS
               DELIMITED BY SIZE INTO RISK-REPORT-REC
           END-STRING.
           WRITE RISK-REPORT-REC.
