      *  THE HOURS PER EMP-DEPT DEPARTMENT FOR COST CHARGING.   *
      *  OLD-FORMAT PUNCH LINES WITHOUT AN EMPLOYEE ID CANNOT   *
      *  FEED PAYROLL AND ARE SKIPPED.                          *
      *  HOURS WORKED ON A HOLCAL PUBLIC HOLIDAY ARE PAID AS    *
      *  THEIR OWN CATEGORY: THE WHOLE DAY GOES TO HOLIDAY      *
      *  HOURS (APPENDED TO THE DETAIL RECORD AND THE HASH)     *
      *  AND DOES NOT COUNT TOWARD THE WEEKLY THRESHOLD.        *
      *========================================================*
       IDENTIFICATION DIVISION.

           SELECT PAY-SUMMARY-FILE ASSIGN TO "PAYSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FD  PAY-SUMMARY-FILE.
       01  PAY-SUMMARY-REC     PIC X(80).

       FD  HOLIDAY-CAL-FILE.
       COPY HOLCALFM.

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-EMP-ID       PIC 9(5).
       01  WS-EMP-STATUS       PIC X(2).
       01  WS-EXT-STATUS       PIC X(2).
       01  WS-SUM-STATUS       PIC X(2).
       01  WS-HOL-STATUS       PIC X(2).
       01  WS-HOL-EOF-SW       PIC X(1).
       01  WS-HOLIDAY-SW       PIC X(1).
       01  WS-LOG-EOF-SW       PIC X(1).
       01  WS-SORT-EOF-SW      PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-WEEK-EXCESS      PIC 9(3)V99.
       01  WS-PSN-REGULAR      PIC 9(4)V99.
       01  WS-PSN-OVERTIME     PIC 9(4)V99.
       01  WS-DAY-HOLIDAY      PIC 9(3)V99.
       01  WS-PSN-HOLIDAY      PIC 9(4)V99.

       01  WS-EXT-COUNT        PIC 9(6) VALUE 0.
       01  WS-HOURS-HASH       PIC 9(9) VALUE 0.
       01  WS-REG-OUT          PIC 9(3)V99.
       01  WS-OT-OUT           PIC 9(3)V99.
       01  WS-HOL-OUT          PIC 9(3)V99.
       01  WS-HOURS-DISPLAY    PIC 9(6).99.
       01  WS-OT-DISPLAY       PIC 9(6).99.
       01  WS-HOL-DISPLAY      PIC 9(6).99.

      *    國定假日表: 啟動時由HOLCAL載入
       01  WS-HOL-COUNT        PIC 9(3) VALUE 0.
       01  WS-HOL-IDX          PIC 9(3).
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 300 TIMES.
              10 WS-HOL-DATE      PIC 9(8).

      *    部門彙總: 員工別合計依EMP-DEPT累入部門
       01  WS-DPT-USED         PIC 9(2) VALUE 0.
              10 WS-DPT-NAME      PIC X(10).
              10 WS-DPT-REGULAR   PIC 9(6)V99.
              10 WS-DPT-OVERTIME  PIC 9(6)V99.
              10 WS-DPT-HOLIDAY   PIC 9(6)V99.

       COPY RUNSTPRM.

           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           PERFORM 0500-LOAD-HOLIDAYS.

           OPEN OUTPUT PAY-EXTRACT-FILE.
           MOVE SPACES TO PAY-EXTRACT-REC.
           STRING "HDR" WS-RUN-DATE
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

      *    國定假日表: HOLCAL無檔即無假日工時分類
       0500-LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-CAL-FILE.
           IF WS-HOL-STATUS = "35"
              DISPLAY "警告: 國定假日檔不存在，"
                  "不分列假日工時"
           ELSE
              MOVE 'N' TO WS-HOL-EOF-SW
              PERFORM 0550-READ-NEXT-HOLIDAY
              PERFORM 0560-KEEP-ONE-HOLIDAY
                 UNTIL WS-HOL-EOF-SW = 'Y'
              CLOSE HOLIDAY-CAL-FILE
           END-IF.

       0550-READ-NEXT-HOLIDAY.
           READ HOLIDAY-CAL-FILE
               AT END MOVE 'Y' TO WS-HOL-EOF-SW
           END-READ.

       0560-KEEP-ONE-HOLIDAY.
           IF HOL-DATE NUMERIC
              IF WS-HOL-COUNT < 300
                 ADD 1 TO WS-HOL-COUNT
                 MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
              ELSE
                 DISPLAY "警告: 假日表已滿，" HOL-DATE
                     "未載入"
              END-IF
           END-IF.
           PERFORM 0550-READ-NEXT-HOLIDAY.

      *----------------------------------------------------------*
      *    輸入程序: 僅新格式且月份相符的打卡釋出排序
      *----------------------------------------------------------*

           PERFORM 3100-RETURN-NEXT-PUNCH.

      *    國定假日當日工時全數列為假日工時，不計入每週門檻
       4100-END-OF-DAY.
           PERFORM 4050-CHECK-HOLIDAY.
           IF WS-HOLIDAY-SW = 'Y'
              MOVE WS-DAY-HOURS TO WS-DAY-HOLIDAY
              MOVE 0 TO WS-DAY-REGULAR
              MOVE 0 TO WS-DAY-OVERTIME
           ELSE
              MOVE 0 TO WS-DAY-HOLIDAY
              PERFORM 4110-SPLIT-REGULAR-OVERTIME
           END-IF.

           IF WS-DAY-HOURS > 0
              PERFORM 4150-WRITE-EXTRACT-RECORD
           END-IF.
           ADD WS-DAY-REGULAR TO WS-PSN-REGULAR.
           ADD WS-DAY-OVERTIME TO WS-PSN-OVERTIME.
           ADD WS-DAY-HOLIDAY TO WS-PSN-HOLIDAY.

       4050-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOLIDAY-SW.
           PERFORM 4060-MATCH-ONE-HOLIDAY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

       4060-MATCH-ONE-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-CUR-DATE
              MOVE 'Y' TO WS-HOLIDAY-SW
           END-IF.

       4110-SPLIT-REGULAR-OVERTIME.
      *    每日分拆: 超過每日門檻的部分為加班
           IF WS-DAY-LIMIT > 0 AND WS-DAY-HOURS > WS-DAY-LIMIT
              MOVE WS-DAY-LIMIT TO WS-DAY-REGULAR
           END-IF.
           ADD WS-DAY-REGULAR TO WS-WEEK-REGULAR.

      *    明細: 員工編號 日期 正常工時 加班工時 假日工時
      *    (百分位)
       4150-WRITE-EXTRACT-RECORD.
           MOVE WS-DAY-REGULAR TO WS-REG-OUT.
           MOVE WS-DAY-OVERTIME TO WS-OT-OUT.
           MOVE WS-DAY-HOLIDAY TO WS-HOL-OUT.
           MOVE SPACES TO PAY-EXTRACT-REC.
           STRING WS-CUR-EMP-ID WS-CUR-DATE
               WS-REG-OUT WS-OT-OUT WS-HOL-OUT
               DELIMITED BY SIZE INTO PAY-EXTRACT-REC
           END-STRING.
           WRITE PAY-EXTRACT-REC.
           ADD 1 TO WS-EXT-COUNT.
           COMPUTE WS-HOURS-HASH = WS-HOURS-HASH
               + WS-DAY-REGULAR * 100 + WS-DAY-OVERTIME * 100
               + WS-DAY-HOLIDAY * 100.

       4200-END-OF-PERSON.
           PERFORM 4250-ACCUM-DEPT-TOTALS.
           IF WS-DPT-FOUND-SW = 'Y'
              ADD WS-PSN-REGULAR TO WS-DPT-REGULAR(WS-DPT-HIT)
              ADD WS-PSN-OVERTIME TO WS-DPT-OVERTIME(WS-DPT-HIT)
              ADD WS-PSN-HOLIDAY TO WS-DPT-HOLIDAY(WS-DPT-HIT)
           ELSE
              IF WS-DPT-USED < 50
                 ADD 1 TO WS-DPT-USED
                     TO WS-DPT-REGULAR(WS-DPT-USED)
                 MOVE WS-PSN-OVERTIME
                     TO WS-DPT-OVERTIME(WS-DPT-USED)
                 MOVE WS-PSN-HOLIDAY
                     TO WS-DPT-HOLIDAY(WS-DPT-USED)
              ELSE
                 DISPLAY "警告: 部門彙總表已滿，" EMP-DEPT
                     "未列入彙總"
           MOVE SRT-EMP-ID TO WS-CUR-EMP-ID.
           MOVE 0 TO WS-PSN-REGULAR.
           MOVE 0 TO WS-PSN-OVERTIME.
           MOVE 0 TO WS-PSN-HOLIDAY.
           MOVE 999999 TO WS-CUR-WEEK-NO.
           MOVE 0 TO WS-WEEK-REGULAR.

       5100-PRINT-ONE-DEPT.
           MOVE WS-DPT-REGULAR(WS-DPT-IDX) TO WS-HOURS-DISPLAY.
           MOVE WS-DPT-OVERTIME(WS-DPT-IDX) TO WS-OT-DISPLAY.
           MOVE WS-DPT-HOLIDAY(WS-DPT-IDX) TO WS-HOL-DISPLAY.
           MOVE SPACES TO PAY-SUMMARY-REC.
           STRING WS-DPT-NAME(WS-DPT-IDX)
               " 正常工時=" WS-HOURS-DISPLAY
               " 加班工時=" WS-OT-DISPLAY
               " 假日工時=" WS-HOL-DISPLAY
               DELIMITED BY SIZE INTO PAY-SUMMARY-REC
           END-STRING.
           WRITE PAY-SUMMARY-REC.
