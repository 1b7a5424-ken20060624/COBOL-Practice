       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHPRC.

       ENVIRONMENT DIVISION.
           05 LI-TERM-MONTHS  PIC 9(3).
           05 LI-ROUND-MODE   PIC 9(1).

      *>   統計工作單: 前2碼"ST"，帶群組名稱、數值(前置正負號，
      *>   2位隱含小數)與捨入模式(取群組第一行，1/2/3同互動模式);
      *>   連續同一群組名稱的ST行為一組
       01  STAT-IN-REC.
           05 SI-REC-TYPE     PIC X(2).
           05 SI-GROUP-LABEL  PIC X(10).
           05 SI-VALUE        PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
           05 SI-ROUND-MODE   PIC 9(1).

       FD  MATH-OUT-FILE.
       01  MATH-OUT-REC       PIC X(200).

       01 LN-PAY-THIS     PIC 9(9)V99.
       01 LN-AMT-DISPLAY3 PIC 9(11).99.

      *> 統計工作單欄位: 群組數值依大小插入排序後存表，供中位數
      *> 及分組次數使用
       01 WS-ST-OPEN-SW   PIC X(1) VALUE 'N'.
       01 WS-ST-PLACED-SW PIC X(1).
       01 ST-GROUP-LABEL  PIC X(10).
       01 ST-ROUND-MODE   PIC 9(1).
       01 ST-COUNT        PIC 9(4).
       01 ST-BAD-COUNT    PIC 9(4).
       01 ST-NEW-VALUE    PIC S9(7)V99.
       01 ST-POS          PIC 9(4).
       01 ST-IDX          PIC 9(4).
       01 ST-HALF         PIC 9(4).
       01 ST-DIVISOR      PIC 9(4).
       01 ST-ODD          PIC 9(1).
       01 ST-TABLE.
           05 ST-VALUE OCCURS 999 TIMES PIC S9(7)V99.
       01 ST-SUM          PIC S9(10)V99.
       01 ST-MIN          PIC S9(7)V99.
       01 ST-MAX          PIC S9(7)V99.
       01 ST-MEAN-RAW     PIC S9(7)V9(6).
       01 ST-MEAN         PIC S9(7)V99.
       01 ST-MEDIAN       PIC S9(7)V99.
       01 ST-DEVIATION    PIC S9(8)V9(6).
       01 ST-SUM-SQ       PIC S9(16)V99.
       01 ST-VARIANCE     PIC S9(16)V99.
       01 WS-ST-OVFL-SW   PIC X(1).
       01 ST-STD-DEV      PIC 9(8)V99.
       01 ST-BAND-WIDTH   PIC S9(8)V9(4).
       01 ST-BAND-NO      PIC 9(1).
       01 ST-BAND-LOW     PIC S9(8)V99.
       01 ST-BAND-HIGH    PIC S9(8)V99.
       01 ST-BAND-TABLE.
           05 ST-BAND-COUNT OCCURS 5 TIMES PIC 9(4).
       01 ST-SUM-DISPLAY  PIC -(10)9.99.
       01 ST-MIN-DISPLAY  PIC -(7)9.99.
       01 ST-MAX-DISPLAY  PIC -(7)9.99.
       01 ST-MEAN-DISPLAY PIC -(7)9.99.
       01 ST-MED-DISPLAY  PIC -(7)9.99.
       01 ST-SD-DISPLAY   PIC Z(7)9.99.
       01 ST-LOW-DISPLAY  PIC -(8)9.99.
       01 ST-HIGH-DISPLAY PIC -(8)9.99.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           DISPLAY "執行模式 (I=互動輸入單組, "
               "B=批次檔案): ".
           ACCEPT WS-MODE.

           IF WS-MODE = 'B' OR WS-MODE = 'b'
           PERFORM 2100-READ-NEXT-PAIR.
           PERFORM 2200-CALC-AND-WRITE-PAIR THRU 2200-DONE
              UNTIL WS-EOF-SW = 'Y'.
           IF WS-ST-OPEN-SW = 'Y'
              PERFORM 6500-CLOSE-STAT-GROUP
           END-IF.

           CLOSE MATH-IN-FILE.
           CLOSE MATH-OUT-FILE.

      *>   每行只計算並列印要求的運算，縮短月結批次時間
       2200-CALC-AND-WRITE-PAIR.
      *>   "ST"統計工作單累積至群組結束(群組名稱改變或遇其他
      *>   行)才列印結果; ST行同LN行不計入尾錄雜湊
           IF MATH-IN-REC(1:2) = "ST"
              ADD 1 TO WS-READ-COUNT
              PERFORM 6000-ADD-STAT-VALUE THRU 6000-EXIT
              PERFORM 2100-READ-NEXT-PAIR
              GO TO 2200-DONE
           END-IF.
           IF WS-ST-OPEN-SW = 'Y'
              PERFORM 6500-CLOSE-STAT-GROUP
           END-IF.

      *>   "LN"前置碼的貸款攤還工作單走攤還表邏輯;
      *>   尾錄雜湊僅計一般數字對工作單(LN行以零計)
           IF MATH-IN-REC(1:2) = "LN"
      *>   指定的捨入模式處理，末期以餘額結清使餘額歸零
       7000-AMORTIZE-LOAN.
           IF LOAN-IN-REC(3:11) NOT NUMERIC OR LI-PRINCIPAL = 0
              MOVE "本金須為大於零數字" TO WS-REASON-BUFFER
              PERFORM 7900-REJECT-LOAN-LINE
              GO TO 7000-EXIT
           END-IF.
              GO TO 7000-EXIT
           END-IF.
           IF LOAN-IN-REC(20:3) NOT NUMERIC OR LI-TERM-MONTHS = 0
              MOVE "期數須為大於零數字" TO WS-REASON-BUFFER
              PERFORM 7900-REJECT-LOAN-LINE
              GO TO 7000-EXIT
           END-IF.
                      / (LN-FACTOR - 1)
           END-EVALUATE.

      *>   統計工作單: 群組名稱改變即結束前一組並開新組;
      *>   無效數值寫入MATHBAD，群組其餘數值照常統計
       6000-ADD-STAT-VALUE.
           IF WS-ST-OPEN-SW = 'Y' AND
              SI-GROUP-LABEL NOT = ST-GROUP-LABEL
              PERFORM 6500-CLOSE-STAT-GROUP
           END-IF.
           IF WS-ST-OPEN-SW = 'N'
              PERFORM 6050-OPEN-STAT-GROUP
           END-IF.

           IF SI-VALUE NOT NUMERIC
              MOVE "統計數值非數字" TO WS-REASON-BUFFER
              PERFORM 6900-REJECT-STAT-VALUE
              GO TO 6000-EXIT
           END-IF.
           IF ST-COUNT >= 999
              MOVE "統計群組超過999筆" TO WS-REASON-BUFFER
              PERFORM 6900-REJECT-STAT-VALUE
              GO TO 6000-EXIT
           END-IF.

           MOVE SI-VALUE TO ST-NEW-VALUE.
           ADD 1 TO ST-COUNT.
           ADD ST-NEW-VALUE TO ST-SUM.
           PERFORM 6100-INSERT-STAT-VALUE.
           ADD 1 TO WS-ACCEPT-COUNT.
       6000-EXIT.
           EXIT.

       6050-OPEN-STAT-GROUP.
           MOVE 'Y' TO WS-ST-OPEN-SW.
           MOVE SI-GROUP-LABEL TO ST-GROUP-LABEL.
           IF SI-ROUND-MODE = 1 OR SI-ROUND-MODE = 2 OR
              SI-ROUND-MODE = 3
              MOVE SI-ROUND-MODE TO ST-ROUND-MODE
           ELSE
              MOVE 1 TO ST-ROUND-MODE
           END-IF.
           MOVE 0 TO ST-COUNT.
           MOVE 0 TO ST-BAD-COUNT.
           MOVE 0 TO ST-SUM.

      *>   插入排序: 自表尾往前找位置，較大者後移一格
       6100-INSERT-STAT-VALUE.
           MOVE ST-COUNT TO ST-POS.
           MOVE 'N' TO WS-ST-PLACED-SW.
           PERFORM 6150-SHIFT-ONE-VALUE
               UNTIL WS-ST-PLACED-SW = 'Y'.
           MOVE ST-NEW-VALUE TO ST-VALUE(ST-POS).

       6150-SHIFT-ONE-VALUE.
           IF ST-POS = 1
              MOVE 'Y' TO WS-ST-PLACED-SW
           ELSE
              IF ST-VALUE(ST-POS - 1) NOT > ST-NEW-VALUE
                 MOVE 'Y' TO WS-ST-PLACED-SW
              ELSE
                 MOVE ST-VALUE(ST-POS - 1) TO ST-VALUE(ST-POS)
                 SUBTRACT 1 FROM ST-POS
              END-IF
           END-IF.

      *>   群組結束: 筆數/合計/最小/最大/平均/中位數/標準差及
      *>   五等分區間次數寫入MATHOUT，結果行並留存MATHLOG
       6500-CLOSE-STAT-GROUP.
           MOVE 'N' TO WS-ST-OPEN-SW.

           MOVE SPACES TO MATH-OUT-REC.
           STRING "統計工作單 群組=" ST-GROUP-LABEL
               " 捨入模式=" ST-ROUND-MODE
               DELIMITED BY SIZE INTO MATH-OUT-REC
           END-STRING.
           WRITE MATH-OUT-REC.

           IF ST-COUNT = 0
              MOVE SPACES TO MATH-OUT-REC
              STRING "STAT GRP=" ST-GROUP-LABEL
                  " N=0000 BAD=" ST-BAD-COUNT
                  " 本組無有效數值"
                  DELIMITED BY SIZE INTO MATH-OUT-REC
              END-STRING
              WRITE MATH-OUT-REC
              PERFORM 9050-WRITE-BATCH-LOG-ENTRY
           ELSE
              PERFORM 6600-COMPUTE-STATISTICS
              PERFORM 6700-WRITE-STAT-RESULT
              PERFORM 6800-WRITE-BAND-TABLE
           END-IF.

       6600-COMPUTE-STATISTICS.
           MOVE ST-VALUE(1) TO ST-MIN.
           MOVE ST-VALUE(ST-COUNT) TO ST-MAX.
           COMPUTE ST-MEAN-RAW = ST-SUM / ST-COUNT.

           DIVIDE ST-COUNT BY 2 GIVING ST-HALF REMAINDER ST-ODD.

      *>   標準差採樣本標準差(除以n-1)，與試算表STDEV相同;
      *>   僅一筆時為零; 離差平方和溢位時標準差列為無法計算
           MOVE 0 TO ST-SUM-SQ.
           MOVE 'N' TO WS-ST-OVFL-SW.
           PERFORM 6650-ADD-ONE-SQUARE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT OR WS-ST-OVFL-SW = 'Y'.
           IF WS-ST-OVFL-SW = 'Y'
              MOVE 0 TO ST-VARIANCE
              PERFORM 6950-REJECT-STAT-DEVIATION
           ELSE
              IF ST-COUNT > 1
                 SUBTRACT 1 FROM ST-COUNT GIVING ST-DIVISOR
                 COMPUTE ST-VARIANCE = ST-SUM-SQ / ST-DIVISOR
              ELSE
                 MOVE 0 TO ST-VARIANCE
              END-IF
           END-IF.

           EVALUATE ST-ROUND-MODE
              WHEN 2
                 COMPUTE ST-MEAN ROUNDED MODE IS NEAREST-EVEN
                    = ST-SUM / ST-COUNT
                 IF ST-ODD = 1
                    MOVE ST-VALUE(ST-HALF + 1) TO ST-MEDIAN
                 ELSE
                    COMPUTE ST-MEDIAN ROUNDED MODE IS NEAREST-EVEN
                       = (ST-VALUE(ST-HALF) + ST-VALUE(ST-HALF + 1))
                         / 2
                 END-IF
                 COMPUTE ST-STD-DEV ROUNDED MODE IS NEAREST-EVEN
                    = ST-VARIANCE ** 0.5
              WHEN 3
                 COMPUTE ST-MEAN ROUNDED MODE IS TRUNCATION
                    = ST-SUM / ST-COUNT
                 IF ST-ODD = 1
                    MOVE ST-VALUE(ST-HALF + 1) TO ST-MEDIAN
                 ELSE
                    COMPUTE ST-MEDIAN ROUNDED MODE IS TRUNCATION
                       = (ST-VALUE(ST-HALF) + ST-VALUE(ST-HALF + 1))
                         / 2
                 END-IF
                 COMPUTE ST-STD-DEV ROUNDED MODE IS TRUNCATION
                    = ST-VARIANCE ** 0.5
              WHEN OTHER
                 COMPUTE ST-MEAN
                    ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                    = ST-SUM / ST-COUNT
                 IF ST-ODD = 1
                    MOVE ST-VALUE(ST-HALF + 1) TO ST-MEDIAN
                 ELSE
                    COMPUTE ST-MEDIAN
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       = (ST-VALUE(ST-HALF) + ST-VALUE(ST-HALF + 1))
                         / 2
                 END-IF
                 COMPUTE ST-STD-DEV
                    ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                    = ST-VARIANCE ** 0.5
           END-EVALUATE.

       6650-ADD-ONE-SQUARE.
           COMPUTE ST-DEVIATION = ST-VALUE(ST-IDX) - ST-MEAN-RAW.
           COMPUTE ST-SUM-SQ = ST-SUM-SQ
               + ST-DEVIATION * ST-DEVIATION
               ON SIZE ERROR
                  MOVE 'Y' TO WS-ST-OVFL-SW
           END-COMPUTE.

       6700-WRITE-STAT-RESULT.
           MOVE ST-SUM TO ST-SUM-DISPLAY.
           MOVE ST-MIN TO ST-MIN-DISPLAY.
           MOVE ST-MAX TO ST-MAX-DISPLAY.
           MOVE ST-MEAN TO ST-MEAN-DISPLAY.
           MOVE ST-MEDIAN TO ST-MED-DISPLAY.
           MOVE ST-STD-DEV TO ST-SD-DISPLAY.
           MOVE SPACES TO MATH-OUT-REC.
           MOVE 1 TO WS-OUT-PTR.
           STRING "STAT GRP=" ST-GROUP-LABEL
               " N=" ST-COUNT
               " SUM=" ST-SUM-DISPLAY
               " MIN=" ST-MIN-DISPLAY
               " MAX=" ST-MAX-DISPLAY
               DELIMITED BY SIZE INTO MATH-OUT-REC
               WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-ST-OVFL-SW = 'Y'
              STRING " MEAN=" ST-MEAN-DISPLAY
                  " MED=" ST-MED-DISPLAY
                  " SD=無法計算"
                  " BAD=" ST-BAD-COUNT
                  DELIMITED BY SIZE INTO MATH-OUT-REC
                  WITH POINTER WS-OUT-PTR
              END-STRING
           ELSE
              STRING " MEAN=" ST-MEAN-DISPLAY
                  " MED=" ST-MED-DISPLAY
                  " SD=" ST-SD-DISPLAY
                  " BAD=" ST-BAD-COUNT
                  DELIMITED BY SIZE INTO MATH-OUT-REC
                  WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF.
           WRITE MATH-OUT-REC.
           PERFORM 9050-WRITE-BATCH-LOG-ENTRY.

      *>   次數分配: 最小至最大值等分五個區間，最大值歸末區間
       6800-WRITE-BAND-TABLE.
           MOVE 0 TO ST-BAND-COUNT(1).
           MOVE 0 TO ST-BAND-COUNT(2).
           MOVE 0 TO ST-BAND-COUNT(3).
           MOVE 0 TO ST-BAND-COUNT(4).
           MOVE 0 TO ST-BAND-COUNT(5).
           COMPUTE ST-BAND-WIDTH = (ST-MAX - ST-MIN) / 5.
           PERFORM 6850-COUNT-ONE-BAND
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT.
           PERFORM 6870-WRITE-ONE-BAND
               VARYING ST-BAND-NO FROM 1 BY 1
               UNTIL ST-BAND-NO > 5.

       6850-COUNT-ONE-BAND.
           IF ST-BAND-WIDTH = 0
              MOVE 1 TO ST-BAND-NO
           ELSE
              COMPUTE ST-BAND-NO =
                  (ST-VALUE(ST-IDX) - ST-MIN) / ST-BAND-WIDTH + 1
              IF ST-BAND-NO > 5
                 MOVE 5 TO ST-BAND-NO
              END-IF
           END-IF.
           ADD 1 TO ST-BAND-COUNT(ST-BAND-NO).

       6870-WRITE-ONE-BAND.
           COMPUTE ST-BAND-LOW =
               ST-MIN + ST-BAND-WIDTH * ST-BAND-NO - ST-BAND-WIDTH.
           IF ST-BAND-NO = 5
              MOVE ST-MAX TO ST-BAND-HIGH
           ELSE
              COMPUTE ST-BAND-HIGH =
                  ST-MIN + ST-BAND-WIDTH * ST-BAND-NO
           END-IF.
           MOVE ST-BAND-LOW TO ST-LOW-DISPLAY.
           MOVE ST-BAND-HIGH TO ST-HIGH-DISPLAY.
           MOVE SPACES TO MATH-OUT-REC.
           STRING "  區間" ST-BAND-NO
               " " ST-LOW-DISPLAY " ~ " ST-HIGH-DISPLAY
               " 次數=" ST-BAND-COUNT(ST-BAND-NO)
               DELIMITED BY SIZE INTO MATH-OUT-REC
           END-STRING.
           WRITE MATH-OUT-REC.

       6900-REJECT-STAT-VALUE.
           ADD 1 TO ST-BAD-COUNT.
           ADD 1 TO WS-REJECT-COUNT.
           ACCEPT BAD-DATE FROM DATE YYYYMMDD.
           ACCEPT BAD-TIME FROM TIME.
           MOVE "MATHPRC" TO BAD-PROGRAM.
           MOVE WS-REASON-BUFFER TO BAD-REASON.
           MOVE SPACES TO BAD-INPUT-DATA.
           MOVE MATH-IN-REC TO BAD-INPUT-DATA.
           WRITE BAD-RECORD-REC.

      *>   標準差溢位: 整組數值已計入，不列入退件筆數，僅記錄群組
       6950-REJECT-STAT-DEVIATION.
           ACCEPT BAD-DATE FROM DATE YYYYMMDD.
           ACCEPT BAD-TIME FROM TIME.
           MOVE "MATHPRC" TO BAD-PROGRAM.
           MOVE "標準差溢位無法計算" TO BAD-REASON.
           MOVE SPACES TO BAD-INPUT-DATA.
           STRING "ST GRP=" ST-GROUP-LABEL
               " N=" ST-COUNT
               DELIMITED BY SIZE INTO BAD-INPUT-DATA
           END-STRING.
           WRITE BAD-RECORD-REC.

       7900-REJECT-LOAN-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           ACCEPT BAD-DATE FROM DATE YYYYMMDD.
           DISPLAY "--- ROUNDED ---".

           IF WS-DEC-DIV-OK-SW = 'Y'
              DISPLAY "請選擇捨入模式: 1=四捨五入 "
                  "2=銀行家捨入 3=直接捨去"
              ACCEPT WS-ROUND-MODE

              COMPUTE RES-NO-ROUND = DEC-NUM1 / DEC-NUM2

              DISPLAY "原始輸入: " DEC-NUM1 " / " DEC-NUM2
              DISPLAY "無 (截斷後取1位小數): " RES-NO-ROUND
              DISPLAY "有 (依選擇模式取1位小數): "
                  RES-WITH-ROUND
           ELSE
              MOVE 0 TO RES-NO-ROUND
              MOVE 0 TO RES-WITH-ROUND
           IF INT-NUM2 = 0
              MOVE 'N' TO WS-INT-DIV-OK-SW
              MOVE 0 TO INT-QUOT
              DISPLAY "錯誤: 除數為零，"
                  "無法執行整數除法，"
                  "略過本項計算"
           ELSE
              MOVE 'Y' TO WS-INT-DIV-OK-SW
              DIVIDE INT-NUM1 BY INT-NUM2 GIVING INT-QUOT
           IF DEC-NUM2 = 0
              MOVE 'N' TO WS-DEC-DIV-OK-SW
              MOVE 0 TO DEC-QUOT
              DISPLAY "錯誤: 除數為零，"
                  "無法執行小數除法，"
                  "略過本項計算"
           ELSE
              MOVE 'Y' TO WS-DEC-DIV-OK-SW
              COMPUTE DEC-QUOT = DEC-NUM1 / DEC-NUM2
