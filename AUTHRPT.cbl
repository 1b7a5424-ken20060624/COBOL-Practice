      *========================================================*
      *  PROGRAM-ID. AUTHRPT                                    *
      *  PURPOSE: DAILY SIGN-ON SECURITY REVIEW REPORT.  READS  *
      *  THE AUTHLOG FILE WRITTEN BY OPRAUTH FOR THE SYSIN      *
      *  REVIEW DATE AND LISTS FAILED SIGN-ONS BY OPERATOR,     *
      *  DENIED ACTIONS BY PROGRAM AND ACTION, EVERY LOCKOUT,   *
      *  SESSION TERMINATION AND SUPERVISOR UNLOCK, AND ALL     *
      *  ACTIVITY OUTSIDE BUSINESS HOURS (BEFORE THE START OR   *
      *  FROM THE END HHMM ON SYSIN, OR ANY TIME ON SATURDAY    *
      *  AND SUNDAY).  OLDER AUTHLOG RECORDS WITHOUT AN EVENT   *
      *  CODE ARE CLASSED AS FAILED SIGN-ON (BLANK ACTION) OR   *
      *  DENIED ACTION.  RETURN CODE 4 WHEN ANY OPERATOR WAS    *
      *  LOCKED OR A SESSION WAS TERMINATED ON THE DAY.         *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. AUTHRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "AUTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-LOG-FILE.
       COPY AUTHLGFM.

       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-REPORT-DATE      PIC 9(8).
       01  WS-REPORT-DATE-INT  PIC 9(7).
       01  WS-WEEKDAY-NO       PIC 9(1).
       01  WS-HOURS-CARD.
           05 WS-BUS-START     PIC 9(4).
           05 WS-BUS-END       PIC 9(4).
       01  WS-LOG-HHMM         PIC 9(4).
       01  WS-EVENT            PIC X(1).
       01  WS-EVENT-DESC       PIC X(12).

       01  WS-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-DAY-COUNT        PIC 9(6) VALUE 0.
       01  WS-SIGNON-COUNT     PIC 9(6) VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(6) VALUE 0.
       01  WS-DENY-COUNT       PIC 9(6) VALUE 0.
       01  WS-LOCK-COUNT       PIC 9(6) VALUE 0.
       01  WS-TERM-COUNT       PIC 9(6) VALUE 0.
       01  WS-UNLOCK-COUNT     PIC 9(6) VALUE 0.
       01  WS-AFTER-COUNT      PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT   PIC 9(6) VALUE 0.

      *    事件別說明表
       01  WS-EVT-IDX          PIC 9(1).
       01  WS-EVT-VALUES.
           05 FILLER PIC X(13) VALUE "F簽入失敗".
           05 FILLER PIC X(13) VALUE "D動作遭拒".
           05 FILLER PIC X(13) VALUE "S簽入成功".
           05 FILLER PIC X(13) VALUE "L鎖定".
           05 FILLER PIC X(13) VALUE "T終止作業".
           05 FILLER PIC X(13) VALUE "K解除鎖定".
       01  WS-EVT-TABLE REDEFINES WS-EVT-VALUES.
           05 WS-EVT-ENTRY OCCURS 6 TIMES.
              10 WS-EVT-CODE      PIC X(1).
              10 WS-EVT-TEXT      PIC X(12).

      *    各操作員簽入失敗累計
       01  WS-OPR-COUNT        PIC 9(3) VALUE 0.
       01  WS-OPR-IDX          PIC 9(3).
       01  WS-OPR-HIT          PIC 9(3).
       01  WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
              10 WS-OPR-OPERATOR  PIC X(8).
              10 WS-OPR-FAILS     PIC 9(5).
              10 WS-OPR-LAST-TIME PIC 9(8).
              10 WS-OPR-LAST-RSN  PIC X(30).

      *    各程式/動作遭拒累計
       01  WS-DNY-COUNT        PIC 9(3) VALUE 0.
       01  WS-DNY-IDX          PIC 9(3).
       01  WS-DNY-HIT          PIC 9(3).
       01  WS-DNY-TABLE.
           05 WS-DNY-ENTRY OCCURS 200 TIMES.
              10 WS-DNY-PROGRAM   PIC X(8).
              10 WS-DNY-ACTION    PIC X(1).
              10 WS-DNY-DENIALS   PIC 9(5).
              10 WS-DNY-OPERATOR  PIC X(8).

      *    鎖定/終止/解除明細及非上班時段活動明細
       01  WS-LCK-COUNT        PIC 9(3) VALUE 0.
       01  WS-LCK-IDX          PIC 9(3).
       01  WS-LCK-TABLE.
           05 WS-LCK-ENTRY OCCURS 200 TIMES.
              10 WS-LCK-REC       PIC X(64).
       01  WS-AFT-COUNT        PIC 9(3) VALUE 0.
       01  WS-AFT-IDX          PIC 9(3).
       01  WS-AFT-TABLE.
           05 WS-AFT-ENTRY OCCURS 500 TIMES.
              10 WS-AFT-REC       PIC X(64).

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN第1張: 審閱日期YYYYMMDD (空白即為執行日)
           MOVE 0 TO WS-REPORT-DATE.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE NOT NUMERIC OR WS-REPORT-DATE = 0
              MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF.
      *    SYSIN第2張: 上班時段起訖HHMMHHMM (空白即為0800-1800)
           MOVE SPACES TO WS-HOURS-CARD.
           ACCEPT WS-HOURS-CARD.
           IF WS-HOURS-CARD NOT NUMERIC
              MOVE 0800 TO WS-BUS-START
              MOVE 1800 TO WS-BUS-END
           END-IF.
           COMPUTE WS-REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
      *    積日制第1日(1601-01-01)為星期一: 1=週一...7=週日
           COMPUTE WS-WEEKDAY-NO =
               FUNCTION MOD(WS-REPORT-DATE-INT - 1, 7) + 1.

           MOVE "AUTHRPT" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT SECURITY-REPORT-FILE.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "簽入保全審閱報表  審閱日=" WS-REPORT-DATE
               " (星期" WS-WEEKDAY-NO ") 上班時段="
               WS-BUS-START "-" WS-BUS-END
               " 執行日=" WS-RUN-DATE
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.

           OPEN INPUT AUTH-LOG-FILE.
           IF WS-LOG-STATUS = "35"
              MOVE SPACES TO SECURITY-REPORT-REC
              STRING "*** AUTHLOG保全紀錄檔不存在 ***"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-REC
              END-STRING
              WRITE SECURITY-REPORT-REC
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1000-READ-NEXT-LOG
              PERFORM 2000-PROCESS-ONE-LOG THRU 2000-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE AUTH-LOG-FILE
           END-IF.

           PERFORM 3000-PRINT-OPERATOR-FAILS.
           PERFORM 4000-PRINT-DENIALS.
           PERFORM 5000-PRINT-LOCKOUTS.
           PERFORM 6000-PRINT-AFTER-HOURS.
           PERFORM 7000-PRINT-TOTALS.
           CLOSE SECURITY-REPORT-FILE.

           IF WS-LOCK-COUNT > 0 OR WS-TERM-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "保全審閱完成 當日紀錄=" WS-DAY-COUNT
               " 簽入失敗=" WS-FAIL-COUNT
               " 遭拒=" WS-DENY-COUNT
               " 鎖定=" WS-LOCK-COUNT
               " 終止=" WS-TERM-COUNT
               " 非上班時段=" WS-AFTER-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-DAY-COUNT TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       1000-READ-NEXT-LOG.
           READ AUTH-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      *    逐筆分類: 只取審閱日之紀錄，依事件別累計各區段
      *----------------------------------------------------------*
       2000-PROCESS-ONE-LOG.
           ADD 1 TO WS-READ-COUNT.
           IF ALOG-DATE NOT = WS-REPORT-DATE
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-DAY-COUNT.

           MOVE ALOG-EVENT TO WS-EVENT.
           IF WS-EVENT = SPACE OR WS-EVENT = LOW-VALUE
              IF ALOG-ACTION = SPACE
                 MOVE 'F' TO WS-EVENT
              ELSE
                 MOVE 'D' TO WS-EVENT
              END-IF
           END-IF.

           EVALUATE WS-EVENT
              WHEN 'S'
                 ADD 1 TO WS-SIGNON-COUNT
              WHEN 'F'
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM 2100-ADD-OPERATOR-FAIL
              WHEN 'D'
                 ADD 1 TO WS-DENY-COUNT
                 PERFORM 2200-ADD-DENIAL
              WHEN 'L'
                 ADD 1 TO WS-LOCK-COUNT
                 PERFORM 2300-KEEP-LOCK-EVENT
              WHEN 'T'
                 ADD 1 TO WS-TERM-COUNT
                 PERFORM 2300-KEEP-LOCK-EVENT
              WHEN 'K'
                 ADD 1 TO WS-UNLOCK-COUNT
                 PERFORM 2300-KEEP-LOCK-EVENT
           END-EVALUATE.

      *    非上班時段: 週六、週日全天，或早於上班/不早於下班
           MOVE ALOG-TIME(1:4) TO WS-LOG-HHMM.
           IF WS-WEEKDAY-NO > 5
              OR WS-LOG-HHMM < WS-BUS-START
              OR WS-LOG-HHMM NOT < WS-BUS-END
              ADD 1 TO WS-AFTER-COUNT
              IF WS-AFT-COUNT < 500
                 ADD 1 TO WS-AFT-COUNT
                 MOVE AUTH-LOG-REC TO WS-AFT-REC(WS-AFT-COUNT)
                 MOVE WS-EVENT TO WS-AFT-REC(WS-AFT-COUNT)(64:1)
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.
       2000-EXIT.
           PERFORM 1000-READ-NEXT-LOG.

       2100-ADD-OPERATOR-FAIL.
           MOVE 0 TO WS-OPR-HIT.
           PERFORM 2110-MATCH-ONE-OPERATOR
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT.
           IF WS-OPR-HIT = 0
              IF WS-OPR-COUNT < 200
                 ADD 1 TO WS-OPR-COUNT
                 MOVE WS-OPR-COUNT TO WS-OPR-HIT
                 MOVE ALOG-OPERATOR TO WS-OPR-OPERATOR(WS-OPR-HIT)
                 MOVE 0 TO WS-OPR-FAILS(WS-OPR-HIT)
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.
           IF WS-OPR-HIT > 0
              ADD 1 TO WS-OPR-FAILS(WS-OPR-HIT)
              MOVE ALOG-TIME TO WS-OPR-LAST-TIME(WS-OPR-HIT)
              MOVE ALOG-REASON TO WS-OPR-LAST-RSN(WS-OPR-HIT)
           END-IF.

       2110-MATCH-ONE-OPERATOR.
           IF WS-OPR-OPERATOR(WS-OPR-IDX) = ALOG-OPERATOR
              MOVE WS-OPR-IDX TO WS-OPR-HIT
           END-IF.

       2200-ADD-DENIAL.
           MOVE 0 TO WS-DNY-HIT.
           PERFORM 2210-MATCH-ONE-DENIAL
               VARYING WS-DNY-IDX FROM 1 BY 1
               UNTIL WS-DNY-IDX > WS-DNY-COUNT.
           IF WS-DNY-HIT = 0
              IF WS-DNY-COUNT < 200
                 ADD 1 TO WS-DNY-COUNT
                 MOVE WS-DNY-COUNT TO WS-DNY-HIT
                 MOVE ALOG-PROGRAM TO WS-DNY-PROGRAM(WS-DNY-HIT)
                 MOVE ALOG-ACTION TO WS-DNY-ACTION(WS-DNY-HIT)
                 MOVE 0 TO WS-DNY-DENIALS(WS-DNY-HIT)
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.
           IF WS-DNY-HIT > 0
              ADD 1 TO WS-DNY-DENIALS(WS-DNY-HIT)
              MOVE ALOG-OPERATOR TO WS-DNY-OPERATOR(WS-DNY-HIT)
           END-IF.

       2210-MATCH-ONE-DENIAL.
           IF WS-DNY-PROGRAM(WS-DNY-IDX) = ALOG-PROGRAM
              AND WS-DNY-ACTION(WS-DNY-IDX) = ALOG-ACTION
              MOVE WS-DNY-IDX TO WS-DNY-HIT
           END-IF.

       2300-KEEP-LOCK-EVENT.
           IF WS-LCK-COUNT < 200
              ADD 1 TO WS-LCK-COUNT
              MOVE AUTH-LOG-REC TO WS-LCK-REC(WS-LCK-COUNT)
           ELSE
              ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    區段一: 各操作員簽入失敗次數、最後失敗時間與原因
      *----------------------------------------------------------*
       3000-PRINT-OPERATOR-FAILS.
           MOVE SPACES TO SECURITY-REPORT-REC.
           WRITE SECURITY-REPORT-REC.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "--- 各操作員簽入失敗 ---"
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.
           IF WS-OPR-COUNT = 0
              MOVE SPACES TO SECURITY-REPORT-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-REC
              END-STRING
              WRITE SECURITY-REPORT-REC
           END-IF.
           PERFORM 3100-PRINT-ONE-OPERATOR
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT.

       3100-PRINT-ONE-OPERATOR.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "  操作員=" WS-OPR-OPERATOR(WS-OPR-IDX)
               " 失敗=" WS-OPR-FAILS(WS-OPR-IDX)
               " 最後=" WS-OPR-LAST-TIME(WS-OPR-IDX)(1:6)
               " " WS-OPR-LAST-RSN(WS-OPR-IDX)
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.

      *----------------------------------------------------------*
      *    區段二: 各程式/動作遭拒次數(附最後遭拒操作員)
      *----------------------------------------------------------*
       4000-PRINT-DENIALS.
           MOVE SPACES TO SECURITY-REPORT-REC.
           WRITE SECURITY-REPORT-REC.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "--- 各程式/動作遭拒 ---"
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.
           IF WS-DNY-COUNT = 0
              MOVE SPACES TO SECURITY-REPORT-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-REC
              END-STRING
              WRITE SECURITY-REPORT-REC
           END-IF.
           PERFORM 4100-PRINT-ONE-DENIAL
               VARYING WS-DNY-IDX FROM 1 BY 1
               UNTIL WS-DNY-IDX > WS-DNY-COUNT.

       4100-PRINT-ONE-DENIAL.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "  程式=" WS-DNY-PROGRAM(WS-DNY-IDX)
               " 動作=" WS-DNY-ACTION(WS-DNY-IDX)
               " 遭拒=" WS-DNY-DENIALS(WS-DNY-IDX)
               " 最後操作員=" WS-DNY-OPERATOR(WS-DNY-IDX)
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.

      *----------------------------------------------------------*
      *    區段三: 鎖定、連續失敗終止作業及主管解除鎖定明細
      *----------------------------------------------------------*
       5000-PRINT-LOCKOUTS.
           MOVE SPACES TO SECURITY-REPORT-REC.
           WRITE SECURITY-REPORT-REC.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "--- 鎖定/終止作業/解除鎖定 ---"
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.
           IF WS-LCK-COUNT = 0
              MOVE SPACES TO SECURITY-REPORT-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-REC
              END-STRING
              WRITE SECURITY-REPORT-REC
           END-IF.
           PERFORM 5100-PRINT-ONE-LOCKOUT
               VARYING WS-LCK-IDX FROM 1 BY 1
               UNTIL WS-LCK-IDX > WS-LCK-COUNT.

       5100-PRINT-ONE-LOCKOUT.
           MOVE WS-LCK-REC(WS-LCK-IDX) TO AUTH-LOG-REC.
           MOVE ALOG-EVENT TO WS-EVENT.
           PERFORM 8000-PRINT-EVENT-LINE.

      *----------------------------------------------------------*
      *    區段四: 非上班時段之所有活動(含成功簽入)
      *----------------------------------------------------------*
       6000-PRINT-AFTER-HOURS.
           MOVE SPACES TO SECURITY-REPORT-REC.
           WRITE SECURITY-REPORT-REC.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "--- 非上班時段活動 ---"
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.
           IF WS-AFT-COUNT = 0
              MOVE SPACES TO SECURITY-REPORT-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-REC
              END-STRING
              WRITE SECURITY-REPORT-REC
           END-IF.
           PERFORM 6100-PRINT-ONE-AFTER-HOURS
               VARYING WS-AFT-IDX FROM 1 BY 1
               UNTIL WS-AFT-IDX > WS-AFT-COUNT.

       6100-PRINT-ONE-AFTER-HOURS.
           MOVE WS-AFT-REC(WS-AFT-IDX) TO AUTH-LOG-REC.
           MOVE ALOG-EVENT TO WS-EVENT.
           PERFORM 8000-PRINT-EVENT-LINE.

       7000-PRINT-TOTALS.
           MOVE SPACES TO SECURITY-REPORT-REC.
           WRITE SECURITY-REPORT-REC.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "總計 當日紀錄=" WS-DAY-COUNT
               " 簽入成功=" WS-SIGNON-COUNT
               " 簽入失敗=" WS-FAIL-COUNT
               " 動作遭拒=" WS-DENY-COUNT
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "     鎖定=" WS-LOCK-COUNT
               " 終止=" WS-TERM-COUNT
               " 解除=" WS-UNLOCK-COUNT
               " 非上班時段=" WS-AFTER-COUNT
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.
           IF WS-OVERFLOW-COUNT > 0
              MOVE SPACES TO SECURITY-REPORT-REC
              STRING "*** 超過表格上限未列明細筆數="
                  WS-OVERFLOW-COUNT " ***"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-REC
              END-STRING
              WRITE SECURITY-REPORT-REC
           END-IF.

      *    明細行: 時間 事件別 操作員 程式 動作 原因
       8000-PRINT-EVENT-LINE.
           MOVE "(不明)" TO WS-EVENT-DESC.
           PERFORM 8100-MATCH-ONE-EVENT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > 6.
           MOVE SPACES TO SECURITY-REPORT-REC.
           STRING "  " ALOG-TIME(1:6)
               " " WS-EVENT-DESC
               " 操作員=" ALOG-OPERATOR
               " 程式=" ALOG-PROGRAM
               " 動作=" ALOG-ACTION
               " " ALOG-REASON
               DELIMITED BY SIZE INTO SECURITY-REPORT-REC
           END-STRING.
           WRITE SECURITY-REPORT-REC.

       8100-MATCH-ONE-EVENT.
           IF WS-EVT-CODE(WS-EVT-IDX) = WS-EVENT
              MOVE WS-EVT-TEXT(WS-EVT-IDX) TO WS-EVENT-DESC
           END-IF.
