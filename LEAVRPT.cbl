      *========================================================*
      *  PROGRAM-ID. LEAVRPT                                    *
      *  PURPOSE: LEAVE BALANCE REPORT BY DEPARTMENT.  READS    *
      *  THE LEAVMSTR LEAVE MASTER FOR THE SYSIN YEAR AND, FOR  *
      *  EACH EMPLOYEE AND LEAVE TYPE, SHOWS THE ENTITLEMENT    *
      *  (SEQ 000 BALANCE RECORD), DAYS TAKEN (APPROVED         *
      *  REQUESTS STARTING IN THAT YEAR), DAYS STILL PENDING    *
      *  APPROVAL AND DAYS REMAINING.  TYPES WITH NO            *
      *  ENTITLEMENT SET ARE SHOWN AS UNLIMITED.  A BALANCE     *
      *  RECORD WHOSE TAKEN DAYS DISAGREE WITH THE APPROVED     *
      *  REQUESTS IS FLAGGED.  LINES ARE SORTED BY EMP-DEPT     *
      *  (FROM EMPMSTR) WITH PER-TYPE DEPARTMENT SUBTOTALS.     *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LEAVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LV-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-REPORT-FILE ASSIGN TO "LEAVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-MASTER-FILE.
       COPY LEAVRCFM.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTFM.

       FD  LEAVE-REPORT-FILE.
       01  LEAVE-REPORT-REC    PIC X(120).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-DEPT         PIC X(10).
           05 SRT-EMP-ID       PIC 9(5).
           05 SRT-TYPE         PIC X(1).
           05 SRT-NAME         PIC X(20).
           05 SRT-HAS-BAL      PIC X(1).
           05 SRT-ENTITLE      PIC 9(3).
           05 SRT-TAKEN        PIC 9(3).
           05 SRT-PENDING      PIC 9(3).
           05 SRT-BAL-TAKEN    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-LV-STATUS        PIC X(2).
       01  WS-EMP-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SORT-EOF-SW      PIC X(1).
       01  WS-MASTER-SW        PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-SEL-YEAR         PIC 9(4).

      *    員工+假別群組累計
       01  WS-GROUP-OPEN-SW    PIC X(1).
       01  WS-GRP-EMP-ID       PIC 9(5).
       01  WS-GRP-TYPE         PIC X(1).
       01  WS-GRP-HAS-BAL      PIC X(1).
       01  WS-GRP-ENTITLE      PIC 9(3).
       01  WS-GRP-BAL-TAKEN    PIC 9(3).
       01  WS-GRP-TAKEN        PIC 9(3).
       01  WS-GRP-PENDING      PIC 9(3).

       01  WS-CUR-DEPT         PIC X(10).
       01  WS-DEPT-OPEN-SW     PIC X(1).
       01  WS-REMAIN           PIC S9(4).
       01  WS-REMAIN-EDIT      PIC -ZZZ9.
       01  WS-DT-REMAIN-EDIT   PIC -(5)9.
       01  WS-ENTITLE-TEXT     PIC X(8).
       01  WS-REMAIN-TEXT      PIC X(8).
       01  WS-FLAG-TEXT        PIC X(26).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-LINE-COUNT       PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT   PIC 9(6) VALUE 0.
       01  WS-TOTAL-TAKEN      PIC 9(7) VALUE 0.
       01  WS-TOTAL-PENDING    PIC 9(7) VALUE 0.

      *    假別表: 代碼+說明，並累計部門別已休/剩餘
       01  WS-TYPE-IDX         PIC 9(1).
       01  WS-TYPE-HIT         PIC 9(1).
       01  WS-TYPE-VALUES.
           05 FILLER PIC X(10) VALUE "A特休".
           05 FILLER PIC X(10) VALUE "S病假".
           05 FILLER PIC X(10) VALUE "P事假".
           05 FILLER PIC X(10) VALUE "M婚喪假".
           05 FILLER PIC X(10) VALUE "O公假".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
              10 WS-TYP-CODE      PIC X(1).
              10 WS-TYP-DESC      PIC X(9).
       01  WS-DEPT-TOTALS.
           05 WS-DEPT-TOTAL OCCURS 5 TIMES.
              10 WS-DT-COUNT      PIC 9(5).
              10 WS-DT-TAKEN      PIC 9(6).
              10 WS-DT-PENDING    PIC 9(6).
              10 WS-DT-REMAIN     PIC S9(6).
       01  WS-TYPE-DESC        PIC X(9).

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN: 年度YYYY (空白即為執行年度)
           MOVE 0 TO WS-SEL-YEAR.
           ACCEPT WS-SEL-YEAR.
           IF WS-SEL-YEAR NOT NUMERIC OR WS-SEL-YEAR = 0
              MOVE WS-RUN-DATE(1:4) TO WS-SEL-YEAR
           END-IF.

           MOVE "LEAVRPT" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT LEAVE-REPORT-FILE.
           MOVE SPACES TO LEAVE-REPORT-REC.
           STRING "部門別假別額度報表  年度=" WS-SEL-YEAR
               " 執行日=" WS-RUN-DATE
               DELIMITED BY SIZE INTO LEAVE-REPORT-REC
           END-STRING.
           WRITE LEAVE-REPORT-REC.

           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-DEPT SRT-EMP-ID SRT-TYPE
               INPUT PROCEDURE IS 1000-RELEASE-BALANCES
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT.

           IF WS-MASTER-SW = 'N'
              MOVE SPACES TO LEAVE-REPORT-REC
              STRING "*** 請假主檔不存在 ***"
                  DELIMITED BY SIZE INTO LEAVE-REPORT-REC
              END-STRING
              WRITE LEAVE-REPORT-REC
           END-IF.

           MOVE SPACES TO LEAVE-REPORT-REC.
           WRITE LEAVE-REPORT-REC.
           MOVE SPACES TO LEAVE-REPORT-REC.
           STRING "總計 員工假別筆數=" WS-LINE-COUNT
               " 已休=" WS-TOTAL-TAKEN
               " 待核=" WS-TOTAL-PENDING
               " 已休日數不符=" WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO LEAVE-REPORT-REC
           END-STRING.
           WRITE LEAVE-REPORT-REC.
           CLOSE LEAVE-REPORT-FILE.

           IF WS-MISMATCH-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "假別額度報表完成 筆數=" WS-LINE-COUNT
               " 已休=" WS-TOTAL-TAKEN
               " 不符=" WS-MISMATCH-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-LINE-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-MISMATCH-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

      *----------------------------------------------------------*
      *    輸入程序: 依鍵值順序讀請假主檔，員工+假別為一群組，
      *    額度紀錄(序號000)在前、假單在後
      *----------------------------------------------------------*
       1000-RELEASE-BALANCES.
           MOVE 'Y' TO WS-MASTER-SW.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF WS-LV-STATUS = "35"
              MOVE 'N' TO WS-MASTER-SW
           ELSE
              OPEN INPUT EMPLOYEE-MASTER-FILE
              MOVE 'N' TO WS-GROUP-OPEN-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1100-READ-NEXT-LEAVE
              PERFORM 1200-PROCESS-ONE-LEAVE
                 UNTIL WS-EOF-SW = 'Y'
              IF WS-GROUP-OPEN-SW = 'Y'
                 PERFORM 1300-RELEASE-GROUP
              END-IF
              IF WS-EMP-STATUS NOT = "35"
                 CLOSE EMPLOYEE-MASTER-FILE
              END-IF
              CLOSE LEAVE-MASTER-FILE
           END-IF.

       1100-READ-NEXT-LEAVE.
           READ LEAVE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-PROCESS-ONE-LEAVE.
           ADD 1 TO WS-READ-COUNT.
           IF WS-GROUP-OPEN-SW = 'Y'
              IF LV-EMP-ID NOT = WS-GRP-EMP-ID OR
                 LV-TYPE NOT = WS-GRP-TYPE
                 PERFORM 1300-RELEASE-GROUP
              END-IF
           END-IF.
           IF WS-GROUP-OPEN-SW = 'N'
              PERFORM 1250-START-GROUP
           END-IF.

           IF LV-SEQ = 0
              IF LV-YEAR = WS-SEL-YEAR
                 MOVE 'Y' TO WS-GRP-HAS-BAL
                 MOVE LV-ENTITLE-DAYS TO WS-GRP-ENTITLE
                 MOVE LV-TAKEN-DAYS TO WS-GRP-BAL-TAKEN
              END-IF
           ELSE
              IF LV-FROM-DATE(1:4) = WS-SEL-YEAR
                 IF LV-STATUS = 'A'
                    ADD LV-DAYS TO WS-GRP-TAKEN
                 END-IF
                 IF LV-STATUS = 'P'
                    ADD LV-DAYS TO WS-GRP-PENDING
                 END-IF
              END-IF
           END-IF.
           PERFORM 1100-READ-NEXT-LEAVE.

       1250-START-GROUP.
           MOVE 'Y' TO WS-GROUP-OPEN-SW.
           MOVE LV-EMP-ID TO WS-GRP-EMP-ID.
           MOVE LV-TYPE TO WS-GRP-TYPE.
           MOVE 'N' TO WS-GRP-HAS-BAL.
           MOVE 0 TO WS-GRP-ENTITLE.
           MOVE 0 TO WS-GRP-BAL-TAKEN.
           MOVE 0 TO WS-GRP-TAKEN.
           MOVE 0 TO WS-GRP-PENDING.

      *    該年度無額度亦無假單之群組不列; 部門姓名取自員工主檔
       1300-RELEASE-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           IF WS-GRP-HAS-BAL = 'Y' OR WS-GRP-TAKEN > 0 OR
              WS-GRP-PENDING > 0
              MOVE "(未知)" TO SRT-DEPT
              MOVE "(員工主檔查無)" TO SRT-NAME
              IF WS-EMP-STATUS NOT = "35"
                 MOVE WS-GRP-EMP-ID TO EMP-ID
                 READ EMPLOYEE-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        MOVE EMP-DEPT TO SRT-DEPT
                        MOVE EMP-NAME TO SRT-NAME
                 END-READ
              END-IF
              MOVE WS-GRP-EMP-ID TO SRT-EMP-ID
              MOVE WS-GRP-TYPE TO SRT-TYPE
              MOVE WS-GRP-HAS-BAL TO SRT-HAS-BAL
              MOVE WS-GRP-ENTITLE TO SRT-ENTITLE
              MOVE WS-GRP-TAKEN TO SRT-TAKEN
              MOVE WS-GRP-PENDING TO SRT-PENDING
              MOVE WS-GRP-BAL-TAKEN TO SRT-BAL-TAKEN
              RELEASE SORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    輸出程序: 部門控制中斷，逐員工假別列印並累計部門
      *    各假別小計
      *----------------------------------------------------------*
       3000-PRINT-REPORT.
           MOVE 'N' TO WS-DEPT-OPEN-SW.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 3100-RETURN-NEXT.
           PERFORM 3200-PRINT-ONE-LINE
              UNTIL WS-SORT-EOF-SW = 'Y'.
           IF WS-DEPT-OPEN-SW = 'Y'
              PERFORM 3500-PRINT-DEPT-TOTALS
           END-IF.

       3100-RETURN-NEXT.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       3200-PRINT-ONE-LINE.
           IF WS-DEPT-OPEN-SW = 'Y' AND SRT-DEPT NOT = WS-CUR-DEPT
              PERFORM 3500-PRINT-DEPT-TOTALS
           END-IF.
           IF WS-DEPT-OPEN-SW = 'N'
              PERFORM 3400-START-DEPT
           END-IF.

           MOVE 0 TO WS-TYPE-HIT.
           MOVE "(不明)" TO WS-TYPE-DESC.
           PERFORM 3250-MATCH-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF SRT-HAS-BAL = 'Y'
              COMPUTE WS-REMAIN = SRT-ENTITLE - SRT-TAKEN
              MOVE SRT-ENTITLE TO WS-REMAIN-EDIT
              MOVE WS-REMAIN-EDIT TO WS-ENTITLE-TEXT
              MOVE WS-REMAIN TO WS-REMAIN-EDIT
              MOVE WS-REMAIN-EDIT TO WS-REMAIN-TEXT
              IF SRT-BAL-TAKEN NOT = SRT-TAKEN
                 ADD 1 TO WS-MISMATCH-COUNT
                 STRING "*額度檔已休=" SRT-BAL-TAKEN "不符"
                     DELIMITED BY SIZE INTO WS-FLAG-TEXT
                 END-STRING
              END-IF
           ELSE
              MOVE 0 TO WS-REMAIN
              MOVE "  未設定" TO WS-ENTITLE-TEXT
              MOVE "    不限" TO WS-REMAIN-TEXT
           END-IF.

           MOVE SPACES TO LEAVE-REPORT-REC.
           STRING "  " SRT-EMP-ID " " SRT-NAME
               " " WS-TYPE-DESC
               " 應休=" WS-ENTITLE-TEXT
               " 已休=" SRT-TAKEN
               " 待核=" SRT-PENDING
               " 剩餘=" WS-REMAIN-TEXT
               " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO LEAVE-REPORT-REC
           END-STRING.
           WRITE LEAVE-REPORT-REC.

           ADD 1 TO WS-LINE-COUNT.
           ADD SRT-TAKEN TO WS-TOTAL-TAKEN.
           ADD SRT-PENDING TO WS-TOTAL-PENDING.
           IF WS-TYPE-HIT > 0
              ADD 1 TO WS-DT-COUNT(WS-TYPE-HIT)
              ADD SRT-TAKEN TO WS-DT-TAKEN(WS-TYPE-HIT)
              ADD SRT-PENDING TO WS-DT-PENDING(WS-TYPE-HIT)
              ADD WS-REMAIN TO WS-DT-REMAIN(WS-TYPE-HIT)
           END-IF.
           PERFORM 3100-RETURN-NEXT.

       3250-MATCH-ONE-TYPE.
           IF WS-TYP-CODE(WS-TYPE-IDX) = SRT-TYPE
              MOVE WS-TYPE-IDX TO WS-TYPE-HIT
              MOVE WS-TYP-DESC(WS-TYPE-IDX) TO WS-TYPE-DESC
           END-IF.

       3400-START-DEPT.
           MOVE 'Y' TO WS-DEPT-OPEN-SW.
           MOVE SRT-DEPT TO WS-CUR-DEPT.
           PERFORM 3450-CLEAR-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5.
           MOVE SPACES TO LEAVE-REPORT-REC.
           WRITE LEAVE-REPORT-REC.
           MOVE SPACES TO LEAVE-REPORT-REC.
           STRING "部門=" WS-CUR-DEPT
               DELIMITED BY SIZE INTO LEAVE-REPORT-REC
           END-STRING.
           WRITE LEAVE-REPORT-REC.

       3450-CLEAR-ONE-TYPE.
           MOVE 0 TO WS-DT-COUNT(WS-TYPE-IDX).
           MOVE 0 TO WS-DT-TAKEN(WS-TYPE-IDX).
           MOVE 0 TO WS-DT-PENDING(WS-TYPE-IDX).
           MOVE 0 TO WS-DT-REMAIN(WS-TYPE-IDX).

      *    部門小計: 各假別人數、已休、待核及剩餘(不限者不計)
       3500-PRINT-DEPT-TOTALS.
           MOVE 'N' TO WS-DEPT-OPEN-SW.
           PERFORM 3550-PRINT-ONE-TYPE-TOTAL
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5.

       3550-PRINT-ONE-TYPE-TOTAL.
           IF WS-DT-COUNT(WS-TYPE-IDX) > 0
              MOVE WS-DT-REMAIN(WS-TYPE-IDX) TO WS-DT-REMAIN-EDIT
              MOVE SPACES TO LEAVE-REPORT-REC
              STRING "  小計 " WS-TYP-CODE(WS-TYPE-IDX)
                  " " WS-TYP-DESC(WS-TYPE-IDX)
                  " 人數=" WS-DT-COUNT(WS-TYPE-IDX)
                  " 已休=" WS-DT-TAKEN(WS-TYPE-IDX)
                  " 待核=" WS-DT-PENDING(WS-TYPE-IDX)
                  " 剩餘=" WS-DT-REMAIN-EDIT
                  DELIMITED BY SIZE INTO LEAVE-REPORT-REC
              END-STRING
              WRITE LEAVE-REPORT-REC
           END-IF.
