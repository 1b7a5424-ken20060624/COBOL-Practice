      *  EMP-ACTIVE-FLAG IS RESPECTED SO RESIGNED STAFF STOP    *
      *  SHOWING AS ABSENT.  OLD-FORMAT PUNCH LINES WITHOUT AN  *
      *  EMPLOYEE ID CANNOT BE MATCHED AND ARE SKIPPED.         *
      *  NO ONE IS CHECKED ON A HOLCAL PUBLIC HOLIDAY, AND      *
      *  EMPLOYEES ON APPROVED LEAVE (LEAVMSTR, MAINTAINED      *
      *  THROUGH LEVMAINT) ARE LISTED AS ON LEAVE, NOT ABSENT.  *
      *========================================================*
       IDENTIFICATION DIVISION.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHF-EMP-ID
               FILE STATUS IS WS-SHF-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LV-STATUS.
           SELECT LATE-REPORT-FILE ASSIGN TO "LATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  SHIFT-SCHEDULE-FILE.
       COPY SHIFTFM.

       FD  HOLIDAY-CAL-FILE.
       COPY HOLCALFM.

       FD  LEAVE-MASTER-FILE.
       COPY LEAVRCFM.

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-REC     PIC X(100).

       01  WS-EMP-STATUS       PIC X(2).
       01  WS-SHF-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-HOL-STATUS       PIC X(2).
       01  WS-LV-STATUS        PIC X(2).
       01  WS-HOLIDAY-SW       PIC X(1).
       01  WS-HOLIDAY-NAME     PIC X(20).
       01  WS-LEAVE-SW         PIC X(1).
       01  WS-LEAVE-TYPE       PIC X(1).
       01  WS-LV-EOF-SW        PIC X(1).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SHF-FOUND-SW     PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-LATE-COUNT       PIC 9(5) VALUE 0.
       01  WS-EARLY-COUNT      PIC 9(5) VALUE 0.
       01  WS-ABSENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-LEAVE-COUNT      PIC 9(5) VALUE 0.

      *    當日打卡彙整: 每員工取最早簽到與最晚簽退
       01  WS-PCH-USED         PIC 9(3) VALUE 0.
           END-STRING.
           WRITE LATE-REPORT-REC.

           PERFORM 0500-CHECK-HOLIDAY.
           IF WS-HOLIDAY-SW = 'Y'
              MOVE SPACES TO LATE-REPORT-REC
              STRING "*** 本日為國定假日 " WS-HOLIDAY-NAME
                  " 免查核 ***"
                  DELIMITED BY SIZE INTO LATE-REPORT-REC
              END-STRING
              WRITE LATE-REPORT-REC
           ELSE
              PERFORM 1000-COLLECT-DAY-PUNCHES
              PERFORM 3000-CHECK-SCHEDULED-STAFF
           END-IF.

           MOVE SPACES TO LATE-REPORT-REC.
           STRING "總計 受檢=" WS-CHECKED-COUNT
               " 遲到=" WS-LATE-COUNT
               " 早退=" WS-EARLY-COUNT
               " 缺勤=" WS-ABSENT-COUNT
               " 請假=" WS-LEAVE-COUNT
               DELIMITED BY SIZE INTO LATE-REPORT-REC
           END-STRING.
           WRITE LATE-REPORT-REC.
           DISPLAY "查核完成 受檢=" WS-CHECKED-COUNT
               " 遲到=" WS-LATE-COUNT
               " 早退=" WS-EARLY-COUNT
               " 缺勤=" WS-ABSENT-COUNT
               " 請假=" WS-LEAVE-COUNT.

           MOVE WS-CHECKED-COUNT TO RS-READ-COUNT.
           COMPUTE RS-ACCEPT-COUNT = WS-CHECKED-COUNT
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

      *    國定假日: 查核日列於HOLCAL行事曆者全日免查核
       0500-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOLIDAY-SW.
           OPEN INPUT HOLIDAY-CAL-FILE.
           IF WS-HOL-STATUS NOT = "35"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 0550-READ-NEXT-HOLIDAY
              PERFORM 0560-MATCH-ONE-HOLIDAY
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE HOLIDAY-CAL-FILE
           END-IF.

       0550-READ-NEXT-HOLIDAY.
           READ HOLIDAY-CAL-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       0560-MATCH-ONE-HOLIDAY.
           IF HOL-DATE = WS-REPORT-DATE
              MOVE 'Y' TO WS-HOLIDAY-SW
              MOVE HOL-NAME TO WS-HOLIDAY-NAME
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              PERFORM 0550-READ-NEXT-HOLIDAY
           END-IF.

      *----------------------------------------------------------*
      *    打卡彙整: 只取新格式(含員工編號)且日期相符的行，
      *    每員工記最早簽到與最晚簽退
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT SHIFT-SCHEDULE-FILE
              OPEN INPUT LEAVE-MASTER-FILE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 3100-READ-NEXT-EMPLOYEE
              PERFORM 3200-CHECK-ONE-EMPLOYEE THRU 3200-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              IF WS-LV-STATUS NOT = "35"
                 CLOSE LEAVE-MASTER-FILE
              END-IF
              CLOSE SHIFT-SCHEDULE-FILE
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
              GO TO 3200-EXIT
           END-IF.

      *    核准請假者列為請假，不查核遲到/缺勤
           PERFORM 3600-CHECK-APPROVED-LEAVE.
           IF WS-LEAVE-SW = 'Y'
              ADD 1 TO WS-LEAVE-COUNT
              MOVE SPACES TO LATE-REPORT-REC
              STRING EMP-ID " " EMP-NAME
                  " 部門=" EMP-DEPT
                  " 核准請假 假別=" WS-LEAVE-TYPE
                  DELIMITED BY SIZE INTO LATE-REPORT-REC
              END-STRING
              WRITE LATE-REPORT-REC
              GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-CHECKED-COUNT.
           MOVE SHF-START-TIME TO WS-SCHED-START.
           MOVE SHF-END-TIME TO WS-SCHED-END.
              END-READ
           END-IF.

      *    該員任一假別之核准假單涵蓋查核日即為請假
       3600-CHECK-APPROVED-LEAVE.
           MOVE 'N' TO WS-LEAVE-SW.
           IF WS-LV-STATUS NOT = "35"
              MOVE 'N' TO WS-LV-EOF-SW
              MOVE EMP-ID TO LV-EMP-ID
              MOVE LOW-VALUE TO LV-TYPE
              MOVE 0 TO LV-SEQ
              START LEAVE-MASTER-FILE KEY IS NOT LESS THAN LV-KEY
                  INVALID KEY MOVE 'Y' TO WS-LV-EOF-SW
              END-START
              PERFORM 3650-CHECK-ONE-LEAVE
                  UNTIL WS-LV-EOF-SW = 'Y'
           END-IF.

       3650-CHECK-ONE-LEAVE.
           READ LEAVE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-EOF-SW
           END-READ.
           IF WS-LV-EOF-SW = 'N'
              IF LV-EMP-ID NOT = EMP-ID
                 MOVE 'Y' TO WS-LV-EOF-SW
              ELSE
                 IF LV-SEQ > 0 AND LV-STATUS = 'A' AND
                    LV-FROM-DATE NOT > WS-REPORT-DATE AND
                    LV-TO-DATE NOT < WS-REPORT-DATE
                    MOVE 'Y' TO WS-LEAVE-SW
                    MOVE LV-TYPE TO WS-LEAVE-TYPE
                    MOVE 'Y' TO WS-LV-EOF-SW
                 END-IF
              END-IF
           END-IF.

      *    HHMM時刻差換算分鐘: 先拆時分再相減
       3400-COMPUTE-LATE-MINS.
           DIVIDE WS-PCH-IN-HHMM(WS-PCH-HIT) BY 100
