      *========================================================*
      *  PROGRAM-ID. RMUTIL                                     *
      *  PURPOSE: CLASSROOM UTILIZATION GRID.  FOR EVERY ROOM   *
      *  ON ROOMMSTR PRINTS A PERIOD (ROWS 1-9) BY DAY          *
      *  (COLUMNS 1-7) GRID; EACH BOOKED CELL SHOWS THE COURSE  *
      *  CODE AND ITS FILL RATE (CRS-ENROLLED / ROOM-SEATS, %), *
      *  A FREE CELL SHOWS DASHES.  A ROOM SUMMARY LINE GIVES   *
      *  BOOKED PERIODS OUT OF 63 AND THE AVERAGE SEAT FILL OF  *
      *  THE BOOKED PERIODS.  COURSES POINTING AT A ROOM NOT ON *
      *  ROOMMSTR, AND DOUBLE BOOKINGS LEFT FROM BEFORE CRSMAINT*
      *  CHECKED ROOMS, ARE LISTED AS EXCEPTIONS BEFORE THE     *
      *  GRIDS.                                                 *
      *  COURSES WITH NO ROOM OR NO MEETING TIME ARE IGNORED.   *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RMUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.
           SELECT UTIL-REPORT-FILE ASSIGN TO "RMUTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-MASTER-FILE.
       COPY ROOMRCFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  UTIL-REPORT-FILE.
       01  UTIL-REPORT-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ROOM-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-COURSE-COUNT     PIC 9(6) VALUE 0.
       01  WS-BOOKED-COUNT     PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.

      *    教室表: 每間教室 7天 x 9節 的格子，存課程代碼及使用率
       01  WS-RM-USED          PIC 9(3) VALUE 0.
       01  WS-RM-IDX           PIC 9(3).
       01  WS-RM-HIT           PIC 9(3).
       01  WS-RM-TABLE.
           05 WS-RM-ENTRY OCCURS 200 TIMES.
              10 WS-RM-CODE         PIC X(6).
              10 WS-RM-BUILDING     PIC X(20).
              10 WS-RM-SEATS        PIC 9(3).
              10 WS-RM-TYPE         PIC X(1).
              10 WS-RM-BOOKED       PIC 9(2).
              10 WS-RM-ENROLLED     PIC 9(6).
              10 WS-RM-DAY OCCURS 7 TIMES.
                 15 WS-RM-CELL OCCURS 9 TIMES.
                    20 WS-RM-CELL-CODE  PIC X(6).
                    20 WS-RM-CELL-FILL  PIC 9(3).

       01  WS-DAY-IDX          PIC 9(1).
       01  WS-PERIOD-IDX       PIC 9(2).
       01  WS-FILL-WORK        PIC 9(6).
       01  WS-SLOT-RATE        PIC 9(3).
       01  WS-AVG-FILL         PIC 9(3).

      *    格子列印: 節次標題 + 7格，每格11位
       01  WS-GRID-LINE.
           05 WS-GRID-LABEL     PIC X(10).
           05 WS-GRID-COL OCCURS 7 TIMES.
              10 WS-GRID-CELL-CODE PIC X(6).
              10 WS-GRID-SEP       PIC X(1).
              10 WS-GRID-CELL-FILL PIC X(3).
              10 WS-GRID-PAD       PIC X(1).
       01  WS-FILL-DISPLAY     PIC 9(3).

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "RMUTIL" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT UTIL-REPORT-FILE.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "教室使用率一覽表  執行日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "(格內: 課程代碼 使用率%  ------=空堂)"
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-ROOM-STATUS = "35"
              MOVE SPACES TO UTIL-REPORT-REC
              STRING "*** 教室主檔不存在，無資料 ***"
                  DELIMITED BY SIZE INTO UTIL-REPORT-REC
              END-STRING
              WRITE UTIL-REPORT-REC
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1100-READ-NEXT-ROOM
              PERFORM 1200-LOAD-ONE-ROOM
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE ROOM-MASTER-FILE
              OPEN INPUT COURSE-MASTER-FILE
              IF WS-CRS-STATUS NOT = "35"
                 MOVE 'N' TO WS-EOF-SW
                 PERFORM 2100-READ-NEXT-COURSE
                 PERFORM 2200-BOOK-ONE-COURSE THRU 2200-EXIT
                    UNTIL WS-EOF-SW = 'Y'
                 CLOSE COURSE-MASTER-FILE
              END-IF
              PERFORM 3000-PRINT-ONE-ROOM
                  VARYING WS-RM-IDX FROM 1 BY 1
                  UNTIL WS-RM-IDX > WS-RM-USED
           END-IF.

           MOVE SPACES TO UTIL-REPORT-REC.
           WRITE UTIL-REPORT-REC.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "教室數=" WS-RM-USED
               " 排課節數=" WS-BOOKED-COUNT
               " 例外=" WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.
           CLOSE UTIL-REPORT-FILE.

           DISPLAY "教室使用率報表完成 教室數=" WS-RM-USED
               " 例外=" WS-EXCEPTION-COUNT.

           MOVE WS-COURSE-COUNT TO RS-READ-COUNT.
           MOVE WS-BOOKED-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       1100-READ-NEXT-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-LOAD-ONE-ROOM.
           IF WS-RM-USED < 200
              ADD 1 TO WS-RM-USED
              MOVE ROOM-CODE TO WS-RM-CODE(WS-RM-USED)
              MOVE ROOM-BUILDING TO WS-RM-BUILDING(WS-RM-USED)
              MOVE ROOM-SEATS TO WS-RM-SEATS(WS-RM-USED)
              MOVE ROOM-TYPE TO WS-RM-TYPE(WS-RM-USED)
              MOVE 0 TO WS-RM-BOOKED(WS-RM-USED)
              MOVE 0 TO WS-RM-ENROLLED(WS-RM-USED)
              PERFORM 1250-CLEAR-ONE-DAY
                  VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > 7
           ELSE
              DISPLAY "警告: 教室表已滿，" ROOM-CODE "未列入"
           END-IF.
           PERFORM 1100-READ-NEXT-ROOM.

       1250-CLEAR-ONE-DAY.
           PERFORM 1260-CLEAR-ONE-CELL
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 9.

       1260-CLEAR-ONE-CELL.
           MOVE SPACES TO
               WS-RM-CELL-CODE(WS-RM-USED, WS-DAY-IDX, WS-PERIOD-IDX).
           MOVE 0 TO
               WS-RM-CELL-FILL(WS-RM-USED, WS-DAY-IDX, WS-PERIOD-IDX).

       2100-READ-NEXT-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      *    課程排入教室格子; 查無教室或格子已被佔用列為例外
      *----------------------------------------------------------*
       2200-BOOK-ONE-COURSE.
           ADD 1 TO WS-COURSE-COUNT.
           IF CRS-ROOM-CODE = SPACES OR CRS-MEET-DAY = 0 OR
              CRS-MEET-PERIOD = 0 OR CRS-MEET-PERIOD > 9
              GO TO 2200-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2250-CHECK-ROOM-SLOT
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-USED OR
                     WS-FOUND-SW = 'Y'.
           IF WS-FOUND-SW = 'N'
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO UTIL-REPORT-REC
              STRING "*** 例外: 課程" CRS-COURSE-CODE
                  " 指派的教室" CRS-ROOM-CODE "不在教室主檔"
                  DELIMITED BY SIZE INTO UTIL-REPORT-REC
              END-STRING
              WRITE UTIL-REPORT-REC
              GO TO 2200-EXIT
           END-IF.

           MOVE CRS-MEET-DAY TO WS-DAY-IDX.
           MOVE CRS-MEET-PERIOD TO WS-PERIOD-IDX.
           IF WS-RM-CELL-CODE(WS-RM-HIT, WS-DAY-IDX, WS-PERIOD-IDX)
              NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO UTIL-REPORT-REC
              STRING "*** 例外: 教室" CRS-ROOM-CODE
                  " 星期" CRS-MEET-DAY " 第" CRS-MEET-PERIOD
                  "節重複排課 " CRS-COURSE-CODE " / "
                  WS-RM-CELL-CODE(WS-RM-HIT, WS-DAY-IDX,
                                  WS-PERIOD-IDX)
                  DELIMITED BY SIZE INTO UTIL-REPORT-REC
              END-STRING
              WRITE UTIL-REPORT-REC
              GO TO 2200-EXIT
           END-IF.

           IF WS-RM-SEATS(WS-RM-HIT) = 0
              MOVE 0 TO WS-FILL-WORK
           ELSE
              COMPUTE WS-FILL-WORK =
                  CRS-ENROLLED * 100 / WS-RM-SEATS(WS-RM-HIT)
           END-IF.
           IF WS-FILL-WORK > 999
              MOVE 999 TO WS-FILL-WORK
           END-IF.
           MOVE CRS-COURSE-CODE
               TO WS-RM-CELL-CODE(WS-RM-HIT, WS-DAY-IDX, WS-PERIOD-IDX).
           MOVE WS-FILL-WORK
               TO WS-RM-CELL-FILL(WS-RM-HIT, WS-DAY-IDX, WS-PERIOD-IDX).
           ADD 1 TO WS-RM-BOOKED(WS-RM-HIT).
           ADD CRS-ENROLLED TO WS-RM-ENROLLED(WS-RM-HIT).
           ADD 1 TO WS-BOOKED-COUNT.
       2200-EXIT.
           PERFORM 2100-READ-NEXT-COURSE.

       2250-CHECK-ROOM-SLOT.
           IF WS-RM-CODE(WS-RM-IDX) = CRS-ROOM-CODE
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-RM-IDX TO WS-RM-HIT
           END-IF.

      *----------------------------------------------------------*
      *    每間教室: 標題、星期欄頭、9節格子、彙總
      *    時段使用率 = 排課節數/63; 座位使用率 = 選課人數 /
      *    (排課節數 x 座位數)
      *----------------------------------------------------------*
       3000-PRINT-ONE-ROOM.
           MOVE SPACES TO UTIL-REPORT-REC.
           WRITE UTIL-REPORT-REC.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "教室 " WS-RM-CODE(WS-RM-IDX)
               " " WS-RM-BUILDING(WS-RM-IDX)
               " 座位=" WS-RM-SEATS(WS-RM-IDX)
               " 類型=" WS-RM-TYPE(WS-RM-IDX)
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "節次    "  "星期一  " "星期二  "
               "星期三  " "星期四  " "星期五  "
               "星期六  " "星期日"
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

           PERFORM 3100-PRINT-ONE-PERIOD
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 9.

           COMPUTE WS-SLOT-RATE =
               WS-RM-BOOKED(WS-RM-IDX) * 100 / 63.
           IF WS-RM-BOOKED(WS-RM-IDX) = 0 OR
              WS-RM-SEATS(WS-RM-IDX) = 0
              MOVE 0 TO WS-AVG-FILL
           ELSE
              COMPUTE WS-FILL-WORK = WS-RM-ENROLLED(WS-RM-IDX) * 100
                  / (WS-RM-BOOKED(WS-RM-IDX) * WS-RM-SEATS(WS-RM-IDX))
              IF WS-FILL-WORK > 999
                 MOVE 999 TO WS-FILL-WORK
              END-IF
              MOVE WS-FILL-WORK TO WS-AVG-FILL
           END-IF.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "  排課節數=" WS-RM-BOOKED(WS-RM-IDX)
               "/63 時段使用率=" WS-SLOT-RATE "%"
               " 平均座位使用率=" WS-AVG-FILL "%"
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

       3100-PRINT-ONE-PERIOD.
           MOVE SPACES TO WS-GRID-LINE.
           STRING "第" WS-PERIOD-IDX "節"
               DELIMITED BY SIZE INTO WS-GRID-LABEL
           END-STRING.
           PERFORM 3200-FORMAT-ONE-CELL
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
           MOVE WS-GRID-LINE TO UTIL-REPORT-REC.
           WRITE UTIL-REPORT-REC.

       3200-FORMAT-ONE-CELL.
           IF WS-RM-CELL-CODE(WS-RM-IDX, WS-DAY-IDX, WS-PERIOD-IDX)
              = SPACES
              MOVE "------" TO WS-GRID-CELL-CODE(WS-DAY-IDX)
              MOVE SPACES TO WS-GRID-CELL-FILL(WS-DAY-IDX)
           ELSE
              MOVE WS-RM-CELL-CODE(WS-RM-IDX, WS-DAY-IDX,
                                   WS-PERIOD-IDX)
                  TO WS-GRID-CELL-CODE(WS-DAY-IDX)
              MOVE WS-RM-CELL-FILL(WS-RM-IDX, WS-DAY-IDX,
                                   WS-PERIOD-IDX)
                  TO WS-FILL-DISPLAY
              MOVE WS-FILL-DISPLAY TO WS-GRID-CELL-FILL(WS-DAY-IDX)
           END-IF.
