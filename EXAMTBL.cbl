      *========================================================*
      *  PROGRAM-ID. EXAMTBL                                    *
      *  PURPOSE: TERM-END EXAM TIMETABLE GENERATION.  SYSIN    *
      *  CARRIES THE NUMBER OF EXAM DAYS AND SLOTS PER DAY.     *
      *  CRSMSTR, ENRLMSTR AND STUMSTR ARE LOADED INTO TABLES;  *
      *  COURSES ARE THEN PLACED LARGEST ENROLLMENT FIRST INTO  *
      *  THE LEAST-LOADED SLOT IN WHICH NONE OF THEIR ENROLLED  *
      *  STUDENTS ALREADY HAS AN EXAM, SO NO STUDENT SITS TWO   *
      *  EXAMS AT ONCE.  A COURSE WITH NO FREE SLOT IS LISTED   *
      *  AS UNPLACED (RETURN-CODE 4); COURSES WITH NO ENROLLED  *
      *  STUDENTS GET NO EXAM.  OUTPUTS: THE MASTER EXAM        *
      *  TIMETABLE BY SLOT (EXAMRPT) AND A PER-STUDENT EXAM     *
      *  SCHEDULE IN THE TIMETBL STYLE (EXAMSTU).               *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXAMTBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT EXAM-MASTER-FILE ASSIGN TO "EXAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAM-STATUS.
           SELECT EXAM-STUDENT-FILE ASSIGN TO "EXAMSTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  ENROLLMENT-FILE.
       COPY ENRLRCFM.

       FD  EXAM-MASTER-FILE.
       01  EXAM-MASTER-REC     PIC X(100).

       FD  EXAM-STUDENT-FILE.
       01  EXAM-STUDENT-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-ENRL-STATUS      PIC X(2).
       01  WS-EXAM-STATUS      PIC X(2).
       01  WS-ESTU-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).

      *    SYSIN: 考試天數(最多10天)、每天場次(最多4場)
       01  WS-EXAM-DAYS        PIC 9(2).
       01  WS-SLOTS-PER-DAY    PIC 9(1).
       01  WS-TOTAL-SLOTS      PIC 9(2).

       01  WS-ENRL-READ-COUNT  PIC 9(6) VALUE 0.
       01  WS-ENRL-SKIP-COUNT  PIC 9(6) VALUE 0.
       01  WS-PLACED-COUNT     PIC 9(4) VALUE 0.
       01  WS-UNPLACED-COUNT   PIC 9(4) VALUE 0.
       01  WS-NO-EXAM-COUNT    PIC 9(4) VALUE 0.
       01  WS-STUDENT-COUNT    PIC 9(6) VALUE 0.

      *    課程表: 選課學生在選課表中連續存放(起點+人數)
      *    狀態 空白=待排 P=已排 U=無法排入 Z=無選課學生
       01  WS-CRS-USED         PIC 9(3) VALUE 0.
       01  WS-CRS-IDX          PIC 9(3).
       01  WS-CRS-HIT          PIC 9(3).
       01  WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 500 TIMES.
              10 WS-CRS-CODE        PIC X(6).
              10 WS-CRS-TITLE       PIC X(30).
              10 WS-CRS-TEACHER     PIC X(20).
              10 WS-CRS-START       PIC 9(5).
              10 WS-CRS-COUNT       PIC 9(4).
              10 WS-CRS-SLOT        PIC 9(2).
              10 WS-CRS-STATE       PIC X(1).

      *    學生表: 依STUMSTR順序(學號遞增)載入，以二分法查找
       01  WS-STU-USED         PIC 9(4) VALUE 0.
       01  WS-STU-IDX          PIC 9(4).
       01  WS-STU-HIT          PIC 9(4).
       01  WS-LOW              PIC 9(4).
       01  WS-HIGH             PIC 9(4).
       01  WS-MID              PIC 9(4).
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 5000 TIMES.
              10 WS-STU-ID          PIC 9(6).
              10 WS-STU-NAME        PIC X(20).
              10 WS-STU-EXAM-SW     PIC X(1).

      *    選課表: 每筆為學生表索引
       01  WS-ENR-USED         PIC 9(5) VALUE 0.
       01  WS-ENR-IDX          PIC 9(5).
       01  WS-ENR-END          PIC 9(5).
       01  WS-ENR-TABLE.
           05 WS-ENR-STU OCCURS 20000 TIMES PIC 9(4).

      *    學生x場次: 存該場次應考課程的課程表索引，零為空
       01  WS-SMAP-TABLE.
           05 WS-SMAP-STU OCCURS 5000 TIMES.
              10 WS-SMAP-CRS OCCURS 40 TIMES PIC 9(3).

      *    各場次累計應考人數，用於平均分散
       01  WS-SLOT-IDX         PIC 9(2).
       01  WS-BEST-SLOT        PIC 9(2).
       01  WS-BEST-LOAD        PIC 9(6).
       01  WS-SLOT-FREE-SW     PIC X(1).
       01  WS-SLOT-LOAD-TABLE.
           05 WS-SLOT-LOAD OCCURS 40 TIMES PIC 9(6).

       01  WS-PASS-IDX         PIC 9(3).
       01  WS-MAX-COUNT        PIC 9(4).
       01  WS-DAY-NO           PIC 9(2).
       01  WS-SESSION-NO       PIC 9(1).
       01  WS-SLOT-WORK        PIC 9(2).
       01  WS-SLOT-REMAINDER   PIC 9(1).
       01  WS-SLOT-COURSES     PIC 9(3).

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "EXAMTBL" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           ACCEPT WS-EXAM-DAYS.
           IF WS-EXAM-DAYS NOT NUMERIC OR WS-EXAM-DAYS = 0
              MOVE 5 TO WS-EXAM-DAYS
           END-IF.
           IF WS-EXAM-DAYS > 10
              DISPLAY "考試天數超過10天，以10天處理"
              MOVE 10 TO WS-EXAM-DAYS
           END-IF.
           ACCEPT WS-SLOTS-PER-DAY.
           IF WS-SLOTS-PER-DAY NOT NUMERIC OR WS-SLOTS-PER-DAY = 0
              MOVE 3 TO WS-SLOTS-PER-DAY
           END-IF.
           IF WS-SLOTS-PER-DAY > 4
              DISPLAY "每天場次超過4場，以4場處理"
              MOVE 4 TO WS-SLOTS-PER-DAY
           END-IF.
           COMPUTE WS-TOTAL-SLOTS = WS-EXAM-DAYS * WS-SLOTS-PER-DAY.
           DISPLAY "考試天數=" WS-EXAM-DAYS
               " 每天場次=" WS-SLOTS-PER-DAY
               " 總場次=" WS-TOTAL-SLOTS.

           OPEN OUTPUT EXAM-MASTER-FILE.
           OPEN OUTPUT EXAM-STUDENT-FILE.
           MOVE SPACES TO EXAM-MASTER-REC.
           STRING "期末考試總表  執行日期=" WS-RUN-DATE
               " 天數=" WS-EXAM-DAYS " 每天場次=" WS-SLOTS-PER-DAY
               DELIMITED BY SIZE INTO EXAM-MASTER-REC
           END-STRING.
           WRITE EXAM-MASTER-REC.
           MOVE SPACES TO EXAM-STUDENT-REC.
           STRING "學生期末考試時間表  執行日期="
               WS-RUN-DATE
               DELIMITED BY SIZE INTO EXAM-STUDENT-REC
           END-STRING.
           WRITE EXAM-STUDENT-REC.

           PERFORM 1000-LOAD-STUDENTS.
           PERFORM 1200-LOAD-COURSES.
           PERFORM 1400-LOAD-ENROLLMENTS.

           MOVE ZEROS TO WS-SLOT-LOAD-TABLE.
           MOVE ZEROS TO WS-SMAP-TABLE.
           PERFORM 2000-PLACE-NEXT-COURSE THRU 2000-EXIT
               VARYING WS-PASS-IDX FROM 1 BY 1
               UNTIL WS-PASS-IDX > WS-CRS-USED.

           PERFORM 3000-PRINT-MASTER-TIMETABLE.
           PERFORM 4000-PRINT-STUDENT-SCHEDULE
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-USED.

           CLOSE EXAM-STUDENT-FILE.
           CLOSE EXAM-MASTER-FILE.

           IF WS-UNPLACED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "考程排定完成 已排=" WS-PLACED-COUNT
               " 無法排入=" WS-UNPLACED-COUNT
               " 無選課=" WS-NO-EXAM-COUNT.
           DISPLAY "應考學生=" WS-STUDENT-COUNT
               " 選課略過=" WS-ENRL-SKIP-COUNT.

           MOVE WS-CRS-USED TO RS-READ-COUNT.
           MOVE WS-PLACED-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-UNPLACED-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       1000-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS NOT = "35"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1050-READ-NEXT-STUDENT
              PERFORM 1100-STORE-ONE-STUDENT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE STUDENT-MASTER-FILE
           END-IF.

       1050-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1100-STORE-ONE-STUDENT.
           IF WS-STU-USED < 5000
              ADD 1 TO WS-STU-USED
              MOVE MSTR-STU-ID TO WS-STU-ID(WS-STU-USED)
              MOVE MSTR-STU-NAME TO WS-STU-NAME(WS-STU-USED)
              MOVE 'N' TO WS-STU-EXAM-SW(WS-STU-USED)
           ELSE
              DISPLAY "警告: 學生表已滿，學號" MSTR-STU-ID
                  "未列入"
           END-IF.
           PERFORM 1050-READ-NEXT-STUDENT.

       1200-LOAD-COURSES.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CRS-STATUS NOT = "35"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1250-READ-NEXT-COURSE
              PERFORM 1300-STORE-ONE-COURSE
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE COURSE-MASTER-FILE
           END-IF.

       1250-READ-NEXT-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1300-STORE-ONE-COURSE.
           IF WS-CRS-USED < 500
              ADD 1 TO WS-CRS-USED
              MOVE CRS-COURSE-CODE TO WS-CRS-CODE(WS-CRS-USED)
              MOVE CRS-COURSE-TITLE TO WS-CRS-TITLE(WS-CRS-USED)
              MOVE CRS-TEACHER TO WS-CRS-TEACHER(WS-CRS-USED)
              MOVE 0 TO WS-CRS-START(WS-CRS-USED)
              MOVE 0 TO WS-CRS-COUNT(WS-CRS-USED)
              MOVE 0 TO WS-CRS-SLOT(WS-CRS-USED)
              MOVE SPACE TO WS-CRS-STATE(WS-CRS-USED)
           ELSE
              DISPLAY "警告: 課程表已滿，" CRS-COURSE-CODE
                  "未列入"
           END-IF.
           PERFORM 1250-READ-NEXT-COURSE.

      *----------------------------------------------------------*
      *    選課檔依課程代碼+學號排列，同課程學生連續存放;
      *    課程或學生不在主檔者略過 (由XREFAUD稽核)
      *----------------------------------------------------------*
       1400-LOAD-ENROLLMENTS.
           MOVE 0 TO WS-CRS-HIT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENRL-STATUS NOT = "35"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1450-READ-NEXT-ENROLLMENT
              PERFORM 1500-STORE-ONE-ENROLLMENT THRU 1500-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE ENROLLMENT-FILE
           END-IF.

       1450-READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1500-STORE-ONE-ENROLLMENT.
           ADD 1 TO WS-ENRL-READ-COUNT.
           IF WS-CRS-HIT = 0 OR
              WS-CRS-CODE(WS-CRS-HIT) NOT = ENRL-COURSE-CODE
              MOVE 'N' TO WS-FOUND-SW
              PERFORM 1520-CHECK-COURSE-SLOT
                  VARYING WS-CRS-IDX FROM 1 BY 1
                  UNTIL WS-CRS-IDX > WS-CRS-USED OR
                        WS-FOUND-SW = 'Y'
              IF WS-FOUND-SW = 'N'
                 MOVE 0 TO WS-CRS-HIT
                 ADD 1 TO WS-ENRL-SKIP-COUNT
                 GO TO 1500-EXIT
              END-IF
           END-IF.

           PERFORM 1550-FIND-STUDENT.
           IF WS-FOUND-SW = 'N'
              ADD 1 TO WS-ENRL-SKIP-COUNT
              GO TO 1500-EXIT
           END-IF.

           IF WS-ENR-USED >= 20000
              DISPLAY "警告: 選課表已滿，" ENRL-COURSE-CODE
                  " 學號" ENRL-STU-ID "未列入"
              ADD 1 TO WS-ENRL-SKIP-COUNT
              GO TO 1500-EXIT
           END-IF.

           ADD 1 TO WS-ENR-USED.
           MOVE WS-STU-HIT TO WS-ENR-STU(WS-ENR-USED).
           IF WS-CRS-COUNT(WS-CRS-HIT) = 0
              MOVE WS-ENR-USED TO WS-CRS-START(WS-CRS-HIT)
           END-IF.
           ADD 1 TO WS-CRS-COUNT(WS-CRS-HIT).
       1500-EXIT.
           PERFORM 1450-READ-NEXT-ENROLLMENT.

       1520-CHECK-COURSE-SLOT.
           IF WS-CRS-CODE(WS-CRS-IDX) = ENRL-COURSE-CODE
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-CRS-IDX TO WS-CRS-HIT
           END-IF.

       1550-FIND-STUDENT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-LOW.
           MOVE WS-STU-USED TO WS-HIGH.
           PERFORM 1560-BINARY-STEP
               UNTIL WS-LOW > WS-HIGH OR WS-FOUND-SW = 'Y'.

       1560-BINARY-STEP.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF WS-STU-ID(WS-MID) = ENRL-STU-ID
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-MID TO WS-STU-HIT
           ELSE
              IF WS-STU-ID(WS-MID) < ENRL-STU-ID
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
      *    每回合取尚未處理且選課人數最多的課程，於所有場次中
      *    找出該課程學生皆無考試的場次，取累計應考人數最少者
      *----------------------------------------------------------*
       2000-PLACE-NEXT-COURSE.
           MOVE 0 TO WS-CRS-HIT.
           MOVE 0 TO WS-MAX-COUNT.
           PERFORM 2050-CHECK-LARGEST
               VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-USED.
           IF WS-CRS-HIT = 0
              GO TO 2000-EXIT
           END-IF.

           IF WS-CRS-COUNT(WS-CRS-HIT) = 0
              MOVE 'Z' TO WS-CRS-STATE(WS-CRS-HIT)
              ADD 1 TO WS-NO-EXAM-COUNT
              GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-ENR-END = WS-CRS-START(WS-CRS-HIT)
               + WS-CRS-COUNT(WS-CRS-HIT) - 1.
           MOVE 0 TO WS-BEST-SLOT.
           MOVE 999999 TO WS-BEST-LOAD.
           PERFORM 2100-TRY-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-TOTAL-SLOTS.

           IF WS-BEST-SLOT = 0
              MOVE 'U' TO WS-CRS-STATE(WS-CRS-HIT)
              ADD 1 TO WS-UNPLACED-COUNT
              PERFORM 2400-FLAG-ONE-STUDENT
                  VARYING WS-ENR-IDX FROM WS-CRS-START(WS-CRS-HIT)
                  BY 1 UNTIL WS-ENR-IDX > WS-ENR-END
              GO TO 2000-EXIT
           END-IF.

           MOVE 'P' TO WS-CRS-STATE(WS-CRS-HIT).
           MOVE WS-BEST-SLOT TO WS-CRS-SLOT(WS-CRS-HIT).
           ADD WS-CRS-COUNT(WS-CRS-HIT) TO WS-SLOT-LOAD(WS-BEST-SLOT).
           ADD 1 TO WS-PLACED-COUNT.
           PERFORM 2300-BOOK-ONE-STUDENT
               VARYING WS-ENR-IDX FROM WS-CRS-START(WS-CRS-HIT)
               BY 1 UNTIL WS-ENR-IDX > WS-ENR-END.
       2000-EXIT.
           EXIT.

       2050-CHECK-LARGEST.
           IF WS-CRS-STATE(WS-CRS-IDX) = SPACE
              IF WS-CRS-HIT = 0 OR
                 WS-CRS-COUNT(WS-CRS-IDX) > WS-MAX-COUNT
                 MOVE WS-CRS-IDX TO WS-CRS-HIT
                 MOVE WS-CRS-COUNT(WS-CRS-IDX) TO WS-MAX-COUNT
              END-IF
           END-IF.

       2100-TRY-ONE-SLOT.
           IF WS-SLOT-LOAD(WS-SLOT-IDX) < WS-BEST-LOAD
              MOVE 'Y' TO WS-SLOT-FREE-SW
              PERFORM 2200-CHECK-ONE-STUDENT
                  VARYING WS-ENR-IDX FROM WS-CRS-START(WS-CRS-HIT)
                  BY 1 UNTIL WS-ENR-IDX > WS-ENR-END OR
                             WS-SLOT-FREE-SW = 'N'
              IF WS-SLOT-FREE-SW = 'Y'
                 MOVE WS-SLOT-IDX TO WS-BEST-SLOT
                 MOVE WS-SLOT-LOAD(WS-SLOT-IDX) TO WS-BEST-LOAD
              END-IF
           END-IF.

       2200-CHECK-ONE-STUDENT.
           MOVE WS-ENR-STU(WS-ENR-IDX) TO WS-STU-HIT.
           IF WS-SMAP-CRS(WS-STU-HIT, WS-SLOT-IDX) NOT = 0
              MOVE 'N' TO WS-SLOT-FREE-SW
           END-IF.

       2300-BOOK-ONE-STUDENT.
           MOVE WS-ENR-STU(WS-ENR-IDX) TO WS-STU-HIT.
           MOVE WS-CRS-HIT TO WS-SMAP-CRS(WS-STU-HIT, WS-BEST-SLOT).
           MOVE 'Y' TO WS-STU-EXAM-SW(WS-STU-HIT).

       2400-FLAG-ONE-STUDENT.
           MOVE WS-ENR-STU(WS-ENR-IDX) TO WS-STU-HIT.
           MOVE 'Y' TO WS-STU-EXAM-SW(WS-STU-HIT).

      *----------------------------------------------------------*
      *    考試總表: 依場次列出考科，最後列出無法排入的課程
      *----------------------------------------------------------*
       3000-PRINT-MASTER-TIMETABLE.
           PERFORM 3100-PRINT-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-TOTAL-SLOTS.

           MOVE SPACES TO EXAM-MASTER-REC.
           WRITE EXAM-MASTER-REC.
           MOVE SPACES TO EXAM-MASTER-REC.
           STRING "--- 無法排入之課程 "
               "(每一場次皆有選課學生衝堂) ---"
               DELIMITED BY SIZE INTO EXAM-MASTER-REC
           END-STRING.
           WRITE EXAM-MASTER-REC.
           PERFORM 3300-PRINT-UNPLACED
               VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-USED.
           IF WS-UNPLACED-COUNT = 0
              MOVE SPACES TO EXAM-MASTER-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO EXAM-MASTER-REC
              END-STRING
              WRITE EXAM-MASTER-REC
           END-IF.

           MOVE SPACES TO EXAM-MASTER-REC.
           WRITE EXAM-MASTER-REC.
           MOVE SPACES TO EXAM-MASTER-REC.
           STRING "已排考科=" WS-PLACED-COUNT
               " 無法排入=" WS-UNPLACED-COUNT
               " 無選課學生未排考=" WS-NO-EXAM-COUNT
               DELIMITED BY SIZE INTO EXAM-MASTER-REC
           END-STRING.
           WRITE EXAM-MASTER-REC.

       3100-PRINT-ONE-SLOT.
           PERFORM 5000-SPLIT-SLOT-NUMBER.
           MOVE SPACES TO EXAM-MASTER-REC.
           WRITE EXAM-MASTER-REC.
           MOVE SPACES TO EXAM-MASTER-REC.
           STRING "第" WS-DAY-NO "天 第" WS-SESSION-NO "場"
               "  應考人次=" WS-SLOT-LOAD(WS-SLOT-IDX)
               DELIMITED BY SIZE INTO EXAM-MASTER-REC
           END-STRING.
           WRITE EXAM-MASTER-REC.
           MOVE 0 TO WS-SLOT-COURSES.
           PERFORM 3200-PRINT-SLOT-COURSE
               VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-USED.
           IF WS-SLOT-COURSES = 0
              MOVE SPACES TO EXAM-MASTER-REC
              STRING "  (本場無考科)"
                  DELIMITED BY SIZE INTO EXAM-MASTER-REC
              END-STRING
              WRITE EXAM-MASTER-REC
           END-IF.

       3200-PRINT-SLOT-COURSE.
           IF WS-CRS-STATE(WS-CRS-IDX) = 'P' AND
              WS-CRS-SLOT(WS-CRS-IDX) = WS-SLOT-IDX
              ADD 1 TO WS-SLOT-COURSES
              MOVE SPACES TO EXAM-MASTER-REC
              STRING "  " WS-CRS-CODE(WS-CRS-IDX)
                  " " WS-CRS-TITLE(WS-CRS-IDX)
                  " " WS-CRS-TEACHER(WS-CRS-IDX)
                  " 人數=" WS-CRS-COUNT(WS-CRS-IDX)
                  DELIMITED BY SIZE INTO EXAM-MASTER-REC
              END-STRING
              WRITE EXAM-MASTER-REC
           END-IF.

       3300-PRINT-UNPLACED.
           IF WS-CRS-STATE(WS-CRS-IDX) = 'U'
              MOVE SPACES TO EXAM-MASTER-REC
              STRING "  " WS-CRS-CODE(WS-CRS-IDX)
                  " " WS-CRS-TITLE(WS-CRS-IDX)
                  " " WS-CRS-TEACHER(WS-CRS-IDX)
                  " 人數=" WS-CRS-COUNT(WS-CRS-IDX)
                  DELIMITED BY SIZE INTO EXAM-MASTER-REC
              END-STRING
              WRITE EXAM-MASTER-REC
           END-IF.

      *----------------------------------------------------------*
      *    學生考程: 有考科(含無法排入者)的學生逐一列出
      *----------------------------------------------------------*
       4000-PRINT-STUDENT-SCHEDULE.
           IF WS-STU-EXAM-SW(WS-STU-IDX) = 'Y'
              ADD 1 TO WS-STUDENT-COUNT
              MOVE SPACES TO EXAM-STUDENT-REC
              STRING "--- 學號=" WS-STU-ID(WS-STU-IDX)
                  " 姓名=" WS-STU-NAME(WS-STU-IDX) " ---"
                  DELIMITED BY SIZE INTO EXAM-STUDENT-REC
              END-STRING
              WRITE EXAM-STUDENT-REC
              PERFORM 4100-PRINT-STUDENT-SLOT
                  VARYING WS-SLOT-IDX FROM 1 BY 1
                  UNTIL WS-SLOT-IDX > WS-TOTAL-SLOTS
              PERFORM 4200-PRINT-STUDENT-UNPLACED
                  VARYING WS-CRS-IDX FROM 1 BY 1
                  UNTIL WS-CRS-IDX > WS-CRS-USED
           END-IF.

       4100-PRINT-STUDENT-SLOT.
           IF WS-SMAP-CRS(WS-STU-IDX, WS-SLOT-IDX) NOT = 0
              MOVE WS-SMAP-CRS(WS-STU-IDX, WS-SLOT-IDX)
                  TO WS-CRS-HIT
              PERFORM 5000-SPLIT-SLOT-NUMBER
              MOVE SPACES TO EXAM-STUDENT-REC
              STRING "第" WS-DAY-NO "天 第" WS-SESSION-NO "場 "
                  WS-CRS-CODE(WS-CRS-HIT) " "
                  WS-CRS-TITLE(WS-CRS-HIT) " "
                  WS-CRS-TEACHER(WS-CRS-HIT)
                  DELIMITED BY SIZE INTO EXAM-STUDENT-REC
              END-STRING
              WRITE EXAM-STUDENT-REC
           END-IF.

       4200-PRINT-STUDENT-UNPLACED.
           IF WS-CRS-STATE(WS-CRS-IDX) = 'U'
              COMPUTE WS-ENR-END = WS-CRS-START(WS-CRS-IDX)
                  + WS-CRS-COUNT(WS-CRS-IDX) - 1
              MOVE 'N' TO WS-FOUND-SW
              PERFORM 4250-CHECK-UNPLACED-STUDENT
                  VARYING WS-ENR-IDX FROM WS-CRS-START(WS-CRS-IDX)
                  BY 1 UNTIL WS-ENR-IDX > WS-ENR-END OR
                             WS-FOUND-SW = 'Y'
              IF WS-FOUND-SW = 'Y'
                 MOVE SPACES TO EXAM-STUDENT-REC
                 STRING "未排定   " WS-CRS-CODE(WS-CRS-IDX) " "
                     WS-CRS-TITLE(WS-CRS-IDX) " (另行公告)"
                     DELIMITED BY SIZE INTO EXAM-STUDENT-REC
                 END-STRING
                 WRITE EXAM-STUDENT-REC
              END-IF
           END-IF.

       4250-CHECK-UNPLACED-STUDENT.
           IF WS-ENR-STU(WS-ENR-IDX) = WS-STU-IDX
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *    場次序號換算為第幾天、第幾場
       5000-SPLIT-SLOT-NUMBER.
           COMPUTE WS-SLOT-WORK = WS-SLOT-IDX - 1.
           DIVIDE WS-SLOT-WORK BY WS-SLOTS-PER-DAY
               GIVING WS-DAY-NO REMAINDER WS-SLOT-REMAINDER.
           ADD 1 TO WS-DAY-NO.
           COMPUTE WS-SESSION-NO = WS-SLOT-REMAINDER + 1.
