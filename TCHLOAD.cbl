      *========================================================*
      *  PROGRAM-ID. TCHLOAD                                    *
      *  PURPOSE: TEACHER WORKLOAD REPORT BY DEPARTMENT.  ONE   *
      *  PASS OVER CRSMSTR ACCUMULATES, PER CRS-TEACHER-ID,     *
      *  THE NUMBER OF COURSES, SCHEDULED PERIODS PER WEEK      *
      *  (COURSES WITH A NON-ZERO MEETING DAY/PERIOD), TOTAL    *
      *  ENROLLED STUDENTS AND CREDITS TAUGHT.  NAME AND        *
      *  DEPARTMENT COME FROM EMPMSTR; COURSES WITH NO TEACHER  *
      *  ID, OR AN ID NOT ON EMPMSTR, ARE LISTED UNDER AN       *
      *  UNASSIGNED DEPARTMENT SO THE ACADEMIC OFFICE CAN FIX   *
      *  THEM.  INACTIVE STAFF STILL HOLDING COURSES ARE        *
      *  FLAGGED.  EACH DEPARTMENT GETS A SUBTOTAL LINE.        *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TCHLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT WORKLOAD-REPORT-FILE ASSIGN TO "TCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTFM.

       FD  WORKLOAD-REPORT-FILE.
       01  WORKLOAD-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-EMP-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-COURSE-COUNT     PIC 9(6) VALUE 0.

      *    教師別累計: 以CRS-TEACHER-ID歸戶，編號0為未指定
       01  WS-TCH-USED         PIC 9(3) VALUE 0.
       01  WS-TCH-IDX          PIC 9(3).
       01  WS-TCH-HIT          PIC 9(3).
       01  WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 500 TIMES.
              10 WS-TCH-ID          PIC 9(5).
              10 WS-TCH-NAME        PIC X(20).
              10 WS-TCH-DEPT        PIC X(10).
              10 WS-TCH-STATE       PIC X(12).
              10 WS-TCH-COURSES     PIC 9(3).
              10 WS-TCH-PERIODS     PIC 9(3).
              10 WS-TCH-STUDENTS    PIC 9(5).
              10 WS-TCH-CREDITS     PIC 9(4).

      *    部門清單: 依首次出現順序列印
       01  WS-DPT-USED         PIC 9(2) VALUE 0.
       01  WS-DPT-IDX          PIC 9(2).
       01  WS-DPT-FOUND-SW     PIC X(1).
       01  WS-DPT-TABLE.
           05 WS-DPT-NAME OCCURS 50 TIMES PIC X(10).

       01  WS-SUB-TEACHERS     PIC 9(3).
       01  WS-SUB-COURSES      PIC 9(4).
       01  WS-SUB-PERIODS      PIC 9(4).
       01  WS-SUB-STUDENTS     PIC 9(6).
       01  WS-SUB-CREDITS      PIC 9(5).
       01  WS-TOT-COURSES      PIC 9(4) VALUE 0.
       01  WS-TOT-PERIODS      PIC 9(4) VALUE 0.
       01  WS-TOT-STUDENTS     PIC 9(6) VALUE 0.
       01  WS-TOT-CREDITS      PIC 9(5) VALUE 0.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "TCHLOAD" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT WORKLOAD-REPORT-FILE.
           MOVE SPACES TO WORKLOAD-REPORT-REC.
           STRING "教師授課負擔報表(依部門)  執行日期="
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-REC
           END-STRING.
           WRITE WORKLOAD-REPORT-REC.

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CRS-STATUS = "35"
              MOVE SPACES TO WORKLOAD-REPORT-REC
              STRING "*** 課程主檔不存在，無資料 ***"
                  DELIMITED BY SIZE INTO WORKLOAD-REPORT-REC
              END-STRING
              WRITE WORKLOAD-REPORT-REC
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1100-READ-NEXT-COURSE
              PERFORM 1200-ACCUM-ONE-COURSE
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE COURSE-MASTER-FILE
              PERFORM 2000-LOOKUP-TEACHERS
              PERFORM 3000-PRINT-ONE-DEPT
                  VARYING WS-DPT-IDX FROM 1 BY 1
                  UNTIL WS-DPT-IDX > WS-DPT-USED
              PERFORM 4000-PRINT-GRAND-TOTAL
           END-IF.

           CLOSE WORKLOAD-REPORT-FILE.

           DISPLAY "教師授課負擔報表完成 課程數="
               WS-COURSE-COUNT
               " 教師數=" WS-TCH-USED.

           MOVE WS-COURSE-COUNT TO RS-READ-COUNT.
           MOVE WS-TCH-USED TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       1100-READ-NEXT-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-ACCUM-ONE-COURSE.
           ADD 1 TO WS-COURSE-COUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1250-CHECK-TEACHER-SLOT
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > WS-TCH-USED OR
                     WS-FOUND-SW = 'Y'.

           IF WS-FOUND-SW = 'N'
              IF WS-TCH-USED < 500
                 ADD 1 TO WS-TCH-USED
                 MOVE WS-TCH-USED TO WS-TCH-HIT
                 MOVE CRS-TEACHER-ID TO WS-TCH-ID(WS-TCH-HIT)
                 MOVE CRS-TEACHER TO WS-TCH-NAME(WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-COURSES(WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-PERIODS(WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-STUDENTS(WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-CREDITS(WS-TCH-HIT)
                 MOVE 'Y' TO WS-FOUND-SW
              ELSE
                 DISPLAY "警告: 教師表已滿，課程"
                     CRS-COURSE-CODE
                     "未列入"
              END-IF
           END-IF.

           IF WS-FOUND-SW = 'Y'
              ADD 1 TO WS-TCH-COURSES(WS-TCH-HIT)
              IF CRS-MEET-DAY NOT = 0 AND CRS-MEET-PERIOD NOT = 0
                 ADD 1 TO WS-TCH-PERIODS(WS-TCH-HIT)
              END-IF
              ADD CRS-ENROLLED TO WS-TCH-STUDENTS(WS-TCH-HIT)
              ADD CRS-CREDITS TO WS-TCH-CREDITS(WS-TCH-HIT)
           END-IF.

           PERFORM 1100-READ-NEXT-COURSE.

       1250-CHECK-TEACHER-SLOT.
           IF WS-TCH-ID(WS-TCH-IDX) = CRS-TEACHER-ID
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-TCH-IDX TO WS-TCH-HIT
           END-IF.

      *----------------------------------------------------------*
      *    教師姓名/部門由員工主檔帶出，並建立部門清單
      *----------------------------------------------------------*
       2000-LOOKUP-TEACHERS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           PERFORM 2100-LOOKUP-ONE-TEACHER
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > WS-TCH-USED.
           IF WS-EMP-STATUS NOT = "35"
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       2100-LOOKUP-ONE-TEACHER.
           MOVE "未指定" TO WS-TCH-DEPT(WS-TCH-IDX).
           MOVE SPACES TO WS-TCH-STATE(WS-TCH-IDX).
           IF WS-TCH-ID(WS-TCH-IDX) = 0
              MOVE "(未指定教師)" TO WS-TCH-NAME(WS-TCH-IDX)
           ELSE
              IF WS-EMP-STATUS = "35"
                 MOVE "(無主檔)" TO WS-TCH-STATE(WS-TCH-IDX)
              ELSE
                 MOVE WS-TCH-ID(WS-TCH-IDX) TO EMP-ID
                 READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        MOVE "(無主檔)" TO WS-TCH-STATE(WS-TCH-IDX)
                     NOT INVALID KEY
                        MOVE EMP-NAME TO WS-TCH-NAME(WS-TCH-IDX)
                        MOVE EMP-DEPT TO WS-TCH-DEPT(WS-TCH-IDX)
                        IF EMP-ACTIVE-FLAG NOT = 'Y'
                           MOVE "(已停用)"
                               TO WS-TCH-STATE(WS-TCH-IDX)
                        END-IF
                 END-READ
              END-IF
           END-IF.

           MOVE 'N' TO WS-DPT-FOUND-SW.
           PERFORM 2200-CHECK-DEPT-SLOT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-USED OR
                     WS-DPT-FOUND-SW = 'Y'.
           IF WS-DPT-FOUND-SW = 'N'
              IF WS-DPT-USED < 50
                 ADD 1 TO WS-DPT-USED
                 MOVE WS-TCH-DEPT(WS-TCH-IDX)
                     TO WS-DPT-NAME(WS-DPT-USED)
              ELSE
                 DISPLAY "警告: 部門清單已滿，"
                     WS-TCH-DEPT(WS-TCH-IDX) "未列印"
              END-IF
           END-IF.

       2200-CHECK-DEPT-SLOT.
           IF WS-DPT-NAME(WS-DPT-IDX) = WS-TCH-DEPT(WS-TCH-IDX)
              MOVE 'Y' TO WS-DPT-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      *    部門段: 部門標題、所屬教師明細、部門小計
      *----------------------------------------------------------*
       3000-PRINT-ONE-DEPT.
           MOVE 0 TO WS-SUB-TEACHERS.
           MOVE 0 TO WS-SUB-COURSES.
           MOVE 0 TO WS-SUB-PERIODS.
           MOVE 0 TO WS-SUB-STUDENTS.
           MOVE 0 TO WS-SUB-CREDITS.

           MOVE SPACES TO WORKLOAD-REPORT-REC.
           WRITE WORKLOAD-REPORT-REC.
           MOVE SPACES TO WORKLOAD-REPORT-REC.
           STRING "部門: " WS-DPT-NAME(WS-DPT-IDX)
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-REC
           END-STRING.
           WRITE WORKLOAD-REPORT-REC.

           PERFORM 3100-PRINT-ONE-TEACHER
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > WS-TCH-USED.

           MOVE SPACES TO WORKLOAD-REPORT-REC.
           STRING "  部門小計 教師=" WS-SUB-TEACHERS
               " 課程=" WS-SUB-COURSES
               " 週節數=" WS-SUB-PERIODS
               " 學生=" WS-SUB-STUDENTS
               " 學分=" WS-SUB-CREDITS
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-REC
           END-STRING.
           WRITE WORKLOAD-REPORT-REC.

       3100-PRINT-ONE-TEACHER.
           IF WS-TCH-DEPT(WS-TCH-IDX) = WS-DPT-NAME(WS-DPT-IDX)
              MOVE SPACES TO WORKLOAD-REPORT-REC
              STRING "  " WS-TCH-ID(WS-TCH-IDX)
                  " " WS-TCH-NAME(WS-TCH-IDX)
                  " 課程=" WS-TCH-COURSES(WS-TCH-IDX)
                  " 週節數=" WS-TCH-PERIODS(WS-TCH-IDX)
                  " 學生=" WS-TCH-STUDENTS(WS-TCH-IDX)
                  " 學分=" WS-TCH-CREDITS(WS-TCH-IDX)
                  " " WS-TCH-STATE(WS-TCH-IDX)
                  DELIMITED BY SIZE INTO WORKLOAD-REPORT-REC
              END-STRING
              WRITE WORKLOAD-REPORT-REC
              ADD 1 TO WS-SUB-TEACHERS
              ADD WS-TCH-COURSES(WS-TCH-IDX) TO WS-SUB-COURSES
                  WS-TOT-COURSES
              ADD WS-TCH-PERIODS(WS-TCH-IDX) TO WS-SUB-PERIODS
                  WS-TOT-PERIODS
              ADD WS-TCH-STUDENTS(WS-TCH-IDX) TO WS-SUB-STUDENTS
                  WS-TOT-STUDENTS
              ADD WS-TCH-CREDITS(WS-TCH-IDX) TO WS-SUB-CREDITS
                  WS-TOT-CREDITS
           END-IF.

       4000-PRINT-GRAND-TOTAL.
           MOVE SPACES TO WORKLOAD-REPORT-REC.
           WRITE WORKLOAD-REPORT-REC.
           MOVE SPACES TO WORKLOAD-REPORT-REC.
           STRING "全校合計 教師=" WS-TCH-USED
               " 課程=" WS-TOT-COURSES
               " 週節數=" WS-TOT-PERIODS
               " 學生=" WS-TOT-STUDENTS
               " 學分=" WS-TOT-CREDITS
               DELIMITED BY SIZE INTO WORKLOAD-REPORT-REC
           END-STRING.
           WRITE WORKLOAD-REPORT-REC.
