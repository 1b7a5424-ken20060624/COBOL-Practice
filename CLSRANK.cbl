      *========================================================*
      *  PROGRAM-ID. CLSRANK                                    *
      *  PURPOSE: CLASS-RANK LISTING FOR COUNSELORS.  FOR EVERY *
      *  NON-GRADUATED STUDENT ON STUMSTR (OPTIONALLY ONE SYSIN *
      *  GRADE LEVEL, 00 = ALL) THE CREDIT-WEIGHTED CUMULATIVE  *
      *  GPA IS COMPUTED THE SAME WAY TRNSCRPT PRINTS IT: EACH  *
      *  GRADMSTR SCORE IS CONVERTED BY GPACONV TO THE 4-POINT  *
      *  SCALE AND WEIGHTED BY CRS-CREDITS (THE GRADE SUBJECT'S *
      *  FIRST 6 CHARACTERS ARE THE COURSE CODE); SUBJECTS NOT  *
      *  ON THE COURSE MASTER ARE LEFT OUT.  STUDENTS ARE       *
      *  SORTED BY MSTR-GRADE-LEVEL AND GPA DESCENDING; EQUAL   *
      *  GPAS SHARE A RANK (1,2,2,4).  STUDENTS WITH NO         *
      *  CREDITED GRADES ARE LISTED UNRANKED AFTER EACH LEVEL.  *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLSRANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "GRADMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.
           SELECT RANK-REPORT-FILE ASSIGN TO "CLSRKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  RANK-REPORT-FILE.
       01  RANK-REPORT-REC     PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-GRADE-LEVEL  PIC 9(2).
           05 SRT-UNRANKED     PIC X(1).
           05 SRT-GPA          PIC 9V99.
           05 SRT-STU-ID       PIC 9(6).
           05 SRT-STU-NAME     PIC X(20).
           05 SRT-CREDITS      PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-GRD-EOF-SW       PIC X(1).
       01  WS-SORT-EOF-SW      PIC X(1).
       01  WS-GRADE-OPEN-SW    PIC X(1).
       01  WS-CRS-OPEN-SW      PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).

      *    SYSIN參數: 年級(00=全部)
       01  WS-LEVEL-FILTER     PIC 9(2).

       01  WS-CURRENT-ID       PIC 9(6).
       01  WS-CALC-CREDITS     PIC 9(4).
       01  WS-CALC-QPOINTS     PIC 9(5)V9.
       01  WS-CALC-GPA         PIC 9V99.
       01  WS-GPA-OUT          PIC 9.99.

      *    排名控制: 年級中斷，同GPA同名次
       01  WS-LEVEL-OPEN-SW    PIC X(1).
       01  WS-CUR-LEVEL        PIC 9(2).
       01  WS-PREV-GPA         PIC 9V99.
       01  WS-SEQ-IN-LEVEL     PIC 9(5).
       01  WS-RANK             PIC 9(5).
       01  WS-LEVEL-RANKED     PIC 9(5).
       01  WS-LEVEL-UNRANKED   PIC 9(5).
       01  WS-LEVEL-COUNT      PIC 9(3) VALUE 0.

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-RANKED-COUNT     PIC 9(6) VALUE 0.
       01  WS-UNRANKED-COUNT   PIC 9(6) VALUE 0.

       COPY GPACVPRM.
       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEVEL-FILTER.
           IF WS-LEVEL-FILTER NOT NUMERIC
              MOVE 0 TO WS-LEVEL-FILTER
           END-IF.

           MOVE "CLSRANK" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT RANK-REPORT-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS = "35"
              MOVE SPACES TO RANK-REPORT-REC
              STRING "*** 學生主檔不存在 ***"
                  DELIMITED BY SIZE INTO RANK-REPORT-REC
              END-STRING
              WRITE RANK-REPORT-REC
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 0600-OPEN-GRADE-FILES
              SORT SORT-WORK-FILE
                  ASCENDING KEY SRT-GRADE-LEVEL SRT-UNRANKED
                  DESCENDING KEY SRT-GPA
                  ASCENDING KEY SRT-STU-ID
                  INPUT PROCEDURE IS 1000-RELEASE-STUDENTS
                  OUTPUT PROCEDURE IS 3000-PRINT-RANKS
              IF WS-CRS-OPEN-SW = 'Y'
                 CLOSE COURSE-MASTER-FILE
              END-IF
              IF WS-GRADE-OPEN-SW = 'Y'
                 CLOSE GRADE-MASTER-FILE
              END-IF
              CLOSE STUDENT-MASTER-FILE
           END-IF.

           PERFORM 5000-PRINT-TOTALS.
           CLOSE RANK-REPORT-FILE.

           DISPLAY "年級排名完成 學生=" WS-READ-COUNT
               " 排名=" WS-RANKED-COUNT
               " 不列排名=" WS-UNRANKED-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-RANKED-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-UNRANKED-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0500-PRINT-HEADER.
           MOVE SPACES TO RANK-REPORT-REC.
           STRING "年級排名表  執行日期=" WS-RUN-DATE
               " 年級=" WS-LEVEL-FILTER " (00=全部)"
               " 四分制 學分加權累計GPA"
               DELIMITED BY SIZE INTO RANK-REPORT-REC
           END-STRING.
           WRITE RANK-REPORT-REC.

      *    成績檔或課程主檔不存在時全部列為不列排名
       0600-OPEN-GRADE-FILES.
           MOVE 'Y' TO WS-GRADE-OPEN-SW.
           OPEN INPUT GRADE-MASTER-FILE.
           IF WS-GRADE-STATUS = "35"
              MOVE 'N' TO WS-GRADE-OPEN-SW
              DISPLAY "警告: 成績檔不存在，"
                  "全部不列排名"
           END-IF.
           MOVE 'Y' TO WS-CRS-OPEN-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CRS-STATUS = "35"
              MOVE 'N' TO WS-CRS-OPEN-SW
              DISPLAY "警告: 課程主檔不存在，"
                  "全部不列排名"
           END-IF.

      *----------------------------------------------------------*
      *    輸入程序: 在學生(非畢業)依年級篩選，計算累計
      *    GPA後釋出排序; 無計分學分者標記不列排名
      *----------------------------------------------------------*
       1000-RELEASE-STUDENTS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-READ-NEXT-STUDENT.
           PERFORM 1200-RELEASE-ONE-STUDENT THRU 1200-EXIT
              UNTIL WS-EOF-SW = 'Y'.

       1100-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-RELEASE-ONE-STUDENT.
           IF MSTR-STATUS = 'G'
              GO TO 1200-EXIT
           END-IF.
           IF WS-LEVEL-FILTER NOT = 0 AND
              MSTR-GRADE-LEVEL NOT = WS-LEVEL-FILTER
              GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT.
           MOVE MSTR-STU-ID TO WS-CURRENT-ID.
           PERFORM 2000-CALC-STUDENT-GPA.

           MOVE MSTR-GRADE-LEVEL TO SRT-GRADE-LEVEL.
           MOVE MSTR-STU-ID TO SRT-STU-ID.
           MOVE MSTR-STU-NAME TO SRT-STU-NAME.
           MOVE WS-CALC-CREDITS TO SRT-CREDITS.
           MOVE WS-CALC-GPA TO SRT-GPA.
           IF WS-CALC-CREDITS > 0
              MOVE '0' TO SRT-UNRANKED
           ELSE
              MOVE '1' TO SRT-UNRANKED
           END-IF.
           RELEASE SORT-REC.
       1200-EXIT.
           PERFORM 1100-READ-NEXT-STUDENT.

      *----------------------------------------------------------*
      *    累計GPA: 依學號定位成績檔，科目前6碼對應課程主檔
      *    學分，GPACONV績點乘學分累加; 與TRNSCRPT算法相同
      *----------------------------------------------------------*
       2000-CALC-STUDENT-GPA.
           MOVE 0 TO WS-CALC-CREDITS WS-CALC-QPOINTS WS-CALC-GPA.
           IF WS-GRADE-OPEN-SW = 'N' OR WS-CRS-OPEN-SW = 'N'
              MOVE 'Y' TO WS-GRD-EOF-SW
           ELSE
              MOVE 'N' TO WS-GRD-EOF-SW
              MOVE WS-CURRENT-ID TO GRD-STU-ID
              MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT
              START GRADE-MASTER-FILE KEY >= GRD-KEY
                  INVALID KEY MOVE 'Y' TO WS-GRD-EOF-SW
              END-START
           END-IF.
           IF WS-GRD-EOF-SW = 'N'
              PERFORM 2100-READ-NEXT-GRADE
           END-IF.
           PERFORM 2200-ADD-ONE-GRADE
              UNTIL WS-GRD-EOF-SW = 'Y'.
           IF WS-CALC-CREDITS > 0
              COMPUTE WS-CALC-GPA ROUNDED =
                  WS-CALC-QPOINTS / WS-CALC-CREDITS
           END-IF.

       2100-READ-NEXT-GRADE.
           READ GRADE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GRD-EOF-SW
           END-READ.
           IF WS-GRD-EOF-SW = 'N' AND
              GRD-STU-ID NOT = WS-CURRENT-ID
              MOVE 'Y' TO WS-GRD-EOF-SW
           END-IF.

       2200-ADD-ONE-GRADE.
           MOVE GRD-SCORE TO GP-SCORE.
           CALL "GPACONV" USING GPACVPRM.
           MOVE GRD-SUBJECT(1:6) TO CRS-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  ADD CRS-CREDITS TO WS-CALC-CREDITS
                  COMPUTE WS-CALC-QPOINTS =
                      WS-CALC-QPOINTS + GP-POINTS * CRS-CREDITS
           END-READ.
           PERFORM 2100-READ-NEXT-GRADE.

      *----------------------------------------------------------*
      *    輸出程序: 年級控制中斷; 名次=該生在年級內的序號，
      *    但GPA與前一名相同時沿用前一名次
      *----------------------------------------------------------*
       3000-PRINT-RANKS.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE 'N' TO WS-LEVEL-OPEN-SW.
           PERFORM 3100-RETURN-NEXT-STUDENT.
           PERFORM 3200-PRINT-ONE-STUDENT
              UNTIL WS-SORT-EOF-SW = 'Y'.
           IF WS-LEVEL-OPEN-SW = 'Y'
              PERFORM 3500-END-OF-LEVEL
           END-IF.

       3100-RETURN-NEXT-STUDENT.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       3200-PRINT-ONE-STUDENT.
           IF WS-LEVEL-OPEN-SW = 'Y' AND
              SRT-GRADE-LEVEL NOT = WS-CUR-LEVEL
              PERFORM 3500-END-OF-LEVEL
           END-IF.
           IF WS-LEVEL-OPEN-SW = 'N'
              PERFORM 3400-START-NEW-LEVEL
           END-IF.

           MOVE SRT-GPA TO WS-GPA-OUT.
           MOVE SPACES TO RANK-REPORT-REC.
           IF SRT-UNRANKED = '0'
              ADD 1 TO WS-SEQ-IN-LEVEL
              IF WS-SEQ-IN-LEVEL = 1 OR SRT-GPA NOT = WS-PREV-GPA
                 MOVE WS-SEQ-IN-LEVEL TO WS-RANK
              END-IF
              MOVE SRT-GPA TO WS-PREV-GPA
              ADD 1 TO WS-LEVEL-RANKED
              ADD 1 TO WS-RANKED-COUNT
              STRING "  名次=" WS-RANK
                  " 學號=" SRT-STU-ID " " SRT-STU-NAME
                  " 學分=" SRT-CREDITS " GPA=" WS-GPA-OUT
                  DELIMITED BY SIZE INTO RANK-REPORT-REC
              END-STRING
           ELSE
              ADD 1 TO WS-LEVEL-UNRANKED
              ADD 1 TO WS-UNRANKED-COUNT
              STRING "  名次=----- 學號=" SRT-STU-ID
                  " " SRT-STU-NAME
                  " *** 無計分學分 不列排名 ***"
                  DELIMITED BY SIZE INTO RANK-REPORT-REC
              END-STRING
           END-IF.
           WRITE RANK-REPORT-REC.

           PERFORM 3100-RETURN-NEXT-STUDENT.

       3400-START-NEW-LEVEL.
           MOVE 'Y' TO WS-LEVEL-OPEN-SW.
           MOVE SRT-GRADE-LEVEL TO WS-CUR-LEVEL.
           MOVE 0 TO WS-SEQ-IN-LEVEL WS-RANK WS-PREV-GPA.
           MOVE 0 TO WS-LEVEL-RANKED WS-LEVEL-UNRANKED.
           ADD 1 TO WS-LEVEL-COUNT.
           MOVE SPACES TO RANK-REPORT-REC.
           WRITE RANK-REPORT-REC.
           MOVE SPACES TO RANK-REPORT-REC.
           STRING "=== " WS-CUR-LEVEL " 年級 ==="
               DELIMITED BY SIZE INTO RANK-REPORT-REC
           END-STRING.
           WRITE RANK-REPORT-REC.

       3500-END-OF-LEVEL.
           MOVE SPACES TO RANK-REPORT-REC.
           STRING "  " WS-CUR-LEVEL " 年級小計 排名="
               WS-LEVEL-RANKED
               " 不列排名=" WS-LEVEL-UNRANKED
               DELIMITED BY SIZE INTO RANK-REPORT-REC
           END-STRING.
           WRITE RANK-REPORT-REC.
           MOVE 'N' TO WS-LEVEL-OPEN-SW.

       5000-PRINT-TOTALS.
           MOVE SPACES TO RANK-REPORT-REC.
           WRITE RANK-REPORT-REC.
           MOVE SPACES TO RANK-REPORT-REC.
           STRING "總計 年級數=" WS-LEVEL-COUNT
               " 學生=" WS-READ-COUNT
               " 排名=" WS-RANKED-COUNT
               " 不列排名=" WS-UNRANKED-COUNT
               DELIMITED BY SIZE INTO RANK-REPORT-REC
           END-STRING.
           WRITE RANK-REPORT-REC.
