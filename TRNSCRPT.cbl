               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-CRS-STATUS.
           SELECT ALUMNI-HIST-FILE ASSIGN TO "ALUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-KEY
               FILE STATUS IS WS-ALM-STATUS.
           SELECT TRANSCRIPT-OUT-FILE ASSIGN TO "TRNSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  COURSE-MASTER-FILE.
       COPY CRSMSTFM.

       FD  ALUMNI-HIST-FILE.
       COPY ALUMHSFM.

       FD  TRANSCRIPT-OUT-FILE.
       01  TRANSCRIPT-OUT-REC      PIC X(80).

       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-TRANS-STATUS     PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-ALM-STATUS       PIC X(2).
      *    在學主檔查無時改由校友封存檔(ALUMARCH)列印
       01  WS-ALUMNI-SW        PIC X(1).
       01  WS-ARCH-DATE        PIC 9(8).
       01  WS-CRS-OPEN-SW      PIC X(1).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-SEARCH-ID        PIC 9(06).
       01  WS-TERM-AVG         PIC 9(3)V9 VALUE 0.
       01  WS-GRADE-LINES      PIC 9(5) VALUE 0.

      *    學分加權GPA: 科目前6碼對應課程主檔學分，
      *    績點(GPACONV 四分制)乘學分為品質點數
       01  WS-LINE-CREDITS     PIC 9(2).
       01  WS-LINE-QPOINTS     PIC 9(3)V9.
       01  WS-MAPPED-SW        PIC X(1).
       01  WS-TERM-CREDITS     PIC 9(4) VALUE 0.
       01  WS-TERM-QPOINTS     PIC 9(5)V9 VALUE 0.
       01  WS-TERM-GPA         PIC 9V99 VALUE 0.
       01  WS-CUM-CREDITS      PIC 9(4) VALUE 0.
       01  WS-CUM-QPOINTS      PIC 9(5)V9 VALUE 0.
       01  WS-CUM-GPA          PIC 9V99 VALUE 0.
       01  WS-UNMAPPED-LINES   PIC 9(3) VALUE 0.
       01  WS-POINTS-OUT       PIC 9.9.
       01  WS-GPA-OUT          PIC 9.99.

      *    年級排名: 同年級在學生累計GPA比較，
      *    同分同名次，無計分學分者不列入
       01  WS-STU-LEVEL        PIC 9(2).
       01  WS-STU-STATUS       PIC X(1).
       01  WS-STU-EOF-SW       PIC X(1).
       01  WS-RANK-POS         PIC 9(5).
       01  WS-RANK-TOTAL       PIC 9(5).
       01  WS-CALC-ID          PIC 9(6).
       01  WS-CALC-EOF-SW      PIC X(1).
       01  WS-CALC-CREDITS     PIC 9(4).
       01  WS-CALC-QPOINTS     PIC 9(5)V9.
       01  WS-CALC-GPA         PIC 9V99.

       COPY GPACVPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ELSE
              PERFORM 2000-PRINT-HEADER-BLOCK
              PERFORM 3000-PRINT-GRADE-LINES THRU 3000-EXIT
              PERFORM 4000-PRINT-CLASS-RANK THRU 4000-EXIT
           END-IF.

           CLOSE TRANSCRIPT-OUT-FILE.

       1000-FIND-STUDENT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-ALUMNI-SW.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO MSTR-STU-ID
              READ STUDENT-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
                     MOVE MSTR-GRADE-LEVEL TO WS-STU-LEVEL
                     MOVE MSTR-STATUS TO WS-STU-STATUS
              END-READ
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-FOUND-SW = 'N'
              PERFORM 1100-FIND-ALUMNUS
           END-IF.

       1100-FIND-ALUMNUS.
           OPEN INPUT ALUMNI-HIST-FILE.
           IF WS-ALM-STATUS NOT = "35"
              MOVE WS-SEARCH-ID TO ALM-STU-ID
              MOVE 'S' TO ALM-REC-TYPE
              MOVE SPACES TO ALM-SUB-KEY
              READ ALUMNI-HIST-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-FOUND-SW
                     MOVE 'Y' TO WS-ALUMNI-SW
                     MOVE ALM-ARCH-DATE TO WS-ARCH-DATE
                     MOVE ALM-DATA TO STUDENT-MASTER-REC
                     MOVE MSTR-GRADE-LEVEL TO WS-STU-LEVEL
                     MOVE MSTR-STATUS TO WS-STU-STATUS
              END-READ
              CLOSE ALUMNI-HIST-FILE
           END-IF.

       2000-PRINT-HEADER-BLOCK.
           MOVE SPACES TO TRANSCRIPT-OUT-REC.
           END-STRING.
           WRITE TRANSCRIPT-OUT-REC.

           IF WS-ALUMNI-SW = 'Y'
              MOVE SPACES TO TRANSCRIPT-OUT-REC
              STRING "校友 (畢業封存日=" WS-ARCH-DATE ")"
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
              WRITE TRANSCRIPT-OUT-REC
           END-IF.

       3000-PRINT-GRADE-LINES.
           OPEN INPUT GRADE-MASTER-FILE.
           IF WS-GRADE-STATUS = "35"
              GO TO 3000-EXIT
           END-IF.

           MOVE 'Y' TO WS-CRS-OPEN-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CRS-STATUS = "35"
              MOVE 'N' TO WS-CRS-OPEN-SW
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           IF WS-ALUMNI-SW = 'Y'
              OPEN INPUT ALUMNI-HIST-FILE
              MOVE WS-SEARCH-ID TO ALM-STU-ID
              MOVE 'G' TO ALM-REC-TYPE
              MOVE LOW-VALUES TO ALM-SUB-KEY
              START ALUMNI-HIST-FILE KEY >= ALM-KEY
                  INVALID KEY MOVE 'Y' TO WS-EOF-SW
              END-START
           ELSE
              MOVE WS-SEARCH-ID TO GRD-STU-ID
              MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT
              START GRADE-MASTER-FILE KEY >= GRD-KEY
                  INVALID KEY MOVE 'Y' TO WS-EOF-SW
              END-START
           END-IF.

           IF WS-EOF-SW = 'N'
              PERFORM 3100-READ-NEXT-GRADE
           MOVE 0 TO WS-TERM-TOTAL.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE 0 TO WS-GRADE-LINES.
           MOVE 0 TO WS-TERM-CREDITS WS-TERM-QPOINTS.
           MOVE 0 TO WS-CUM-CREDITS WS-CUM-QPOINTS.
           MOVE 0 TO WS-UNMAPPED-LINES.

           PERFORM 3200-PRINT-ONE-GRADE
              UNTIL WS-EOF-SW = 'Y'.
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
              WRITE TRANSCRIPT-OUT-REC
           ELSE
              PERFORM 3600-PRINT-CUMULATIVE-GPA
           END-IF.

           IF WS-CRS-OPEN-SW = 'Y'
              CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-ALUMNI-SW = 'Y'
              CLOSE ALUMNI-HIST-FILE
           END-IF.
           CLOSE GRADE-MASTER-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-GRADE.
           IF WS-ALUMNI-SW = 'Y'
              PERFORM 3150-READ-NEXT-ALUMNI-GRADE
           ELSE
              READ GRADE-MASTER-FILE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SW
              END-READ
              IF WS-EOF-SW = 'N' AND GRD-STU-ID NOT = WS-SEARCH-ID
                 MOVE 'Y' TO WS-EOF-SW
              END-IF
           END-IF.

      *    封存成績紀錄資料區為原成績紀錄影像
       3150-READ-NEXT-ALUMNI-GRADE.
           READ ALUMNI-HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF-SW = 'N'
              IF ALM-STU-ID NOT = WS-SEARCH-ID OR
                 ALM-REC-TYPE NOT = 'G'
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 MOVE ALM-DATA TO GRADE-REC
              END-IF
           END-IF.

       3200-PRINT-ONE-GRADE.
              MOVE GRD-TERM TO WS-CURR-TERM
              MOVE 0 TO WS-TERM-TOTAL
              MOVE 0 TO WS-TERM-COUNT
              MOVE 0 TO WS-TERM-CREDITS WS-TERM-QPOINTS
              MOVE SPACES TO TRANSCRIPT-OUT-REC
              STRING "--- 學期 " GRD-TERM " ---"
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              WRITE TRANSCRIPT-OUT-REC
           END-IF.

           MOVE GRD-SCORE TO GP-SCORE.
           CALL "GPACONV" USING GPACVPRM.
           MOVE GP-POINTS TO WS-POINTS-OUT.
           PERFORM 3300-LOOKUP-CREDITS.

           MOVE SPACES TO TRANSCRIPT-OUT-REC.
           IF WS-MAPPED-SW = 'Y'
              COMPUTE WS-LINE-QPOINTS = GP-POINTS * WS-LINE-CREDITS
              ADD WS-LINE-CREDITS TO WS-TERM-CREDITS WS-CUM-CREDITS
              ADD WS-LINE-QPOINTS TO WS-TERM-QPOINTS WS-CUM-QPOINTS
              STRING "科目=" GRD-SUBJECT " 成績=" GRD-SCORE
                  " 等第=" GP-LETTER " 績點=" WS-POINTS-OUT
                  " 學分=" WS-LINE-CREDITS
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
           ELSE
              ADD 1 TO WS-UNMAPPED-LINES
              STRING "科目=" GRD-SUBJECT " 成績=" GRD-SCORE
                  " 等第=" GP-LETTER " 績點=" WS-POINTS-OUT
                  " 學分=-- (查無課程 不計GPA)"
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
           END-IF.
           WRITE TRANSCRIPT-OUT-REC.

           ADD GRD-SCORE TO WS-TERM-TOTAL.

           PERFORM 3100-READ-NEXT-GRADE.

      *    科目前6碼為課程代碼(同YEARPROM)，查無者不計GPA
       3300-LOOKUP-CREDITS.
           MOVE 'N' TO WS-MAPPED-SW.
           MOVE 0 TO WS-LINE-CREDITS.
           IF WS-CRS-OPEN-SW = 'Y'
              MOVE GRD-SUBJECT(1:6) TO CRS-COURSE-CODE
              READ COURSE-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-MAPPED-SW
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-MAPPED-SW
                     MOVE CRS-CREDITS TO WS-LINE-CREDITS
              END-READ
           END-IF.

       3500-PRINT-TERM-AVERAGE.
           COMPUTE WS-TERM-AVG ROUNDED = WS-TERM-TOTAL / WS-TERM-COUNT.
           MOVE SPACES TO TRANSCRIPT-OUT-REC.
           IF WS-TERM-CREDITS > 0
              COMPUTE WS-TERM-GPA ROUNDED =
                  WS-TERM-QPOINTS / WS-TERM-CREDITS
              MOVE WS-TERM-GPA TO WS-GPA-OUT
              STRING "學期 " WS-CURR-TERM " 平均=" WS-TERM-AVG
                  " 學分=" WS-TERM-CREDITS " GPA=" WS-GPA-OUT
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
           ELSE
              STRING "學期 " WS-CURR-TERM " 平均=" WS-TERM-AVG
                  " 學分=" WS-TERM-CREDITS " GPA=----"
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
           END-IF.
           WRITE TRANSCRIPT-OUT-REC.

       3600-PRINT-CUMULATIVE-GPA.
           MOVE SPACES TO TRANSCRIPT-OUT-REC.
           IF WS-CUM-CREDITS > 0
              COMPUTE WS-CUM-GPA ROUNDED =
                  WS-CUM-QPOINTS / WS-CUM-CREDITS
              MOVE WS-CUM-GPA TO WS-GPA-OUT
              STRING "累計學分=" WS-CUM-CREDITS
                  " 累計GPA=" WS-GPA-OUT
                  " 不計GPA科目=" WS-UNMAPPED-LINES
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
           ELSE
              MOVE 0 TO WS-CUM-GPA
              STRING "累計學分=" WS-CUM-CREDITS
                  " 累計GPA=----"
                  " 不計GPA科目=" WS-UNMAPPED-LINES
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
           END-IF.
           WRITE TRANSCRIPT-OUT-REC.

      *----------------------------------------------------------*
      *    年級排名: 掃描學生主檔同年級在學生，逐一以相同
      *    方式計算累計GPA; 名次=GPA高於本人者+1，同分同名次
      *----------------------------------------------------------*
       4000-PRINT-CLASS-RANK.
           IF WS-GRADE-LINES = 0
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO TRANSCRIPT-OUT-REC.
           IF WS-STU-STATUS = 'G'
              STRING "已畢業 不列年級排名"
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
              WRITE TRANSCRIPT-OUT-REC
              GO TO 4000-EXIT
           END-IF.
           IF WS-CUM-CREDITS = 0
              STRING "無計分學分 不列年級排名"
                  DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
              END-STRING
              WRITE TRANSCRIPT-OUT-REC
              GO TO 4000-EXIT
           END-IF.

           MOVE 1 TO WS-RANK-POS.
           MOVE 0 TO WS-RANK-TOTAL.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN INPUT GRADE-MASTER-FILE.
           OPEN INPUT COURSE-MASTER-FILE.
           MOVE 'N' TO WS-STU-EOF-SW.
           PERFORM 4100-READ-NEXT-STUDENT.
           PERFORM 4200-RANK-ONE-STUDENT
              UNTIL WS-STU-EOF-SW = 'Y'.
           CLOSE COURSE-MASTER-FILE.
           CLOSE GRADE-MASTER-FILE.
           CLOSE STUDENT-MASTER-FILE.

           MOVE SPACES TO TRANSCRIPT-OUT-REC.
           STRING WS-STU-LEVEL " 年級排名=" WS-RANK-POS
               " / " WS-RANK-TOTAL
               DELIMITED BY SIZE INTO TRANSCRIPT-OUT-REC
           END-STRING.
           WRITE TRANSCRIPT-OUT-REC.
       4000-EXIT.
           EXIT.

       4100-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-STU-EOF-SW
           END-READ.

       4200-RANK-ONE-STUDENT.
           IF MSTR-STATUS NOT = 'G' AND
              MSTR-GRADE-LEVEL = WS-STU-LEVEL
              MOVE MSTR-STU-ID TO WS-CALC-ID
              PERFORM 4300-CALC-STUDENT-GPA
              IF WS-CALC-CREDITS > 0
                 ADD 1 TO WS-RANK-TOTAL
                 IF WS-CALC-GPA > WS-CUM-GPA
                    ADD 1 TO WS-RANK-POS
                 END-IF
              END-IF
           END-IF.
           PERFORM 4100-READ-NEXT-STUDENT.

       4300-CALC-STUDENT-GPA.
           MOVE 0 TO WS-CALC-CREDITS WS-CALC-QPOINTS WS-CALC-GPA.
           MOVE 'N' TO WS-CALC-EOF-SW.
           MOVE WS-CALC-ID TO GRD-STU-ID.
           MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT.
           START GRADE-MASTER-FILE KEY >= GRD-KEY
               INVALID KEY MOVE 'Y' TO WS-CALC-EOF-SW
           END-START.
           IF WS-CALC-EOF-SW = 'N'
              PERFORM 4310-READ-CALC-GRADE
           END-IF.
           PERFORM 4320-ADD-CALC-GRADE
              UNTIL WS-CALC-EOF-SW = 'Y'.
           IF WS-CALC-CREDITS > 0
              COMPUTE WS-CALC-GPA ROUNDED =
                  WS-CALC-QPOINTS / WS-CALC-CREDITS
           END-IF.

       4310-READ-CALC-GRADE.
           READ GRADE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CALC-EOF-SW
           END-READ.
           IF WS-CALC-EOF-SW = 'N' AND GRD-STU-ID NOT = WS-CALC-ID
              MOVE 'Y' TO WS-CALC-EOF-SW
           END-IF.

       4320-ADD-CALC-GRADE.
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
           PERFORM 4310-READ-CALC-GRADE.
