      *========================================================*
      *  PROGRAM-ID. ALUMARCH                                   *
      *  PURPOSE: YEAR-END ALUMNI ARCHIVE.  EVERY GRADUATED     *
      *  STUDENT (MSTR-STATUS 'G', SET BY YEARPROM) IS COPIED   *
      *  WITH ALL GRADMSTR GRADES AND ENRLMSTR ENROLLMENTS INTO *
      *  THE ALUMHIST ALUMNI HISTORY FILE (ALUMHSFM), AND ONLY  *
      *  AFTER EVERY COPY FOR THAT STUDENT HAS SUCCEEDED ARE    *
      *  THE STUDENT, GRADES AND ENROLLMENTS DELETED FROM THE   *
      *  ACTIVE MASTERS.  A GRADUATE WITH AN OPEN LOAN ON       *
      *  LOANMSTR OR AN UNPAID INVMSTR BALANCE IS REFUSED AND   *
      *  STAYS ACTIVE.  THE STUMSTR DELETE IS JOURNALLED TO     *
      *  STUJRNL LIKE STUMAINT.  THE CONTROL REPORT LISTS EACH  *
      *  STUDENT ARCHIVED OR REFUSED AND THE COUNTS COPIED AND  *
      *  DELETED PER FILE.  RC=4 WHEN ANY GRADUATE WAS REFUSED  *
      *  OR COULD NOT BE ARCHIVED; RC=12 WHEN STUMSTR IS        *
      *  MISSING.  TRNSCRPT PRINTS ALUMNI FROM ALUMHIST.        *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ALUMARCH.

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
           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT ALUMNI-HIST-FILE ASSIGN TO "ALUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-KEY
               FILE STATUS IS WS-ALM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "STUJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ALUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  GRADE-MASTER-FILE.
       COPY GRADRCFM.

       FD  ENROLLMENT-FILE.
       COPY ENRLRCFM.

       FD  LOAN-MASTER-FILE.
       COPY LOANRCFM.

       FD  INVOICE-MASTER-FILE.
       COPY INVRCFM.

       FD  ALUMNI-HIST-FILE.
       COPY ALUMHSFM.

       FD  JOURNAL-FILE.
       COPY STUJRNFM.

       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-REPORT-REC  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-GRADE-STATUS     PIC X(2).
       01  WS-ENRL-STATUS      PIC X(2).
       01  WS-LOAN-STATUS      PIC X(2).
       01  WS-INV-STATUS       PIC X(2).
       01  WS-ALM-STATUS       PIC X(2).
       01  WS-JRNL-STATUS      PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SUB-EOF-SW       PIC X(1).
       01  WS-GRADE-OPEN-SW    PIC X(1).
       01  WS-ENRL-OPEN-SW     PIC X(1).
       01  WS-INV-OPEN-SW      PIC X(1).
       01  WS-WRITE-OK-SW      PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-CURRENT-ID       PIC 9(6).
       01  WS-UNPAID           PIC 9(9).
       01  WS-LOANS-OUT        PIC 9(3).
       01  WS-BEFORE-IMAGE     PIC X(50).

      *    借閱中學號表(借閱主檔鍵值為ISBN+學號，先整檔載入)
       01  WS-LOAN-USED        PIC 9(4) VALUE 0.
       01  WS-LOAN-IDX         PIC 9(4).
       01  WS-LOAN-FULL-SW     PIC X(1) VALUE 'N'.
       01  WS-LOAN-TABLE.
           05 WS-LOAN-STU-ID OCCURS 9999 TIMES PIC 9(6).

      *    本次封存學生表: 依學生主檔鍵值順序加入，故學號遞增
       01  WS-ARC-USED         PIC 9(4) VALUE 0.
       01  WS-ARC-IDX          PIC 9(4).
       01  WS-ARC-HIT          PIC 9(4).
       01  WS-ARC-TABLE.
           05 WS-ARC-ENTRY OCCURS 3000 TIMES.
              10 WS-ARC-ID          PIC 9(6).
              10 WS-ARC-NAME        PIC X(20).
              10 WS-ARC-OK-SW       PIC X(1).
              10 WS-ARC-GRADES      PIC 9(4).
              10 WS-ARC-ENRLS       PIC 9(4).

       01  WS-GRAD-COUNT       PIC 9(6) VALUE 0.
       01  WS-LOAN-REFUSED     PIC 9(6) VALUE 0.
       01  WS-INV-REFUSED      PIC 9(6) VALUE 0.
       01  WS-DEFER-COUNT      PIC 9(6) VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(6) VALUE 0.
       01  WS-STU-COPIED       PIC 9(6) VALUE 0.
       01  WS-STU-REMOVED      PIC 9(6) VALUE 0.
       01  WS-GRD-COPIED       PIC 9(7) VALUE 0.
       01  WS-GRD-REMOVED      PIC 9(7) VALUE 0.
       01  WS-ENRL-COPIED      PIC 9(7) VALUE 0.
       01  WS-ENRL-REMOVED     PIC 9(7) VALUE 0.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "ALUMARCH" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT ARCHIVE-REPORT-FILE.
           MOVE SPACES TO ARCHIVE-REPORT-REC.
           STRING "畢業生封存控制表  執行日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
           END-STRING.
           WRITE ARCHIVE-REPORT-REC.

           OPEN I-O STUDENT-MASTER-FILE.
           IF WS-MSTR-STATUS = "35"
              MOVE SPACES TO ARCHIVE-REPORT-REC
              STRING "*** 學生主檔不存在，未執行封存 ***"
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
              END-STRING
              WRITE ARCHIVE-REPORT-REC
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 1000-LOAD-OPEN-LOANS
              IF WS-LOAN-FULL-SW = 'Y'
                 MOVE SPACES TO ARCHIVE-REPORT-REC
                 STRING "*** 借閱中筆數超過9999，"
                     "無法確認未還書，未執行封存 ***"
                     DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
                 END-STRING
                 WRITE ARCHIVE-REPORT-REC
                 MOVE 12 TO RETURN-CODE
              ELSE
                 PERFORM 2000-COPY-GRADUATES
                 PERFORM 3000-COPY-ENROLLMENTS
                 PERFORM 4000-REMOVE-ARCHIVED
              END-IF
              PERFORM 0900-CLOSE-FILES
           END-IF.

           PERFORM 5000-PRINT-CONTROL-TOTALS.
           CLOSE ARCHIVE-REPORT-FILE.

           IF RETURN-CODE < 4 AND
              (WS-LOAN-REFUSED > 0 OR WS-INV-REFUSED > 0 OR
               WS-FAIL-COUNT > 0 OR WS-DEFER-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "畢業生封存完成 畢業生=" WS-GRAD-COUNT
               " 封存=" WS-STU-REMOVED
               " 拒絕=" WS-LOAN-REFUSED "/" WS-INV-REFUSED.

           MOVE WS-GRAD-COUNT TO RS-READ-COUNT.
           MOVE WS-STU-REMOVED TO RS-ACCEPT-COUNT.
           COMPUTE RS-REJECT-COUNT = WS-LOAN-REFUSED +
               WS-INV-REFUSED + WS-FAIL-COUNT + WS-DEFER-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0100-OPEN-FILES.
           MOVE 'Y' TO WS-GRADE-OPEN-SW.
           OPEN I-O GRADE-MASTER-FILE.
           IF WS-GRADE-STATUS = "35"
              MOVE 'N' TO WS-GRADE-OPEN-SW
           END-IF.
           MOVE 'Y' TO WS-ENRL-OPEN-SW.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
              MOVE 'N' TO WS-ENRL-OPEN-SW
           END-IF.
           MOVE 'Y' TO WS-INV-OPEN-SW.
           OPEN INPUT INVOICE-MASTER-FILE.
           IF WS-INV-STATUS = "35"
              MOVE 'N' TO WS-INV-OPEN-SW
           END-IF.
           OPEN I-O ALUMNI-HIST-FILE.
           IF WS-ALM-STATUS = "35"
              OPEN OUTPUT ALUMNI-HIST-FILE
              CLOSE ALUMNI-HIST-FILE
              OPEN I-O ALUMNI-HIST-FILE
           END-IF.

       0900-CLOSE-FILES.
           IF WS-GRADE-OPEN-SW = 'Y'
              CLOSE GRADE-MASTER-FILE
           END-IF.
           IF WS-ENRL-OPEN-SW = 'Y'
              CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-INV-OPEN-SW = 'Y'
              CLOSE INVOICE-MASTER-FILE
           END-IF.
           CLOSE ALUMNI-HIST-FILE.
           CLOSE STUDENT-MASTER-FILE.

      *    借閱主檔只存借出未還者(還書即刪除)，載入其學號
       1000-LOAD-OPEN-LOANS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS = "35"
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1100-READ-NEXT-LOAN
              PERFORM 1200-STORE-LOAN
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE LOAN-MASTER-FILE
           END-IF.

       1100-READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-STORE-LOAN.
           IF WS-LOAN-USED < 9999
              ADD 1 TO WS-LOAN-USED
              MOVE LOAN-STU-ID TO WS-LOAN-STU-ID(WS-LOAN-USED)
           ELSE
              MOVE 'Y' TO WS-LOAN-FULL-SW
           END-IF.
           PERFORM 1100-READ-NEXT-LOAN.

      *----------------------------------------------------------*
      *    第一階段: 逐一畢業生檢查未還書/未繳學費，合格者將
      *    學生主檔與成績複製至校友封存檔
      *----------------------------------------------------------*
       2000-COPY-GRADUATES.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-NEXT-STUDENT.
           PERFORM 2200-CHECK-ONE-STUDENT THRU 2200-DONE
              UNTIL WS-EOF-SW = 'Y'.

       2100-READ-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2200-CHECK-ONE-STUDENT.
           IF MSTR-STATUS NOT = 'G'
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-GRAD-COUNT.
           MOVE MSTR-STU-ID TO WS-CURRENT-ID.

           MOVE 0 TO WS-LOANS-OUT.
           PERFORM 2300-COUNT-ONE-LOAN
               VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-USED.
           IF WS-LOANS-OUT > 0
              ADD 1 TO WS-LOAN-REFUSED
              MOVE SPACES TO ARCHIVE-REPORT-REC
              STRING "拒絕 學號=" MSTR-STU-ID " " MSTR-STU-NAME
                  " 尚有未還書=" WS-LOANS-OUT "冊"
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
              END-STRING
              WRITE ARCHIVE-REPORT-REC
              GO TO 2200-EXIT
           END-IF.

           PERFORM 2400-SUM-UNPAID-INVOICES.
           IF WS-UNPAID > 0
              ADD 1 TO WS-INV-REFUSED
              MOVE SPACES TO ARCHIVE-REPORT-REC
              STRING "拒絕 學號=" MSTR-STU-ID " " MSTR-STU-NAME
                  " 學費未繳=" WS-UNPAID
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
              END-STRING
              WRITE ARCHIVE-REPORT-REC
              GO TO 2200-EXIT
           END-IF.

           IF WS-ARC-USED >= 3000
              ADD 1 TO WS-DEFER-COUNT
              MOVE SPACES TO ARCHIVE-REPORT-REC
              STRING "延後 學號=" MSTR-STU-ID " " MSTR-STU-NAME
                  " 本次封存已達3000人上限，"
                  "下次執行處理"
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
              END-STRING
              WRITE ARCHIVE-REPORT-REC
              GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-ARC-USED.
           MOVE MSTR-STU-ID TO WS-ARC-ID(WS-ARC-USED).
           MOVE MSTR-STU-NAME TO WS-ARC-NAME(WS-ARC-USED).
           MOVE 'Y' TO WS-ARC-OK-SW(WS-ARC-USED).
           MOVE 0 TO WS-ARC-GRADES(WS-ARC-USED).
           MOVE 0 TO WS-ARC-ENRLS(WS-ARC-USED).

           MOVE MSTR-STU-ID TO ALM-STU-ID.
           MOVE 'S' TO ALM-REC-TYPE.
           MOVE SPACES TO ALM-SUB-KEY.
           MOVE SPACES TO ALM-DATA.
           MOVE STUDENT-MASTER-REC TO ALM-DATA.
           PERFORM 2800-WRITE-ARCHIVE.
           IF WS-WRITE-OK-SW = 'N'
              MOVE 'N' TO WS-ARC-OK-SW(WS-ARC-USED)
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-STU-COPIED.

           IF WS-GRADE-OPEN-SW = 'Y'
              PERFORM 2500-COPY-GRADES
           END-IF.
       2200-EXIT.
           PERFORM 2100-READ-NEXT-STUDENT.
       2200-DONE.
           EXIT.

       2300-COUNT-ONE-LOAN.
           IF WS-LOAN-STU-ID(WS-LOAN-IDX) = WS-CURRENT-ID
              ADD 1 TO WS-LOANS-OUT
           END-IF.

      *    未繳 = 應繳 - 已繳(同TUITAGE)，逐學期累計
       2400-SUM-UNPAID-INVOICES.
           MOVE 0 TO WS-UNPAID.
           IF WS-INV-OPEN-SW = 'N'
              GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-SUB-EOF-SW.
           MOVE WS-CURRENT-ID TO INV-STU-ID.
           MOVE LOW-VALUES TO INV-TERM.
           START INVOICE-MASTER-FILE KEY >= INV-KEY
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
           END-START.
           IF WS-SUB-EOF-SW = 'N'
              PERFORM 2410-READ-NEXT-INVOICE
           END-IF.
           PERFORM 2420-ADD-ONE-INVOICE
              UNTIL WS-SUB-EOF-SW = 'Y'.
       2400-EXIT.
           EXIT.

       2410-READ-NEXT-INVOICE.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SUB-EOF-SW
           END-READ.
           IF WS-SUB-EOF-SW = 'N' AND INV-STU-ID NOT = WS-CURRENT-ID
              MOVE 'Y' TO WS-SUB-EOF-SW
           END-IF.

       2420-ADD-ONE-INVOICE.
           IF INV-PAID < INV-AMOUNT
              COMPUTE WS-UNPAID = WS-UNPAID + INV-AMOUNT - INV-PAID
           END-IF.
           PERFORM 2410-READ-NEXT-INVOICE.

       2500-COPY-GRADES.
           MOVE 'N' TO WS-SUB-EOF-SW.
           MOVE WS-CURRENT-ID TO GRD-STU-ID.
           MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT.
           START GRADE-MASTER-FILE KEY >= GRD-KEY
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
           END-START.
           IF WS-SUB-EOF-SW = 'N'
              PERFORM 2510-READ-NEXT-GRADE
           END-IF.
           PERFORM 2520-COPY-ONE-GRADE
              UNTIL WS-SUB-EOF-SW = 'Y'.

       2510-READ-NEXT-GRADE.
           READ GRADE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SUB-EOF-SW
           END-READ.
           IF WS-SUB-EOF-SW = 'N' AND GRD-STU-ID NOT = WS-CURRENT-ID
              MOVE 'Y' TO WS-SUB-EOF-SW
           END-IF.

       2520-COPY-ONE-GRADE.
           MOVE GRD-STU-ID TO ALM-STU-ID.
           MOVE 'G' TO ALM-REC-TYPE.
           MOVE SPACES TO ALM-SUB-KEY.
           MOVE GRD-TERM TO ALM-SUB-KEY(1:5).
           MOVE GRD-SUBJECT TO ALM-SUB-KEY(6:10).
           MOVE SPACES TO ALM-DATA.
           MOVE GRADE-REC TO ALM-DATA.
           PERFORM 2800-WRITE-ARCHIVE.
           IF WS-WRITE-OK-SW = 'N'
              MOVE 'N' TO WS-ARC-OK-SW(WS-ARC-USED)
           ELSE
              ADD 1 TO WS-GRD-COPIED
              ADD 1 TO WS-ARC-GRADES(WS-ARC-USED)
           END-IF.
           PERFORM 2510-READ-NEXT-GRADE.

      *    重跑時已存在者以本次影像覆寫
       2800-WRITE-ARCHIVE.
           MOVE 'Y' TO WS-WRITE-OK-SW.
           MOVE WS-RUN-DATE TO ALM-ARCH-DATE.
           WRITE ALUMNI-HIST-REC
               INVALID KEY
                  REWRITE ALUMNI-HIST-REC
                      INVALID KEY
                         MOVE 'N' TO WS-WRITE-OK-SW
                         DISPLAY "錯誤: 封存檔寫入失敗 鍵值="
                             ALM-KEY " 狀態=" WS-ALM-STATUS
                  END-REWRITE
           END-WRITE.

      *----------------------------------------------------------*
      *    第二階段: 選課主檔鍵值為課程+學號，整檔掃描複製
      *    本次封存學生的選課紀錄
      *----------------------------------------------------------*
       3000-COPY-ENROLLMENTS.
           IF WS-ENRL-OPEN-SW = 'N' OR WS-ARC-USED = 0
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-START-ENROLLMENTS.
           PERFORM 3300-COPY-ONE-ENROLLMENT
              UNTIL WS-EOF-SW = 'Y'.
       3000-EXIT.
           EXIT.

       3100-START-ENROLLMENTS.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO ENRL-KEY.
           START ENROLLMENT-FILE KEY >= ENRL-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF WS-EOF-SW = 'N'
              PERFORM 3150-READ-NEXT-ENROLLMENT
           END-IF.

       3150-READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *    封存表學號遞增，找到或超過即停
       3200-FIND-ARCHIVED-STUDENT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-ARC-HIT.
           PERFORM 3250-CHECK-ONE-ENTRY
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-USED OR
                     WS-FOUND-SW = 'Y' OR
                     WS-ARC-ID(WS-ARC-IDX) > ENRL-STU-ID.

       3250-CHECK-ONE-ENTRY.
           IF WS-ARC-ID(WS-ARC-IDX) = ENRL-STU-ID
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-ARC-IDX TO WS-ARC-HIT
           END-IF.

       3300-COPY-ONE-ENROLLMENT.
           PERFORM 3200-FIND-ARCHIVED-STUDENT.
           IF WS-FOUND-SW = 'Y'
              IF WS-ARC-OK-SW(WS-ARC-HIT) = 'Y'
                 MOVE ENRL-STU-ID TO ALM-STU-ID
                 MOVE 'E' TO ALM-REC-TYPE
                 MOVE SPACES TO ALM-SUB-KEY
                 MOVE ENRL-COURSE-CODE TO ALM-SUB-KEY(1:6)
                 MOVE SPACES TO ALM-DATA
                 MOVE ENROLLMENT-REC TO ALM-DATA
                 PERFORM 2800-WRITE-ARCHIVE
                 IF WS-WRITE-OK-SW = 'N'
                    MOVE 'N' TO WS-ARC-OK-SW(WS-ARC-HIT)
                 ELSE
                    ADD 1 TO WS-ENRL-COPIED
                    ADD 1 TO WS-ARC-ENRLS(WS-ARC-HIT)
                 END-IF
              END-IF
           END-IF.
           PERFORM 3150-READ-NEXT-ENROLLMENT.

      *----------------------------------------------------------*
      *    第三階段: 複製全部成功的學生才自在學主檔刪除
      *    (選課、成績、學生主檔並寫入異動日誌)
      *----------------------------------------------------------*
       4000-REMOVE-ARCHIVED.
           IF WS-ARC-USED = 0
              GO TO 4000-EXIT
           END-IF.
           IF WS-ENRL-OPEN-SW = 'Y'
              PERFORM 3100-START-ENROLLMENTS
              PERFORM 4100-REMOVE-ONE-ENROLLMENT
                 UNTIL WS-EOF-SW = 'Y'
           END-IF.
           PERFORM 4200-REMOVE-ONE-STUDENT
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-USED.
       4000-EXIT.
           EXIT.

       4100-REMOVE-ONE-ENROLLMENT.
           PERFORM 3200-FIND-ARCHIVED-STUDENT.
           IF WS-FOUND-SW = 'Y'
              IF WS-ARC-OK-SW(WS-ARC-HIT) = 'Y'
                 DELETE ENROLLMENT-FILE
                     INVALID KEY
                        DISPLAY "錯誤: 選課刪除失敗 學號="
                            ENRL-STU-ID
                     NOT INVALID KEY
                        ADD 1 TO WS-ENRL-REMOVED
                 END-DELETE
              END-IF
           END-IF.
           PERFORM 3150-READ-NEXT-ENROLLMENT.

       4200-REMOVE-ONE-STUDENT.
           MOVE WS-ARC-ID(WS-ARC-IDX) TO WS-CURRENT-ID.
           IF WS-ARC-OK-SW(WS-ARC-IDX) = 'N'
              ADD 1 TO WS-FAIL-COUNT
              MOVE SPACES TO ARCHIVE-REPORT-REC
              STRING "失敗 學號=" WS-CURRENT-ID " "
                  WS-ARC-NAME(WS-ARC-IDX)
                  " 封存檔寫入失敗，保留在學主檔"
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
              END-STRING
              WRITE ARCHIVE-REPORT-REC
           ELSE
              IF WS-GRADE-OPEN-SW = 'Y'
                 PERFORM 4300-REMOVE-GRADES
              END-IF
              PERFORM 4400-REMOVE-STUDENT-MASTER
              MOVE SPACES TO ARCHIVE-REPORT-REC
              STRING "封存 學號=" WS-CURRENT-ID " "
                  WS-ARC-NAME(WS-ARC-IDX)
                  " 成績=" WS-ARC-GRADES(WS-ARC-IDX)
                  " 選課=" WS-ARC-ENRLS(WS-ARC-IDX)
                  DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
              END-STRING
              WRITE ARCHIVE-REPORT-REC
           END-IF.

       4300-REMOVE-GRADES.
           MOVE 'N' TO WS-SUB-EOF-SW.
           MOVE WS-CURRENT-ID TO GRD-STU-ID.
           MOVE LOW-VALUES TO GRD-TERM GRD-SUBJECT.
           START GRADE-MASTER-FILE KEY >= GRD-KEY
               INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
           END-START.
           IF WS-SUB-EOF-SW = 'N'
              PERFORM 2510-READ-NEXT-GRADE
           END-IF.
           PERFORM 4350-REMOVE-ONE-GRADE
              UNTIL WS-SUB-EOF-SW = 'Y'.

       4350-REMOVE-ONE-GRADE.
           DELETE GRADE-MASTER-FILE
               INVALID KEY
                  DISPLAY "錯誤: 成績刪除失敗 學號="
                      GRD-STU-ID
               NOT INVALID KEY
                  ADD 1 TO WS-GRD-REMOVED
           END-DELETE.
           PERFORM 2510-READ-NEXT-GRADE.

       4400-REMOVE-STUDENT-MASTER.
           MOVE WS-CURRENT-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  DISPLAY "錯誤: 學生主檔查無 學號="
                      WS-CURRENT-ID
               NOT INVALID KEY
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
                  DELETE STUDENT-MASTER-FILE
                      INVALID KEY
                         DISPLAY "錯誤: 學生主檔刪除失敗 "
                             "學號=" WS-CURRENT-ID
                      NOT INVALID KEY
                         ADD 1 TO WS-STU-REMOVED
                         PERFORM 7000-WRITE-JOURNAL-ENTRY
                  END-DELETE
           END-READ.

      *    異動日誌格式同STUMAINT，理由碼ALM=畢業封存
       7000-WRITE-JOURNAL-ENTRY.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF.

           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE "ALUMARCH" TO JRN-OPERATOR.
           MOVE 'D' TO JRN-ACTION.
           MOVE "ALM" TO JRN-REASON-CODE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.

       5000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ARCHIVE-REPORT-REC.
           WRITE ARCHIVE-REPORT-REC.
           MOVE SPACES TO ARCHIVE-REPORT-REC.
           STRING "STUMSTR  畢業生=" WS-GRAD-COUNT
               " 拒絕(未還書)=" WS-LOAN-REFUSED
               " 拒絕(學費未繳)=" WS-INV-REFUSED
               " 延後=" WS-DEFER-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
           END-STRING.
           WRITE ARCHIVE-REPORT-REC.
           MOVE SPACES TO ARCHIVE-REPORT-REC.
           STRING "STUMSTR  複製=" WS-STU-COPIED
               " 刪除=" WS-STU-REMOVED
               " 寫入失敗保留=" WS-FAIL-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
           END-STRING.
           WRITE ARCHIVE-REPORT-REC.
           MOVE SPACES TO ARCHIVE-REPORT-REC.
           STRING "GRADMSTR 複製=" WS-GRD-COPIED
               " 刪除=" WS-GRD-REMOVED
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
           END-STRING.
           WRITE ARCHIVE-REPORT-REC.
           MOVE SPACES TO ARCHIVE-REPORT-REC.
           STRING "ENRLMSTR 複製=" WS-ENRL-COPIED
               " 刪除=" WS-ENRL-REMOVED
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-REC
           END-STRING.
           WRITE ARCHIVE-REPORT-REC.
