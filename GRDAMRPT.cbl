      *========================================================*
      *  PROGRAM-ID. GRDAMRPT                                   *
      *  PURPOSE: GRADE-AMENDMENT REPORT.  LISTS EVERY APPROVED *
      *  AMENDMENT ON GRAMDMST STILL FLAGGED FOR REPRINT,       *
      *  GROUPED BY STUDENT, SO THE OFFICE KNOWS WHICH          *
      *  TRANSCRIPTS (TRNSCRPT) MUST BE REPRINTED, AND LISTS    *
      *  THE TERMS TOUCHED SO TERMSTAT CAN BE RERUN FOR THEM.   *
      *  AMENDMENTS STILL AWAITING APPROVAL ARE COUNTED.        *
      *  SYSIN: Y = CLEAR THE REPRINT FLAG ON EVERY AMENDMENT   *
      *  LISTED (NORMAL RUN); ANYTHING ELSE = PREVIEW ONLY.     *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GRDAMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-AMEND-FILE ASSIGN TO "GRAMDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMD-KEY
               FILE STATUS IS WS-AMD-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT AMEND-REPORT-FILE ASSIGN TO "GRDAMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-AMEND-FILE.
       COPY GRDAMDFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  AMEND-REPORT-FILE.
       01  AMEND-REPORT-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMD-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-MARK-SW          PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-CUR-STU-ID       PIC 9(6).
       01  WS-STU-NAME         PIC X(20).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT     PIC 9(6) VALUE 0.
       01  WS-STUDENT-COUNT    PIC 9(6) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(6) VALUE 0.

      *    受影響學期: 供TERMSTAT重跑
       01  WS-TERM-USED        PIC 9(2) VALUE 0.
       01  WS-TERM-IDX         PIC 9(2).
       01  WS-TERM-FOUND-SW    PIC X(1).
       01  WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 50 TIMES.
              10 WS-TT-TERM       PIC X(5).
              10 WS-TT-COUNT      PIC 9(5).

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MARK-SW.
           ACCEPT WS-MARK-SW.
           IF WS-MARK-SW = 'y'
              MOVE 'Y' TO WS-MARK-SW
           END-IF.

           MOVE "GRDAMRPT" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT AMEND-REPORT-FILE.
           PERFORM 0500-PRINT-HEADER.

           MOVE 0 TO WS-CUR-STU-ID.
           IF WS-MARK-SW = 'Y'
              OPEN I-O GRADE-AMEND-FILE
           ELSE
              OPEN INPUT GRADE-AMEND-FILE
           END-IF.
           IF WS-AMD-STATUS = "35"
              MOVE SPACES TO AMEND-REPORT-REC
              STRING "*** 成績更正檔不存在，尚無更正 ***"
                  DELIMITED BY SIZE INTO AMEND-REPORT-REC
              END-STRING
              WRITE AMEND-REPORT-REC
           ELSE
              OPEN INPUT STUDENT-MASTER-FILE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1000-READ-NEXT-AMENDMENT
              PERFORM 2000-PROCESS-ONE-AMENDMENT THRU 2000-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE STUDENT-MASTER-FILE
              CLOSE GRADE-AMEND-FILE
           END-IF.

           PERFORM 4000-PRINT-TERMS.
           PERFORM 5000-PRINT-TOTALS.
           CLOSE AMEND-REPORT-FILE.

           DISPLAY "成績更正報表完成 更正=" WS-LISTED-COUNT
               " 需重印學生=" WS-STUDENT-COUNT
               " 待核=" WS-PENDING-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-LISTED-COUNT TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0500-PRINT-HEADER.
           MOVE SPACES TO AMEND-REPORT-REC.
           STRING "成績更正報表 (成績單重印名單)"
               "  執行日期="
               WS-RUN-DATE
               DELIMITED BY SIZE INTO AMEND-REPORT-REC
           END-STRING.
           WRITE AMEND-REPORT-REC.
           MOVE SPACES TO AMEND-REPORT-REC.
           IF WS-MARK-SW = 'Y'
              STRING "列出之更正將清除重印旗標"
                  DELIMITED BY SIZE INTO AMEND-REPORT-REC
              END-STRING
           ELSE
              STRING "預覽模式，重印旗標不清除"
                  DELIMITED BY SIZE INTO AMEND-REPORT-REC
              END-STRING
           END-IF.
           WRITE AMEND-REPORT-REC.

       1000-READ-NEXT-AMENDMENT.
           READ GRADE-AMEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2000-PROCESS-ONE-AMENDMENT.
           ADD 1 TO WS-READ-COUNT.
           IF AMD-STATUS = 'P'
              ADD 1 TO WS-PENDING-COUNT
              GO TO 2000-EXIT
           END-IF.
           IF AMD-STATUS NOT = 'A' OR AMD-REPRINT-SW NOT = 'Y'
              GO TO 2000-EXIT
           END-IF.

      *    學號中斷: 每位學生印一行重印提示
           IF AMD-STU-ID NOT = WS-CUR-STU-ID
              PERFORM 2100-START-NEW-STUDENT
           END-IF.

           MOVE SPACES TO AMEND-REPORT-REC.
           STRING "    學期=" AMD-TERM " 科目=" AMD-SUBJECT
               " 成績 " AMD-OLD-SCORE " -> " AMD-NEW-SCORE
               " 原因=" AMD-REASON-CODE
               " 核准=" AMD-DECIDED-BY " " AMD-DECIDE-DATE
               DELIMITED BY SIZE INTO AMEND-REPORT-REC
           END-STRING.
           WRITE AMEND-REPORT-REC.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM 3000-COUNT-TERM.

           IF WS-MARK-SW = 'Y'
              MOVE 'N' TO AMD-REPRINT-SW
              REWRITE GRADE-AMEND-REC
                  INVALID KEY
                     DISPLAY "錯誤: 更正檔回寫失敗 學號="
                         AMD-STU-ID
                     MOVE 8 TO RETURN-CODE
              END-REWRITE
           END-IF.
       2000-EXIT.
           PERFORM 1000-READ-NEXT-AMENDMENT.

       2100-START-NEW-STUDENT.
           MOVE AMD-STU-ID TO WS-CUR-STU-ID.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE "(學生主檔查無)" TO WS-STU-NAME.
           MOVE AMD-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MSTR-STU-NAME TO WS-STU-NAME
           END-READ.
           MOVE SPACES TO AMEND-REPORT-REC.
           WRITE AMEND-REPORT-REC.
           MOVE SPACES TO AMEND-REPORT-REC.
           STRING "學號=" AMD-STU-ID " " WS-STU-NAME
               " *** 成績單需重印 ***"
               DELIMITED BY SIZE INTO AMEND-REPORT-REC
           END-STRING.
           WRITE AMEND-REPORT-REC.

       3000-COUNT-TERM.
           MOVE 'N' TO WS-TERM-FOUND-SW.
           PERFORM 3100-MATCH-ONE-TERM
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-USED
                  OR WS-TERM-FOUND-SW = 'Y'.
           IF WS-TERM-FOUND-SW = 'N' AND WS-TERM-USED < 50
              ADD 1 TO WS-TERM-USED
              MOVE AMD-TERM TO WS-TT-TERM(WS-TERM-USED)
              MOVE 1 TO WS-TT-COUNT(WS-TERM-USED)
           END-IF.

       3100-MATCH-ONE-TERM.
           IF WS-TT-TERM(WS-TERM-IDX) = AMD-TERM
              ADD 1 TO WS-TT-COUNT(WS-TERM-IDX)
              MOVE 'Y' TO WS-TERM-FOUND-SW
           END-IF.

       4000-PRINT-TERMS.
           IF WS-TERM-USED > 0
              MOVE SPACES TO AMEND-REPORT-REC
              WRITE AMEND-REPORT-REC
              MOVE SPACES TO AMEND-REPORT-REC
              STRING "受影響學期 (TERMSTAT 需重跑):"
                  DELIMITED BY SIZE INTO AMEND-REPORT-REC
              END-STRING
              WRITE AMEND-REPORT-REC
              PERFORM 4100-PRINT-ONE-TERM
                  VARYING WS-TERM-IDX FROM 1 BY 1
                  UNTIL WS-TERM-IDX > WS-TERM-USED
           END-IF.

       4100-PRINT-ONE-TERM.
           MOVE SPACES TO AMEND-REPORT-REC.
           STRING "    學期=" WS-TT-TERM(WS-TERM-IDX)
               " 更正筆數=" WS-TT-COUNT(WS-TERM-IDX)
               DELIMITED BY SIZE INTO AMEND-REPORT-REC
           END-STRING.
           WRITE AMEND-REPORT-REC.

       5000-PRINT-TOTALS.
           MOVE SPACES TO AMEND-REPORT-REC.
           WRITE AMEND-REPORT-REC.
           MOVE SPACES TO AMEND-REPORT-REC.
           STRING "總計 更正=" WS-LISTED-COUNT
               " 需重印學生=" WS-STUDENT-COUNT
               " 待主管核准=" WS-PENDING-COUNT
               DELIMITED BY SIZE INTO AMEND-REPORT-REC
           END-STRING.
           WRITE AMEND-REPORT-REC.
