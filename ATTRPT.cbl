      *  PRINTS, UNDER EACH COURSE, ONE LINE PER STUDENT WITH   *
      *  ABSENCE AND LATENESS COUNTS (NAME FROM STUMSTR).       *
      *  STUDENTS WHOSE ABSENCES EXCEED THE SYSIN THRESHOLD ARE *
      *  FLAGGED SO THE HOMEROOM TEACHER GETS AN EARLY WARNING, *
      *  AND AN ABSENCE LETTER (ATTLTR) ADDRESSED TO THE        *
      *  GUARDIAN FROM CONTMSTR (SHARED CONTADDR MODULE) IS     *
      *  PRINTED FOR EACH FLAGGED STUDENT AND COURSE.  FLAGGED  *
      *  STUDENTS WITH NO CONTACT ON FILE ARE LISTED AT THE END *
      *  OF THE LETTER RUN.                                     *
      *========================================================*
       IDENTIFICATION DIVISION.

           SELECT ATT-REPORT-FILE ASSIGN TO "ATTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABSENCE-LETTER-FILE ASSIGN TO "ATTLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATT-REPORT-FILE.
       01  ATT-REPORT-REC      PIC X(100).

       FD  ABSENCE-LETTER-FILE.
       01  ABSENCE-LETTER-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ATT-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-LTR-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-ABSENT-COUNT     PIC 9(3).
       01  WS-LATE-COUNT       PIC 9(3).
       01  WS-PRESENT-COUNT    PIC 9(3).
       01  WS-CRS-TITLE        PIC X(30).

      *    缺席通知信: 郵寄地址區塊及無聯絡資料例外清單
       01  WS-LETTER-COUNT     PIC 9(6) VALUE 0.
       01  WS-ADDR-IDX         PIC 9(1).
       01  WS-NOCON-USED       PIC 9(4) VALUE 0.
       01  WS-NOCON-IDX        PIC 9(4).
       01  WS-NOCON-TABLE.
           05 WS-NOCON-ENTRY OCCURS 1000 TIMES.
              10 WS-NC-STU-ID     PIC 9(6).
              10 WS-NC-STU-NAME   PIC X(20).
              10 WS-NC-COURSE     PIC X(6).
              10 WS-NC-REASON     PIC X(30).

       COPY CONTAPRM.

       COPY RUNSTPRM.

           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT ATT-REPORT-FILE.
           OPEN OUTPUT ABSENCE-LETTER-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN INPUT ATTENDANCE-MASTER-FILE.
           END-IF.

           PERFORM 4000-PRINT-FOOTER.
           PERFORM 4500-PRINT-NO-CONTACT-LIST.
           CLOSE ABSENCE-LETTER-FILE.
           CLOSE ATT-REPORT-FILE.

           DISPLAY "出缺勤報表完成 讀取=" WS-READ-COUNT
               " 超過門檻人次=" WS-FLAG-COUNT
               " 無聯絡資料=" WS-NOCON-USED.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-READ-COUNT TO RS-ACCEPT-COUNT.

           MOVE SPACES TO ATT-REPORT-REC.
           IF WS-FOUND-SW = 'Y'
              MOVE CRS-COURSE-TITLE TO WS-CRS-TITLE
              STRING "--- 課程 " ATT-COURSE-CODE " "
                  CRS-COURSE-TITLE " ---"
                  DELIMITED BY SIZE INTO ATT-REPORT-REC
              END-STRING
           ELSE
              MOVE "(主檔查無)" TO WS-CRS-TITLE
              STRING "--- 課程 " ATT-COURSE-CODE
                  " (主檔查無) ---"
                  DELIMITED BY SIZE INTO ATT-REPORT-REC
              END-STRING
           END-IF.
           WRITE ATT-REPORT-REC.
           IF WS-ABSENT-COUNT > WS-ABS-LIMIT
              PERFORM 3500-PRINT-ABSENCE-LETTER
           END-IF.
           MOVE 'N' TO WS-GROUP-OPEN-SW.

      *----------------------------------------------------------*
      *    缺席通知信: 每位超過門檻的學生/課程一封，寄家長
      *----------------------------------------------------------*
       3500-PRINT-ABSENCE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "--- 缺席通知 學號=" WS-PREV-STU-ID
               " 姓名=" MSTR-STU-NAME
               " 日期=" WS-RUN-DATE " ---"
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.

           MOVE WS-PREV-STU-ID TO CA-STU-ID.
           CALL "CONTADDR" USING CONTAPRM.
           IF CA-FOUND-SW = 'Y'
              PERFORM 3600-PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > CA-LINE-COUNT
           ELSE
              MOVE SPACES TO ABSENCE-LETTER-REC
              STRING "  *** 無郵寄地址: " CA-REASON " ***"
                  DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
              END-STRING
              WRITE ABSENCE-LETTER-REC
              IF WS-NOCON-USED < 1000
                 ADD 1 TO WS-NOCON-USED
                 MOVE CA-STU-ID TO WS-NC-STU-ID(WS-NOCON-USED)
                 MOVE MSTR-STU-NAME TO WS-NC-STU-NAME(WS-NOCON-USED)
                 MOVE WS-PREV-COURSE TO WS-NC-COURSE(WS-NOCON-USED)
                 MOVE CA-REASON TO WS-NC-REASON(WS-NOCON-USED)
              END-IF
           END-IF.

           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "課程 " WS-PREV-COURSE " " WS-CRS-TITLE
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "期間 " WS-FROM-DATE "-" WS-TO-DATE
               " 缺席=" WS-ABSENT-COUNT "次"
               " 遲到=" WS-LATE-COUNT "次"
               " (門檻=" WS-ABS-LIMIT "次)"
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "請家長協助督促出席，"
               "如有疑問請洽導師。"
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           WRITE ABSENCE-LETTER-REC.

       3600-PRINT-ADDRESS-LINE.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "  " CA-ADDR-LINE(WS-ADDR-IDX)
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.

       4000-PRINT-FOOTER.
           MOVE SPACES TO ATT-REPORT-REC.
           STRING "總計出缺勤紀錄=" WS-READ-COUNT
               DELIMITED BY SIZE INTO ATT-REPORT-REC
           END-STRING.
           WRITE ATT-REPORT-REC.

      *----------------------------------------------------------*
      *    例外清單: 無聯絡資料或未填地址的學生，需人工通知
      *----------------------------------------------------------*
       4500-PRINT-NO-CONTACT-LIST.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "--- 無聯絡資料學生 "
               "(缺席通知無法郵寄) ---"
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.
           IF WS-NOCON-USED = 0
              MOVE SPACES TO ABSENCE-LETTER-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
              END-STRING
              WRITE ABSENCE-LETTER-REC
           ELSE
              PERFORM 4600-PRINT-ONE-NO-CONTACT
                  VARYING WS-NOCON-IDX FROM 1 BY 1
                  UNTIL WS-NOCON-IDX > WS-NOCON-USED
           END-IF.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "通知信=" WS-LETTER-COUNT
               " 無聯絡資料=" WS-NOCON-USED
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.

       4600-PRINT-ONE-NO-CONTACT.
           MOVE SPACES TO ABSENCE-LETTER-REC.
           STRING "  學號=" WS-NC-STU-ID(WS-NOCON-IDX)
               " " WS-NC-STU-NAME(WS-NOCON-IDX)
               " 課程=" WS-NC-COURSE(WS-NOCON-IDX)
               " " WS-NC-REASON(WS-NOCON-IDX)
               DELIMITED BY SIZE INTO ABSENCE-LETTER-REC
           END-STRING.
           WRITE ABSENCE-LETTER-REC.
