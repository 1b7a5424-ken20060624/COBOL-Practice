      *  FROM STUMSTR) LISTING EVERY OVERDUE ITEM WITH ITS      *
      *  FINE.  THE REPORT ENDS WITH A SUMMARY BY DAYS-OVERDUE  *
      *  BAND (1-7 / 8-14 / 15-30 / OVER 30) SO THE LIBRARY     *
      *  LEAD CAN SIZE THE BACKLOG.  EACH NOTICE CARRIES THE    *
      *  GUARDIAN MAILING ADDRESS FROM CONTMSTR (SHARED         *
      *  CONTADDR MODULE); STUDENTS WITH NO CONTACT ON FILE ARE *
      *  LISTED AT THE END FOR THE DESK TO FOLLOW UP.           *
      *========================================================*
       IDENTIFICATION DIVISION.

       01  WS-BAND-COUNTS.
           05 WS-BAND-COUNT OCCURS 4 TIMES PIC 9(6).

      *    無聯絡資料學生: 通知單無法郵寄，報表末另列清單
       01  WS-ADDR-IDX         PIC 9(1).
       01  WS-NOCON-USED       PIC 9(3) VALUE 0.
       01  WS-NOCON-IDX        PIC 9(3).
       01  WS-NOCON-TABLE.
           05 WS-NOCON-ENTRY OCCURS 200 TIMES.
              10 WS-NC-STU-ID     PIC 9(6).
              10 WS-NC-STU-NAME   PIC X(20).
              10 WS-NC-REASON     PIC X(30).

       COPY CONTAPRM.

       COPY DTVALPRM.

       COPY RUNSTPRM.
              CLOSE LOAN-MASTER-FILE
              PERFORM 3000-PRINT-STUDENT-NOTICES
              PERFORM 4000-PRINT-BAND-SUMMARY
              PERFORM 4500-PRINT-NO-CONTACT-LIST
           END-IF.

           CLOSE NOTICE-OUT-FILE.

           DISPLAY "逾期掃描完成 借閱筆數=" WS-READ-COUNT
               " 逾期筆數=" WS-OVERDUE-COUNT
               " 無聯絡資料=" WS-NOCON-USED.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-OVERDUE-COUNT TO RS-ACCEPT-COUNT.
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.
           PERFORM 3150-PRINT-ADDRESS-BLOCK.

           PERFORM 3200-PRINT-STUDENT-DETAIL
               VARYING WS-DTL-IDX FROM 1 BY 1
           END-STRING.
           WRITE NOTICE-OUT-REC.

      *    郵寄地址區塊: 由共用CONTADDR模組依聯絡資料檔組成
       3150-PRINT-ADDRESS-BLOCK.
           MOVE WS-STU-ID(WS-STU-IDX) TO CA-STU-ID.
           CALL "CONTADDR" USING CONTAPRM.
           IF CA-FOUND-SW = 'Y'
              PERFORM 3160-PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > CA-LINE-COUNT
           ELSE
              MOVE SPACES TO NOTICE-OUT-REC
              STRING "  *** 無郵寄地址: " CA-REASON " ***"
                  DELIMITED BY SIZE INTO NOTICE-OUT-REC
              END-STRING
              WRITE NOTICE-OUT-REC
              IF WS-NOCON-USED < 200
                 ADD 1 TO WS-NOCON-USED
                 MOVE CA-STU-ID TO WS-NC-STU-ID(WS-NOCON-USED)
                 MOVE MSTR-STU-NAME TO WS-NC-STU-NAME(WS-NOCON-USED)
                 MOVE CA-REASON TO WS-NC-REASON(WS-NOCON-USED)
              END-IF
           END-IF.

       3160-PRINT-ADDRESS-LINE.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "  " CA-ADDR-LINE(WS-ADDR-IDX)
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

       3200-PRINT-STUDENT-DETAIL.
           IF WS-DTL-STU-ID(WS-DTL-IDX) = WS-STU-ID(WS-STU-IDX)
              MOVE WS-DTL-ISBN(WS-DTL-IDX) TO MED-ISBN
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

      *----------------------------------------------------------*
      *    例外清單: 無聯絡資料或未填地址的學生，需人工通知
      *----------------------------------------------------------*
       4500-PRINT-NO-CONTACT-LIST.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "--- 無聯絡資料學生 "
               "(通知單無法郵寄) ---"
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.
           IF WS-NOCON-USED = 0
              MOVE SPACES TO NOTICE-OUT-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO NOTICE-OUT-REC
              END-STRING
              WRITE NOTICE-OUT-REC
           ELSE
              PERFORM 4600-PRINT-ONE-NO-CONTACT
                  VARYING WS-NOCON-IDX FROM 1 BY 1
                  UNTIL WS-NOCON-IDX > WS-NOCON-USED
           END-IF.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "無聯絡資料人數=" WS-NOCON-USED
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.

       4600-PRINT-ONE-NO-CONTACT.
           MOVE SPACES TO NOTICE-OUT-REC.
           STRING "  學號=" WS-NC-STU-ID(WS-NOCON-IDX)
               " " WS-NC-STU-NAME(WS-NOCON-IDX)
               " " WS-NC-REASON(WS-NOCON-IDX)
               DELIMITED BY SIZE INTO NOTICE-OUT-REC
           END-STRING.
           WRITE NOTICE-OUT-REC.
