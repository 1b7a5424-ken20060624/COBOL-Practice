      *  SYSIN BILLING TERM.  REBILLING THE SAME TERM UPDATES   *
      *  THE INVOICE AMOUNT BUT KEEPS PAYMENTS ALREADY POSTED   *
      *  BY TUITPAY.  THE BILLING REGISTER LISTS THE TOTAL PER  *
      *  STUDENT FOR THE OFFICE.  A PRINTED INVOICE PER STUDENT *
      *  (TUITINV) CARRIES THE GUARDIAN MAILING ADDRESS FROM    *
      *  CONTMSTR (SHARED CONTADDR MODULE); STUDENTS WITH NO    *
      *  CONTACT ON FILE ARE LISTED AT THE END OF THE REGISTER. *
      *  CREDIT NOTES RAISED BY ENRMAINT FOR WITHDRAWALS AFTER  *
      *  BILLING (CRNMSTR) ARE CARRIED INTO A REBILL: THE       *
      *  WITHDRAWN COURSE STAYS IN THE GROSS AT ITS FEE, SO ITS *
      *  SHARE OF THE AWARDS IS UNCHANGED, AND THE CREDIT (KEPT *
      *  ON INV-CREDIT) COMES OFF AFTER THE AWARDS, SO A RERUN  *
      *  GIVES THE SAME AMOUNT DUE AS THE CREDIT NOTE LEFT.     *
      *  SCHOLARSHIPS AND FEE WAIVERS ON SCHMSTR (SCHMAINT) FOR *
      *  THE TERM ARE THEN TAKEN OFF THE GROSS: A PERCENT OR    *
      *  FIXED AMOUNT OF THE WHOLE TUITION (BLANK COVER CODE)   *
      *  OR OF ONE ENROLLED (OR CREDITED) COURSE, NEVER MORE    *
      *  THAN THE GROSS.  INV-AMOUNT IS THE NET DUE AFTER       *
      *  AWARDS AND CREDITS, INV-DISCOUNT THE AWARDS,           *
      *  AND EACH AWARD RECORDS THE AMOUNT APPLIED FOR SCHUTIL. *
      *========================================================*
       IDENTIFICATION DIVISION.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-KEY
               FILE STATUS IS WS-CRN-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "SCHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCH-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT BILL-REPORT-FILE ASSIGN TO "TUITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO "TUITINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
       COPY INVRCFM.

       FD  CREDIT-NOTE-FILE.
       COPY CRNOTEFM.

       FD  SCHOLARSHIP-FILE.
       COPY SCHRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  BILL-REPORT-FILE.
       01  BILL-REPORT-REC     PIC X(100).

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-REC   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ENRL-STATUS      PIC X(2).
       01  WS-CRS-STATUS       PIC X(2).
       01  WS-INV-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-PRT-STATUS       PIC X(2).
       01  WS-CRN-STATUS       PIC X(2).
       01  WS-CRN-EOF-SW       PIC X(1).
       01  WS-CRN-OPEN-SW      PIC X(1).
       01  WS-ENRL-FOUND-SW    PIC X(1).
       01  WS-CRN-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOTAL-CREDIT     PIC 9(9) VALUE 0.

      *    獎助學金/學費減免折抵
       01  WS-SCH-STATUS       PIC X(2).
       01  WS-SCH-OPEN-SW      PIC X(1).
       01  WS-SCH-EOF-SW       PIC X(1).
       01  WS-AWD-BASE         PIC 9(7).
       01  WS-AWD-AMOUNT       PIC 9(7).
       01  WS-AWD-REMAIN       PIC 9(7).
       01  WS-AWD-TOTAL        PIC 9(7).
       01  WS-AWD-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOTAL-GROSS      PIC 9(9) VALUE 0.
       01  WS-TOTAL-DISCOUNT   PIC 9(9) VALUE 0.
       01  WS-EOF-SW           PIC X(1).
       01  WS-INV-FOUND-SW     PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
              10 WS-BIL-STU-ID    PIC 9(6).
              10 WS-BIL-COURSES   PIC 9(3).
              10 WS-BIL-AMOUNT    PIC 9(7).
              10 WS-BIL-CREDIT    PIC 9(7).

      *    發票列印: 郵寄地址區塊及無聯絡資料例外清單
       01  WS-STU-NAME         PIC X(20).
       01  WS-INV-BALANCE      PIC S9(7).
       01  WS-BAL-DISPLAY      PIC -(7)9.
       01  WS-ADDR-IDX         PIC 9(1).
       01  WS-NOCON-USED       PIC 9(4) VALUE 0.
       01  WS-NOCON-IDX        PIC 9(4).
       01  WS-NOCON-TABLE.
           05 WS-NOCON-ENTRY OCCURS 1000 TIMES.
              10 WS-NC-STU-ID     PIC 9(6).
              10 WS-NC-STU-NAME   PIC X(20).
              10 WS-NC-REASON     PIC X(30).

       COPY CONTAPRM.

       COPY RUNSTPRM.

                 UNTIL WS-EOF-SW = 'Y'
              CLOSE COURSE-MASTER-FILE
              CLOSE ENROLLMENT-FILE
              PERFORM 2800-APPLY-CREDIT-NOTES
              PERFORM 3000-WRITE-INVOICES
              PERFORM 4000-PRINT-NO-CONTACT-LIST
           END-IF.

           MOVE SPACES TO BILL-REPORT-REC.
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.
           MOVE SPACES TO BILL-REPORT-REC.
           STRING "退選退費單=" WS-CRN-COUNT
               " 折抵總額=" WS-TOTAL-CREDIT
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.
           MOVE SPACES TO BILL-REPORT-REC.
           STRING "出帳總額(減免前)=" WS-TOTAL-GROSS
               " 獎助筆數=" WS-AWD-COUNT
               " 獎助減免總額=" WS-TOTAL-DISCOUNT
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.
           CLOSE BILL-REPORT-FILE.

           DISPLAY "出帳完成 發票張數=" WS-INVOICE-COUNT
               " 出帳總額=" WS-TOTAL-BILLED
               " 獎助減免=" WS-TOTAL-DISCOUNT
               " 無聯絡資料=" WS-NOCON-USED.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-INVOICE-COUNT TO RS-ACCEPT-COUNT.
                 MOVE ENRL-STU-ID TO WS-BIL-STU-ID(WS-BIL-USED)
                 MOVE 1 TO WS-BIL-COURSES(WS-BIL-USED)
                 MOVE CRS-FEE TO WS-BIL-AMOUNT(WS-BIL-USED)
                 MOVE 0 TO WS-BIL-CREDIT(WS-BIL-USED)
              ELSE
                 DISPLAY "警告: 出帳表已滿，" ENRL-STU-ID
                     "未列入出帳"
              MOVE WS-BIL-IDX TO WS-BIL-HIT
           END-IF.

      *----------------------------------------------------------*
      *    退費單: 本學期退選課程仍以學分費計入總額(獎助照算)，
      *    折抵額記入發票，於獎助減免後扣除; 已再選修同課程者
      *    該退費單不計(課程已全額計價)
      *----------------------------------------------------------*
       2800-APPLY-CREDIT-NOTES.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WS-CRN-STATUS NOT = "35"
              OPEN INPUT ENROLLMENT-FILE
              MOVE 'N' TO WS-CRN-EOF-SW
              PERFORM 2810-READ-NEXT-CREDIT-NOTE
              PERFORM 2820-APPLY-ONE-CREDIT-NOTE
                  UNTIL WS-CRN-EOF-SW = 'Y'
              CLOSE ENROLLMENT-FILE
              CLOSE CREDIT-NOTE-FILE
           END-IF.

       2810-READ-NEXT-CREDIT-NOTE.
           READ CREDIT-NOTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CRN-EOF-SW
           END-READ.

       2820-APPLY-ONE-CREDIT-NOTE.
           IF CRN-TERM = WS-BILL-TERM
              MOVE 'Y' TO WS-ENRL-FOUND-SW
              MOVE CRN-COURSE-CODE TO ENRL-COURSE-CODE
              MOVE CRN-STU-ID TO ENRL-STU-ID
              READ ENROLLMENT-FILE
                  INVALID KEY MOVE 'N' TO WS-ENRL-FOUND-SW
              END-READ
              IF WS-ENRL-FOUND-SW = 'N'
                 PERFORM 2830-ACCUM-CREDIT-NOTE
              END-IF
           END-IF.
           PERFORM 2810-READ-NEXT-CREDIT-NOTE.

      *    查表沿用2600 (以ENRL-STU-ID比對，已設為退費單學號)
       2830-ACCUM-CREDIT-NOTE.
           MOVE CRN-STU-ID TO ENRL-STU-ID.
           MOVE 'N' TO WS-BIL-FOUND-SW.
           PERFORM 2600-CHECK-BILL-SLOT
               VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-BIL-USED OR
                     WS-BIL-FOUND-SW = 'Y'.

           IF WS-BIL-FOUND-SW = 'N'
              IF WS-BIL-USED < 1000
                 ADD 1 TO WS-BIL-USED
                 MOVE WS-BIL-USED TO WS-BIL-HIT
                 MOVE CRN-STU-ID TO WS-BIL-STU-ID(WS-BIL-HIT)
                 MOVE 0 TO WS-BIL-COURSES(WS-BIL-HIT)
                 MOVE 0 TO WS-BIL-AMOUNT(WS-BIL-HIT)
                 MOVE 0 TO WS-BIL-CREDIT(WS-BIL-HIT)
                 MOVE 'Y' TO WS-BIL-FOUND-SW
              ELSE
                 DISPLAY "警告: 出帳表已滿，退費單"
                     CRN-STU-ID
                     "未列入出帳"
              END-IF
           END-IF.

           IF WS-BIL-FOUND-SW = 'Y'
              ADD 1 TO WS-CRN-COUNT
              ADD CRN-CREDIT-AMT TO WS-TOTAL-CREDIT
              ADD CRN-COURSE-FEE TO WS-BIL-AMOUNT(WS-BIL-HIT)
              ADD CRN-CREDIT-AMT TO WS-BIL-CREDIT(WS-BIL-HIT)
           END-IF.

      *----------------------------------------------------------*
      *    發票寫檔: 同學期重跑時更新金額但保留已收金額
      *----------------------------------------------------------*
              CLOSE INVOICE-MASTER-FILE
              OPEN I-O INVOICE-MASTER-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN OUTPUT INVOICE-PRINT-FILE.
           MOVE 'Y' TO WS-SCH-OPEN-SW.
           OPEN I-O SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS = "35"
              MOVE 'N' TO WS-SCH-OPEN-SW
           ELSE
              OPEN INPUT ENROLLMENT-FILE
              OPEN INPUT COURSE-MASTER-FILE
              MOVE 'Y' TO WS-CRN-OPEN-SW
              OPEN INPUT CREDIT-NOTE-FILE
              IF WS-CRN-STATUS = "35"
                 MOVE 'N' TO WS-CRN-OPEN-SW
              END-IF
           END-IF.

           PERFORM 3100-WRITE-ONE-INVOICE
               VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-BIL-USED.

           IF WS-SCH-OPEN-SW = 'Y'
              IF WS-CRN-OPEN-SW = 'Y'
                 CLOSE CREDIT-NOTE-FILE
              END-IF
              CLOSE COURSE-MASTER-FILE
              CLOSE ENROLLMENT-FILE
              CLOSE SCHOLARSHIP-FILE
           END-IF.
           CLOSE INVOICE-PRINT-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE INVOICE-MASTER-FILE.

       3100-WRITE-ONE-INVOICE.
           END-IF.
           MOVE WS-RUN-DATE TO INV-BILL-DATE.
           MOVE WS-BIL-COURSES(WS-BIL-IDX) TO INV-COURSE-COUNT.
           MOVE WS-BIL-CREDIT(WS-BIL-IDX) TO INV-CREDIT.
           PERFORM 3150-APPLY-AWARDS.
           MOVE WS-AWD-TOTAL TO INV-DISCOUNT.
           COMPUTE WS-AWD-REMAIN =
               WS-BIL-AMOUNT(WS-BIL-IDX) - WS-AWD-TOTAL.
           IF WS-BIL-CREDIT(WS-BIL-IDX) > WS-AWD-REMAIN
              MOVE 0 TO INV-AMOUNT
           ELSE
              COMPUTE INV-AMOUNT =
                  WS-AWD-REMAIN - WS-BIL-CREDIT(WS-BIL-IDX)
           END-IF.

           IF WS-INV-FOUND-SW = 'Y'
              REWRITE INVOICE-REC
           END-IF.

           ADD 1 TO WS-INVOICE-COUNT.
           ADD INV-AMOUNT TO WS-TOTAL-BILLED.
           ADD WS-BIL-AMOUNT(WS-BIL-IDX) TO WS-TOTAL-GROSS.

           MOVE SPACES TO BILL-REPORT-REC.
           STRING "學號=" WS-BIL-STU-ID(WS-BIL-IDX)
               " 課程數=" WS-BIL-COURSES(WS-BIL-IDX)
               " 總額=" WS-BIL-AMOUNT(WS-BIL-IDX)
               " 減免=" INV-DISCOUNT
               " 應繳=" INV-AMOUNT
               " 已繳=" INV-PAID
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.
           IF INV-CREDIT > 0
              MOVE SPACES TO BILL-REPORT-REC
              STRING "       退選折抵=" INV-CREDIT
                  DELIMITED BY SIZE INTO BILL-REPORT-REC
              END-STRING
              WRITE BILL-REPORT-REC
           END-IF.
           PERFORM 3200-PRINT-INVOICE.

      *----------------------------------------------------------*
      *    獎助折抵: 依序號逐筆計算，全學期(涵蓋碼空白)以總額為
      *    基數，指定課程以該課學分費為基數(已退選而開立退費單者
      *    以退費單學分費為基數，未選該課則為零)；
      *    累計減免不超過總額，並回寫每筆實際折抵額及日期
      *----------------------------------------------------------*
       3150-APPLY-AWARDS.
           MOVE 0 TO WS-AWD-TOTAL.
           IF WS-SCH-OPEN-SW = 'Y'
              MOVE WS-BIL-STU-ID(WS-BIL-IDX) TO SCH-STU-ID
              MOVE WS-BILL-TERM TO SCH-TERM
              MOVE 0 TO SCH-SEQ
              MOVE 'N' TO WS-SCH-EOF-SW
              START SCHOLARSHIP-FILE KEY IS NOT LESS THAN SCH-KEY
                  INVALID KEY MOVE 'Y' TO WS-SCH-EOF-SW
              END-START
              IF WS-SCH-EOF-SW = 'N'
                 PERFORM 3160-READ-NEXT-AWARD
              END-IF
              PERFORM 3170-APPLY-ONE-AWARD
                  UNTIL WS-SCH-EOF-SW = 'Y'
           END-IF.

       3160-READ-NEXT-AWARD.
           READ SCHOLARSHIP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCH-EOF-SW
           END-READ.
           IF WS-SCH-EOF-SW = 'N'
              IF SCH-STU-ID NOT = WS-BIL-STU-ID(WS-BIL-IDX) OR
                 SCH-TERM NOT = WS-BILL-TERM
                 MOVE 'Y' TO WS-SCH-EOF-SW
              END-IF
           END-IF.

       3170-APPLY-ONE-AWARD.
           IF SCH-COVER-CODE = SPACES
              MOVE WS-BIL-AMOUNT(WS-BIL-IDX) TO WS-AWD-BASE
           ELSE
              PERFORM 3180-GET-COVERED-FEE
           END-IF.

           IF SCH-CALC-METHOD = 'P'
              COMPUTE WS-AWD-AMOUNT ROUNDED =
                  WS-AWD-BASE * SCH-PERCENT / 100
           ELSE
              MOVE SCH-FIXED-AMT TO WS-AWD-AMOUNT
           END-IF.
           IF WS-AWD-AMOUNT > WS-AWD-BASE
              MOVE WS-AWD-BASE TO WS-AWD-AMOUNT
           END-IF.

           COMPUTE WS-AWD-REMAIN =
               WS-BIL-AMOUNT(WS-BIL-IDX) - WS-AWD-TOTAL.
           IF WS-AWD-AMOUNT > WS-AWD-REMAIN
              MOVE WS-AWD-REMAIN TO WS-AWD-AMOUNT
           END-IF.

           ADD WS-AWD-AMOUNT TO WS-AWD-TOTAL.
           ADD WS-AWD-AMOUNT TO WS-TOTAL-DISCOUNT.
           ADD 1 TO WS-AWD-COUNT.
           MOVE WS-AWD-AMOUNT TO SCH-APPLIED-AMT.
           MOVE WS-RUN-DATE TO SCH-APPLIED-DATE.
           REWRITE SCHOLARSHIP-REC
               INVALID KEY
                  DISPLAY "錯誤: 獎助折抵回寫失敗 學號"
                      SCH-STU-ID " 序號" SCH-SEQ
           END-REWRITE.
           PERFORM 3160-READ-NEXT-AWARD.

       3180-GET-COVERED-FEE.
           MOVE 0 TO WS-AWD-BASE.
           MOVE SCH-COVER-CODE TO ENRL-COURSE-CODE.
           MOVE SCH-STU-ID TO ENRL-STU-ID.
           READ ENROLLMENT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE SCH-COVER-CODE TO CRS-COURSE-CODE
                  READ COURSE-MASTER-FILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF CRS-FEE NUMERIC
                            MOVE CRS-FEE TO WS-AWD-BASE
                         END-IF
                  END-READ
           END-READ.
           IF WS-AWD-BASE = 0 AND WS-CRN-OPEN-SW = 'Y'
              MOVE SCH-STU-ID TO CRN-STU-ID
              MOVE WS-BILL-TERM TO CRN-TERM
              MOVE SCH-COVER-CODE TO CRN-COURSE-CODE
              READ CREDIT-NOTE-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE CRN-COURSE-FEE TO WS-AWD-BASE
              END-READ
           END-IF.

      *----------------------------------------------------------*
      *    列印發票: 郵寄地址區塊、學生、學期、應繳/已繳/餘額
      *----------------------------------------------------------*
       3200-PRINT-INVOICE.
           MOVE "(學生主檔查無)" TO WS-STU-NAME.
           MOVE INV-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MSTR-STU-NAME TO WS-STU-NAME
           END-READ.

           MOVE SPACES TO INVOICE-PRINT-REC.
           STRING "--- 學費繳費通知 學期=" INV-TERM
               " 出帳日期=" INV-BILL-DATE " ---"
               DELIMITED BY SIZE INTO INVOICE-PRINT-REC
           END-STRING.
           WRITE INVOICE-PRINT-REC.

           MOVE INV-STU-ID TO CA-STU-ID.
           CALL "CONTADDR" USING CONTAPRM.
           IF CA-FOUND-SW = 'Y'
              PERFORM 3300-PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > CA-LINE-COUNT
           ELSE
              MOVE SPACES TO INVOICE-PRINT-REC
              STRING "  *** 無郵寄地址: " CA-REASON " ***"
                  DELIMITED BY SIZE INTO INVOICE-PRINT-REC
              END-STRING
              WRITE INVOICE-PRINT-REC
              IF WS-NOCON-USED < 1000
                 ADD 1 TO WS-NOCON-USED
                 MOVE CA-STU-ID TO WS-NC-STU-ID(WS-NOCON-USED)
                 MOVE WS-STU-NAME TO WS-NC-STU-NAME(WS-NOCON-USED)
                 MOVE CA-REASON TO WS-NC-REASON(WS-NOCON-USED)
              END-IF
           END-IF.

           COMPUTE WS-INV-BALANCE = INV-AMOUNT - INV-PAID.
           MOVE WS-INV-BALANCE TO WS-BAL-DISPLAY.
           MOVE SPACES TO INVOICE-PRINT-REC.
           STRING "學號=" INV-STU-ID " 姓名=" WS-STU-NAME
               " 課程數=" INV-COURSE-COUNT
               DELIMITED BY SIZE INTO INVOICE-PRINT-REC
           END-STRING.
           WRITE INVOICE-PRINT-REC.
           MOVE SPACES TO INVOICE-PRINT-REC.
           STRING "學費總額=" WS-BIL-AMOUNT(WS-BIL-IDX)
               " 獎助減免=" INV-DISCOUNT
               " 淨額應繳=" INV-AMOUNT
               " (已折抵退選=" INV-CREDIT ")"
               DELIMITED BY SIZE INTO INVOICE-PRINT-REC
           END-STRING.
           WRITE INVOICE-PRINT-REC.
           MOVE SPACES TO INVOICE-PRINT-REC.
           STRING "已繳=" INV-PAID
               " 應補繳餘額=" WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO INVOICE-PRINT-REC
           END-STRING.
           WRITE INVOICE-PRINT-REC.
           MOVE SPACES TO INVOICE-PRINT-REC.
           WRITE INVOICE-PRINT-REC.

       3300-PRINT-ADDRESS-LINE.
           MOVE SPACES TO INVOICE-PRINT-REC.
           STRING "  " CA-ADDR-LINE(WS-ADDR-IDX)
               DELIMITED BY SIZE INTO INVOICE-PRINT-REC
           END-STRING.
           WRITE INVOICE-PRINT-REC.

      *----------------------------------------------------------*
      *    例外清單: 無聯絡資料或未填地址的學生，發票需人工寄送
      *----------------------------------------------------------*
       4000-PRINT-NO-CONTACT-LIST.
           MOVE SPACES TO BILL-REPORT-REC.
           STRING "--- 無聯絡資料學生 "
               "(發票無法郵寄) ---"
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.
           IF WS-NOCON-USED = 0
              MOVE SPACES TO BILL-REPORT-REC
              STRING "  (無)"
                  DELIMITED BY SIZE INTO BILL-REPORT-REC
              END-STRING
              WRITE BILL-REPORT-REC
           ELSE
              PERFORM 4100-PRINT-ONE-NO-CONTACT
                  VARYING WS-NOCON-IDX FROM 1 BY 1
                  UNTIL WS-NOCON-IDX > WS-NOCON-USED
           END-IF.
           MOVE SPACES TO BILL-REPORT-REC.
           STRING "無聯絡資料人數=" WS-NOCON-USED
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.

       4100-PRINT-ONE-NO-CONTACT.
           MOVE SPACES TO BILL-REPORT-REC.
           STRING "  學號=" WS-NC-STU-ID(WS-NOCON-IDX)
               " " WS-NC-STU-NAME(WS-NOCON-IDX)
               " " WS-NC-REASON(WS-NOCON-IDX)
               DELIMITED BY SIZE INTO BILL-REPORT-REC
           END-STRING.
           WRITE BILL-REPORT-REC.
