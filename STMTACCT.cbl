      *========================================================*
      *  PROGRAM-ID. STMTACCT                                   *
      *  PURPOSE: MONTH-END CONSOLIDATED STATEMENT OF ACCOUNT.  *
      *  BRINGS TOGETHER WHAT A STUDENT OWES THE TUITION OFFICE *
      *  (INVMSTR INVOICES, RCPTHIST RECEIPTS POSTED BY         *
      *  TUITPAY, CRNMSTR WITHDRAWAL CREDIT NOTES) AND THE      *
      *  LIBRARY (FINEMSTR FINES ASSESSED, PAID AND WAIVED).    *
      *  ALL MOVEMENTS ARE SORTED BY STUDENT AND DATE.  THE     *
      *  CLOSING BALANCE IS THE CURRENT BALANCE ON THE MASTERS  *
      *  LESS ANY MOVEMENT DATED AFTER THE STATEMENT MONTH, AND *
      *  THE OPENING BALANCE IS THE CLOSING LESS THE MONTH'S    *
      *  MOVEMENTS.  ONE STATEMENT (STMTOUT) IS PRINTED FOR     *
      *  EVERY STUDENT WITH A NON-ZERO CLOSING BALANCE, NAMED   *
      *  FROM STUMSTR AND ADDRESSED THROUGH CONTADDR.  THE      *
      *  CONTROL PAGE (STMTCTL) ROLLS THE MONTH FORWARD AND     *
      *  RECONCILES THE STATEMENT TOTALS BACK TO THE INVMSTR    *
      *  OUTSTANDING AND THE FINE LEDGER NET; ANY DIFFERENCE    *
      *  ENDS WITH RETURN-CODE 4.                               *
      *  SYSIN: STATEMENT MONTH YYYYMM (BLANK = CURRENT MONTH). *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STMTACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-KEY
               FILE STATUS IS WS-CRN-STATUS.
           SELECT FINE-LEDGER-FILE ASSIGN TO "FINEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-KEY
               FILE STATUS IS WS-FINE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
       COPY INVRCFM.

       FD  RECEIPT-HISTORY-FILE.
       COPY RCPTHSFM.

       FD  CREDIT-NOTE-FILE.
       COPY CRNOTEFM.

       FD  FINE-LEDGER-FILE.
       COPY FINERCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC       PIC X(100).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC  PIC X(100).

      *    異動排序: 來源T=學費 L=圖書; 類別B=發票現欠(不列印)
      *    I=發票 P=繳款 C=退選折抵 / A=罰款 P=繳納 W=減免
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-STU-ID       PIC 9(6).
           05 SRT-DATE         PIC 9(8).
           05 SRT-SOURCE       PIC X(1).
           05 SRT-TYPE         PIC X(1).
           05 SRT-REF          PIC X(13).
           05 SRT-AMOUNT       PIC S9(9)V99.
           05 SRT-DISCOUNT     PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS       PIC X(2).
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-CRN-STATUS       PIC X(2).
       01  WS-FINE-STATUS      PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-STMT-STATUS      PIC X(2).
       01  WS-CTL-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SORT-EOF-SW      PIC X(1).
       01  WS-STU-OPEN-SW      PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).

      *    SYSIN: 對帳月份YYYYMM，空白=本月
       01  WS-STMT-MONTH       PIC X(6).
       01  WS-MONTH-NUM REDEFINES WS-STMT-MONTH.
           05 WS-MONTH-YYYY    PIC 9(4).
           05 WS-MONTH-MM      PIC 9(2).
       01  WS-MONTH-START      PIC 9(8).
       01  WS-MONTH-END        PIC 9(8).

      *    每生累計: 現欠(主檔)、月後異動、本月異動，分學費/圖書
       01  WS-CUR-STU-ID       PIC 9(6).
       01  WS-STU-NAME         PIC X(20).
       01  WS-STU-CUR-T        PIC S9(9)V99.
       01  WS-STU-CUR-L        PIC S9(9)V99.
       01  WS-STU-AFT-T        PIC S9(9)V99.
       01  WS-STU-AFT-L        PIC S9(9)V99.
       01  WS-STU-MON-T        PIC S9(9)V99.
       01  WS-STU-MON-L        PIC S9(9)V99.
       01  WS-STU-CLOSE-T      PIC S9(9)V99.
       01  WS-STU-CLOSE-L      PIC S9(9)V99.
       01  WS-STU-CLOSING      PIC S9(9)V99.
       01  WS-STU-OPENING      PIC S9(9)V99.
       01  WS-RUN-BALANCE      PIC S9(9)V99.
       01  WS-AMT-DISPLAY      PIC -(8)9.99.
       01  WS-BAL-DISPLAY      PIC -(8)9.99.
       01  WS-SUB-DISPLAY      PIC -(8)9.99.
       01  WS-SUB2-DISPLAY     PIC -(8)9.99.
       01  WS-DISC-DISPLAY     PIC Z(6)9.
       01  WS-ADDR-IDX         PIC 9(1).

      *    本月明細暫存: 期初餘額須先印，故整生收齊後再列印
       01  WS-DTL-USED         PIC 9(3).
       01  WS-DTL-IDX          PIC 9(3).
       01  WS-DTL-DROPPED      PIC 9(5).
       01  WS-DTL-TABLE.
           05 WS-DTL-ENTRY OCCURS 100 TIMES.
              10 WS-DTL-DATE      PIC 9(8).
              10 WS-DTL-CODE      PIC X(2).
              10 WS-DTL-REF       PIC X(13).
              10 WS-DTL-AMOUNT    PIC S9(9)V99.
              10 WS-DTL-DISCOUNT  PIC 9(7).

      *    異動說明表: 來源+類別
       01  WS-DESC-IDX         PIC 9(1).
       01  WS-DESC-TEXT        PIC X(18).
       01  WS-DESC-VALUES.
           05 FILLER PIC X(20) VALUE "TI學費發票".
           05 FILLER PIC X(20) VALUE "TP學費繳款".
           05 FILLER PIC X(20) VALUE "TC退選折抵".
           05 FILLER PIC X(20) VALUE "LA圖書逾期罰款".
           05 FILLER PIC X(20) VALUE "LP圖書罰款繳納".
           05 FILLER PIC X(20) VALUE "LW圖書罰款減免".
       01  WS-DESC-TABLE REDEFINES WS-DESC-VALUES.
           05 WS-DESC-ENTRY OCCURS 6 TIMES.
              10 WS-DSC-CODE      PIC X(2).
              10 WS-DSC-TEXT      PIC X(18).

      *    主檔控制數: 輸入程序直接由主檔/帳冊加總
       01  WS-INV-COUNT        PIC 9(6) VALUE 0.
       01  WS-RCPT-COUNT       PIC 9(6) VALUE 0.
       01  WS-CRN-COUNT        PIC 9(6) VALUE 0.
       01  WS-FINE-COUNT       PIC 9(6) VALUE 0.
       01  WS-CTL-INV-BALANCE  PIC S9(11)V99 VALUE 0.
       01  WS-CTL-FINE-BALANCE PIC S9(11)V99 VALUE 0.

      *    對帳單彙總: 輸出程序由排序後異動加總
       01  WS-STUDENT-COUNT    PIC 9(6) VALUE 0.
       01  WS-PRINTED-COUNT    PIC 9(6) VALUE 0.
       01  WS-ZERO-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOT-OPENING      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CLOSE-T      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CLOSE-L      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CLOSING      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-AFT-T        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-AFT-L        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CHARGE       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-PAYMENT      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CREDIT       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FINE-A       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FINE-P       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FINE-W       PIC S9(11)V99 VALUE 0.
       01  WS-CHK-AMOUNT       PIC S9(11)V99.
       01  WS-CHK-DIFF         PIC S9(11)V99.
       01  WS-TOT-DISPLAY      PIC -(10)9.99.
       01  WS-TOT2-DISPLAY     PIC -(10)9.99.
       01  WS-DIFF-DISPLAY     PIC -(10)9.99.
       01  WS-OUT-OF-BAL-SW    PIC X(1) VALUE 'N'.

       COPY CONTAPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-STMT-MONTH.
           ACCEPT WS-STMT-MONTH.

           MOVE "STMTACCT" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           PERFORM 0100-SET-PERIOD.
           IF RETURN-CODE = 12
              GO TO 0000-END-RUN
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.

           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-STU-ID SRT-DATE SRT-SOURCE SRT-TYPE
               INPUT PROCEDURE IS 1000-RELEASE-MOVEMENTS
               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS.

           CLOSE STUDENT-MASTER-FILE.
           CLOSE STATEMENT-FILE.
           PERFORM 5000-PRINT-CONTROL-PAGE.
           CLOSE CONTROL-REPORT-FILE.

           IF WS-OUT-OF-BAL-SW = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "對帳單完成 月份=" WS-STMT-MONTH
               " 學生=" WS-STUDENT-COUNT
               " 列印=" WS-PRINTED-COUNT
               " 無餘額=" WS-ZERO-COUNT.
       0000-END-RUN.
           MOVE WS-STUDENT-COUNT TO RS-READ-COUNT.
           MOVE WS-PRINTED-COUNT TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

      *    對帳期間: 月初01日至31日(日期以數值比較即可)
       0100-SET-PERIOD.
           IF WS-STMT-MONTH = SPACES
              MOVE WS-RUN-DATE(1:6) TO WS-STMT-MONTH
           END-IF.
           IF WS-STMT-MONTH NOT NUMERIC OR
              WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
              DISPLAY "*** 對帳月份錯誤: " WS-STMT-MONTH
                  " (須為YYYYMM) ***"
              MOVE 12 TO RETURN-CODE
           ELSE
              COMPUTE WS-MONTH-START =
                  WS-MONTH-YYYY * 10000 + WS-MONTH-MM * 100 + 1
              COMPUTE WS-MONTH-END = WS-MONTH-START + 30
           END-IF.

      *----------------------------------------------------------*
      *    輸入程序: 發票、收款歷史、退費單、罰款帳冊逐檔釋出
      *    異動; 同時累計主檔控制數供控制頁調節
      *----------------------------------------------------------*
       1000-RELEASE-MOVEMENTS.
           PERFORM 1100-RELEASE-INVOICES.
           PERFORM 1200-RELEASE-RECEIPTS.
           PERFORM 1300-RELEASE-CREDIT-NOTES.
           PERFORM 1400-RELEASE-FINES.

      *    發票: B=現欠(應繳-已繳)，I=出帳日之發票金額(折抵前)
       1100-RELEASE-INVOICES.
           OPEN INPUT INVOICE-MASTER-FILE.
           IF WS-INV-STATUS = "35"
              DISPLAY "警告: 發票主檔不存在，"
                  "學費部分從缺"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1110-READ-NEXT-INVOICE
              PERFORM 1120-RELEASE-ONE-INVOICE
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE INVOICE-MASTER-FILE
           END-IF.

       1110-READ-NEXT-INVOICE.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1120-RELEASE-ONE-INVOICE.
           ADD 1 TO WS-INV-COUNT.
           MOVE INV-STU-ID TO SRT-STU-ID.
           MOVE 'T' TO SRT-SOURCE.
           MOVE INV-TERM TO SRT-REF.
           MOVE 0 TO SRT-DISCOUNT.

           MOVE 0 TO SRT-DATE.
           MOVE 'B' TO SRT-TYPE.
           COMPUTE SRT-AMOUNT = INV-AMOUNT - INV-PAID.
           ADD SRT-AMOUNT TO WS-CTL-INV-BALANCE.
           RELEASE SORT-REC.

           MOVE INV-BILL-DATE TO SRT-DATE.
           MOVE 'I' TO SRT-TYPE.
           COMPUTE SRT-AMOUNT = INV-AMOUNT + INV-CREDIT.
           MOVE INV-DISCOUNT TO SRT-DISCOUNT.
           RELEASE SORT-REC.
           PERFORM 1110-READ-NEXT-INVOICE.

       1200-RELEASE-RECEIPTS.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
              DISPLAY "警告: 收款歷史檔不存在"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1210-READ-NEXT-RECEIPT
              PERFORM 1220-RELEASE-ONE-RECEIPT
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       1210-READ-NEXT-RECEIPT.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1220-RELEASE-ONE-RECEIPT.
           ADD 1 TO WS-RCPT-COUNT.
           MOVE RCH-STU-ID TO SRT-STU-ID.
           MOVE RCH-RCPT-DATE TO SRT-DATE.
           MOVE 'T' TO SRT-SOURCE.
           MOVE 'P' TO SRT-TYPE.
           MOVE RCH-TERM TO SRT-REF.
           COMPUTE SRT-AMOUNT = 0 - RCH-AMOUNT.
           MOVE 0 TO SRT-DISCOUNT.
           RELEASE SORT-REC.
           PERFORM 1210-READ-NEXT-RECEIPT.

      *    退費單: 折抵額為零者(超過退費期限)不影響餘額，不釋出
       1300-RELEASE-CREDIT-NOTES.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WS-CRN-STATUS NOT = "35"
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1310-READ-NEXT-CREDIT-NOTE
              PERFORM 1320-RELEASE-ONE-CREDIT-NOTE
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE CREDIT-NOTE-FILE
           END-IF.

       1310-READ-NEXT-CREDIT-NOTE.
           READ CREDIT-NOTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1320-RELEASE-ONE-CREDIT-NOTE.
           IF CRN-CREDIT-AMT > 0
              ADD 1 TO WS-CRN-COUNT
              MOVE CRN-STU-ID TO SRT-STU-ID
              MOVE CRN-WITHDRAW-DATE TO SRT-DATE
              MOVE 'T' TO SRT-SOURCE
              MOVE 'C' TO SRT-TYPE
              MOVE SPACES TO SRT-REF
              STRING CRN-TERM " " CRN-COURSE-CODE
                  DELIMITED BY SIZE INTO SRT-REF
              END-STRING
              COMPUTE SRT-AMOUNT = 0 - CRN-CREDIT-AMT
              MOVE 0 TO SRT-DISCOUNT
              RELEASE SORT-REC
           END-IF.
           PERFORM 1310-READ-NEXT-CREDIT-NOTE.

      *    罰款帳冊: A=加 P/W=減，帳冊淨額即圖書部分現欠
       1400-RELEASE-FINES.
           OPEN INPUT FINE-LEDGER-FILE.
           IF WS-FINE-STATUS = "35"
              DISPLAY "警告: 罰款帳冊不存在，"
                  "圖書部分從缺"
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1410-READ-NEXT-FINE
              PERFORM 1420-RELEASE-ONE-FINE
                  UNTIL WS-EOF-SW = 'Y'
              CLOSE FINE-LEDGER-FILE
           END-IF.

       1410-READ-NEXT-FINE.
           READ FINE-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1420-RELEASE-ONE-FINE.
           ADD 1 TO WS-FINE-COUNT.
           MOVE FINE-STU-ID TO SRT-STU-ID.
           MOVE FINE-TXN-DATE TO SRT-DATE.
           MOVE 'L' TO SRT-SOURCE.
           MOVE FINE-TXN-TYPE TO SRT-TYPE.
           MOVE FINE-ISBN TO SRT-REF.
           IF FINE-TXN-TYPE = 'A'
              MOVE FINE-AMOUNT TO SRT-AMOUNT
           ELSE
              COMPUTE SRT-AMOUNT = 0 - FINE-AMOUNT
           END-IF.
           MOVE 0 TO SRT-DISCOUNT.
           ADD SRT-AMOUNT TO WS-CTL-FINE-BALANCE.
           RELEASE SORT-REC.
           PERFORM 1410-READ-NEXT-FINE.

      *----------------------------------------------------------*
      *    輸出程序: 學號控制中斷; 期末=現欠-月後異動，
      *    期初=期末-本月異動; 期末不為零者列印對帳單
      *----------------------------------------------------------*
       3000-PRINT-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE 'N' TO WS-STU-OPEN-SW.
           PERFORM 3100-RETURN-NEXT-MOVEMENT.
           PERFORM 3200-ADD-ONE-MOVEMENT THRU 3200-EXIT
               UNTIL WS-SORT-EOF-SW = 'Y'.
           IF WS-STU-OPEN-SW = 'Y'
              PERFORM 3500-END-OF-STUDENT
           END-IF.

       3100-RETURN-NEXT-MOVEMENT.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       3200-ADD-ONE-MOVEMENT.
           IF WS-STU-OPEN-SW = 'Y' AND
              SRT-STU-ID NOT = WS-CUR-STU-ID
              PERFORM 3500-END-OF-STUDENT
           END-IF.
           IF WS-STU-OPEN-SW = 'N'
              PERFORM 3300-START-STUDENT
           END-IF.

           IF SRT-TYPE = 'B'
              ADD SRT-AMOUNT TO WS-STU-CUR-T
              GO TO 3200-EXIT
           END-IF.
           IF SRT-SOURCE = 'L'
              ADD SRT-AMOUNT TO WS-STU-CUR-L
           END-IF.

           IF SRT-DATE < WS-MONTH-START
              GO TO 3200-EXIT
           END-IF.
           IF SRT-DATE > WS-MONTH-END
              IF SRT-SOURCE = 'T'
                 ADD SRT-AMOUNT TO WS-STU-AFT-T
              ELSE
                 ADD SRT-AMOUNT TO WS-STU-AFT-L
              END-IF
              GO TO 3200-EXIT
           END-IF.

           IF SRT-SOURCE = 'T'
              ADD SRT-AMOUNT TO WS-STU-MON-T
           ELSE
              ADD SRT-AMOUNT TO WS-STU-MON-L
           END-IF.
           PERFORM 3250-ADD-CATEGORY-TOTAL.
           IF WS-DTL-USED < 100
              ADD 1 TO WS-DTL-USED
              MOVE SRT-DATE TO WS-DTL-DATE(WS-DTL-USED)
              MOVE SRT-SOURCE TO WS-DTL-CODE(WS-DTL-USED)(1:1)
              MOVE SRT-TYPE TO WS-DTL-CODE(WS-DTL-USED)(2:1)
              MOVE SRT-REF TO WS-DTL-REF(WS-DTL-USED)
              MOVE SRT-AMOUNT TO WS-DTL-AMOUNT(WS-DTL-USED)
              MOVE SRT-DISCOUNT TO WS-DTL-DISCOUNT(WS-DTL-USED)
           ELSE
              ADD 1 TO WS-DTL-DROPPED
           END-IF.
       3200-EXIT.
           PERFORM 3100-RETURN-NEXT-MOVEMENT.

      *    本月異動依類別累計(金額一律以正數彙總)
       3250-ADD-CATEGORY-TOTAL.
           IF SRT-SOURCE = 'T'
              EVALUATE SRT-TYPE
                 WHEN 'I'
                    ADD SRT-AMOUNT TO WS-TOT-CHARGE
                 WHEN 'P'
                    SUBTRACT SRT-AMOUNT FROM WS-TOT-PAYMENT
                 WHEN OTHER
                    SUBTRACT SRT-AMOUNT FROM WS-TOT-CREDIT
              END-EVALUATE
           ELSE
              EVALUATE SRT-TYPE
                 WHEN 'A'
                    ADD SRT-AMOUNT TO WS-TOT-FINE-A
                 WHEN 'P'
                    SUBTRACT SRT-AMOUNT FROM WS-TOT-FINE-P
                 WHEN OTHER
                    SUBTRACT SRT-AMOUNT FROM WS-TOT-FINE-W
              END-EVALUATE
           END-IF.

       3300-START-STUDENT.
           MOVE 'Y' TO WS-STU-OPEN-SW.
           MOVE SRT-STU-ID TO WS-CUR-STU-ID.
           MOVE 0 TO WS-STU-CUR-T WS-STU-CUR-L.
           MOVE 0 TO WS-STU-AFT-T WS-STU-AFT-L.
           MOVE 0 TO WS-STU-MON-T WS-STU-MON-L.
           MOVE 0 TO WS-DTL-USED WS-DTL-DROPPED.

       3500-END-OF-STUDENT.
           MOVE 'N' TO WS-STU-OPEN-SW.
           ADD 1 TO WS-STUDENT-COUNT.
           COMPUTE WS-STU-CLOSE-T = WS-STU-CUR-T - WS-STU-AFT-T.
           COMPUTE WS-STU-CLOSE-L = WS-STU-CUR-L - WS-STU-AFT-L.
           COMPUTE WS-STU-CLOSING = WS-STU-CLOSE-T + WS-STU-CLOSE-L.
           COMPUTE WS-STU-OPENING =
               WS-STU-CLOSING - WS-STU-MON-T - WS-STU-MON-L.

           ADD WS-STU-OPENING TO WS-TOT-OPENING.
           ADD WS-STU-CLOSE-T TO WS-TOT-CLOSE-T.
           ADD WS-STU-CLOSE-L TO WS-TOT-CLOSE-L.
           ADD WS-STU-CLOSING TO WS-TOT-CLOSING.
           ADD WS-STU-AFT-T TO WS-TOT-AFT-T.
           ADD WS-STU-AFT-L TO WS-TOT-AFT-L.

           IF WS-STU-CLOSING = 0
              ADD 1 TO WS-ZERO-COUNT
           ELSE
              ADD 1 TO WS-PRINTED-COUNT
              PERFORM 3600-PRINT-STATEMENT
           END-IF.

      *----------------------------------------------------------*
      *    對帳單: 郵寄地址、學生、期初、本月明細(含餘額)、期末
      *----------------------------------------------------------*
       3600-PRINT-STATEMENT.
           MOVE "(學生主檔查無)" TO WS-STU-NAME.
           MOVE WS-CUR-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MSTR-STU-NAME TO WS-STU-NAME
           END-READ.

           MOVE SPACES TO STATEMENT-REC.
           STRING "--- 學生帳戶對帳單 月份=" WS-STMT-MONTH
               " 製表日期=" WS-RUN-DATE " ---"
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING.
           WRITE STATEMENT-REC.

           MOVE WS-CUR-STU-ID TO CA-STU-ID.
           CALL "CONTADDR" USING CONTAPRM.
           IF CA-FOUND-SW = 'Y'
              PERFORM 3650-PRINT-ADDRESS-LINE
                  VARYING WS-ADDR-IDX FROM 1 BY 1
                  UNTIL WS-ADDR-IDX > CA-LINE-COUNT
           ELSE
              MOVE SPACES TO STATEMENT-REC
              STRING "  *** 無郵寄地址: " CA-REASON " ***"
                  DELIMITED BY SIZE INTO STATEMENT-REC
              END-STRING
              WRITE STATEMENT-REC
           END-IF.

           MOVE SPACES TO STATEMENT-REC.
           STRING "學號=" WS-CUR-STU-ID " 姓名=" WS-STU-NAME
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING.
           WRITE STATEMENT-REC.

           MOVE WS-STU-OPENING TO WS-BAL-DISPLAY.
           MOVE SPACES TO STATEMENT-REC.
           MOVE "期初餘額" TO STATEMENT-REC(3:12).
           MOVE WS-BAL-DISPLAY TO STATEMENT-REC(58:12).
           WRITE STATEMENT-REC.

           MOVE WS-STU-OPENING TO WS-RUN-BALANCE.
           PERFORM 3700-PRINT-ONE-DETAIL
               VARYING WS-DTL-IDX FROM 1 BY 1
               UNTIL WS-DTL-IDX > WS-DTL-USED.
           IF WS-DTL-DROPPED > 0
              MOVE SPACES TO STATEMENT-REC
              STRING "  (另有" WS-DTL-DROPPED "筆明細未列出，"
                  "已計入期末餘額)"
                  DELIMITED BY SIZE INTO STATEMENT-REC
              END-STRING
              WRITE STATEMENT-REC
           END-IF.

           MOVE WS-STU-CLOSING TO WS-BAL-DISPLAY.
           MOVE SPACES TO STATEMENT-REC.
           MOVE "期末應繳餘額" TO STATEMENT-REC(3:18).
           MOVE WS-BAL-DISPLAY TO STATEMENT-REC(58:12).
           WRITE STATEMENT-REC.
           MOVE WS-STU-CLOSE-T TO WS-SUB-DISPLAY.
           MOVE WS-STU-CLOSE-L TO WS-SUB2-DISPLAY.
           MOVE SPACES TO STATEMENT-REC.
           STRING "  (其中 學費=" WS-SUB-DISPLAY
               " 圖書罰款=" WS-SUB2-DISPLAY ")"
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.

       3650-PRINT-ADDRESS-LINE.
           MOVE SPACES TO STATEMENT-REC.
           STRING "  " CA-ADDR-LINE(WS-ADDR-IDX)
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING.
           WRITE STATEMENT-REC.

       3700-PRINT-ONE-DETAIL.
           ADD WS-DTL-AMOUNT(WS-DTL-IDX) TO WS-RUN-BALANCE.
           MOVE SPACES TO WS-DESC-TEXT.
           PERFORM 3750-MATCH-ONE-DESC
               VARYING WS-DESC-IDX FROM 1 BY 1
               UNTIL WS-DESC-IDX > 6.
           MOVE WS-DTL-AMOUNT(WS-DTL-IDX) TO WS-AMT-DISPLAY.
           MOVE WS-RUN-BALANCE TO WS-BAL-DISPLAY.
           MOVE SPACES TO STATEMENT-REC.
           STRING "  " WS-DTL-DATE(WS-DTL-IDX)
               " " WS-DESC-TEXT
               " " WS-DTL-REF(WS-DTL-IDX)
               " " WS-AMT-DISPLAY
               " " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING.
           WRITE STATEMENT-REC.
           IF WS-DTL-DISCOUNT(WS-DTL-IDX) > 0
              MOVE WS-DTL-DISCOUNT(WS-DTL-IDX) TO WS-DISC-DISPLAY
              MOVE SPACES TO STATEMENT-REC
              STRING "           (已扣獎助減免 "
                  WS-DISC-DISPLAY ")"
                  DELIMITED BY SIZE INTO STATEMENT-REC
              END-STRING
              WRITE STATEMENT-REC
           END-IF.

       3750-MATCH-ONE-DESC.
           IF WS-DSC-CODE(WS-DESC-IDX) = WS-DTL-CODE(WS-DTL-IDX)
              MOVE WS-DSC-TEXT(WS-DESC-IDX) TO WS-DESC-TEXT
           END-IF.

      *----------------------------------------------------------*
      *    控制頁: 本月滾算(期初+異動=期末)，並將對帳單期末
      *    加月後異動與發票主檔未收總額、罰款帳冊淨額調節
      *----------------------------------------------------------*
       5000-PRINT-CONTROL-PAGE.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "學生帳戶對帳單 控制總表  月份="
               WS-STMT-MONTH
               " 執行日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "學生數=" WS-STUDENT-COUNT
               " 對帳單=" WS-PRINTED-COUNT
               " 無餘額未列印=" WS-ZERO-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "讀取 發票=" WS-INV-COUNT
               " 收款=" WS-RCPT-COUNT
               " 退費單=" WS-CRN-COUNT
               " 罰款帳=" WS-FINE-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.

           MOVE SPACES TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "--- 本月滾算 ---"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-OPENING TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "期初餘額" TO CONTROL-REPORT-REC(3:12).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-CHARGE TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "+學費發票" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-PAYMENT TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "-學費繳款" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-CREDIT TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "-退選折抵" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-FINE-A TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "+圖書罰款" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-FINE-P TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "-罰款繳納" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-FINE-W TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "-罰款減免" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.
           MOVE WS-TOT-CLOSING TO WS-TOT-DISPLAY.
           PERFORM 5100-WRITE-ROLL-LINE.
           MOVE "=期末餘額" TO CONTROL-REPORT-REC(3:13).
           WRITE CONTROL-REPORT-REC.

           COMPUTE WS-CHK-DIFF = WS-TOT-OPENING + WS-TOT-CHARGE
               - WS-TOT-PAYMENT - WS-TOT-CREDIT + WS-TOT-FINE-A
               - WS-TOT-FINE-P - WS-TOT-FINE-W - WS-TOT-CLOSING.
           PERFORM 5200-WRITE-CHECK-RESULT.

           MOVE SPACES TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "--- 與主檔調節 "
               "(期末+月後異動=主檔現欠) ---"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.

           COMPUTE WS-CHK-AMOUNT = WS-TOT-CLOSE-T + WS-TOT-AFT-T.
           MOVE WS-CHK-AMOUNT TO WS-TOT-DISPLAY.
           MOVE WS-CTL-INV-BALANCE TO WS-TOT2-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "  學費 對帳單=" WS-TOT-DISPLAY
               " 發票主檔未收=" WS-TOT2-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.
           COMPUTE WS-CHK-DIFF = WS-CHK-AMOUNT - WS-CTL-INV-BALANCE.
           PERFORM 5200-WRITE-CHECK-RESULT.

           COMPUTE WS-CHK-AMOUNT = WS-TOT-CLOSE-L + WS-TOT-AFT-L.
           MOVE WS-CHK-AMOUNT TO WS-TOT-DISPLAY.
           MOVE WS-CTL-FINE-BALANCE TO WS-TOT2-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "  圖書 對帳單=" WS-TOT-DISPLAY
               " 罰款帳冊淨額=" WS-TOT2-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.
           COMPUTE WS-CHK-DIFF = WS-CHK-AMOUNT - WS-CTL-FINE-BALANCE.
           PERFORM 5200-WRITE-CHECK-RESULT.

           MOVE WS-TOT-AFT-T TO WS-TOT-DISPLAY.
           MOVE WS-TOT-AFT-L TO WS-TOT2-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-REC.
           STRING "  (月後異動 學費=" WS-TOT-DISPLAY
               " 圖書=" WS-TOT2-DISPLAY ")"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING.
           WRITE CONTROL-REPORT-REC.

       5100-WRITE-ROLL-LINE.
           MOVE SPACES TO CONTROL-REPORT-REC.
           MOVE WS-TOT-DISPLAY TO CONTROL-REPORT-REC(21:14).

       5200-WRITE-CHECK-RESULT.
           MOVE WS-CHK-DIFF TO WS-DIFF-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-REC.
           IF WS-CHK-DIFF = 0
              STRING "    相符"
                  DELIMITED BY SIZE INTO CONTROL-REPORT-REC
              END-STRING
           ELSE
              MOVE 'Y' TO WS-OUT-OF-BAL-SW
              STRING "    *** 不平衡 差額=" WS-DIFF-DISPLAY " ***"
                  DELIMITED BY SIZE INTO CONTROL-REPORT-REC
              END-STRING
           END-IF.
           WRITE CONTROL-REPORT-REC.
