      *========================================================*
      *  PROGRAM-ID. NETACK                                     *
      *  PURPOSE: CLEARING ACKNOWLEDGEMENT RECONCILIATION.      *
      *  FOR EACH OF THE NETOUT1-5 OUTBOUND CLEARING FILES      *
      *  TEST4 WROTE, LOADS THE DETAILS INTO A TABLE, CHECKS    *
      *  THEM AGAINST THE FILE'S OWN TRL RECORD, THEN MATCHES   *
      *  THE NETWORK'S NETACK1-5 ACKNOWLEDGEMENT FILE AGAINST   *
      *  IT BY CARD NUMBER AND TWD AMOUNT.  ACCEPTED, REJECTED, *
      *  MISSING (SENT BUT NOT ACKNOWLEDGED) AND UNEXPECTED     *
      *  RECORDS ARE REPORTED WITH COUNT AND TWD AMOUNT         *
      *  DIFFERENCES PER NETWORK.  REJECTED TRANSACTIONS ARE    *
      *  APPENDED TO CARDBAD SO EXCPDESK OPENS THEM AS          *
      *  EXCEPTIONS.                                            *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. NETACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-OUT1-FILE ASSIGN TO "NETOUT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOUT-STATUS.
           SELECT NET-OUT2-FILE ASSIGN TO "NETOUT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOUT-STATUS.
           SELECT NET-OUT3-FILE ASSIGN TO "NETOUT3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOUT-STATUS.
           SELECT NET-OUT4-FILE ASSIGN TO "NETOUT4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOUT-STATUS.
           SELECT NET-OUT5-FILE ASSIGN TO "NETOUT5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOUT-STATUS.
           SELECT NET-ACK1-FILE ASSIGN TO "NETACK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACK-STATUS.
           SELECT NET-ACK2-FILE ASSIGN TO "NETACK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACK-STATUS.
           SELECT NET-ACK3-FILE ASSIGN TO "NETACK3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACK-STATUS.
           SELECT NET-ACK4-FILE ASSIGN TO "NETACK4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACK-STATUS.
           SELECT NET-ACK5-FILE ASSIGN TO "NETACK5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACK-STATUS.
           SELECT BAD-RECORD-FILE ASSIGN TO "CARDBAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAD-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "NETARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-OUT1-FILE.
       01  NET-OUT1-REC        PIC X(80).

       FD  NET-OUT2-FILE.
       01  NET-OUT2-REC        PIC X(80).

       FD  NET-OUT3-FILE.
       01  NET-OUT3-REC        PIC X(80).

       FD  NET-OUT4-FILE.
       01  NET-OUT4-REC        PIC X(80).

       FD  NET-OUT5-FILE.
       01  NET-OUT5-REC        PIC X(80).

       FD  NET-ACK1-FILE.
       01  NET-ACK1-REC        PIC X(80).

       FD  NET-ACK2-FILE.
       01  NET-ACK2-REC        PIC X(80).

       FD  NET-ACK3-FILE.
       01  NET-ACK3-REC        PIC X(80).

       FD  NET-ACK4-FILE.
       01  NET-ACK4-REC        PIC X(80).

       FD  NET-ACK5-FILE.
       01  NET-ACK5-REC        PIC X(80).

       FD  BAD-RECORD-FILE.
       COPY BADRECFM.

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-NOUT-STATUS      PIC X(2).
       01  WS-NACK-STATUS      PIC X(2).
       01  WS-BAD-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-FILE-IDX         PIC 9(1).
       01  WS-RUN-DATE         PIC 9(8).

      *    外送檔明細(TEST4 1380格式): 卡號、台幣金額(分)、
      *    原幣別、原幣金額、手續費(分)
       01  WS-OUT-LINE.
           05 OL-CARD-NUMBER   PIC X(19).
           05 FILLER           PIC X(1).
           05 OL-TWD-CENTS     PIC 9(13).
           05 FILLER           PIC X(1).
           05 OL-CURRENCY      PIC X(3).
           05 FILLER           PIC X(1).
           05 OL-ORIG-AMT      PIC X(14).
           05 FILLER           PIC X(28).
      *    外送檔尾錄: TRL+筆數+總額+手續費+淨額(分)+發卡組織
       01  WS-OUT-TRAILER REDEFINES WS-OUT-LINE.
           05 OT-TAG           PIC X(3).
           05 OT-COUNT         PIC 9(6).
           05 OT-GROSS-CENTS   PIC 9(13).
           05 OT-FEE-CENTS     PIC 9(13).
           05 OT-NET-CENTS     PIC 9(13).
           05 OT-NETWORK       PIC X(12).
           05 FILLER           PIC X(20).

      *    回覆檔明細: 卡號、台幣金額(分)、狀態 A=接受 R=退件、
      *    退件代碼及說明; HDR帶所回覆的批次日，TRL帶筆數與
      *    台幣金額(分)
       01  WS-ACK-LINE.
           05 AK-CARD-NUMBER   PIC X(19).
           05 AK-TWD-CENTS     PIC 9(13).
           05 AK-ACK-STATUS    PIC X(1).
           05 AK-REASON-CODE   PIC X(4).
           05 AK-REASON-TEXT   PIC X(30).
           05 FILLER           PIC X(13).
       01  WS-ACK-TRAILER REDEFINES WS-ACK-LINE.
           05 AT-TAG           PIC X(3).
           05 AT-COUNT         PIC 9(6).
           05 AT-CENTS         PIC 9(13).
           05 FILLER           PIC X(58).

       01  WS-OUT-DATE         PIC X(8).
       01  WS-ACK-DATE         PIC X(8).
       01  WS-NETWORK-NAME     PIC X(12).
       01  WS-OUT-TRL-SW       PIC X(1).
       01  WS-ACK-TRL-SW       PIC X(1).
       01  WS-TRL-COUNT        PIC 9(6).
       01  WS-TRL-CENTS        PIC 9(13).

      *    本組織外送明細表: 依卡號+台幣金額取第一筆尚未回覆者
      *    配對，同卡同額多筆依序消化
       01  WS-SNT-USED         PIC 9(4) VALUE 0.
       01  WS-SNT-IDX          PIC 9(4).
       01  WS-SNT-HIT          PIC 9(4).
       01  WS-SNT-FOUND-SW     PIC X(1).
       01  WS-SNT-TABLE.
           05 WS-SNT-ENTRY OCCURS 5000 TIMES.
              10 WS-SNT-CARD      PIC X(19).
              10 WS-SNT-CENTS     PIC 9(13).
              10 WS-SNT-CURRENCY  PIC X(3).
              10 WS-SNT-ORIG-AMT  PIC X(14).
              10 WS-SNT-ACK-SW    PIC X(1).

      *    各組織計數(金額以分累計)
       01  WS-NET-COUNTERS.
           05 WS-SENT-COUNT    PIC 9(6).
           05 WS-SENT-CENTS    PIC 9(13).
           05 WS-ACC-COUNT     PIC 9(6).
           05 WS-ACC-CENTS     PIC 9(13).
           05 WS-REJ-COUNT     PIC 9(6).
           05 WS-REJ-CENTS     PIC 9(13).
           05 WS-MISS-COUNT    PIC 9(6).
           05 WS-MISS-CENTS    PIC 9(13).
           05 WS-UNEXP-COUNT   PIC 9(6).
           05 WS-UNEXP-CENTS   PIC 9(13).
           05 WS-ACK-READ      PIC 9(6).
           05 WS-ACK-CENTS     PIC 9(13).

      *    全部組織合計
       01  WS-GRAND-COUNTERS.
           05 WS-G-SENT-COUNT  PIC 9(6) VALUE 0.
           05 WS-G-SENT-CENTS  PIC 9(13) VALUE 0.
           05 WS-G-ACC-COUNT   PIC 9(6) VALUE 0.
           05 WS-G-ACC-CENTS   PIC 9(13) VALUE 0.
           05 WS-G-REJ-COUNT   PIC 9(6) VALUE 0.
           05 WS-G-REJ-CENTS   PIC 9(13) VALUE 0.
           05 WS-G-MISS-COUNT  PIC 9(6) VALUE 0.
           05 WS-G-MISS-CENTS  PIC 9(13) VALUE 0.
           05 WS-G-UNEXP-COUNT PIC 9(6) VALUE 0.
           05 WS-G-UNEXP-CENTS PIC 9(13) VALUE 0.
       01  WS-NETWORK-COUNT    PIC 9(1) VALUE 0.

       01  WS-SUM-LABEL        PIC X(12).
       01  WS-DIFF-COUNT       PIC S9(6).
       01  WS-DIFF-CENTS       PIC S9(13).
       01  WS-DIFF-COUNT-DSP   PIC -(6)9.
       01  WS-DIFF-AMT-DSP     PIC -(11)9.99.
       01  WS-TWD-AMT          PIC 9(11)V99.
       01  WS-AMT-DISPLAY      PIC 9(11).99.
       01  WS-CENTS-WORK       PIC 9(13).

      *    退件寫入CARDBAD: 卡號遮罩(保留末四碼)比照TEST4;
      *    同一時間點多筆退件時BAD-TIME遞增，避免例外處理台
      *    以日期+時間+程式視為同一筆例外
       01  WS-CARD-LEN         PIC 9(2).
       01  WS-MASKED-CARD      PIC X(19).
       01  WS-STAR-FIELD       PIC X(15) VALUE ALL "*".
       01  WS-LAST-BAD-TIME    PIC 9(8) VALUE 0.
       01  WS-BAD-WRITTEN      PIC 9(6) VALUE 0.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "NETACK" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT ACK-REPORT-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN EXTEND BAD-RECORD-FILE.
           IF WS-BAD-STATUS = "35"
              OPEN OUTPUT BAD-RECORD-FILE
           END-IF.

           PERFORM 1000-RECONCILE-ONE-NETWORK THRU 1000-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 5.

           PERFORM 6000-PRINT-GRAND-TOTALS.

           CLOSE BAD-RECORD-FILE.
           CLOSE ACK-REPORT-FILE.

           DISPLAY "清算回覆調節完成 組織數="
               WS-NETWORK-COUNT
               " 外送=" WS-G-SENT-COUNT
               " 接受=" WS-G-ACC-COUNT
               " 退件=" WS-G-REJ-COUNT
               " 未回覆=" WS-G-MISS-COUNT
               " 不明=" WS-G-UNEXP-COUNT.

           MOVE WS-G-SENT-COUNT TO RS-READ-COUNT.
           MOVE WS-G-ACC-COUNT TO RS-ACCEPT-COUNT.
           COMPUTE RS-REJECT-COUNT =
               WS-G-REJ-COUNT + WS-G-MISS-COUNT + WS-G-UNEXP-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0500-PRINT-HEADER.
           MOVE SPACES TO ACK-REPORT-REC.
           STRING "清算回覆調節表  執行日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO ACK-REPORT-REC
           END-STRING.
           WRITE ACK-REPORT-REC.

      *----------------------------------------------------------*
      *    單一組織: 載入外送檔並以其尾錄自我調節，再逐筆比對
      *    回覆檔，最後列出未回覆明細與本組織小計
      *----------------------------------------------------------*
       1000-RECONCILE-ONE-NETWORK.
           INITIALIZE WS-NET-COUNTERS.
           MOVE 0 TO WS-SNT-USED.
           MOVE SPACES TO WS-OUT-DATE.
           MOVE SPACES TO WS-ACK-DATE.
           MOVE SPACES TO WS-NETWORK-NAME.
           MOVE 'N' TO WS-OUT-TRL-SW.
           MOVE 'N' TO WS-ACK-TRL-SW.

           PERFORM 8000-OPEN-OUTBOUND.
           IF WS-EOF-SW = 'Y'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 8100-READ-OUTBOUND.
           PERFORM 1100-LOAD-ONE-OUTBOUND
              UNTIL WS-EOF-SW = 'Y'.
           PERFORM 8200-CLOSE-OUTBOUND.

      *    空檔(無明細且尾錄筆數為零)表示本批未使用此檔
           IF WS-SENT-COUNT = 0 AND
              (WS-OUT-TRL-SW = 'N' OR WS-TRL-COUNT = 0)
              GO TO 1000-EXIT
           END-IF.

           ADD 1 TO WS-NETWORK-COUNT.
           MOVE SPACES TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           MOVE SPACES TO ACK-REPORT-REC.
           STRING "=== NETOUT" WS-FILE-IDX " " WS-NETWORK-NAME
               " 外送批次日=" WS-OUT-DATE " ==="
               DELIMITED BY SIZE INTO ACK-REPORT-REC
           END-STRING.
           WRITE ACK-REPORT-REC.

           PERFORM 1200-CHECK-OUTBOUND-TRAILER.

           PERFORM 8300-OPEN-ACK.
           IF WS-EOF-SW = 'Y'
              MOVE SPACES TO ACK-REPORT-REC
              STRING "*** 未收到回覆檔 NETACK" WS-FILE-IDX
                  "，全部列為未回覆 ***"
                  DELIMITED BY SIZE INTO ACK-REPORT-REC
              END-STRING
              WRITE ACK-REPORT-REC
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM 8400-READ-ACK
              PERFORM 2000-MATCH-ONE-ACK THRU 2000-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              PERFORM 8500-CLOSE-ACK
              PERFORM 2500-CHECK-ACK-CONTROLS
           END-IF.

           PERFORM 3000-LIST-MISSING
               VARYING WS-SNT-IDX FROM 1 BY 1
               UNTIL WS-SNT-IDX > WS-SNT-USED.

           PERFORM 4000-PRINT-NETWORK-SUMMARY.
           PERFORM 4500-ADD-TO-GRAND-TOTALS.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-OUTBOUND.
           EVALUATE WS-OUT-LINE(1:3)
              WHEN "HDR"
                 MOVE WS-OUT-LINE(4:8) TO WS-OUT-DATE
              WHEN "TRL"
                 MOVE 'Y' TO WS-OUT-TRL-SW
                 MOVE OT-COUNT TO WS-TRL-COUNT
                 MOVE OT-GROSS-CENTS TO WS-TRL-CENTS
                 MOVE OT-NETWORK TO WS-NETWORK-NAME
              WHEN OTHER
                 ADD 1 TO WS-SENT-COUNT
                 IF OL-TWD-CENTS NUMERIC
                    ADD OL-TWD-CENTS TO WS-SENT-CENTS
                 END-IF
                 IF WS-SNT-USED < 5000
                    ADD 1 TO WS-SNT-USED
                    MOVE OL-CARD-NUMBER TO WS-SNT-CARD(WS-SNT-USED)
                    MOVE OL-TWD-CENTS TO WS-SNT-CENTS(WS-SNT-USED)
                    MOVE OL-CURRENCY
                        TO WS-SNT-CURRENCY(WS-SNT-USED)
                    MOVE OL-ORIG-AMT
                        TO WS-SNT-ORIG-AMT(WS-SNT-USED)
                    MOVE 'N' TO WS-SNT-ACK-SW(WS-SNT-USED)
                 ELSE
                    DISPLAY "警告: NETOUT" WS-FILE-IDX
                        " 超過5000筆，超出部分未比對"
                 END-IF
           END-EVALUATE.
           PERFORM 8100-READ-OUTBOUND.

      *    外送檔自我調節: 缺尾錄或尾錄與明細不符表示外送檔
      *    不完整，回覆比對結果不可信，以RETURN-CODE 12通知
       1200-CHECK-OUTBOUND-TRAILER.
           IF WS-OUT-TRL-SW = 'N'
              MOVE SPACES TO ACK-REPORT-REC
              STRING "*** 外送檔缺少TRL尾錄 ***"
                  DELIMITED BY SIZE INTO ACK-REPORT-REC
              END-STRING
              WRITE ACK-REPORT-REC
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-TRL-COUNT NOT = WS-SENT-COUNT OR
                 WS-TRL-CENTS NOT = WS-SENT-CENTS
                 MOVE SPACES TO ACK-REPORT-REC
                 STRING "*** 外送檔尾錄不符 尾錄筆數="
                     WS-TRL-COUNT
                     " 實際=" WS-SENT-COUNT
                     " 尾錄金額(分)=" WS-TRL-CENTS
                     " 實際=" WS-SENT-CENTS " ***"
                     DELIMITED BY SIZE INTO ACK-REPORT-REC
                 END-STRING
                 WRITE ACK-REPORT-REC
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

      *----------------------------------------------------------*
      *    回覆逐筆比對: 頭尾錄另存控制值; 明細以卡號+台幣金額
      *    找尚未回覆的外送交易，找不到即為不明回覆
      *----------------------------------------------------------*
       2000-MATCH-ONE-ACK.
           IF WS-ACK-LINE(1:3) = "HDR"
              MOVE WS-ACK-LINE(4:8) TO WS-ACK-DATE
              GO TO 2000-EXIT
           END-IF.
           IF WS-ACK-LINE(1:3) = "TRL"
              MOVE 'Y' TO WS-ACK-TRL-SW
              MOVE AT-COUNT TO WS-TRL-COUNT
              MOVE AT-CENTS TO WS-TRL-CENTS
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-ACK-READ.
           IF AK-TWD-CENTS NOT NUMERIC
              MOVE 0 TO AK-TWD-CENTS
           END-IF.
           ADD AK-TWD-CENTS TO WS-ACK-CENTS.

           MOVE 'N' TO WS-SNT-FOUND-SW.
           IF AK-ACK-STATUS = 'A' OR AK-ACK-STATUS = 'R'
              PERFORM 2100-CHECK-SENT-SLOT
                  VARYING WS-SNT-IDX FROM 1 BY 1
                  UNTIL WS-SNT-IDX > WS-SNT-USED OR
                        WS-SNT-FOUND-SW = 'Y'
           END-IF.

           IF WS-SNT-FOUND-SW = 'N'
              ADD 1 TO WS-UNEXP-COUNT
              ADD AK-TWD-CENTS TO WS-UNEXP-CENTS
              MOVE AK-CARD-NUMBER TO WS-MASKED-CARD
              PERFORM 7000-MASK-CARD-NUMBER
              MOVE AK-TWD-CENTS TO WS-CENTS-WORK
              PERFORM 7100-CENTS-TO-DISPLAY
              MOVE SPACES TO ACK-REPORT-REC
              STRING "  不明回覆 " WS-MASKED-CARD
                  " 金額=" WS-AMT-DISPLAY
                  " 狀態=" AK-ACK-STATUS
                  " *** 無對應外送交易 ***"
                  DELIMITED BY SIZE INTO ACK-REPORT-REC
              END-STRING
              WRITE ACK-REPORT-REC
              GO TO 2000-EXIT
           END-IF.

           MOVE 'Y' TO WS-SNT-ACK-SW(WS-SNT-HIT).
           IF AK-ACK-STATUS = 'A'
              ADD 1 TO WS-ACC-COUNT
              ADD AK-TWD-CENTS TO WS-ACC-CENTS
           ELSE
              ADD 1 TO WS-REJ-COUNT
              ADD AK-TWD-CENTS TO WS-REJ-CENTS
              PERFORM 2200-REPORT-REJECTION
           END-IF.
       2000-EXIT.
           PERFORM 8400-READ-ACK.

       2100-CHECK-SENT-SLOT.
           IF WS-SNT-ACK-SW(WS-SNT-IDX) = 'N' AND
              WS-SNT-CARD(WS-SNT-IDX) = AK-CARD-NUMBER AND
              WS-SNT-CENTS(WS-SNT-IDX) = AK-TWD-CENTS
              MOVE 'Y' TO WS-SNT-FOUND-SW
              MOVE WS-SNT-IDX TO WS-SNT-HIT
           END-IF.

      *    退件: 列印並寫入CARDBAD，由EXCPDESK開案追蹤
       2200-REPORT-REJECTION.
           MOVE AK-CARD-NUMBER TO WS-MASKED-CARD.
           PERFORM 7000-MASK-CARD-NUMBER.
           MOVE AK-TWD-CENTS TO WS-CENTS-WORK.
           PERFORM 7100-CENTS-TO-DISPLAY.
           MOVE SPACES TO ACK-REPORT-REC.
           STRING "  退件 " WS-MASKED-CARD
               " 金額=" WS-AMT-DISPLAY
               " 原幣=" WS-SNT-CURRENCY(WS-SNT-HIT)
               " " WS-SNT-ORIG-AMT(WS-SNT-HIT)
               " 代碼=" AK-REASON-CODE
               " " AK-REASON-TEXT
               DELIMITED BY SIZE INTO ACK-REPORT-REC
           END-STRING.
           WRITE ACK-REPORT-REC.

           ACCEPT BAD-DATE FROM DATE YYYYMMDD.
           ACCEPT BAD-TIME FROM TIME.
           IF BAD-TIME NOT > WS-LAST-BAD-TIME
              COMPUTE BAD-TIME = WS-LAST-BAD-TIME + 1
           END-IF.
           MOVE BAD-TIME TO WS-LAST-BAD-TIME.
           MOVE "NETACK" TO BAD-PROGRAM.
           MOVE SPACES TO BAD-REASON.
           STRING "清算退件 " AK-REASON-CODE " " AK-REASON-TEXT
               DELIMITED BY SIZE INTO BAD-REASON
           END-STRING.
           MOVE SPACES TO BAD-INPUT-DATA.
           STRING WS-MASKED-CARD
               " " WS-NETWORK-NAME
               " " WS-AMT-DISPLAY
               " " WS-SNT-CURRENCY(WS-SNT-HIT)
               " " WS-SNT-ORIG-AMT(WS-SNT-HIT)
               " " WS-OUT-DATE
               DELIMITED BY SIZE INTO BAD-INPUT-DATA
           END-STRING.
           WRITE BAD-RECORD-REC.
           ADD 1 TO WS-BAD-WRITTEN.

      *    回覆檔控制: 批次日須與外送檔相同(否則為他批回覆)，
      *    有尾錄時筆數與金額須與回覆明細相符
       2500-CHECK-ACK-CONTROLS.
           IF WS-ACK-DATE NOT = WS-OUT-DATE
              MOVE SPACES TO ACK-REPORT-REC
              STRING "*** 回覆檔批次日=" WS-ACK-DATE
                  " 與外送批次日=" WS-OUT-DATE " 不符 ***"
                  DELIMITED BY SIZE INTO ACK-REPORT-REC
              END-STRING
              WRITE ACK-REPORT-REC
              MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-ACK-TRL-SW = 'Y'
              IF WS-TRL-COUNT NOT = WS-ACK-READ OR
                 WS-TRL-CENTS NOT = WS-ACK-CENTS
                 MOVE SPACES TO ACK-REPORT-REC
                 STRING "*** 回覆檔尾錄不符 尾錄筆數="
                     WS-TRL-COUNT
                     " 實際=" WS-ACK-READ
                     " 尾錄金額(分)=" WS-TRL-CENTS
                     " 實際=" WS-ACK-CENTS " ***"
                     DELIMITED BY SIZE INTO ACK-REPORT-REC
                 END-STRING
                 WRITE ACK-REPORT-REC
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      *    未回覆: 外送後回覆檔未提及的交易逐筆列出
       3000-LIST-MISSING.
           IF WS-SNT-ACK-SW(WS-SNT-IDX) = 'N'
              ADD 1 TO WS-MISS-COUNT
              ADD WS-SNT-CENTS(WS-SNT-IDX) TO WS-MISS-CENTS
              MOVE WS-SNT-CARD(WS-SNT-IDX) TO WS-MASKED-CARD
              PERFORM 7000-MASK-CARD-NUMBER
              MOVE WS-SNT-CENTS(WS-SNT-IDX) TO WS-CENTS-WORK
              PERFORM 7100-CENTS-TO-DISPLAY
              MOVE SPACES TO ACK-REPORT-REC
              STRING "  未回覆 " WS-MASKED-CARD
                  " 金額=" WS-AMT-DISPLAY
                  " 原幣=" WS-SNT-CURRENCY(WS-SNT-IDX)
                  " " WS-SNT-ORIG-AMT(WS-SNT-IDX)
                  DELIMITED BY SIZE INTO ACK-REPORT-REC
              END-STRING
              WRITE ACK-REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    組織小計: 外送、接受、退件、未回覆、不明各筆數與台幣
      *    金額; 差異=外送-(接受+退件)，未回覆或不明即RC=4
      *----------------------------------------------------------*
       4000-PRINT-NETWORK-SUMMARY.
           MOVE "外送" TO WS-SUM-LABEL.
           MOVE WS-SENT-COUNT TO WS-DIFF-COUNT.
           MOVE WS-SENT-CENTS TO WS-CENTS-WORK.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-ACC-COUNT TO WS-DIFF-COUNT.
           MOVE WS-ACC-CENTS TO WS-CENTS-WORK.
           MOVE "接受" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-REJ-COUNT TO WS-DIFF-COUNT.
           MOVE WS-REJ-CENTS TO WS-CENTS-WORK.
           MOVE "退件" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-MISS-COUNT TO WS-DIFF-COUNT.
           MOVE WS-MISS-CENTS TO WS-CENTS-WORK.
           MOVE "未回覆" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-UNEXP-COUNT TO WS-DIFF-COUNT.
           MOVE WS-UNEXP-CENTS TO WS-CENTS-WORK.
           MOVE "不明回覆" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.

           COMPUTE WS-DIFF-COUNT =
               WS-SENT-COUNT - WS-ACC-COUNT - WS-REJ-COUNT.
           COMPUTE WS-DIFF-CENTS =
               WS-SENT-CENTS - WS-ACC-CENTS - WS-REJ-CENTS.
           PERFORM 4200-PRINT-DIFFERENCE-LINE.

           IF WS-MISS-COUNT > 0 OR WS-UNEXP-COUNT > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       4100-PRINT-SUMMARY-LINE.
           PERFORM 7100-CENTS-TO-DISPLAY.
           MOVE WS-DIFF-COUNT TO WS-DIFF-COUNT-DSP.
           MOVE SPACES TO ACK-REPORT-REC.
           STRING "  " WS-SUM-LABEL
               " 筆數=" WS-DIFF-COUNT-DSP
               " 台幣金額=" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-REC
           END-STRING.
           WRITE ACK-REPORT-REC.

       4200-PRINT-DIFFERENCE-LINE.
           MOVE WS-DIFF-COUNT TO WS-DIFF-COUNT-DSP.
           COMPUTE WS-DIFF-AMT-DSP = WS-DIFF-CENTS / 100.
           MOVE SPACES TO ACK-REPORT-REC.
           STRING "  差異(外送-已回覆) 筆數=" WS-DIFF-COUNT-DSP
               " 台幣金額=" WS-DIFF-AMT-DSP
               DELIMITED BY SIZE INTO ACK-REPORT-REC
           END-STRING.
           WRITE ACK-REPORT-REC.

       4500-ADD-TO-GRAND-TOTALS.
           ADD WS-SENT-COUNT TO WS-G-SENT-COUNT.
           ADD WS-SENT-CENTS TO WS-G-SENT-CENTS.
           ADD WS-ACC-COUNT TO WS-G-ACC-COUNT.
           ADD WS-ACC-CENTS TO WS-G-ACC-CENTS.
           ADD WS-REJ-COUNT TO WS-G-REJ-COUNT.
           ADD WS-REJ-CENTS TO WS-G-REJ-CENTS.
           ADD WS-MISS-COUNT TO WS-G-MISS-COUNT.
           ADD WS-MISS-CENTS TO WS-G-MISS-CENTS.
           ADD WS-UNEXP-COUNT TO WS-G-UNEXP-COUNT.
           ADD WS-UNEXP-CENTS TO WS-G-UNEXP-CENTS.

       6000-PRINT-GRAND-TOTALS.
           MOVE SPACES TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           MOVE SPACES TO ACK-REPORT-REC.
           STRING "=== 全部組織合計 組織數=" WS-NETWORK-COUNT
               " 退件轉CARDBAD=" WS-BAD-WRITTEN " ==="
               DELIMITED BY SIZE INTO ACK-REPORT-REC
           END-STRING.
           WRITE ACK-REPORT-REC.
           MOVE WS-G-SENT-COUNT TO WS-DIFF-COUNT.
           MOVE WS-G-SENT-CENTS TO WS-CENTS-WORK.
           MOVE "外送" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-G-ACC-COUNT TO WS-DIFF-COUNT.
           MOVE WS-G-ACC-CENTS TO WS-CENTS-WORK.
           MOVE "接受" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-G-REJ-COUNT TO WS-DIFF-COUNT.
           MOVE WS-G-REJ-CENTS TO WS-CENTS-WORK.
           MOVE "退件" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-G-MISS-COUNT TO WS-DIFF-COUNT.
           MOVE WS-G-MISS-CENTS TO WS-CENTS-WORK.
           MOVE "未回覆" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.
           MOVE WS-G-UNEXP-COUNT TO WS-DIFF-COUNT.
           MOVE WS-G-UNEXP-CENTS TO WS-CENTS-WORK.
           MOVE "不明回覆" TO WS-SUM-LABEL.
           PERFORM 4100-PRINT-SUMMARY-LINE.

           COMPUTE WS-DIFF-COUNT =
               WS-G-SENT-COUNT - WS-G-ACC-COUNT - WS-G-REJ-COUNT.
           COMPUTE WS-DIFF-CENTS =
               WS-G-SENT-CENTS - WS-G-ACC-CENTS - WS-G-REJ-CENTS.
           PERFORM 4200-PRINT-DIFFERENCE-LINE.

      *    卡號遮罩: 僅保留末四碼，比照TEST4 3500
       7000-MASK-CARD-NUMBER.
           MOVE 0 TO WS-CARD-LEN.
           INSPECT WS-MASKED-CARD TALLYING WS-CARD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CARD-LEN > 4
              MOVE WS-STAR-FIELD(1:WS-CARD-LEN - 4)
                  TO WS-MASKED-CARD(1:WS-CARD-LEN - 4)
           ELSE
              IF WS-CARD-LEN > 0
                 MOVE WS-STAR-FIELD(1:WS-CARD-LEN)
                     TO WS-MASKED-CARD(1:WS-CARD-LEN)
              END-IF
           END-IF.

       7100-CENTS-TO-DISPLAY.
           COMPUTE WS-TWD-AMT = WS-CENTS-WORK / 100.
           MOVE WS-TWD-AMT TO WS-AMT-DISPLAY.

      *----------------------------------------------------------*
      *    外送檔/回覆檔依WS-FILE-IDX對應NETOUT1-5/NETACK1-5
      *----------------------------------------------------------*
       8000-OPEN-OUTBOUND.
           MOVE 'N' TO WS-EOF-SW.
           EVALUATE WS-FILE-IDX
              WHEN 1 OPEN INPUT NET-OUT1-FILE
              WHEN 2 OPEN INPUT NET-OUT2-FILE
              WHEN 3 OPEN INPUT NET-OUT3-FILE
              WHEN 4 OPEN INPUT NET-OUT4-FILE
              WHEN 5 OPEN INPUT NET-OUT5-FILE
           END-EVALUATE.
           IF WS-NOUT-STATUS = "35"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       8100-READ-OUTBOUND.
           EVALUATE WS-FILE-IDX
              WHEN 1
                 READ NET-OUT1-FILE INTO WS-OUT-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 2
                 READ NET-OUT2-FILE INTO WS-OUT-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 3
                 READ NET-OUT3-FILE INTO WS-OUT-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 4
                 READ NET-OUT4-FILE INTO WS-OUT-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 5
                 READ NET-OUT5-FILE INTO WS-OUT-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
           END-EVALUATE.

       8200-CLOSE-OUTBOUND.
           EVALUATE WS-FILE-IDX
              WHEN 1 CLOSE NET-OUT1-FILE
              WHEN 2 CLOSE NET-OUT2-FILE
              WHEN 3 CLOSE NET-OUT3-FILE
              WHEN 4 CLOSE NET-OUT4-FILE
              WHEN 5 CLOSE NET-OUT5-FILE
           END-EVALUATE.

       8300-OPEN-ACK.
           MOVE 'N' TO WS-EOF-SW.
           EVALUATE WS-FILE-IDX
              WHEN 1 OPEN INPUT NET-ACK1-FILE
              WHEN 2 OPEN INPUT NET-ACK2-FILE
              WHEN 3 OPEN INPUT NET-ACK3-FILE
              WHEN 4 OPEN INPUT NET-ACK4-FILE
              WHEN 5 OPEN INPUT NET-ACK5-FILE
           END-EVALUATE.
           IF WS-NACK-STATUS = "35"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       8400-READ-ACK.
           EVALUATE WS-FILE-IDX
              WHEN 1
                 READ NET-ACK1-FILE INTO WS-ACK-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 2
                 READ NET-ACK2-FILE INTO WS-ACK-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 3
                 READ NET-ACK3-FILE INTO WS-ACK-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 4
                 READ NET-ACK4-FILE INTO WS-ACK-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 5
                 READ NET-ACK5-FILE INTO WS-ACK-LINE
                     AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
           END-EVALUATE.

       8500-CLOSE-ACK.
           EVALUATE WS-FILE-IDX
              WHEN 1 CLOSE NET-ACK1-FILE
              WHEN 2 CLOSE NET-ACK2-FILE
              WHEN 3 CLOSE NET-ACK3-FILE
              WHEN 4 CLOSE NET-ACK4-FILE
              WHEN 5 CLOSE NET-ACK5-FILE
           END-EVALUATE.
