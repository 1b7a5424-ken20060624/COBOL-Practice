      *========================================================*
      *  PROGRAM-ID. CHGBACK                                    *
      *  PURPOSE: CARD DISPUTE / CHARGEBACK BATCH.  MATCHES     *
      *  EACH INCOMING DISPUTE RECORD (DISPIN) AGAINST THE      *
      *  SETLHIST SETTLEMENT HISTORY MASTER TEST4 KEEPS, BY     *
      *  TRANSACTION REFERENCE (BATCH DATE + SEQUENCE), AND     *
      *  CHECKS THE CARD NUMBER AND THE AMOUNT STILL AVAILABLE  *
      *  TO CHARGE BACK.  ACCEPTED CHARGEBACKS ARE POSTED TO    *
      *  THE HISTORY RECORD, SORTED BY REASON CODE FOR THE      *
      *  CHARGEBACK REGISTER AND TOTALLED BY NETWORK; THE       *
      *  NETWORK DEBIT TOTALS ARE ALSO WRITTEN TO CBDEBIT FOR   *
      *  DEDUCTION FROM EACH NETWORK'S NEXT SETTLEMENT.         *
      *  DISPUTES THAT CANNOT BE MATCHED ARE LISTED AS          *
      *  EXCEPTIONS WITH RETURN-CODE 4.                         *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-IN-FILE ASSIGN TO "DISPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT SETTLE-HIST-FILE ASSIGN TO "SETLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SETL-STATUS.
           SELECT CB-REGISTER-FILE ASSIGN TO "CBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CB-DEBIT-FILE ASSIGN TO "CBDEBIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-IN-FILE.
       01  DISPUTE-IN-REC.
           05 DP-TXN-REF.
              10 DP-BATCH-DATE PIC 9(8).
              10 DP-SEQ        PIC 9(6).
           05 DP-CARD-NUMBER   PIC X(19).
           05 DP-CB-AMT        PIC 9(9)V99.
           05 DP-REASON-CODE   PIC X(4).
           05 DP-REASON-TEXT   PIC X(30).
           05 DP-CASE-NO       PIC X(12).
           05 DP-DISPUTE-DATE  PIC 9(8).

       FD  SETTLE-HIST-FILE.
       COPY SETLHSFM.

       FD  CB-REGISTER-FILE.
       01  CB-REGISTER-REC     PIC X(120).

      *    次期清算扣款檔: 發卡組織、扣款批次日、筆數、台幣金額(分)
       FD  CB-DEBIT-FILE.
       01  CB-DEBIT-REC.
           05 CD-NETWORK       PIC X(12).
           05 CD-DEBIT-DATE    PIC 9(8).
           05 CD-COUNT         PIC 9(6).
           05 CD-CENTS         PIC 9(13).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-REASON-CODE  PIC X(4).
           05 SRT-NETWORK      PIC X(12).
           05 SRT-TXN-REF      PIC X(14).
           05 SRT-REASON-TEXT  PIC X(30).
           05 SRT-MASKED-CARD  PIC X(19).
           05 SRT-CASE-NO      PIC X(12).
           05 SRT-CURRENCY     PIC X(3).
           05 SRT-TXN-AMT      PIC 9(9)V99.
           05 SRT-TWD-AMT      PIC 9(11)V99.
           05 SRT-CB-AMT       PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS      PIC X(2).
       01  WS-SETL-STATUS      PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-DEBIT-STATUS     PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SORT-EOF-SW      PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACCEPT-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-TOTAL-CB-AMT     PIC 9(11)V99 VALUE 0.
       01  WS-REJECT-REASON    PIC X(30).

      *    爭議卡號遮罩後與歷史檔遮罩卡號比對(僅末四碼及長度)
       01  WS-CARD-LEN         PIC 9(2).
       01  WS-MASKED-CARD      PIC X(19).
       01  WS-STAR-FIELD       PIC X(15) VALUE ALL "*".
       01  WS-AVAIL-AMT        PIC 9(11)V99.
       01  WS-CB-AMT           PIC 9(11)V99.
       01  WS-AMT-DISPLAY      PIC 9(11).99.
       01  WS-TWD-DISPLAY      PIC 9(11).99.

      *    退單代碼控制中斷
       01  WS-REASON-OPEN-SW   PIC X(1).
       01  WS-CUR-REASON       PIC X(4).
       01  WS-REASON-COUNT     PIC 9(6).
       01  WS-REASON-AMT       PIC 9(11)V99.

      *    各發卡組織扣款合計
       01  WS-NET-USED         PIC 9(2) VALUE 0.
       01  WS-NET-IDX          PIC 9(2).
       01  WS-NET-FOUND-SW     PIC X(1).
       01  WS-NET-TOTALS.
           05 WS-NET-ENTRY OCCURS 20 TIMES.
              10 WS-NET-NAME    PIC X(12).
              10 WS-NET-COUNT   PIC 9(6).
              10 WS-NET-AMOUNT  PIC 9(11)V99.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "CHGBACK" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT CB-REGISTER-FILE.
           PERFORM 0500-PRINT-HEADER.

           OPEN I-O SETTLE-HIST-FILE.
           IF WS-SETL-STATUS = "35"
              MOVE SPACES TO CB-REGISTER-REC
              STRING "*** 清算歷史主檔不存在 ***"
                  DELIMITED BY SIZE INTO CB-REGISTER-REC
              END-STRING
              WRITE CB-REGISTER-REC
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT DISPUTE-IN-FILE
              IF WS-DISP-STATUS = "35"
                 MOVE SPACES TO CB-REGISTER-REC
                 STRING "*** 爭議檔不存在，本日無退單 ***"
                     DELIMITED BY SIZE INTO CB-REGISTER-REC
                 END-STRING
                 WRITE CB-REGISTER-REC
              ELSE
                 SORT SORT-WORK-FILE
                     ASCENDING KEY SRT-REASON-CODE SRT-NETWORK
                                   SRT-TXN-REF
                     INPUT PROCEDURE IS 1000-RELEASE-CHARGEBACKS
                     OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
                 CLOSE DISPUTE-IN-FILE
              END-IF
              CLOSE SETTLE-HIST-FILE
           END-IF.

           PERFORM 4000-PRINT-NETWORK-DEBITS.
           CLOSE CB-REGISTER-FILE.

           IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "退單處理完成 爭議=" WS-READ-COUNT
               " 受理=" WS-ACCEPT-COUNT
               " 不受理=" WS-REJECT-COUNT
               " 扣款總額=" WS-AMT-DISPLAY.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-ACCEPT-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0500-PRINT-HEADER.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "信用卡退單登記簿  執行日期=" WS-RUN-DATE
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "--- 不受理爭議 ---"
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

      *----------------------------------------------------------*
      *    輸入程序: 逐筆以參考號讀歷史檔，核對卡號與可扣餘額;
      *    受理者回寫歷史檔後釋出排序，不受理者即時列出
      *----------------------------------------------------------*
       1000-RELEASE-CHARGEBACKS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-READ-NEXT-DISPUTE.
           PERFORM 1200-CHECK-ONE-DISPUTE THRU 1200-EXIT
              UNTIL WS-EOF-SW = 'Y'.

       1100-READ-NEXT-DISPUTE.
           READ DISPUTE-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       1200-CHECK-ONE-DISPUTE.
           ADD 1 TO WS-READ-COUNT.
           MOVE DP-CARD-NUMBER TO WS-MASKED-CARD.
           PERFORM 7000-MASK-CARD-NUMBER.

           IF DP-TXN-REF NOT NUMERIC
              MOVE "參考號格式錯誤" TO WS-REJECT-REASON
              PERFORM 1500-REJECT-DISPUTE
              GO TO 1200-EXIT
           END-IF.

           MOVE DP-TXN-REF TO SH-KEY.
           READ SETTLE-HIST-FILE
               INVALID KEY
                  MOVE "查無原交易" TO WS-REJECT-REASON
                  PERFORM 1500-REJECT-DISPUTE
                  GO TO 1200-EXIT
           END-READ.

           IF WS-MASKED-CARD NOT = SH-MASKED-CARD
              MOVE "卡號與原交易不符" TO WS-REJECT-REASON
              PERFORM 1500-REJECT-DISPUTE
              GO TO 1200-EXIT
           END-IF.

      *    可扣餘額=原交易台幣金額-已退單金額; 爭議金額為零
      *    或非數字時以全部餘額退單
           COMPUTE WS-AVAIL-AMT = SH-TWD-AMT - SH-CB-AMT.
           IF WS-AVAIL-AMT = 0
              MOVE "原交易已全額退單" TO WS-REJECT-REASON
              PERFORM 1500-REJECT-DISPUTE
              GO TO 1200-EXIT
           END-IF.
           IF DP-CB-AMT NOT NUMERIC OR DP-CB-AMT = 0
              MOVE WS-AVAIL-AMT TO WS-CB-AMT
           ELSE
              MOVE DP-CB-AMT TO WS-CB-AMT
           END-IF.
           IF WS-CB-AMT > WS-AVAIL-AMT
              MOVE "退單金額超過可扣餘額" TO WS-REJECT-REASON
              PERFORM 1500-REJECT-DISPUTE
              GO TO 1200-EXIT
           END-IF.

           ADD WS-CB-AMT TO SH-CB-AMT.
           ADD 1 TO SH-CB-COUNT.
           MOVE WS-RUN-DATE TO SH-CB-DATE.
           MOVE DP-REASON-CODE TO SH-CB-REASON.
           REWRITE SETTLE-HIST-REC
               INVALID KEY
                  MOVE "歷史檔回寫失敗" TO WS-REJECT-REASON
                  PERFORM 1500-REJECT-DISPUTE
                  GO TO 1200-EXIT
           END-REWRITE.

           ADD 1 TO WS-ACCEPT-COUNT.
           ADD WS-CB-AMT TO WS-TOTAL-CB-AMT.
           PERFORM 1600-ACCUM-NETWORK-DEBIT.

           MOVE DP-REASON-CODE TO SRT-REASON-CODE.
           MOVE SH-NETWORK TO SRT-NETWORK.
           MOVE SH-KEY TO SRT-TXN-REF.
           MOVE DP-REASON-TEXT TO SRT-REASON-TEXT.
           MOVE SH-MASKED-CARD TO SRT-MASKED-CARD.
           MOVE DP-CASE-NO TO SRT-CASE-NO.
           MOVE SH-CURRENCY TO SRT-CURRENCY.
           MOVE SH-TXN-AMT TO SRT-TXN-AMT.
           MOVE SH-TWD-AMT TO SRT-TWD-AMT.
           MOVE WS-CB-AMT TO SRT-CB-AMT.
           RELEASE SORT-REC.
       1200-EXIT.
           PERFORM 1100-READ-NEXT-DISPUTE.

       1500-REJECT-DISPUTE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "  參考號=" DP-TXN-REF
               " " WS-MASKED-CARD
               " 案號=" DP-CASE-NO
               " 代碼=" DP-REASON-CODE
               " *** " WS-REJECT-REASON
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

       1600-ACCUM-NETWORK-DEBIT.
           MOVE 'N' TO WS-NET-FOUND-SW.
           PERFORM 1650-CHECK-NETWORK-SLOT
               VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-USED OR
                     WS-NET-FOUND-SW = 'Y'.
           IF WS-NET-FOUND-SW = 'N'
              IF WS-NET-USED < 20
                 ADD 1 TO WS-NET-USED
                 MOVE SH-NETWORK TO WS-NET-NAME(WS-NET-USED)
                 MOVE 1 TO WS-NET-COUNT(WS-NET-USED)
                 MOVE WS-CB-AMT TO WS-NET-AMOUNT(WS-NET-USED)
              ELSE
                 DISPLAY "警告: 發卡組織扣款表已滿，"
                     SH-NETWORK "未計入"
              END-IF
           END-IF.

       1650-CHECK-NETWORK-SLOT.
           IF WS-NET-NAME(WS-NET-IDX) = SH-NETWORK
              MOVE 'Y' TO WS-NET-FOUND-SW
              ADD 1 TO WS-NET-COUNT(WS-NET-IDX)
              ADD WS-CB-AMT TO WS-NET-AMOUNT(WS-NET-IDX)
           END-IF.

      *----------------------------------------------------------*
      *    輸出程序: 依退單代碼控制中斷，列出各筆及代碼小計
      *----------------------------------------------------------*
       3000-PRINT-REGISTER.
           MOVE SPACES TO CB-REGISTER-REC.
           WRITE CB-REGISTER-REC.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "--- 受理退單 (依退單代碼) ---"
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE 'N' TO WS-REASON-OPEN-SW.
           PERFORM 3100-RETURN-NEXT-CHARGEBACK.
           PERFORM 3200-PRINT-ONE-CHARGEBACK
              UNTIL WS-SORT-EOF-SW = 'Y'.
           IF WS-REASON-OPEN-SW = 'Y'
              PERFORM 3500-END-OF-REASON
           END-IF.

       3100-RETURN-NEXT-CHARGEBACK.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       3200-PRINT-ONE-CHARGEBACK.
           IF WS-REASON-OPEN-SW = 'Y' AND
              SRT-REASON-CODE NOT = WS-CUR-REASON
              PERFORM 3500-END-OF-REASON
           END-IF.
           IF WS-REASON-OPEN-SW = 'N'
              PERFORM 3400-START-NEW-REASON
           END-IF.

           ADD 1 TO WS-REASON-COUNT.
           ADD SRT-CB-AMT TO WS-REASON-AMT.
           MOVE SRT-TWD-AMT TO WS-TWD-DISPLAY.
           MOVE SRT-CB-AMT TO WS-AMT-DISPLAY.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "  參考號=" SRT-TXN-REF
               " " SRT-MASKED-CARD
               " " SRT-NETWORK
               " 案號=" SRT-CASE-NO
               " 原交易=" WS-TWD-DISPLAY
               " 退單=" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

           PERFORM 3100-RETURN-NEXT-CHARGEBACK.

       3400-START-NEW-REASON.
           MOVE 'Y' TO WS-REASON-OPEN-SW.
           MOVE SRT-REASON-CODE TO WS-CUR-REASON.
           MOVE 0 TO WS-REASON-COUNT.
           MOVE 0 TO WS-REASON-AMT.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "=== 退單代碼 " WS-CUR-REASON
               " " SRT-REASON-TEXT " ==="
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

       3500-END-OF-REASON.
           MOVE WS-REASON-AMT TO WS-AMT-DISPLAY.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "  代碼" WS-CUR-REASON " 小計 筆數="
               WS-REASON-COUNT
               " 退單金額=" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.
           MOVE 'N' TO WS-REASON-OPEN-SW.

      *----------------------------------------------------------*
      *    各組織扣款合計: 列印並寫入CBDEBIT，供次期清算扣除
      *----------------------------------------------------------*
       4000-PRINT-NETWORK-DEBITS.
           MOVE SPACES TO CB-REGISTER-REC.
           WRITE CB-REGISTER-REC.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "--- 次期清算扣款 (依發卡組織) ---"
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

           OPEN OUTPUT CB-DEBIT-FILE.
           PERFORM 4100-PRINT-ONE-NETWORK
               VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-USED.
           CLOSE CB-DEBIT-FILE.

           MOVE WS-TOTAL-CB-AMT TO WS-AMT-DISPLAY.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "總計 爭議=" WS-READ-COUNT
               " 受理=" WS-ACCEPT-COUNT
               " 不受理=" WS-REJECT-COUNT
               " 扣款總額=" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

       4100-PRINT-ONE-NETWORK.
           MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-AMT-DISPLAY.
           MOVE SPACES TO CB-REGISTER-REC.
           STRING "  " WS-NET-NAME(WS-NET-IDX)
               " 筆數=" WS-NET-COUNT(WS-NET-IDX)
               " 扣款金額=" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO CB-REGISTER-REC
           END-STRING.
           WRITE CB-REGISTER-REC.

           MOVE WS-NET-NAME(WS-NET-IDX) TO CD-NETWORK.
           MOVE WS-RUN-DATE TO CD-DEBIT-DATE.
           MOVE WS-NET-COUNT(WS-NET-IDX) TO CD-COUNT.
           COMPUTE CD-CENTS = WS-NET-AMOUNT(WS-NET-IDX) * 100.
           WRITE CB-DEBIT-REC.

      *    卡號遮罩: 僅保留末四碼，與TEST4寫入歷史檔時相同
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
