       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST4.

       ENVIRONMENT DIVISION.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT HOTLIST-FILE ASSIGN TO "HOTLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOT-CARD-NUMBER
               FILE STATUS IS WS-HOT-STATUS.
           SELECT SETTLE-HIST-FILE ASSIGN TO "SETLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SETL-STATUS.
           SELECT CARD-ALERT-FILE ASSIGN TO "CARDALRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           05 FX-RATE         PIC 9(5)V9(4).
           05 FX-EFF-DATE     PIC 9(8).

       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-REC.
           05 FS-NETWORK      PIC X(12).
           05 FS-CARD-TYPE    PIC X(1).
           05 FS-PCT          PIC 9(2)V9(4).
           05 FS-FIXED        PIC 9(5)V99.
           05 FS-XB-PCT       PIC 9(2)V9(4).

       FD  CARD-OUT-FILE.
       01  CARD-OUT-REC       PIC X(200).

       FD  HOTLIST-FILE.
       COPY HOTLSTFM.

       FD  SETTLE-HIST-FILE.
       COPY SETLHSFM.

       FD  CARD-ALERT-FILE.
       01  CARD-ALERT-REC     PIC X(120).


      *> 掛失卡: Luhn通過仍須比對掛失檔，命中者另計並發出警示
       01  WS-HOT-STATUS      PIC X(2).

      *> 清算歷史主檔: 每筆通過交易以批次日+輸入序號為交易
      *> 參考號留存(卡號遮罩)，供日後爭議/退單查詢; 檢查點
      *> 接續時序號不變，同日重跑已存在者不重複寫入
       01  WS-SETL-STATUS     PIC X(2).
       01  WS-TXN-REF.
           05 WS-REF-DATE     PIC 9(8).
           05 WS-REF-SEQ      PIC 9(6).
       01  WS-HIST-COUNT      PIC 9(6) VALUE 0.
       01  WS-HIST-DUP-COUNT  PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS    PIC X(2).
       01  WS-HOT-FOUND-SW    PIC X(1).
       01  WS-HOT-COUNT       PIC 9(6) VALUE 0.
              10 WS-NET-NAME    PIC X(12).
              10 WS-NET-COUNT   PIC 9(6).
              10 WS-NET-AMOUNT  PIC 9(11)V99.
              10 WS-NET-FEE     PIC 9(11)V99.
              10 WS-NET-XB-COUNT PIC 9(6).
       01  WS-NET-NET-AMT     PIC 9(11)V99.
       01  WS-FEE-DISPLAY     PIC 9(11).99.
       01  WS-NET-DISPLAY     PIC 9(11).99.
       01  WS-GROSS-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-FEE-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-XB-TOTAL-COUNT  PIC 9(6) VALUE 0.
       01  WS-NOFEE-COUNT     PIC 9(6) VALUE 0.

      *> 手續費率表: 啟動時由FEESCHED載入(發卡組織+卡別、
      *> 費率%、每筆固定費、跨境加收%)，卡別空白為該組織
      *> 通用費率; BIN國別非TW的交易另加跨境費率。手續費
      *> 以台幣計算，查無費率者手續費為零並列入統計
       01  WS-FEE-STATUS     PIC X(2).
       01  WS-FEE-EOF-SW     PIC X(1).
       01  WS-FEE-FOUND-SW   PIC X(1).
       01  WS-FEE-COUNT      PIC 9(3) VALUE 0.
       01  WS-FEE-IDX        PIC 9(3).
       01  WS-FEE-HIT        PIC 9(3).
       01  WS-FEE-DFLT-HIT   PIC 9(3).
       01  WS-XBORDER-SW     PIC X(1).
       01  WS-TXN-XB-PCT     PIC 9(2)V9(4).
       01  WS-TXN-FEE        PIC 9(11)V99.
       01  WS-FEE-CENTS      PIC 9(13).
       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 100 TIMES.
              10 WS-FEE-NETWORK PIC X(12).
              10 WS-FEE-TYPE    PIC X(1).
              10 WS-FEE-PCT     PIC 9(2)V9(4).
              10 WS-FEE-FIXED   PIC 9(5)V99.
              10 WS-FEE-XB-PCT  PIC 9(2)V9(4).

      *> 各組織外送清算檔: 通過交易依發卡組織(依出現順序對應
      *> NETOUT1-5)各寫一檔，HDR帶批次日、TRL帶該檔筆數與
      *> 台幣總額、手續費、淨額(均為分)比照進檔控制紀錄;
      *> 未知組織與超出
      *> 五檔的組織進NETHOLD待處理檔
       01  WS-NOUT1-STATUS   PIC X(2).
       01  WS-NOUT2-STATUS   PIC X(2).
              10 WS-NOUT-NAME   PIC X(12).
              10 WS-NOUT-COUNT  PIC 9(6).
              10 WS-NOUT-AMT    PIC 9(13).
              10 WS-NOUT-FEE    PIC 9(13).
       01  WS-NOUT-NET       PIC 9(13).
       01  WS-HOLD-COUNT     PIC 9(6) VALUE 0.
       01  WS-HOLD-AMT       PIC 9(13) VALUE 0.
       01  WS-HOLD-FEE       PIC 9(13) VALUE 0.

      *> 匯率表: 啟動時由FXRATES載入(幣別、對台幣匯率、生效日)，
      *> 同幣別取不晚於執行日的最新生效匯率; 清算統計一律以
       01  WS-CARD-NETWORK   PIC X(12).
       01  WS-CARD-ISSUER    PIC X(20).
       01  WS-CARD-TYPE      PIC X(1).
       01  WS-CARD-COUNTRY   PIC X(2).
       01  WS-CARD-TYPE-DESC PIC X(9).
       01  WS-PREFIX-8       PIC 9(8).
       01  WS-MASKED-CARD    PIC X(19).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0500-LOAD-BIN-TABLE.
           PERFORM 0700-LOAD-FX-TABLE.
           PERFORM 0800-LOAD-FEE-TABLE.
           DISPLAY "模式 (I=互動輸入, B=批次檔案): ".
           ACCEPT WS-MODE.


           PERFORM 1900-OPEN-NETWORK-OUTBOUND.

           OPEN I-O SETTLE-HIST-FILE.
           IF WS-SETL-STATUS = "35"
              OPEN OUTPUT SETTLE-HIST-FILE
              CLOSE SETTLE-HIST-FILE
              OPEN I-O SETTLE-HIST-FILE
           END-IF.

           PERFORM 1200-VALIDATE-AND-WRITE
              UNTIL WS-EOF-SW = 'Y'.

               " 接受=" WS-PASS-COUNT " 拒絕=" WS-FAIL-COUNT
               " 掛失=" WS-HOT-COUNT
               " 速度警示卡=" WS-VEL-FLAG-COUNT.
           DISPLAY "清算歷史寫入=" WS-HIST-COUNT
               " 已存在未寫=" WS-HIST-DUP-COUNT.
           MOVE SPACES TO CARD-OUT-REC.
           STRING "總計=" WS-TOTAL-COUNT
               " 通過=" WS-PASS-COUNT

           PERFORM 1350-WRITE-SETTLEMENT-SECTION.
           PERFORM 1950-CLOSE-NETWORK-OUTBOUND.
           CLOSE SETTLE-HIST-FILE.

           PERFORM 1880-RESET-CHECKPOINT.

               VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-USED.

           COMPUTE WS-NET-NET-AMT = WS-GROSS-TOTAL - WS-FEE-TOTAL.
           MOVE WS-GROSS-TOTAL TO WS-AMT-DISPLAY.
           MOVE WS-FEE-TOTAL TO WS-FEE-DISPLAY.
           MOVE WS-NET-NET-AMT TO WS-NET-DISPLAY.
           MOVE SPACES TO CARD-OUT-REC.
           STRING "合計 筆數=" WS-PASS-COUNT
               " 總額=" WS-AMT-DISPLAY
               " 手續費=" WS-FEE-DISPLAY
               " 淨額=" WS-NET-DISPLAY
               " 跨境筆數=" WS-XB-TOTAL-COUNT
               " 無費率筆數=" WS-NOFEE-COUNT
               DELIMITED BY SIZE INTO CARD-OUT-REC
           END-STRING.
           WRITE CARD-OUT-REC.

           MOVE SPACES TO CARD-OUT-REC.
           STRING "--- 幣別小計 (原幣/折合台幣) ---"
               DELIMITED BY SIZE INTO CARD-OUT-REC
           END-STRING.
           WRITE CARD-OUT-REC.

      *> 各組織清算: 總額、手續費、淨額(總額-手續費)及跨境筆數
       1360-WRITE-ONE-NETWORK.
           COMPUTE WS-NET-NET-AMT =
               WS-NET-AMOUNT(WS-NET-IDX) - WS-NET-FEE(WS-NET-IDX).
           MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-AMT-DISPLAY.
           MOVE WS-NET-FEE(WS-NET-IDX) TO WS-FEE-DISPLAY.
           MOVE WS-NET-NET-AMT TO WS-NET-DISPLAY.
           MOVE SPACES TO CARD-OUT-REC.
           STRING WS-NET-NAME(WS-NET-IDX)
               " 筆數=" WS-NET-COUNT(WS-NET-IDX)
               " 總額=" WS-AMT-DISPLAY
               " 手續費=" WS-FEE-DISPLAY
               " 淨額=" WS-NET-DISPLAY
               " 跨境=" WS-NET-XB-COUNT(WS-NET-IDX)
               DELIMITED BY SIZE INTO CARD-OUT-REC
           END-STRING.
           WRITE CARD-OUT-REC.

      *> 通過交易依發卡組織累計; 表滿20個組織時不再新增
       1400-ACCUM-NETWORK-TOTAL.
           ADD WS-TXN-TWD TO WS-GROSS-TOTAL.
           ADD WS-TXN-FEE TO WS-FEE-TOTAL.
           MOVE 'N' TO WS-NET-FOUND-SW.
           PERFORM 1450-CHECK-NETWORK-SLOT
               VARYING WS-NET-IDX FROM 1 BY 1
                 MOVE WS-CARD-NETWORK TO WS-NET-NAME(WS-NET-USED)
                 MOVE 1 TO WS-NET-COUNT(WS-NET-USED)
                 MOVE WS-TXN-TWD TO WS-NET-AMOUNT(WS-NET-USED)
                 MOVE WS-TXN-FEE TO WS-NET-FEE(WS-NET-USED)
                 MOVE 0 TO WS-NET-XB-COUNT(WS-NET-USED)
                 IF WS-XBORDER-SW = 'Y'
                    MOVE 1 TO WS-NET-XB-COUNT(WS-NET-USED)
                 END-IF
              ELSE
                 DISPLAY "警告: 發卡組織統計表已滿，"
                     WS-CARD-NETWORK "未計入"
              MOVE 'Y' TO WS-NET-FOUND-SW
              ADD 1 TO WS-NET-COUNT(WS-NET-IDX)
              ADD WS-TXN-TWD TO WS-NET-AMOUNT(WS-NET-IDX)
              ADD WS-TXN-FEE TO WS-NET-FEE(WS-NET-IDX)
              IF WS-XBORDER-SW = 'Y'
                 ADD 1 TO WS-NET-XB-COUNT(WS-NET-IDX)
              END-IF
           END-IF.

      *> 各組織外送檔開檔: 六檔一律重建並寫HDR頭錄(批次日)，
           MOVE WS-NOUT-LINE TO NET-HOLD-REC.
           WRITE NET-HOLD-REC.

      *> 外送明細: 卡號、台幣金額(分)、原幣別、原幣金額、
      *> 手續費(分)、交易參考號(緊接手續費，第67-80欄)，
      *> 依發卡組織出現順序對應NETOUT1-5; 未知組織或超出
      *> 五檔者進NETHOLD，不再混入CARDOUT後人工裁切
       1380-WRITE-NETWORK-OUTBOUND.
           COMPUTE WS-TWD-CENTS = WS-TXN-TWD * 100.
           COMPUTE WS-FEE-CENTS = WS-TXN-FEE * 100.
           MOVE SPACES TO WS-NOUT-LINE.
           STRING CI-CARD-NUMBER
               " " WS-TWD-CENTS
               " " CI-CURRENCY
               " " WS-AMT-DISPLAY
               " " WS-FEE-CENTS
               WS-TXN-REF
               DELIMITED BY SIZE INTO WS-NOUT-LINE
           END-STRING.

                        TO WS-NOUT-NAME(WS-NOUT-HIT)
                    MOVE 0 TO WS-NOUT-COUNT(WS-NOUT-HIT)
                    MOVE 0 TO WS-NOUT-AMT(WS-NOUT-HIT)
                    MOVE 0 TO WS-NOUT-FEE(WS-NOUT-HIT)
                    MOVE 'Y' TO WS-NOUT-FOUND-SW
                 ELSE
                    DISPLAY "警告: 外送檔已達五個組織，"
              IF WS-NOUT-FOUND-SW = 'Y'
                 ADD 1 TO WS-NOUT-COUNT(WS-NOUT-HIT)
                 ADD WS-TWD-CENTS TO WS-NOUT-AMT(WS-NOUT-HIT)
                 ADD WS-FEE-CENTS TO WS-NOUT-FEE(WS-NOUT-HIT)
                 MOVE WS-NOUT-HIT TO WS-NOUT-IDX
                 PERFORM 1940-WRITE-TO-OUTBOUND-SLOT
              ELSE
              END-IF
           END-IF.

      *> 清算歷史: 參考號=批次日+輸入序號(本筆尚未計入
      *> WS-RECS-READ，故加一)，寫入後外送明細一併帶出
       1390-WRITE-SETTLE-HISTORY.
           MOVE WS-RUN-DATE TO WS-REF-DATE.
           COMPUTE WS-REF-SEQ = WS-RECS-READ + 1.
           MOVE WS-TXN-REF TO SH-KEY.
           MOVE WS-MASKED-CARD TO SH-MASKED-CARD.
           MOVE WS-TXN-AMT TO SH-TXN-AMT.
           MOVE CI-CURRENCY TO SH-CURRENCY.
           MOVE WS-TXN-TWD TO SH-TWD-AMT.
           MOVE WS-CARD-NETWORK TO SH-NETWORK.
           MOVE 0 TO SH-CB-COUNT.
           MOVE 0 TO SH-CB-AMT.
           MOVE 0 TO SH-CB-DATE.
           MOVE SPACES TO SH-CB-REASON.
           WRITE SETTLE-HIST-REC
               INVALID KEY ADD 1 TO WS-HIST-DUP-COUNT
               NOT INVALID KEY ADD 1 TO WS-HIST-COUNT
           END-WRITE.

       1385-CHECK-OUTBOUND-SLOT.
           IF WS-NOUT-NAME(WS-NOUT-IDX) = WS-CARD-NETWORK
              MOVE 'Y' TO WS-NOUT-FOUND-SW
       1945-WRITE-TO-HOLD-FILE.
           ADD 1 TO WS-HOLD-COUNT.
           ADD WS-TWD-CENTS TO WS-HOLD-AMT.
           ADD WS-FEE-CENTS TO WS-HOLD-FEE.
           MOVE WS-NOUT-LINE TO NET-HOLD-REC.
           WRITE NET-HOLD-REC.

      *> 外送檔收尾: 各檔補TRL尾錄(筆數+台幣總額+手續費+淨額，
      *> 金額均為分，再接發卡組織名稱)後關檔
       1950-CLOSE-NETWORK-OUTBOUND.
           PERFORM 1960-WRITE-ONE-TRAILER
               VARYING WS-NOUT-IDX FROM 1 BY 1
               UNTIL WS-NOUT-IDX > 5.

           MOVE SPACES TO WS-NOUT-LINE.
           COMPUTE WS-NOUT-NET = WS-HOLD-AMT - WS-HOLD-FEE.
           STRING "TRL" WS-HOLD-COUNT WS-HOLD-AMT
               WS-HOLD-FEE WS-NOUT-NET
               DELIMITED BY SIZE INTO WS-NOUT-LINE
           END-STRING.
           MOVE WS-NOUT-LINE TO NET-HOLD-REC.
       1960-WRITE-ONE-TRAILER.
           MOVE SPACES TO WS-NOUT-LINE.
           IF WS-NOUT-IDX <= WS-NOUT-USED
              COMPUTE WS-NOUT-NET = WS-NOUT-AMT(WS-NOUT-IDX)
                  - WS-NOUT-FEE(WS-NOUT-IDX)
              STRING "TRL" WS-NOUT-COUNT(WS-NOUT-IDX)
                  WS-NOUT-AMT(WS-NOUT-IDX)
                  WS-NOUT-FEE(WS-NOUT-IDX) WS-NOUT-NET
                  WS-NOUT-NAME(WS-NOUT-IDX)
                  DELIMITED BY SIZE INTO WS-NOUT-LINE
              END-STRING
           ELSE
              STRING "TRL" "000000" "0000000000000"
                  "0000000000000" "0000000000000"
                  DELIMITED BY SIZE INTO WS-NOUT-LINE
              END-STRING
           END-IF.
                    END-STRING
                 ELSE
                    ADD 1 TO WS-PASS-COUNT
                    PERFORM 2400-COMPUTE-TXN-FEE
                    PERFORM 1400-ACCUM-NETWORK-TOTAL
                    PERFORM 1390-WRITE-SETTLE-HISTORY
                    PERFORM 1380-WRITE-NETWORK-OUTBOUND
                    STRING WS-MASKED-CARD " 計算=" WS-CALC-CHECK
                        " 實際=" WS-REAL-CHECK
                        " 卡別=" WS-CARD-TYPE-DESC
                        " 金額=" WS-AMT-DISPLAY
                        " 幣別=" CI-CURRENCY
                        " 手續費=" WS-FEE-DISPLAY
                        " 結果=驗證成功"
                        DELIMITED BY SIZE INTO CARD-OUT-REC
                    END-STRING
                 ADD 1 TO WS-FAIL-COUNT
                 ADD WS-TXN-TWD TO WS-REJ-AMOUNT
                 STRING WS-MASKED-CARD " 計算=" WS-CALC-CHECK
                     " 實際=" WS-REAL-CHECK
                     " 發卡組織=" WS-CARD-NETWORK
                     " 發卡行=" WS-CARD-ISSUER
                     " 卡別=" WS-CARD-TYPE-DESC
                     " 金額=" WS-AMT-DISPLAY
           MOVE 0 TO WS-BIN-COUNT.
           OPEN INPUT BIN-REF-FILE.
           IF WS-BIN-STATUS = "35"
              DISPLAY "警告: BIN參考檔不存在，"
                  "發卡組織一律列為未知"
           ELSE
              MOVE 'N' TO WS-BIN-EOF-SW
              PERFORM 0550-READ-NEXT-BIN
              PERFORM 0600-STORE-BIN-ENTRY
                 UNTIL WS-BIN-EOF-SW = 'Y' OR WS-BIN-COUNT >= 2000
              IF WS-BIN-EOF-SW = 'N'
                 DISPLAY "警告: BIN參考檔超過2000筆，"
                     "超出部分未載入"
              END-IF
              CLOSE BIN-REF-FILE
              DISPLAY "BIN參考表載入筆數: " WS-BIN-COUNT
               VARYING WS-BIN-I FROM 2 BY 1
               UNTIL WS-BIN-I > WS-BIN-COUNT.
           IF WS-BIN-OOO-COUNT > 0
              DISPLAY "警告: BIN參考檔亂序筆數="
                  WS-BIN-OOO-COUNT
           END-IF.

       0630-CHECK-ONE-ORDER.
           MOVE 0 TO WS-FX-COUNT.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "35"
              DISPLAY "警告: 匯率檔不存在，"
                  "僅台幣交易可入帳"
           ELSE
              MOVE 'N' TO WS-FX-EOF-SW
              PERFORM 0750-READ-NEXT-FX
              MOVE WS-FX-IDX TO WS-FX-HIT
           END-IF.

      *> 手續費率載入: 費率欄位非數字者略過; 同組織同卡別
      *> 重複出現時以後者為準
       0800-LOAD-FEE-TABLE.
           MOVE 0 TO WS-FEE-COUNT.
           OPEN INPUT FEE-SCHED-FILE.
           IF WS-FEE-STATUS = "35"
              DISPLAY "警告: 手續費率檔不存在，"
                  "手續費一律以零計"
           ELSE
              MOVE 'N' TO WS-FEE-EOF-SW
              PERFORM 0850-READ-NEXT-FEE
              PERFORM 0880-STORE-FEE-ENTRY
                 UNTIL WS-FEE-EOF-SW = 'Y'
              CLOSE FEE-SCHED-FILE
              DISPLAY "手續費率表載入筆數: " WS-FEE-COUNT
           END-IF.

       0850-READ-NEXT-FEE.
           READ FEE-SCHED-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.

       0880-STORE-FEE-ENTRY.
           IF FS-PCT NOT NUMERIC OR FS-FIXED NOT NUMERIC OR
              FS-XB-PCT NOT NUMERIC OR FS-NETWORK = SPACES
              DISPLAY "警告: 手續費率格式錯誤略過: "
                  FS-NETWORK " " FS-CARD-TYPE
           ELSE
              MOVE 'N' TO WS-FEE-FOUND-SW
              PERFORM 0890-CHECK-FEE-LOAD-SLOT
                  VARYING WS-FEE-IDX FROM 1 BY 1
                  UNTIL WS-FEE-IDX > WS-FEE-COUNT OR
                        WS-FEE-FOUND-SW = 'Y'
              IF WS-FEE-FOUND-SW = 'N'
                 IF WS-FEE-COUNT < 100
                    ADD 1 TO WS-FEE-COUNT
                    MOVE WS-FEE-COUNT TO WS-FEE-HIT
                    MOVE 'Y' TO WS-FEE-FOUND-SW
                 ELSE
                    DISPLAY "警告: 手續費率表已滿，"
                        FS-NETWORK " " FS-CARD-TYPE "未載入"
                 END-IF
              END-IF
              IF WS-FEE-FOUND-SW = 'Y'
                 MOVE FS-NETWORK TO WS-FEE-NETWORK(WS-FEE-HIT)
                 MOVE FS-CARD-TYPE TO WS-FEE-TYPE(WS-FEE-HIT)
                 MOVE FS-PCT TO WS-FEE-PCT(WS-FEE-HIT)
                 MOVE FS-FIXED TO WS-FEE-FIXED(WS-FEE-HIT)
                 MOVE FS-XB-PCT TO WS-FEE-XB-PCT(WS-FEE-HIT)
              END-IF
           END-IF.
           PERFORM 0850-READ-NEXT-FEE.

       0890-CHECK-FEE-LOAD-SLOT.
           IF WS-FEE-NETWORK(WS-FEE-IDX) = FS-NETWORK AND
              WS-FEE-TYPE(WS-FEE-IDX) = FS-CARD-TYPE
              MOVE 'Y' TO WS-FEE-FOUND-SW
              MOVE WS-FEE-IDX TO WS-FEE-HIT
           END-IF.

      *> 折合台幣: 台幣或空白幣別視為台幣(匯率1)，其他幣別
      *> 取匯率表折算，查無匯率即設拒絕旗標
       2900-CONVERT-TO-TWD.
           MOVE "未知" TO WS-CARD-NETWORK.
           MOVE "未知" TO WS-CARD-ISSUER.
           MOVE ' ' TO WS-CARD-TYPE.
           MOVE SPACES TO WS-CARD-COUNTRY.
           MOVE 'N' TO WS-BIN-FOUND-SW.

           IF WS-BIN-COUNT > 0
              MOVE WS-BIN-NETWORK(WS-BIN-IDX) TO WS-CARD-NETWORK
              MOVE WS-BIN-ISSUER(WS-BIN-IDX) TO WS-CARD-ISSUER
              MOVE WS-BIN-TYPE(WS-BIN-IDX) TO WS-CARD-TYPE
              MOVE WS-BIN-COUNTRY(WS-BIN-IDX) TO WS-CARD-COUNTRY
           ELSE
              SUBTRACT 1 FROM WS-BIN-IDX
           END-IF.

      *> 每筆手續費(台幣): 台幣金額x(費率%+跨境加收%)/100
      *> +固定費，四捨五入到分; 組織+卡別優先，其次該組織
      *> 卡別空白的通用費率; 手續費不超過交易金額
       2400-COMPUTE-TXN-FEE.
           MOVE 0 TO WS-TXN-FEE.
           MOVE 0 TO WS-TXN-XB-PCT.
           MOVE 'N' TO WS-XBORDER-SW.
           IF WS-CARD-COUNTRY NOT = "TW" AND
              WS-CARD-COUNTRY NOT = SPACES
              MOVE 'Y' TO WS-XBORDER-SW
              ADD 1 TO WS-XB-TOTAL-COUNT
           END-IF.

           MOVE 'N' TO WS-FEE-FOUND-SW.
           MOVE 0 TO WS-FEE-DFLT-HIT.
           PERFORM 2450-CHECK-FEE-SLOT
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT OR
                     WS-FEE-FOUND-SW = 'Y'.
           IF WS-FEE-FOUND-SW = 'N' AND WS-FEE-DFLT-HIT > 0
              MOVE 'Y' TO WS-FEE-FOUND-SW
              MOVE WS-FEE-DFLT-HIT TO WS-FEE-HIT
           END-IF.

           IF WS-FEE-FOUND-SW = 'N'
              ADD 1 TO WS-NOFEE-COUNT
           ELSE
              IF WS-XBORDER-SW = 'Y'
                 MOVE WS-FEE-XB-PCT(WS-FEE-HIT) TO WS-TXN-XB-PCT
              END-IF
              COMPUTE WS-TXN-FEE ROUNDED =
                  WS-TXN-TWD *
                  (WS-FEE-PCT(WS-FEE-HIT) + WS-TXN-XB-PCT) / 100
                  + WS-FEE-FIXED(WS-FEE-HIT)
              IF WS-TXN-FEE > WS-TXN-TWD
                 MOVE WS-TXN-TWD TO WS-TXN-FEE
              END-IF
           END-IF.
           MOVE WS-TXN-FEE TO WS-FEE-DISPLAY.

       2450-CHECK-FEE-SLOT.
           IF WS-FEE-NETWORK(WS-FEE-IDX) = WS-CARD-NETWORK
              IF WS-FEE-TYPE(WS-FEE-IDX) = WS-CARD-TYPE
                 MOVE 'Y' TO WS-FEE-FOUND-SW
                 MOVE WS-FEE-IDX TO WS-FEE-HIT
              ELSE
                 IF WS-FEE-TYPE(WS-FEE-IDX) = SPACE
                    MOVE WS-FEE-IDX TO WS-FEE-DFLT-HIT
                 END-IF
              END-IF
           END-IF.

       2200-SET-CARD-TYPE-DESC.
           EVALUATE WS-CARD-TYPE
              WHEN 'D' MOVE "金融卡" TO WS-CARD-TYPE-DESC
