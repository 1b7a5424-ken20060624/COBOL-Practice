      *  BAD-RECORD LAYOUT.  THE TRAILER CARRIES THE EXPECTED   *
      *  DETAIL COUNT AND AMOUNT HASH; A MISMATCH ENDS WITH     *
      *  RETURN-CODE 12 SO DOWNSTREAM STEPS STOP.               *
      *  EVERY RECEIPT POSTED IS ALSO APPENDED TO THE RCPTHIST  *
      *  RECEIPT HISTORY (RECEIPT AND POSTING DATE) FOR THE     *
      *  MONTH-END STATEMENT OF ACCOUNT (STMTACCT).             *
      *========================================================*
       IDENTIFICATION DIVISION.

           SELECT BAD-RECORD-FILE ASSIGN TO "RCPTBAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAD-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAD-RECORD-FILE.
       COPY BADRECFM.

       FD  RECEIPT-HISTORY-FILE.
       COPY RCPTHSFM.

       WORKING-STORAGE SECTION.
       01  WS-RCPT-IN-STATUS   PIC X(2).
       01  WS-INV-STATUS       PIC X(2).
       01  WS-BAD-STATUS       PIC X(2).
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-EOF-SW           PIC X(1).
       01  WS-INV-FOUND-SW     PIC X(1).
       01  WS-REASON-BUFFER    PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 學費收款入帳 ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "TUITPAY" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.

           OPEN INPUT RECEIPT-IN-FILE.
           OPEN OUTPUT BAD-RECORD-FILE.
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF.

           OPEN I-O INVOICE-MASTER-FILE.
           IF WS-INV-STATUS = "35"

           CLOSE RECEIPT-IN-FILE.
           CLOSE BAD-RECORD-FILE.
           CLOSE RECEIPT-HISTORY-FILE.

           DISPLAY "入帳完成 讀取=" WS-READ-COUNT
               " 入帳=" WS-ACCEPT-COUNT " 拒絕=" WS-REJECT-COUNT
               NOT INVALID KEY
                  ADD 1 TO WS-ACCEPT-COUNT
                  ADD RC-AMOUNT TO WS-POSTED-TOTAL
                  PERFORM 2300-WRITE-RECEIPT-HISTORY
           END-REWRITE.
       2200-EXIT.
           PERFORM 2100-READ-NEXT-RECEIPT.

      *    收款歷史: 每筆入帳附加一筆，收款日不明時以入帳日代替
       2300-WRITE-RECEIPT-HISTORY.
           MOVE RC-STU-ID TO RCH-STU-ID.
           MOVE RC-TERM TO RCH-TERM.
           MOVE RC-AMOUNT TO RCH-AMOUNT.
           IF RC-DATE NUMERIC AND RC-DATE > 0
              MOVE RC-DATE TO RCH-RCPT-DATE
           ELSE
              MOVE WS-RUN-DATE TO RCH-RCPT-DATE
           END-IF.
           MOVE WS-RUN-DATE TO RCH-POST-DATE.
           WRITE RECEIPT-HIST-REC.

      *    尾錄調節: 筆數或金額雜湊不符即RC=12
       2500-RECONCILE-TRAILER.
           IF WS-TRAILER-SW = 'N'
