      *========================================================*
      *  PROGRAM-ID. RFNDREG                                    *
      *  PURPOSE: TUITION REFUND REGISTER.  SCANS THE INVMSTR   *
      *  INVOICE MASTER AND LISTS EVERY INVOICE WHOSE INV-PAID  *
      *  (TUITPAY) NOW EXCEEDS THE AMOUNT DUE, USUALLY BECAUSE  *
      *  A WITHDRAWAL CREDIT NOTE FROM ENRMAINT REDUCED IT      *
      *  AFTER PAYMENT.  EACH LINE SHOWS THE STUDENT NAME FROM  *
      *  STUMSTR, AMOUNT DUE, PAID AND REFUND DUE, FOLLOWED BY   *
      *  THE CREDIT NOTES (CRNMSTR) BEHIND IT, SO FINANCE CAN   *
      *  ISSUE THE PAYMENTS.  SYSIN: TERM, OR BLANK = ALL TERMS.*
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RFNDREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-STU-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-KEY
               FILE STATUS IS WS-CRN-STATUS.
           SELECT REFUND-REPORT-FILE ASSIGN TO "RFNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
       COPY INVRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  CREDIT-NOTE-FILE.
       COPY CRNOTEFM.

       FD  REFUND-REPORT-FILE.
       01  REFUND-REPORT-REC   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-CRN-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-CRN-EOF-SW       PIC X(1).
       01  WS-CRN-OPEN-SW      PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-SEL-TERM         PIC X(5).
       01  WS-STU-NAME         PIC X(20).
       01  WS-REFUND-DUE       PIC 9(7).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-REFUND-COUNT     PIC 9(6) VALUE 0.
       01  WS-TOTAL-REFUND     PIC 9(9) VALUE 0.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN: 學期 (空白=全部學期)
           MOVE SPACES TO WS-SEL-TERM.
           ACCEPT WS-SEL-TERM.

           MOVE "RFNDREG" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN OUTPUT REFUND-REPORT-FILE.
           MOVE SPACES TO REFUND-REPORT-REC.
           IF WS-SEL-TERM = SPACES
              STRING "學費退費清冊  執行日期=" WS-RUN-DATE
                  " 學期=全部"
                  DELIMITED BY SIZE INTO REFUND-REPORT-REC
              END-STRING
           ELSE
              STRING "學費退費清冊  執行日期=" WS-RUN-DATE
                  " 學期=" WS-SEL-TERM
                  DELIMITED BY SIZE INTO REFUND-REPORT-REC
              END-STRING
           END-IF.
           WRITE REFUND-REPORT-REC.

           OPEN INPUT INVOICE-MASTER-FILE.
           IF WS-INV-STATUS = "35"
              MOVE SPACES TO REFUND-REPORT-REC
              STRING "*** 發票主檔不存在 ***"
                  DELIMITED BY SIZE INTO REFUND-REPORT-REC
              END-STRING
              WRITE REFUND-REPORT-REC
           ELSE
              OPEN INPUT STUDENT-MASTER-FILE
              MOVE 'Y' TO WS-CRN-OPEN-SW
              OPEN INPUT CREDIT-NOTE-FILE
              IF WS-CRN-STATUS = "35"
                 MOVE 'N' TO WS-CRN-OPEN-SW
              END-IF
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1000-READ-NEXT-INVOICE
              PERFORM 2000-CHECK-ONE-INVOICE THRU 2000-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              IF WS-CRN-OPEN-SW = 'Y'
                 CLOSE CREDIT-NOTE-FILE
              END-IF
              CLOSE STUDENT-MASTER-FILE
              CLOSE INVOICE-MASTER-FILE
           END-IF.

           MOVE SPACES TO REFUND-REPORT-REC.
           WRITE REFUND-REPORT-REC.
           MOVE SPACES TO REFUND-REPORT-REC.
           STRING "總計 發票=" WS-READ-COUNT
               " 應退費人次=" WS-REFUND-COUNT
               " 應退總額=" WS-TOTAL-REFUND
               DELIMITED BY SIZE INTO REFUND-REPORT-REC
           END-STRING.
           WRITE REFUND-REPORT-REC.
           CLOSE REFUND-REPORT-FILE.

           DISPLAY "退費清冊完成 發票=" WS-READ-COUNT
               " 應退費=" WS-REFUND-COUNT
               " 應退總額=" WS-TOTAL-REFUND.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-REFUND-COUNT TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       1000-READ-NEXT-INVOICE.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2000-CHECK-ONE-INVOICE.
           IF WS-SEL-TERM NOT = SPACES AND INV-TERM NOT = WS-SEL-TERM
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           IF INV-PAID NOT > INV-AMOUNT
              GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-REFUND-DUE = INV-PAID - INV-AMOUNT.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-DUE TO WS-TOTAL-REFUND.

           MOVE "(學生主檔查無)" TO WS-STU-NAME.
           MOVE INV-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MSTR-STU-NAME TO WS-STU-NAME
           END-READ.

           MOVE SPACES TO REFUND-REPORT-REC.
           STRING "學號=" INV-STU-ID " " WS-STU-NAME
               " 學期=" INV-TERM
               " 應繳=" INV-AMOUNT
               " 已繳=" INV-PAID
               " 應退=" WS-REFUND-DUE
               DELIMITED BY SIZE INTO REFUND-REPORT-REC
           END-STRING.
           WRITE REFUND-REPORT-REC.

           IF WS-CRN-OPEN-SW = 'Y'
              PERFORM 3000-LIST-CREDIT-NOTES
           END-IF.
       2000-EXIT.
           PERFORM 1000-READ-NEXT-INVOICE.

      *    退費單明細: 以學號+學期定位後依鍵序讀取
       3000-LIST-CREDIT-NOTES.
           MOVE INV-STU-ID TO CRN-STU-ID.
           MOVE INV-TERM TO CRN-TERM.
           MOVE LOW-VALUES TO CRN-COURSE-CODE.
           MOVE 'N' TO WS-CRN-EOF-SW.
           START CREDIT-NOTE-FILE KEY IS NOT LESS THAN CRN-KEY
               INVALID KEY MOVE 'Y' TO WS-CRN-EOF-SW
           END-START.
           IF WS-CRN-EOF-SW = 'N'
              PERFORM 3100-READ-NEXT-CREDIT-NOTE
              PERFORM 3200-PRINT-ONE-CREDIT-NOTE
                  UNTIL WS-CRN-EOF-SW = 'Y'
           END-IF.

       3100-READ-NEXT-CREDIT-NOTE.
           READ CREDIT-NOTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CRN-EOF-SW
           END-READ.
           IF WS-CRN-EOF-SW = 'N'
              IF CRN-STU-ID NOT = INV-STU-ID OR
                 CRN-TERM NOT = INV-TERM
                 MOVE 'Y' TO WS-CRN-EOF-SW
              END-IF
           END-IF.

       3200-PRINT-ONE-CREDIT-NOTE.
           MOVE SPACES TO REFUND-REPORT-REC.
           STRING "    退選 課程=" CRN-COURSE-CODE
               " 日期=" CRN-WITHDRAW-DATE
               " 開學後" CRN-DAYS-INTO-TERM "天"
               " 學分費=" CRN-COURSE-FEE
               " 退" CRN-REFUND-PCT "%"
               " 折抵=" CRN-CREDIT-AMT
               DELIMITED BY SIZE INTO REFUND-REPORT-REC
           END-STRING.
           WRITE REFUND-REPORT-REC.
           PERFORM 3100-READ-NEXT-CREDIT-NOTE.
