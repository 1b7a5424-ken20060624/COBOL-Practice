      *========================================================*
      *  PROGRAM-ID. SCHUTIL                                    *
      *  PURPOSE: SCHOLARSHIP UTILIZATION REPORT.  SCANS THE    *
      *  SCHMSTR SCHOLARSHIP / FEE-WAIVER MASTER FOR THE SYSIN  *
      *  TERM AND LISTS EVERY AWARD WITH THE STUDENT NAME FROM  *
      *  STUMSTR, THE TERMS OF THE AWARD, THE APPROVAL          *
      *  REFERENCE AND THE AMOUNT TUITBILL ACTUALLY TOOK OFF    *
      *  THE INVOICE.  TOTALS BY AWARD TYPE (COUNT, AMOUNT      *
      *  AWARDED) FOLLOW FOR THE FINANCE OFFICE.  AWARDS NOT    *
      *  YET APPLIED BY A BILLING RUN ARE COUNTED SEPARATELY.   *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCHUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT UTIL-REPORT-FILE ASSIGN TO "SCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOLARSHIP-FILE.
       COPY SCHRCFM.

       FD  STUDENT-MASTER-FILE.
       COPY STUMSTFM.

       FD  UTIL-REPORT-FILE.
       01  UTIL-REPORT-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCH-STATUS       PIC X(2).
       01  WS-MSTR-STATUS      PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-SEL-TERM         PIC X(5).
       01  WS-STU-NAME         PIC X(20).
       01  WS-TERMS-TEXT       PIC X(12).
       01  WS-AMT-DISPLAY      PIC Z(6)9.

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-AWARD-COUNT      PIC 9(6) VALUE 0.
       01  WS-UNAPPLIED-COUNT  PIC 9(6) VALUE 0.
       01  WS-TOTAL-AWARDED    PIC 9(9) VALUE 0.

      *    獎助類別表: 代碼+說明，並累計各類別筆數與金額
       01  WS-TYPE-IDX         PIC 9(1).
       01  WS-TYPE-HIT         PIC 9(1).
       01  WS-TYPE-VALUES.
           05 FILLER PIC X(16) VALUE "S獎學金".
           05 FILLER PIC X(16) VALUE "W學費減免".
           05 FILLER PIC X(16) VALUE "B清寒助學金".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 3 TIMES.
              10 WS-TYP-CODE      PIC X(1).
              10 WS-TYP-DESC      PIC X(15).
       01  WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL OCCURS 3 TIMES.
              10 WS-TT-COUNT      PIC 9(6).
              10 WS-TT-AMOUNT     PIC 9(9).

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    SYSIN: 學期
           MOVE SPACES TO WS-SEL-TERM.
           ACCEPT WS-SEL-TERM.

           MOVE "SCHUTIL" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           PERFORM 0100-CLEAR-TYPE-TOTAL
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3.

           OPEN OUTPUT UTIL-REPORT-FILE.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "獎助學金使用報表  執行日期=" WS-RUN-DATE
               " 學期=" WS-SEL-TERM
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

           OPEN INPUT SCHOLARSHIP-FILE.
           IF WS-SCH-STATUS = "35"
              MOVE SPACES TO UTIL-REPORT-REC
              STRING "*** 獎助學金主檔不存在 ***"
                  DELIMITED BY SIZE INTO UTIL-REPORT-REC
              END-STRING
              WRITE UTIL-REPORT-REC
           ELSE
              OPEN INPUT STUDENT-MASTER-FILE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 1000-READ-NEXT-AWARD
              PERFORM 2000-LIST-ONE-AWARD THRU 2000-EXIT
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE STUDENT-MASTER-FILE
              CLOSE SCHOLARSHIP-FILE
           END-IF.

           PERFORM 3000-PRINT-TYPE-TOTALS.
           CLOSE UTIL-REPORT-FILE.

           DISPLAY "獎助使用報表完成 獎助筆數="
               WS-AWARD-COUNT
               " 未出帳=" WS-UNAPPLIED-COUNT
               " 折抵總額=" WS-TOTAL-AWARDED.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-AWARD-COUNT TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       0100-CLEAR-TYPE-TOTAL.
           MOVE 0 TO WS-TT-COUNT(WS-TYPE-IDX).
           MOVE 0 TO WS-TT-AMOUNT(WS-TYPE-IDX).

       1000-READ-NEXT-AWARD.
           READ SCHOLARSHIP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2000-LIST-ONE-AWARD.
           ADD 1 TO WS-READ-COUNT.
           IF SCH-TERM NOT = WS-SEL-TERM
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-AWARD-COUNT.

           MOVE "(學生主檔查無)" TO WS-STU-NAME.
           MOVE SCH-STU-ID TO MSTR-STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MSTR-STU-NAME TO WS-STU-NAME
           END-READ.

           MOVE SPACES TO WS-TERMS-TEXT.
           IF SCH-CALC-METHOD = 'P'
              STRING "比率" SCH-PERCENT "%"
                  DELIMITED BY SIZE INTO WS-TERMS-TEXT
              END-STRING
           ELSE
              MOVE SCH-FIXED-AMT TO WS-AMT-DISPLAY
              STRING "定額" WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO WS-TERMS-TEXT
              END-STRING
           END-IF.

           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "學號=" SCH-STU-ID " " WS-STU-NAME
               " " SCH-SEQ " " SCH-AWARD-TYPE
               " " WS-TERMS-TEXT
               " 課程=" SCH-COVER-CODE
               " 文號=" SCH-APPROVAL-REF
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

           MOVE SPACES TO UTIL-REPORT-REC.
           IF SCH-APPLIED-DATE = 0
              ADD 1 TO WS-UNAPPLIED-COUNT
              STRING "       *** 尚未出帳折抵 ***"
                  DELIMITED BY SIZE INTO UTIL-REPORT-REC
              END-STRING
           ELSE
              STRING "       出帳折抵=" SCH-APPLIED-AMT
                  " 出帳日期=" SCH-APPLIED-DATE
                  DELIMITED BY SIZE INTO UTIL-REPORT-REC
              END-STRING
           END-IF.
           WRITE UTIL-REPORT-REC.

           ADD SCH-APPLIED-AMT TO WS-TOTAL-AWARDED.
           MOVE 0 TO WS-TYPE-HIT.
           PERFORM 2100-MATCH-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3.
           IF WS-TYPE-HIT > 0
              ADD 1 TO WS-TT-COUNT(WS-TYPE-HIT)
              ADD SCH-APPLIED-AMT TO WS-TT-AMOUNT(WS-TYPE-HIT)
           END-IF.
       2000-EXIT.
           PERFORM 1000-READ-NEXT-AWARD.

       2100-MATCH-ONE-TYPE.
           IF WS-TYP-CODE(WS-TYPE-IDX) = SCH-AWARD-TYPE
              MOVE WS-TYPE-IDX TO WS-TYPE-HIT
           END-IF.

      *----------------------------------------------------------*
      *    類別小計: 各獎助類別之筆數及實際折抵金額
      *----------------------------------------------------------*
       3000-PRINT-TYPE-TOTALS.
           MOVE SPACES TO UTIL-REPORT-REC.
           WRITE UTIL-REPORT-REC.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "--- 各類別獎助小計 ---"
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.
           PERFORM 3100-PRINT-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "總計 獎助筆數=" WS-AWARD-COUNT
               " 未出帳=" WS-UNAPPLIED-COUNT
               " 折抵總額=" WS-TOTAL-AWARDED
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.

       3100-PRINT-ONE-TYPE.
           MOVE SPACES TO UTIL-REPORT-REC.
           STRING "  " WS-TYP-CODE(WS-TYPE-IDX)
               " " WS-TYP-DESC(WS-TYPE-IDX)
               " 筆數=" WS-TT-COUNT(WS-TYPE-IDX)
               " 折抵金額=" WS-TT-AMOUNT(WS-TYPE-IDX)
               DELIMITED BY SIZE INTO UTIL-REPORT-REC
           END-STRING.
           WRITE UTIL-REPORT-REC.
