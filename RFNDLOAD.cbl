      *========================================================*
      *  PROGRAM-ID. RFNDLOAD                                   *
      *  PURPOSE: TUITION REFUND SCHEDULE LOAD.  READS ONE CARD *
      *  PER TERM FROM RFNDIN (TERM, TERM START DATE AND UP TO  *
      *  FIVE STEPS OF DAYS-INTO-TERM / REFUND PERCENT) AND     *
      *  WRITES OR REPLACES THE TERM ON THE RFNDSCH REFUND      *
      *  SCHEDULE MASTER.  ENRMAINT READS THE SCHEDULE WHEN A   *
      *  WITHDRAWAL AFTER BILLING RAISES A CREDIT NOTE: A       *
      *  WITHDRAWAL ON OR BEFORE THE START DATE IS REFUNDED IN  *
      *  FULL, OTHERWISE THE FIRST STEP WHOSE DAY LIMIT COVERS  *
      *  THE DAYS ELAPSED GIVES THE PERCENT, AND BEYOND THE     *
      *  LAST STEP NOTHING IS REFUNDED.  STEPS MUST RUN IN      *
      *  ASCENDING DAYS WITH NON-INCREASING PERCENTS; UNUSED    *
      *  STEPS ARE ZERO.  BAD CARDS GO TO RFNDBAD.              *
      *========================================================*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RFNDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-IN-FILE ASSIGN TO "RFNDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFND-IN-STATUS.
           SELECT REFUND-SCHED-FILE ASSIGN TO "RFNDSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFS-TERM
               FILE STATUS IS WS-RFS-STATUS.
           SELECT BAD-RECORD-FILE ASSIGN TO "RFNDBAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-IN-FILE.
       01  REFUND-IN-REC.
           05 RI-TERM          PIC X(05).
           05 RI-START-DATE    PIC 9(08).
           05 RI-STEP OCCURS 5 TIMES.
              10 RI-THRU-DAYS  PIC 9(03).
              10 RI-PERCENT    PIC 9(03).

       FD  REFUND-SCHED-FILE.
       COPY RFNDSCFM.

       FD  BAD-RECORD-FILE.
       COPY BADRECFM.

       WORKING-STORAGE SECTION.
       01  WS-RFND-IN-STATUS   PIC X(2).
       01  WS-RFS-STATUS       PIC X(2).
       01  WS-BAD-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-STEP-OK-SW       PIC X(1).
       01  WS-STEP-END-SW      PIC X(1).
       01  WS-REASON-BUFFER    PIC X(30).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-STEP-IDX         PIC 9(1).
       01  WS-STEP-USED        PIC 9(1).
       01  WS-PREV-DAYS        PIC 9(3).
       01  WS-PREV-PERCENT     PIC 9(3).

       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACCEPT-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.

       COPY DTVALPRM.

       COPY RUNSTPRM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "=== 學費退費時程載入 ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "RFNDLOAD" TO RS-JOB-NAME.
           MOVE 'S' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.

           OPEN INPUT REFUND-IN-FILE.
           OPEN OUTPUT BAD-RECORD-FILE.

           OPEN I-O REFUND-SCHED-FILE.
           IF WS-RFS-STATUS = "35"
              OPEN OUTPUT REFUND-SCHED-FILE
              CLOSE REFUND-SCHED-FILE
              OPEN I-O REFUND-SCHED-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-NEXT-CARD.
           PERFORM 2200-VALIDATE-AND-APPLY THRU 2200-EXIT
              UNTIL WS-EOF-SW = 'Y'.

           CLOSE REFUND-IN-FILE.
           CLOSE REFUND-SCHED-FILE.
           CLOSE BAD-RECORD-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "退費時程載入完成 讀取=" WS-READ-COUNT
               " 接受=" WS-ACCEPT-COUNT " 拒絕=" WS-REJECT-COUNT.

           MOVE WS-READ-COUNT TO RS-READ-COUNT.
           MOVE WS-ACCEPT-COUNT TO RS-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           MOVE 'E' TO RS-FUNCTION.
           CALL "RUNSTAT" USING RUNSTPRM.
           STOP RUN.

       2100-READ-NEXT-CARD.
           READ REFUND-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2200-VALIDATE-AND-APPLY.
           ADD 1 TO WS-READ-COUNT.

           IF RI-TERM = SPACES
              MOVE "學期不可空白" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 2200-EXIT
           END-IF.

           IF RI-START-DATE NOT NUMERIC
              MOVE "開學日須為數字" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 2200-EXIT
           END-IF.
           MOVE 'V' TO DT-FUNCTION.
           MOVE RI-START-DATE(1:4) TO DT-YYYY.
           MOVE RI-START-DATE(5:2) TO DT-MM.
           MOVE RI-START-DATE(7:2) TO DT-DD.
           CALL "DTVALID" USING DTVALPRM.
           IF DT-VALID-SW = 'N'
              MOVE DT-REASON TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 2200-EXIT
           END-IF.

      *    退費級距: 天數遞增、比率不增加，未用級距須全為零
           MOVE 'Y' TO WS-STEP-OK-SW.
           MOVE 'N' TO WS-STEP-END-SW.
           MOVE 0 TO WS-STEP-USED.
           MOVE 0 TO WS-PREV-DAYS.
           MOVE 100 TO WS-PREV-PERCENT.
           PERFORM 2300-CHECK-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 5.
           IF WS-STEP-OK-SW = 'N'
              PERFORM 8000-REJECT-RECORD
              GO TO 2200-EXIT
           END-IF.
           IF WS-STEP-USED = 0
              MOVE "至少須有一個退費級距" TO WS-REASON-BUFFER
              PERFORM 8000-REJECT-RECORD
              GO TO 2200-EXIT
           END-IF.

           MOVE RI-TERM TO RFS-TERM.
           MOVE RI-START-DATE TO RFS-START-DATE.
           PERFORM 2400-MOVE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 5.
           MOVE WS-RUN-DATE TO RFS-LOAD-DATE.
           WRITE REFUND-SCHED-REC
               INVALID KEY
                  REWRITE REFUND-SCHED-REC
                      INVALID KEY
                         MOVE "退費時程寫入失敗"
                            TO WS-REASON-BUFFER
                         PERFORM 8000-REJECT-RECORD
                         GO TO 2200-EXIT
                  END-REWRITE
           END-WRITE.
           ADD 1 TO WS-ACCEPT-COUNT.
           DISPLAY "學期 " RFS-TERM " 開學日=" RFS-START-DATE
               " 級距數=" WS-STEP-USED " 已載入".
       2200-EXIT.
           PERFORM 2100-READ-NEXT-CARD.

       2300-CHECK-ONE-STEP.
           IF WS-STEP-OK-SW = 'Y'
              IF RI-THRU-DAYS(WS-STEP-IDX) NOT NUMERIC OR
                 RI-PERCENT(WS-STEP-IDX) NOT NUMERIC
                 MOVE 'N' TO WS-STEP-OK-SW
                 MOVE "退費級距須為數字" TO WS-REASON-BUFFER
              ELSE
                 IF RI-THRU-DAYS(WS-STEP-IDX) = 0
                    MOVE 'Y' TO WS-STEP-END-SW
                    IF RI-PERCENT(WS-STEP-IDX) NOT = 0
                       MOVE 'N' TO WS-STEP-OK-SW
                       MOVE "未用級距比率須為零"
                           TO WS-REASON-BUFFER
                    END-IF
                 ELSE
                    PERFORM 2310-CHECK-USED-STEP
                 END-IF
              END-IF
           END-IF.

       2310-CHECK-USED-STEP.
           IF WS-STEP-END-SW = 'Y'
              MOVE 'N' TO WS-STEP-OK-SW
              MOVE "級距中間不可留空" TO WS-REASON-BUFFER
           ELSE
              IF RI-THRU-DAYS(WS-STEP-IDX) <= WS-PREV-DAYS
                 MOVE 'N' TO WS-STEP-OK-SW
                 MOVE "級距天數須遞增" TO WS-REASON-BUFFER
              ELSE
                 IF RI-PERCENT(WS-STEP-IDX) > WS-PREV-PERCENT
                    MOVE 'N' TO WS-STEP-OK-SW
                    MOVE "退費比率不可遞增或超過100"
                        TO WS-REASON-BUFFER
                 ELSE
                    ADD 1 TO WS-STEP-USED
                    MOVE RI-THRU-DAYS(WS-STEP-IDX) TO WS-PREV-DAYS
                    MOVE RI-PERCENT(WS-STEP-IDX) TO WS-PREV-PERCENT
                 END-IF
              END-IF
           END-IF.

       2400-MOVE-ONE-STEP.
           MOVE RI-THRU-DAYS(WS-STEP-IDX)
               TO RFS-THRU-DAYS(WS-STEP-IDX).
           MOVE RI-PERCENT(WS-STEP-IDX) TO RFS-PERCENT(WS-STEP-IDX).

       8000-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 9100-WRITE-BAD-RECORD.

       9100-WRITE-BAD-RECORD.
           ACCEPT BAD-DATE FROM DATE YYYYMMDD.
           ACCEPT BAD-TIME FROM TIME.
           MOVE "RFNDLOAD" TO BAD-PROGRAM.
           MOVE WS-REASON-BUFFER TO BAD-REASON.
           MOVE SPACES TO BAD-INPUT-DATA.
           MOVE REFUND-IN-REC TO BAD-INPUT-DATA.
           WRITE BAD-RECORD-REC.
