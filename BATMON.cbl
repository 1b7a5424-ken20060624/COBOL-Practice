      *  CURRENT DATE (OR PAST 7 DAYS FOR WEEKLY JOBS), JOBS    *
      *  THAT STARTED LATE, AND JOBS WHOSE ELAPSED TIME         *
      *  EXCEEDED TARGET OR DOUBLED THEIR HISTORICAL AVERAGE.   *
      *  A RUN RECORD WITH THE RUNSTAT PREDECESSOR-CHECK RETURN *
      *  CODE (JOB REFUSED TO START) DOES NOT COUNT AS A RUN;    *
      *  THE JOB IS REPORTED MISSING WITH THE REFUSAL NOTED.    *
      *  ENDS RC=8 FOR MISSED RUNS AND RC=4 FOR LATE/SLOW RUNS  *
      *  SO THE MORNING CHECKLIST JOB CAN PAGE THE DUTY         *
      *  OPERATOR.                                              *
       01  WS-AVG-MINS         PIC 9(5).
       01  WS-ALERT-COUNT      PIC 9(4) VALUE 0.
       01  WS-MISS-COUNT       PIC 9(4) VALUE 0.
      *    RUNSTAT前置作業檢查拒絕起跑時寫入的結束代碼
       01  WS-DEP-FAIL-RC      PIC 9(2) VALUE 16.

       01  WS-TIME-BUFFER.
           05 WS-TB-HH         PIC 9(2).
              10 WS-SCH-LATEST      PIC 9(4).
              10 WS-SCH-TARGET      PIC 9(4).
              10 WS-SCH-RAN-SW      PIC X(1).
              10 WS-SCH-REFUSED-SW  PIC X(1).
              10 WS-SCH-START-HHMM  PIC 9(4).
              10 WS-SCH-RUN-MINS    PIC 9(5).
              10 WS-SCH-LAST-DATE   PIC 9(8).
           MOVE SD-LATEST-START TO WS-SCH-LATEST(WS-SCH-USED).
           MOVE SD-TARGET-MINS TO WS-SCH-TARGET(WS-SCH-USED).
           MOVE 'N' TO WS-SCH-RAN-SW(WS-SCH-USED).
           MOVE 'N' TO WS-SCH-REFUSED-SW(WS-SCH-USED).
           MOVE 0 TO WS-SCH-START-HHMM(WS-SCH-USED).
           MOVE 0 TO WS-SCH-RUN-MINS(WS-SCH-USED).
           MOVE 0 TO WS-SCH-LAST-DATE(WS-SCH-USED).
              GO TO 2200-DONE
           END-IF.

      *    拒絕起跑不算執行，亦不計入歷史耗時
           IF RUN-RETURN-CODE = WS-DEP-FAIL-RC
              IF RUN-START-DATE = WS-RUN-DATE
                 MOVE 'Y' TO WS-SCH-REFUSED-SW(WS-SCH-HIT)
              END-IF
              PERFORM 2100-READ-NEXT-RUN
              GO TO 2200-DONE
           END-IF.

           PERFORM 2500-COMPUTE-ELAPSED-MINS.

           IF RUN-START-DATE > WS-SCH-LAST-DATE(WS-SCH-HIT)
               DELIMITED BY SIZE INTO MONITOR-REPORT-REC
           END-STRING.
           WRITE MONITOR-REPORT-REC.
           IF WS-SCH-REFUSED-SW(WS-SCH-IDX) = 'Y'
              MOVE SPACES TO MONITOR-REPORT-REC
              STRING WS-SCH-NAME(WS-SCH-IDX)
                  "     前置作業未完成，"
                  "本日曾遭拒絕起跑(原因見DEPLOG)"
                  DELIMITED BY SIZE INTO MONITOR-REPORT-REC
              END-STRING
              WRITE MONITOR-REPORT-REC
           END-IF.
       3100-DONE.
           EXIT.

