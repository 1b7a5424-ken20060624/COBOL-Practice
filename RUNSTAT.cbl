      *  AND END TIMESTAMPS, READ/ACCEPT/REJECT COUNTS, FINAL    *
      *  RETURN CODE) TO THE SHARED RUN-STATISTICS FILE READ BY  *
      *  THE MORNING OPSDASH DASHBOARD REPORT.                   *
      *  PREDECESSOR CHECK: AT 'S' THE JOB IS LOOKED UP IN THE   *
      *  JOBDEPS DEPENDENCY TABLE (JOB, PREDECESSOR JOB, HIGHEST *
      *  ACCEPTABLE RETURN CODE).  THE LATEST RUNSTATS RECORD OF *
      *  EACH PREDECESSOR FOR THE CURRENT BUSINESS DATE (RUNS    *
      *  STARTED BEFORE WS-BUS-CUTOFF BELONG TO THE PREVIOUS     *
      *  DAY) MUST EXIST AND BE WITHIN THAT RETURN CODE.  IF NOT *
      *  THE REASONS GO TO THE DEPLOG FILE, A RUN RECORD WITH    *
      *  RC=WS-DEP-FAIL-RC IS WRITTEN AND THE JOB ENDS AT ONCE - *
      *  UNLESS THE DEPBYPS BYPASS CARD (JOB NAME, SUPERVISOR    *
      *  EMPLOYEE ID, BUSINESS DATE) NAMES THIS JOB AND DATE AND *
      *  OPRAUTH CONFIRMS A LEVEL-3 SUPERVISOR (A RERUN WITH A   *
      *  BYPASS CARD ALSO NEEDS THE EMPMSTR AND AUTHLOG DDS).    *
      *========================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT JOB-DEPS-FILE ASSIGN TO "JOBDEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPS-STATUS.
           SELECT DEP-LOG-FILE ASSIGN TO "DEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.
           SELECT BYPASS-CARD-FILE ASSIGN TO "DEPBYPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BYPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE.
       COPY RUNSTFM.

       FD  JOB-DEPS-FILE.
       01  JOB-DEPS-REC.
           05 JD-JOB-NAME          PIC X(8).
           05 JD-PRED-NAME         PIC X(8).
           05 JD-MAX-RC            PIC 9(2).

       FD  DEP-LOG-FILE.
       01  DEP-LOG-REC.
           05 DLOG-DATE            PIC 9(8).
           05 DLOG-TIME            PIC 9(8).
           05 DLOG-JOB-NAME        PIC X(8).
           05 DLOG-BUS-DATE        PIC 9(8).
           05 DLOG-RESULT          PIC X(1).
           05 DLOG-REASON          PIC X(60).
           05 FILLER               PIC X(7).

       FD  BYPASS-CARD-FILE.
       01  BYPASS-CARD-REC.
           05 BY-JOB-NAME          PIC X(8).
           05 FILLER               PIC X(1).
           05 BY-OPERATOR          PIC X(8).
           05 FILLER               PIC X(1).
           05 BY-BUS-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS         PIC X(2).
       01  WS-DEPS-STATUS          PIC X(2).
       01  WS-DLOG-STATUS          PIC X(2).
       01  WS-BYPS-STATUS          PIC X(2).
       01  WS-EOF-SW               PIC X(1).

      *    營業日: 此時點(HHMMSSss)前起跑者歸屬前一營業日
       01  WS-BUS-CUTOFF           PIC 9(8) VALUE 06000000.
      *    前置作業未完成時的結束代碼
       01  WS-DEP-FAIL-RC          PIC 9(2) VALUE 16.
       01  WS-BUS-DATE             PIC 9(8).
       01  WS-CALC-DATE            PIC 9(8).
       01  WS-CALC-TIME            PIC 9(8).
       01  WS-CALC-BUS-DATE        PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).
       01  WS-FAIL-COUNT           PIC 9(2).
       01  WS-BYPASS-SW            PIC X(1).
       01  WS-DLOG-RESULT          PIC X(1).
       01  WS-DLOG-REASON          PIC X(60).

      *    本作業的前置作業表(取自JOBDEPS)
       01  WS-PRD-USED             PIC 9(2).
       01  WS-PRD-IDX              PIC 9(2).
       01  WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 20 TIMES.
              10 WS-PRD-NAME       PIC X(8).
              10 WS-PRD-MAX-RC     PIC 9(2).
              10 WS-PRD-SEEN-SW    PIC X(1).
              10 WS-PRD-LAST-RC    PIC 9(2).

       COPY OPRAUTPRM.

       LINKAGE SECTION.
       COPY RUNSTPRM.
               WHEN 'S'
                   ACCEPT RS-START-DATE FROM DATE YYYYMMDD
                   ACCEPT RS-START-TIME FROM TIME
                   PERFORM 2000-CHECK-PREDECESSORS THRU 2000-DONE
               WHEN 'E'
                   PERFORM 1000-WRITE-RUN-RECORD
               WHEN OTHER
      *    CALL會以被呼叫程式的RETURN-CODE蓋掉呼叫端的值，
      *    故回傳前重設為呼叫端原本要結束的代碼
           MOVE RS-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------*
      *    前置作業檢查: 每一前置作業於本營業日的最後一次執行
      *    須存在且結束代碼不超過容許值，否則除非有主管放行卡，
      *    記錄原因後以WS-DEP-FAIL-RC終止本作業
      *----------------------------------------------------------*
       2000-CHECK-PREDECESSORS.
           MOVE 0 TO WS-PRD-USED.
           PERFORM 2100-LOAD-DEPENDENCIES.
           IF WS-PRD-USED = 0
              GO TO 2000-DONE
           END-IF.

           MOVE RS-START-DATE TO WS-CALC-DATE.
           MOVE RS-START-TIME TO WS-CALC-TIME.
           PERFORM 2900-COMPUTE-BUS-DATE.
           MOVE WS-CALC-BUS-DATE TO WS-BUS-DATE.

           PERFORM 2300-SCAN-RUN-HISTORY.

           MOVE 0 TO WS-FAIL-COUNT.
           PERFORM 2500-EVALUATE-ONE-PRED
               VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-USED.
           IF WS-FAIL-COUNT = 0
              GO TO 2000-DONE
           END-IF.

           PERFORM 2600-CHECK-BYPASS-CARD THRU 2600-DONE.
           IF WS-BYPASS-SW = 'Y'
              MOVE 'B' TO WS-DLOG-RESULT
              MOVE SPACES TO WS-DLOG-REASON
              STRING "前置作業未完成，經主管 " BY-OPERATOR
                  " 放行卡放行"
                  DELIMITED BY SIZE INTO WS-DLOG-REASON
              END-STRING
              PERFORM 2800-WRITE-DEP-LOG
              DISPLAY RS-JOB-NAME " " WS-DLOG-REASON
              GO TO 2000-DONE
           END-IF.

           MOVE 'R' TO WS-DLOG-RESULT.
           MOVE SPACES TO WS-DLOG-REASON.
           STRING "前置作業未完成，拒絕起跑 RC="
               WS-DEP-FAIL-RC
               DELIMITED BY SIZE INTO WS-DLOG-REASON
           END-STRING.
           PERFORM 2800-WRITE-DEP-LOG.
           DISPLAY RS-JOB-NAME " *** " WS-DLOG-REASON.

           MOVE 0 TO RS-READ-COUNT.
           MOVE 0 TO RS-ACCEPT-COUNT.
           MOVE 0 TO RS-REJECT-COUNT.
           MOVE WS-DEP-FAIL-RC TO RS-RETURN-CODE.
           PERFORM 1000-WRITE-RUN-RECORD.
           STOP RUN.
       2000-DONE.
           EXIT.

       2100-LOAD-DEPENDENCIES.
           OPEN INPUT JOB-DEPS-FILE.
           IF WS-DEPS-STATUS = "35"
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2110-READ-NEXT-DEPENDENCY
              PERFORM 2150-STORE-DEPENDENCY
                 UNTIL WS-EOF-SW = 'Y' OR WS-PRD-USED >= 20
              CLOSE JOB-DEPS-FILE
           END-IF.

       2110-READ-NEXT-DEPENDENCY.
           READ JOB-DEPS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2150-STORE-DEPENDENCY.
           IF JD-JOB-NAME = RS-JOB-NAME
              ADD 1 TO WS-PRD-USED
              MOVE JD-PRED-NAME TO WS-PRD-NAME(WS-PRD-USED)
              IF JD-MAX-RC NUMERIC
                 MOVE JD-MAX-RC TO WS-PRD-MAX-RC(WS-PRD-USED)
              ELSE
                 MOVE 0 TO WS-PRD-MAX-RC(WS-PRD-USED)
              END-IF
              MOVE 'N' TO WS-PRD-SEEN-SW(WS-PRD-USED)
              MOVE 0 TO WS-PRD-LAST-RC(WS-PRD-USED)
           END-IF.
           PERFORM 2110-READ-NEXT-DEPENDENCY.

      *    執行統計檔依寫入先後排列，同營業日後出現者蓋前者
       2300-SCAN-RUN-HISTORY.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-STATS-STATUS = "35"
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM 2310-READ-NEXT-RUN
              PERFORM 2350-APPLY-RUN-RECORD
                 UNTIL WS-EOF-SW = 'Y'
              CLOSE RUN-STATS-FILE
           END-IF.

       2310-READ-NEXT-RUN.
           READ RUN-STATS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       2350-APPLY-RUN-RECORD.
           PERFORM 2400-MATCH-ONE-PRED
               VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-USED.
           PERFORM 2310-READ-NEXT-RUN.

       2400-MATCH-ONE-PRED.
           IF WS-PRD-NAME(WS-PRD-IDX) = RUN-JOB-NAME
              MOVE RUN-START-DATE TO WS-CALC-DATE
              MOVE RUN-START-TIME TO WS-CALC-TIME
              PERFORM 2900-COMPUTE-BUS-DATE
              IF WS-CALC-BUS-DATE = WS-BUS-DATE
                 MOVE 'Y' TO WS-PRD-SEEN-SW(WS-PRD-IDX)
                 MOVE RUN-RETURN-CODE TO WS-PRD-LAST-RC(WS-PRD-IDX)
              END-IF
           END-IF.

       2500-EVALUATE-ONE-PRED.
           MOVE SPACES TO WS-DLOG-REASON.
           IF WS-PRD-SEEN-SW(WS-PRD-IDX) = 'N'
              STRING "前置作業 " WS-PRD-NAME(WS-PRD-IDX)
                  " 本營業日無執行紀錄"
                  DELIMITED BY SIZE INTO WS-DLOG-REASON
              END-STRING
           ELSE
              IF WS-PRD-LAST-RC(WS-PRD-IDX) >
                 WS-PRD-MAX-RC(WS-PRD-IDX)
                 STRING "前置作業 " WS-PRD-NAME(WS-PRD-IDX)
                     " RC=" WS-PRD-LAST-RC(WS-PRD-IDX)
                     " 超過容許值" WS-PRD-MAX-RC(WS-PRD-IDX)
                     DELIMITED BY SIZE INTO WS-DLOG-REASON
                 END-STRING
              END-IF
           END-IF.
           IF WS-DLOG-REASON NOT = SPACES
              ADD 1 TO WS-FAIL-COUNT
              MOVE 'F' TO WS-DLOG-RESULT
              PERFORM 2800-WRITE-DEP-LOG
              DISPLAY RS-JOB-NAME " " WS-DLOG-REASON
           END-IF.

      *    放行卡須指定本作業及本營業日，並經OPRAUTH確認為
      *    有效且權限等級3的主管
       2600-CHECK-BYPASS-CARD.
           MOVE 'N' TO WS-BYPASS-SW.
           OPEN INPUT BYPASS-CARD-FILE.
           IF WS-BYPS-STATUS = "35"
              GO TO 2600-DONE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ BYPASS-CARD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           CLOSE BYPASS-CARD-FILE.
           IF WS-EOF-SW = 'Y'
              GO TO 2600-DONE
           END-IF.

           IF BY-JOB-NAME NOT = RS-JOB-NAME OR
              BY-BUS-DATE NOT = WS-BUS-DATE
              DISPLAY "放行卡作業名稱或營業日不符，"
                  "不予採用"
              GO TO 2600-DONE
           END-IF.

           MOVE 'S' TO OA-FUNCTION.
           MOVE BY-OPERATOR TO OA-OPERATOR.
           MOVE RS-JOB-NAME TO OA-PROGRAM.
           MOVE 'B' TO OA-ACTION.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW NOT = 'Y'
              DISPLAY "放行卡主管身分無效: " OA-REASON
              GO TO 2600-DONE
           END-IF.

           MOVE 'C' TO OA-FUNCTION.
           MOVE 3 TO OA-REQUIRED-LEVEL.
           CALL "OPRAUTH" USING OPRAUTPRM.
           IF OA-VALID-SW NOT = 'Y'
              DISPLAY "放行卡須主管權限: " OA-REASON
              GO TO 2600-DONE
           END-IF.
           MOVE 'Y' TO WS-BYPASS-SW.
       2600-DONE.
           EXIT.

       2800-WRITE-DEP-LOG.
           OPEN EXTEND DEP-LOG-FILE.
           IF WS-DLOG-STATUS = "35"
              OPEN OUTPUT DEP-LOG-FILE
           END-IF.
           MOVE SPACES TO DEP-LOG-REC.
           ACCEPT DLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT DLOG-TIME FROM TIME.
           MOVE RS-JOB-NAME TO DLOG-JOB-NAME.
           MOVE WS-BUS-DATE TO DLOG-BUS-DATE.
           MOVE WS-DLOG-RESULT TO DLOG-RESULT.
           MOVE WS-DLOG-REASON TO DLOG-REASON.
           WRITE DEP-LOG-REC.
           CLOSE DEP-LOG-FILE.

       2900-COMPUTE-BUS-DATE.
           IF WS-CALC-TIME < WS-BUS-CUTOFF
              COMPUTE WS-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) - 1
              COMPUTE WS-CALC-BUS-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           ELSE
              MOVE WS-CALC-DATE TO WS-CALC-BUS-DATE
           END-IF.
