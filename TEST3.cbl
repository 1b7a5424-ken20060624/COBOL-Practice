           SELECT BAD-RECORD-FILE ASSIGN TO "IDBAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAD-STATUS.
           SELECT ID-PASS-FILE ASSIGN TO "IDPASS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAD-RECORD-FILE.
       COPY BADRECFM.

      *    驗證通過之申請人，供ADMITSTU新生入學轉檔
       FD  ID-PASS-FILE.
       COPY IDPASSFM.

       WORKING-STORAGE SECTION.
       01  WS-MODE             PIC X(1).
       01  WS-ID-IN-STATUS     PIC X(2).
       01  WS-REG-STATUS       PIC X(2).
       01  WS-CKPT-STATUS      PIC X(2).
       01  WS-BAD-STATUS       PIC X(2).
       01  WS-PASS-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-DUP-SW           PIC X(1).
       01  WS-TODAY            PIC 9(8).
              IF WS-BAD-STATUS = "35"
                 OPEN OUTPUT BAD-RECORD-FILE
              END-IF
              OPEN EXTEND ID-PASS-FILE
              IF WS-PASS-STATUS = "35"
                 OPEN OUTPUT ID-PASS-FILE
              END-IF
              PERFORM 2100-READ-NEXT-ID
              PERFORM 1950-SKIP-PROCESSED-RECORD
                 UNTIL WS-RECS-READ >= WS-SKIP-COUNT OR WS-EOF-SW = 'Y'
           ELSE
              OPEN OUTPUT ID-OUT-FILE
              OPEN OUTPUT BAD-RECORD-FILE
              OPEN OUTPUT ID-PASS-FILE
              PERFORM 2100-READ-NEXT-ID
           END-IF.

           CLOSE ID-IN-FILE.
           CLOSE ID-OUT-FILE.
           CLOSE BAD-RECORD-FILE.
           CLOSE ID-PASS-FILE.

           PERFORM 2500-RECONCILE-TRAILER.
           PERFORM 2600-CHECK-REJECT-THRESHOLDS.
              ADD 1 TO WS-PASS-COUNT
              PERFORM 5500-DERIVE-DEMOGRAPHICS
              PERFORM 6000-CHECK-AND-REGISTER
              PERFORM 9200-WRITE-PASS-RECORD
              IF WS-DUP-SW = 'Y'
                 STRING WS-ID-CARD " 結果=驗證成功(重複申報)"
                     " 戶籍=" WS-COUNTY " 性別=" WS-GENDER
           MOVE SPACES TO BAD-INPUT-DATA.
           MOVE ID-IN-REC TO BAD-INPUT-DATA.
           WRITE BAD-RECORD-REC.

       9200-WRITE-PASS-RECORD.
           MOVE SPACES TO ID-PASS-REC.
           MOVE II-ID-CARD TO PAS-ID-CARD.
           MOVE II-APP-NO TO PAS-APP-NO.
           MOVE II-APP-NAME TO PAS-APP-NAME.
           MOVE II-CHANNEL TO PAS-CHANNEL.
           MOVE WS-DUP-SW TO PAS-DUP-SW.
           ACCEPT PAS-PASS-DATE FROM DATE YYYYMMDD.
           WRITE ID-PASS-REC.
