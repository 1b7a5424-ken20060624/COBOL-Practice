      *========================================================*
      *  PROGRAM-ID. CONTADDR                                   *
      *  PURPOSE: SHARED MAILING-ADDRESS MODULE CALLED BY THE   *
      *  NOTICE PROGRAMS (OVRDUE OVERDUE NOTICES, TUITBILL      *
      *  INVOICES, ATTRPT ABSENCE LETTERS).  GIVEN CA-STU-ID,   *
      *  READS THE GUARDIAN/CONTACT MASTER (CONTMSTR) AND       *
      *  RETURNS THE ADDRESS BLOCK IN CA-ADDR-LINE(1..4):       *
      *    ZIP + ADDRESS LINE 1                                 *
      *    ADDRESS LINE 2 (ONLY WHEN PRESENT)                   *
      *    PREFERRED GUARDIAN NAME + RELATIONSHIP               *
      *    PREFERRED GUARDIAN PHONE                             *
      *  CA-LINE-COUNT = LINES RETURNED.  CA-FOUND-SW = 'N'     *
      *  (WITH CA-REASON) WHEN THERE IS NO CONTACT RECORD OR NO *
      *  MAILING ADDRESS, SO THE CALLER CAN LIST THE STUDENT    *
      *  ON ITS NO-CONTACT EXCEPTION LIST.                      *
      *========================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTADDR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER-FILE ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-STU-ID
               FILE STATUS IS WS-CON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER-FILE.
       COPY CONTRCFM.

       WORKING-STORAGE SECTION.
       01  WS-CON-STATUS       PIC X(2).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-GDN-IDX          PIC 9(1).
       01  WS-REL-TEXT         PIC X(12).

       LINKAGE SECTION.
       COPY CONTAPRM.

       PROCEDURE DIVISION USING CONTAPRM.
       0000-MAIN-PROCESS.
           MOVE 'Y' TO CA-FOUND-SW.
           MOVE SPACES TO CA-REASON.
           MOVE 0 TO CA-LINE-COUNT.
           MOVE SPACES TO CA-ADDR-LINE(1).
           MOVE SPACES TO CA-ADDR-LINE(2).
           MOVE SPACES TO CA-ADDR-LINE(3).
           MOVE SPACES TO CA-ADDR-LINE(4).

           PERFORM 1000-READ-CONTACT.
           IF CA-FOUND-SW = 'Y'
              PERFORM 2000-BUILD-ADDRESS-BLOCK
           END-IF.
           GOBACK.

       1000-READ-CONTACT.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT CONTACT-MASTER-FILE.
           IF WS-CON-STATUS NOT = "35"
              MOVE CA-STU-ID TO CON-STU-ID
              READ CONTACT-MASTER-FILE
                  INVALID KEY MOVE 'N' TO WS-FOUND-SW
                  NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
              END-READ
              CLOSE CONTACT-MASTER-FILE
           END-IF.

           IF WS-FOUND-SW = 'N'
              MOVE 'N' TO CA-FOUND-SW
              MOVE "聯絡資料檔查無此學生" TO CA-REASON
           ELSE
              IF CON-ADDR-LINE1 = SPACES
                 MOVE 'N' TO CA-FOUND-SW
                 MOVE "聯絡資料未填郵寄地址" TO CA-REASON
              END-IF
           END-IF.

      *    地址區塊: 郵遞區號+地址、第二行地址、收件家長、電話
       2000-BUILD-ADDRESS-BLOCK.
           ADD 1 TO CA-LINE-COUNT.
           STRING CON-ZIP "  " CON-ADDR-LINE1
               DELIMITED BY SIZE INTO CA-ADDR-LINE(CA-LINE-COUNT)
           END-STRING.

           IF CON-ADDR-LINE2 NOT = SPACES
              ADD 1 TO CA-LINE-COUNT
              MOVE CON-ADDR-LINE2 TO CA-ADDR-LINE(CA-LINE-COUNT)
           END-IF.

      *    偏好家長未設定或該欄空白時改用另一位
           MOVE CON-PREF-GUARDIAN TO WS-GDN-IDX.
           IF WS-GDN-IDX NOT = 2
              MOVE 1 TO WS-GDN-IDX
           END-IF.
           IF CON-GDN-NAME(WS-GDN-IDX) = SPACES
              IF WS-GDN-IDX = 1
                 MOVE 2 TO WS-GDN-IDX
              ELSE
                 MOVE 1 TO WS-GDN-IDX
              END-IF
           END-IF.

           IF CON-GDN-NAME(WS-GDN-IDX) NOT = SPACES
              PERFORM 2100-SET-RELATION-TEXT
              ADD 1 TO CA-LINE-COUNT
              STRING CON-GDN-NAME(WS-GDN-IDX) " " WS-REL-TEXT
                  " 收"
                  DELIMITED BY SIZE INTO CA-ADDR-LINE(CA-LINE-COUNT)
              END-STRING
              IF CON-GDN-PHONE(WS-GDN-IDX) NOT = SPACES
                 ADD 1 TO CA-LINE-COUNT
                 STRING "電話: " CON-GDN-PHONE(WS-GDN-IDX)
                     DELIMITED BY SIZE
                     INTO CA-ADDR-LINE(CA-LINE-COUNT)
                 END-STRING
              END-IF
           END-IF.

       2100-SET-RELATION-TEXT.
           EVALUATE CON-GDN-RELATION(WS-GDN-IDX)
               WHEN 'F'
                   MOVE "(父)" TO WS-REL-TEXT
               WHEN 'M'
                   MOVE "(母)" TO WS-REL-TEXT
               WHEN 'G'
                   MOVE "(祖父母)" TO WS-REL-TEXT
               WHEN OTHER
                   MOVE "(監護人)" TO WS-REL-TEXT
           END-EVALUATE.
