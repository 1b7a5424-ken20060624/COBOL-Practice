           05 CRS-MEET-PERIOD       PIC 9(02).
           05 CRS-FEE               PIC 9(05).
           05 CRS-CREDITS           PIC 9(02).
           05 CRS-PREREQ-TABLE.
              10 CRS-PREREQ OCCURS 4 TIMES.
                 15 CRS-PREREQ-SUBJECT    PIC X(10).
                 15 CRS-PREREQ-MIN-SCORE  PIC 9(03).
           05 CRS-TEACHER-ID        PIC 9(05).
           05 CRS-ROOM-CODE         PIC X(06).
