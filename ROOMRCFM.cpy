       01  ROOM-MASTER-REC.
           05 ROOM-CODE             PIC X(06).
           05 ROOM-BUILDING         PIC X(20).
           05 ROOM-SEATS            PIC 9(03).
           05 ROOM-TYPE             PIC X(01).
