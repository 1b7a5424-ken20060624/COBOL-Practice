       01  CONTACT-REC.
           05 CON-STU-ID            PIC 9(06).
           05 CON-GUARDIAN OCCURS 2 TIMES.
              10 CON-GDN-NAME       PIC X(20).
              10 CON-GDN-RELATION   PIC X(01).
              10 CON-GDN-PHONE      PIC X(15).
           05 CON-ZIP               PIC X(05).
           05 CON-ADDR-LINE1        PIC X(40).
           05 CON-ADDR-LINE2        PIC X(40).
           05 CON-PREF-GUARDIAN     PIC 9(01).
           05 CON-PREF-METHOD       PIC X(01).
           05 CON-LAST-UPDATE       PIC 9(08).
           05 CON-OPERATOR          PIC X(08).
