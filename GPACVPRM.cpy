       01  GPACVPRM.
           05 GP-SCORE             PIC 9(3).
           05 GP-POINTS            PIC 9V9.
           05 GP-LETTER            PIC X(1).
