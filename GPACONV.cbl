      *========================================================*
      *  PROGRAM-ID. GPACONV                                    *
      *  PURPOSE: SHARED GRADE-POINT MODULE CALLED BY TRNSCRPT  *
      *  (TRANSCRIPT GPA) AND CLSRANK (CLASS RANK).  CONVERTS   *
      *  A 0-100 GRD-SCORE TO THE 4-POINT SCALE AND LETTER SO   *
      *  EVERY REPORT USES THE SAME TABLE:                      *
      *    90-100  A  4.0        80-89  B  3.0                  *
      *    70-79   C  2.0        60-69  D  1.0                  *
      *    0-59    F  0.0                                       *
      *  A SCORE ABOVE 100 IS TREATED AS 100.                   *
      *========================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPACONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       COPY GPACVPRM.

       PROCEDURE DIVISION USING GPACVPRM.
       0000-MAIN-PROCESS.
           EVALUATE TRUE
               WHEN GP-SCORE >= 90
                   MOVE 4.0 TO GP-POINTS
                   MOVE 'A' TO GP-LETTER
               WHEN GP-SCORE >= 80
                   MOVE 3.0 TO GP-POINTS
                   MOVE 'B' TO GP-LETTER
               WHEN GP-SCORE >= 70
                   MOVE 2.0 TO GP-POINTS
                   MOVE 'C' TO GP-LETTER
               WHEN GP-SCORE >= 60
                   MOVE 1.0 TO GP-POINTS
                   MOVE 'D' TO GP-LETTER
               WHEN OTHER
                   MOVE 0 TO GP-POINTS
                   MOVE 'F' TO GP-LETTER
           END-EVALUATE.

           GOBACK.
