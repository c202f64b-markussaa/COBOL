      * BRDRES - shared BOARD-RESULTS record layout. COPY this into
      * the FD for BOARD-RESULTS, the education board's published
      * result for each candidate and board subject as
      * BOARD-RESULTS-IMPORT loads it off the board's file. Keyed by
      * STUDENT-ID plus the board's subject code, so a corrected
      * result file reloads over the first. The school side of the
      * comparison - the subject code the crosswalk maps back to and
      * the final internal mark it was measured against - is kept
      * on the record, so TRANSCRIPT-PRINT shows the two grades side
      * by side without redoing the matching.
           01 BOARD-RESULTS-REC.
               05 BRS-KEY.
                   10 BRS-STUDENT-ID     PIC 9(05).
                   10 BRS-BOARD-SUBJECT  PIC X(06).
               05 BRS-EXAM-YEAR          PIC 9(04).
               05 BRS-SUBJECT-CODE       PIC X(04).
      * The board's mark is a percentage; the grade is the board's
      * own letter as published.
               05 BRS-BOARD-MARK         PIC 9(03).
               05 BRS-BOARD-GRADE        PIC X(02).
      * The school's final internal mark for the subject: the
      * latest term's posted mark, as a percentage of the subject's
      * maximum, and its letter off GRADE-SCALE. BRS-NO-SCHOOL-MARK
      * says no mark was posted to compare with.
               05 BRS-SCHOOL-FLAG        PIC X(01).
                   88 BRS-HAS-SCHOOL-MARK  VALUE 'Y'.
                   88 BRS-NO-SCHOOL-MARK   VALUE 'N'.
               05 BRS-SCHOOL-TERM        PIC X(06).
               05 BRS-SCHOOL-PCT         PIC 9(03).
               05 BRS-SCHOOL-GRADE       PIC X(02).
               05 BRS-IMPORT-DATE        PIC 9(08).
