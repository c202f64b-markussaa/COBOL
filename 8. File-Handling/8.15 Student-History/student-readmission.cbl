      * ID the way OPERATOR-MENU does, pulls the archived record,
      * writes it back onto the live master with the status reset to
      * active, and removes it from the archive so the student exists
      * in exactly one place again. The returning student is admitted
      * afresh from today, with no leaving date, so the fee
      * assessment bills them from the day they came back.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-READMISSION.
           MOVE HIST-CLASS-RANK     TO CLASS-RANK.
           MOVE HIST-CLASS-YEAR     TO CLASS-YEAR.
           MOVE HIST-CAMPUS-CODE    TO CAMPUS-CODE.
           MOVE HIST-PROGRAMME      TO STUDENT-PROGRAMME.
           MOVE 'A'                 TO STUDENT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADMISSION-DATE.
           MOVE ZERO                TO LEAVING-DATE.

           WRITE STUDENT-FILE
               INVALID KEY
