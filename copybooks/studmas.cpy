      * sits in (A/B/C...). SECTION-ALLOCATION deals students across
      * the year's sections evenly; space means not yet sectioned.
               05 SECTION-CODE     PIC X(01).
      * STUDENT-PROGRAMME is the course of study the student was
      * admitted to, carried from the applicant record; spaces is
      * the school's general programme. GRADUATION-AUDIT looks up
      * the graduation requirements by programme and class-year.
               05 STUDENT-PROGRAMME PIC X(04).
      * GRADUATION-HONOURS is the classification awarded when the
      * student is marked graduated off the audit's cleared list;
      * space until then.
               05 GRADUATION-HONOURS PIC X(01).
                   88 HONOURS-FIRST-CLASS  VALUE 'F'.
                   88 HONOURS-SECOND-CLASS VALUE 'S'.
                   88 HONOURS-PASS         VALUE 'P'.
                   88 HONOURS-NONE         VALUE ' '.
      * ADMISSION-DATE is the day the student joined, stamped by
      * ADMISSION-BATCH (and by STUDENT-READMISSION on a return);
      * LEAVING-DATE is the day they leave or left, keyed on a
      * STATUS-CHANGE-TRANSACTION. FEE-ASSESSMENT pro-rates a fee
      * to the window between the two. Zeros - or a record written
      * before the dates were carried - mean the student was here
      * from the start of the year and has no leaving date.
               05 ADMISSION-DATE   PIC 9(08).
               05 LEAVING-DATE     PIC 9(08).
      * WS-MAILING-VIEW regroups the trailing name+address fields
      * (FIRSTNAME through ZIP) so a label-printing program can
      * DISPLAY or MOVE the whole block in one shot instead of
