      * ASGNMAS - shared ASSIGNMENT-MASTER record layout. COPY this
      * into the FD for ASSIGNMENT-MASTER, one record for every piece
      * of homework or coursework a teacher sets a section. Keyed by
      * subject, class-year, section and due date - the way the
      * teacher's markbook column is headed - so a section has one
      * piece of work per subject falling due on a given day.
           01 ASSIGNMENT-MASTER-FILE.
               05 AG-KEY.
                   10 AG-SUBJECT-CODE  PIC X(04).
                   10 AG-CLASS-YEAR    PIC 9(02).
                   10 AG-SECTION-CODE  PIC X(01).
                   10 AG-DUE-DATE      PIC 9(08).
               05 AG-TITLE             PIC X(30).
               05 AG-WORK-TYPE         PIC X(01).
                   88 AG-HOMEWORK      VALUE 'H'.
                   88 AG-COURSEWORK    VALUE 'C'.
               05 AG-SET-DATE          PIC 9(08).
               05 AG-STAFF-ID          PIC 9(04).
      * A cancelled piece of work stays on file with whatever was
      * recorded against it, but nothing counts as missing for it.
               05 AG-STATUS            PIC X(01).
                   88 AG-SET           VALUE 'S'.
                   88 AG-CANCELLED     VALUE 'C'.
