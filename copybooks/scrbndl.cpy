      * SCRBNDL - shared SCRIPT-BUNDLE record layout. COPY this into
      * the FD for SCRIPT-BUNDLE, the answer scripts of one
      * EXAM-SCHEDULE paper made up into numbered bundles for the
      * room the paper sat in. Keyed by exam code, subject and
      * bundle number; SCRIPT-BUNDLE-BUILD makes the bundles up and
      * prints each one's list of anonymous exam numbers, and
      * SCRIPT-CUSTODY-MAINTENANCE moves them from hand to hand.
           01 SCRIPT-BUNDLE-FILE.
               05 SB-KEY.
                   10 SB-EXAM-CODE     PIC X(06).
                   10 SB-SUBJECT-CODE  PIC X(04).
                   10 SB-BUNDLE-NO     PIC 9(02).
               05 SB-ROOM              PIC X(04).
               05 SB-EXAM-DATE         PIC 9(08).
               05 SB-SCRIPT-COUNT      PIC 9(03).
               05 SB-FIRST-EXAM-NO     PIC 9(05).
               05 SB-LAST-EXAM-NO      PIC 9(05).
      * SB-STATUS follows studmas.cpy's 88-level status pattern.
      * A bundle is made up in the hall, collected into the exams
      * office, issued to a marker and returned; a returned bundle
      * may go out again for re-evaluation and come back once more.
               05 SB-STATUS            PIC X(01).
                   88 SB-IN-HALL       VALUE 'H'.
                   88 SB-IN-OFFICE     VALUE 'C'.
                   88 SB-WITH-MARKER   VALUE 'M'.
                   88 SB-RETURNED      VALUE 'R'.
                   88 SB-AT-REEVAL     VALUE 'E'.
                   88 SB-OUT-TO-STAFF  VALUES 'M' 'E'.
      * The STAFF-MASTER marker holding the bundle (zero while it is
      * in the hall or the office), the day of the last handover,
      * and the day it is due back - zero when nothing is due.
               05 SB-HOLDER-STAFF-ID   PIC 9(04).
               05 SB-MOVED-DATE        PIC 9(08).
               05 SB-DUE-DATE          PIC 9(08).
