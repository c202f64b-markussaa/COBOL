      * STFABS - shared STAFF-ABSENCE record layout. COPY this into
      * the FD for STAFF-ABSENCE: one record per teacher per absence,
      * keyed by staff number plus the first day of the range, the
      * way leaveapp.cpy keys a student's leave. COVER-PLANNER reads
      * it each morning to find whose classes need cover that day.
           01 STAFF-ABSENCE-FILE.
               05 SA-KEY.
                   10 SA-STAFF-ID      PIC 9(04).
                   10 SA-FROM-DATE     PIC 9(08).
               05 SA-TO-DATE           PIC 9(08).
               05 SA-REASON            PIC X(15).
      * SA-STATUS follows studmas.cpy's 88-level status pattern; a
      * cancelled absence (the teacher came in after all) stays on
      * file but no longer generates cover.
               05 SA-STATUS            PIC X(01).
                   88 SA-RECORDED      VALUE 'A'.
                   88 SA-CANCELLED     VALUE 'C'.
