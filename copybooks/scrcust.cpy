      * SCRCUST - shared SCRIPT-CUSTODY trail record layout. COPY
      * this into the FD for SCRIPT-CUSTODY-LOG, the line-sequential
      * trail SCRIPT-CUSTODY-MAINTENANCE appends one record to for
      * every handover of a SCRIPT-BUNDLE (scrbndl.cpy), so a bundle
      * that goes missing can be traced to the last hands it was in.
           01 SCRIPT-CUSTODY-REC.
               05 SC-EXAM-CODE         PIC X(06).
               05 SC-SUBJECT-CODE      PIC X(04).
               05 SC-BUNDLE-NO         PIC 9(02).
               05 SC-ACTION            PIC X(01).
                   88 SC-COLLECTED     VALUE 'C'.
                   88 SC-ISSUED        VALUE 'I'.
                   88 SC-RETURNED      VALUE 'R'.
                   88 SC-SENT-REEVAL   VALUE 'E'.
               05 SC-STAFF-ID          PIC 9(04).
               05 SC-HANDOVER-DATE     PIC 9(08).
               05 SC-DUE-DATE          PIC 9(08).
               05 SC-SCRIPT-COUNT      PIC 9(03).
               05 SC-LOGGED-DATE       PIC 9(08).
               05 SC-LOGGED-TIME       PIC 9(06).
