      * DOCRECV - shared DOCUMENT-RECEIVED record layout. COPY this
      * into the FD for DOCUMENT-RECEIVED, the admissions desk's log
      * of what each applicant has handed in, one record per
      * applicant per document. A document not in hand can instead
      * be excused under a documented exception - the reference and
      * the operator who approved it are kept, and ADMISSION-BATCH
      * reports every student converted that way.
           01 DOCUMENT-RECEIVED-FILE.
               05 DR-KEY.
                   10 DR-APPLICANT-ID  PIC 9(06).
                   10 DR-DOC-CODE      PIC X(04).
               05 DR-STATUS            PIC X(01).
                   88 DR-RECEIVED          VALUE 'R'.
                   88 DR-EXCEPTED          VALUE 'X'.
                   88 DR-SATISFIED         VALUES 'R' 'X'.
               05 DR-DATE              PIC 9(08).
               05 DR-LOGGED-BY         PIC X(08).
               05 DR-EXCEPTION-REF     PIC X(20).
