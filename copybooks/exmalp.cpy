      * EXMALP - shared EXAM-MALPRACTICE record layout. COPY this
      * into the FD for EXAM-MALPRACTICE, the examinations
      * committee's case file for suspected malpractice in the exam
      * hall: one record per paper, keyed by STUDENT-ID, exam code
      * and subject, carrying the evidence reference, the hearing
      * and its outcome. MALPRACTICE-MAINTENANCE keeps it and
      * MALPRACTICE-CASE-REGISTER prints it for the committee.
           01 EXAM-MALPRACTICE-FILE.
               05 EM-KEY.
                   10 EM-STUDENT-ID    PIC 9(05).
                   10 EM-EXAM-CODE     PIC X(06).
                   10 EM-SUBJECT-CODE  PIC X(04).
      * EM-TERM-CODE is the posting term the exam's marks go to on
      * MARKS-POSTED - the term a cancellation is applied in.
               05 EM-TERM-CODE         PIC X(06).
               05 EM-REPORTED-DATE     PIC 9(08).
               05 EM-REPORTED-BY       PIC X(08).
               05 EM-ALLEGATION        PIC X(20).
               05 EM-EVIDENCE-REF      PIC X(12).
               05 EM-HEARING-DATE      PIC 9(08).
      * EM-STATUS carries the case through its lifecycle with the
      * same 88-level pattern DI-STATUS uses on dscpinc.cpy.
               05 EM-STATUS            PIC X(01).
                   88 EM-REPORTED      VALUE 'R'.
                   88 EM-HEARING       VALUE 'H'.
                   88 EM-DECIDED       VALUE 'D'.
                   88 EM-OPEN          VALUES 'R' 'H'.
      * EM-OUTCOME is the hearing's decision: nothing, this paper
      * cancelled, or every paper the student sat in the exam
      * cancelled. Blank until the case is decided.
               05 EM-OUTCOME           PIC X(01).
                   88 EM-NO-OUTCOME        VALUE ' '.
                   88 EM-NO-PENALTY        VALUE 'N'.
                   88 EM-CANCEL-PAPER      VALUE 'P'.
                   88 EM-CANCEL-ALL        VALUE 'A'.
               05 EM-DECIDED-BY        PIC X(08).
               05 EM-DECIDED-DATE      PIC 9(08).
      * EM-CASE-SUBJECT is the subject of the case that decided
      * this paper - its own subject on a case record, the heard
      * case's subject on a record written for a paper cancelled
      * under an all-papers outcome. EM-ORIGINAL-MARK keeps the
      * figure MARKS-POSTED held before the paper was cancelled.
               05 EM-CASE-SUBJECT      PIC X(04).
               05 EM-ORIGINAL-MARK     PIC 9(03).
               05 EM-PAPERS-CANCELLED  PIC 9(02).
