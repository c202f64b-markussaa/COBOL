      * DOCREQ - shared REQUIRED-DOCUMENT record layout. COPY this
      * into the FD for REQUIRED-DOCUMENT: the documents an applicant
      * must hand in before ADMISSION-BATCH will convert them, per
      * applied class. Class 00 rows apply to every class. A
      * document that is asked for but not mandatory is still chased
      * but never holds an admission back.
           01 REQUIRED-DOCUMENT-FILE.
               05 DQ-KEY.
                   10 DQ-CLASS-YEAR    PIC 9(02).
                   10 DQ-DOC-CODE      PIC X(04).
               05 DQ-DOC-NAME          PIC X(25).
               05 DQ-MANDATORY         PIC X(01).
                   88 DQ-IS-MANDATORY      VALUE 'Y'.
