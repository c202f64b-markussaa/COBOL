      * transaction gets, the add is appended to STUDENT-AUDIT like
      * any other add, and the applicant is flipped to admitted so a
      * rerun never converts anyone twice.
      *
      * No applicant is converted while a mandatory document on
      * REQUIRED-DOCUMENT for their applied class (or for every
      * class) is neither logged received on DOCUMENT-RECEIVED nor
      * excused under a documented exception. Such an applicant
      * stays accepted and goes on PENDING-DOCUMENTS.txt with what
      * is missing, and a chase notice for LETTER-ENGINE's
      * selection D goes to DOCUMENT-CHASE-NOTICE.txt. Every student
      * converted with a document excused is appended to
      * EXCEPTION-ADMISSIONS.txt with the exception reference. With
      * no required-documents list on file nothing is held.
      *
      * A converted applicant who was given a fee quotation has the
      * new STUDENT-ID stamped on the FEE-QUOTE header, so
      * FEE-QUOTE-VARIANCE can find what the assessment raised.
      *
      * Every converted student is stamped with today as the
      * admission date, which FEE-ASSESSMENT prorates a mid-year
      * joiner's fees from.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ADMISSION-BATCH.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT REQUIRED-DOCUMENT ASSIGN TO 'REQUIRED-DOCUMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS DQ-KEY
                   FILE STATUS IS WS-DOCREQ-FS.

               SELECT DOCUMENT-RECEIVED ASSIGN TO 'DOCUMENT-RECEIVED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DR-KEY
                   FILE STATUS IS WS-DOCRCV-FS.

               SELECT PENDING-DOCUMENTS
                   ASSIGN TO 'PENDING-DOCUMENTS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-FS.

               SELECT DOCUMENT-CHASE
                   ASSIGN TO 'DOCUMENT-CHASE-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHASE-FS.

               SELECT EXCEPTION-ADMISSIONS
                   ASSIGN TO 'EXCEPTION-ADMISSIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXADM-FS.

               SELECT FEE-QUOTE ASSIGN TO 'FEE-QUOTE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FQ-KEY
                   FILE STATUS IS WS-QUOTE-FS.

       DATA DIVISION.
           FILE SECTION.
           FD APPLICANT.
           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD REQUIRED-DOCUMENT.
           COPY "docreq.cpy".

           FD DOCUMENT-RECEIVED.
           COPY "docrecv.cpy".

           FD PENDING-DOCUMENTS.
           01 PENDING-DOCUMENTS-LINE PIC X(80).

      *    One chase letter to raise: LETTER-ENGINE selects these
      *    by letter code D and merges the applicant's own record.
           FD DOCUMENT-CHASE.
           01 DOCUMENT-CHASE-REC.
               05 DC-APPLICANT-ID   PIC 9(06).
               05 DC-LETTER-CODE    PIC X(01).
               05 DC-DETAIL         PIC X(60).

           FD EXCEPTION-ADMISSIONS.
           01 EXCEPTION-ADMISSIONS-LINE PIC X(80).

           FD FEE-QUOTE.
           COPY "feequot.cpy".

           WORKING-STORAGE SECTION.
           01 WS-APPL-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-CAMPUS            PIC X(03) VALUE 'MAI'.
           COPY "parmtbl.cpy".

           01 WS-DOCREQ-FS          PIC X(02).
           01 WS-DOCRCV-FS          PIC X(02).
           01 WS-DOCRCV-OPEN        PIC A(01) VALUE 'N'.
           01 WS-PEND-FS            PIC X(02).
           01 WS-CHASE-FS           PIC X(02).
           01 WS-EXADM-FS           PIC X(02).
           01 WS-TODAY              PIC 9(08).
           01 WS-DOCS-HELD-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-EXCEPTION-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-QUOTE-FS           PIC X(02).
           01 WS-QUOTE-OPEN         PIC A(01) VALUE 'N'.

      *    The mandatory documents per applied class, loaded once;
      *    class 00 rows are asked of every class. Sixty rows is
      *    every class's list several times over.
           01 WS-DOC-TABLE.
               05 WS-DOC-ROW OCCURS 60 TIMES.
                   10 WS-DOC-CLASS      PIC 9(02).
                   10 WS-DOC-CODE       PIC X(04).
                   10 WS-DOC-NAME       PIC X(25).
           01 WS-DOC-COUNT          PIC 9(02) VALUE ZERO.
           01 WS-DOC-I              PIC 9(02).

      *    The applicant in hand: what is missing, and what was
      *    excused so the conversion can be reported.
           01 WS-MISSING-COUNT      PIC 9(02).
           01 WS-MISSING-LIST       PIC X(60).
           01 WS-MISSING-PTR        PIC 9(03).
           01 WS-EXCUSED-TABLE.
               05 WS-EXCUSED-ROW OCCURS 10 TIMES.
                   10 WS-EXC-CODE       PIC X(04).
                   10 WS-EXC-REF        PIC X(20).
           01 WS-EXCUSED-COUNT      PIC 9(02).
           01 WS-EXC-I              PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ADMISSION-BATCH".
           OPEN EXTEND STUDENT-AUDIT.
           OPEN OUTPUT DUPLICATE-REVIEW.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-REQUIRED-DOCUMENTS.
           OPEN OUTPUT PENDING-DOCUMENTS.
           OPEN OUTPUT DOCUMENT-CHASE.
           OPEN EXTEND EXCEPTION-ADMISSIONS.
           IF WS-EXADM-FS EQUAL '35'
               OPEN OUTPUT EXCEPTION-ADMISSIONS
           END-IF.
      *    No quote file just means nobody has been quoted yet.
           OPEN I-O FEE-QUOTE.
           IF WS-QUOTE-FS EQUAL '00'
               MOVE 'Y' TO WS-QUOTE-OPEN
           END-IF.

           PERFORM LOAD-KNOWN-STUDENTS.

           PERFORM UNTIL WS-EOF = 'Y'
           CLOSE STUDENT.
           CLOSE STUDENT-AUDIT.
           CLOSE DUPLICATE-REVIEW.
           IF WS-DOCRCV-OPEN = 'Y'
               CLOSE DOCUMENT-RECEIVED
           END-IF.
           CLOSE PENDING-DOCUMENTS.
           CLOSE DOCUMENT-CHASE.
           CLOSE EXCEPTION-ADMISSIONS.
           IF WS-QUOTE-OPEN = 'Y'
               CLOSE FEE-QUOTE
           END-IF.

      *    The run's adds roll into the stored control totals, so
      *    the next batch-open VERIFY still proves out.
           DISPLAY 'APPLICANTS ADMITTED: ' WS-ADMITTED-COUNT.
           DISPLAY 'CONVERSIONS FAILED: '  WS-FAILED-COUNT.
           DISPLAY 'HELD FOR DUPLICATE REVIEW: ' WS-HELD-COUNT.
           DISPLAY 'HELD FOR DOCUMENTS: ' WS-DOCS-HELD-COUNT.
           DISPLAY 'DOCUMENTS EXCUSED ON ADMISSION: '
               WS-EXCEPTION-COUNT.
       STOP RUN.

      * The mandatory rows of the required-documents list. A
      * missing list means nothing is asked for, and the receipts
      * file is only wanted when something is.
       LOAD-REQUIRED-DOCUMENTS.
           OPEN INPUT REQUIRED-DOCUMENT.
           IF WS-DOCREQ-FS NOT EQUAL '00'
               DISPLAY 'NO REQUIRED-DOCUMENT LIST - NO DOCUMENT '
                   'CHECKS'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUIRED-DOCUMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DQ-IS-MANDATORY
                               PERFORM NOTE-REQUIRED-DOCUMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUIRED-DOCUMENT
               MOVE 'N' TO WS-EOF
           END-IF.
           IF WS-DOC-COUNT > ZERO
               OPEN INPUT DOCUMENT-RECEIVED
               IF WS-DOCRCV-FS EQUAL '00'
                   MOVE 'Y' TO WS-DOCRCV-OPEN
               ELSE
                   DISPLAY 'NO DOCUMENT-RECEIVED FILE - NOTHING '
                       'LOGGED YET'
               END-IF
           END-IF.

       NOTE-REQUIRED-DOCUMENT.
           IF WS-DOC-COUNT >= 60
               DISPLAY 'DOCUMENT TABLE FULL - NOT CHECKED: '
                   DQ-CLASS-YEAR ' ' DQ-DOC-CODE
           ELSE
               ADD 1 TO WS-DOC-COUNT
               MOVE DQ-CLASS-YEAR TO WS-DOC-CLASS(WS-DOC-COUNT)
               MOVE DQ-DOC-CODE   TO WS-DOC-CODE(WS-DOC-COUNT)
               MOVE DQ-DOC-NAME   TO WS-DOC-NAME(WS-DOC-COUNT)
           END-IF.

      * The known-student table: phonetic key and DOB for everyone
      * on the live master and the history archive, scanned before
      * the conversions begin.
           END-IF.

       ADMIT-ONE-APPLICANT.
      *    Missing paperwork holds the applicant before anything
      *    else is looked at.
           PERFORM CHECK-DOCUMENTS.
           IF WS-MISSING-COUNT > ZERO
               PERFORM HOLD-FOR-DOCUMENTS
           ELSE
               PERFORM SCREEN-AND-CONVERT
           END-IF.

      * Each mandatory document asked of the applicant's class must
      * be received or excused; excused ones are remembered for the
      * exception report.
       CHECK-DOCUMENTS.
           MOVE ZERO   TO WS-MISSING-COUNT.
           MOVE ZERO   TO WS-EXCUSED-COUNT.
           MOVE SPACES TO WS-MISSING-LIST.
           MOVE 1      TO WS-MISSING-PTR.
           PERFORM VARYING WS-DOC-I FROM 1 BY 1
               UNTIL WS-DOC-I > WS-DOC-COUNT
               IF WS-DOC-CLASS(WS-DOC-I) = ZERO
                   OR WS-DOC-CLASS(WS-DOC-I) = AP-APPLIED-CLASS
                   PERFORM CHECK-ONE-DOCUMENT
               END-IF
           END-PERFORM.

       CHECK-ONE-DOCUMENT.
           MOVE 'N' TO DR-STATUS.
           IF WS-DOCRCV-OPEN = 'Y'
               MOVE AP-APPLICANT-ID      TO DR-APPLICANT-ID
               MOVE WS-DOC-CODE(WS-DOC-I) TO DR-DOC-CODE
               READ DOCUMENT-RECEIVED
                   KEY IS DR-KEY
                   INVALID KEY MOVE 'N' TO DR-STATUS
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN DR-RECEIVED
                   CONTINUE
               WHEN DR-EXCEPTED
                   IF WS-EXCUSED-COUNT < 10
                       ADD 1 TO WS-EXCUSED-COUNT
                       MOVE DR-DOC-CODE
                           TO WS-EXC-CODE(WS-EXCUSED-COUNT)
                       MOVE DR-EXCEPTION-REF
                           TO WS-EXC-REF(WS-EXCUSED-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MISSING-COUNT
                   IF WS-MISSING-COUNT > 1
                       STRING ', ' DELIMITED BY SIZE
                           INTO WS-MISSING-LIST
                           WITH POINTER WS-MISSING-PTR
                       END-STRING
                   END-IF
                   STRING WS-DOC-NAME(WS-DOC-I) DELIMITED BY '  '
                       INTO WS-MISSING-LIST
                       WITH POINTER WS-MISSING-PTR
                   END-STRING
           END-EVALUATE.

       HOLD-FOR-DOCUMENTS.
           ADD 1 TO WS-DOCS-HELD-COUNT.
           MOVE SPACES TO PENDING-DOCUMENTS-LINE.
           STRING 'HELD APPLICANT=' AP-APPLICANT-ID
               ' ' AP-NAME ' CLASS=' AP-APPLIED-CLASS
               ' MISSING ' WS-MISSING-COUNT
               DELIMITED BY SIZE INTO PENDING-DOCUMENTS-LINE.
           WRITE PENDING-DOCUMENTS-LINE.
           MOVE SPACES TO PENDING-DOCUMENTS-LINE.
           STRING '    ' WS-MISSING-LIST
               DELIMITED BY SIZE INTO PENDING-DOCUMENTS-LINE.
           WRITE PENDING-DOCUMENTS-LINE.

           MOVE AP-APPLICANT-ID TO DC-APPLICANT-ID.
           MOVE 'D'             TO DC-LETTER-CODE.
           MOVE WS-MISSING-LIST TO DC-DETAIL.
           WRITE DOCUMENT-CHASE-REC.

       SCREEN-AND-CONVERT.
      *    The phonetic screen runs before a STUDENT-ID is drawn: a
      *    suspected match goes to the review list, not the master.
           PERFORM SCREEN-FOR-DUPLICATE.
           MOVE AP-CITY           TO CITY.
           MOVE AP-ZIP            TO ZIP.
           MOVE AP-APPLIED-CLASS  TO CLASS-YEAR.
           MOVE AP-PROGRAMME      TO STUDENT-PROGRAMME.
           MOVE 'A'               TO STUDENT-STATUS.
           MOVE 'N'               TO RESULT-WITHHELD.
           MOVE WS-CAMPUS         TO CAMPUS-CODE.
           MOVE WS-TODAY          TO ADMISSION-DATE.
           MOVE ZERO              TO LEAVING-DATE.

           WRITE STUDENT-FILE
               INVALID KEY
                   MOVE AP-NAME           TO AUDIT-NEW-NAME
                   PERFORM APPEND-AUDIT-RECORD
                   PERFORM MARK-APPLICANT-ADMITTED
                   PERFORM REPORT-EXCUSED-DOCUMENTS
                   PERFORM STAMP-FEE-QUOTE
           END-WRITE.

      * The quote header learns the student it became; an applicant
      * never quoted has no header and nothing to stamp.
       STAMP-FEE-QUOTE.
           IF WS-QUOTE-OPEN = 'Y'
               MOVE AP-APPLICANT-ID TO FQ-APPLICANT-ID
               MOVE SPACES          TO FQ-FEE-CODE
               READ FEE-QUOTE
                   KEY IS FQ-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NEW-STUDENT-ID TO FQ-STUDENT-ID
                       REWRITE FEE-QUOTE-FILE
                           INVALID KEY
                               DISPLAY 'ADMIT: QUOTE STAMP FAILED '
                                   AP-APPLICANT-ID
                       END-REWRITE
               END-READ
           END-IF.

      * One line per document excused, for the registrar's file.
       REPORT-EXCUSED-DOCUMENTS.
           PERFORM VARYING WS-EXC-I FROM 1 BY 1
               UNTIL WS-EXC-I > WS-EXCUSED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO EXCEPTION-ADMISSIONS-LINE
               STRING WS-TODAY ' STUDENT=' WS-NEW-STUDENT-ID
                   ' APPLICANT=' AP-APPLICANT-ID
                   ' DOC=' WS-EXC-CODE(WS-EXC-I)
                   ' REF=' WS-EXC-REF(WS-EXC-I)
                   DELIMITED BY SIZE INTO EXCEPTION-ADMISSIONS-LINE
               WRITE EXCEPTION-ADMISSIONS-LINE
           END-PERFORM.

       MARK-APPLICANT-ADMITTED.
           MOVE 'D' TO AP-DECISION.
           REWRITE APPLICANT-FILE.
