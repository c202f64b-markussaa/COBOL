      * the SUBJECT-MASTER catalog lookup is rejected onto
      * ENROLL-EXCEPTIONS the way WRITE's edit pass rejects bad adds,
      * so the roster downstream programs trust is only ever built
      * from validated registrations. A drop is only checked
      * against the enrollment it drops: the student may since have
      * been archived or the subject retired, and INTEGRITY-SWEEP's
      * corrections for exactly those rows come through here.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ENROLLMENT-POSTING.
       POST-ENROLLMENT.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT ET-DROP
               MOVE ET-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES AND NOT ET-DROP
               MOVE ET-SUBJECT-CODE TO WS-LOOKUP-CODE
               CALL 'UTIL-VALIDATE-SUBJECT' USING WS-LOOKUP-CODE,
                                                   WS-SUBJECT-OK
