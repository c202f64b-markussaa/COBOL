      * with per-section capacities; this program is its maintenance
      * front-end, following SUBJECT-MAINTENANCE's ACCEPT-driven
      * menu loop: add a section under a class-year, change its
      * capacity, delete it, or list a year's sections. Each section
      * also names its form tutor, a teacher off STAFF-MASTER, so
      * somebody owns the section.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SECTION-MAINTENANCE.
                   RECORD KEY IS SEC-KEY
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SECTION-MASTER.
           COPY "sectmas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-YEAR        PIC 9(02).
           01 WS-ENTRY-SECTION     PIC X(01).
           01 WS-ENTRY-CAPACITY    PIC 9(03).
           01 WS-ENTRY-TUTOR       PIC 9(04).
           01 WS-TUTOR-OK          PIC A(01).
           01 WS-STAFF-FS          PIC X(02).
           01 WS-STAFF-OPEN        PIC A(01) VALUE 'N'.
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

               STOP RUN
           END-IF.

      *    Without the staff master a tutor is taken as keyed.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 2 PERFORM CHANGE-SECTION
                   WHEN 3 PERFORM DELETE-SECTION
                   WHEN 4 PERFORM LIST-SECTIONS
                   WHEN 5 PERFORM ASSIGN-TUTOR
                   WHEN 6 DISPLAY 'EXITING SECTION MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE SECTION-MASTER.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '2. CHANGE SECTION CAPACITY'.
           DISPLAY '3. DELETE SECTION'.
           DISPLAY '4. LIST SECTIONS FOR CLASS YEAR'.
           DISPLAY '5. ASSIGN FORM TUTOR'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           PERFORM ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER CAPACITY: '.
           ACCEPT WS-ENTRY-CAPACITY.
           PERFORM ACCEPT-TUTOR.

           IF WS-TUTOR-OK = 'N'
               DISPLAY 'ADD: Tutor Not A Current Teacher'
           ELSE
               MOVE WS-ENTRY-YEAR     TO SEC-CLASS-YEAR
               MOVE WS-ENTRY-SECTION  TO SEC-CODE
               MOVE WS-ENTRY-CAPACITY TO SEC-CAPACITY
               MOVE WS-ENTRY-TUTOR    TO SEC-TUTOR-ID
               WRITE SECTION-MASTER-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ADD: Section Inserted'
               END-WRITE
           END-IF.

      * A tutor must be a current teacher; zero leaves the section
      * without one.
       ACCEPT-TUTOR.
           DISPLAY 'ENTER FORM TUTOR STAFF ID (0 = NONE): '.
           ACCEPT WS-ENTRY-TUTOR.
           MOVE 'Y' TO WS-TUTOR-OK.
           IF WS-ENTRY-TUTOR NOT = ZERO
               AND WS-STAFF-OPEN = 'Y'
               MOVE WS-ENTRY-TUTOR TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY MOVE 'N' TO WS-TUTOR-OK
                   NOT INVALID KEY
                       IF NOT SF-ACTIVE
                           MOVE 'N' TO WS-TUTOR-OK
                       END-IF
               END-READ
           END-IF.

       ASSIGN-TUTOR.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-YEAR    TO SEC-CLASS-YEAR.
           MOVE WS-ENTRY-SECTION TO SEC-CODE.
           READ SECTION-MASTER
               KEY IS SEC-KEY
               INVALID KEY DISPLAY 'TUTOR: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               PERFORM ACCEPT-TUTOR
               IF WS-TUTOR-OK = 'N'
                   DISPLAY 'TUTOR: Tutor Not A Current Teacher'
               ELSE
                   MOVE WS-ENTRY-TUTOR TO SEC-TUTOR-ID
                   REWRITE SECTION-MASTER-FILE
                       INVALID KEY DISPLAY 'TUTOR: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'TUTOR: Form Tutor Updated'
                   END-REWRITE
               END-IF
           END-IF.

       CHANGE-SECTION.
           PERFORM ACCEPT-ENTRY-KEY.
                       ELSE
                           DISPLAY 'SECTION ' SEC-CODE
                               ' CAPACITY=' SEC-CAPACITY
                               ' TUTOR=' SEC-TUTOR-ID
                       END-IF
               END-READ
           END-PERFORM.
