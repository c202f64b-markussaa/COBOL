      * and money figures are left intact. Names become TRAINEE
      * lines, the abc.cpy address fields become the training
      * address, DOB keeps its year but takes an ID-derived month
      * and day, GC-PHONE becomes a 555 number and any GC-EMAIL a
      * training address. No real child's data survives into the
      * training files.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRAINING-SCRAMBLER.
           01 TRAIN-STUDENT-FILE.
               05 TS-STUDENT-ID    PIC 9(05).
               05 TS-STUDENT-NAME  PIC A(25).
               05 TS-REST          PIC X(127).

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".
               05 TG-NAME              PIC A(25).
               05 TG-RELATIONSHIP      PIC X(10).
               05 TG-PHONE             PIC X(12).
               05 TG-EMAIL             PIC X(40).
               05 TG-CHANNEL           PIC X(01).
               05 TG-LANGUAGE          PIC X(02).
               05 TG-OPT-OUT           PIC X(01).

           FD RECEIVABLE.
           COPY "recvbl.cpy".
           FD TRAIN-RECEIVABLE.
           01 TRAIN-RECEIVABLE-FILE.
               05 TR-RV-KEY        PIC X(11).
               05 TR-RV-REST       PIC X(27).

           FD MARKS-POSTED.
           COPY "mkpost.cpy".
           FD TRAIN-MARKS.
           01 TRAIN-MARKS-FILE.
               05 TM-KEY           PIC X(15).
               05 TM-REST          PIC X(07).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           MOVE SPACES TO TG-PHONE.
           STRING '555-' WS-ID-TEXT '-' GC-PRIORITY
               DELIMITED BY SIZE INTO TG-PHONE.
           MOVE SPACES TO TG-EMAIL.
           IF GC-EMAIL NOT = SPACES
               STRING 'GUARDIAN' WS-ID-TEXT '-' GC-PRIORITY
                   '@TRAINING.INVALID'
                   DELIMITED BY SIZE INTO TG-EMAIL
           END-IF.
           MOVE GC-CHANNEL    TO TG-CHANNEL.
           MOVE GC-LANGUAGE   TO TG-LANGUAGE.
           MOVE GC-OPT-OUT    TO TG-OPT-OUT.
           WRITE TRAIN-GUARDIAN-FILE
               INVALID KEY
                   DISPLAY 'TRAINING GUARDIAN: Invalid Key '
