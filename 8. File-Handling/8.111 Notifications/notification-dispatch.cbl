      * Sends whatever the day's batches left on NOTIFICATION-QUEUE.
      * For each queued event the first GUARDIAN-CONTACT by priority
      * who has not opted out is the recipient; a student whose
      * guardians have all opted out is passed over on the exception
      * list, and one with no contact on file at all gets a letter
      * to the parent/guardian at the master address. The guardian's
      * GC-CHANNEL picks the bureau file - SMS needs a phone, email
      * an address, and anything that cannot be sent that way goes
      * as a letter. GC-LANGUAGE picks the opening phrase from the
      * optional NOTIFY-PHRASES file, English where no phrase is
      * keyed for it.
      *
      * Every message gets an id (run minute plus a sequence) and a
      * row on the append-only NOTIFY-SENT register. Before the new
      * queue is sent the bureaus' NOTIFY-RECEIPTS are read back:
      * an SMS or email they report failed is found on the register
      * and re-sent as a letter, once - the register row for the
      * letter names the message it replaces, so a receipt reported
      * twice does not send two letters. The queue and the receipts
      * are emptied when the run finishes.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NOTIFICATION-DISPATCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT UNDELIVERABLE ASSIGN TO 'UNDELIVERABLE-ADDR'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS UA-STUDENT-ID
                   FILE STATUS IS WS-BADADDR-FS.

               SELECT NOTIFY-PHRASES ASSIGN TO 'NOTIFY-PHRASES.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PHRASE-FS.

               SELECT NOTIFY-RECEIPTS ASSIGN TO 'NOTIFY-RECEIPTS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCPT-FS.

               SELECT NOTIFY-SENT ASSIGN TO 'NOTIFY-SENT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SENT-FS.

               SELECT SMS-OUT ASSIGN TO 'NOTIFY-SMS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SMS-FS.

               SELECT EMAIL-OUT ASSIGN TO 'NOTIFY-EMAIL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMAIL-FS.

               SELECT LETTER-OUT ASSIGN TO 'NOTIFY-LETTERS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LTR-FS.

               SELECT NOTIFY-EXCEPTIONS
                   ASSIGN TO 'NOTIFY-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD UNDELIVERABLE.
           COPY "badaddr.cpy".

      *    One opening phrase per event type and language, keyed by
      *    the office; anything missing is said in English.
           FD NOTIFY-PHRASES.
           01 NOTIFY-PHRASE-REC.
               05 NP-EVENT-TYPE     PIC X(04).
               05 NP-LANGUAGE       PIC X(02).
               05 NP-PHRASE         PIC X(50).

      *    The bureaus' delivery report, one line per message id.
           FD NOTIFY-RECEIPTS.
           01 NOTIFY-RECEIPT-REC.
               05 NR-MSG-ID         PIC X(16).
               05 NR-RESULT         PIC X(01).
                   88 NR-DELIVERED      VALUE 'D'.
                   88 NR-FAILED         VALUE 'F'.

      *    Every message sent, by any channel. NS-REPLACES is the id
      *    of the failed SMS or email a fallback letter stands for.
           FD NOTIFY-SENT.
           01 NOTIFY-SENT-REC.
               05 NS-MSG-ID         PIC X(16).
               05 NS-CHANNEL        PIC X(01).
               05 NS-STUDENT-ID     PIC 9(05).
               05 NS-PRIORITY       PIC 9(01).
               05 NS-EVENT-TYPE     PIC X(04).
               05 NS-EVENT-DATE     PIC 9(08).
               05 NS-SENT-DATE      PIC 9(08).
               05 NS-REPLACES       PIC X(16).
               05 NS-TEXT           PIC X(150).

           FD SMS-OUT.
           01 SMS-OUT-LINE          PIC X(180).

           FD EMAIL-OUT.
           01 EMAIL-OUT-LINE        PIC X(280).

           FD LETTER-OUT.
           01 LETTER-LINE           PIC X(80).

           FD NOTIFY-EXCEPTIONS.
           01 NOTIFY-EXCEPTION-LINE PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-BADADDR-FS         PIC X(02).
           01 WS-PHRASE-FS          PIC X(02).
           01 WS-RCPT-FS            PIC X(02).
           01 WS-SENT-FS            PIC X(02).
           01 WS-SMS-FS             PIC X(02).
           01 WS-EMAIL-FS           PIC X(02).
           01 WS-LTR-FS             PIC X(02).
           01 WS-EXC-FS             PIC X(02).
      *    Whether the optional files opened - the status fields
      *    change on every read, so they cannot double as the open
      *    flags.
           01 WS-BADADDR-OPEN       PIC A(01) VALUE 'N'.
           01 WS-RCPT-OPEN          PIC A(01) VALUE 'N'.
           01 WS-QUEUE-OPEN         PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
      *    The event in hand, from the queue or from the register
      *    row of a failed message.
           COPY "notiffl.cpy".

      *    Message ids are the run's minute, YYMMDDHHMM, and a
      *    sequence within the run.
           01 WS-MSG-ID.
               05 WS-MSG-MINUTE     PIC X(10).
               05 WS-MSG-SEQ        PIC 9(06) VALUE ZERO.

           01 WS-PHRASE-TABLE.
               05 WS-PHR-ROW OCCURS 100 TIMES.
                   10 WS-PHR-TYPE       PIC X(04).
                   10 WS-PHR-LANGUAGE   PIC X(02).
                   10 WS-PHR-TEXT       PIC X(50).
           01 WS-PHR-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-PHR-I              PIC 9(03).
           01 WS-PHRASE             PIC X(50).

      *    Failed receipts awaiting their fallback letter. State 'N'
      *    is not yet found on the register, 'H' is held ready to
      *    re-send, 'D' already has its letter.
           01 WS-FAIL-TABLE.
               05 WS-FAIL-ROW OCCURS 1000 TIMES.
                   10 WS-FAIL-MSG-ID     PIC X(16).
                   10 WS-FAIL-STATE      PIC X(01).
                   10 WS-FAIL-STUDENT    PIC 9(05).
                   10 WS-FAIL-PRIORITY   PIC 9(01).
                   10 WS-FAIL-TYPE       PIC X(04).
                   10 WS-FAIL-EVENT-DATE PIC 9(08).
                   10 WS-FAIL-TEXT       PIC X(150).
           01 WS-FAIL-COUNT         PIC 9(04) VALUE ZERO.
           01 WS-FAIL-I             PIC 9(04).

      *    The recipient chosen for the message in hand.
           01 WS-PRI                PIC 9(02).
           01 WS-CHOSEN-PRI         PIC 9(01).
           01 WS-CONTACT-COUNT      PIC 9(02).
           01 WS-CHANNEL            PIC X(01).
           01 WS-ADDRESSEE          PIC X(25).
           01 WS-STUDENT-NAME       PIC X(25).
           01 WS-STUDENT-FOUND      PIC A(01).
           01 WS-REPLACES           PIC X(16).
           01 WS-MESSAGE-TEXT       PIC X(150).
           01 WS-EXCEPTION-REASON   PIC X(30).
           01 WS-ADDRESS-LINE       PIC X(60).

           01 WS-QUEUE-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-SMS-COUNT          PIC 9(06) VALUE ZERO.
           01 WS-EMAIL-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-LETTER-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-FALLBACK-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-DELIVERED-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-FAILED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-EXCEPTION-COUNT    PIC 9(06) VALUE ZERO.
           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "NOTIFICATION-DISPATCH".
           MOVE 'NOTIFICATION-DISP' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(3:10) TO WS-MSG-MINUTE.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS NOT EQUAL '00'
               DISPLAY "Error opening GUARDIAN-CONTACT. Status: "
                   WS-GUARD-FS
               CLOSE STUDENT
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT UNDELIVERABLE.
           IF WS-BADADDR-FS EQUAL '00'
               MOVE 'Y' TO WS-BADADDR-OPEN
           END-IF.

           PERFORM LOAD-PHRASES.

           OPEN OUTPUT SMS-OUT.
           OPEN OUTPUT EMAIL-OUT.
           OPEN OUTPUT LETTER-OUT.
           OPEN OUTPUT NOTIFY-EXCEPTIONS.

           PERFORM LOAD-FAILED-RECEIPTS.
           IF WS-FAIL-COUNT > ZERO
               PERFORM FIND-FAILED-ON-REGISTER
           END-IF.

      *    The register is append-only, like the audit trail, so
      *    the proof a message went out is never overwritten.
           OPEN EXTEND NOTIFY-SENT.
           IF WS-SENT-FS EQUAL '35'
               OPEN OUTPUT NOTIFY-SENT
           END-IF.

           PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                   UNTIL WS-FAIL-I > WS-FAIL-COUNT
               IF WS-FAIL-STATE(WS-FAIL-I) = 'H'
                   PERFORM SEND-FALLBACK-LETTER
               END-IF
           END-PERFORM.

           OPEN INPUT NOTIFICATION-QUEUE.
           IF WS-NOTQ-FS EQUAL '00'
               MOVE 'Y' TO WS-QUEUE-OPEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOTIFICATION-QUEUE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM DISPATCH-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE NOTIFICATION-QUEUE
           ELSE
               DISPLAY 'NOTIFICATION QUEUE EMPTY OR MISSING. STATUS: '
                   WS-NOTQ-FS
           END-IF.

      *    The bureaus' count control record: T;<messages>.
           MOVE SPACES TO SMS-OUT-LINE.
           STRING 'T;' WS-SMS-COUNT
               DELIMITED BY SIZE INTO SMS-OUT-LINE.
           WRITE SMS-OUT-LINE.
           MOVE SPACES TO EMAIL-OUT-LINE.
           STRING 'T;' WS-EMAIL-COUNT
               DELIMITED BY SIZE INTO EMAIL-OUT-LINE.
           WRITE EMAIL-OUT-LINE.

           CLOSE STUDENT.
           CLOSE GUARDIAN-CONTACT.
           IF WS-BADADDR-OPEN = 'Y'
               CLOSE UNDELIVERABLE
           END-IF.
           CLOSE NOTIFY-SENT.
           CLOSE SMS-OUT.
           CLOSE EMAIL-OUT.
           CLOSE LETTER-OUT.
           CLOSE NOTIFY-EXCEPTIONS.

      *    Everything read has been sent or excepted, so the queue
      *    and the receipts start empty for tomorrow.
           IF WS-QUEUE-OPEN = 'Y'
               OPEN OUTPUT NOTIFICATION-QUEUE
               CLOSE NOTIFICATION-QUEUE
           END-IF.
           IF WS-RCPT-OPEN = 'Y'
               OPEN OUTPUT NOTIFY-RECEIPTS
               CLOSE NOTIFY-RECEIPTS
           END-IF.

           DISPLAY 'RECEIPTS DELIVERED:    ' WS-DELIVERED-COUNT.
           DISPLAY 'RECEIPTS FAILED:       ' WS-FAILED-COUNT.
           DISPLAY 'FALLBACK LETTERS:      ' WS-FALLBACK-COUNT.
           DISPLAY 'EVENTS QUEUED:         ' WS-QUEUE-COUNT.
           DISPLAY 'SMS SENT:              ' WS-SMS-COUNT.
           DISPLAY 'EMAILS SENT:           ' WS-EMAIL-COUNT.
           DISPLAY 'LETTERS SENT:          ' WS-LETTER-COUNT.
           DISPLAY 'EXCEPTIONS:            ' WS-EXCEPTION-COUNT.

           COMPUTE RUN-READ-COUNT = WS-QUEUE-COUNT + WS-FAILED-COUNT.
           COMPUTE RUN-WRITE-COUNT =
               WS-SMS-COUNT + WS-EMAIL-COUNT + WS-LETTER-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * The built-in English phrases go in first, so a keyed
      * English row for the same type replaces nothing - it is
      * simply never reached.
       LOAD-PHRASES.
           MOVE 'ABSN' TO WS-PHR-TYPE(1).
           MOVE 'ABSENCE NOTICE FOR' TO WS-PHR-TEXT(1).
           MOVE 'FEED' TO WS-PHR-TYPE(2).
           MOVE 'FEE REMINDER FOR' TO WS-PHR-TEXT(2).
           MOVE 'LIBO' TO WS-PHR-TYPE(3).
           MOVE 'LIBRARY NOTICE FOR' TO WS-PHR-TEXT(3).
           MOVE 'ADMT' TO WS-PHR-TYPE(4).
           MOVE 'EXAM NOTICE FOR' TO WS-PHR-TEXT(4).
           MOVE 'MEET' TO WS-PHR-TYPE(5).
           MOVE 'MEETING BOOKED FOR' TO WS-PHR-TEXT(5).
           PERFORM VARYING WS-PHR-I FROM 1 BY 1 UNTIL WS-PHR-I > 5
               MOVE 'EN' TO WS-PHR-LANGUAGE(WS-PHR-I)
           END-PERFORM.
           MOVE 5 TO WS-PHR-COUNT.

           OPEN INPUT NOTIFY-PHRASES.
           IF WS-PHRASE-FS EQUAL '00'
               PERFORM UNTIL WS-PHRASE-FS NOT EQUAL '00'
                   READ NOTIFY-PHRASES
                       AT END MOVE '10' TO WS-PHRASE-FS
                       NOT AT END
                           IF WS-PHR-COUNT < 100
                               ADD 1 TO WS-PHR-COUNT
                               MOVE NP-EVENT-TYPE
                                   TO WS-PHR-TYPE(WS-PHR-COUNT)
                               MOVE NP-LANGUAGE
                                   TO WS-PHR-LANGUAGE(WS-PHR-COUNT)
                               MOVE NP-PHRASE
                                   TO WS-PHR-TEXT(WS-PHR-COUNT)
                           ELSE
                               DISPLAY 'PHRASE TABLE FULL - '
                                   NP-EVENT-TYPE ' ' NP-LANGUAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-PHRASES
           END-IF.

      * The guardian's language first, then English, then the bare
      * event type as a last resort for a type nobody has keyed.
       FIND-PHRASE.
           MOVE SPACES TO WS-PHRASE.
           IF GC-LANGUAGE NOT = SPACES AND WS-CHOSEN-PRI > ZERO
               PERFORM VARYING WS-PHR-I FROM 1 BY 1
                       UNTIL WS-PHR-I > WS-PHR-COUNT
                           OR WS-PHRASE NOT = SPACES
                   IF WS-PHR-TYPE(WS-PHR-I) = NOTQ-EVENT-TYPE
                       AND WS-PHR-LANGUAGE(WS-PHR-I) = GC-LANGUAGE
                       MOVE WS-PHR-TEXT(WS-PHR-I) TO WS-PHRASE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PHRASE = SPACES
               PERFORM VARYING WS-PHR-I FROM 1 BY 1
                       UNTIL WS-PHR-I > WS-PHR-COUNT
                           OR WS-PHRASE NOT = SPACES
                   IF WS-PHR-TYPE(WS-PHR-I) = NOTQ-EVENT-TYPE
                       AND WS-PHR-LANGUAGE(WS-PHR-I) = 'EN'
                       MOVE WS-PHR-TEXT(WS-PHR-I) TO WS-PHRASE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PHRASE = SPACES
               MOVE NOTQ-EVENT-TYPE TO WS-PHRASE
           END-IF.

      * Only the failures matter here; a delivered receipt is just
      * counted.
       LOAD-FAILED-RECEIPTS.
           OPEN INPUT NOTIFY-RECEIPTS.
           IF WS-RCPT-FS EQUAL '00'
               MOVE 'Y' TO WS-RCPT-OPEN
               PERFORM UNTIL WS-RCPT-FS NOT EQUAL '00'
                   READ NOTIFY-RECEIPTS
                       AT END MOVE '10' TO WS-RCPT-FS
                       NOT AT END PERFORM NOTE-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-RECEIPTS
           END-IF.

       NOTE-ONE-RECEIPT.
           IF NR-DELIVERED
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF.
           IF NR-FAILED
               ADD 1 TO WS-FAILED-COUNT
               PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                       UNTIL WS-FAIL-I > WS-FAIL-COUNT
                           OR WS-FAIL-MSG-ID(WS-FAIL-I) = NR-MSG-ID
                   CONTINUE
               END-PERFORM
           END-IF.
      *    A failure the bureau reports twice is only taken once.
           IF NR-FAILED AND WS-FAIL-I > WS-FAIL-COUNT
               IF WS-FAIL-COUNT < 1000
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE NR-MSG-ID TO WS-FAIL-MSG-ID(WS-FAIL-COUNT)
                   MOVE 'N'       TO WS-FAIL-STATE(WS-FAIL-COUNT)
               ELSE
                   MOVE SPACES TO NOTIFY-EXCEPTION-LINE
                   STRING NR-MSG-ID ' FAILED - TOO MANY FAILURES'
                       ' THIS RUN, RESEND BY HAND'
                       DELIMITED BY SIZE INTO NOTIFY-EXCEPTION-LINE
                   WRITE NOTIFY-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

      * One pass of the register: the failed message's own row
      * gives what to re-send; a later letter row naming it means
      * it has been re-sent already.
       FIND-FAILED-ON-REGISTER.
           OPEN INPUT NOTIFY-SENT.
           IF WS-SENT-FS EQUAL '00'
               PERFORM UNTIL WS-SENT-FS NOT EQUAL '00'
                   READ NOTIFY-SENT
                       AT END MOVE '10' TO WS-SENT-FS
                       NOT AT END PERFORM MATCH-ONE-REGISTER-ROW
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-SENT
           END-IF.
           PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                   UNTIL WS-FAIL-I > WS-FAIL-COUNT
               IF WS-FAIL-STATE(WS-FAIL-I) = 'N'
                   MOVE SPACES TO NOTIFY-EXCEPTION-LINE
                   STRING WS-FAIL-MSG-ID(WS-FAIL-I)
                       ' FAILED - NOT ON THE SENT REGISTER'
                       DELIMITED BY SIZE INTO NOTIFY-EXCEPTION-LINE
                   WRITE NOTIFY-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM.

       MATCH-ONE-REGISTER-ROW.
           PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                   UNTIL WS-FAIL-I > WS-FAIL-COUNT
               IF NS-REPLACES = WS-FAIL-MSG-ID(WS-FAIL-I)
                   MOVE 'D' TO WS-FAIL-STATE(WS-FAIL-I)
               END-IF
               IF NS-MSG-ID = WS-FAIL-MSG-ID(WS-FAIL-I)
                   AND WS-FAIL-STATE(WS-FAIL-I) = 'N'
                   AND NS-CHANNEL NOT = 'L'
                   MOVE 'H'           TO WS-FAIL-STATE(WS-FAIL-I)
                   MOVE NS-STUDENT-ID TO WS-FAIL-STUDENT(WS-FAIL-I)
                   MOVE NS-PRIORITY   TO WS-FAIL-PRIORITY(WS-FAIL-I)
                   MOVE NS-EVENT-TYPE TO WS-FAIL-TYPE(WS-FAIL-I)
                   MOVE NS-EVENT-DATE
                       TO WS-FAIL-EVENT-DATE(WS-FAIL-I)
                   MOVE NS-TEXT       TO WS-FAIL-TEXT(WS-FAIL-I)
               END-IF
           END-PERFORM.

      * The same words, in the guardian's language as first sent,
      * now on paper to the same guardian.
       SEND-FALLBACK-LETTER.
           MOVE WS-FAIL-STUDENT(WS-FAIL-I)    TO NOTQ-STUDENT-ID.
           MOVE WS-FAIL-TYPE(WS-FAIL-I)       TO NOTQ-EVENT-TYPE.
           MOVE WS-FAIL-EVENT-DATE(WS-FAIL-I) TO NOTQ-EVENT-DATE.
           MOVE WS-FAIL-TEXT(WS-FAIL-I)       TO WS-MESSAGE-TEXT.
           MOVE WS-FAIL-PRIORITY(WS-FAIL-I)   TO WS-CHOSEN-PRI.
           MOVE WS-FAIL-MSG-ID(WS-FAIL-I)     TO WS-REPLACES.
           PERFORM READ-STUDENT.
           MOVE 'THE PARENT/GUARDIAN OF' TO WS-ADDRESSEE.
           IF WS-CHOSEN-PRI > ZERO
               MOVE NOTQ-STUDENT-ID TO GC-STUDENT-ID
               MOVE WS-CHOSEN-PRI TO GC-PRIORITY
               READ GUARDIAN-CONTACT
                   KEY IS GC-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE GC-NAME TO WS-ADDRESSEE
               END-READ
           END-IF.
           IF WS-STUDENT-FOUND = 'N'
               MOVE 'STUDENT NOT ON MASTER' TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE 'L' TO WS-CHANNEL
               PERFORM SEND-LETTER
               IF WS-EXCEPTION-REASON = SPACES
                   ADD 1 TO WS-FALLBACK-COUNT
               END-IF
           END-IF.

       DISPATCH-ONE-EVENT.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE NQ-EVENT-TYPE TO NOTQ-EVENT-TYPE.
           MOVE NQ-STUDENT-ID TO NOTQ-STUDENT-ID.
           MOVE NQ-EVENT-DATE TO NOTQ-EVENT-DATE.
           MOVE NQ-DETAIL     TO NOTQ-DETAIL.
           MOVE SPACES TO WS-REPLACES.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           PERFORM READ-STUDENT.
           IF WS-STUDENT-FOUND = 'N'
               MOVE 'STUDENT NOT ON MASTER' TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHOOSE-GUARDIAN
               IF WS-CHOSEN-PRI = ZERO AND WS-CONTACT-COUNT > ZERO
                   MOVE 'ALL GUARDIANS OPTED OUT'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   PERFORM CHOOSE-CHANNEL
                   PERFORM FIND-PHRASE
                   MOVE SPACES TO WS-MESSAGE-TEXT
                   STRING WS-PHRASE DELIMITED BY '  '
                       ' '          DELIMITED BY SIZE
                       WS-STUDENT-NAME DELIMITED BY '  '
                       ': '         DELIMITED BY SIZE
                       NOTQ-DETAIL    DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
                   EVALUATE WS-CHANNEL
                       WHEN 'S' PERFORM SEND-SMS
                       WHEN 'E' PERFORM SEND-EMAIL
                       WHEN OTHER PERFORM SEND-LETTER
                   END-EVALUATE
               END-IF
           END-IF.

       READ-STUDENT.
           MOVE NOTQ-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE 'N' TO WS-STUDENT-FOUND
                   MOVE SPACES TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STUDENT-FOUND
                   MOVE STUDENT-NAME TO WS-STUDENT-NAME
           END-READ.

      * The first guardian by priority who has not opted out. The
      * search stops on them, so the record area still holds their
      * contact details afterwards.
       CHOOSE-GUARDIAN.
           MOVE ZERO TO WS-CHOSEN-PRI.
           MOVE ZERO TO WS-CONTACT-COUNT.
           PERFORM VARYING WS-PRI FROM 1 BY 1
                   UNTIL WS-PRI > 9 OR WS-CHOSEN-PRI > ZERO
               MOVE NOTQ-STUDENT-ID TO GC-STUDENT-ID
               MOVE WS-PRI        TO GC-PRIORITY
               READ GUARDIAN-CONTACT
                   KEY IS GC-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTACT-COUNT
                       IF NOT GC-OPTED-OUT
                           MOVE WS-PRI TO WS-CHOSEN-PRI
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHOSEN-PRI = ZERO
               MOVE 'THE PARENT/GUARDIAN OF' TO WS-ADDRESSEE
           ELSE
               MOVE GC-NAME TO WS-ADDRESSEE
           END-IF.

      * The guardian's own choice where it can be honoured; a blank
      * choice means SMS for anyone with a phone. No contact at all
      * is a letter to the home address.
       CHOOSE-CHANNEL.
           MOVE 'L' TO WS-CHANNEL.
           IF WS-CHOSEN-PRI > ZERO
               EVALUATE TRUE
                   WHEN GC-BY-EMAIL AND GC-EMAIL NOT = SPACES
                       MOVE 'E' TO WS-CHANNEL
                   WHEN GC-BY-EMAIL OR GC-BY-LETTER
                       MOVE 'L' TO WS-CHANNEL
                   WHEN GC-PHONE NOT = SPACES
                       MOVE 'S' TO WS-CHANNEL
               END-EVALUATE
           END-IF.

       SEND-SMS.
           PERFORM NEXT-MESSAGE-ID.
           MOVE SPACES TO SMS-OUT-LINE.
           STRING GC-PHONE       DELIMITED BY SPACE
               ';'               DELIMITED BY SIZE
               WS-MSG-ID         DELIMITED BY SIZE
               ';'               DELIMITED BY SIZE
               WS-MESSAGE-TEXT   DELIMITED BY SIZE
               INTO SMS-OUT-LINE
           END-STRING.
           WRITE SMS-OUT-LINE.
           ADD 1 TO WS-SMS-COUNT.
           PERFORM WRITE-REGISTER-ROW.

       SEND-EMAIL.
           PERFORM NEXT-MESSAGE-ID.
           MOVE SPACES TO EMAIL-OUT-LINE.
           STRING GC-EMAIL       DELIMITED BY SPACE
               ';'               DELIMITED BY SIZE
               WS-MSG-ID         DELIMITED BY SIZE
               ';'               DELIMITED BY SIZE
               WS-PHRASE         DELIMITED BY '  '
               ' '               DELIMITED BY SIZE
               WS-STUDENT-NAME   DELIMITED BY '  '
               ';'               DELIMITED BY SIZE
               WS-MESSAGE-TEXT   DELIMITED BY SIZE
               INTO EMAIL-OUT-LINE
           END-STRING.
           WRITE EMAIL-OUT-LINE.
           ADD 1 TO WS-EMAIL-COUNT.
           PERFORM WRITE-REGISTER-ROW.

      * Letters follow the mailing-label address assembly and the
      * same gone-away suppression the letter runs honour.
       SEND-LETTER.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           IF WS-BADADDR-OPEN = 'Y'
               MOVE NOTQ-STUDENT-ID TO UA-STUDENT-ID
               READ UNDELIVERABLE
                   KEY IS UA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF UA-FLAGGED
                           MOVE 'ADDRESS MARKED UNDELIVERABLE'
                               TO WS-EXCEPTION-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE 'L' TO WS-CHANNEL
               PERFORM NEXT-MESSAGE-ID
               PERFORM WRITE-LETTER-LINES
               ADD 1 TO WS-LETTER-COUNT
               PERFORM WRITE-REGISTER-ROW
           END-IF.

       WRITE-LETTER-LINES.
           MOVE SPACES TO LETTER-LINE.
           STRING 'NOTICE REF ' WS-MSG-ID '    DATE '
               WS-TODAY(7:2) '/' WS-TODAY(5:2) '/' WS-TODAY(1:4)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'TO: ' WS-ADDRESSEE
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'RE: ' WS-STUDENT-NAME ' (' NOTQ-STUDENT-ID ')'
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-ADDRESS-LINE.
           STRING STREET   DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  CITY     DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  ZIP      DELIMITED BY SIZE
                  INTO WS-ADDRESS-LINE
           END-STRING.
           MOVE WS-ADDRESS-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-MESSAGE-TEXT(1:75) TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-MESSAGE-TEXT(76:75) NOT = SPACES
               MOVE WS-MESSAGE-TEXT(76:75) TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE ALL '=' TO LETTER-LINE.
           WRITE LETTER-LINE.

       NEXT-MESSAGE-ID.
           ADD 1 TO WS-MSG-SEQ.

       WRITE-REGISTER-ROW.
           MOVE WS-MSG-ID       TO NS-MSG-ID.
           MOVE WS-CHANNEL      TO NS-CHANNEL.
           MOVE NOTQ-STUDENT-ID   TO NS-STUDENT-ID.
           MOVE WS-CHOSEN-PRI   TO NS-PRIORITY.
           MOVE NOTQ-EVENT-TYPE   TO NS-EVENT-TYPE.
           MOVE NOTQ-EVENT-DATE   TO NS-EVENT-DATE.
           MOVE WS-TODAY        TO NS-SENT-DATE.
           MOVE WS-REPLACES     TO NS-REPLACES.
           MOVE WS-MESSAGE-TEXT TO NS-TEXT.
           WRITE NOTIFY-SENT-REC.

       WRITE-EXCEPTION.
           MOVE SPACES TO NOTIFY-EXCEPTION-LINE.
           STRING NOTQ-STUDENT-ID ' ' NOTQ-EVENT-TYPE ' '
               NOTQ-EVENT-DATE ' - ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO NOTIFY-EXCEPTION-LINE.
           WRITE NOTIFY-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       COPY "runwrt.cpy".
