           01 WS-ENTRY-NAME        PIC A(25).
           01 WS-ENTRY-RELATION    PIC X(10).
           01 WS-ENTRY-PHONE       PIC X(12).
           01 WS-ENTRY-EMAIL       PIC X(40).
           01 WS-ENTRY-CHANNEL     PIC X(01).
           01 WS-ENTRY-LANGUAGE    PIC X(02).
           01 WS-ENTRY-OPT-OUT     PIC X(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

           ACCEPT WS-ENTRY-RELATION.
           DISPLAY 'ENTER PHONE: '.
           ACCEPT WS-ENTRY-PHONE.
           DISPLAY 'ENTER EMAIL (BLANK FOR NONE): '.
           ACCEPT WS-ENTRY-EMAIL.
      *    The notification preferences: an unknown channel is
      *    taken as blank, SMS where there is a phone.
           DISPLAY 'ENTER CHANNEL (S=SMS E=EMAIL L=LETTER): '.
           ACCEPT WS-ENTRY-CHANNEL.
           IF WS-ENTRY-CHANNEL NOT = 'S' AND NOT = 'E'
               AND NOT = 'L'
               MOVE SPACES TO WS-ENTRY-CHANNEL
           END-IF.
           DISPLAY 'ENTER LANGUAGE CODE (BLANK FOR EN): '.
           ACCEPT WS-ENTRY-LANGUAGE.
           DISPLAY 'OPTED OUT OF NOTIFICATIONS (Y/N): '.
           ACCEPT WS-ENTRY-OPT-OUT.
           IF WS-ENTRY-OPT-OUT NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-OPT-OUT
           END-IF.

      * A contact is only accepted for a student who is actually on
      * the master - the same existence edit the enrollment posting
               MOVE WS-ENTRY-NAME     TO GC-NAME
               MOVE WS-ENTRY-RELATION TO GC-RELATIONSHIP
               MOVE WS-ENTRY-PHONE    TO GC-PHONE
               PERFORM MOVE-ENTRY-PREFERENCES
               WRITE GUARDIAN-CONTACT-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ADD: Contact Inserted'
               MOVE WS-ENTRY-NAME     TO GC-NAME
               MOVE WS-ENTRY-RELATION TO GC-RELATIONSHIP
               MOVE WS-ENTRY-PHONE    TO GC-PHONE
               PERFORM MOVE-ENTRY-PREFERENCES
               REWRITE GUARDIAN-CONTACT-FILE
                   INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                   NOT INVALID KEY DISPLAY 'CHANGE: Contact Updated'
               END-REWRITE
           END-IF.

       MOVE-ENTRY-PREFERENCES.
           MOVE WS-ENTRY-EMAIL    TO GC-EMAIL.
           MOVE WS-ENTRY-CHANNEL  TO GC-CHANNEL.
           MOVE WS-ENTRY-LANGUAGE TO GC-LANGUAGE.
           MOVE WS-ENTRY-OPT-OUT  TO GC-OPT-OUT.

       DELETE-CONTACT.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-ID       TO GC-STUDENT-ID.
                       ELSE
                           DISPLAY GC-PRIORITY ' ' GC-NAME ' '
                               GC-RELATIONSHIP ' ' GC-PHONE
                           DISPLAY '  ' GC-EMAIL ' CHANNEL='
                               GC-CHANNEL ' LANG=' GC-LANGUAGE
                               ' OPT-OUT=' GC-OPT-OUT
                       END-IF
               END-READ
           END-PERFORM.
