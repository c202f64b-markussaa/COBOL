      * EXEAT - shared EXEAT record layout. COPY this into the FD for
      * EXEAT, the boarders' leave-out book: one record per boarder
      * per leave-out, keyed by student plus the day the boarder
      * leaves the hostel, with the day due back and the guardian
      * who authorized it. HOSTEL-ROLL-CALL takes a boarder away on
      * an approved exeat off that night's sheet, and MESS-BILLING
      * does not charge the nights away.
           01 EXEAT-FILE.
               05 EX-KEY.
                   10 EX-STUDENT-ID    PIC 9(05).
                   10 EX-DEPART-DATE   PIC 9(08).
               05 EX-RETURN-DATE       PIC 9(08).
      * The authorizing guardian is the GUARDIAN-CONTACT row for the
      * same student at this priority - the name and phone the
      * office rings when the boarder is not back.
               05 EX-GUARDIAN-PRIORITY PIC 9(01).
               05 EX-DESTINATION       PIC X(20).
      * EX-STATUS follows leaveapp.cpy's 88-level lifecycle pattern;
      * only an approved exeat takes a boarder off the roll.
               05 EX-STATUS            PIC X(01).
                   88 EX-PENDING       VALUE 'P'.
                   88 EX-APPROVED      VALUE 'A'.
                   88 EX-REJECTED      VALUE 'R'.
      * The day the boarder was signed back in; zero while still
      * out. A boarder back early is away only until this date.
               05 EX-BACK-DATE         PIC 9(08).
