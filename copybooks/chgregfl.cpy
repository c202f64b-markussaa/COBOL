      * CHGREGFL - working-storage holders for the charge-register
      * paragraphs in chgregwt.cpy. COPY this into WORKING-STORAGE
      * of any program that raises charges on RECEIVABLE, and set
      * CHGR-PROGRAM-ID once at program start - it goes on every
      * line as the reference naming who raised the charge.
      * CHGR-OPEN says whether the register opened; CHGR-COUNT is
      * how many lines this run appended.
           01 CHGR-PROGRAM-ID       PIC X(08) VALUE SPACES.
           01 CHGR-DATE             PIC 9(08) VALUE ZERO.
           01 CHGR-DISPLAY-AMOUNT   PIC ZZZZ9.99.
           01 CHGR-OPEN             PIC A(01) VALUE 'N'.
           01 CHGR-COUNT            PIC 9(06) VALUE ZERO.
           01 WS-CHGREG-FS          PIC X(02).
