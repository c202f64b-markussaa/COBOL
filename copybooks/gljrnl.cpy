      * GLJRNL - shared GL-JOURNAL record layout. COPY this into the
      * FD for GL-JOURNAL, the day's balanced debit/credit lines that
      * GL-JOURNAL-EXTRACT releases to the finance office's accounting
      * package. One line per account, side, movement type and fee
      * code, summed over the day's register entries; GJ-ITEM-COUNT
      * is how many register entries went into the line, so finance
      * can tie it back to the registers. Written only for a day
      * whose debits equal its credits.
           01 GL-JOURNAL-REC.
               05 GJ-JOURNAL-DATE       PIC 9(08).
               05 GJ-LINE-NO            PIC 9(05).
               05 GJ-ACCOUNT            PIC X(10).
               05 GJ-DR-CR              PIC X(01).
                   88 GJ-DEBIT          VALUE 'D'.
                   88 GJ-CREDIT         VALUE 'C'.
               05 GJ-AMOUNT             PIC 9(09)V99.
               05 GJ-MOVEMENT           PIC X(04).
               05 GJ-FEE-CODE           PIC X(04).
               05 GJ-ITEM-COUNT         PIC 9(05).
