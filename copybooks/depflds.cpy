      * DEPFLDS - working-storage for the deposit ledger paragraphs
      * in deprule.cpy. COPY this into WORKING-STORAGE alongside
      * parmtbl.cpy in any program that reads or posts
      * DEPOSIT-LEDGER.
      *
      *    DEP-HOSTEL-FEE, DEP-LIBRARY-FEE and DEP-LOCKER-FEE on the
      *    parm card name the FEE-SCHEDULE codes that are refundable
      *    caution deposits rather than income. They are still
      *    raised and collected through RECEIVABLE like any fee; the
      *    ledger takes them over once paid. A code of spaces means
      *    that deposit is not taken.
           01 WS-DEP-FEE-CODES.
               05 FILLER            PIC X(04) VALUE 'HDEP'.
               05 FILLER            PIC X(04) VALUE 'LDEP'.
               05 FILLER            PIC X(04) VALUE 'KDEP'.
           01 WS-DEP-FEE-TABLE REDEFINES WS-DEP-FEE-CODES.
               05 WS-DEP-FEE-CODE   PIC X(04) OCCURS 3 TIMES.
           01 WS-DEP-TYPE-LETTERS   PIC X(03) VALUE 'HLK'.
           01 WS-DEP-TYPE-TABLE REDEFINES WS-DEP-TYPE-LETTERS.
               05 WS-DEP-TYPE-CODE  PIC X(01) OCCURS 3 TIMES.
           01 WS-DEP-TYPE-NAMES.
               05 FILLER            PIC X(08) VALUE 'HOSTEL'.
               05 FILLER            PIC X(08) VALUE 'LIBRARY'.
               05 FILLER            PIC X(08) VALUE 'LOCKER'.
           01 WS-DEP-NAME-TABLE REDEFINES WS-DEP-TYPE-NAMES.
               05 WS-DEP-TYPE-NAME  PIC X(08) OCCURS 3 TIMES.
           01 WS-DEP-I              PIC 9(01).
           01 WS-DEP-HIT            PIC 9(01).
           01 WS-DEP-LOOKUP-FEE     PIC X(04).
           01 WS-DEPL-FS            PIC X(02).

      *    The balance record of the student being worked, held here
      *    because the ledger's record area is needed for entries.
           01 WS-DH-STUDENT-ID      PIC 9(05).
           01 WS-DH-NEW             PIC A(01).
           01 WS-DH-RECEIVED        PIC 9(07)V99.
           01 WS-DH-DEDUCTED        PIC 9(07)V99.
           01 WS-DH-APPLIED         PIC 9(07)V99.
           01 WS-DH-REFUNDED        PIC 9(07)V99.
           01 WS-DH-BALANCES.
               05 WS-DH-TYPE-BALANCE PIC 9(07)V99 OCCURS 3 TIMES.
           01 WS-DH-BALANCE         PIC 9(07)V99 VALUE ZERO.
           01 WS-DH-LAST-SEQ        PIC 9(04).

      *    The entry being posted: the caller sets the type, the
      *    deposit type in WS-DEP-HIT and the rest; POST-DEPOSIT-ENTRY
      *    answers WS-DE-POSTED and the sequence the entry took.
           01 WS-DE-TYPE            PIC X(01).
           01 WS-DE-FEE-CODE        PIC X(04).
           01 WS-DE-INSTALLMENT     PIC 9(02).
           01 WS-DE-AMOUNT          PIC 9(05)V99.
           01 WS-DE-DATE            PIC 9(08).
           01 WS-DE-REFERENCE       PIC X(08).
           01 WS-DE-REASON          PIC X(04).
           01 WS-DE-OPERATOR        PIC X(08).
           01 WS-DE-POSTED          PIC A(01).
           01 WS-DE-SEQ-REF         PIC 9(08).
