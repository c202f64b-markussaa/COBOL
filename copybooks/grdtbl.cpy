      * GRDTBL - working-storage holders for the grade-scale table
      * loaded by grdlkp.cpy's LOAD-GRADE-SCALE. COPY this into
      * WORKING-STORAGE alongside COPY "grdscl.cpy" in the FD for
      * GRADE-SCALE (SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE',
      * indexed, RECORD KEY GS-KEY, FILE STATUS WS-GRD-FS). MOVE the
      * class-year, the percentage and the as-of date into the
      * WS-GRD-LOOKUP- fields and PERFORM LOOKUP-GRADE; the letter,
      * grade points and band rank (1 is the top band) come back in
      * WS-GRD-LETTER, WS-GRD-POINTS and WS-GRD-RANK.
           01 WS-GRADE-SCALE-TABLE.
               05 WS-GRD-ROW OCCURS 200 TIMES INDEXED BY GRD-I.
                   10 WS-GRD-CLASS-YEAR  PIC 9(02).
                   10 WS-GRD-EFF-DATE    PIC 9(08).
                   10 WS-GRD-LOWER       PIC 9(03).
                   10 WS-GRD-TBL-LETTER  PIC X(02).
                   10 WS-GRD-TBL-POINTS  PIC 9V99.
           01 WS-GRD-COUNT             PIC 9(03) VALUE ZERO.
           01 WS-GRD-FS                PIC X(02).
           01 WS-GRD-EOF               PIC A(01) VALUE 'N'.
           01 WS-GRD-LOOKUP-CLASS-YEAR PIC 9(02).
           01 WS-GRD-LOOKUP-PCT        PIC 9(03).
           01 WS-GRD-LOOKUP-DATE       PIC 9(08).
           01 WS-GRD-LETTER            PIC X(02).
           01 WS-GRD-POINTS            PIC 9V99.
           01 WS-GRD-RANK              PIC 9(02).
           01 WS-GRD-FOUND             PIC A(01).
           01 WS-GRD-USE-YEAR          PIC 9(02).
           01 WS-GRD-USE-DATE          PIC 9(08).
           01 WS-GRD-BEST-LOWER        PIC 9(03).
           01 WS-GRD-J                 PIC 9(03).
