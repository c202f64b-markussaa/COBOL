      * MASKFLDS - working-storage for the field-masking paragraphs
      * in maskrule.cpy. COPY this into WORKING-STORAGE alongside
      * parmtbl.cpy and audflds.cpy in any program that shows a
      * student's sensitive fields to a signed-on operator.
      *
      *    Each sensitive field carries a sensitivity level; an
      *    operator whose OP-CLEARANCE is at or above it sees the
      *    field, anyone else sees stars. The defaults - address and
      *    guardian phones 1, date of birth 2, allergy notes 3 - can
      *    be moved by MASK-ADDRESS, MASK-GUARD-PHONE, MASK-DOB and
      *    MASK-ALLERGY on the parm card; a level of 0 makes the
      *    field public and stops its views being logged.
           01 WS-MASK-FIELD-NAMES.
               05 FILLER            PIC X(08) VALUE 'DOB'.
               05 FILLER            PIC X(08) VALUE 'ADDRESS'.
               05 FILLER            PIC X(08) VALUE 'GRDPHONE'.
               05 FILLER            PIC X(08) VALUE 'ALLERGY'.
           01 WS-MASK-NAME-TABLE REDEFINES WS-MASK-FIELD-NAMES.
               05 WS-MASK-FIELD-NAME PIC X(08) OCCURS 4 TIMES.
           01 WS-MASK-LEVEL-DIGITS  PIC X(04) VALUE '2113'.
           01 WS-MASK-LEVEL-TABLE REDEFINES WS-MASK-LEVEL-DIGITS.
               05 WS-MASK-FIELD-LEVEL PIC 9(01) OCCURS 4 TIMES.
      *    Which field is being shown: the caller moves one of these
      *    to WS-MASK-FIELD before PERFORMing CHECK-FIELD-CLEARANCE.
           01 WS-MASK-FIELD         PIC 9(01).
               88 WS-MASK-DOB       VALUE 1.
               88 WS-MASK-ADDRESS   VALUE 2.
               88 WS-MASK-GRD-PHONE VALUE 3.
               88 WS-MASK-ALLERGY   VALUE 4.
      *    The signed-on operator's clearance, set at sign-on.
           01 WS-MASK-CLEARANCE     PIC 9(01) VALUE ZERO.
           01 WS-MASK-SHOW          PIC A(01).
      *    Where the view happened, carried as the audit record's
      *    new image: INQUIRY, SEARCH, DOSSIER, EXTRACT and so on.
           01 WS-MASK-CONTEXT       PIC X(25) VALUE SPACES.
      *    One VIEW record per field per student shown, however many
      *    lines the field appears on; RESET-MASK-LOG at each new
      *    student.
           01 WS-MASK-LOG-FLAGS     PIC X(04) VALUE 'NNNN'.
           01 WS-MASK-LOG-TABLE REDEFINES WS-MASK-LOG-FLAGS.
               05 WS-MASK-LOGGED    PIC X(01) OCCURS 4 TIMES.
           01 WS-MASK-STARS         PIC X(25) VALUE ALL '*'.

      *    Work fields for maskinq.cpy's inquiry panel.
           01 WS-PANEL-EOF          PIC A(01).
           01 WS-PANEL-LINES        PIC 9(02).
           01 WS-PANEL-DOB          PIC X(08).
           01 WS-PANEL-ADDRESS      PIC X(42).
           01 WS-PANEL-PHONE        PIC X(12).
           01 WS-PANEL-ALLERGY      PIC X(25).
