      ***************************************************************
      *  INBFLDWS -- WORKING-STORAGE for the field-level inbound
      *  checks in INBFLDPD, shared by INBDIST and INBFIX so a
      *  record corrected by an operator is held to exactly the
      *  rules it failed. Callers set the partner, the record and
      *  its length; the check returns a reject reason and the name
      *  of the first failing field, and the record reformatted into
      *  the internal layout with its length.
      ***************************************************************
       01  WS-INF-PATH             PIC X(40)  VALUE "INBFIELD.DAT".
       01  WS-INF-STATUS           PIC XX     VALUE SPACES.
       01  WS-INF-EOF-FLAG         PIC X      VALUE "N".

       01  WS-INF-TABLE.
           05  WS-INF-COUNT        PIC 9(3)   VALUE 0.
           05  WS-INF-ROW          PIC X(100) OCCURS 500 TIMES.
       01  WS-INF-IDX              PIC 9(3)   VALUE 0.

       01  WS-INF-PARTNER          PIC X(8)   VALUE SPACES.
       01  WS-INF-IN-RECORD        PIC X(200) VALUE SPACES.
       01  WS-INF-IN-LEN           PIC 9(4)   VALUE 0.
       01  WS-INF-OUT-RECORD       PIC X(200) VALUE SPACES.
       01  WS-INF-OUT-LEN          PIC 9(4)   VALUE 0.
       01  WS-INF-REASON           PIC X(3)   VALUE SPACES.
       01  WS-INF-FIELD            PIC X(12)  VALUE SPACES.
      *    "Y" once the partner has any field definitions at all; a
      *    partner without them is passed through as received.
       01  WS-INF-DEFINED-FLAG     PIC X      VALUE "N".
       01  WS-INF-TYPE-FOUND-FLAG  PIC X      VALUE "N".
       01  WS-INF-REC-TYPE         PIC X(4)   VALUE SPACES.

       01  WS-INF-VALUE            PIC X(60)  VALUE SPACES.
       01  WS-INF-TRIMMED          PIC X(60)  VALUE SPACES.
       01  WS-INF-TRIM-LEN         PIC 9(3)   VALUE 0.
       01  WS-INF-RESULT           PIC X(60)  VALUE SPACES.
       01  WS-INF-BAD-FLAG         PIC X      VALUE "N".
       01  WS-INF-FIELD-END        PIC 9(4)   VALUE 0.
       01  WS-INF-NUM              PIC 9(18)  VALUE 0.
       01  WS-INF-NUM-X REDEFINES WS-INF-NUM
                                   PIC X(18).
       01  WS-INF-AMOUNT           PIC S9(14)V9(4) VALUE 0.
       01  WS-INF-SCALED           PIC S9(18) VALUE 0.
       01  WS-INF-SCALE            PIC 9(18)  VALUE 0.
       01  WS-INF-LIMIT            PIC 9(18)  VALUE 0.
       01  WS-INF-POINTS           PIC 9(3)   VALUE 0.
       01  WS-INF-DATE-X           PIC X(8)   VALUE SPACES.
       01  WS-INF-DATE-N REDEFINES WS-INF-DATE-X
                                   PIC 9(8).
       01  WS-INF-CODE             PIC X(20)  VALUE SPACES.
       01  WS-INF-CODE-PTR         PIC 9(3)   VALUE 0.
