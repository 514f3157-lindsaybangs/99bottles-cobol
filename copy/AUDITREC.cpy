      *  the time of day. Shared with BOTRECON, which re-reads the    *
      *  day's generation and proves it ties back to the report       *
      *  trailer, and with BOTNIGHT, which uses the item code to      *
      *  attribute the night's movements per item. A "CADJ" line      *
      *  also carries the cycle-count reason code (B, S or M) so the  *
      *  month-end valuation can cost the write-offs by reason; every *
      *  other movement leaves it blank. Every line carries the run   *
      *  date (YYMMDD) so the BOTLEDG stock ledger can place it in    *
      *  its night once generations are concatenated; lines written   *
      *  before the date was added carry spaces there.                *
      ******************************************************************
       01  WS-AUDIT-LINE.
           05  AUDIT-COUNTER-ID       PIC X(04)  VALUE SPACES.
               10  AUDIT-TIME-MM      PIC 99      VALUE ZERO.
               10  FILLER             PIC X       VALUE ":".
               10  AUDIT-TIME-SS      PIC 99      VALUE ZERO.
           05  FILLER                 PIC X      VALUE SPACE.
           05  AUDIT-REASON-CODE      PIC X(01)  VALUE SPACE.
           05  FILLER                 PIC X      VALUE SPACE.
           05  AUDIT-RUN-DATE         PIC X(06)  VALUE SPACES.
