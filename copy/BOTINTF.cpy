      *  One detail record per wall movement, carrying the run date,  *
      *  item code, location/wall identifier (blank for the original  *
      *  single-wall runs), movement type (W = taken down, R =        *
      *  restocked, A = cycle-count adjustment, O = shipped out on an *
      *  inter-building transfer, I = received in on one), the        *
      *  quantity actually applied (the clamped decrement in case     *
      *  mode, not the nominal one; the absolute count change for an  *
      *  adjustment) and the resulting balance, bracketed by a        *
      *  header and a record-count trailer so the receiving system    *
      *  can validate the transmission before posting. The two legs   *
      *  of a transfer each carry the partner wall in                 *
      *  INTF-DTL-XFER-LOC; it is blank on every other movement.      *
      *  INTF-HDR-RESEND-SW is blank on the nightly feed and "R" on   *
      *  a correction transmission (BOTRESND), which carries earlier  *
      *  nights' unposted movements again exactly as first sent.      *
      ******************************************************************
       01  INTF-HEADER-REC.
           05  INTF-HDR-ID            PIC X(01)  VALUE "H".
               10  INTF-HDR-YY        PIC 99     VALUE ZERO.
               10  INTF-HDR-MM        PIC 99     VALUE ZERO.
               10  INTF-HDR-DD        PIC 99     VALUE ZERO.
           05  INTF-HDR-RESEND-SW     PIC X(01)  VALUE SPACE.
               88  INTF-HDR-NIGHTLY       VALUE " ".
               88  INTF-HDR-RESEND        VALUE "R".
           05  FILLER                 PIC X(22)  VALUE SPACES.

       01  INTF-DETAIL-REC.
           05  INTF-DTL-ID            PIC X(01)  VALUE "D".
               88  INTF-MOVE-DOWN         VALUE "W".
               88  INTF-MOVE-RESTOCK      VALUE "R".
               88  INTF-MOVE-ADJUST       VALUE "A".
               88  INTF-MOVE-XFER-OUT     VALUE "O".
               88  INTF-MOVE-XFER-IN      VALUE "I".
           05  INTF-DTL-QUANTITY      PIC 9(03)  VALUE ZERO.
           05  INTF-DTL-BALANCE       PIC 9(03)  VALUE ZERO.
           05  INTF-DTL-XFER-LOC      PIC X(02)  VALUE SPACES.
           05  FILLER                 PIC X(07)  VALUE SPACES.

       01  INTF-TRAILER-REC.
           05  INTF-TRL-ID            PIC X(01)  VALUE "T".
