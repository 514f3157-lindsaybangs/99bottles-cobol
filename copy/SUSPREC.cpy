      ******************************************************************
      *  SUSPREC.CPY                                                  *
      *  Restock / cycle-count / transfer suspense record, written    *
      *  by the BOTEDIT pre-run edit step for every RSTKFILE, ADJFILE *
      *  or XFERFILE transaction that cannot be applied tonight, and  *
      *  read back by the next night's edit so the transaction is     *
      *  retried instead of vanishing when the input files are       *
      *  cleared. The original 30-byte transaction rides along        *
      *  untouched behind a type byte ("R" restock, "A" adjustment,   *
      *  "T" transfer); the reason code says why it could not be      *
      *  applied ("XL" transfer locations bad, "XC" transfer legs     *
      *  cannot both post tonight), the first-suspended date          *
      *  (YYMMDD) never changes, and the nights count goes up by one  *
      *  every night the record is carried forward -- the aging       *
      *  report buckets on it.                                        *
      ******************************************************************
       01  SUSP-RECORD.
           05  SUSP-TRAN-TYPE         PIC X(01).
               88  SUSP-TYPE-RESTOCK      VALUE "R".
               88  SUSP-TYPE-ADJUST       VALUE "A".
               88  SUSP-TYPE-TRANSFER     VALUE "T".
           05  SUSP-TRAN-IMAGE        PIC X(30).
           05  SUSP-REASON            PIC X(02).
               88  SUSP-NOT-ON-MASTER     VALUE "NM".
               88  SUSP-NOT-SCHEDULED     VALUE "NS".
               88  SUSP-BAD-QUANTITY      VALUE "BQ".
               88  SUSP-BAD-REASON        VALUE "BR".
               88  SUSP-BAD-XFER-LOCS     VALUE "XL".
               88  SUSP-XFER-CANNOT-POST  VALUE "XC".
           05  SUSP-FIRST-DATE        PIC 9(06).
           05  SUSP-NIGHTS            PIC 9(03).
           05  FILLER                 PIC X(08).
