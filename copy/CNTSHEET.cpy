      ******************************************************************
      *  CNTSHEET.CPY                                                 *
      *  Cycle-count sheet control record. BOTSHEET writes one        *
      *  record for every line it prints on a blind count sheet: the  *
      *  preassigned count reference the crew keys as ADJ-COUNT-REF,  *
      *  the item and location/wall counted, the issue date, and the  *
      *  wall count on BOTTLE-STATUS when the sheet was issued -- the *
      *  system balance the count is taken against. That balance is   *
      *  never printed on the sheet (the count is blind); BOTCVAR     *
      *  reads it back to work out the variance once the count comes  *
      *  in on ADJFILE. A sheet not yet returned is carried forward   *
      *  to the next control generation with its nights count up by   *
      *  one; a returned sheet drops off. A sheet reprinted while     *
      *  still out is reissued: its issue date, system balance and    *
      *  nights count are refreshed to the night of the reprint.      *
      *  The count reference is "C", the issue date (YYMMDD) and a    *
      *  three-digit sequence within the day.                         *
      ******************************************************************
       01  CSHT-RECORD.
           05  CSHT-COUNT-REF.
               10  CSHT-REF-PREFIX    PIC X(01).
                   88  CSHT-REF-ISSUED    VALUE "C".
               10  CSHT-REF-DATE      PIC 9(06).
               10  CSHT-REF-SEQ       PIC 9(03).
           05  CSHT-ITEM-CODE         PIC X(05).
           05  CSHT-LOCATION          PIC X(02).
           05  CSHT-ISSUE-DATE        PIC 9(06).
           05  CSHT-SYSTEM-COUNT      PIC 9(03).
           05  CSHT-NIGHTS            PIC 9(03).
           05  FILLER                 PIC X(11).
