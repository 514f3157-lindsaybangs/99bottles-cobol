      *  "CADJ" counter id and carried on the warehouse interface as  *
      *  movement type "A", so breakage and shrinkage no longer have  *
      *  to be faked with a skip-ahead card that leaves no trace.     *
      *  ADJ-APPROVER-ID is blank on a count as keyed. A count that   *
      *  moved the wall past the item's adjustment tolerance is held  *
      *  (see ADJPEND.CPY) and only comes back, through BOTAPPR, with *
      *  the releasing supervisor's ID here -- MAIN posts it without  *
      *  a second tolerance check.                                    *
      ******************************************************************
       01  ADJ-RECORD.
           05  ADJ-ITEM-CODE          PIC X(05).
               88  ADJ-REASON-MISCOUNT    VALUE "M".
           05  ADJ-COUNT-REF          PIC X(10).
           05  ADJ-LOCATION           PIC X(02).
           05  ADJ-APPROVER-ID        PIC X(08).
           05  FILLER                 PIC X(01).
