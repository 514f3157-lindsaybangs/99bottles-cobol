      ******************************************************************
      *  ADJPEND.CPY                                                  *
      *  Cycle-count adjustment pending-approval record. MAIN writes  *
      *  one, instead of posting, for every count that would move     *
      *  the wall by more than the item's adjustment tolerance (see   *
      *  BOTTLER.CPY), carrying the original 30-byte ADJCARD.CPY      *
      *  image untouched, the night it was held, the wall count it    *
      *  would have moved and the tolerance it broke, in units.       *
      *  BOTAPPR carries each held count forward on the pending       *
      *  generation until a supervisor's approval card releases or    *
      *  rejects it; the decision, the supervisor's ID and the date   *
      *  are then filled in for the approval report. A decided count  *
      *  stays on the generation for 30 days, so a second card for it *
      *  is recognized, and then drops off.                           *
      ******************************************************************
       01  APND-RECORD.
           05  APND-ADJ-IMAGE         PIC X(30).
           05  APND-STATE-SW          PIC X(01).
               88  APND-PENDING           VALUE "P".
               88  APND-RELEASED          VALUE "R".
               88  APND-REJECTED          VALUE "J".
           05  APND-HELD-DATE         PIC 9(06).
           05  APND-WALL-COUNT        PIC 9(03).
           05  APND-TOLERANCE         PIC 9(03).
           05  APND-APPROVER-ID       PIC X(08).
           05  APND-DECIDED-DATE      PIC 9(06).
           05  FILLER                 PIC X(03).
