      ******************************************************************
      *  APPRCARD.CPY                                                 *
      *  Supervisor approval card read by BOTAPPR. One card per held  *
      *  cycle-count adjustment, naming it by count sheet reference,  *
      *  item code and location exactly as it shows on the approval   *
      *  report, with "R" to release it to the next night's run or    *
      *  "J" to reject it, and the supervisor's ID. A card without a  *
      *  supervisor ID is refused.                                    *
      ******************************************************************
       01  APPR-CARD.
           05  APPR-ACTION            PIC X(01).
               88  APPR-RELEASE           VALUE "R".
               88  APPR-REJECT            VALUE "J".
           05  APPR-COUNT-REF         PIC X(10).
           05  APPR-ITEM-CODE         PIC X(05).
           05  APPR-LOCATION          PIC X(02).
           05  APPR-SUPERVISOR-ID     PIC X(08).
           05  FILLER                 PIC X(54).
