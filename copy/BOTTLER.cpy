      *  BR-REORDER-POINT is the wall count at or below which the     *
      *  BOTFCST depletion forecast flags the item for reordering.    *
      *  Zero, blank or non-numeric means the item is never flagged.  *
      *  BR-UNIT-COST is the standard cost of one unit, dollars and   *
      *  cents, maintained by BOTMAINT and used by the BOTVALU month- *
      *  end stock valuation. Blank or non-numeric (records written   *
      *  before the field existed) values the item at zero.           *
      *  BR-ADJ-TOLERANCE is how far one cycle-count adjustment may   *
      *  move the wall before MAIN holds it for a supervisor's        *
      *  approval instead of posting it -- in units when             *
      *  BR-ADJ-TOL-TYPE is "U", or as a percent of the wall count    *
      *  at the time when it is "P". Any other type (records written  *
      *  before the field existed) posts every count as before.       *
      ******************************************************************
       01  BOTTLE-RECORD.
           05  BR-ITEM-CODE           PIC X(05).
           05  BR-ITEM-UOM            PIC X(11).
           05  BR-WALL-CAPACITY       PIC 9(03).
           05  BR-REORDER-POINT       PIC 9(03).
           05  BR-UNIT-COST           PIC 9(05)V99.
           05  BR-ADJ-TOLERANCE       PIC 9(03).
           05  BR-ADJ-TOL-TYPE        PIC X(01).
               88  BR-ADJ-TOL-UNITS       VALUE "U".
               88  BR-ADJ-TOL-PERCENT     VALUE "P".
           05  FILLER                 PIC X(07).
