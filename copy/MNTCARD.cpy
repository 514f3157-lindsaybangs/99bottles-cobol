      *  Item master maintenance transaction card read from SYSIN by  *
      *  BOTMAINT. One card per add/change/delete, keyed by the item  *
      *  code; the item fields mirror BOTTLER.CPY so a card can carry *
      *  a full replacement image of the record. MNT-UNIT-COST is     *
      *  keyed as seven digits with two implied decimals (0001250 is  *
      *  $12.50). MNT-ADJ-TOLERANCE and MNT-ADJ-TOL-TYPE set the      *
      *  item's cycle-count adjustment tolerance: three digits and    *
      *  "U" (units) or "P" (percent of the wall). Both blank on an   *
      *  add means no tolerance -- every count posts; blank on a      *
      *  change leaves it as it is, and "N" on a change removes it.   *
      ******************************************************************
       01  MNT-CARD.
           05  MNT-ACTION             PIC X(01).
           05  MNT-ITEM-UOM           PIC X(11).
           05  MNT-WALL-CAPACITY      PIC X(03).
           05  MNT-REORDER-POINT      PIC X(03).
           05  MNT-UNIT-COST          PIC X(07).
           05  MNT-UNIT-COST-N        REDEFINES MNT-UNIT-COST
                                      PIC 9(05)V99.
           05  MNT-ADJ-TOLERANCE      PIC X(03).
           05  MNT-ADJ-TOL-TYPE       PIC X(01).
           05  FILLER                 PIC X(16).
