      ******************************************************************
      *  DELVREG.CPY                                                  *
      *  Applied-delivery register record. MAIN appends one record    *
      *  every time a restock with a delivery reference is posted to  *
      *  a wall, and checks the register before posting, so the same  *
      *  RSTK-DELIV-REF can never raise a wall twice -- not on a      *
      *  later night, and not twice in the same night. BOTEDIT reads  *
      *  it too, to turn a re-keyed delivery away before the run.     *
      *  The register is a keep-forever log, like the run history.    *
      *  MAIN also records whether the delivery matched an open       *
      *  purchase order (item, location and reference -- see          *
      *  OPENORD.CPY) and the quantity delivered, which can be more   *
      *  than the quantity applied when the wall was clamped to its   *
      *  capacity. A delivery with no reference is registered too,    *
      *  for the purchasing report; it can never match an order and   *
      *  is never taken for a duplicate. Records written before the   *
      *  order match was kept carry spaces in both fields.            *
      ******************************************************************
       01  DREG-RECORD.
           05  DREG-DELIV-REF         PIC X(10).
           05  DREG-ITEM-CODE         PIC X(05).
           05  DREG-LOCATION          PIC X(02).
           05  DREG-QUANTITY          PIC 9(03).
           05  DREG-APPLIED-DATE      PIC 9(06).
           05  DREG-ORDER-SW          PIC X(01).
               88  DREG-ORDER-MATCHED     VALUE "O".
               88  DREG-NO-ORDER          VALUE "N".
               88  DREG-ORDER-UNCHECKED   VALUE "U".
           05  DREG-DELIVERED-QTY     PIC 9(03).
