      ******************************************************************
      *  OPENORD.CPY                                                  *
      *  Open purchase order record for the PROD.BOTTLE.OPENORD GDG.  *
      *  BOTFCST opens one order per item and location the morning a  *
      *  wall falls to its reorder point, writing the same order      *
      *  reference on the reorder card -- "P", the order date         *
      *  (YYMMDD) and a three-digit sequence within the day. The      *
      *  warehouse keys that reference as RSTK-DELIV-REF when the     *
      *  goods arrive, so MAIN can match the delivery to its order    *
      *  by item, location and reference as it applies it. BOTPORD    *
      *  closes the matched orders each night and rolls the still-    *
      *  open ones forward; only open orders are ever on the file.    *
      *  The first record of every generation is a control record     *
      *  ("H"): how many delivery register records have already been  *
      *  matched against the orders, so each night's BOTPORD picks    *
      *  up only the deliveries applied since, and the last order     *
      *  reference issued, so a second BOTFCST in one day does not    *
      *  issue the same reference twice. A register count of all      *
      *  nines means the position went with an unreadable generation; *
      *  the next BOTPORD matches nothing and re-counts the register  *
      *  to its end.                                                  *
      ******************************************************************
       01  ORD-RECORD.
           05  ORD-REC-TYPE           PIC X(01).
               88  ORD-IS-CONTROL         VALUE "H".
               88  ORD-IS-ORDER           VALUE "O".
           05  ORD-ORDER-REF.
               10  ORD-REF-PREFIX     PIC X(01).
                   88  ORD-REF-ISSUED     VALUE "P".
               10  ORD-REF-DATE       PIC 9(06).
               10  ORD-REF-SEQ        PIC 9(03).
           05  ORD-ITEM-CODE          PIC X(05).
           05  ORD-LOCATION           PIC X(02).
           05  ORD-ORDER-QTY          PIC 9(03).
           05  ORD-ORDER-DATE         PIC 9(06).
           05  FILLER                 PIC X(13).
       01  ORD-CONTROL-RECORD REDEFINES ORD-RECORD.
           05  FILLER                 PIC X(01).
           05  ORDC-REG-COUNT         PIC 9(07).
               88  ORDC-REG-UNKNOWN       VALUE 9999999.
           05  ORDC-LAST-REF-DATE     PIC 9(06).
           05  ORDC-LAST-REF-SEQ      PIC 9(03).
           05  FILLER                 PIC X(23).
