      ******************************************************************
      *  XFERCARD.CPY                                                 *
      *  Inter-building stock transfer transaction record. One        *
      *  record per move of stock between two walls of the same       *
      *  item: the item code, the quantity moved, the transfer        *
      *  reference, and the wall it leaves and the wall it goes to.   *
      *  MAIN posts the shipping leg when it runs the from-location's *
      *  request (audit counter id "XOUT", interface movement type    *
      *  "O") and the receiving leg when it runs the to-location's    *
      *  (counter id "XIN ", movement type "I"). BOTEDIT has already  *
      *  proved both legs can post before MAIN sees the record -- a   *
      *  transfer that cannot post both sides is held in suspense,    *
      *  never half-posted.                                           *
      ******************************************************************
       01  XFER-RECORD.
           05  XFER-ITEM-CODE         PIC X(05).
           05  XFER-QUANTITY          PIC 9(03).
           05  XFER-REF               PIC X(10).
           05  XFER-FROM-LOC          PIC X(02).
           05  XFER-TO-LOC            PIC X(02).
           05  FILLER                 PIC X(08).
