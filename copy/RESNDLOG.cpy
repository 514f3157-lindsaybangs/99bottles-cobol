      ******************************************************************
      *  RESNDLOG.CPY                                                 *
      *  Interface retransmission log record. BOTRESND writes one     *
      *  record for every unposted movement BOTCONF has passed it --  *
      *  the BOTINTF.CPY detail image exactly as first sent, the date *
      *  it went out again on a correction transmission, and whether  *
      *  the warehouse has since confirmed it. A movement already on  *
      *  the log is never resent; one still awaiting confirmation is  *
      *  carried forward to the next log generation and aged for the  *
      *  escalation list. A cleared movement stays on the log for 30  *
      *  days after it cleared and then drops off.                    *
      *  RLOG-MOVE-KEY is the 23-byte match key BOTCONF uses: record  *
      *  ID, date, item, location, movement type, quantity, balance   *
      *  and transfer partner wall.                                   *
      ******************************************************************
       01  RLOG-RECORD.
           05  RLOG-MOVEMENT.
               10  RLOG-MOVE-KEY      PIC X(23).
               10  FILLER             PIC X(07).
           05  RLOG-STATE-SW          PIC X(01).
               88  RLOG-AWAITING          VALUE "S".
               88  RLOG-CLEARED           VALUE "C".
           05  RLOG-RESENT-DATE       PIC 9(06).
           05  RLOG-CLEARED-DATE      PIC 9(06).
           05  FILLER                 PIC X(07).
