      *  CKPTREC.CPY                                                  *
      *  Checkpoint record layout for the CKPT-FILE. MAIN writes one  *
      *  every ten passes (and on an operator hold) carrying the      *
      *  position a restart resumes from, plus one just before each   *
      *  item's run-start postings, one as it starts its countdown    *
      *  and one as it completes or is cancelled. Each location's     *
      *  stream keeps its own checkpoint file. The last record on     *
      *  file for an item code and location is that item's position;  *
      *  CKPT-STATE-SW says whether it was part way through its       *
      *  postings, still running, had completed, or was cancelled.    *
      *  The line, page and interface counts are the stream's, so     *
      *  the last record on file carries them for the whole run.      *
      *  Shared with BOTREBLD, which rebuilds the BOTTLE-STATUS       *
      *  record from it after cluster damage.                         *
      ******************************************************************
       01  CKPT-RECORD.
           05  CKPT-WALL-NUMBER       PIC 9(03).
           05  CKPT-ITEM-CODE         PIC X(05).
           05  CKPT-INTF-COUNT        PIC 9(07).
           05  CKPT-LOCATION          PIC X(02).
           05  CKPT-STATE-SW          PIC X(01).
               88  CKPT-POSTING           VALUE "P".
               88  CKPT-RUNNING           VALUE "R".
               88  CKPT-COMPLETE          VALUE "C".
               88  CKPT-CANCELLED         VALUE "X".
