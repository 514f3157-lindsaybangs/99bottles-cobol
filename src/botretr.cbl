      *                   A REQUESTED DATE NOT ON THE ARCHIVE, OR A   *
      *                   COUNT THAT DOES NOT VERIFY, ENDS THE STEP   *
      *                   WITH RETURN CODE 8.                          *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 32 BYTES FOR THE     *
      *                   CYCLE-COUNT REASON CODE (AUDITREC.CPY).      *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 39 BYTES FOR THE     *
      *                   RUN DATE (AUDITREC.CPY).                     *
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  AUDIT-OUT
           RECORDING MODE IS F.
       01  AUDIT-OUT-REC              PIC X(39).

       FD  RPT-OUT
           RECORDING MODE IS F.

       01  WS-ARCH-AUDIT-DATA REDEFINES WS-ARCH-INDEX.
           05  FILLER                 PIC X(01).
           05  AAD-AUDIT-LINE         PIC X(39).
           05  FILLER                 PIC X(41).

      *  THE INDEX BLOCK CURRENTLY BEING COPIED AND ITS VERIFY
      *  COUNTS.
