      *                   ITEM CODE IT NOW CARRIES (AUDITREC.CPY).   *
      *  09/02/26   RJJ   AUDIT RECORD WIDENED TO 30 BYTES FOR THE   *
      *                   LOCATION/WALL IDENTIFIER (AUDITREC.CPY).   *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 32 BYTES FOR THE   *
      *                   CYCLE-COUNT REASON CODE (AUDITREC.CPY).    *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 39 BYTES FOR THE   *
      *                   RUN DATE (AUDITREC.CPY).                   *
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  AUDIT-IN
           RECORDING MODE IS F.
       01  AUDIT-IN-REC               PIC X(39).

       FD  RPT-IN
           RECORDING MODE IS F.
