      *                   KEYED ON ITEM CODE PLUS LOCATION, SO A      *
      *                   BUILDING-2 RUN'S RECORD COMES BACK UNDER    *
      *                   THE RIGHT KEY.                              *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 32 BYTES FOR THE    *
      *                   CYCLE-COUNT REASON CODE (AUDITREC.CPY).     *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 39 BYTES FOR THE    *
      *                   RUN DATE (AUDITREC.CPY).                    *
      *  10/15/26   RJJ   EACH LOCATION'S STREAM NOW KEEPS ITS OWN    *
      *                   CHECKPOINT FILE (RUN ONE STEP PER STREAM,   *
      *                   SEE BOTREBLD JCL), AND THE CHECKPOINT       *
      *                   CARRIES THE ITEM'S RUN STATE. THE REBUILT   *
      *                   RECORD NOW TAKES ITS RUN STATE FROM THE     *
      *                   LAST CHECKPOINT -- COMPLETE OR CANCELLED    *
      *                   -- INSTEAD OF ALWAYS SHOWING IT RUNNING.    *
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  BOTTLE-AUDIT
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(39).

       FD  BOTTLE-STATUS.
       COPY BOTSTAT.
           05  WS-LAST-CKPT-ITER      PIC 999.
           05  WS-LAST-CKPT-ITEM      PIC X(05).
           05  WS-LAST-CKPT-LOC       PIC X(02).
           05  WS-LAST-CKPT-STATE     PIC X(01).

       01  WS-KEY-BUILD.
           05  WS-KEY-ITEM            PIC X(05)  VALUE SPACES.
           05  WS-KEY-LOCATION        PIC X(02)  VALUE SPACES.
           05  FILLER                 PIC X(01)  VALUE SPACE.

       01  WS-LAST-AUDIT              PIC X(39)  VALUE SPACES.

       PROCEDURE DIVISION.

                   MOVE CKPT-ITERATION-COUNT TO WS-LAST-CKPT-ITER
                   MOVE CKPT-ITEM-CODE TO WS-LAST-CKPT-ITEM
                   MOVE CKPT-LOCATION TO WS-LAST-CKPT-LOC
                   MOVE CKPT-STATE-SW TO WS-LAST-CKPT-STATE
           END-READ.
       1100-EXIT.
           EXIT.
           MOVE WS-LAST-CKPT-WALL TO STAT-WALL-NUMBER.
           MOVE WS-LAST-CKPT-LESS TO STAT-LESS-NUMBER.
           MOVE WS-LAST-CKPT-ITER TO STAT-PASS-COUNT.
           IF WS-LAST-CKPT-STATE = "C" OR "X"
               MOVE WS-LAST-CKPT-STATE TO STAT-RUN-SW
           ELSE
               MOVE "R" TO STAT-RUN-SW
           END-IF.
           MOVE SPACE TO STAT-REQ-ACTION.
           IF WS-AUDIT-FOUND
               MOVE AUDIT-TIME-HH TO STAT-TIME-HH
           END-DISPLAY.
           DISPLAY "  PASSES COMPLETED  : " WS-LAST-CKPT-ITER
           END-DISPLAY.
           DISPLAY "  RUN STATE . . . . : " STAT-RUN-SW
           END-DISPLAY.
           IF WS-AUDIT-FOUND
               DISPLAY "  LAST MOVEMENT . . : " WS-LAST-AUDIT
               END-DISPLAY
