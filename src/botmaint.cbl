      *                   ALONGSIDE THE REGISTER AND CONSOLE TEXT,  *
      *                   SO THE SCHEDULER CAN COUNT REJECTS        *
      *                   WITHOUT SCRAPING SYSOUT.                  *
      *  10/15/26   RJJ   THE MASTER NOW CARRIES A STANDARD UNIT    *
      *                   COST FOR THE BOTVALU MONTH-END VALUATION  *
      *                   (MNT-UNIT-COST ON THE CARD, SEVEN DIGITS  *
      *                   WITH TWO IMPLIED DECIMALS). BLANK ON AN   *
      *                   ADD DEFAULTS TO ZERO; A NON-NUMERIC COST  *
      *                   IS REJECTED. A CHANGE TO A RECORD WRITTEN *
      *                   BEFORE THE FIELD EXISTED ZEROES ITS BLANK *
      *                   COST. THE REGISTER'S BEFORE/AFTER IMAGES  *
      *                   SHOW THE COST.                            *
      *  10/15/26   RJJ   THE MASTER NOW CARRIES EACH ITEM'S CYCLE-  *
      *                   COUNT ADJUSTMENT TOLERANCE (MNT-ADJ-       *
      *                   TOLERANCE/MNT-ADJ-TOL-TYPE ON THE CARD --   *
      *                   THREE DIGITS AND "U" UNITS OR "P" PERCENT  *
      *                   OF THE WALL; "N" ON A CHANGE REMOVES IT).  *
      *                   A COUNT MOVING THE WALL FURTHER IS HELD    *
      *                   FOR SUPERVISOR APPROVAL (SEE MAIN AND      *
      *                   BOTAPPR). BLANK ON AN ADD MEANS NO         *
      *                   TOLERANCE. THE REGISTER PRINTS THE         *
      *                   TOLERANCE UNDER EACH IMAGE.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  IMG-WALL-CAPACITY      PIC X(03).
           05  FILLER                 PIC X      VALUE SPACE.
           05  IMG-REORDER-POINT      PIC X(03).
           05  FILLER                 PIC X      VALUE SPACE.
           05  IMG-UNIT-COST          PIC ZZZZ9.99.
           05  FILLER                 PIC X(04)  VALUE SPACES.

       01  WS-TOL-LINE.
           05  FILLER                 PIC X(26)  VALUE
               "            ADJ TOLERANCE ".
           05  TOL-TEXT               PIC X(12).
           05  FILLER                 PIC X(42)  VALUE SPACES.

       01  WS-TOL-VALUE.
           05  TOL-AMOUNT             PIC ZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  TOL-UNIT               PIC X(08).

       01  WS-REJECT-LINE.
           05  FILLER                 PIC X(13)  VALUE "  REJECTED - ".
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF MNT-UNIT-COST NOT = SPACES
            AND MNT-UNIT-COST NOT NUMERIC
               MOVE "UNIT COST NOT NUMERIC" TO REJ-REASON
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF MNT-ADJ-TOL-TYPE = SPACE
               IF MNT-ADJ-TOLERANCE NOT = SPACES
                   MOVE "ADJ TOLERANCE HAS NO TYPE U OR P"
                       TO REJ-REASON
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF (MNT-ADJ-TOL-TYPE NOT = "U" AND NOT = "P")
                OR MNT-ADJ-TOLERANCE NOT NUMERIC
                   MOVE "ADJ TOLERANCE NOT NUMERIC OR BAD TYPE"
                       TO REJ-REASON
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               MOVE "ITEM TABLE FULL" TO REJ-REASON
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
           MOVE MNT-ITEM-UOM      TO BR-ITEM-UOM.
      *    A BLANK CAPACITY ON AN ADD KEEPS THE ORIGINAL 99-UNIT
      *    WALL ASSUMPTION; A BLANK REORDER POINT MEANS THE ITEM
      *    IS NEVER FLAGGED BY THE DEPLETION FORECAST, A BLANK
      *    UNIT COST VALUES IT AT ZERO UNTIL A CHANGE CARD SETS ONE,
      *    AND A BLANK TOLERANCE POSTS EVERY CYCLE COUNT.
           IF MNT-WALL-CAPACITY = SPACES
               MOVE 99 TO BR-WALL-CAPACITY
           ELSE
           ELSE
               MOVE MNT-REORDER-POINT TO BR-REORDER-POINT
           END-IF.
           IF MNT-UNIT-COST = SPACES
               MOVE 0 TO BR-UNIT-COST
           ELSE
               MOVE MNT-UNIT-COST-N TO BR-UNIT-COST
           END-IF.
           IF MNT-ADJ-TOL-TYPE = SPACE
               MOVE 0 TO BR-ADJ-TOLERANCE
               MOVE SPACE TO BR-ADJ-TOL-TYPE
           ELSE
               MOVE MNT-ADJ-TOLERANCE TO BR-ADJ-TOLERANCE
               MOVE MNT-ADJ-TOL-TYPE TO BR-ADJ-TOL-TYPE
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE BOTTLE-RECORD TO WS-ITEM-ENTRY (WS-ITEM-COUNT).
           ADD 1 TO WS-ADD-COUNT.
              AND MNT-ITEM-UOM = SPACES
              AND MNT-WALL-CAPACITY = SPACES
              AND MNT-REORDER-POINT = SPACES
              AND MNT-UNIT-COST = SPACES
              AND MNT-ADJ-TOL-TYPE = SPACE
               MOVE "NO FIELDS TO CHANGE ON CARD" TO REJ-REASON
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2200-EXIT
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF MNT-UNIT-COST NOT = SPACES
            AND MNT-UNIT-COST NOT NUMERIC
               MOVE "UNIT COST NOT NUMERIC" TO REJ-REASON
               PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF MNT-ADJ-TOL-TYPE = SPACE
               IF MNT-ADJ-TOLERANCE NOT = SPACES
                   MOVE "ADJ TOLERANCE HAS NO TYPE U OR P"
                       TO REJ-REASON
                   PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                   GO TO 2200-EXIT
               END-IF
           ELSE
               IF MNT-ADJ-TOL-TYPE NOT = "N"
                   IF (MNT-ADJ-TOL-TYPE NOT = "U" AND NOT = "P")
                    OR MNT-ADJ-TOLERANCE NOT NUMERIC
                       MOVE "ADJ TOLERANCE NOT NUMERIC OR BAD TYPE"
                           TO REJ-REASON
                       PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                       GO TO 2200-EXIT
                   END-IF
               END-IF
           END-IF.

           MOVE WS-ITEM-ENTRY (WS-FOUND-SUB) TO BOTTLE-RECORD.
           MOVE "  BEFORE:" TO IMG-LABEL.
           IF MNT-REORDER-POINT NOT = SPACES
               MOVE MNT-REORDER-POINT TO BR-REORDER-POINT
           END-IF.
           IF MNT-UNIT-COST NOT = SPACES
               MOVE MNT-UNIT-COST-N TO BR-UNIT-COST
           END-IF.
      *    A RECORD WRITTEN BEFORE THE UNIT COST EXISTED CARRIES
      *    SPACES THERE -- ANY CHANGE SETTLES IT TO A REAL ZERO.
           IF BR-UNIT-COST NOT NUMERIC
               MOVE 0 TO BR-UNIT-COST
           END-IF.
           IF MNT-ADJ-TOL-TYPE = "N"
               MOVE 0 TO BR-ADJ-TOLERANCE
               MOVE SPACE TO BR-ADJ-TOL-TYPE
           ELSE
               IF MNT-ADJ-TOL-TYPE NOT = SPACE
                   MOVE MNT-ADJ-TOLERANCE TO BR-ADJ-TOLERANCE
                   MOVE MNT-ADJ-TOL-TYPE TO BR-ADJ-TOL-TYPE
               END-IF
           END-IF.
           IF BR-ADJ-TOLERANCE NOT NUMERIC
               MOVE 0 TO BR-ADJ-TOLERANCE
           END-IF.

           IF BR-ITEM-MESSAGE = SPACES
            OR BR-ITEM-SINGULAR = SPACES

      ******************************************************************
      *  2800-PRINT-IMAGE -- PRINTS THE BOTTLE-RECORD CURRENTLY IN     *
      *  THE WORK AREA UNDER THE LABEL THE CALLER SET IN IMG-LABEL,    *
      *  WITH ITS ADJUSTMENT TOLERANCE ON THE LINE BELOW.              *
      ******************************************************************
       2800-PRINT-IMAGE.
           MOVE BR-ITEM-CODE     TO IMG-ITEM-CODE.
           MOVE BR-ITEM-UOM      TO IMG-ITEM-UOM.
           MOVE BR-WALL-CAPACITY TO IMG-WALL-CAPACITY.
           MOVE BR-REORDER-POINT TO IMG-REORDER-POINT.
           IF BR-UNIT-COST NUMERIC
               MOVE BR-UNIT-COST TO IMG-UNIT-COST
           ELSE
               MOVE 0 TO IMG-UNIT-COST
           END-IF.
           MOVE WS-IMAGE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF (BR-ADJ-TOL-UNITS OR BR-ADJ-TOL-PERCENT)
            AND BR-ADJ-TOLERANCE NUMERIC
               MOVE BR-ADJ-TOLERANCE TO TOL-AMOUNT
               IF BR-ADJ-TOL-UNITS
                   MOVE "UNITS" TO TOL-UNIT
               ELSE
                   MOVE "PERCENT" TO TOL-UNIT
               END-IF
               MOVE WS-TOL-VALUE TO TOL-TEXT
           ELSE
               MOVE "NONE" TO TOL-TEXT
           END-IF.
           MOVE WS-TOL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2800-EXIT.
           EXIT.

