      *                   STATUS RECORD AN ITEM-LESS RUN KEEPS -- IT *
      *                   WAS BEING SPLIT AND FORECAST AS A PHANTOM  *
      *                   ITEM "CURRE" AT LOCATION "NT".             *
      *  10/15/26   RJJ   OPEN PURCHASE ORDERS (OPENORD.CPY). A      *
      *                   FLAGGED ITEM NOW OPENS AN ORDER, ONE PER   *
      *                   ITEM AND LOCATION, AND ITS REFERENCE IS    *
      *                   CARRIED ON THE REORDER CARD FOR THE        *
      *                   WAREHOUSE TO KEY AS THE DELIVERY           *
      *                   REFERENCE.                                 *
      *                   AN ITEM WITH AN ORDER ALREADY OPEN IS NOT  *
      *                   RE-ADVISED -- THE OPEN ORDER IS SHOWN.     *
      *                   EACH RUN CUTS THE NEXT OPEN-ORDER          *
      *                   GENERATION; BOTPORD CLOSES THE DELIVERED   *
      *                   ONES.                                      *
      *  10/15/26   RJJ   A SAME-MORNING RERUN NO LONGER EMPTIES THE  *
      *                   REORDER FILE. AN ORDER OPENED TODAY IS ONE  *
      *                   THE FIRST PASS ISSUED, SO ITS CARD IS       *
      *                   WRITTEN AGAIN UNDER THE SAME REFERENCE AND  *
      *                   QUANTITY INSTEAD OF BEING SHOWN ON ORDER.   *
      *  10/15/26   RJJ   AN OPEN-ORDER GENERATION THAT WILL NOT      *
      *                   OPEN ENDS THE STEP RC 4, AND THE NEW        *
      *                   GENERATION'S CONTROL RECORD MARKS THE       *
      *                   REGISTER POSITION LOST INSTEAD OF           *
      *                   RESETTING IT TO ZERO, SO TONIGHT'S BOTPORD  *
      *                   RE-COUNTS THE REGISTER RATHER THAN RE-      *
      *                   LISTING IT.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT REORDER-FILE ASSIGN TO REORDFIL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-ORDER-IN ASSIGN TO OPENORDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.

           SELECT OPEN-ORDER-OUT ASSIGN TO OPENORDO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTTLE-STATUS.
           RECORDING MODE IS F.
       01  REORDER-RECORD             PIC X(80).

       FD  OPEN-ORDER-IN
           RECORDING MODE IS F.
       COPY OPENORD.

       FD  OPEN-ORDER-OUT
           RECORDING MODE IS F.
       01  ORD-OUT-RECORD             PIC X(40).

       WORKING-STORAGE SECTION.
       COPY BOTTLER.

               88  WS-USE-FOUND           VALUE "Y".
           05  WS-ANY-FLAGGED-SW      PIC X(01)  VALUE "N".
               88  WS-ANY-FLAGGED         VALUE "Y".
           05  WS-ORD-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-ORD-EOF             VALUE "Y".
           05  WS-ORD-FOUND-SW        PIC X(01)  VALUE "N".
               88  WS-ORD-FOUND           VALUE "Y".
           05  WS-ORD-LOST-SW         PIC X(01)  VALUE "N".
               88  WS-ORD-LOST            VALUE "Y".

       01  WS-STAT-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-HIST-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ITEM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ORD-FILE-STATUS         PIC X(02)  VALUE "00".

      *  ITEM MASTER ROLLED UP FOR THE LOOKUPS -- CODE, CAPACITY
      *  AND REORDER POINT PER ITEM.
       77  WS-TAB-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.

      *  OPEN PURCHASE ORDERS CARRIED IN FROM THE LAST OPEN-ORDER
      *  GENERATION, PLUS ANY OPENED THIS MORNING -- ONE PER ITEM
      *  AND LOCATION. THE CONTROL FIELDS RIDE THROUGH UNCHANGED
      *  EXCEPT THE LAST REFERENCE ISSUED.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY           OCCURS 200.
               10  WS-ORD-REF         PIC X(10).
               10  WS-ORD-ITEM        PIC X(05).
               10  WS-ORD-LOC         PIC X(02).
               10  WS-ORD-QTY         PIC 9(03).
               10  WS-ORD-DATE        PIC 9(06).
       01  WS-ORD-COUNT               PIC 999    COMP VALUE 0.
       01  WS-ORD-MAX                 PIC 999    COMP VALUE 200.
       77  WS-ORD-SUB                 PIC 999    COMP VALUE 0.
       01  WS-ORD-CONTROL.
           05  WS-REG-COUNT           PIC 9(07)  VALUE 0.
           05  WS-LAST-REF-DATE       PIC 9(06)  VALUE 0.
           05  WS-LAST-REF-SEQ        PIC 9(03)  VALUE 0.

      *  ORDER REFERENCE BUILD AREA -- "P", ORDER DATE, SEQUENCE.
       01  WS-NEW-REF.
           05  WS-NEW-REF-PREFIX      PIC X(01)  VALUE "P".
           05  WS-NEW-REF-DATE        PIC 9(06)  VALUE 0.
           05  WS-NEW-REF-SEQ         PIC 9(03)  VALUE 0.

       01  WS-FCST-FIELDS.
           05  WS-AVG-UNITS           PIC 9(05)  COMP VALUE 0.
           05  WS-RUNS-TO-ZERO        PIC 999    COMP VALUE 0.
      *  JOB: ITEM CODE, LOCATION/WALL, SUGGESTED ORDER QUANTITY
      *  (CAPACITY MINUS CURRENT WALL), THE ADVICE RUN DATE AND
      *  THE PROJECTED ZERO DATE (BLANK WHEN THERE IS NO USAGE
      *  HISTORY TO PROJECT FROM), DATES YYMMDD, AND THE OPEN-ORDER
      *  REFERENCE THE DELIVERY MUST BE KEYED UNDER.
       01  WS-REORDER-CARD.
           05  ROC-ITEM-CODE          PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  ROC-RUN-DATE           PIC 9(06).
           05  FILLER                 PIC X      VALUE SPACE.
           05  ROC-ZERO-DATE          PIC X(06).
           05  FILLER                 PIC X      VALUE SPACE.
           05  ROC-ORDER-REF          PIC X(10).
           05  FILLER                 PIC X(43)  VALUE SPACES.

       01  WS-FCST-CTRS.
           05  WS-STAT-READ-COUNT     PIC 999    COMP VALUE 0.
           05  WS-FLAG-COUNT          PIC 999    COMP VALUE 0.
           05  WS-ON-ORDER-COUNT      PIC 999    COMP VALUE 0.
           05  WS-REISSUE-COUNT       PIC 999    COMP VALUE 0.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.

           05  FILLER                 PIC X(04)  VALUE " ***".
           05  FILLER                 PIC X(29)  VALUE SPACES.

       01  WS-ON-ORDER-LINE.
           05  FILLER                 PIC X(29)  VALUE
               "  *** BELOW REORDER POINT OF ".
           05  ONO-REORDER            PIC ZZ9.
           05  FILLER                 PIC X(10)  VALUE " -- ORDER ".
           05  ONO-REF                PIC X(10).
           05  FILLER                 PIC X(12)  VALUE " OPEN SINCE ".
           05  ONO-DATE               PIC X(06).
           05  FILLER                 PIC X(04)  VALUE " ***".
           05  FILLER                 PIC X(06)  VALUE SPACES.

       01  WS-REISSUE-LINE.
           05  FILLER                 PIC X(29)  VALUE
               "  *** BELOW REORDER POINT OF ".
           05  RIS-REORDER            PIC ZZ9.
           05  FILLER                 PIC X(10)  VALUE " -- ORDER ".
           05  RIS-REF                PIC X(10).
           05  FILLER                 PIC X(16)  VALUE
               " RE-ISSUED, QTY ".
           05  RIS-ORDER-QTY          PIC ZZ9.
           05  FILLER                 PIC X(04)  VALUE " ***".
           05  FILLER                 PIC X(05)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC ZZ9.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           PERFORM 1800-LOAD-ORDERS THRU 1800-EXIT.
           PERFORM 2000-FORECAST-ITEM THRU 2000-EXIT
               UNTIL WS-STAT-EOF.
           PERFORM 3000-WRITE-ORDERS THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           CLOSE BOTTLE-STATUS.
           CLOSE REORDER-FILE.
           CLOSE OPEN-ORDER-OUT.
           CLOSE FCST-RPT.
           IF WS-ANY-FLAGGED OR WS-ORD-LOST
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE REPORT AND OPENS THE STATUS     *
      *  CLUSTER FOR THE SEQUENTIAL SWEEP, THE REORDER CARD FILE AND   *
      *  THE NEW OPEN-ORDER GENERATION.                                *
      *  A MISSING STATUS CLUSTER ENDS THE STEP WITH RETURN CODE 16    *
      *  -- THERE IS NOTHING TO FORECAST FROM.                         *
      ******************************************************************
               STOP RUN
           END-IF.
           OPEN OUTPUT REORDER-FILE.
           OPEN OUTPUT OPEN-ORDER-OUT.
       1000-EXIT.
           EXIT.

       1710-EXIT.
           EXIT.

      ******************************************************************
      *  1800-LOAD-ORDERS -- LOADS THE OPEN PURCHASE ORDERS AND THE    *
      *  CONTROL RECORD FROM THE CURRENT OPEN-ORDER GENERATION.        *
      *  BOTGDG SEEDS AN EMPTY FIRST GENERATION, SO ONE THAT WILL NOT  *
      *  OPEN HAS BEEN LOST: THE ORDERS ARE NOT KNOWN (ITEMS ON ORDER  *
      *  MAY BE ADVISED AGAIN) AND THE REGISTER POSITION IS CARRIED    *
      *  FORWARD MARKED LOST FOR BOTPORD TO RE-COUNT. RC 4.            *
      ******************************************************************
       1800-LOAD-ORDERS.
           OPEN INPUT OPEN-ORDER-IN.
           IF WS-ORD-FILE-STATUS NOT = "00"
               MOVE "OPEN-ORDER FILE NOT AVAILABLE, NO ORDERS KNOWN"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE 9999999 TO WS-REG-COUNT
               MOVE "Y" TO WS-ORD-LOST-SW
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1900-LOAD-ONE-ORDER THRU 1900-EXIT
               UNTIL WS-ORD-EOF.
           CLOSE OPEN-ORDER-IN.
       1800-EXIT.
           EXIT.

       1900-LOAD-ONE-ORDER.
           READ OPEN-ORDER-IN
               AT END
                   MOVE "Y" TO WS-ORD-EOF-SW
                   GO TO 1900-EXIT
           END-READ.
           IF ORD-IS-CONTROL
               MOVE ORDC-REG-COUNT TO WS-REG-COUNT
               MOVE ORDC-LAST-REF-DATE TO WS-LAST-REF-DATE
               MOVE ORDC-LAST-REF-SEQ TO WS-LAST-REF-SEQ
               GO TO 1900-EXIT
           END-IF.
           IF NOT ORD-IS-ORDER
            OR WS-ORD-COUNT >= WS-ORD-MAX
               GO TO 1900-EXIT
           END-IF.
           ADD 1 TO WS-ORD-COUNT.
           MOVE ORD-ORDER-REF TO WS-ORD-REF (WS-ORD-COUNT).
           MOVE ORD-ITEM-CODE TO WS-ORD-ITEM (WS-ORD-COUNT).
           MOVE ORD-LOCATION TO WS-ORD-LOC (WS-ORD-COUNT).
           MOVE ORD-ORDER-QTY TO WS-ORD-QTY (WS-ORD-COUNT).
           MOVE ORD-ORDER-DATE TO WS-ORD-DATE (WS-ORD-COUNT).
       1900-EXIT.
           EXIT.

      ******************************************************************
      *  2000-FORECAST-ITEM -- READS THE NEXT STATUS RECORD, LOOKS     *
      *  UP THE ITEM'S CAPACITY, REORDER POINT AND OBSERVED USAGE      *
      *  RATE, PROJECTS THE ZERO DATE AND PRINTS THE ADVICE LINE.      *
      *  AN ITEM AT OR BELOW ITS REORDER POINT GETS THE FLAG LINE      *
      *  AND A REORDER CARD -- UNLESS AN ORDER IS ALREADY OPEN FOR     *
      *  ITS ITEM AND LOCATION, WHEN THE OPEN ORDER IS SHOWN INSTEAD   *
      *  AND THE ITEM IS NOT ADVISED AGAIN. AN ORDER OPENED TODAY WAS  *
      *  OPENED BY AN EARLIER PASS THIS MORNING, SO ITS CARD IS        *
      *  RE-ISSUED FOR THE REWRITTEN REORDER FILE.                     *
      ******************************************************************
       2000-FORECAST-ITEM.
           READ BOTTLE-STATUS

           IF WS-REORDER-PT > 0
            AND STAT-WALL-NUMBER <= WS-REORDER-PT
               PERFORM 2500-FIND-OPEN-ORDER THRU 2500-EXIT
               IF WS-ORD-FOUND
                   IF WS-ORD-DATE (WS-ORD-SUB) = WS-RUN-DATE-FLD
                       PERFORM 2700-REISSUE-ORDER THRU 2700-EXIT
                   ELSE
                       PERFORM 2600-SHOW-ON-ORDER THRU 2600-EXIT
                   END-IF
               ELSE
                   PERFORM 2400-FLAG-REORDER THRU 2400-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      *  2400-FLAG-REORDER -- PRINTS THE ADVICE FLAG, OPENS THE ORDER  *
      *  AND WRITES THE REORDER CARD UNDER ITS REFERENCE. THE          *
      *  SUGGESTED ORDER QUANTITY TOPS THE WALL BACK UP TO ITS         *
      *  CAPACITY. WITH THE ORDER TABLE FULL THE CARD STILL GOES OUT   *
      *  BUT THE ORDER IS NOT KEPT, SO THE ITEM IS ADVISED AGAIN.      *
      ******************************************************************
       2400-FLAG-REORDER.
           SUBTRACT STAT-WALL-NUMBER FROM WS-CAPACITY
           MOVE WS-FLAG-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           IF WS-LAST-REF-DATE = WS-RUN-DATE-FLD
               ADD 1 TO WS-LAST-REF-SEQ
           ELSE
               MOVE WS-RUN-DATE-FLD TO WS-LAST-REF-DATE
               MOVE 1 TO WS-LAST-REF-SEQ
           END-IF.
           MOVE WS-LAST-REF-DATE TO WS-NEW-REF-DATE.
           MOVE WS-LAST-REF-SEQ TO WS-NEW-REF-SEQ.
           IF WS-ORD-COUNT < WS-ORD-MAX
               ADD 1 TO WS-ORD-COUNT
               MOVE WS-NEW-REF TO WS-ORD-REF (WS-ORD-COUNT)
               MOVE WS-KEY-ITEM TO WS-ORD-ITEM (WS-ORD-COUNT)
               MOVE WS-KEY-LOC TO WS-ORD-LOC (WS-ORD-COUNT)
               MOVE WS-ORDER-QTY TO WS-ORD-QTY (WS-ORD-COUNT)
               MOVE WS-RUN-DATE-FLD TO WS-ORD-DATE (WS-ORD-COUNT)
           ELSE
               MOVE "  ORDER TABLE FULL, ORDER NOT TRACKED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 2450-WRITE-CARD THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2450-WRITE-CARD -- WRITES THE REORDER CARD FOR THE ITEM AND   *
      *  LOCATION UNDER WS-NEW-REF FOR WS-ORDER-QTY.                   *
      ******************************************************************
       2450-WRITE-CARD.
           MOVE WS-KEY-ITEM TO ROC-ITEM-CODE.
           MOVE WS-KEY-LOC TO ROC-LOCATION.
           MOVE WS-ORDER-QTY TO ROC-ORDER-QTY.
           ELSE
               MOVE SPACES TO ROC-ZERO-DATE
           END-IF.
           MOVE WS-NEW-REF TO ROC-ORDER-REF.
           MOVE WS-REORDER-CARD TO REORDER-RECORD.
           WRITE REORDER-RECORD.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE "Y" TO WS-ANY-FLAGGED-SW.
       2450-EXIT.
           EXIT.

       2500-FIND-OPEN-ORDER.
           MOVE "N" TO WS-ORD-FOUND-SW.
           PERFORM 2510-SCAN-ORDERS THRU 2510-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ORD-COUNT
                  OR WS-ORD-FOUND.
       2500-EXIT.
           EXIT.

       2510-SCAN-ORDERS.
           IF WS-ORD-ITEM (WS-TAB-SUB) = WS-KEY-ITEM
            AND WS-ORD-LOC (WS-TAB-SUB) = WS-KEY-LOC
               MOVE "Y" TO WS-ORD-FOUND-SW
               MOVE WS-TAB-SUB TO WS-ORD-SUB
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *  2600-SHOW-ON-ORDER -- THE ITEM IS STILL AT OR BELOW ITS       *
      *  REORDER POINT BUT ITS ORDER HAS NOT BEEN DELIVERED YET.       *
      *  SHOWS THE OPEN ORDER INSTEAD OF ADVISING A SECOND ONE.        *
      ******************************************************************
       2600-SHOW-ON-ORDER.
           MOVE WS-REORDER-PT TO ONO-REORDER.
           MOVE WS-ORD-REF (WS-ORD-SUB) TO ONO-REF.
           MOVE WS-ORD-DATE (WS-ORD-SUB) TO ONO-DATE.
           MOVE WS-ON-ORDER-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           ADD 1 TO WS-ON-ORDER-COUNT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2700-REISSUE-ORDER -- THE OPEN ORDER WAS OPENED THIS MORNING  *
      *  BY AN EARLIER PASS, WHOSE REORDER CARDS THIS RUN IS           *
      *  REWRITING. THE CARD GOES OUT AGAIN UNDER THE SAME REFERENCE   *
      *  AND QUANTITY; NO SECOND ORDER IS OPENED.                      *
      ******************************************************************
       2700-REISSUE-ORDER.
           MOVE WS-ORD-QTY (WS-ORD-SUB) TO WS-ORDER-QTY.
           MOVE WS-ORD-REF (WS-ORD-SUB) TO WS-NEW-REF.
           MOVE WS-REORDER-PT TO RIS-REORDER.
           MOVE WS-NEW-REF TO RIS-REF.
           MOVE WS-ORDER-QTY TO RIS-ORDER-QTY.
           MOVE WS-REISSUE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 2450-WRITE-CARD THRU 2450-EXIT.
           ADD 1 TO WS-REISSUE-COUNT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *  3000-WRITE-ORDERS -- CUTS THE NEW OPEN-ORDER GENERATION: THE  *
      *  CONTROL RECORD, THEN EVERY ORDER STILL OPEN -- THOSE CARRIED  *
      *  IN AND THOSE OPENED THIS MORNING.                             *
      ******************************************************************
       3000-WRITE-ORDERS.
           MOVE SPACES TO ORD-RECORD.
           MOVE "H" TO ORD-REC-TYPE.
           MOVE WS-REG-COUNT TO ORDC-REG-COUNT.
           MOVE WS-LAST-REF-DATE TO ORDC-LAST-REF-DATE.
           MOVE WS-LAST-REF-SEQ TO ORDC-LAST-REF-SEQ.
           MOVE ORD-RECORD TO ORD-OUT-RECORD.
           WRITE ORD-OUT-RECORD.
           PERFORM 3100-WRITE-ONE-ORDER THRU 3100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ORD-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-ORDER.
           MOVE SPACES TO ORD-RECORD.
           MOVE "O" TO ORD-REC-TYPE.
           MOVE WS-ORD-REF (WS-TAB-SUB) TO ORD-ORDER-REF.
           MOVE WS-ORD-ITEM (WS-TAB-SUB) TO ORD-ITEM-CODE.
           MOVE WS-ORD-LOC (WS-TAB-SUB) TO ORD-LOCATION.
           MOVE WS-ORD-QTY (WS-TAB-SUB) TO ORD-ORDER-QTY.
           MOVE WS-ORD-DATE (WS-TAB-SUB) TO ORD-ORDER-DATE.
           MOVE ORD-RECORD TO ORD-OUT-RECORD.
           WRITE ORD-OUT-RECORD.
       3100-EXIT.
           EXIT.

      ******************************************************************
           MOVE WS-FLAG-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-REISSUE-COUNT > 0
               MOVE "  RE-ISSUED, OPENED TODAY :" TO CNT-LABEL
               MOVE WS-REISSUE-COUNT TO CNT-VALUE
               MOVE WS-COUNT-LINE TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           MOVE "FLAGGED, ALREADY ON ORDER :" TO CNT-LABEL.
           MOVE WS-ON-ORDER-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ORDERS OPEN AFTER RUN . . :" TO CNT-LABEL.
           MOVE WS-ORD-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

