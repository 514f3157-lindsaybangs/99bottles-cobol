      *                   RUNS ONE REQUEST AT A TIME, SO EACH        *
      *                   ITEM-AND-LOCATION SECTION ENDS AT ZERO     *
      *                   BEFORE THE NEXT BEGINS.                    *
      *  10/15/26   RJJ   TRANSFER BALANCE. MAIN NOW POSTS EACH       *
      *                   INTER-BUILDING TRANSFER AS AN "XOUT" LEG    *
      *                   ON THE SHIPPING WALL AND AN "XIN " LEG ON   *
      *                   THE RECEIVING ONE. THE UNITS SHIPPED AND    *
      *                   RECEIVED ARE TOTALLED PER ITEM AND MUST     *
      *                   AGREE; AN ITEM WHOSE LEGS DO NOT IS LISTED  *
      *                   (RCN309 E) AND THE RUN IS OUT OF BALANCE.   *
      *                   NEITHER LEG FEEDS THE UNITS-DOWN TOTAL.     *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 32 BYTES FOR THE    *
      *                   CYCLE-COUNT REASON CODE (AUDITREC.CPY).     *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 39 BYTES FOR THE    *
      *                   RUN DATE (AUDITREC.CPY).                    *
      *  10/15/26   RJJ   STREAM MODE. EACH BUILDING NOW RUNS AS ITS  *
      *                   OWN JOB STREAM, AND ITS OUTPUT IS           *
      *                   RECONCILED ON ITS OWN. A STREAM ID IN       *
      *                   COLUMNS 1-2 OF AN OPTIONAL SYSIN CARD IS    *
      *                   PRINTED UNDER THE HEADING, AND THE TRANSFER *
      *                   BALANCE IS LEFT TO THE NIGHT-LEVEL RUN OVER *
      *                   THE MERGED FILES -- A TRANSFER'S TWO LEGS   *
      *                   POST IN DIFFERENT STREAMS. NO CARD (OR A    *
      *                   BLANK ONE) RECONCILES THE WHOLE NIGHT AS    *
      *                   BEFORE.                                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BOTTLE-AUDIT ASSIGN TO BOTAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD                PIC X(80).

       FD  BOTTLE-AUDIT
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(39).

       FD  BOTTLE-RPT
           RECORDING MODE IS F.
               88  WS-DISCREPANCY         VALUE "Y".
           05  WS-LOG-OPEN-SW         PIC X(01)  VALUE "N".
               88  WS-LOG-OPEN            VALUE "Y".
           05  WS-STREAM-SW           PIC X(01)  VALUE "N".
               88  WS-STREAM-RUN          VALUE "Y".

       01  WS-PARM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-AUDIT-FILE-STATUS       PIC X(02)  VALUE "00".
       01  WS-RPT-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-LOG-FILE-STATUS         PIC X(02)  VALUE "00".

       77  WS-PRIOR-NEW-COUNT         PIC 999    VALUE ZERO.

      *  TRANSFER UNITS BY ITEM -- SHIPPED OUT ON "XOUT" LEGS AND
      *  RECEIVED IN ON "XIN " LEGS. THE TWO MUST AGREE FOR EVERY
      *  ITEM. 50 ITEMS IS THE SAME CEILING BOTNIGHT USES.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY          OCCURS 50.
               10  WS-XFER-ITEM       PIC X(05).
               10  WS-XFER-OUT-UNITS  PIC 9(05)  COMP.
               10  WS-XFER-IN-UNITS   PIC 9(05)  COMP.
       01  WS-XFER-COUNT              PIC 99     COMP VALUE 0.
       01  WS-XFER-MAX                PIC 99     COMP VALUE 50.
       77  WS-XFER-SUB                PIC 99     COMP VALUE 0.
       77  WS-XFER-FOUND-SUB          PIC 99     COMP VALUE 0.
       01  WS-XFER-TOTALS.
           05  WS-XFER-OUT-TOTAL      PIC 9(05)  COMP VALUE 0.
           05  WS-XFER-IN-TOTAL       PIC 9(05)  COMP VALUE 0.
           05  WS-XFER-LEG-UNITS      PIC 9(05)  COMP VALUE 0.
           05  WS-XFER-ERRORS         PIC 9(05)  COMP VALUE 0.

      *  ALTERNATE VIEW OF A REPORT LINE AS THE CONTROL-TOTAL TRAILER
      *  MAIN WRITES -- THE LITERAL IN COLUMNS 1-18 IDENTIFIES THE
      *  TRAILER AND THE EDITED UNIT TOTAL SITS IN COLUMNS 53-57.
           05  BAD-RECORD-NO          PIC ZZZZ9.
           05  FILLER                 PIC X(45)  VALUE SPACES.

       01  WS-XFER-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "TRANSFER LEGS UNBALANCED -- ".
           05  FILLER                 PIC X(05)  VALUE "ITEM ".
           05  XFL-ITEM               PIC X(05).
           05  FILLER                 PIC X(07)  VALUE "  OUT: ".
           05  XFL-OUT                PIC ZZZZ9.
           05  FILLER                 PIC X(06)  VALUE "  IN: ".
           05  XFL-IN                 PIC ZZZZ9.
           05  FILLER                 PIC X(19)  VALUE SPACES.

       01  WS-XFER-LOG-VALUE.
           05  XLV-OUT                PIC 9(05).
           05  FILLER                 PIC X(01)  VALUE "/".
           05  XLV-IN                 PIC 9(05).

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC ZZZZ9.
           05  FILLER                 PIC X(47)  VALUE SPACES.

      *  THE STREAM CARD -- THE STREAM ID IN COLUMNS 1-2 (B1, B2),
      *  SPACES FOR THE WHOLE NIGHT.
       01  WS-STREAM-CARD.
           05  STM-CARD-ID            PIC X(02)  VALUE SPACES.
           05  FILLER                 PIC X(78)  VALUE SPACES.

       01  WS-STREAM-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "STREAM  . . . . . . . . . : ".
           05  STM-LINE-ID            PIC X(02).
           05  FILLER                 PIC X(50)  VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "RECONCILIATION  . . . . . : ".
      *  1000-INITIALIZE -- OPENS THE DAY'S AUDIT AND REPORT           *
      *  GENERATIONS AND STARTS THE DISCREPANCY REPORT. A MISSING      *
      *  INPUT IS ITSELF A DISCREPANCY -- THE RUN CANNOT BE PROVED     *
      *  GOOD, SO THE STEP MUST NOT END CLEAN. A STREAM CARD ON SYSIN  *
      *  PUTS THE STEP IN STREAM MODE; NO SYSIN IS THE WHOLE NIGHT.    *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RECON-RPT.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE INTO WS-STREAM-CARD
                   AT END
                       MOVE SPACES TO WS-STREAM-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF STM-CARD-ID NOT = SPACES
               MOVE "Y" TO WS-STREAM-SW
               MOVE STM-CARD-ID TO STM-LINE-ID
               MOVE WS-STREAM-LINE TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.

           OPEN INPUT BOTTLE-AUDIT.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT FILE NOT AVAILABLE" TO WS-PRINT-TEXT
      *  ONLY "WALL" COUNTER RECORDS FEED THE UNIT TOTAL -- THE TRAIL  *
      *  HAS CARRIED OTHER COUNTER IDS BEFORE (THE OLD "LESS" LINES)   *
      *  AND THE TRAILER FIGURE ONLY EVER COUNTED WALL SUBTRACTS.      *
      *  TRANSFER LEGS ("XOUT"/"XIN ") ARE TOTALLED BY ITEM INSTEAD,   *
      *  FOR THE TRANSFER BALANCE IN 4000-SUMMARIZE.                   *
      ******************************************************************
       2000-CHECK-AUDIT.
           READ BOTTLE-AUDIT INTO WS-AUDIT-LINE
               ADD AUDIT-OLD-COUNT TO WS-AUDIT-UNITS
               SUBTRACT AUDIT-NEW-COUNT FROM WS-AUDIT-UNITS
           END-IF.
           IF AUDIT-COUNTER-ID = "XOUT" OR AUDIT-COUNTER-ID = "XIN "
               PERFORM 2100-TALLY-TRANSFER THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-TALLY-TRANSFER -- ADDS ONE TRANSFER LEG'S UNITS TO ITS   *
      *  ITEM'S SHIPPED OR RECEIVED TOTAL. AN ITEM THAT WILL NOT FIT   *
      *  IN THE TABLE CANNOT BE PROVED, SO IT IS A DISCREPANCY.        *
      ******************************************************************
       2100-TALLY-TRANSFER.
           MOVE 0 TO WS-XFER-FOUND-SUB.
           PERFORM 2110-SCAN-TRANSFER THRU 2110-EXIT
               VARYING WS-XFER-SUB FROM 1 BY 1
               UNTIL WS-XFER-SUB > WS-XFER-COUNT
                  OR WS-XFER-FOUND-SUB > 0.
           IF WS-XFER-FOUND-SUB = 0
               IF WS-XFER-COUNT >= WS-XFER-MAX
                   MOVE "TRANSFER ITEM TABLE FULL, LEG NOT PROVED"
                       TO WS-PRINT-TEXT
                   PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                   MOVE "RCN309 " TO LOG-MSG-CODE
                   MOVE "E" TO LOG-SEVERITY
                   MOVE AUDIT-ITEM-CODE TO LOG-VALUE-2
                   PERFORM 8200-WRITE-LOG THRU 8200-EXIT
                   ADD 1 TO WS-XFER-ERRORS
                   MOVE "Y" TO WS-DISCREP-SW
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-XFER-COUNT
               MOVE WS-XFER-COUNT TO WS-XFER-FOUND-SUB
               MOVE AUDIT-ITEM-CODE TO WS-XFER-ITEM (WS-XFER-COUNT)
               MOVE 0 TO WS-XFER-OUT-UNITS (WS-XFER-COUNT)
               MOVE 0 TO WS-XFER-IN-UNITS (WS-XFER-COUNT)
           END-IF.
           IF AUDIT-COUNTER-ID = "XOUT"
               SUBTRACT AUDIT-NEW-COUNT FROM AUDIT-OLD-COUNT
                   GIVING WS-XFER-LEG-UNITS
               ADD WS-XFER-LEG-UNITS
                   TO WS-XFER-OUT-UNITS (WS-XFER-FOUND-SUB)
               ADD WS-XFER-LEG-UNITS TO WS-XFER-OUT-TOTAL
           ELSE
               SUBTRACT AUDIT-OLD-COUNT FROM AUDIT-NEW-COUNT
                   GIVING WS-XFER-LEG-UNITS
               ADD WS-XFER-LEG-UNITS
                   TO WS-XFER-IN-UNITS (WS-XFER-FOUND-SUB)
               ADD WS-XFER-LEG-UNITS TO WS-XFER-IN-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-TRANSFER.
           IF WS-XFER-ITEM (WS-XFER-SUB) = AUDIT-ITEM-CODE
               MOVE WS-XFER-SUB TO WS-XFER-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  3000-SCAN-REPORT -- READS THE REPORT GENERATION LOOKING FOR   *
      *  THE CONTROL-TOTAL TRAILER LINE AND PICKS UP ITS TOTAL UNITS   *

      ******************************************************************
      *  4000-SUMMARIZE -- PRINTS THE CONTROL TOTALS FROM BOTH SIDES   *
      *  AND THE VERDICT. NO TRAILER, NO AUDIT RECORDS, A CHAIN BREAK, *
      *  A UNIT MISMATCH OR AN ITEM WHOSE TRANSFER LEGS DO NOT AGREE   *
      *  ALL LEAVE THE STEP OUT OF BALANCE. A STREAM CARRIES ONLY ITS  *
      *  OWN WALLS' LEGS OF A TRANSFER, SO IN STREAM MODE THE LEGS ARE *
      *  TOTALLED BUT NOT PROVED -- THE NIGHT-LEVEL RUN PROVES THEM.   *
      ******************************************************************
       4000-SUMMARIZE.
           IF WS-AUDIT-REC-COUNT = 0
               PERFORM 8200-WRITE-LOG THRU 8200-EXIT
               MOVE "Y" TO WS-DISCREP-SW
           END-IF.
           IF NOT WS-STREAM-RUN
               PERFORM 4100-CHECK-TRANSFER THRU 4100-EXIT
                   VARYING WS-XFER-SUB FROM 1 BY 1
                   UNTIL WS-XFER-SUB > WS-XFER-COUNT
           END-IF.

           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-CHAIN-ERRORS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "UNITS TRANSFERRED OUT . . :" TO CNT-LABEL.
           MOVE WS-XFER-OUT-TOTAL TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "UNITS TRANSFERRED IN  . . :" TO CNT-LABEL.
           MOVE WS-XFER-IN-TOTAL TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "TRANSFER BREAKS . . . . . :" TO CNT-LABEL.
           MOVE WS-XFER-ERRORS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-STREAM-RUN
               MOVE "TRANSFERS PROVED AT THE NIGHT RECONCILIATION"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.

           IF WS-DISCREPANCY
               MOVE "OUT OF BALANCE" TO VDT-VERDICT
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-CHECK-TRANSFER -- PROVES ONE ITEM'S TRANSFER LEGS: THE   *
      *  UNITS SHIPPED OFF ONE WALL MUST ALL HAVE ARRIVED ON THE       *
      *  OTHER THE SAME NIGHT.                                         *
      ******************************************************************
       4100-CHECK-TRANSFER.
           IF WS-XFER-OUT-UNITS (WS-XFER-SUB)
                   = WS-XFER-IN-UNITS (WS-XFER-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-XFER-ITEM (WS-XFER-SUB) TO XFL-ITEM.
           MOVE WS-XFER-OUT-UNITS (WS-XFER-SUB) TO XFL-OUT.
           MOVE WS-XFER-IN-UNITS (WS-XFER-SUB) TO XFL-IN.
           MOVE WS-XFER-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-XFER-OUT-UNITS (WS-XFER-SUB) TO XLV-OUT.
           MOVE WS-XFER-IN-UNITS (WS-XFER-SUB) TO XLV-IN.
           MOVE "RCN309 " TO LOG-MSG-CODE.
           MOVE "E" TO LOG-SEVERITY.
           MOVE WS-XFER-LOG-VALUE TO LOG-VALUE-1.
           MOVE WS-XFER-ITEM (WS-XFER-SUB) TO LOG-VALUE-2.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
           ADD 1 TO WS-XFER-ERRORS.
           MOVE "Y" TO WS-DISCREP-SW.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE DISCREPANCY    *
      *  REPORT, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.         *
