      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTPORD                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTPORD.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL DAILY PURCHASING REPORT. RUNS AFTER *
      *                   MAIN HAS APPLIED THE NIGHT'S DELIVERIES.    *
      *                   EVERY DELIVERY REGISTERED SINCE THE LAST    *
      *                   RUN IS TAKEN OFF THE DELIVERY REGISTER WITH *
      *                   THE ORDER MATCH MAIN RECORDED FOR IT. A     *
      *                   MATCHED DELIVERY CLOSES ITS OPEN PURCHASE   *
      *                   ORDER (SEE OPENORD.CPY) AND IS LISTED AS    *
      *                   FILLED, SHORT OR OVER AGAINST THE QUANTITY  *
      *                   ORDERED; ONE WITH NO ORDER BEHIND IT IS     *
      *                   LISTED ON ITS OWN. EVERY ORDER STILL OPEN   *
      *                   IS LISTED WITH ITS AGE IN DAYS AND CARRIED  *
      *                   TO THE NEXT OPEN-ORDER GENERATION.          *
      *  10/15/26   RJJ   AN OPEN-ORDER GENERATION THAT WILL NOT      *
      *                   OPEN, OR ONE WHOSE CONTROL RECORD MARKS     *
      *                   THE REGISTER POSITION LOST, NO LONGER RE-   *
      *                   LISTS EVERY DELIVERY EVER REGISTERED AS     *
      *                   HAVING NO ORDER. NOTHING IS MATCHED, THE    *
      *                   REGISTER IS ONLY COUNTED TO ITS END FOR     *
      *                   TOMORROW'S POSITION, AND THE STEP ENDS RC   *
      *                   4. WITH THE REGISTER ALSO MISSING THE       *
      *                   POSITION IS CARRIED FORWARD STILL MARKED    *
      *                   LOST.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORD-IN       ASSIGN TO OPENORDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.

           SELECT DELV-REGISTER ASSIGN TO DELVREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-FILE-STATUS.

           SELECT ORD-OUT      ASSIGN TO OPENORDO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PORD-RPT     ASSIGN TO PORDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORD-IN
           RECORDING MODE IS F.
       01  ORD-IN-REC                 PIC X(40).

       FD  DELV-REGISTER
           RECORDING MODE IS F.
       COPY DELVREG.

       FD  ORD-OUT
           RECORDING MODE IS F.
       01  ORD-OUT-REC                PIC X(40).

       FD  PORD-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPENORD.

       01  WS-SWITCHES.
           05  WS-ORD-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-ORD-EOF             VALUE "Y".
           05  WS-DREG-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-DREG-EOF            VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".
           05  WS-ANY-EXCEPT-SW       PIC X(01)  VALUE "N".
               88  WS-ANY-EXCEPTION       VALUE "Y".
           05  WS-REG-RESYNC-SW       PIC X(01)  VALUE "N".
               88  WS-REG-RESYNC          VALUE "Y".

       01  WS-ORD-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-DREG-FILE-STATUS        PIC X(02)  VALUE "00".

      *  THE OPEN ORDERS CARRIED IN. AN ORDER A DELIVERY CLOSES
      *  TONIGHT STAYS IN THE TABLE, MARKED CLOSED WITH THE QUANTITY
      *  DELIVERED, SO IT CAN BE REPORTED; ONLY THE OPEN ONES ARE
      *  WRITTEN FORWARD.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY           OCCURS 200.
               10  WS-ORD-REF         PIC X(10).
               10  WS-ORD-ITEM        PIC X(05).
               10  WS-ORD-LOC         PIC X(02).
               10  WS-ORD-QTY         PIC 9(03).
               10  WS-ORD-DATE        PIC 9(06).
               10  WS-ORD-STATE-SW    PIC X(01).
                   88  WS-ORD-OPEN        VALUE "O".
                   88  WS-ORD-CLOSED      VALUE "C".
               10  WS-ORD-DELIVERED   PIC 9(03).
       01  WS-ORD-COUNT               PIC 999    COMP VALUE 0.
       01  WS-ORD-MAX                 PIC 999    COMP VALUE 200.
       77  WS-TAB-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.

      *  DELIVERIES WITH NO ORDER BEHIND THEM, HELD FOR THEIR OWN
      *  SECTION OF THE REPORT.
       01  WS-NOORD-TABLE.
           05  WS-NOORD-ENTRY         OCCURS 200.
               10  WS-NOORD-REF       PIC X(10).
               10  WS-NOORD-ITEM      PIC X(05).
               10  WS-NOORD-LOC       PIC X(02).
               10  WS-NOORD-QTY       PIC 9(03).
               10  WS-NOORD-DATE      PIC 9(06).
       01  WS-NOORD-COUNT             PIC 999    COMP VALUE 0.
       01  WS-NOORD-MAX               PIC 999    COMP VALUE 200.

       01  WS-ORD-CONTROL.
           05  WS-REG-COUNT           PIC 9(07)  VALUE 0.
           05  WS-LAST-REF-DATE       PIC 9(06)  VALUE 0.
           05  WS-LAST-REF-SEQ        PIC 9(03)  VALUE 0.

       01  WS-PORD-CTRS.
           05  WS-REG-READ-COUNT      PIC 9(07)  COMP VALUE 0.
           05  WS-NEW-DELIV-COUNT     PIC 9(05)  COMP VALUE 0.
           05  WS-UNMARKED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-FILLED-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-SHORT-COUNT         PIC 9(05)  COMP VALUE 0.
           05  WS-OVER-COUNT          PIC 9(05)  COMP VALUE 0.
           05  WS-OUTSTANDING-COUNT   PIC 9(05)  COMP VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-DIFF                PIC S9(05) COMP VALUE 0.
           05  WS-AGE                 PIC 999    COMP VALUE 0.

      *  AGE OF AN OPEN ORDER -- ITS ORDER DATE WALKED FORWARD A DAY
      *  AT A TIME TO THE RUN DATE, WITH MONTH AND YEAR ROLLOVER.
       01  WS-AGE-DATE.
           05  WS-AGE-YY              PIC 99.
           05  WS-AGE-MM              PIC 99.
           05  WS-AGE-DD              PIC 99.
       01  WS-MONTH-DAYS-FLD.
           05  FILLER                 PIC X(24)  VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-FLD.
           05  WS-MONTH-DAYS          OCCURS 12
                                      PIC 99.
       01  WS-DAYS-IN-MONTH           PIC 99     VALUE 0.
       01  WS-LEAP-CALC.
           05  WS-LEAP-QUOT           PIC 99     COMP VALUE 0.
           05  WS-LEAP-REM            PIC 9      COMP VALUE 0.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.

       01  WS-RPT-CTRS.
           05  WS-LINE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-PAGE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-LINES-PER-PAGE      PIC 999    COMP VALUE 60.

       01  WS-RUN-DATE-FLD.
           05  WS-RUN-YY              PIC 99.
           05  WS-RUN-MM              PIC 99.
           05  WS-RUN-DD              PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(29)  VALUE
               "PURCHASING - OPEN ORDERS     ".
           05  FILLER                 PIC X(10)  VALUE "RUN DATE: ".
           05  HDG-MM                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  HDG-DD                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  HDG-YY                 PIC 99.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  FILLER                 PIC X(5)   VALUE "PAGE ".
           05  HDG-PAGE               PIC ZZ9.
           05  FILLER                 PIC X(15)  VALUE SPACES.

       01  WS-CLOSED-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "ORDER REF  ITEM  LOC  ORDERED  DELIVERED".
           05  FILLER                 PIC X(40)  VALUE
               "   DIFF  RESULT                         ".

       01  WS-CLOSED-LINE.
           05  CLS-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CLS-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CLS-LOC                PIC X(02).
           05  FILLER                 PIC X(07)  VALUE SPACES.
           05  CLS-ORDERED            PIC ZZ9.
           05  FILLER                 PIC X(08)  VALUE SPACES.
           05  CLS-DELIVERED          PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  CLS-DIFF               PIC ZZZ9-.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CLS-RESULT             PIC X(12).
           05  FILLER                 PIC X(18)  VALUE SPACES.

       01  WS-NOORD-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "DELIV REF  ITEM  LOC  DELIVERED  APPLIED".
           05  FILLER                 PIC X(40)  VALUE SPACES.

       01  WS-NOORD-LINE.
           05  NOO-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  NOO-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  NOO-LOC                PIC X(02).
           05  FILLER                 PIC X(09)  VALUE SPACES.
           05  NOO-QTY                PIC ZZ9.
           05  FILLER                 PIC X(04)  VALUE SPACES.
           05  NOO-DATE               PIC X(06).
           05  FILLER                 PIC X(39)  VALUE SPACES.

       01  WS-OPEN-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "ORDER REF  ITEM  LOC  ORDERED  ORDER DAT".
           05  FILLER                 PIC X(40)  VALUE
               "E   AGE (DAYS)                          ".

       01  WS-OPEN-LINE.
           05  OPN-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  OPN-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  OPN-LOC                PIC X(02).
           05  FILLER                 PIC X(07)  VALUE SPACES.
           05  OPN-ORDERED            PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  OPN-DATE               PIC X(06).
           05  FILLER                 PIC X(08)  VALUE SPACES.
           05  OPN-AGE                PIC ZZ9.
           05  FILLER                 PIC X(31)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(43)  VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-ORDERS THRU 1500-EXIT.
           PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
           PERFORM 3000-LIST-CLOSED THRU 3000-EXIT.
           PERFORM 3500-LIST-NO-ORDER THRU 3500-EXIT.
           PERFORM 4000-LIST-OUTSTANDING THRU 4000-EXIT.
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
           CLOSE ORD-OUT.
           CLOSE PORD-RPT.
           IF WS-ANY-EXCEPTION
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE REPORT AND OPENS THE NEW        *
      *  OPEN-ORDER GENERATION.                                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PORD-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           OPEN OUTPUT ORD-OUT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-LOAD-ORDERS -- LOADS THE CONTROL RECORD AND THE OPEN     *
      *  ORDERS FROM THE CURRENT OPEN-ORDER GENERATION. BOTGDG SEEDS   *
      *  AN EMPTY FIRST GENERATION, SO ONE THAT WILL NOT OPEN HAS      *
      *  BEEN LOST: THE ORDERS AND THE REGISTER POSITION ARE NOT       *
      *  KNOWN, AND THE REGISTER IS RE-COUNTED RATHER THAN MATCHED.    *
      ******************************************************************
       1500-LOAD-ORDERS.
           OPEN INPUT ORD-IN.
           IF WS-ORD-FILE-STATUS NOT = "00"
               MOVE "OPEN-ORDER FILE NOT AVAILABLE, NO ORDERS KNOWN"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE 9999999 TO WS-REG-COUNT
               MOVE "Y" TO WS-REG-RESYNC-SW
               MOVE "Y" TO WS-ANY-EXCEPT-SW
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-LOAD-ONE-ORDER THRU 1600-EXIT
               UNTIL WS-ORD-EOF.
           CLOSE ORD-IN.
       1500-EXIT.
           EXIT.

       1600-LOAD-ONE-ORDER.
           READ ORD-IN INTO ORD-RECORD
               AT END
                   MOVE "Y" TO WS-ORD-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           IF ORD-IS-CONTROL
               IF ORDC-REG-UNKNOWN
                   MOVE "Y" TO WS-REG-RESYNC-SW
                   MOVE "Y" TO WS-ANY-EXCEPT-SW
               END-IF
               MOVE ORDC-REG-COUNT TO WS-REG-COUNT
               MOVE ORDC-LAST-REF-DATE TO WS-LAST-REF-DATE
               MOVE ORDC-LAST-REF-SEQ TO WS-LAST-REF-SEQ
               GO TO 1600-EXIT
           END-IF.
           IF NOT ORD-IS-ORDER
               GO TO 1600-EXIT
           END-IF.
           IF WS-ORD-COUNT >= WS-ORD-MAX
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "Y" TO WS-ANY-EXCEPT-SW
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-ORD-COUNT.
           MOVE ORD-ORDER-REF TO WS-ORD-REF (WS-ORD-COUNT).
           MOVE ORD-ITEM-CODE TO WS-ORD-ITEM (WS-ORD-COUNT).
           MOVE ORD-LOCATION TO WS-ORD-LOC (WS-ORD-COUNT).
           MOVE ORD-ORDER-QTY TO WS-ORD-QTY (WS-ORD-COUNT).
           MOVE ORD-ORDER-DATE TO WS-ORD-DATE (WS-ORD-COUNT).
           MOVE "O" TO WS-ORD-STATE-SW (WS-ORD-COUNT).
           MOVE 0 TO WS-ORD-DELIVERED (WS-ORD-COUNT).
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  2000-READ-REGISTER -- READS THE DELIVERY REGISTER, SKIPPING   *
      *  THE RECORDS EARLIER RUNS HAVE ALREADY MATCHED (THE CONTROL    *
      *  RECORD'S COUNT), AND MATCHES EVERY NEWER ONE. A REGISTER      *
      *  SHORTER THAN THE COUNT HAS BEEN REBUILT OR RESTORED; THE      *
      *  COUNT IS RESET TO IT SO TOMORROW STARTS FROM ITS END.         *
      *  WITH THE POSITION LOST NOTHING IS MATCHED -- THE REGISTER IS  *
      *  ONLY COUNTED, SO TOMORROW STARTS FROM ITS END INSTEAD OF      *
      *  RE-LISTING EVERY DELIVERY EVER REGISTERED AS HAVING NO        *
      *  ORDER. WITHOUT THE REGISTER THE COUNT STAYS MARKED LOST.      *
      ******************************************************************
       2000-READ-REGISTER.
           OPEN INPUT DELV-REGISTER.
           IF WS-DREG-FILE-STATUS NOT = "00"
               MOVE "DELIVERY REGISTER NOT AVAILABLE, NOTHING MATCHED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-EXCEPT-SW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-DELIVERY THRU 2100-EXIT
               UNTIL WS-DREG-EOF.
           CLOSE DELV-REGISTER.
           IF WS-REG-RESYNC
               MOVE "REGISTER POSITION LOST, NOTHING MATCHED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           ELSE
               IF WS-REG-READ-COUNT < WS-REG-COUNT
                   MOVE "DELIVERY REGISTER SHORTER THAN LAST RUN, RESET"
                       TO WS-PRINT-TEXT
                   PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                   MOVE "Y" TO WS-ANY-EXCEPT-SW
               END-IF
           END-IF.
           MOVE WS-REG-READ-COUNT TO WS-REG-COUNT.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-DELIVERY.
           READ DELV-REGISTER
               AT END
                   MOVE "Y" TO WS-DREG-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-REG-READ-COUNT.
           IF WS-REG-RESYNC
            OR WS-REG-READ-COUNT NOT > WS-REG-COUNT
               GO TO 2100-EXIT
           END-IF.
      *    A RECORD REGISTERED BEFORE MAIN KEPT THE ORDER MATCH HAS
      *    NOTHING TO REPORT -- IT IS ONLY COUNTED.
           IF DREG-ORDER-SW = SPACE
               ADD 1 TO WS-UNMARKED-COUNT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-NEW-DELIV-COUNT.
           MOVE "N" TO WS-FOUND-SW.
           IF DREG-ORDER-MATCHED OR DREG-ORDER-UNCHECKED
               PERFORM 2200-FIND-ORDER THRU 2200-EXIT
           END-IF.
           IF WS-FOUND
               MOVE "C" TO WS-ORD-STATE-SW (WS-FOUND-SUB)
               MOVE DREG-DELIVERED-QTY
                   TO WS-ORD-DELIVERED (WS-FOUND-SUB)
           ELSE
               PERFORM 2300-HOLD-NO-ORDER THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-ORDER.
           PERFORM 2210-SCAN-ORDERS THRU 2210-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ORD-COUNT
                  OR WS-FOUND.
       2200-EXIT.
           EXIT.

       2210-SCAN-ORDERS.
           IF WS-ORD-OPEN (WS-TAB-SUB)
            AND WS-ORD-REF (WS-TAB-SUB) = DREG-DELIV-REF
            AND WS-ORD-ITEM (WS-TAB-SUB) = DREG-ITEM-CODE
            AND WS-ORD-LOC (WS-TAB-SUB) = DREG-LOCATION
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       2210-EXIT.
           EXIT.

       2300-HOLD-NO-ORDER.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
           IF WS-NOORD-COUNT >= WS-NOORD-MAX
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-NOORD-COUNT.
           MOVE DREG-DELIV-REF TO WS-NOORD-REF (WS-NOORD-COUNT).
           MOVE DREG-ITEM-CODE TO WS-NOORD-ITEM (WS-NOORD-COUNT).
           MOVE DREG-LOCATION TO WS-NOORD-LOC (WS-NOORD-COUNT).
           MOVE DREG-DELIVERED-QTY TO WS-NOORD-QTY (WS-NOORD-COUNT).
           MOVE DREG-APPLIED-DATE TO WS-NOORD-DATE (WS-NOORD-COUNT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LIST-CLOSED -- EVERY ORDER A DELIVERY CLOSED, WITH THE   *
      *  QUANTITY DELIVERED AGAINST THE QUANTITY ORDERED. SHORT AND    *
      *  OVER SHIPMENTS END THE STEP RC 4 FOR PURCHASING TO CHASE.     *
      ******************************************************************
       3000-LIST-CLOSED.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ORDERS CLOSED" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-CLOSED-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3100-PRINT-CLOSED THRU 3100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ORD-COUNT.
           IF WS-FILLED-COUNT = 0 AND WS-SHORT-COUNT = 0
            AND WS-OVER-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-CLOSED.
           IF NOT WS-ORD-CLOSED (WS-TAB-SUB)
               GO TO 3100-EXIT
           END-IF.
           SUBTRACT WS-ORD-QTY (WS-TAB-SUB)
               FROM WS-ORD-DELIVERED (WS-TAB-SUB)
               GIVING WS-DIFF.
           EVALUATE TRUE
               WHEN WS-DIFF < 0
                   MOVE "SHORT" TO CLS-RESULT
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE "Y" TO WS-ANY-EXCEPT-SW
               WHEN WS-DIFF > 0
                   MOVE "OVER" TO CLS-RESULT
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "Y" TO WS-ANY-EXCEPT-SW
               WHEN OTHER
                   MOVE "FILLED" TO CLS-RESULT
                   ADD 1 TO WS-FILLED-COUNT
           END-EVALUATE.
           MOVE WS-ORD-REF (WS-TAB-SUB) TO CLS-REF.
           MOVE WS-ORD-ITEM (WS-TAB-SUB) TO CLS-ITEM.
           MOVE WS-ORD-LOC (WS-TAB-SUB) TO CLS-LOC.
           MOVE WS-ORD-QTY (WS-TAB-SUB) TO CLS-ORDERED.
           MOVE WS-ORD-DELIVERED (WS-TAB-SUB) TO CLS-DELIVERED.
           MOVE WS-DIFF TO CLS-DIFF.
           MOVE WS-CLOSED-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3500-LIST-NO-ORDER -- EVERY DELIVERY THAT ARRIVED WITH NO     *
      *  OPEN ORDER BEHIND IT: NO REFERENCE, A REFERENCE NO ORDER      *
      *  CARRIES, OR AN ORDER'S REFERENCE KEYED AGAINST THE WRONG      *
      *  ITEM OR LOCATION.                                             *
      ******************************************************************
       3500-LIST-NO-ORDER.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "DELIVERIES WITH NO ORDER" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-NOORD-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3600-PRINT-NO-ORDER THRU 3600-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-NOORD-COUNT.
           IF WS-NOORD-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3600-PRINT-NO-ORDER.
           IF WS-NOORD-REF (WS-TAB-SUB) = SPACES
               MOVE "(NONE)" TO NOO-REF
           ELSE
               MOVE WS-NOORD-REF (WS-TAB-SUB) TO NOO-REF
           END-IF.
           MOVE WS-NOORD-ITEM (WS-TAB-SUB) TO NOO-ITEM.
           MOVE WS-NOORD-LOC (WS-TAB-SUB) TO NOO-LOC.
           MOVE WS-NOORD-QTY (WS-TAB-SUB) TO NOO-QTY.
           MOVE WS-NOORD-DATE (WS-TAB-SUB) TO NOO-DATE.
           MOVE WS-NOORD-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LIST-OUTSTANDING -- WRITES THE CONTROL RECORD, THEN      *
      *  LISTS EVERY ORDER STILL OPEN WITH ITS AGE AND CARRIES IT TO   *
      *  THE NEXT OPEN-ORDER GENERATION.                               *
      ******************************************************************
       4000-LIST-OUTSTANDING.
           MOVE SPACES TO ORD-RECORD.
           MOVE "H" TO ORD-REC-TYPE.
           MOVE WS-REG-COUNT TO ORDC-REG-COUNT.
           MOVE WS-LAST-REF-DATE TO ORDC-LAST-REF-DATE.
           MOVE WS-LAST-REF-SEQ TO ORDC-LAST-REF-SEQ.
           MOVE ORD-RECORD TO ORD-OUT-REC.
           WRITE ORD-OUT-REC.

           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ORDERS OUTSTANDING" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-OPEN-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4100-CARRY-ORDER THRU 4100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ORD-COUNT.
           IF WS-OUTSTANDING-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CARRY-ORDER.
           IF NOT WS-ORD-OPEN (WS-TAB-SUB)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           PERFORM 4200-AGE-ORDER THRU 4200-EXIT.
           MOVE WS-ORD-REF (WS-TAB-SUB) TO OPN-REF.
           MOVE WS-ORD-ITEM (WS-TAB-SUB) TO OPN-ITEM.
           MOVE WS-ORD-LOC (WS-TAB-SUB) TO OPN-LOC.
           MOVE WS-ORD-QTY (WS-TAB-SUB) TO OPN-ORDERED.
           MOVE WS-ORD-DATE (WS-TAB-SUB) TO OPN-DATE.
           MOVE WS-AGE TO OPN-AGE.
           MOVE WS-OPEN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           MOVE SPACES TO ORD-RECORD.
           MOVE "O" TO ORD-REC-TYPE.
           MOVE WS-ORD-REF (WS-TAB-SUB) TO ORD-ORDER-REF.
           MOVE WS-ORD-ITEM (WS-TAB-SUB) TO ORD-ITEM-CODE.
           MOVE WS-ORD-LOC (WS-TAB-SUB) TO ORD-LOCATION.
           MOVE WS-ORD-QTY (WS-TAB-SUB) TO ORD-ORDER-QTY.
           MOVE WS-ORD-DATE (WS-TAB-SUB) TO ORD-ORDER-DATE.
           MOVE ORD-RECORD TO ORD-OUT-REC.
           WRITE ORD-OUT-REC.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4200-AGE-ORDER -- DAYS FROM THE ORDER DATE TO THE RUN DATE,   *
      *  COUNTED BY WALKING THE ORDER DATE FORWARD. STOPS AT 999; AN   *
      *  ORDER DATED TODAY (OR IN THE FUTURE) IS ZERO DAYS OLD.        *
      ******************************************************************
       4200-AGE-ORDER.
           MOVE 0 TO WS-AGE.
           MOVE WS-ORD-DATE (WS-TAB-SUB) TO WS-AGE-DATE.
           IF WS-AGE-DATE NOT NUMERIC
            OR WS-AGE-MM < 1 OR WS-AGE-MM > 12
            OR WS-AGE-DATE NOT < WS-RUN-DATE-FLD
               GO TO 4200-EXIT
           END-IF.
           PERFORM 9000-NEXT-DAY THRU 9000-EXIT
               UNTIL WS-AGE-DATE = WS-RUN-DATE-FLD
                  OR WS-AGE = 999.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-TOTALS -- CLOSES THE REPORT WITH THE COUNTS.       *
      ******************************************************************
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "DELIVERIES SINCE LAST RUN :" TO CNT-LABEL.
           MOVE WS-NEW-DELIV-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           IF WS-REG-RESYNC
               MOVE "RE-COUNTED, NOT MATCHED . :" TO CNT-LABEL
               MOVE WS-REG-READ-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
           IF WS-UNMARKED-COUNT > 0
               MOVE "REGISTERED BEFORE MATCHING:" TO CNT-LABEL
               MOVE WS-UNMARKED-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
           MOVE "ORDERS FILLED . . . . . . :" TO CNT-LABEL.
           MOVE WS-FILLED-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "ORDERS CLOSED SHORT . . . :" TO CNT-LABEL.
           MOVE WS-SHORT-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "ORDERS CLOSED OVER  . . . :" TO CNT-LABEL.
           MOVE WS-OVER-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "DELIVERIES WITH NO ORDER  :" TO CNT-LABEL.
           MOVE WS-NOORD-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "ORDERS OUTSTANDING  . . . :" TO CNT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           IF WS-DROPPED-COUNT > 0
               MOVE "DROPPED, TABLE FULL . . . :" TO CNT-LABEL
               MOVE WS-DROPPED-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE REPORT,        *
      *  BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.                 *
      ******************************************************************
       8000-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8100-WRITE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-PRINT-TEXT TO RPT-RECORD.
           WRITE RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-TEXT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  8100-WRITE-HEADING -- STARTS A NEW PAGE WITH THE RUN-DATE     *
      *  HEADING LINE FOLLOWED BY A BLANK LINE.                        *
      ******************************************************************
       8100-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-NEXT-DAY -- MOVES THE AGE DATE FORWARD ONE DAY, ROLLING  *
      *  THE MONTH AND YEAR, AND COUNTS THE DAY. FEBRUARY GETS 29      *
      *  DAYS IN A YEAR DIVISIBLE BY FOUR (GOOD FOR THE TWO-DIGIT-     *
      *  YEAR WINDOW THIS SYSTEM RUNS IN).                             *
      ******************************************************************
       9000-NEXT-DAY.
           ADD 1 TO WS-AGE.
           MOVE WS-MONTH-DAYS (WS-AGE-MM) TO WS-DAYS-IN-MONTH.
           IF WS-AGE-MM = 2
               DIVIDE WS-AGE-YY BY 4
                   GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-AGE-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-AGE-DD
           ELSE
               MOVE 1 TO WS-AGE-DD
               IF WS-AGE-MM < 12
                   ADD 1 TO WS-AGE-MM
               ELSE
                   MOVE 1 TO WS-AGE-MM
                   IF WS-AGE-YY < 99
                       ADD 1 TO WS-AGE-YY
                   ELSE
                       MOVE 0 TO WS-AGE-YY
                   END-IF
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
