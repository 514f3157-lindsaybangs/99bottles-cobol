      *                   KEY WIDENED TO COVER IT, SO A MOVEMENT     *
      *                   POSTED AGAINST THE WRONG BUILDING IS A     *
      *                   BREAK.                                     *
      *  10/15/26   RJJ   INTER-BUILDING TRANSFERS. THE TWO LEGS OF A *
      *                   TRANSFER GO OUT AS MOVEMENT TYPES "O" AND   *
      *                   "I", EACH NAMING ITS PARTNER WALL -- THE    *
      *                   MATCH KEY WIDENED OVER THE PARTNER, AND THE *
      *                   CONFIRMED LEGS ARE TOTALLED PER ITEM. AN    *
      *                   ITEM WHOSE CONFIRMED SHIPPED AND RECEIVED   *
      *                   UNITS DO NOT AGREE (ONE LEG POSTED WITHOUT  *
      *                   THE OTHER) IS LISTED AND IS A BREAK.        *
      *  10/15/26   RJJ   CORRECTION FEED. EVERY UNPOSTED MOVEMENT IS *
      *                   ALSO WRITTEN TO A NEW BREAK FILE (BRKFILE)  *
      *                   FOR BOTRESND TO SEND TO THE WAREHOUSE AGAIN *
      *                   ON A CORRECTION TRANSMISSION. NOTHING IS    *
      *                   PASSED ON WHEN THE CONFIRMATION FILE IS     *
      *                   MISSING OR IS A RESEND'S CONFIRMATION       *
      *                   (HEADER FLAGGED "R" -- ITSELF NOW A BREAK), *
      *                   SINCE THE NIGHT'S POSTING CANNOT THEN BE    *
      *                   PROVED EITHER WAY.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT EXCP-RPT    ASSIGN TO EXCPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BREAK-FILE  ASSIGN TO BRKFILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTF-IN
           RECORDING MODE IS F.
       01  EXCP-RECORD                PIC X(80).

      *  ONE BOTINTF.CPY DETAIL IMAGE PER UNPOSTED MOVEMENT, FOR
      *  BOTRESND TO PUT ON THE CORRECTION TRANSMISSION.
       FD  BREAK-FILE
           RECORDING MODE IS F.
       01  BREAK-RECORD               PIC X(30).

       WORKING-STORAGE SECTION.
       COPY BOTINTF.

               88  WS-INTF-HDR-SEEN       VALUE "Y".
           05  WS-CONF-HDR-SEEN-SW    PIC X(01)  VALUE "N".
               88  WS-CONF-HDR-SEEN       VALUE "Y".
           05  WS-CONF-USABLE-SW      PIC X(01)  VALUE "Y".
               88  WS-CONF-USABLE         VALUE "Y".

       01  WS-INTF-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-CONF-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-CONF-MAX                PIC 9(05)  COMP VALUE 1000.
       77  WS-CONF-SUB                PIC 9(05)  COMP VALUE 0.

      *  A MOVEMENT RECORD SPLIT SO THE FIRST 23 BYTES -- RECORD
      *  ID, DATE, ITEM CODE, LOCATION, MOVEMENT TYPE, QUANTITY,
      *  BALANCE AND TRANSFER PARTNER WALL -- COMPARE AS ONE KEY,
      *  IGNORING THE TRAILING FILLER.
       01  WS-WORK-REC.
           05  WS-WORK-KEY.
               10  WS-WORK-ID         PIC X(01).
                   88  WS-WORK-HEADER     VALUE "H".
                   88  WS-WORK-DETAIL     VALUE "D".
                   88  WS-WORK-TRAILER    VALUE "T".
               10  FILLER             PIC X(22).
           05  FILLER                 PIC X(07).

       01  WS-CONF-WORK-REC.
           05  WS-CONF-WORK-KEY       PIC X(23).
           05  FILLER                 PIC X(07).

      *  CONFIRMED TRANSFER UNITS PER ITEM -- SHIPPED ON "O" LEGS,
      *  RECEIVED ON "I" LEGS. THE TWO MUST AGREE FOR EVERY ITEM.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY          OCCURS 50.
               10  WS-XFER-ITEM       PIC X(05).
               10  WS-XFER-OUT-UNITS  PIC 9(05)  COMP.
               10  WS-XFER-IN-UNITS   PIC 9(05)  COMP.
       01  WS-XFER-COUNT              PIC 9(05)  COMP VALUE 0.
       01  WS-XFER-MAX                PIC 9(05)  COMP VALUE 50.
       77  WS-XFER-SUB                PIC 9(05)  COMP VALUE 0.
       77  WS-XFER-FOUND-SUB          PIC 9(05)  COMP VALUE 0.

       01  WS-HDR-DATES.
           05  WS-INTF-HDR-DATE       PIC X(06)  VALUE SPACES.
           05  WS-POSTED-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-UNPOSTED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-UNEXPECTED-COUNT    PIC 9(05)  COMP VALUE 0.
           05  WS-XFER-OUT-TOTAL      PIC 9(05)  COMP VALUE 0.
           05  WS-XFER-IN-TOTAL       PIC 9(05)  COMP VALUE 0.
           05  WS-XFER-BREAK-COUNT    PIC 9(05)  COMP VALUE 0.
           05  WS-BREAK-OUT-COUNT     PIC 9(05)  COMP VALUE 0.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.

           05  EXC-IMAGE              PIC X(30).
           05  FILLER                 PIC X(37)  VALUE SPACES.

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

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC ZZZZZZ9.
               UNTIL WS-INTF-EOF.
           PERFORM 3000-LIST-UNEXPECTED THRU 3000-EXIT.
           PERFORM 4000-SUMMARIZE THRU 4000-EXIT.
           CLOSE BREAK-FILE.
           CLOSE EXCP-RPT.
           IF WS-DISCREPANCY
               MOVE 8 TO RETURN-CODE
      *  1000-INITIALIZE -- OPENS THE NIGHT'S EXTRACT GENERATION AND   *
      *  THE WAREHOUSE'S CONFIRMATION FILE AND STARTS THE EXCEPTION    *
      *  REPORT. A MISSING INPUT IS ITSELF A BREAK -- THE POSTING      *
      *  CANNOT BE PROVED, SO THE STEP MUST NOT END CLEAN. THE BREAK   *
      *  FILE IS ALWAYS REWRITTEN, SO BOTRESND NEVER SEES AN OLDER     *
      *  NIGHT'S BREAKS AS TONIGHT'S.                                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT EXCP-RPT.
           OPEN OUTPUT BREAK-FILE.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-DISCREP-SW
               MOVE "Y" TO WS-CONF-EOF-SW
               MOVE "N" TO WS-CONF-USABLE-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *  THE WORK TABLE: THE HEADER'S DATE AND THE TRAILER'S RECORD    *
      *  COUNT ARE KEPT FOR THE SUMMARY CHECKS AND EVERY DETAIL GOES   *
      *  IN UNMATCHED. A TABLE OVERFLOW IS A BREAK -- A NIGHT THAT     *
      *  BIG CANNOT BE PROVED POSTED FROM HERE. A HEADER FLAGGED AS A  *
      *  RESEND MEANS THE WAREHOUSE RETURNED A CORRECTION'S            *
      *  CONFIRMATION IN PLACE OF THE NIGHT'S -- THAT IS A BREAK, AND  *
      *  NOTHING IS PASSED ON FOR RESEND AGAINST IT.                   *
      ******************************************************************
       1500-LOAD-CONFIRMATIONS.
           READ CONF-FILE INTO WS-CONF-WORK-REC
                   MOVE WS-WORK-REC TO INTF-HEADER-REC
                   MOVE INTF-HDR-DATE TO WS-CONF-HDR-DATE
                   MOVE "Y" TO WS-CONF-HDR-SEEN-SW
                   IF INTF-HDR-RESEND
                       MOVE "CONFIRMATION IS FOR A RESEND, NOT THE FEED"
                           TO WS-PRINT-TEXT
                       PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                       MOVE "Y" TO WS-DISCREP-SW
                       MOVE "N" TO WS-CONF-USABLE-SW
                   END-IF
               WHEN WS-WORK-TRAILER
                   MOVE WS-WORK-REC TO INTF-TRAILER-REC
                   MOVE INTF-TRL-REC-COUNT TO WS-CONF-TRL-COUNT
      *  2000-CHECK-EXTRACT -- READS THE NEXT EXTRACT RECORD. EVERY    *
      *  DETAIL MUST CLAIM AN UNMATCHED CONFIRMATION WITH THE SAME     *
      *  DATE, ITEM, MOVEMENT TYPE, QUANTITY AND BALANCE; ONE THAT     *
      *  CANNOT IS LISTED AS UNPOSTED AND, WHEN THE CONFIRMATION FILE  *
      *  WAS A GOOD ONE, WRITTEN TO THE BREAK FILE FOR RESEND. A       *
      *  CONFIRMED TRANSFER LEG IS ALSO TOTALLED FOR THE TRANSFER      *
      *  BALANCE.                                                      *
      ******************************************************************
       2000-CHECK-EXTRACT.
           READ INTF-IN INTO WS-WORK-REC
                  OR WS-MATCH-FOUND.
           IF WS-MATCH-FOUND
               ADD 1 TO WS-POSTED-COUNT
               MOVE WS-WORK-REC TO INTF-DETAIL-REC
               IF INTF-MOVE-XFER-OUT OR INTF-MOVE-XFER-IN
                   PERFORM 2200-TALLY-TRANSFER THRU 2200-EXIT
               END-IF
           ELSE
               MOVE "UNPOSTED:    " TO EXC-LABEL
               MOVE WS-WORK-REC TO EXC-IMAGE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE "Y" TO WS-DISCREP-SW
               IF WS-CONF-USABLE
                   MOVE WS-WORK-REC TO BREAK-RECORD
                   WRITE BREAK-RECORD
                   ADD 1 TO WS-BREAK-OUT-COUNT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  2200-TALLY-TRANSFER -- ADDS ONE CONFIRMED TRANSFER LEG TO     *
      *  ITS ITEM'S SHIPPED OR RECEIVED TOTAL. AN ITEM THAT WILL NOT   *
      *  FIT IN THE TABLE CANNOT BE PROVED, SO IT IS A BREAK.          *
      ******************************************************************
       2200-TALLY-TRANSFER.
           MOVE 0 TO WS-XFER-FOUND-SUB.
           PERFORM 2210-SCAN-XFER-TABLE THRU 2210-EXIT
               VARYING WS-XFER-SUB FROM 1 BY 1
               UNTIL WS-XFER-SUB > WS-XFER-COUNT
                  OR WS-XFER-FOUND-SUB > 0.
           IF WS-XFER-FOUND-SUB = 0
               IF WS-XFER-COUNT >= WS-XFER-MAX
                   MOVE "TRANSFER ITEM TABLE FULL" TO WS-PRINT-TEXT
                   PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                   MOVE "Y" TO WS-DISCREP-SW
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-XFER-COUNT
               MOVE WS-XFER-COUNT TO WS-XFER-FOUND-SUB
               MOVE INTF-DTL-ITEM-CODE
                   TO WS-XFER-ITEM (WS-XFER-FOUND-SUB)
               MOVE 0 TO WS-XFER-OUT-UNITS (WS-XFER-FOUND-SUB)
               MOVE 0 TO WS-XFER-IN-UNITS (WS-XFER-FOUND-SUB)
           END-IF.
           IF INTF-MOVE-XFER-OUT
               ADD INTF-DTL-QUANTITY
                   TO WS-XFER-OUT-UNITS (WS-XFER-FOUND-SUB)
               ADD INTF-DTL-QUANTITY TO WS-XFER-OUT-TOTAL
           ELSE
               ADD INTF-DTL-QUANTITY
                   TO WS-XFER-IN-UNITS (WS-XFER-FOUND-SUB)
               ADD INTF-DTL-QUANTITY TO WS-XFER-IN-TOTAL
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-XFER-TABLE.
           IF WS-XFER-ITEM (WS-XFER-SUB) = INTF-DTL-ITEM-CODE
               MOVE WS-XFER-SUB TO WS-XFER-FOUND-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LIST-UNEXPECTED -- ANY CONFIRMATION STILL UNMATCHED      *
      *  AFTER THE EXTRACT HAS BEEN WORKED IS A MOVEMENT THE           *
           EXIT.

      ******************************************************************
      *  4000-SUMMARIZE -- HEADER-DATE AND TRAILER-COUNT CHECKS, THE   *
      *  TRANSFER BALANCE, CONTROL TOTALS FROM BOTH SIDES AND THE      *
      *  VERDICT.                                                      *
      ******************************************************************
       4000-SUMMARIZE.
           PERFORM 4100-CHECK-TRANSFER THRU 4100-EXIT
               VARYING WS-XFER-SUB FROM 1 BY 1
               UNTIL WS-XFER-SUB > WS-XFER-COUNT.
           IF WS-INTF-HDR-SEEN AND WS-CONF-HDR-SEEN
               IF WS-INTF-HDR-DATE NOT = WS-CONF-HDR-DATE
                   MOVE "HEADER DATES DO NOT MATCH" TO WS-PRINT-TEXT
           MOVE WS-UNEXPECTED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "TRANSFER UNITS OUT  . . . :" TO CNT-LABEL.
           MOVE WS-XFER-OUT-TOTAL TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "TRANSFER UNITS IN . . . . :" TO CNT-LABEL.
           MOVE WS-XFER-IN-TOTAL TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "TRANSFER BREAKS . . . . . :" TO CNT-LABEL.
           MOVE WS-XFER-BREAK-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "PASSED FOR RESEND . . . . :" TO CNT-LABEL.
           MOVE WS-BREAK-OUT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           IF WS-DISCREPANCY
               MOVE "OUT OF BALANCE" TO VDT-VERDICT
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-CHECK-TRANSFER -- ONE ITEM'S CONFIRMED LEGS: THE UNITS   *
      *  THE WAREHOUSE TOOK OFF ONE BUILDING'S STOCK MUST ALL HAVE     *
      *  BEEN POSTED ONTO THE OTHER'S.                                 *
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
           ADD 1 TO WS-XFER-BREAK-COUNT.
           MOVE "Y" TO WS-DISCREP-SW.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE EXCEPTION      *
      *  REPORT, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.         *
