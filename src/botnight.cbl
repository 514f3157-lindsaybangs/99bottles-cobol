      *                   THE SUMMARY TALLIES AND PRINTS PER ITEM    *
      *                   AND LOCATION, SO BOTH BUILDINGS' RUNS OF   *
      *                   THE SAME ITEM CODE GET THEIR OWN LINES.    *
      *  10/15/26   RJJ   INTER-BUILDING TRANSFERS. EACH LINE NOW      *
      *                   CARRIES THE WALL'S NET TRANSFER UNITS       *
      *                   (RECEIVED LESS SHIPPED, FROM THE "XIN " AND *
      *                   "XOUT" AUDIT RECORDS), AND THE PAGE ENDS    *
      *                   WITH THE NIGHT'S TRANSFER BALANCE -- UNITS  *
      *                   SHIPPED AGAINST UNITS RECEIVED, PER ITEM,   *
      *                   WITH ANY ITEM WHOSE LEGS DO NOT AGREE       *
      *                   LISTED BENEATH IT.                          *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 32 BYTES FOR THE    *
      *                   CYCLE-COUNT REASON CODE (AUDITREC.CPY).     *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 39 BYTES FOR THE    *
      *                   RUN DATE (AUDITREC.CPY).                    *
      *  10/15/26   RJJ   THE TWO BUILDINGS NOW RUN AS SEPARATE JOB   *
      *                   STREAMS AND BOTRUNM MERGES THEIR AUDIT AND  *
      *                   REPORT GENERATIONS BACK INTO THE NIGHT'S    *
      *                   ONES AHEAD OF THIS STEP, SO THE PAGE STILL  *
      *                   COVERS THE WHOLE NIGHT. UNDER THE NIGHT'S   *
      *                   VERDICT IT NOW ALSO LISTS EACH STREAM'S OWN *
      *                   BOTRECON VERDICT, READ FROM THE OPTIONAL    *
      *                   RECNSTRM CONCATENATION OF THE STREAMS'      *
      *                   DISCREPANCY REPORTS.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT RECON-STRM  ASSIGN TO RECNSTRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-FILE-STATUS.

           SELECT BOTTLE-STATUS ASSIGN TO BOTSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  BOTTLE-AUDIT
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(39).

       FD  RUN-HISTORY
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RECON-IN-REC               PIC X(80).

       FD  RECON-STRM
           RECORDING MODE IS F.
       01  RECON-STRM-REC             PIC X(80).

       FD  BOTTLE-STATUS.
       COPY BOTSTAT.

               88  WS-HIST-EOF            VALUE "Y".
           05  WS-RECON-EOF-SW        PIC X(01)  VALUE "N".
               88  WS-RECON-EOF           VALUE "Y".
           05  WS-STRM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-STRM-EOF            VALUE "Y".
           05  WS-ITEM-FOUND-SW       PIC X(01)  VALUE "N".
               88  WS-ITEM-FOUND          VALUE "Y".
           05  WS-STAT-OPEN-SW        PIC X(01)  VALUE "N".
       01  WS-AUDIT-FILE-STATUS       PIC X(02)  VALUE "00".
       01  WS-HIST-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-RECON-FILE-STATUS       PIC X(02)  VALUE "00".
       01  WS-STRM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-STAT-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-STAT-KEY                PIC X(08)  VALUE "CURRENT ".

               10  WS-NS-START        PIC 999.
               10  WS-NS-RSTK-UNITS   PIC 9(05)  COMP.
               10  WS-NS-ADJ-UNITS    PIC S9(05) COMP.
               10  WS-NS-XFER-UNITS   PIC S9(05) COMP.
               10  WS-NS-DOWN-UNITS   PIC 9(05)  COMP.
       01  WS-NS-COUNT                PIC 999    COMP VALUE 0.
       01  WS-NS-MAX                  PIC 999    COMP VALUE 50.
       01  WS-HV-MAX                  PIC 999    COMP VALUE 50.
       77  WS-HV-SUB                  PIC 999    COMP VALUE 0.

      *  TRANSFER UNITS PER ITEM ACROSS BOTH BUILDINGS -- WHAT LEFT
      *  ONE WALL ON "XOUT" LEGS MUST HAVE ARRIVED ON THE OTHER ON
      *  "XIN " LEGS.
       01  WS-XT-TABLE.
           05  WS-XT-ENTRY            OCCURS 50.
               10  WS-XT-ITEM         PIC X(05).
               10  WS-XT-OUT-UNITS    PIC 9(05)  COMP.
               10  WS-XT-IN-UNITS     PIC 9(05)  COMP.
       01  WS-XT-COUNT                PIC 999    COMP VALUE 0.
       01  WS-XT-MAX                  PIC 999    COMP VALUE 50.
       77  WS-XT-SUB                  PIC 999    COMP VALUE 0.
       77  WS-XT-FOUND-SUB            PIC 999    COMP VALUE 0.
       01  WS-XT-TOTALS.
           05  WS-XT-OUT-TOTAL        PIC 9(05)  COMP VALUE 0.
           05  WS-XT-IN-TOTAL         PIC 9(05)  COMP VALUE 0.
           05  WS-XT-LEG-UNITS        PIC 9(05)  COMP VALUE 0.
           05  WS-XT-BAD-COUNT        PIC 9(05)  COMP VALUE 0.

       01  WS-ADJ-DELTA               PIC S9(05) COMP VALUE 0.

      *  BOTRECON'S VERDICT LINE, RE-READ FROM ITS DISCREPANCY
           05  RCN-LABEL              PIC X(28).
           05  RCN-VERDICT            PIC X(14).
           05  FILLER                 PIC X(38).
       01  WS-RECON-STREAM REDEFINES WS-RECON-LINE.
           05  FILLER                 PIC X(28).
           05  RCN-STREAM-ID          PIC X(02).
           05  FILLER                 PIC X(50).
       01  WS-RECON-VERDICT           PIC X(14)  VALUE "NOT ON FILE".

      *  EACH STREAM'S OWN BOTRECON VERDICT, IN THE ORDER THE
      *  STREAM REPORTS ARE CONCATENATED ON RECNSTRM. A STREAM
      *  REPORT WITH NO VERDICT LINE STAYS "NOT ON FILE".
       01  WS-SV-TABLE.
           05  WS-SV-ENTRY            OCCURS 10.
               10  WS-SV-STREAM       PIC X(02).
               10  WS-SV-VERDICT      PIC X(14).
       01  WS-SV-COUNT                PIC 99     COMP VALUE 0.
       01  WS-SV-MAX                  PIC 99     COMP VALUE 10.
       77  WS-SV-SUB                  PIC 99     COMP VALUE 0.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.

       01  WS-RPT-CTRS.
           05  FILLER                 PIC X(06)  VALUE "START ".
           05  FILLER                 PIC X(07)  VALUE "  RSTK ".
           05  FILLER                 PIC X(08)  VALUE "    ADJ ".
           05  FILLER                 PIC X(07)  VALUE "  XFER ".
           05  FILLER                 PIC X(07)  VALUE "  DOWN ".
           05  FILLER                 PIC X(06)  VALUE " VRS  ".
           05  FILLER                 PIC X(05)  VALUE "END  ".
           05  FILLER                 PIC X(11)  VALUE "STATE      ".
           05  FILLER                 PIC X(07)  VALUE "PENDING".
           05  FILLER                 PIC X(05)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-ITEM               PIC X(05).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-ADJ                PIC ZZZZ9-.
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  DTL-XFER               PIC ZZZZ9-.
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  DTL-DOWN               PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-VERSES             PIC ZZ9.
           05  DTL-STATE              PIC X(09).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-PENDING            PIC X(07).
           05  FILLER                 PIC X(11)  VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                 PIC X(28)  VALUE
           05  VDT-VERDICT            PIC X(14).
           05  FILLER                 PIC X(38)  VALUE SPACES.

       01  WS-STREAM-VDT-LINE.
           05  FILLER                 PIC X(09)  VALUE "  STREAM ".
           05  SVL-STREAM             PIC X(02).
           05  FILLER                 PIC X(17)  VALUE
               " RECONCILED  . : ".
           05  SVL-VERDICT            PIC X(14).
           05  FILLER                 PIC X(38)  VALUE SPACES.

       01  WS-XFER-BAL-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "TRANSFERS OUT / IN  . . . : ".
           05  XBL-OUT                PIC ZZZZ9.
           05  FILLER                 PIC X(03)  VALUE " / ".
           05  XBL-IN                 PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  XBL-VERDICT            PIC X(10).
           05  FILLER                 PIC X(27)  VALUE SPACES.

       01  WS-XFER-ITEM-LINE.
           05  FILLER                 PIC X(16)  VALUE
               "  UNBALANCED -- ".
           05  FILLER                 PIC X(05)  VALUE "ITEM ".
           05  XIL-ITEM               PIC X(05).
           05  FILLER                 PIC X(07)  VALUE "  OUT: ".
           05  XIL-OUT                PIC ZZZZ9.
           05  FILLER                 PIC X(06)  VALUE "  IN: ".
           05  XIL-IN                 PIC ZZZZ9.
           05  FILLER                 PIC X(31)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC ZZ9.
      ******************************************************************
      *  2000-TALLY-AUDIT -- ROLLS THE NIGHT'S AUDIT GENERATION UP     *
      *  PER ITEM: UNITS DOWN FROM THE "WALL" RECORDS, DELIVERIES      *
      *  FROM "REST", CYCLE-COUNT CHANGES (SIGNED) FROM "CADJ", NET    *
      *  TRANSFER UNITS (SIGNED) FROM "XIN " AND "XOUT", AND THE       *
      *  FIRST RECORD'S OLD COUNT AS THE WALL AT START OF NIGHT.       *
      ******************************************************************
       2000-TALLY-AUDIT.
           READ BOTTLE-AUDIT INTO WS-AUDIT-LINE
               MOVE AUDIT-OLD-COUNT TO WS-NS-START (WS-FOUND-SUB)
               MOVE 0 TO WS-NS-RSTK-UNITS (WS-FOUND-SUB)
               MOVE 0 TO WS-NS-ADJ-UNITS (WS-FOUND-SUB)
               MOVE 0 TO WS-NS-XFER-UNITS (WS-FOUND-SUB)
               MOVE 0 TO WS-NS-DOWN-UNITS (WS-FOUND-SUB)
           END-IF.

                       GIVING WS-ADJ-DELTA
                   ADD WS-ADJ-DELTA
                       TO WS-NS-ADJ-UNITS (WS-FOUND-SUB)
               WHEN "XOUT"
               WHEN "XIN "
                   SUBTRACT AUDIT-OLD-COUNT FROM AUDIT-NEW-COUNT
                       GIVING WS-ADJ-DELTA
                   ADD WS-ADJ-DELTA
                       TO WS-NS-XFER-UNITS (WS-FOUND-SUB)
                   PERFORM 2200-TALLY-TRANSFER THRU 2200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  2200-TALLY-TRANSFER -- ADDS ONE TRANSFER LEG TO ITS ITEM'S    *
      *  SHIPPED OR RECEIVED TOTAL FOR THE TRANSFER BALANCE.           *
      ******************************************************************
       2200-TALLY-TRANSFER.
           MOVE 0 TO WS-XT-FOUND-SUB.
           PERFORM 2210-SCAN-XT-TABLE THRU 2210-EXIT
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > WS-XT-COUNT
                  OR WS-XT-FOUND-SUB > 0.
           IF WS-XT-FOUND-SUB = 0
               IF WS-XT-COUNT >= WS-XT-MAX
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-XT-COUNT
               MOVE WS-XT-COUNT TO WS-XT-FOUND-SUB
               MOVE AUDIT-ITEM-CODE TO WS-XT-ITEM (WS-XT-FOUND-SUB)
               MOVE 0 TO WS-XT-OUT-UNITS (WS-XT-FOUND-SUB)
               MOVE 0 TO WS-XT-IN-UNITS (WS-XT-FOUND-SUB)
           END-IF.
           IF AUDIT-COUNTER-ID = "XOUT"
               SUBTRACT AUDIT-NEW-COUNT FROM AUDIT-OLD-COUNT
                   GIVING WS-XT-LEG-UNITS
               ADD WS-XT-LEG-UNITS TO WS-XT-OUT-UNITS (WS-XT-FOUND-SUB)
               ADD WS-XT-LEG-UNITS TO WS-XT-OUT-TOTAL
           ELSE
               SUBTRACT AUDIT-OLD-COUNT FROM AUDIT-NEW-COUNT
                   GIVING WS-XT-LEG-UNITS
               ADD WS-XT-LEG-UNITS TO WS-XT-IN-UNITS (WS-XT-FOUND-SUB)
               ADD WS-XT-LEG-UNITS TO WS-XT-IN-TOTAL
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-XT-TABLE.
           IF WS-XT-ITEM (WS-XT-SUB) = AUDIT-ITEM-CODE
               MOVE WS-XT-SUB TO WS-XT-FOUND-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *  2500-LOAD-HISTORY -- PICKS UP THE VERSES-SUNG COUNT FROM      *
      *  TODAY'S RUN-HISTORY RECORDS. A HELD OR CANCELLED RUN WRITES   *
      *  2700-READ-VERDICT -- SCANS BOTRECON'S DISCREPANCY REPORT      *
      *  FOR ITS VERDICT LINE. A MISSING REPORT (BOTRECON SKIPPED OR   *
      *  FAILED) LEAVES THE VERDICT AT "NOT ON FILE", WHICH IS         *
      *  ITSELF WORTH THE MORNING SHIFT'S ATTENTION. THE STREAMS'      *
      *  OWN REPORTS ARE SCANNED AFTER IT WHEN RECNSTRM IS ON THE      *
      *  STEP; WITHOUT IT THE PAGE CARRIES THE NIGHT'S VERDICT ALONE.  *
      ******************************************************************
       2700-READ-VERDICT.
           OPEN INPUT RECON-IN.
           IF WS-RECON-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RECON-EOF-SW
           ELSE
               PERFORM 2710-SCAN-RECON THRU 2710-EXIT
                   UNTIL WS-RECON-EOF
               CLOSE RECON-IN
           END-IF.

           OPEN INPUT RECON-STRM.
           IF WS-STRM-FILE-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2720-SCAN-STREAM THRU 2720-EXIT
               UNTIL WS-STRM-EOF.
           CLOSE RECON-STRM.
       2700-EXIT.
           EXIT.

       2710-EXIT.
           EXIT.

      ******************************************************************
      *  2720-SCAN-STREAM -- READS ONE LINE OF THE STREAM REPORTS.     *
      *  A STREAM LINE OPENS THE NEXT STREAM'S ENTRY; THE VERDICT LINE *
      *  THAT FOLLOWS IT IS THAT STREAM'S VERDICT.                     *
      ******************************************************************
       2720-SCAN-STREAM.
           READ RECON-STRM INTO WS-RECON-LINE
               AT END
                   MOVE "Y" TO WS-STRM-EOF-SW
                   GO TO 2720-EXIT
           END-READ.
           IF RCN-LABEL = "STREAM  . . . . . . . . . : "
               IF WS-SV-COUNT < WS-SV-MAX
                   ADD 1 TO WS-SV-COUNT
                   MOVE RCN-STREAM-ID TO WS-SV-STREAM (WS-SV-COUNT)
                   MOVE "NOT ON FILE" TO WS-SV-VERDICT (WS-SV-COUNT)
               END-IF
               GO TO 2720-EXIT
           END-IF.
           IF RCN-LABEL = "RECONCILIATION  . . . . . : "
            AND WS-SV-COUNT > 0
               MOVE RCN-VERDICT TO WS-SV-VERDICT (WS-SV-COUNT)
           END-IF.
       2720-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PRINT-SUMMARY -- ONE LINE PER ITEM THAT MOVED TONIGHT,   *
      *  THEN THE TRANSFER BALANCE (WHEN ANYTHING WAS TRANSFERRED)     *
      *  AND THE RECONCILIATION VERDICT. THE END COUNT, RUN STATE      *
      *  AND PENDING OPERATOR ACTION COME FROM THE STATUS RECORD       *
      *  READ FRESH PER ITEM.                                          *
      ******************************************************************
           MOVE WS-NS-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-XT-COUNT > 0
               PERFORM 3500-PRINT-XFER-BALANCE THRU 3500-EXIT
           END-IF.
           MOVE WS-RECON-VERDICT TO VDT-VERDICT.
           MOVE WS-VERDICT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3600-PRINT-STREAM-VERDICT THRU 3600-EXIT
               VARYING WS-SV-SUB FROM 1 BY 1
               UNTIL WS-SV-SUB > WS-SV-COUNT.
       3000-EXIT.
           EXIT.

           MOVE WS-NS-START (WS-NS-SUB) TO DTL-START.
           MOVE WS-NS-RSTK-UNITS (WS-NS-SUB) TO DTL-RSTK.
           MOVE WS-NS-ADJ-UNITS (WS-NS-SUB) TO DTL-ADJ.
           MOVE WS-NS-XFER-UNITS (WS-NS-SUB) TO DTL-XFER.
           MOVE WS-NS-DOWN-UNITS (WS-NS-SUB) TO DTL-DOWN.

           PERFORM 3200-SET-VERSES THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3500-PRINT-XFER-BALANCE -- UNITS SHIPPED AGAINST UNITS        *
      *  RECEIVED FOR THE NIGHT, THEN ONE LINE FOR EVERY ITEM WHOSE    *
      *  TWO LEGS DO NOT AGREE. BOTRECON FAILS THE RUN ON THE SAME     *
      *  CONDITION; THIS SHOWS THE MORNING SHIFT WHICH ITEM.           *
      ******************************************************************
       3500-PRINT-XFER-BALANCE.
           MOVE 0 TO WS-XT-BAD-COUNT.
           PERFORM 3510-COUNT-UNBALANCED THRU 3510-EXIT
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > WS-XT-COUNT.
           MOVE WS-XT-OUT-TOTAL TO XBL-OUT.
           MOVE WS-XT-IN-TOTAL TO XBL-IN.
           IF WS-XT-BAD-COUNT = 0
               MOVE "BALANCED" TO XBL-VERDICT
           ELSE
               MOVE "UNBALANCED" TO XBL-VERDICT
           END-IF.
           MOVE WS-XFER-BAL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-XT-BAD-COUNT > 0
               PERFORM 3520-PRINT-UNBALANCED THRU 3520-EXIT
                   VARYING WS-XT-SUB FROM 1 BY 1
                   UNTIL WS-XT-SUB > WS-XT-COUNT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-COUNT-UNBALANCED.
           IF WS-XT-OUT-UNITS (WS-XT-SUB)
                   NOT = WS-XT-IN-UNITS (WS-XT-SUB)
               ADD 1 TO WS-XT-BAD-COUNT
           END-IF.
       3510-EXIT.
           EXIT.

       3520-PRINT-UNBALANCED.
           IF WS-XT-OUT-UNITS (WS-XT-SUB)
                   = WS-XT-IN-UNITS (WS-XT-SUB)
               GO TO 3520-EXIT
           END-IF.
           MOVE WS-XT-ITEM (WS-XT-SUB) TO XIL-ITEM.
           MOVE WS-XT-OUT-UNITS (WS-XT-SUB) TO XIL-OUT.
           MOVE WS-XT-IN-UNITS (WS-XT-SUB) TO XIL-IN.
           MOVE WS-XFER-ITEM-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3520-EXIT.
           EXIT.

      ******************************************************************
      *  3600-PRINT-STREAM-VERDICT -- ONE STREAM'S OWN VERDICT, UNDER  *
      *  THE NIGHT'S.                                                  *
      ******************************************************************
       3600-PRINT-STREAM-VERDICT.
           MOVE WS-SV-STREAM (WS-SV-SUB) TO SVL-STREAM.
           MOVE WS-SV-VERDICT (WS-SV-SUB) TO SVL-VERDICT.
           MOVE WS-STREAM-VDT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE SUMMARY,       *
      *  BREAKING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.         *
