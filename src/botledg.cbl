      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTLEDG                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTLEDG.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL PERPETUAL STOCK LEDGER. BOTRECON    *
      *                   PROVES ONE NIGHT; THIS PROVES A WALL ACROSS *
      *                   A DATE RANGE (NORMALLY A MONTH). READS THE  *
      *                   YEARLY ARCHIVE BOTARCH BUILDS AND THEN THE  *
      *                   LIVE AUDIT GENERATIONS NOT YET ARCHIVED,    *
      *                   AND FOR EVERY ITEM AND LOCATION PRINTS THE  *
      *                   OPENING BALANCE, UNITS RESTOCKED, COUNTED   *
      *                   DOWN, ADJUSTED UP AND DOWN, TRANSFERRED IN  *
      *                   AND OUT, AND THE COMPUTED CLOSING BALANCE.  *
      *                   THE CLOSING IS PROVED AGAINST THE NEXT      *
      *                   PERIOD'S OPENING AND, ROLLED FORWARD        *
      *                   THROUGH ANY LATER MOVEMENTS, AGAINST THE    *
      *                   WALL ON BOTTLE-STATUS. EVERY RECORD WHOSE   *
      *                   OLD COUNT IS NOT THE PREVIOUS RECORD'S NEW  *
      *                   COUNT FOR THE SAME WALL IS LISTED -- A GAP  *
      *                   WHEN IT FALLS BETWEEN NIGHTS, A BREAK WHEN  *
      *                   IT FALLS WITHIN ONE. ANY GAP, BREAK OR      *
      *                   CLOSING THAT DOES NOT PROVE ENDS THE STEP   *
      *                   RC 8.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT BOTTLE-AUDIT ASSIGN TO AUDITIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BOTTLE-STATUS ASSIGN TO BOTSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT LEDG-RPT    ASSIGN TO LEDGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-IN               PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD             PIC X(81).

       FD  BOTTLE-AUDIT
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(39).

       FD  BOTTLE-STATUS.
       COPY BOTSTAT.

       FD  LEDG-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

      *  DATE-RANGE CARD: FROM AND TO RUN DATES, YYMMDD, IN COLUMNS
      *  1-6 AND 8-13. BOTH ARE REQUIRED.
       01  WS-RANGE-CARD.
           05  WS-CARD-FROM           PIC X(06).
           05  FILLER                 PIC X(01).
           05  WS-CARD-TO             PIC X(06).
           05  FILLER                 PIC X(67).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-PARM-EOF            VALUE "Y".
           05  WS-ARCH-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-ARCH-EOF            VALUE "Y".
           05  WS-AUDIT-EOF-SW        PIC X(01)  VALUE "N".
               88  WS-AUDIT-EOF           VALUE "Y".
           05  WS-STAT-OPEN-SW        PIC X(01)  VALUE "N".
               88  WS-STAT-OPEN           VALUE "Y".
           05  WS-LED-FOUND-SW        PIC X(01)  VALUE "N".
               88  WS-LED-FOUND           VALUE "Y".
           05  WS-ANY-WARNING-SW      PIC X(01)  VALUE "N".
               88  WS-ANY-WARNING         VALUE "Y".
           05  WS-ANY-EXCEPT-SW       PIC X(01)  VALUE "N".
               88  WS-ANY-EXCEPTION       VALUE "Y".

       01  WS-ARCH-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-AUDIT-FILE-STATUS       PIC X(02)  VALUE "00".
       01  WS-STAT-FILE-STATUS        PIC X(02)  VALUE "00".

      *  ARCHIVE RECORD LAYOUTS -- THE ONE-BYTE RECORD TYPE BOTARCH
      *  PUTS IN FRONT OF EACH 80-BYTE LINE: "I" RUN-DATE INDEX,
      *  "A" AUDIT DETAIL, "R" REPORT DETAIL (NOT USED HERE). THE
      *  INDEX DATE DATES EVERY AUDIT LINE BEHIND IT, INCLUDING
      *  LINES ARCHIVED BEFORE THE AUDIT RECORD CARRIED ITS OWN.
       01  WS-ARCH-INDEX.
           05  AIX-ID                 PIC X(01).
               88  AIX-IS-INDEX           VALUE "I".
               88  AIX-IS-AUDIT           VALUE "A".
           05  AIX-RUN-DATE           PIC X(06).
           05  FILLER                 PIC X(74).

       01  WS-ARCH-AUDIT-DATA REDEFINES WS-ARCH-INDEX.
           05  FILLER                 PIC X(01).
           05  AAD-AUDIT-LINE         PIC X(39).
           05  FILLER                 PIC X(41).

       01  WS-RANGE-FIELDS.
           05  WS-FROM-DATE           PIC X(06)  VALUE SPACES.
           05  WS-TO-DATE             PIC X(06)  VALUE SPACES.
           05  WS-ARCH-DATE           PIC X(06)  VALUE SPACES.
           05  WS-ARCH-HIGH-DATE      PIC X(06)  VALUE SPACES.
           05  WS-MOVE-DATE           PIC X(06)  VALUE SPACES.
           05  WS-FIRST-RANGE-DATE    PIC X(06)  VALUE SPACES.
           05  WS-LAST-RANGE-DATE     PIC X(06)  VALUE SPACES.

      *  ONE LEDGER ENTRY PER ITEM AND LOCATION. THE CHAIN FIELDS
      *  HOLD THE LAST NEW COUNT SEEN AND THE NIGHT IT WAS SEEN, SO
      *  THE NEXT RECORD'S OLD COUNT CAN BE PROVED AGAINST IT. THE
      *  LATER FIELDS CARRY WHAT HAPPENED AFTER THE RANGE: THE NEXT
      *  PERIOD'S OPENING AND THE NET MOVEMENT SINCE, FOR THE
      *  STATUS PROOF.
       01  WS-LED-TABLE.
           05  WS-LED-ENTRY           OCCURS 200.
               10  WS-LED-ITEM        PIC X(05).
               10  WS-LED-LOC         PIC X(02).
               10  WS-LED-CHAIN-SW    PIC X(01).
                   88  WS-LED-CHAINED     VALUE "Y".
               10  WS-LED-LAST-NEW    PIC 9(03).
               10  WS-LED-LAST-DATE   PIC X(06).
               10  WS-LED-OPEN-SW     PIC X(01).
                   88  WS-LED-OPENED      VALUE "Y".
               10  WS-LED-OPENING     PIC 9(03).
               10  WS-LED-REST        PIC 9(07)  COMP.
               10  WS-LED-DOWN        PIC 9(07)  COMP.
               10  WS-LED-ADJ-UP      PIC 9(07)  COMP.
               10  WS-LED-ADJ-DOWN    PIC 9(07)  COMP.
               10  WS-LED-XFER-IN     PIC 9(07)  COMP.
               10  WS-LED-XFER-OUT    PIC 9(07)  COMP.
               10  WS-LED-NEXT-SW     PIC X(01).
                   88  WS-LED-NEXT-FOUND  VALUE "Y".
               10  WS-LED-NEXT-OPEN   PIC 9(03).
               10  WS-LED-LATER-NET   PIC S9(07) COMP.
       01  WS-LED-COUNT               PIC 999    COMP VALUE 0.
       01  WS-LED-MAX                 PIC 999    COMP VALUE 200.
       77  WS-LED-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.

       01  WS-LEDGER-FIELDS.
           05  WS-MOVE-UNITS          PIC 9(03)  COMP VALUE 0.
           05  WS-MOVE-NET            PIC S9(05) COMP VALUE 0.
           05  WS-CLOSING             PIC S9(07) COMP VALUE 0.
           05  WS-ROLLED-WALL         PIC S9(07) COMP VALUE 0.

      *  THE STATUS KEY BUILT FROM A LEDGER ENTRY.
       01  WS-KEY-BUILD.
           05  WS-KEY-ITEM            PIC X(05).
           05  WS-KEY-LOC             PIC X(02).
           05  FILLER                 PIC X(01)  VALUE SPACE.

       01  WS-LEDG-CTRS.
           05  WS-ARCH-NIGHT-COUNT    PIC 9(05)  COMP VALUE 0.
           05  WS-ARCH-MOVE-COUNT     PIC 9(07)  COMP VALUE 0.
           05  WS-LIVE-MOVE-COUNT     PIC 9(07)  COMP VALUE 0.
           05  WS-ALREADY-ARCH-COUNT  PIC 9(07)  COMP VALUE 0.
           05  WS-UNDATED-COUNT       PIC 9(07)  COMP VALUE 0.
           05  WS-UNUSABLE-COUNT      PIC 9(07)  COMP VALUE 0.
           05  WS-RANGE-NIGHT-COUNT   PIC 9(05)  COMP VALUE 0.
           05  WS-RANGE-MOVE-COUNT    PIC 9(07)  COMP VALUE 0.
           05  WS-GAP-COUNT           PIC 9(05)  COMP VALUE 0.
           05  WS-BREAK-COUNT         PIC 9(05)  COMP VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-WALL-COUNT          PIC 9(05)  COMP VALUE 0.
           05  WS-NOPROOF-COUNT       PIC 9(05)  COMP VALUE 0.

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
               "PERPETUAL STOCK LEDGER       ".
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

       01  WS-RANGE-LINE.
           05  FILLER                 PIC X(18)  VALUE
               "LEDGER PERIOD . : ".
           05  RNG-FROM               PIC X(06).
           05  FILLER                 PIC X(04)  VALUE " TO ".
           05  RNG-TO                 PIC X(06).
           05  FILLER                 PIC X(46)  VALUE SPACES.

       01  WS-NIGHTS-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "FIRST / LAST NIGHT  . . . :".
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  NGT-FIRST              PIC X(06).
           05  FILLER                 PIC X(03)  VALUE " / ".
           05  NGT-LAST               PIC X(06).
           05  FILLER                 PIC X(36)  VALUE SPACES.

       01  WS-CHAIN-LINE.
           05  CHN-KIND               PIC X(24).
           05  FILLER                 PIC X(06)  VALUE "ITEM: ".
           05  CHN-ITEM               PIC X(05).
           05  FILLER                 PIC X(06)  VALUE " LOC: ".
           05  CHN-LOC                PIC X(02).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CHN-DATE               PIC X(06).
           05  FILLER                 PIC X(08)  VALUE "  WAS: ".
           05  CHN-EXPECTED           PIC ZZ9.
           05  FILLER                 PIC X(08)  VALUE "  NOW: ".
           05  CHN-FOUND              PIC ZZ9.
           05  FILLER                 PIC X(07)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "ITEM  LOC   OPEN   REST   DOWN ADJ-UP AD".
           05  FILLER                 PIC X(40)  VALUE
               "J-DN XFR-IN XFROUT  CLOSE               ".

       01  WS-LEDGER-LINE.
           05  LDG-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-LOC                PIC X(02).
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  LDG-OPEN               PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-REST               PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-DOWN               PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-ADJ-UP             PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-ADJ-DOWN           PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-XFER-IN            PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-XFER-OUT           PIC ZZZZZ9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  LDG-CLOSE              PIC ZZZZZ9-.
           05  FILLER                 PIC X(10)  VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                 PIC X(06)  VALUE SPACES.
           05  PRF-TEXT               PIC X(40).
           05  PRF-VALUE              PIC ZZZZZ9-.
           05  PRF-NOTE               PIC X(27).

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
           PERFORM 1500-READ-ARCHIVE THRU 1500-EXIT.
           PERFORM 1700-READ-LIVE THRU 1700-EXIT.
           IF WS-GAP-COUNT = 0 AND WS-BREAK-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 4000-PRINT-LEDGER THRU 4000-EXIT.
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
           IF WS-STAT-OPEN
               CLOSE BOTTLE-STATUS
           END-IF.
           CLOSE LEDG-RPT.
           IF WS-ANY-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ANY-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE REPORT AND READS THE DATE-      *
      *  RANGE CARD. A MISSING OR BAD CARD ENDS THE STEP WITH RETURN   *
      *  CODE 16 -- THERE IS NO PERIOD TO PROVE. THE STATUS CLUSTER    *
      *  IS OPENED FOR THE CLOSING PROOF; WITHOUT IT THE LEDGER STILL  *
      *  PRINTS BUT NO WALL CAN BE PROVED AGAINST IT.                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LEDG-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.

           MOVE SPACES TO WS-RANGE-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO PARM-CARD-IN
               AT END
                   MOVE "Y" TO WS-PARM-EOF-SW
           END-READ.
           CLOSE PARM-FILE.
           IF NOT WS-PARM-EOF
               MOVE PARM-CARD-IN TO WS-RANGE-CARD
           END-IF.
           IF WS-CARD-FROM NOT NUMERIC
            OR WS-CARD-TO NOT NUMERIC
            OR WS-CARD-FROM > WS-CARD-TO
               DISPLAY "BOTLEDG - DATE-RANGE CARD MISSING OR INVALID"
               END-DISPLAY
               MOVE "DATE-RANGE CARD MISSING OR INVALID"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               CLOSE LEDG-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CARD-FROM TO WS-FROM-DATE.
           MOVE WS-CARD-TO TO WS-TO-DATE.
           MOVE WS-FROM-DATE TO RNG-FROM.
           MOVE WS-TO-DATE TO RNG-TO.
           MOVE WS-RANGE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           OPEN INPUT BOTTLE-STATUS.
           IF WS-STAT-FILE-STATUS = "00"
               MOVE "Y" TO WS-STAT-OPEN-SW
           ELSE
               MOVE "STATUS FILE NOT AVAILABLE, NO STATUS PROOF"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
           END-IF.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "COUNT CHAIN EXCEPTIONS" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-READ-ARCHIVE -- WALKS THE YEARLY ARCHIVE. EACH "I"       *
      *  INDEX RECORD DATES THE AUDIT LINES BEHIND IT; EVERY "A" LINE  *
      *  IS POSTED UNDER THAT DATE. THE HIGHEST DATE ARCHIVED IS KEPT  *
      *  SO THE SAME NIGHT IS NOT POSTED AGAIN FROM THE LIVE GDG. NO   *
      *  ARCHIVE (A NEW YEAR, OR A RANGE STILL ALL LIVE) IS ONLY A     *
      *  WARNING.                                                      *
      ******************************************************************
       1500-READ-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "  ARCHIVE NOT AVAILABLE, LIVE GENERATIONS ONLY"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-READ-ARCHIVE-REC THRU 1600-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       1500-EXIT.
           EXIT.

       1600-READ-ARCHIVE-REC.
           READ ARCHIVE-FILE INTO WS-ARCH-INDEX
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           IF AIX-IS-INDEX
               MOVE AIX-RUN-DATE TO WS-ARCH-DATE
               ADD 1 TO WS-ARCH-NIGHT-COUNT
               IF WS-ARCH-DATE > WS-ARCH-HIGH-DATE
                   MOVE WS-ARCH-DATE TO WS-ARCH-HIGH-DATE
               END-IF
               GO TO 1600-EXIT
           END-IF.
           IF NOT AIX-IS-AUDIT
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-MOVE-COUNT.
           MOVE AAD-AUDIT-LINE TO WS-AUDIT-LINE.
           MOVE WS-ARCH-DATE TO WS-MOVE-DATE.
           PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT.
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  1700-READ-LIVE -- READS THE LIVE AUDIT GENERATIONS (THE       *
      *  AUDITIN DD CONCATENATES THEM, OLDEST FIRST). EACH LINE IS     *
      *  DATED BY ITS OWN RUN DATE; A NIGHT ALREADY ON THE ARCHIVE IS  *
      *  SKIPPED, AND A LINE WRITTEN BEFORE THE AUDIT RECORD CARRIED   *
      *  A DATE CANNOT BE PLACED AND IS ONLY COUNTED.                  *
      ******************************************************************
       1700-READ-LIVE.
           OPEN INPUT BOTTLE-AUDIT.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "  LIVE AUDIT GENERATIONS NOT AVAILABLE"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1800-READ-LIVE-REC THRU 1800-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE BOTTLE-AUDIT.
       1700-EXIT.
           EXIT.

       1800-READ-LIVE-REC.
           READ BOTTLE-AUDIT INTO WS-AUDIT-LINE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SW
                   GO TO 1800-EXIT
           END-READ.
           IF AUDIT-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1800-EXIT
           END-IF.
           IF AUDIT-RUN-DATE NOT > WS-ARCH-HIGH-DATE
               ADD 1 TO WS-ALREADY-ARCH-COUNT
               GO TO 1800-EXIT
           END-IF.
           ADD 1 TO WS-LIVE-MOVE-COUNT.
           MOVE AUDIT-RUN-DATE TO WS-MOVE-DATE.
           PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT.
       1800-EXIT.
           EXIT.

      ******************************************************************
      *  3000-POST-MOVEMENT -- POSTS ONE DATED AUDIT LINE TO ITS       *
      *  ITEM AND LOCATION'S LEDGER ENTRY. THE CHAIN IS PROVED FIRST:  *
      *  THE OLD COUNT MUST BE THE LAST NEW COUNT SEEN FOR THE WALL.   *
      *  A LINE BEFORE THE PERIOD ONLY CARRIES THE CHAIN; ONE IN IT    *
      *  IS ADDED TO THE MOVEMENT TOTALS; ONE AFTER IT GIVES THE NEXT  *
      *  PERIOD'S OPENING AND THE NET MOVEMENT SINCE.                  *
      ******************************************************************
       3000-POST-MOVEMENT.
           IF AUDIT-OLD-COUNT NOT NUMERIC
            OR AUDIT-NEW-COUNT NOT NUMERIC
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE "Y" TO WS-ANY-EXCEPT-SW
               GO TO 3000-EXIT
           END-IF.
           IF WS-MOVE-DATE NOT < WS-FROM-DATE
            AND WS-MOVE-DATE NOT > WS-TO-DATE
            AND WS-MOVE-DATE > WS-LAST-RANGE-DATE
               ADD 1 TO WS-RANGE-NIGHT-COUNT
               IF WS-FIRST-RANGE-DATE = SPACES
                   MOVE WS-MOVE-DATE TO WS-FIRST-RANGE-DATE
               END-IF
               MOVE WS-MOVE-DATE TO WS-LAST-RANGE-DATE
           END-IF.

           PERFORM 3100-FIND-LEDGER THRU 3100-EXIT.
           IF NOT WS-LED-FOUND
               IF WS-LED-COUNT >= WS-LED-MAX
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "Y" TO WS-ANY-EXCEPT-SW
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-LED-COUNT
               MOVE WS-LED-COUNT TO WS-FOUND-SUB
               INITIALIZE WS-LED-ENTRY (WS-FOUND-SUB)
               MOVE AUDIT-ITEM-CODE TO WS-LED-ITEM (WS-FOUND-SUB)
               MOVE AUDIT-LOCATION TO WS-LED-LOC (WS-FOUND-SUB)
           END-IF.

           IF WS-LED-CHAINED (WS-FOUND-SUB)
            AND AUDIT-OLD-COUNT NOT = WS-LED-LAST-NEW (WS-FOUND-SUB)
            AND WS-MOVE-DATE NOT < WS-FROM-DATE
               PERFORM 3200-REPORT-CHAIN THRU 3200-EXIT
           END-IF.

           SUBTRACT AUDIT-OLD-COUNT FROM AUDIT-NEW-COUNT
               GIVING WS-MOVE-NET.
           EVALUATE TRUE
               WHEN WS-MOVE-DATE < WS-FROM-DATE
                   CONTINUE
               WHEN WS-MOVE-DATE > WS-TO-DATE
                   IF NOT WS-LED-NEXT-FOUND (WS-FOUND-SUB)
                       MOVE "Y" TO WS-LED-NEXT-SW (WS-FOUND-SUB)
                       MOVE AUDIT-OLD-COUNT
                           TO WS-LED-NEXT-OPEN (WS-FOUND-SUB)
                   END-IF
                   ADD WS-MOVE-NET TO WS-LED-LATER-NET (WS-FOUND-SUB)
               WHEN OTHER
                   PERFORM 3300-ADD-MOVEMENT THRU 3300-EXIT
           END-EVALUATE.

           MOVE "Y" TO WS-LED-CHAIN-SW (WS-FOUND-SUB).
           MOVE AUDIT-NEW-COUNT TO WS-LED-LAST-NEW (WS-FOUND-SUB).
           MOVE WS-MOVE-DATE TO WS-LED-LAST-DATE (WS-FOUND-SUB).
       3000-EXIT.
           EXIT.

       3100-FIND-LEDGER.
           MOVE "N" TO WS-LED-FOUND-SW.
           PERFORM 3110-SCAN-LEDGER THRU 3110-EXIT
               VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
                  OR WS-LED-FOUND.
       3100-EXIT.
           EXIT.

       3110-SCAN-LEDGER.
           IF WS-LED-ITEM (WS-LED-SUB) = AUDIT-ITEM-CODE
            AND WS-LED-LOC (WS-LED-SUB) = AUDIT-LOCATION
               MOVE "Y" TO WS-LED-FOUND-SW
               MOVE WS-LED-SUB TO WS-FOUND-SUB
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      *  3200-REPORT-CHAIN -- LISTS A RECORD THAT DOES NOT PICK UP     *
      *  WHERE THE WALL'S LAST RECORD LEFT OFF. ACROSS A NIGHT         *
      *  BOUNDARY IT IS A GAP (THE WALL MOVED BETWEEN RUNS WITH NO     *
      *  AUDIT RECORD, OR A NIGHT IS MISSING FROM THE ARCHIVE OR THE   *
      *  CONCATENATION); INSIDE ONE NIGHT IT IS A BREAK.               *
      ******************************************************************
       3200-REPORT-CHAIN.
           IF WS-MOVE-DATE NOT = WS-LED-LAST-DATE (WS-FOUND-SUB)
               MOVE "  GAP BETWEEN NIGHTS    " TO CHN-KIND
               ADD 1 TO WS-GAP-COUNT
           ELSE
               MOVE "  BREAK WITHIN NIGHT    " TO CHN-KIND
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           MOVE AUDIT-ITEM-CODE TO CHN-ITEM.
           MOVE AUDIT-LOCATION TO CHN-LOC.
           MOVE WS-MOVE-DATE TO CHN-DATE.
           MOVE WS-LED-LAST-NEW (WS-FOUND-SUB) TO CHN-EXPECTED.
           MOVE AUDIT-OLD-COUNT TO CHN-FOUND.
           MOVE WS-CHAIN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-ADD-MOVEMENT -- ADDS AN IN-PERIOD LINE TO THE WALL'S     *
      *  TOTALS BY AUDIT COUNTER ID. THE FIRST ONE SETS THE OPENING    *
      *  BALANCE.                                                      *
      ******************************************************************
       3300-ADD-MOVEMENT.
           ADD 1 TO WS-RANGE-MOVE-COUNT.
           IF NOT WS-LED-OPENED (WS-FOUND-SUB)
               MOVE "Y" TO WS-LED-OPEN-SW (WS-FOUND-SUB)
               MOVE AUDIT-OLD-COUNT TO WS-LED-OPENING (WS-FOUND-SUB)
           END-IF.
           IF WS-MOVE-NET < 0
               SUBTRACT AUDIT-NEW-COUNT FROM AUDIT-OLD-COUNT
                   GIVING WS-MOVE-UNITS
           ELSE
               MOVE WS-MOVE-NET TO WS-MOVE-UNITS
           END-IF.
           EVALUATE AUDIT-COUNTER-ID
               WHEN "REST"
                   ADD WS-MOVE-UNITS TO WS-LED-REST (WS-FOUND-SUB)
               WHEN "WALL"
                   ADD WS-MOVE-UNITS TO WS-LED-DOWN (WS-FOUND-SUB)
               WHEN "CADJ"
                   IF WS-MOVE-NET < 0
                       ADD WS-MOVE-UNITS
                           TO WS-LED-ADJ-DOWN (WS-FOUND-SUB)
                   ELSE
                       ADD WS-MOVE-UNITS
                           TO WS-LED-ADJ-UP (WS-FOUND-SUB)
                   END-IF
               WHEN "XIN "
                   ADD WS-MOVE-UNITS TO WS-LED-XFER-IN (WS-FOUND-SUB)
               WHEN "XOUT"
                   ADD WS-MOVE-UNITS TO WS-LED-XFER-OUT (WS-FOUND-SUB)
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PRINT-LEDGER -- ONE LEDGER LINE PER WALL THAT EXISTED IN *
      *  THE PERIOD, WITH ITS CLOSING PROOFS UNDERNEATH. A WALL WITH   *
      *  NO MOVEMENT IN THE PERIOD OPENS AND CLOSES AT THE LAST COUNT  *
      *  BEFORE IT; A WALL FIRST SEEN AFTER THE PERIOD IS LEFT OFF.    *
      ******************************************************************
       4000-PRINT-LEDGER.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           MOVE WS-RANGE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-COLUMN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4100-PRINT-WALL THRU 4100-EXIT
               VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT.
           IF WS-WALL-COUNT = 0
               MOVE "NO WALLS ON THE AUDIT TRAIL FOR THE PERIOD"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-WALL.
           IF NOT WS-LED-OPENED (WS-LED-SUB)
               PERFORM 4110-CARRY-OPENING THRU 4110-EXIT
               IF NOT WS-LED-OPENED (WS-LED-SUB)
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-WALL-COUNT.

           MOVE WS-LED-OPENING (WS-LED-SUB) TO WS-CLOSING.
           ADD WS-LED-REST (WS-LED-SUB) TO WS-CLOSING.
           ADD WS-LED-ADJ-UP (WS-LED-SUB) TO WS-CLOSING.
           ADD WS-LED-XFER-IN (WS-LED-SUB) TO WS-CLOSING.
           SUBTRACT WS-LED-DOWN (WS-LED-SUB) FROM WS-CLOSING.
           SUBTRACT WS-LED-ADJ-DOWN (WS-LED-SUB) FROM WS-CLOSING.
           SUBTRACT WS-LED-XFER-OUT (WS-LED-SUB) FROM WS-CLOSING.

           MOVE WS-LED-ITEM (WS-LED-SUB) TO LDG-ITEM.
           MOVE WS-LED-LOC (WS-LED-SUB) TO LDG-LOC.
           MOVE WS-LED-OPENING (WS-LED-SUB) TO LDG-OPEN.
           MOVE WS-LED-REST (WS-LED-SUB) TO LDG-REST.
           MOVE WS-LED-DOWN (WS-LED-SUB) TO LDG-DOWN.
           MOVE WS-LED-ADJ-UP (WS-LED-SUB) TO LDG-ADJ-UP.
           MOVE WS-LED-ADJ-DOWN (WS-LED-SUB) TO LDG-ADJ-DOWN.
           MOVE WS-LED-XFER-IN (WS-LED-SUB) TO LDG-XFER-IN.
           MOVE WS-LED-XFER-OUT (WS-LED-SUB) TO LDG-XFER-OUT.
           MOVE WS-CLOSING TO LDG-CLOSE.
           MOVE WS-LEDGER-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           PERFORM 4200-PROVE-NEXT-OPEN THRU 4200-EXIT.
           PERFORM 4300-PROVE-STATUS THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4110-CARRY-OPENING -- A WALL WITH NO MOVEMENT IN THE PERIOD   *
      *  BUT A COUNT BEFORE IT OPENS (AND CLOSES) AT THAT COUNT. THE   *
      *  LAST NEW COUNT IS ONLY THE PRE-PERIOD ONE WHEN NOTHING WAS    *
      *  SEEN AFTER THE PERIOD EITHER; OTHERWISE THE NEXT PERIOD'S     *
      *  OPENING IS THE BEST WITNESS.                                  *
      ******************************************************************
       4110-CARRY-OPENING.
           IF WS-LED-LAST-DATE (WS-LED-SUB) < WS-FROM-DATE
               MOVE "Y" TO WS-LED-OPEN-SW (WS-LED-SUB)
               MOVE WS-LED-LAST-NEW (WS-LED-SUB)
                   TO WS-LED-OPENING (WS-LED-SUB)
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      *  4200-PROVE-NEXT-OPEN -- THE CLOSING MUST BE WHAT THE FIRST    *
      *  RECORD AFTER THE PERIOD OPENED AT. NOTHING AFTER THE PERIOD   *
      *  MEANS THERE IS NO NEXT PERIOD YET TO PROVE AGAINST.           *
      ******************************************************************
       4200-PROVE-NEXT-OPEN.
           IF NOT WS-LED-NEXT-FOUND (WS-LED-SUB)
               GO TO 4200-EXIT
           END-IF.
           MOVE "NEXT PERIOD OPENING . . . . . . . . . :" TO PRF-TEXT.
           MOVE WS-LED-NEXT-OPEN (WS-LED-SUB) TO PRF-VALUE.
           IF WS-LED-NEXT-OPEN (WS-LED-SUB) = WS-CLOSING
               MOVE "  AGREES" TO PRF-NOTE
           ELSE
               MOVE "  *** DOES NOT AGREE ***" TO PRF-NOTE
               ADD 1 TO WS-NOPROOF-COUNT
               MOVE "Y" TO WS-ANY-EXCEPT-SW
           END-IF.
           MOVE WS-PROOF-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-PROVE-STATUS -- THE CLOSING, ROLLED FORWARD THROUGH      *
      *  EVERY MOVEMENT SEEN SINCE THE PERIOD, MUST BE THE WALL ON     *
      *  BOTTLE-STATUS NOW. A WALL WITH NO STATUS RECORD IS AN         *
      *  EXCEPTION TOO -- SOMETHING HAS MOVED IT OFF THE BOOKS.        *
      ******************************************************************
       4300-PROVE-STATUS.
           IF NOT WS-STAT-OPEN
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-CLOSING TO WS-ROLLED-WALL.
           ADD WS-LED-LATER-NET (WS-LED-SUB) TO WS-ROLLED-WALL.
           MOVE WS-LED-ITEM (WS-LED-SUB) TO WS-KEY-ITEM.
           MOVE WS-LED-LOC (WS-LED-SUB) TO WS-KEY-LOC.
           MOVE WS-KEY-BUILD TO STAT-KEY.
           MOVE "CLOSING ROLLED FORWARD TO TODAY  . . :" TO PRF-TEXT.
           MOVE WS-ROLLED-WALL TO PRF-VALUE.
           READ BOTTLE-STATUS
               INVALID KEY
                   MOVE "  *** NO STATUS RECORD ***" TO PRF-NOTE
                   ADD 1 TO WS-NOPROOF-COUNT
                   MOVE "Y" TO WS-ANY-EXCEPT-SW
                   GO TO 4300-WRITE
           END-READ.
           IF STAT-WALL-NUMBER = WS-ROLLED-WALL
               MOVE "  AGREES" TO PRF-NOTE
               GO TO 4300-WRITE
           END-IF.
           MOVE "  *** DOES NOT AGREE ***" TO PRF-NOTE.
           ADD 1 TO WS-NOPROOF-COUNT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
           MOVE WS-PROOF-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "STATUS WALL NUMBER  . . . . . . . . . :" TO PRF-TEXT.
           MOVE STAT-WALL-NUMBER TO PRF-VALUE.
           MOVE SPACES TO PRF-NOTE.
       4300-WRITE.
           MOVE WS-PROOF-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-TOTALS -- CLOSES THE LEDGER WITH WHAT WAS READ     *
      *  FROM EACH SOURCE AND THE EXCEPTION COUNTS.                    *
      ******************************************************************
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ARCHIVE NIGHTS READ . . . :" TO CNT-LABEL.
           MOVE WS-ARCH-NIGHT-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "ARCHIVE MOVEMENTS READ  . :" TO CNT-LABEL.
           MOVE WS-ARCH-MOVE-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "LIVE MOVEMENTS READ . . . :" TO CNT-LABEL.
           MOVE WS-LIVE-MOVE-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "LIVE, ALREADY ARCHIVED  . :" TO CNT-LABEL.
           MOVE WS-ALREADY-ARCH-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           IF WS-UNDATED-COUNT > 0
               MOVE "LIVE, UNDATED (NOT USED)  :" TO CNT-LABEL
               MOVE WS-UNDATED-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
           IF WS-UNUSABLE-COUNT > 0
               MOVE "RECORDS NOT READABLE  . . :" TO CNT-LABEL
               MOVE WS-UNUSABLE-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
           IF WS-DROPPED-COUNT > 0
               MOVE "DROPPED, LEDGER TABLE FULL:" TO CNT-LABEL
               MOVE WS-DROPPED-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
           MOVE "NIGHTS IN PERIOD  . . . . :" TO CNT-LABEL.
           MOVE WS-RANGE-NIGHT-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           IF WS-RANGE-NIGHT-COUNT > 0
               MOVE WS-FIRST-RANGE-DATE TO NGT-FIRST
               MOVE WS-LAST-RANGE-DATE TO NGT-LAST
               MOVE WS-NIGHTS-LINE TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           MOVE "MOVEMENTS IN PERIOD . . . :" TO CNT-LABEL.
           MOVE WS-RANGE-MOVE-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "WALLS ON THE LEDGER . . . :" TO CNT-LABEL.
           MOVE WS-WALL-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "GAPS BETWEEN NIGHTS . . . :" TO CNT-LABEL.
           MOVE WS-GAP-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "BREAKS WITHIN A NIGHT . . :" TO CNT-LABEL.
           MOVE WS-BREAK-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "CLOSINGS NOT PROVED . . . :" TO CNT-LABEL.
           MOVE WS-NOPROOF-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE LEDGER,        *
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
