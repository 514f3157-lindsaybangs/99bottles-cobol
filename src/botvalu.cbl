      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTVALU                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTVALU.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL MONTH-END STOCK VALUATION AND       *
      *                   WRITE-OFF COSTING FOR FINANCE. VALUES EVERY *
      *                   ITEM/LOCATION'S CURRENT WALL ON THE BOTTLE- *
      *                   STATUS CLUSTER AT THE ITEM MASTER'S         *
      *                   STANDARD UNIT COST, WITH TOTALS PER         *
      *                   LOCATION. THEN COSTS THE MONTH'S "CADJ"     *
      *                   CYCLE-COUNT MOVEMENTS FROM THE AUDIT        *
      *                   GENERATIONS, SPLIT BY REASON -- BREAKAGE,   *
      *                   SHRINKAGE, MISCOUNT DOWN AND MISCOUNT UP -- *
      *                   AND PROVES THE UNITS COSTED AGAINST THE     *
      *                   UNITS ON THE AUDIT TRAIL. A WRITE-OFF THAT  *
      *                   DOES NOT TIE ENDS THE STEP RC 8; AN ITEM    *
      *                   WITH NO UNIT COST OR NO AUDIT TRAIL FOR     *
      *                   THE MONTH ENDS IT RC 4.                     *
      *  10/15/26   RJJ   AUDIT RECORD WIDENED TO 39 BYTES FOR THE    *
      *                   RUN DATE (AUDITREC.CPY).                    *
      *  10/15/26   RJJ   THE MONTH'S "CADJ" MOVEMENTS ARE NOW PICKED *
      *                   BY THE YYMM OF THEIR RUN DATE AGAINST THE   *
      *                   VALUATION MONTH, LIKE BOTLEDG, INSTEAD OF   *
      *                   BY WHICH GENERATIONS ARE ON AUDITIN. THE    *
      *                   YEARLY ARCHIVE (ARCHIVE DD) IS READ FIRST   *
      *                   FOR NIGHTS ALREADY ROLLED OFF THE GDG; A    *
      *                   LIVE NIGHT ALSO ON THE ARCHIVE IS SKIPPED.  *
      *                   A LIVE "CADJ" WITH NO RUN DATE CANNOT BE    *
      *                   PLACED AND IS COUNTED AS A WARNING.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOTTLE-STATUS ASSIGN TO BOTSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT ITEM-MASTER ASSIGN TO ITEMMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT BOTTLE-AUDIT ASSIGN TO AUDITIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT VALU-RPT    ASSIGN TO VALURPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-IN               PIC X(80).

       FD  BOTTLE-STATUS.
       COPY BOTSTAT.

       FD  ITEM-MASTER
           RECORDING MODE IS F.
       01  ITEM-MASTER-IN             PIC X(70).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD             PIC X(81).

       FD  BOTTLE-AUDIT
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(39).

       FD  VALU-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BOTTLER.
       COPY AUDITREC.

       01  WS-MONTH-CARD.
           05  WS-CARD-YY             PIC XX.
           05  WS-CARD-MM             PIC XX.
           05  FILLER                 PIC X(76).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-PARM-EOF            VALUE "Y".
           05  WS-STAT-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-STAT-EOF            VALUE "Y".
           05  WS-ITEM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-ITEM-EOF            VALUE "Y".
           05  WS-AUDIT-EOF-SW        PIC X(01)  VALUE "N".
               88  WS-AUDIT-EOF           VALUE "Y".
           05  WS-ARCH-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-ARCH-EOF            VALUE "Y".
           05  WS-ITEM-FOUND-SW       PIC X(01)  VALUE "N".
               88  WS-ITEM-FOUND          VALUE "Y".
           05  WS-LOC-FOUND-SW        PIC X(01)  VALUE "N".
               88  WS-LOC-FOUND           VALUE "Y".
           05  WS-WO-FOUND-SW         PIC X(01)  VALUE "N".
               88  WS-WO-FOUND            VALUE "Y".
           05  WS-ANY-WARNING-SW      PIC X(01)  VALUE "N".
               88  WS-ANY-WARNING         VALUE "Y".
           05  WS-NO-TIE-SW           PIC X(01)  VALUE "N".
               88  WS-NO-TIE              VALUE "Y".

       01  WS-STAT-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ITEM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-AUDIT-FILE-STATUS       PIC X(02)  VALUE "00".
       01  WS-ARCH-FILE-STATUS        PIC X(02)  VALUE "00".

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

      *  THE VALUATION MONTH (YYMM) AND THE RUN DATE OF THE AUDIT
      *  LINE IN HAND, SPLIT SO ITS MONTH CAN BE MATCHED.
       01  WS-MONTH-FIELDS.
           05  WS-VALU-YYMM.
               10  WS-VALU-YY         PIC X(02)  VALUE SPACES.
               10  WS-VALU-MM         PIC X(02)  VALUE SPACES.
           05  WS-ARCH-DATE           PIC X(06)  VALUE SPACES.
           05  WS-ARCH-HIGH-DATE      PIC X(06)  VALUE SPACES.
           05  WS-MOVE-DATE.
               10  WS-MOVE-YYMM       PIC X(04).
               10  WS-MOVE-DD         PIC X(02).

      *  ITEM MASTER ROLLED UP FOR THE LOOKUPS -- CODE, WORDING AND
      *  STANDARD UNIT COST PER ITEM. A COST OF ZERO IS FLAGGED ON
      *  THE REPORT; IT IS EITHER A FREE ITEM OR ONE NOBODY HAS
      *  COSTED YET.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY          OCCURS 100.
               10  WS-ITEM-CODE-T     PIC X(05).
               10  WS-ITEM-DESC       PIC X(15).
               10  WS-ITEM-COST       PIC 9(05)V99.
       01  WS-ITEM-COUNT              PIC 999    COMP VALUE 0.
       01  WS-ITEM-MAX                PIC 999    COMP VALUE 100.

      *  STOCK VALUE ROLLED UP PER LOCATION/WALL.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY           OCCURS 10.
               10  WS-LOC-ID          PIC X(02).
               10  WS-LOC-UNITS       PIC 9(07)  COMP.
               10  WS-LOC-VALUE       PIC 9(11)V99 COMP-3.
       01  WS-LOC-COUNT               PIC 999    COMP VALUE 0.
       01  WS-LOC-MAX                 PIC 999    COMP VALUE 10.

      *  THE MONTH'S CYCLE-COUNT UNITS PER ITEM AND LOCATION, ONE
      *  BUCKET PER REASON: 1 BREAKAGE, 2 SHRINKAGE, 3 MISCOUNT
      *  DOWN, 4 REASON NOT RECORDED (A DOWN MOVEMENT WRITTEN
      *  BEFORE THE AUDIT RECORD CARRIED THE REASON), 5 MISCOUNT
      *  UP. EVERY UP IS A MISCOUNT -- NOTHING ELSE PUTS UNITS BACK
      *  ON A WALL AT A COUNT -- WHICH IS HOW MAIN TALLIES THEM TOO.
       01  WS-WO-TABLE.
           05  WS-WO-ENTRY            OCCURS 200.
               10  WS-WO-ITEM         PIC X(05).
               10  WS-WO-LOC          PIC X(02).
               10  WS-WO-UNITS        OCCURS 5
                                      PIC 9(05)  COMP.
       01  WS-WO-COUNT                PIC 999    COMP VALUE 0.
       01  WS-WO-MAX                  PIC 999    COMP VALUE 200.
       77  WS-TAB-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.
       77  WS-WO-SUB                  PIC 999    COMP VALUE 0.
       77  WS-RSN-SUB                 PIC 9      COMP VALUE 0.

      *  REASON TOTALS FOR THE SUMMARY, SAME BUCKETS AS ABOVE.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY           OCCURS 5.
               10  WS-RSN-MOVES       PIC 9(05)  COMP.
               10  WS-RSN-UNITS       PIC 9(07)  COMP.
               10  WS-RSN-VALUE       PIC 9(11)V99 COMP-3.
       01  WS-RSN-LABEL-FLD.
           05  FILLER                 PIC X(22)  VALUE
               "BREAKAGE              ".
           05  FILLER                 PIC X(22)  VALUE
               "SHRINKAGE             ".
           05  FILLER                 PIC X(22)  VALUE
               "MISCOUNT DOWN         ".
           05  FILLER                 PIC X(22)  VALUE
               "REASON NOT RECORDED   ".
           05  FILLER                 PIC X(22)  VALUE
               "MISCOUNT UP (FOUND)   ".
       01  WS-RSN-LABEL-TBL REDEFINES WS-RSN-LABEL-FLD.
           05  WS-RSN-LABEL           OCCURS 5
                                      PIC X(22).

      *  THE STATUS KEY SPLIT INTO ITS ITEM-CODE PART FOR THE
      *  MASTER LOOKUP.
       01  WS-KEY-SPLIT.
           05  WS-KEY-ITEM            PIC X(05).
           05  WS-KEY-LOC             PIC X(02).
           05  FILLER                 PIC X(01).

       01  WS-VALU-FIELDS.
           05  WS-UNIT-COST           PIC 9(05)V99 VALUE 0.
           05  WS-WALL-VALUE          PIC 9(09)V99 COMP-3 VALUE 0.
           05  WS-MOVE-UNITS          PIC 9(05)  COMP VALUE 0.
           05  WS-MOVE-VALUE          PIC 9(09)V99 COMP-3 VALUE 0.
           05  WS-ITEM-NET-VALUE      PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-STOCK-UNITS         PIC 9(07)  COMP VALUE 0.
           05  WS-STOCK-VALUE         PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-WRITE-OFF-VALUE     PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-WRITE-OFF-UNITS     PIC 9(07)  COMP VALUE 0.
           05  WS-WRITE-OFF-MOVES     PIC 9(05)  COMP VALUE 0.
           05  WS-NET-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.

      *  WHAT THE AUDIT TRAIL ITSELF SAYS, FOR THE PROOF. THE UNITS
      *  COSTED ARE ADDED UP SEPARATELY FROM THE ROLLED-UP TABLE, SO
      *  A MOVEMENT DROPPED ON THE WAY (TABLE FULL) SHOWS AS A BREAK.
       01  WS-TRAIL-CTRS.
           05  WS-AUDIT-READ-COUNT    PIC 9(07)  COMP VALUE 0.
           05  WS-ARCH-MOVE-COUNT     PIC 9(07)  COMP VALUE 0.
           05  WS-OTHER-MONTH-COUNT   PIC 9(05)  COMP VALUE 0.
           05  WS-ALREADY-ARCH-COUNT  PIC 9(05)  COMP VALUE 0.
           05  WS-UNDATED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-CADJ-COUNT          PIC 9(05)  COMP VALUE 0.
           05  WS-TRAIL-DOWN-UNITS    PIC 9(07)  COMP VALUE 0.
           05  WS-TRAIL-UP-UNITS      PIC 9(07)  COMP VALUE 0.
           05  WS-COSTED-DOWN-UNITS   PIC 9(07)  COMP VALUE 0.
           05  WS-COSTED-UP-UNITS     PIC 9(07)  COMP VALUE 0.
           05  WS-UNUSABLE-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(05)  COMP VALUE 0.

       01  WS-VALU-CTRS.
           05  WS-STAT-READ-COUNT     PIC 999    COMP VALUE 0.
           05  WS-NOCOST-COUNT        PIC 999    COMP VALUE 0.
           05  WS-LOC-DROP-COUNT      PIC 999    COMP VALUE 0.

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
               "STOCK VALUATION / WRITE-OFFS ".
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

       01  WS-MONTH-LINE.
           05  FILLER                 PIC X(18)  VALUE
               "VALUATION MONTH : ".
           05  MON-MM                 PIC XX.
           05  FILLER                 PIC X      VALUE "/".
           05  MON-YY                 PIC XX.
           05  FILLER                 PIC X(57)  VALUE SPACES.

       01  WS-VALU-COLUMN-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "ITEM  LOC  DESCRIPTION      WALL UNIT CO".
           05  FILLER                 PIC X(40)  VALUE
               "ST         VALUE                        ".

       01  WS-VALU-DETAIL-LINE.
           05  VDT-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  VDT-LOC                PIC X(02).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  VDT-DESC               PIC X(15).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  VDT-WALL               PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  VDT-COST               PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  VDT-VALUE              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  VDT-NOTE               PIC X(20).
           05  FILLER                 PIC X(02)  VALUE SPACES.

       01  WS-LOC-TOTAL-LINE.
           05  LTL-LABEL              PIC X(16).
           05  LTL-LOC                PIC X(02).
           05  FILLER                 PIC X(10)  VALUE
               "   UNITS: ".
           05  LTL-UNITS              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(10)  VALUE
               "   VALUE: ".
           05  LTL-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(19)  VALUE SPACES.

       01  WS-WO-COLUMN-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "ITEM  LOC  UNIT COST  BREAK SHRINK MIS-D".
           05  FILLER                 PIC X(40)  VALUE
               "N NO-RSN MIS-UP  NET WRITE-OFF          ".

       01  WS-WO-DETAIL-LINE.
           05  WDT-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  WDT-LOC                PIC X(02).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WDT-COST               PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WDT-BREAK              PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WDT-SHRINK             PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WDT-MISC-DN            PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WDT-NO-RSN             PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WDT-MISC-UP            PIC ZZZZ9.
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  WDT-NET                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(10)  VALUE SPACES.

       01  WS-RSN-COLUMN-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "REASON                  MOVES      UNITS".
           05  FILLER                 PIC X(40)  VALUE
               "           VALUE                        ".

       01  WS-RSN-LINE.
           05  RSN-LABEL              PIC X(22).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  RSN-MOVES              PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  RSN-UNITS              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  RSN-VALUE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(23)  VALUE SPACES.

       01  WS-NET-LINE.
           05  FILLER                 PIC X(42)  VALUE
               "NET WRITE-OFF".
           05  NET-VALUE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(23)  VALUE SPACES.

       01  WS-DROP-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "  *** WRITE-OFF TABLE FULL, MOVEMENT NOT".
           05  FILLER                 PIC X(16)  VALUE
               " COSTED -- ITEM ".
           05  DRP-ITEM               PIC X(05).
           05  FILLER                 PIC X(06)  VALUE "  LOC ".
           05  DRP-LOC                PIC X(02).
           05  FILLER                 PIC X(11)  VALUE SPACES.

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
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
           PERFORM 2000-VALUE-WALL THRU 2000-EXIT
               UNTIL WS-STAT-EOF.
           CLOSE BOTTLE-STATUS.
           PERFORM 2500-PRINT-STOCK-TOTALS THRU 2500-EXIT.
           PERFORM 3000-LOAD-AUDIT THRU 3000-EXIT.
           PERFORM 4000-PRINT-WRITE-OFFS THRU 4000-EXIT.
           PERFORM 4500-PRINT-REASONS THRU 4500-EXIT.
           PERFORM 4800-PROVE-TRAIL THRU 4800-EXIT.
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
           CLOSE VALU-RPT.
           IF WS-ANY-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NO-TIE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE REPORT, READS THE OPTIONAL      *
      *  VALUATION-MONTH CARD (YYMM; BLANK OR MISSING MEANS THE RUN    *
      *  MONTH -- IT LABELS THE REPORT AND PICKS THE "CADJ" LINES TO   *
      *  COST BY THEIR RUN DATE) AND OPENS THE STATUS CLUSTER FOR THE  *
      *  SEQUENTIAL SWEEP. A MISSING STATUS CLUSTER ENDS THE STEP      *
      *  WITH RETURN CODE 16 -- THERE IS NO STOCK TO VALUE.            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT VALU-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           INITIALIZE WS-RSN-TABLE.

           MOVE SPACES TO WS-MONTH-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO PARM-CARD-IN
               AT END
                   MOVE "Y" TO WS-PARM-EOF-SW
           END-READ.
           CLOSE PARM-FILE.
           IF NOT WS-PARM-EOF
               MOVE PARM-CARD-IN TO WS-MONTH-CARD
           END-IF.
           IF WS-CARD-YY NUMERIC AND WS-CARD-MM NUMERIC
               MOVE WS-CARD-MM TO MON-MM
               MOVE WS-CARD-YY TO MON-YY
           ELSE
               MOVE WS-RUN-MM TO MON-MM
               MOVE WS-RUN-YY TO MON-YY
           END-IF.
           MOVE MON-YY TO WS-VALU-YY.
           MOVE MON-MM TO WS-VALU-MM.
           MOVE WS-MONTH-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           OPEN INPUT BOTTLE-STATUS.
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "BOTVALU - BOTTLE-STATUS FILE NOT AVAILABLE"
               END-DISPLAY
               MOVE "BOTTLE-STATUS FILE NOT AVAILABLE"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               CLOSE VALU-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-VALU-COLUMN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-MASTER -- LOADS EACH ITEM'S WORDING AND STANDARD    *
      *  UNIT COST INTO THE WORK TABLE. A MISSING MASTER IS ONLY A     *
      *  WARNING -- EVERY WALL THEN VALUES AT ZERO AND IS FLAGGED.     *
      ******************************************************************
       1200-LOAD-MASTER.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-FILE-STATUS NOT = "00"
               MOVE "ITEM MASTER NOT AVAILABLE, NO UNIT COSTS"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ITEM-EOF-SW
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1300-LOAD-ONE-ITEM THRU 1300-EXIT
               UNTIL WS-ITEM-EOF.
           CLOSE ITEM-MASTER.
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-ITEM.
           READ ITEM-MASTER INTO ITEM-MASTER-IN
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               GO TO 1300-EXIT
           END-IF.
           MOVE ITEM-MASTER-IN TO BOTTLE-RECORD.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE BR-ITEM-CODE TO WS-ITEM-CODE-T (WS-ITEM-COUNT).
           MOVE BR-ITEM-MESSAGE TO WS-ITEM-DESC (WS-ITEM-COUNT).
      *    A RECORD WRITTEN BEFORE THE COST FIELD EXISTED HAS
      *    SPACES THERE -- IT VALUES AT ZERO UNTIL BOTMAINT SETS ONE.
           IF BR-UNIT-COST NUMERIC
               MOVE BR-UNIT-COST TO WS-ITEM-COST (WS-ITEM-COUNT)
           ELSE
               MOVE 0 TO WS-ITEM-COST (WS-ITEM-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-FIND-MASTER-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW.
           PERFORM 1410-SCAN-MASTER-TABLE THRU 1410-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ITEM-COUNT
                  OR WS-ITEM-FOUND.
       1400-EXIT.
           EXIT.

       1410-SCAN-MASTER-TABLE.
           IF WS-ITEM-CODE-T (WS-TAB-SUB) = WS-KEY-ITEM
               MOVE "Y" TO WS-ITEM-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       1410-EXIT.
           EXIT.

      ******************************************************************
      *  2000-VALUE-WALL -- READS THE NEXT STATUS RECORD AND VALUES    *
      *  ITS WALL AT THE ITEM'S STANDARD UNIT COST. AN ITEM NOT ON     *
      *  THE MASTER, OR ON IT WITH NO COST, VALUES AT ZERO AND IS      *
      *  NOTED SO FINANCE KNOWS THE TOTAL IS LIGHT.                    *
      ******************************************************************
       2000-VALUE-WALL.
           READ BOTTLE-STATUS
               AT END
                   MOVE "Y" TO WS-STAT-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
      *    THE LITERAL "CURRENT " KEY IS AN ITEM-LESS RUN'S RECORD,
      *    NOT STOCK OF ANY ITEM. SKIP IT.
           IF STAT-KEY = "CURRENT "
               GO TO 2000-EXIT
           END-IF.
           IF STAT-WALL-NUMBER NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-STAT-READ-COUNT.
           MOVE STAT-KEY TO WS-KEY-SPLIT.

           MOVE SPACES TO VDT-NOTE.
           MOVE SPACES TO VDT-DESC.
           MOVE 0 TO WS-UNIT-COST.
           PERFORM 1400-FIND-MASTER-ITEM THRU 1400-EXIT.
           IF WS-ITEM-FOUND
               MOVE WS-ITEM-DESC (WS-FOUND-SUB) TO VDT-DESC
               MOVE WS-ITEM-COST (WS-FOUND-SUB) TO WS-UNIT-COST
               IF WS-UNIT-COST = 0
                   MOVE "NO UNIT COST" TO VDT-NOTE
               END-IF
           ELSE
               MOVE "NOT ON ITEM MASTER" TO VDT-NOTE
           END-IF.
           IF WS-UNIT-COST = 0
               ADD 1 TO WS-NOCOST-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
           END-IF.

           MULTIPLY STAT-WALL-NUMBER BY WS-UNIT-COST
               GIVING WS-WALL-VALUE.
           ADD STAT-WALL-NUMBER TO WS-STOCK-UNITS.
           ADD WS-WALL-VALUE TO WS-STOCK-VALUE.
           PERFORM 2100-ADD-LOCATION THRU 2100-EXIT.

           MOVE WS-KEY-ITEM TO VDT-ITEM.
           MOVE WS-KEY-LOC TO VDT-LOC.
           MOVE STAT-WALL-NUMBER TO VDT-WALL.
           MOVE WS-UNIT-COST TO VDT-COST.
           MOVE WS-WALL-VALUE TO VDT-VALUE.
           MOVE WS-VALU-DETAIL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-ADD-LOCATION -- ROLLS THE WALL INTO ITS LOCATION'S       *
      *  TOTAL. A LOCATION TABLE THAT FILLS ONLY LOSES THE LOCATION    *
      *  BREAKDOWN -- THE GRAND TOTAL ABOVE IS ALREADY TAKEN.          *
      ******************************************************************
       2100-ADD-LOCATION.
           MOVE "N" TO WS-LOC-FOUND-SW.
           PERFORM 2110-SCAN-LOC-TABLE THRU 2110-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-LOC-COUNT
                  OR WS-LOC-FOUND.
           IF NOT WS-LOC-FOUND
               IF WS-LOC-COUNT >= WS-LOC-MAX
                   ADD 1 TO WS-LOC-DROP-COUNT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-LOC-COUNT
               MOVE WS-LOC-COUNT TO WS-FOUND-SUB
               MOVE WS-KEY-LOC TO WS-LOC-ID (WS-FOUND-SUB)
               MOVE 0 TO WS-LOC-UNITS (WS-FOUND-SUB)
               MOVE 0 TO WS-LOC-VALUE (WS-FOUND-SUB)
           END-IF.
           ADD STAT-WALL-NUMBER TO WS-LOC-UNITS (WS-FOUND-SUB).
           ADD WS-WALL-VALUE TO WS-LOC-VALUE (WS-FOUND-SUB).
       2100-EXIT.
           EXIT.

       2110-SCAN-LOC-TABLE.
           IF WS-LOC-ID (WS-TAB-SUB) = WS-KEY-LOC
               MOVE "Y" TO WS-LOC-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  2500-PRINT-STOCK-TOTALS -- STOCK UNITS AND VALUE PER          *
      *  LOCATION, THEN FOR THE WHOLE WAREHOUSE.                       *
      ******************************************************************
       2500-PRINT-STOCK-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-STAT-READ-COUNT = 0
               MOVE "NO STATUS RECORDS ON FILE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 2510-PRINT-LOCATION THRU 2510-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-LOC-COUNT.
           IF WS-LOC-DROP-COUNT > 0
               MOVE "  LOCATION TABLE FULL, BREAKDOWN INCOMPLETE"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           MOVE "  ALL LOCATIONS " TO LTL-LABEL.
           MOVE SPACES TO LTL-LOC.
           MOVE WS-STOCK-UNITS TO LTL-UNITS.
           MOVE WS-STOCK-VALUE TO LTL-VALUE.
           MOVE WS-LOC-TOTAL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2500-EXIT.
           EXIT.

       2510-PRINT-LOCATION.
           MOVE "  LOCATION      " TO LTL-LABEL.
           MOVE WS-LOC-ID (WS-TAB-SUB) TO LTL-LOC.
           MOVE WS-LOC-UNITS (WS-TAB-SUB) TO LTL-UNITS.
           MOVE WS-LOC-VALUE (WS-TAB-SUB) TO LTL-VALUE.
           MOVE WS-LOC-TOTAL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOAD-AUDIT -- READS THE YEARLY ARCHIVE AND THEN THE LIVE *
      *  AUDIT GENERATIONS (THE AUDITIN DD CONCATENATES THEM) AND      *
      *  ROLLS EVERY "CADJ" MOVEMENT RUN IN THE VALUATION MONTH UP BY  *
      *  ITEM, LOCATION AND REASON. NO LIVE AUDIT TRAIL IS A WARNING   *
      *  -- THE STOCK VALUATION STANDS, BUT THE WRITE-OFFS ARE COSTED  *
      *  FROM THE ARCHIVE ALONE.                                       *
      ******************************************************************
       3000-LOAD-AUDIT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3050-READ-ARCHIVE THRU 3050-EXIT.
           OPEN INPUT BOTTLE-AUDIT.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "NO LIVE AUDIT TRAIL, ARCHIVE ONLY"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-AUDIT-EOF-SW
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3080-READ-LIVE-REC THRU 3080-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE BOTTLE-AUDIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-READ-ARCHIVE -- WALKS THE YEARLY ARCHIVE FOR THE NIGHTS  *
      *  ALREADY ROLLED OFF THE GDG. EACH "I" INDEX RECORD DATES THE   *
      *  AUDIT LINES BEHIND IT. THE HIGHEST DATE ARCHIVED IS KEPT SO   *
      *  THE SAME NIGHT IS NOT COSTED AGAIN FROM THE LIVE GDG. NO      *
      *  ARCHIVE (A NEW YEAR, OR A MONTH STILL ALL LIVE) IS ONLY A     *
      *  WARNING.                                                      *
      ******************************************************************
       3050-READ-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE NOT AVAILABLE, LIVE GENERATIONS ONLY"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3060-READ-ARCHIVE-REC THRU 3060-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       3050-EXIT.
           EXIT.

       3060-READ-ARCHIVE-REC.
           READ ARCHIVE-FILE INTO WS-ARCH-INDEX
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-SW
                   GO TO 3060-EXIT
           END-READ.
           IF AIX-IS-INDEX
               MOVE AIX-RUN-DATE TO WS-ARCH-DATE
               IF WS-ARCH-DATE > WS-ARCH-HIGH-DATE
                   MOVE WS-ARCH-DATE TO WS-ARCH-HIGH-DATE
               END-IF
               GO TO 3060-EXIT
           END-IF.
           IF NOT AIX-IS-AUDIT
               GO TO 3060-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-MOVE-COUNT.
           MOVE AAD-AUDIT-LINE TO WS-AUDIT-LINE.
           IF AUDIT-COUNTER-ID NOT = "CADJ"
               GO TO 3060-EXIT
           END-IF.
           MOVE WS-ARCH-DATE TO WS-MOVE-DATE.
           PERFORM 3100-TALLY-CADJ THRU 3100-EXIT.
       3060-EXIT.
           EXIT.

      ******************************************************************
      *  3080-READ-LIVE-REC -- ONE LINE FROM THE LIVE GENERATIONS,     *
      *  DATED BY ITS OWN RUN DATE. A NIGHT ALREADY ON THE ARCHIVE IS  *
      *  SKIPPED. A "CADJ" WRITTEN BEFORE THE AUDIT RECORD CARRIED THE *
      *  DATE CANNOT BE PLACED IN A MONTH -- IT IS COUNTED AND THE     *
      *  STEP ENDS RC 4.                                               *
      ******************************************************************
       3080-READ-LIVE-REC.
           READ BOTTLE-AUDIT INTO WS-AUDIT-LINE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SW
                   GO TO 3080-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           IF AUDIT-COUNTER-ID NOT = "CADJ"
               GO TO 3080-EXIT
           END-IF.
           IF AUDIT-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 3080-EXIT
           END-IF.
           IF AUDIT-RUN-DATE NOT > WS-ARCH-HIGH-DATE
               ADD 1 TO WS-ALREADY-ARCH-COUNT
               GO TO 3080-EXIT
           END-IF.
           MOVE AUDIT-RUN-DATE TO WS-MOVE-DATE.
           PERFORM 3100-TALLY-CADJ THRU 3100-EXIT.
       3080-EXIT.
           EXIT.

      ******************************************************************
      *  3100-TALLY-CADJ -- COSTS ONE "CADJ" LINE (WS-AUDIT-LINE,      *
      *  DATED BY WS-MOVE-DATE) WHEN IT RAN IN THE VALUATION MONTH.    *
      *  ONE FROM ANY OTHER MONTH IS ONLY COUNTED.                     *
      ******************************************************************
       3100-TALLY-CADJ.
           IF WS-MOVE-YYMM NOT = WS-VALU-YYMM
               ADD 1 TO WS-OTHER-MONTH-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CADJ-COUNT.
           IF AUDIT-OLD-COUNT NOT NUMERIC
            OR AUDIT-NEW-COUNT NOT NUMERIC
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 3100-EXIT
           END-IF.

           IF AUDIT-NEW-COUNT < AUDIT-OLD-COUNT
               SUBTRACT AUDIT-NEW-COUNT FROM AUDIT-OLD-COUNT
                   GIVING WS-MOVE-UNITS
               ADD WS-MOVE-UNITS TO WS-TRAIL-DOWN-UNITS
               EVALUATE AUDIT-REASON-CODE
                   WHEN "B"
                       MOVE 1 TO WS-RSN-SUB
                   WHEN "S"
                       MOVE 2 TO WS-RSN-SUB
                   WHEN "M"
                       MOVE 3 TO WS-RSN-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-RSN-SUB
               END-EVALUATE
           ELSE
               SUBTRACT AUDIT-OLD-COUNT FROM AUDIT-NEW-COUNT
                   GIVING WS-MOVE-UNITS
               ADD WS-MOVE-UNITS TO WS-TRAIL-UP-UNITS
               MOVE 5 TO WS-RSN-SUB
           END-IF.

           PERFORM 3200-FIND-WO-ENTRY THRU 3200-EXIT.
           IF NOT WS-WO-FOUND
               IF WS-WO-COUNT >= WS-WO-MAX
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE AUDIT-ITEM-CODE TO DRP-ITEM
                   MOVE AUDIT-LOCATION TO DRP-LOC
                   MOVE WS-DROP-LINE TO WS-PRINT-TEXT
                   PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-WO-COUNT
               MOVE WS-WO-COUNT TO WS-FOUND-SUB
               MOVE AUDIT-ITEM-CODE TO WS-WO-ITEM (WS-FOUND-SUB)
               MOVE AUDIT-LOCATION TO WS-WO-LOC (WS-FOUND-SUB)
               PERFORM 3300-CLEAR-WO-UNITS THRU 3300-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > 5
           END-IF.
           ADD WS-MOVE-UNITS TO WS-WO-UNITS (WS-FOUND-SUB, WS-RSN-SUB).
           ADD 1 TO WS-RSN-MOVES (WS-RSN-SUB).
       3100-EXIT.
           EXIT.

       3200-FIND-WO-ENTRY.
           MOVE "N" TO WS-WO-FOUND-SW.
           PERFORM 3210-SCAN-WO-TABLE THRU 3210-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-WO-COUNT
                  OR WS-WO-FOUND.
       3200-EXIT.
           EXIT.

       3210-SCAN-WO-TABLE.
           IF WS-WO-ITEM (WS-TAB-SUB) = AUDIT-ITEM-CODE
            AND WS-WO-LOC (WS-TAB-SUB) = AUDIT-LOCATION
               MOVE "Y" TO WS-WO-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       3210-EXIT.
           EXIT.

       3300-CLEAR-WO-UNITS.
           MOVE 0 TO WS-WO-UNITS (WS-FOUND-SUB, WS-TAB-SUB).
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PRINT-WRITE-OFFS -- ONE LINE PER ITEM AND LOCATION THAT  *
      *  HAD A CYCLE-COUNT CHANGE THIS MONTH: UNITS BY REASON AND THE  *
      *  NET WRITE-OFF AT STANDARD COST (DOWNS LESS MISCOUNTS FOUND;   *
      *  A NET GAIN PRINTS WITH A TRAILING MINUS). THE UNITS AND       *
      *  VALUES ARE ALSO ROLLED INTO THE REASON TOTALS HERE.           *
      ******************************************************************
       4000-PRINT-WRITE-OFFS.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           MOVE "CYCLE-COUNT WRITE-OFFS AT STANDARD COST"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-WO-COUNT = 0
               MOVE "NO CYCLE-COUNT CHANGES ON THE AUDIT TRAIL"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-WO-COLUMN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4100-PRINT-WO-ITEM THRU 4100-EXIT
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-WO-ITEM.
           MOVE WS-WO-ITEM (WS-WO-SUB) TO WS-KEY-ITEM.
           MOVE 0 TO WS-UNIT-COST.
           PERFORM 1400-FIND-MASTER-ITEM THRU 1400-EXIT.
           IF WS-ITEM-FOUND
               MOVE WS-ITEM-COST (WS-FOUND-SUB) TO WS-UNIT-COST
           END-IF.

           MOVE 0 TO WS-ITEM-NET-VALUE.
           PERFORM 4200-COST-REASON THRU 4200-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 5.

           MOVE WS-WO-ITEM (WS-WO-SUB) TO WDT-ITEM.
           MOVE WS-WO-LOC (WS-WO-SUB) TO WDT-LOC.
           MOVE WS-UNIT-COST TO WDT-COST.
           MOVE WS-WO-UNITS (WS-WO-SUB, 1) TO WDT-BREAK.
           MOVE WS-WO-UNITS (WS-WO-SUB, 2) TO WDT-SHRINK.
           MOVE WS-WO-UNITS (WS-WO-SUB, 3) TO WDT-MISC-DN.
           MOVE WS-WO-UNITS (WS-WO-SUB, 4) TO WDT-NO-RSN.
           MOVE WS-WO-UNITS (WS-WO-SUB, 5) TO WDT-MISC-UP.
           MOVE WS-ITEM-NET-VALUE TO WDT-NET.
           MOVE WS-WO-DETAIL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       4200-COST-REASON.
           MOVE WS-WO-UNITS (WS-WO-SUB, WS-RSN-SUB) TO WS-MOVE-UNITS.
           MULTIPLY WS-MOVE-UNITS BY WS-UNIT-COST
               GIVING WS-MOVE-VALUE.
           ADD WS-MOVE-UNITS TO WS-RSN-UNITS (WS-RSN-SUB).
           ADD WS-MOVE-VALUE TO WS-RSN-VALUE (WS-RSN-SUB).
           IF WS-RSN-SUB = 5
               SUBTRACT WS-MOVE-VALUE FROM WS-ITEM-NET-VALUE
               ADD WS-MOVE-UNITS TO WS-COSTED-UP-UNITS
           ELSE
               ADD WS-MOVE-VALUE TO WS-ITEM-NET-VALUE
               ADD WS-MOVE-UNITS TO WS-COSTED-DOWN-UNITS
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4500-PRINT-REASONS -- THE MONTH'S WRITE-OFFS BY REASON: THE   *
      *  THREE DOWN REASONS (AND ANY DOWN WITH NO REASON RECORDED)     *
      *  ADD TO THE TOTAL WRITTEN OFF; MISCOUNTS FOUND COME OFF IT     *
      *  FOR THE NET.                                                  *
      ******************************************************************
       4500-PRINT-REASONS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-RSN-COLUMN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4510-PRINT-ONE-REASON THRU 4510-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 4.

           MOVE 0 TO WS-WRITE-OFF-MOVES.
           MOVE 0 TO WS-WRITE-OFF-UNITS.
           MOVE 0 TO WS-WRITE-OFF-VALUE.
           PERFORM 4520-ADD-WRITE-OFF THRU 4520-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 4.
           MOVE "TOTAL WRITTEN OFF" TO RSN-LABEL.
           MOVE WS-WRITE-OFF-MOVES TO RSN-MOVES.
           MOVE WS-WRITE-OFF-UNITS TO RSN-UNITS.
           MOVE WS-WRITE-OFF-VALUE TO RSN-VALUE.
           MOVE WS-RSN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           MOVE 5 TO WS-RSN-SUB.
           PERFORM 4510-PRINT-ONE-REASON THRU 4510-EXIT.

           SUBTRACT WS-RSN-VALUE (5) FROM WS-WRITE-OFF-VALUE
               GIVING WS-NET-VALUE.
           MOVE WS-NET-VALUE TO NET-VALUE.
           MOVE WS-NET-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

       4510-PRINT-ONE-REASON.
           MOVE WS-RSN-LABEL (WS-RSN-SUB) TO RSN-LABEL.
           MOVE WS-RSN-MOVES (WS-RSN-SUB) TO RSN-MOVES.
           MOVE WS-RSN-UNITS (WS-RSN-SUB) TO RSN-UNITS.
           MOVE WS-RSN-VALUE (WS-RSN-SUB) TO RSN-VALUE.
           MOVE WS-RSN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4510-EXIT.
           EXIT.

       4520-ADD-WRITE-OFF.
           ADD WS-RSN-MOVES (WS-RSN-SUB) TO WS-WRITE-OFF-MOVES.
           ADD WS-RSN-UNITS (WS-RSN-SUB) TO WS-WRITE-OFF-UNITS.
           ADD WS-RSN-VALUE (WS-RSN-SUB) TO WS-WRITE-OFF-VALUE.
       4520-EXIT.
           EXIT.

      ******************************************************************
      *  4800-PROVE-TRAIL -- THE UNITS COSTED ABOVE MUST EQUAL THE     *
      *  "CADJ" UNITS ON THE AUDIT TRAIL, DOWN AND UP SEPARATELY. ANY  *
      *  DIFFERENCE (A MOVEMENT DROPPED WHEN THE TABLE FILLED, OR A    *
      *  RECORD TOO DAMAGED TO READ) MEANS THE WRITE-OFF CANNOT BE     *
      *  HANDED TO FINANCE -- RETURN CODE 8.                           *
      ******************************************************************
       4800-PROVE-TRAIL.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "AUDIT TRAIL PROOF" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "AUDIT RECORDS READ  . . . :" TO CNT-LABEL.
           MOVE WS-AUDIT-READ-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ARCHIVED RECORDS READ . . :" TO CNT-LABEL.
           MOVE WS-ARCH-MOVE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "CYCLE COUNTS OTHER MONTHS :" TO CNT-LABEL.
           MOVE WS-OTHER-MONTH-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "CYCLE COUNTS ON ARCHIVE . :" TO CNT-LABEL.
           MOVE WS-ALREADY-ARCH-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-UNDATED-COUNT > 0
               MOVE "CYCLE COUNTS WITH NO DATE :" TO CNT-LABEL
               MOVE WS-UNDATED-COUNT TO CNT-VALUE
               MOVE WS-COUNT-LINE TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           MOVE "CYCLE-COUNT UNITS DOWN  . :" TO CNT-LABEL.
           MOVE WS-TRAIL-DOWN-UNITS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "  UNITS DOWN COSTED . . . :" TO CNT-LABEL.
           MOVE WS-COSTED-DOWN-UNITS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "CYCLE-COUNT UNITS UP  . . :" TO CNT-LABEL.
           MOVE WS-TRAIL-UP-UNITS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "  UNITS UP COSTED . . . . :" TO CNT-LABEL.
           MOVE WS-COSTED-UP-UNITS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-UNUSABLE-COUNT > 0
               MOVE "CADJ RECORDS NOT READABLE :" TO CNT-LABEL
               MOVE WS-UNUSABLE-COUNT TO CNT-VALUE
               MOVE WS-COUNT-LINE TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-NO-TIE-SW
           END-IF.
           IF WS-TRAIL-DOWN-UNITS NOT = WS-COSTED-DOWN-UNITS
            OR WS-TRAIL-UP-UNITS NOT = WS-COSTED-UP-UNITS
               MOVE "Y" TO WS-NO-TIE-SW
           END-IF.
           IF WS-NO-TIE
               MOVE "*** WRITE-OFF DOES NOT TIE TO THE AUDIT TRAIL ***"
                   TO WS-PRINT-TEXT
               DISPLAY "BOTVALU - WRITE-OFF DOES NOT TIE TO THE "
                   "AUDIT TRAIL"
               END-DISPLAY
           ELSE
               MOVE "WRITE-OFF TIES TO THE AUDIT TRAIL"
                   TO WS-PRINT-TEXT
           END-IF.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4800-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-TOTALS -- CLOSES THE REPORT WITH THE COUNTS OF     *
      *  WALLS VALUED AND OF THOSE VALUED AT ZERO.                     *
      ******************************************************************
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "WALLS VALUED  . . . . . . :" TO CNT-LABEL.
           MOVE WS-STAT-READ-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "WALLS WITH NO UNIT COST . :" TO CNT-LABEL.
           MOVE WS-NOCOST-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "CYCLE-COUNT MOVEMENTS . . :" TO CNT-LABEL.
           MOVE WS-CADJ-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE VALUATION      *
      *  REPORT, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.         *
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
