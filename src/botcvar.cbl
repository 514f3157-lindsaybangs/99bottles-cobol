      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTCVAR                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTCVAR.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL CYCLE-COUNT VARIANCE REPORT. RUNS   *
      *                   AFTER MAIN HAS APPLIED THE NIGHT'S COUNTS.  *
      *                   EVERY ADJUSTMENT ON THE EDITED ADJFILE IS   *
      *                   MATCHED BY ITS COUNT REFERENCE TO THE SHEET *
      *                   BOTSHEET ISSUED (SEE CNTSHEET.CPY), AND THE *
      *                   COUNTED VALUE IS COMPARED WITH THE STATUS   *
      *                   BALANCE THE SHEET WAS ISSUED AGAINST --     *
      *                   VARIANCE IN UNITS AND PERCENT PER COUNT,    *
      *                   THEN TOTALLED BY REASON CODE. A COUNT WITH  *
      *                   NO SHEET, FOR THE WRONG WALL, OR RETURNED   *
      *                   TWICE IS LISTED AS AN EXCEPTION. EVERY      *
      *                   SHEET ISSUED BUT NOT YET BACK IS LISTED     *
      *                   AND CARRIED TO THE NEXT CONTROL GENERATION, *
      *                   UNTIL IT AGES OUT.                          *
      *  10/15/26   RJJ   A COUNT MAIN HELD FOR APPROVAL (ON ADJHOLD, *
      *                   SEE ADJPEND.CPY) DID NOT POST, SO IT IS     *
      *                   LISTED AS HELD AND ITS SHEET STAYS OUT      *
      *                   UNTIL THE RELEASED COUNT COMES BACK, WHEN   *
      *                   IT IS MEASURED AND NOTED WITH THE           *
      *                   APPROVER'S ID.                              *
      *  10/15/26   RJJ   A VARIANCE PERCENT TOO BIG FOR ITS FIELD    *
      *                   (A FULL WALL COUNTED AGAINST A SYSTEM       *
      *                   BALANCE OF A UNIT OR TWO) NOW PRINTS AS     *
      *                   "9999+" INSTEAD OF BEING TRUNCATED.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-IN       ASSIGN TO CNTCTLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ADJUST-FILE  ASSIGN TO ADJFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ADJ-HOLD     ASSIGN TO ADJHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHLD-FILE-STATUS.

           SELECT CTL-OUT      ASSIGN TO CNTCTLO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VAR-RPT      ASSIGN TO VARRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-IN
           RECORDING MODE IS F.
       01  CTL-IN-REC                 PIC X(40).

       FD  ADJUST-FILE
           RECORDING MODE IS F.
       01  ADJ-IN-REC                 PIC X(30).

       FD  ADJ-HOLD
           RECORDING MODE IS F.
       01  ADJ-HOLD-REC               PIC X(60).

       FD  CTL-OUT
           RECORDING MODE IS F.
       01  CTL-OUT-REC                PIC X(40).

       FD  VAR-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY ADJCARD.
       COPY CNTSHEET.
       COPY ADJPEND.

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-CTL-EOF             VALUE "Y".
           05  WS-ADJ-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-ADJ-EOF             VALUE "Y".
           05  WS-AHLD-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-AHLD-EOF            VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".
           05  WS-ANY-EXCEPT-SW       PIC X(01)  VALUE "N".
               88  WS-ANY-EXCEPTION       VALUE "Y".
           05  WS-PCT-OVER-SW         PIC X(01)  VALUE "N".
               88  WS-PCT-OVER            VALUE "Y".

       01  WS-CTL-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-ADJ-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-AHLD-FILE-STATUS        PIC X(02)  VALUE "00".

      *  A SHEET STILL NOT BACK AFTER THIS MANY NIGHTS IS DROPPED
      *  FROM CONTROL AND LISTED AS EXPIRED -- THE COUNT WAS NEVER
      *  DONE, AND ITS SYSTEM BALANCE IS TOO OLD TO MEASURE A
      *  VARIANCE AGAINST ANY MORE. BOTSHEET ISSUES A FRESH ONE.
       01  WS-EXPIRE-NIGHTS           PIC 999    VALUE 30.

      *  THE SHEETS ON CONTROL, EACH WITH A RETURNED FLAG SET AS
      *  TONIGHT'S COUNTS CLAIM THEM.
       01  WS-SHEET-TABLE.
           05  WS-SHEET-ENTRY         OCCURS 500.
               10  WS-SHEET-IMAGE.
                   15  WS-SHEET-REF   PIC X(10).
                   15  FILLER         PIC X(30).
               10  WS-SHEET-RET-SW    PIC X(01).
                   88  WS-SHEET-RETURNED  VALUE "Y".
       01  WS-SHEET-COUNT             PIC 999    COMP VALUE 0.
       01  WS-SHEET-MAX               PIC 999    COMP VALUE 500.

      *  COUNTS HELD FOR APPROVAL AND NOT YET DECIDED -- COUNT
      *  REFERENCE, ITEM AND WALL. A HOLD PAST THE END OF THE TABLE
      *  IS NOT LOADED; ITS COUNT IS MEASURED AS IF IT HAD POSTED.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY          OCCURS 500.
               10  WS-HELD-REF        PIC X(10).
               10  WS-HELD-ITEM       PIC X(05).
               10  WS-HELD-LOC        PIC X(02).
       01  WS-HELD-TBL-COUNT          PIC 999    COMP VALUE 0.
       01  WS-HELD-MAX                PIC 999    COMP VALUE 500.
       77  WS-TAB-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.

      *  VARIANCE TOTALS BY REASON CODE -- B BREAKAGE, S SHRINKAGE,
      *  M MISCOUNT, IN THAT ORDER -- AND FOR ALL REASONS.
       01  WS-REASON-CODES            PIC X(03)  VALUE "BSM".
       01  WS-REASON-CODE-TBL REDEFINES WS-REASON-CODES.
           05  WS-REASON-CODE         OCCURS 3
                                      PIC X(01).
       01  WS-REASON-DESCS.
           05  FILLER                 PIC X(10)  VALUE "BREAKAGE  ".
           05  FILLER                 PIC X(10)  VALUE "SHRINKAGE ".
           05  FILLER                 PIC X(10)  VALUE "MISCOUNT  ".
       01  WS-REASON-DESC-TBL REDEFINES WS-REASON-DESCS.
           05  WS-REASON-DESC         OCCURS 3
                                      PIC X(10).
       01  WS-REASON-TOTALS.
           05  WS-RSN-ENTRY           OCCURS 4.
               10  WS-RSN-COUNTS      PIC 9(05)  COMP.
               10  WS-RSN-SYSTEM      PIC 9(07)  COMP.
               10  WS-RSN-COUNTED     PIC 9(07)  COMP.
               10  WS-RSN-UP          PIC 9(07)  COMP.
               10  WS-RSN-DOWN        PIC 9(07)  COMP.
       77  WS-RSN-SUB                 PIC 9      COMP VALUE 0.
       77  WS-ALL-SUB                 PIC 9      COMP VALUE 4.

       01  WS-VAR-FIELDS.
           05  WS-VAR-UNITS           PIC S9(05) COMP VALUE 0.
           05  WS-VAR-NET             PIC S9(07) COMP VALUE 0.
           05  WS-VAR-PCT             PIC S9(04)V9 VALUE 0.

       01  WS-VAR-CTRS.
           05  WS-ADJ-READ-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-RETURNED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-NO-SHEET-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-WRONG-WALL-COUNT    PIC 9(05)  COMP VALUE 0.
           05  WS-TWICE-COUNT         PIC 9(05)  COMP VALUE 0.
           05  WS-HELD-COUNT          PIC 9(05)  COMP VALUE 0.
           05  WS-OUTSTANDING-COUNT   PIC 9(05)  COMP VALUE 0.
           05  WS-EXPIRED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-OVERFLOW-COUNT      PIC 9(05)  COMP VALUE 0.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.

       01  WS-RPT-CTRS.
           05  WS-LINE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-PAGE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-LINES-PER-PAGE      PIC 999    COMP VALUE 60.

       01  WS-RUN-DATE-FLD.
           05  WS-RUN-YY              PIC 99.
           05  WS-RUN-MM              PIC 99.
           05  WS-RUN-DD              PIC 99.

       01  WS-ISSUE-DATE-FLD.
           05  WS-ISSUE-YY            PIC 99.
           05  WS-ISSUE-MM            PIC 99.
           05  WS-ISSUE-DD            PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(29)  VALUE
               "CYCLE-COUNT VARIANCE REPORT  ".
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

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "COUNT REF  ITEM  LO R  SYS  CNT    VAR  ".
           05  FILLER                 PIC X(40)  VALUE
               "    PCT  NOTE".

       01  WS-DETAIL-LINE.
           05  DTL-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-LOC                PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-REASON             PIC X(01).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-SYSTEM             PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-COUNTED            PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-VAR                PIC ZZZ9-.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-PCT                PIC ZZZ9.9-.
           05  DTL-PCT-X REDEFINES DTL-PCT
                                      PIC X(07).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-NOTE               PIC X(20).
           05  FILLER                 PIC X(11)  VALUE SPACES.

      *  A COUNT THAT CANNOT BE MEASURED -- NO SHEET, WRONG WALL OR
      *  RETURNED TWICE -- PRINTS WITHOUT THE SYSTEM AND VARIANCE
      *  COLUMNS.
       01  WS-EXCEPT-LINE.
           05  EXC-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  EXC-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  EXC-LOC                PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  EXC-REASON             PIC X(01).
           05  FILLER                 PIC X(07)  VALUE SPACES.
           05  EXC-COUNTED            PIC X(03).
           05  FILLER                 PIC X(18)  VALUE SPACES.
           05  EXC-NOTE               PIC X(31).

       01  WS-SUMMARY-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "R  REASON    COUNTS  SYSTEM COUNTED     ".
           05  FILLER                 PIC X(40)  VALUE
               "UP   DOWN     NET      PCT".

       01  WS-SUMMARY-LINE.
           05  SUM-REASON             PIC X(01).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-DESC               PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  SUM-COUNTS             PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-SYSTEM             PIC ZZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-COUNTED            PIC ZZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-UP                 PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-DOWN               PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-NET                PIC ZZZZ9-.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SUM-PCT                PIC ZZZ9.9-.
           05  SUM-PCT-X REDEFINES SUM-PCT
                                      PIC X(07).
           05  FILLER                 PIC X(14)  VALUE SPACES.

       01  WS-OUTSTAND-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "COUNT REF  ITEM  LO ISSUED   NIGHTS  STA".
           05  FILLER                 PIC X(40)  VALUE
               "TUS".

       01  WS-OUTSTAND-LINE.
           05  OUT-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  OUT-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  OUT-LOC                PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  OUT-MM                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  OUT-DD                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  OUT-YY                 PIC 99.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  OUT-NIGHTS             PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  OUT-STATUS             PIC X(20).
           05  FILLER                 PIC X(23)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC ZZZZ9.
           05  FILLER                 PIC X(47)  VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-SHEET THRU 1500-EXIT
               UNTIL WS-CTL-EOF.
           PERFORM 1600-LOAD-HELD THRU 1600-EXIT
               UNTIL WS-AHLD-EOF.
           PERFORM 2000-MATCH-COUNT THRU 2000-EXIT
               UNTIL WS-ADJ-EOF.
           PERFORM 3000-SUMMARIZE-REASONS THRU 3000-EXIT.
           PERFORM 4000-LIST-OUTSTANDING THRU 4000-EXIT.
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
           CLOSE CTL-OUT.
           CLOSE VAR-RPT.
           IF WS-ANY-EXCEPTION
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE REPORT AND OPENS THE CONTROL    *
      *  AND ADJUSTMENT FILES. NO CONTROL FILE MEANS NO SHEETS HAVE    *
      *  BEEN ISSUED YET; NO ADJUSTMENT FILE IS A NIGHT WITH NO        *
      *  COUNTS; NO HOLD FILE MEANS NO COUNT IS WAITING FOR APPROVAL.  *
      *  NONE OF THEM STOPS THE STEP.                                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT VAR-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.

           OPEN OUTPUT CTL-OUT.
           OPEN INPUT CTL-IN.
           IF WS-CTL-FILE-STATUS NOT = "00"
               MOVE "NO COUNT SHEET CONTROL FILE ON HAND"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-CTL-EOF-SW
           END-IF.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-ADJ-EOF-SW
           END-IF.
           OPEN INPUT ADJ-HOLD.
           IF WS-AHLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-AHLD-EOF-SW
           END-IF.

           MOVE 0 TO WS-RSN-COUNTS (1) WS-RSN-SYSTEM (1)
               WS-RSN-COUNTED (1) WS-RSN-UP (1) WS-RSN-DOWN (1).
           MOVE WS-RSN-ENTRY (1) TO WS-RSN-ENTRY (2).
           MOVE WS-RSN-ENTRY (1) TO WS-RSN-ENTRY (3).
           MOVE WS-RSN-ENTRY (1) TO WS-RSN-ENTRY (4).

           MOVE WS-COLUMN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-LOAD-SHEET -- LOADS ONE CONTROL RECORD. A SHEET THAT     *
      *  WILL NOT FIT IN THE TABLE CANNOT BE MATCHED TONIGHT; IT IS    *
      *  CARRIED FORWARD AS IS SO IT IS NOT LOST, AND COUNTED.         *
      ******************************************************************
       1500-LOAD-SHEET.
           READ CTL-IN
               AT END
                   MOVE "Y" TO WS-CTL-EOF-SW
                   CLOSE CTL-IN
                   GO TO 1500-EXIT
           END-READ.
           IF WS-SHEET-COUNT >= WS-SHEET-MAX
               MOVE CTL-IN-REC TO CTL-OUT-REC
               WRITE CTL-OUT-REC
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE "Y" TO WS-ANY-EXCEPT-SW
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-SHEET-COUNT.
           MOVE CTL-IN-REC TO WS-SHEET-IMAGE (WS-SHEET-COUNT).
           MOVE "N" TO WS-SHEET-RET-SW (WS-SHEET-COUNT).
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  1600-LOAD-HELD -- LOADS ONE COUNT STILL WAITING FOR A         *
      *  SUPERVISOR'S DECISION.                                        *
      ******************************************************************
       1600-LOAD-HELD.
           READ ADJ-HOLD
               AT END
                   MOVE "Y" TO WS-AHLD-EOF-SW
                   CLOSE ADJ-HOLD
                   GO TO 1600-EXIT
           END-READ.
           IF WS-HELD-TBL-COUNT >= WS-HELD-MAX
               GO TO 1600-EXIT
           END-IF.
           MOVE ADJ-HOLD-REC TO APND-RECORD.
           IF NOT APND-PENDING
               GO TO 1600-EXIT
           END-IF.
           MOVE APND-ADJ-IMAGE TO ADJ-RECORD.
           ADD 1 TO WS-HELD-TBL-COUNT.
           MOVE ADJ-COUNT-REF TO WS-HELD-REF (WS-HELD-TBL-COUNT).
           MOVE ADJ-ITEM-CODE TO WS-HELD-ITEM (WS-HELD-TBL-COUNT).
           MOVE ADJ-LOCATION TO WS-HELD-LOC (WS-HELD-TBL-COUNT).
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  2000-MATCH-COUNT -- READS THE NEXT APPLIED COUNT AND FINDS    *
      *  ITS SHEET BY COUNT REFERENCE. A SHEET FOR THE SAME ITEM AND   *
      *  WALL IS RETURNED AND ITS VARIANCE PRINTED; ANYTHING ELSE IS   *
      *  AN EXCEPTION AND THE SHEET (IF ANY) STAYS OUT. A COUNT MAIN   *
      *  HELD FOR APPROVAL IS LISTED AS HELD AND ITS SHEET STAYS OUT   *
      *  TOO -- IT IS MEASURED WHEN THE RELEASED COUNT COMES BACK.     *
      ******************************************************************
       2000-MATCH-COUNT.
           READ ADJUST-FILE
               AT END
                   MOVE "Y" TO WS-ADJ-EOF-SW
                   CLOSE ADJUST-FILE
                   GO TO 2000-EXIT
           END-READ.
           MOVE ADJ-IN-REC TO ADJ-RECORD.
           ADD 1 TO WS-ADJ-READ-COUNT.

           IF ADJ-APPROVER-ID = SPACES
               MOVE "N" TO WS-FOUND-SW
               PERFORM 2020-SCAN-HELD THRU 2020-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-HELD-TBL-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 2300-PRINT-HELD THRU 2300-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 2010-SCAN-SHEET THRU 2010-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-SHEET-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE "NO SHEET ISSUED FOR THIS REF" TO EXC-NOTE
               ADD 1 TO WS-NO-SHEET-COUNT
               PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-SHEET-IMAGE (WS-FOUND-SUB) TO CSHT-RECORD.
           IF CSHT-ITEM-CODE NOT = ADJ-ITEM-CODE
            OR CSHT-LOCATION NOT = ADJ-LOCATION
               MOVE "SHEET IS FOR ANOTHER WALL" TO EXC-NOTE
               ADD 1 TO WS-WRONG-WALL-COUNT
               PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-SHEET-RETURNED (WS-FOUND-SUB)
               MOVE "SHEET ALREADY RETURNED" TO EXC-NOTE
               ADD 1 TO WS-TWICE-COUNT
               PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE "Y" TO WS-SHEET-RET-SW (WS-FOUND-SUB).
           ADD 1 TO WS-RETURNED-COUNT.
           PERFORM 2100-PRINT-VARIANCE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2010-SCAN-SHEET.
           IF WS-SHEET-REF (WS-TAB-SUB) = ADJ-COUNT-REF
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       2010-EXIT.
           EXIT.

       2020-SCAN-HELD.
           IF WS-HELD-REF (WS-TAB-SUB) = ADJ-COUNT-REF
            AND WS-HELD-ITEM (WS-TAB-SUB) = ADJ-ITEM-CODE
            AND WS-HELD-LOC (WS-TAB-SUB) = ADJ-LOCATION
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  2100-PRINT-VARIANCE -- COUNTED LESS SYSTEM BALANCE, IN UNITS  *
      *  AND AS A PERCENT OF THE SYSTEM BALANCE (NONE WHEN THE SYSTEM  *
      *  SAID ZERO), ADDED TO ITS REASON'S TOTALS AND THE GRAND        *
      *  TOTAL. A PERCENT PAST 9999.9 PRINTS AS "9999+". A RELEASED    *
      *  COUNT IS NOTED WITH ITS APPROVER.                             *
      ******************************************************************
       2100-PRINT-VARIANCE.
           COMPUTE WS-VAR-UNITS = ADJ-NEW-COUNT - CSHT-SYSTEM-COUNT.
           MOVE ADJ-COUNT-REF TO DTL-REF.
           MOVE ADJ-ITEM-CODE TO DTL-ITEM.
           MOVE ADJ-LOCATION TO DTL-LOC.
           MOVE ADJ-REASON-CODE TO DTL-REASON.
           MOVE CSHT-SYSTEM-COUNT TO DTL-SYSTEM.
           MOVE ADJ-NEW-COUNT TO DTL-COUNTED.
           MOVE WS-VAR-UNITS TO DTL-VAR.
           MOVE SPACES TO DTL-NOTE.
           MOVE "N" TO WS-PCT-OVER-SW.
           IF CSHT-SYSTEM-COUNT > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-UNITS * 100 / CSHT-SYSTEM-COUNT
                   ON SIZE ERROR
                       MOVE "Y" TO WS-PCT-OVER-SW
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-VAR-PCT
               MOVE "NO SYSTEM BALANCE" TO DTL-NOTE
           END-IF.
           IF WS-PCT-OVER
               MOVE "  9999+" TO DTL-PCT-X
           ELSE
               MOVE WS-VAR-PCT TO DTL-PCT
           END-IF.
           IF CSHT-NIGHTS > 0
               MOVE "COUNTED LATE" TO DTL-NOTE
           END-IF.
           IF ADJ-APPROVER-ID NOT = SPACES
               MOVE SPACES TO DTL-NOTE
               STRING "RELEASED BY " DELIMITED BY SIZE
                      ADJ-APPROVER-ID DELIMITED BY SIZE
                   INTO DTL-NOTE
               END-STRING
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           MOVE 0 TO WS-RSN-SUB.
           PERFORM 2110-SCAN-REASON THRU 2110-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > 3
                  OR WS-RSN-SUB > 0.
           IF WS-RSN-SUB > 0
               PERFORM 2120-ADD-TO-REASON THRU 2120-EXIT
           END-IF.
           MOVE WS-ALL-SUB TO WS-RSN-SUB.
           PERFORM 2120-ADD-TO-REASON THRU 2120-EXIT.
       2100-EXIT.
           EXIT.

       2110-SCAN-REASON.
           IF WS-REASON-CODE (WS-TAB-SUB) = ADJ-REASON-CODE
               MOVE WS-TAB-SUB TO WS-RSN-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-ADD-TO-REASON.
           ADD 1 TO WS-RSN-COUNTS (WS-RSN-SUB).
           ADD CSHT-SYSTEM-COUNT TO WS-RSN-SYSTEM (WS-RSN-SUB).
           ADD ADJ-NEW-COUNT TO WS-RSN-COUNTED (WS-RSN-SUB).
           IF WS-VAR-UNITS > 0
               ADD WS-VAR-UNITS TO WS-RSN-UP (WS-RSN-SUB)
           ELSE
               SUBTRACT WS-VAR-UNITS FROM WS-RSN-DOWN (WS-RSN-SUB)
           END-IF.
       2120-EXIT.
           EXIT.

       2200-PRINT-EXCEPTION.
           MOVE ADJ-COUNT-REF TO EXC-REF.
           MOVE ADJ-ITEM-CODE TO EXC-ITEM.
           MOVE ADJ-LOCATION TO EXC-LOC.
           MOVE ADJ-REASON-CODE TO EXC-REASON.
           MOVE ADJ-NEW-COUNT TO EXC-COUNTED.
           MOVE WS-EXCEPT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-PRINT-HELD -- A HELD COUNT IS NOT AN EXCEPTION; IT IS    *
      *  WAITING ON BOTAPPR, AND THE APPROVAL REPORT CARRIES IT.       *
      ******************************************************************
       2300-PRINT-HELD.
           MOVE ADJ-COUNT-REF TO EXC-REF.
           MOVE ADJ-ITEM-CODE TO EXC-ITEM.
           MOVE ADJ-LOCATION TO EXC-LOC.
           MOVE ADJ-REASON-CODE TO EXC-REASON.
           MOVE ADJ-NEW-COUNT TO EXC-COUNTED.
           MOVE "HELD FOR APPROVAL, NOT POSTED" TO EXC-NOTE.
           MOVE WS-EXCEPT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-SUMMARIZE-REASONS -- VARIANCE UNITS UP, DOWN AND NET,    *
      *  AND NET AS A PERCENT OF THE SYSTEM BALANCE, PER REASON CODE   *
      *  AND FOR ALL COUNTS ("9999+" WHEN IT IS PAST 9999.9).          *
      ******************************************************************
       3000-SUMMARIZE-REASONS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-ADJ-READ-COUNT = 0
               MOVE "NO COUNTS APPLIED TONIGHT" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE SPACES TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           MOVE "VARIANCE BY REASON CODE" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-SUMMARY-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3100-PRINT-REASON THRU 3100-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-ALL-SUB.
       3000-EXIT.
           EXIT.

       3100-PRINT-REASON.
           IF WS-RSN-SUB = WS-ALL-SUB
               MOVE "*" TO SUM-REASON
               MOVE "ALL" TO SUM-DESC
           ELSE
               MOVE WS-REASON-CODE (WS-RSN-SUB) TO SUM-REASON
               MOVE WS-REASON-DESC (WS-RSN-SUB) TO SUM-DESC
           END-IF.
           MOVE WS-RSN-COUNTS (WS-RSN-SUB) TO SUM-COUNTS.
           MOVE WS-RSN-SYSTEM (WS-RSN-SUB) TO SUM-SYSTEM.
           MOVE WS-RSN-COUNTED (WS-RSN-SUB) TO SUM-COUNTED.
           MOVE WS-RSN-UP (WS-RSN-SUB) TO SUM-UP.
           MOVE WS-RSN-DOWN (WS-RSN-SUB) TO SUM-DOWN.
           COMPUTE WS-VAR-NET = WS-RSN-COUNTED (WS-RSN-SUB)
                              - WS-RSN-SYSTEM (WS-RSN-SUB).
           MOVE WS-VAR-NET TO SUM-NET.
           MOVE "N" TO WS-PCT-OVER-SW.
           IF WS-RSN-SYSTEM (WS-RSN-SUB) > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-NET * 100 / WS-RSN-SYSTEM (WS-RSN-SUB)
                   ON SIZE ERROR
                       MOVE "Y" TO WS-PCT-OVER-SW
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-VAR-PCT
           END-IF.
           IF WS-PCT-OVER
               MOVE "  9999+" TO SUM-PCT-X
           ELSE
               MOVE WS-VAR-PCT TO SUM-PCT
           END-IF.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LIST-OUTSTANDING -- EVERY SHEET ISSUED BUT NOT BACK:     *
      *  ONE MORE NIGHT ON ITS AGE, CARRIED TO THE NEW CONTROL         *
      *  GENERATION, OR DROPPED AS EXPIRED ONCE IT IS TOO OLD.         *
      ******************************************************************
       4000-LIST-OUTSTANDING.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "SHEETS ISSUED AND NOT RETURNED" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-OUTSTAND-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4100-CARRY-SHEET THRU 4100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-SHEET-COUNT.
           IF WS-OUTSTANDING-COUNT = 0
            AND WS-EXPIRED-COUNT = 0
               MOVE "NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CARRY-SHEET.
           IF WS-SHEET-RETURNED (WS-TAB-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-SHEET-IMAGE (WS-TAB-SUB) TO CSHT-RECORD.
           IF CSHT-NIGHTS NOT NUMERIC
               MOVE 0 TO CSHT-NIGHTS
           END-IF.
           ADD 1 TO CSHT-NIGHTS.
           MOVE CSHT-COUNT-REF TO OUT-REF.
           MOVE CSHT-ITEM-CODE TO OUT-ITEM.
           MOVE CSHT-LOCATION TO OUT-LOC.
           MOVE CSHT-ISSUE-DATE TO WS-ISSUE-DATE-FLD.
           MOVE WS-ISSUE-MM TO OUT-MM.
           MOVE WS-ISSUE-DD TO OUT-DD.
           MOVE WS-ISSUE-YY TO OUT-YY.
           MOVE CSHT-NIGHTS TO OUT-NIGHTS.
           IF CSHT-NIGHTS >= WS-EXPIRE-NIGHTS
               MOVE "EXPIRED, NOT COUNTED" TO OUT-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "OUTSTANDING" TO OUT-STATUS
               MOVE CSHT-RECORD TO CTL-OUT-REC
               WRITE CTL-OUT-REC
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF.
           MOVE WS-OUTSTAND-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-TOTALS -- COUNTS MATCHED AND NOT, AND THE SHEET    *
      *  CONTROL POSITION CARRIED FORWARD.                             *
      ******************************************************************
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "COUNTS READ . . . . . . . :" TO CNT-LABEL.
           MOVE WS-ADJ-READ-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "SHEETS RETURNED . . . . . :" TO CNT-LABEL.
           MOVE WS-RETURNED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "COUNTS WITH NO SHEET  . . :" TO CNT-LABEL.
           MOVE WS-NO-SHEET-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "COUNTS FOR WRONG WALL . . :" TO CNT-LABEL.
           MOVE WS-WRONG-WALL-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "SHEETS RETURNED TWICE . . :" TO CNT-LABEL.
           MOVE WS-TWICE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "COUNTS HELD FOR APPROVAL  :" TO CNT-LABEL.
           MOVE WS-HELD-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "SHEETS STILL OUTSTANDING  :" TO CNT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "SHEETS EXPIRED  . . . . . :" TO CNT-LABEL.
           MOVE WS-EXPIRED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           IF WS-OVERFLOW-COUNT > 0
               MOVE "SHEETS NOT LOADED (FULL)  :" TO CNT-LABEL
               MOVE WS-OVERFLOW-COUNT TO CNT-VALUE
               MOVE WS-COUNT-LINE TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE VARIANCE       *
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
