      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTAPPR                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTAPPR.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL CYCLE-COUNT APPROVAL RUN. MAIN NO   *
      *                   LONGER POSTS A COUNT THAT WOULD MOVE THE    *
      *                   WALL FURTHER THAN THE ITEM'S ADJUSTMENT     *
      *                   TOLERANCE -- IT HOLDS IT ON ADJHOLD (SEE    *
      *                   ADJPEND.CPY). THIS DAYTIME PROGRAM PICKS    *
      *                   UP THOSE HOLDS, CARRIES EVERY COUNT STILL   *
      *                   WAITING ON THE PENDING GENERATION, AND      *
      *                   APPLIES THE SUPERVISORS' APPROVAL CARDS     *
      *                   (SEE APPRCARD.CPY). A RELEASED COUNT GOES   *
      *                   TO THE RELEASE FILE WITH THE SUPERVISOR'S   *
      *                   ID ON IT FOR BOTEDIT TO PASS TO THE NEXT    *
      *                   NIGHT'S RUN; A REJECTED COUNT NEVER POSTS.  *
      *                   THE APPROVAL REPORT LISTS THE CARDS         *
      *                   REFUSED, WHAT WAS RELEASED AND REJECTED     *
      *                   AND BY WHOM, AND EVERYTHING STILL PENDING   *
      *                   WITH ITS AGE.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT APND-IN     ASSIGN TO APNDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APNI-FILE-STATUS.

           SELECT ADJ-HOLD    ASSIGN TO ADJHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHLD-FILE-STATUS.

           SELECT APND-OUT    ASSIGN TO APNDOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJ-REL     ASSIGN TO ADJREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREL-FILE-STATUS.

           SELECT APPR-RPT    ASSIGN TO APPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG     ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  CARD-IN-REC                PIC X(80).

       FD  APND-IN
           RECORDING MODE IS F.
       01  APND-IN-REC                PIC X(60).

       FD  ADJ-HOLD
           RECORDING MODE IS F.
       01  ADJ-HOLD-REC               PIC X(60).

       FD  APND-OUT
           RECORDING MODE IS F.
       01  APND-OUT-REC               PIC X(60).

       FD  ADJ-REL
           RECORDING MODE IS F.
       01  ADJ-REL-REC                PIC X(30).

       FD  APPR-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  LOG-RECORD-OUT             PIC X(79).

       WORKING-STORAGE SECTION.
       COPY ADJCARD.
       COPY ADJPEND.
       COPY APPRCARD.
       COPY BOTLOGR.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-CARD-EOF            VALUE "Y".
           05  WS-APNI-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-APNI-EOF            VALUE "Y".
           05  WS-AHLD-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-AHLD-EOF            VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".
           05  WS-REL-OPEN-SW         PIC X(01)  VALUE "N".
               88  WS-REL-OPEN            VALUE "Y".
           05  WS-LOG-OPEN-SW         PIC X(01)  VALUE "N".
               88  WS-LOG-OPEN            VALUE "Y".
           05  WS-ANY-WARNING-SW      PIC X(01)  VALUE "N".
               88  WS-ANY-WARNING         VALUE "Y".
           05  WS-ANY-LOST-SW         PIC X(01)  VALUE "N".
               88  WS-ANY-LOST            VALUE "Y".

       01  WS-CARD-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-APNI-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-AHLD-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-AREL-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-LOG-FILE-STATUS         PIC X(02)  VALUE "00".

      *  A DECIDED COUNT STAYS ON THE PENDING GENERATION THIS MANY
      *  DAYS AFTER ITS DECISION, SO A SECOND CARD FOR IT IS
      *  RECOGNIZED, AND THEN DROPS OFF.
       01  WS-KEEP-DECIDED-DAYS       PIC 999    VALUE 30.

      *  EVERY HELD COUNT -- THE PENDING GENERATION FIRST, THEN THE
      *  NEW HOLDS MAIN HAS WRITTEN SINCE THE LAST RUN. WS-APND-ACTION
      *  MARKS WHAT HAPPENED TO AN ENTRY TODAY (R = RELEASED, J =
      *  REJECTED, BLANK = NOTHING).
       01  WS-APND-TABLE.
           05  WS-APND-ENTRY          OCCURS 500.
               10  WS-APND-IMAGE      PIC X(60).
               10  WS-APND-ACTION     PIC X(01).
                   88  WS-APND-RELEASED-TODAY VALUE "R".
                   88  WS-APND-REJECTED-TODAY VALUE "J".
       01  WS-APND-COUNT              PIC 9(05)  COMP VALUE 0.
       01  WS-APND-MAX                PIC 9(05)  COMP VALUE 500.
       77  WS-TAB-SUB                 PIC 9(05)  COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 9(05)  COMP VALUE 0.

       01  WS-APPR-CTRS.
           05  WS-CARDS-READ          PIC 9(05)  COMP VALUE 0.
           05  WS-REFUSED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-RELEASED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-REJECTED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-NEW-HOLD-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-REPEAT-HOLD-COUNT   PIC 9(05)  COMP VALUE 0.
           05  WS-PENDING-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-PURGED-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-AGE                 PIC 999    COMP VALUE 0.
           05  WS-MOVE                PIC 999    COMP VALUE 0.

      *  THE HOLD BEING LOADED, KEPT WHILE THE TABLE IS SCANNED.
       01  WS-HOLD-RECORD             PIC X(60)  VALUE SPACES.
       01  WS-HOLD-ADJ-IMAGE          PIC X(30)  VALUE SPACES.
       01  WS-HOLD-HELD-DATE          PIC 9(06)  VALUE 0.

       01  WS-REFUSE-REASON           PIC X(30)  VALUE SPACES.

      *  AGE OF A HELD COUNT -- ITS DATE WALKED FORWARD A DAY AT A
      *  TIME TO THE RUN DATE, WITH MONTH AND YEAR ROLLOVER.
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

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-TIME-HH     PIC 99.
           05  WS-CURRENT-TIME-MM     PIC 99.
           05  WS-CURRENT-TIME-SS     PIC 99.
           05  WS-CURRENT-TIME-HS     PIC 99.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.

       01  WS-RPT-CTRS.
           05  WS-LINE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-PAGE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-LINES-PER-PAGE      PIC 999    COMP VALUE 60.

       01  WS-RUN-DATE-FLD.
           05  WS-RUN-YY              PIC 99.
           05  WS-RUN-MM              PIC 99.
           05  WS-RUN-DD              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-FLD
                                      PIC 9(06).

       01  WS-HELD-DATE-FLD.
           05  WS-HELD-YY             PIC 99.
           05  WS-HELD-MM             PIC 99.
           05  WS-HELD-DD             PIC 99.

      *  APR699 KEY VALUE -- RELEASED/REJECTED/STILL PENDING.
       01  WS-COUNT-LOG-VALUE.
           05  CLV-RELEASED           PIC 9(05).
           05  FILLER                 PIC X(01)  VALUE "/".
           05  CLV-REJECTED           PIC 9(05).
           05  FILLER                 PIC X(01)  VALUE "/".
           05  CLV-PENDING            PIC 9(05).

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(29)  VALUE
               "CYCLE-COUNT APPROVAL REPORT  ".
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

       01  WS-CARD-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "A COUNT REF  ITEM  LO SUPERVSR REASON   ".
           05  FILLER                 PIC X(40)  VALUE SPACES.

       01  WS-CARD-LINE.
           05  CRD-ACTION             PIC X(01).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CRD-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CRD-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CRD-LOC                PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CRD-SUPV               PIC X(08).
           05  FILLER                 PIC X      VALUE SPACE.
           05  CRD-REASON             PIC X(30).
           05  FILLER                 PIC X(19)  VALUE SPACES.

       01  WS-HOLD-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "COUNT REF  ITEM  LO R  WALL  CNT  MOVE  ".
           05  FILLER                 PIC X(40)  VALUE
               "LIMIT  HELD      AGE  SUPERVSR".

       01  WS-HOLD-LINE.
           05  HLD-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  HLD-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  HLD-LOC                PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  HLD-REASON             PIC X(01).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  HLD-WALL               PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  HLD-COUNTED            PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  HLD-MOVE               PIC ZZ9.
           05  FILLER                 PIC X(04)  VALUE SPACES.
           05  HLD-LIMIT              PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  HLD-MM                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  HLD-DD                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  HLD-YY                 PIC 99.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  HLD-AGE                PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  HLD-SUPV               PIC X(08).
           05  FILLER                 PIC X(10)  VALUE SPACES.

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
           PERFORM 1500-LOAD-PENDING THRU 1500-EXIT.
           PERFORM 1700-LOAD-HOLDS THRU 1700-EXIT.
           PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.
           PERFORM 4000-LIST-RELEASED THRU 4000-EXIT.
           PERFORM 4200-LIST-REJECTED THRU 4200-EXIT.
           PERFORM 4400-LIST-PENDING THRU 4400-EXIT.
           PERFORM 5000-WRITE-PENDING THRU 5000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           CLOSE APND-OUT.
           IF WS-REL-OPEN
               CLOSE ADJ-REL
           END-IF.
           CLOSE APPR-RPT.
           IF WS-LOG-OPEN
               CLOSE RUN-LOG
           END-IF.
           EVALUATE TRUE
               WHEN WS-ANY-LOST
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ANY-WARNING
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- OPENS THE RUN LOG AND REPORT, THE NEW      *
      *  PENDING GENERATION AND THE RELEASE FILE. THE RELEASE FILE IS  *
      *  ADDED TO, NOT REPLACED -- BOTEDIT CLEARS IT ONLY AFTER THE    *
      *  NIGHT'S EDIT HAS PASSED IT ON, SO A SECOND APPROVAL RUN THE   *
      *  SAME DAY MUST NOT WIPE OUT THE FIRST ONE'S RELEASES. IF IT    *
      *  CANNOT BE OPENED, NOTHING IS RELEASED OR REJECTED: EVERY      *
      *  CARD IS REFUSED, EVERY COUNT STAYS PENDING, AND THE STEP      *
      *  ENDS RC 8 SO THE HOLD FILE IS KEPT FOR THE RERUN.             *
      ******************************************************************
       1000-INITIALIZE.
      *    A DAYTIME STEP -- ITS ENTRIES ARE ADDED TO THE CURRENT
      *    RUN-LOG GENERATION, NOT A NEW ONE, SO BOTLOGA STILL SEES
      *    ONE GENERATION PER NIGHT. NONE ON FILE YET (FIRST DAY)
      *    FALLS BACK TO OUTPUT.
           OPEN EXTEND RUN-LOG.
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SW
           ELSE
               DISPLAY
                   "BOTAPPR - RUN LOG NOT AVAILABLE, "
                   "CODED MESSAGES NOT WRITTEN THIS RUN"
               END-DISPLAY
           END-IF.
           OPEN OUTPUT APPR-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.

           OPEN OUTPUT APND-OUT.

           OPEN EXTEND ADJ-REL.
           IF WS-AREL-FILE-STATUS = "35"
               OPEN OUTPUT ADJ-REL
           END-IF.
           IF WS-AREL-FILE-STATUS = "00"
               MOVE "Y" TO WS-REL-OPEN-SW
           ELSE
               DISPLAY
                   "BOTAPPR - RELEASE FILE NOT AVAILABLE, "
                   "NO CARDS APPLIED"
               END-DISPLAY
               MOVE "RELEASE FILE NOT AVAILABLE -- NO CARDS APPLIED, "
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "ALL HELD COUNTS CARRIED AS PENDING"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "APR604 " TO LOG-MSG-CODE
               MOVE "E" TO LOG-SEVERITY
               MOVE WS-AREL-FILE-STATUS TO LOG-VALUE-2
               PERFORM 8200-WRITE-LOG THRU 8200-EXIT
               MOVE "Y" TO WS-ANY-LOST-SW
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-LOAD-PENDING -- LOADS THE CURRENT PENDING GENERATION.    *
      *  NONE ON FILE MEANS NO COUNT HAS EVER BEEN HELD. A DECIDED     *
      *  COUNT PAST THE KEEP DAYS IS DROPPED HERE. AN ENTRY THAT WILL  *
      *  NOT FIT CANNOT BE CARRIED, SO IT IS COUNTED AND THE STEP ENDS *
      *  RC 8 -- THE TABLE MUST BE RAISED BEFORE THE NEXT RUN.         *
      ******************************************************************
       1500-LOAD-PENDING.
           OPEN INPUT APND-IN.
           IF WS-APNI-FILE-STATUS NOT = "00"
               MOVE "NO PENDING FILE ON HAND, NO COUNTS CARRIED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-LOAD-ONE-PENDING THRU 1600-EXIT
               UNTIL WS-APNI-EOF.
           CLOSE APND-IN.
       1500-EXIT.
           EXIT.

       1600-LOAD-ONE-PENDING.
           READ APND-IN INTO APND-RECORD
               AT END
                   MOVE "Y" TO WS-APNI-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           IF NOT APND-PENDING
            AND NOT APND-RELEASED
            AND NOT APND-REJECTED
               GO TO 1600-EXIT
           END-IF.
           IF NOT APND-PENDING
               MOVE APND-DECIDED-DATE TO WS-AGE-DATE
               PERFORM 7100-COMPUTE-AGE THRU 7100-EXIT
               IF WS-AGE > WS-KEEP-DECIDED-DAYS
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 1600-EXIT
               END-IF
           END-IF.
           PERFORM 1800-ADD-ENTRY THRU 1800-EXIT.
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  1700-LOAD-HOLDS -- ADDS THE COUNTS MAIN HAS HELD SINCE THE    *
      *  LAST RUN. A HOLD ALREADY ON THE TABLE -- SAME COUNT, HELD THE *
      *  SAME NIGHT, PENDING OR DECIDED (A HOLD FILE KEPT FROM A RUN   *
      *  THAT ENDED RC 8, OR A NIGHT STREAM RERUN) -- IS ONLY COUNTED. *
      *  NO HOLD FILE MEANS NOTHING NEW.                               *
      ******************************************************************
       1700-LOAD-HOLDS.
           OPEN INPUT ADJ-HOLD.
           IF WS-AHLD-FILE-STATUS NOT = "00"
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1750-LOAD-ONE-HOLD THRU 1750-EXIT
               UNTIL WS-AHLD-EOF.
           CLOSE ADJ-HOLD.
       1700-EXIT.
           EXIT.

       1750-LOAD-ONE-HOLD.
           READ ADJ-HOLD INTO APND-RECORD
               AT END
                   MOVE "Y" TO WS-AHLD-EOF-SW
                   GO TO 1750-EXIT
           END-READ.
           IF NOT APND-PENDING
               GO TO 1750-EXIT
           END-IF.
           MOVE APND-ADJ-IMAGE TO WS-HOLD-ADJ-IMAGE.
           MOVE APND-HELD-DATE TO WS-HOLD-HELD-DATE.
           MOVE ADJ-HOLD-REC TO WS-HOLD-RECORD.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 1760-SCAN-IMAGE THRU 1760-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-APND-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               ADD 1 TO WS-REPEAT-HOLD-COUNT
               GO TO 1750-EXIT
           END-IF.
           ADD 1 TO WS-NEW-HOLD-COUNT.
           MOVE WS-HOLD-RECORD TO APND-RECORD.
           PERFORM 1800-ADD-ENTRY THRU 1800-EXIT.
       1750-EXIT.
           EXIT.

       1760-SCAN-IMAGE.
           MOVE WS-APND-IMAGE (WS-TAB-SUB) TO APND-RECORD.
           IF APND-ADJ-IMAGE = WS-HOLD-ADJ-IMAGE
            AND APND-HELD-DATE = WS-HOLD-HELD-DATE
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
       1760-EXIT.
           EXIT.

       1800-ADD-ENTRY.
           IF WS-APND-COUNT >= WS-APND-MAX
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "Y" TO WS-ANY-LOST-SW
               GO TO 1800-EXIT
           END-IF.
           ADD 1 TO WS-APND-COUNT.
           MOVE APND-RECORD TO WS-APND-IMAGE (WS-APND-COUNT).
           MOVE SPACE TO WS-APND-ACTION (WS-APND-COUNT).
       1800-EXIT.
           EXIT.

      ******************************************************************
      *  2000-APPLY-CARDS -- READS THE SUPERVISORS' APPROVAL CARDS.    *
      *  NO CARDS IS A DAY WITH NOTHING DECIDED; THE PENDING LIST IS   *
      *  STILL PRINTED.                                                *
      ******************************************************************
       2000-APPLY-CARDS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "APPROVAL CARDS REFUSED" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-CARD-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-FILE-STATUS = "00"
               PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
                   UNTIL WS-CARD-EOF
               CLOSE CARD-FILE
           END-IF.
           IF WS-REFUSED-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-APPLY-ONE-CARD -- A CARD MUST CARRY THE SUPERVISOR'S ID  *
      *  AND AN ACTION OF R OR J, AND NAME A COUNT STILL PENDING BY    *
      *  ITS COUNT REFERENCE, ITEM AND LOCATION. ANYTHING ELSE IS      *
      *  REFUSED AND LISTED, AND THE COUNT IS LEFT AS IT WAS.          *
      ******************************************************************
       2100-APPLY-ONE-CARD.
           READ CARD-FILE INTO APPR-CARD
               AT END
                   MOVE "Y" TO WS-CARD-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF APPR-CARD = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CARDS-READ.
           IF NOT WS-REL-OPEN
               MOVE "RELEASE FILE NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF APPR-SUPERVISOR-ID = SPACES
               MOVE "NO SUPERVISOR ID" TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF NOT APPR-RELEASE AND NOT APPR-REJECT
               MOVE "ACTION NOT R OR J" TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.

      *    A PENDING ENTRY IS TAKEN FIRST; FAILING THAT, A DECIDED
      *    ONE TELLS THE SUPERVISOR WHY THE CARD DID NOTHING.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 2200-SCAN-PENDING THRU 2200-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-APND-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               PERFORM 2210-SCAN-DECIDED THRU 2210-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-APND-COUNT
                      OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE "NO HELD COUNT FOR THIS REF"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-APND-IMAGE (WS-FOUND-SUB) TO APND-RECORD
                   IF APND-RELEASED
                       MOVE "COUNT ALREADY RELEASED"
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE "COUNT ALREADY REJECTED"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-APND-IMAGE (WS-FOUND-SUB) TO APND-RECORD.
           MOVE APPR-SUPERVISOR-ID TO APND-APPROVER-ID.
           MOVE WS-RUN-DATE-N TO APND-DECIDED-DATE.
           MOVE APND-ADJ-IMAGE TO ADJ-RECORD.
           MOVE ADJ-ITEM-CODE TO LOG-ITEM-CODE.
           MOVE ADJ-LOCATION TO LOG-LOCATION.
           MOVE ADJ-COUNT-REF TO LOG-VALUE-1.
           MOVE APPR-SUPERVISOR-ID TO LOG-VALUE-2.
           IF APPR-RELEASE
               MOVE "R" TO APND-STATE-SW
               MOVE "R" TO WS-APND-ACTION (WS-FOUND-SUB)
               MOVE APPR-SUPERVISOR-ID TO ADJ-APPROVER-ID
               MOVE ADJ-RECORD TO ADJ-REL-REC
               WRITE ADJ-REL-REC
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "APR602 " TO LOG-MSG-CODE
           ELSE
               MOVE "J" TO APND-STATE-SW
               MOVE "J" TO WS-APND-ACTION (WS-FOUND-SUB)
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "APR603 " TO LOG-MSG-CODE
           END-IF.
           MOVE APND-RECORD TO WS-APND-IMAGE (WS-FOUND-SUB).
           MOVE "I" TO LOG-SEVERITY.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

       2200-SCAN-PENDING.
           MOVE WS-APND-IMAGE (WS-TAB-SUB) TO APND-RECORD.
           IF NOT APND-PENDING
               GO TO 2200-EXIT
           END-IF.
           MOVE APND-ADJ-IMAGE TO ADJ-RECORD.
           IF ADJ-COUNT-REF = APPR-COUNT-REF
            AND ADJ-ITEM-CODE = APPR-ITEM-CODE
            AND ADJ-LOCATION = APPR-LOCATION
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-DECIDED.
           MOVE WS-APND-IMAGE (WS-TAB-SUB) TO APND-RECORD.
           MOVE APND-ADJ-IMAGE TO ADJ-RECORD.
           IF ADJ-COUNT-REF = APPR-COUNT-REF
            AND ADJ-ITEM-CODE = APPR-ITEM-CODE
            AND ADJ-LOCATION = APPR-LOCATION
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *  2900-REFUSE-CARD -- LISTS A REFUSED CARD WITH ITS REASON.     *
      ******************************************************************
       2900-REFUSE-CARD.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE "Y" TO WS-ANY-WARNING-SW.
           MOVE APPR-ACTION TO CRD-ACTION.
           MOVE APPR-COUNT-REF TO CRD-REF.
           MOVE APPR-ITEM-CODE TO CRD-ITEM.
           MOVE APPR-LOCATION TO CRD-LOC.
           MOVE APPR-SUPERVISOR-ID TO CRD-SUPV.
           MOVE WS-REFUSE-REASON TO CRD-REASON.
           MOVE WS-CARD-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "APR601 " TO LOG-MSG-CODE.
           MOVE "W" TO LOG-SEVERITY.
           MOVE APPR-ITEM-CODE TO LOG-ITEM-CODE.
           MOVE APPR-LOCATION TO LOG-LOCATION.
           MOVE WS-REFUSE-REASON TO LOG-VALUE-1.
           MOVE APPR-COUNT-REF TO LOG-VALUE-2.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LIST-RELEASED -- EVERY HELD COUNT RELEASED TODAY, WITH   *
      *  THE SUPERVISOR WHO RELEASED IT. EACH IS ON THE RELEASE FILE   *
      *  FOR TONIGHT'S EDIT.                                           *
      ******************************************************************
       4000-LIST-RELEASED.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "RELEASED TODAY -- POSTS ON TONIGHT'S RUN"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-HOLD-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4100-PRINT-RELEASED THRU 4100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-APND-COUNT.
           IF WS-RELEASED-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-RELEASED.
           IF NOT WS-APND-RELEASED-TODAY (WS-TAB-SUB)
               GO TO 4100-EXIT
           END-IF.
           PERFORM 8300-PRINT-ENTRY THRU 8300-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4200-LIST-REJECTED -- EVERY HELD COUNT REJECTED TODAY, WITH   *
      *  THE SUPERVISOR WHO REJECTED IT. THE WALL IS NOT TOUCHED; IF   *
      *  THE COUNT WAS WRONG, THE ITEM IS RECOUNTED ON A NEW SHEET.    *
      ******************************************************************
       4200-LIST-REJECTED.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "REJECTED TODAY -- NOT POSTED" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-HOLD-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4300-PRINT-REJECTED THRU 4300-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-APND-COUNT.
           IF WS-REJECTED-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PRINT-REJECTED.
           IF NOT WS-APND-REJECTED-TODAY (WS-TAB-SUB)
               GO TO 4300-EXIT
           END-IF.
           PERFORM 8300-PRINT-ENTRY THRU 8300-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4400-LIST-PENDING -- EVERY HELD COUNT STILL WAITING FOR A     *
      *  DECISION, WITH THE DAYS SINCE MAIN HELD IT.                   *
      ******************************************************************
       4400-LIST-PENDING.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "PENDING APPROVAL" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-HOLD-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4500-PRINT-PENDING THRU 4500-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-APND-COUNT.
           IF WS-PENDING-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

       4500-PRINT-PENDING.
           MOVE WS-APND-IMAGE (WS-TAB-SUB) TO APND-RECORD.
           IF NOT APND-PENDING
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM 8300-PRINT-ENTRY THRU 8300-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-PENDING -- CARRIES THE TABLE TO THE NEW PENDING    *
      *  GENERATION: EVERY COUNT STILL PENDING, AND EVERY DECIDED      *
      *  ONE INSIDE THE KEEP DAYS (TODAY'S DECISIONS INCLUDED).        *
      ******************************************************************
       5000-WRITE-PENDING.
           PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-APND-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ENTRY.
           MOVE WS-APND-IMAGE (WS-TAB-SUB) TO APND-OUT-REC.
           WRITE APND-OUT-REC.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  6000-WRITE-TOTALS -- CLOSES THE REPORT WITH THE COUNTS AND    *
      *  LOGS THEM FOR THE SCHEDULER.                                  *
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "NEW HOLDS PICKED UP  . . :" TO CNT-LABEL.
           MOVE WS-NEW-HOLD-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           IF WS-REPEAT-HOLD-COUNT > 0
               MOVE "HOLDS ALREADY ON FILE  . :" TO CNT-LABEL
               MOVE WS-REPEAT-HOLD-COUNT TO CNT-VALUE
               PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
           END-IF.
           MOVE "APPROVAL CARDS READ  . . :" TO CNT-LABEL.
           MOVE WS-CARDS-READ TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "CARDS REFUSED  . . . . . :" TO CNT-LABEL.
           MOVE WS-REFUSED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "COUNTS RELEASED  . . . . :" TO CNT-LABEL.
           MOVE WS-RELEASED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "COUNTS REJECTED  . . . . :" TO CNT-LABEL.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "COUNTS STILL PENDING . . :" TO CNT-LABEL.
           MOVE WS-PENDING-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "DECIDED, DROPPED FROM FILE:" TO CNT-LABEL.
           MOVE WS-PURGED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           IF WS-DROPPED-COUNT > 0
               MOVE "DROPPED, TABLE FULL  . . :" TO CNT-LABEL
               MOVE WS-DROPPED-COUNT TO CNT-VALUE
               PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
           END-IF.
           MOVE WS-RELEASED-COUNT TO CLV-RELEASED.
           MOVE WS-REJECTED-COUNT TO CLV-REJECTED.
           MOVE WS-PENDING-COUNT TO CLV-PENDING.
           MOVE "APR699 " TO LOG-MSG-CODE.
           MOVE "I" TO LOG-SEVERITY.
           MOVE WS-COUNT-LOG-VALUE TO LOG-VALUE-1.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       6000-EXIT.
           EXIT.

       6100-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  7100-COMPUTE-AGE -- DAYS FROM WS-AGE-DATE TO THE RUN DATE,    *
      *  COUNTED BY WALKING THE DATE FORWARD. STOPS AT 999; A DATE OF  *
      *  TODAY (OR IN THE FUTURE) IS ZERO DAYS OLD.                    *
      ******************************************************************
       7100-COMPUTE-AGE.
           MOVE 0 TO WS-AGE.
           IF WS-AGE-DATE NOT NUMERIC
            OR WS-AGE-MM < 1 OR WS-AGE-MM > 12
            OR WS-AGE-DATE NOT < WS-RUN-DATE-FLD
               GO TO 7100-EXIT
           END-IF.
           PERFORM 9000-NEXT-DAY THRU 9000-EXIT
               UNTIL WS-AGE-DATE = WS-RUN-DATE-FLD
                  OR WS-AGE = 999.
       7100-EXIT.
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
      *  8200-WRITE-LOG -- WRITES ONE CODED RUN-LOG RECORD. CALLER     *
      *  MUST SET LOG-MSG-CODE, LOG-SEVERITY AND ANY ITEM CODE OR      *
      *  KEY VALUES FIRST; THE TIME IS FILLED IN HERE AND THE ITEM     *
      *  AND VALUE FIELDS ARE CLEARED AFTERWARDS. QUIETLY DOES         *
      *  NOTHING WHEN THE RUN LOG COULD NOT BE OPENED.                 *
      ******************************************************************
       8200-WRITE-LOG.
           IF NOT WS-LOG-OPEN
               MOVE SPACES TO LOG-ITEM-CODE
               MOVE SPACES TO LOG-LOCATION
               MOVE SPACES TO LOG-VALUE-1
               MOVE SPACES TO LOG-VALUE-2
               GO TO 8200-EXIT
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME-HH TO LOG-TIME-HH.
           MOVE WS-CURRENT-TIME-MM TO LOG-TIME-MM.
           MOVE WS-CURRENT-TIME-SS TO LOG-TIME-SS.
           MOVE WS-LOG-RECORD TO LOG-RECORD-OUT.
           WRITE LOG-RECORD-OUT.
           MOVE SPACES TO LOG-ITEM-CODE.
           MOVE SPACES TO LOG-LOCATION.
           MOVE SPACES TO LOG-VALUE-1.
           MOVE SPACES TO LOG-VALUE-2.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *  8300-PRINT-ENTRY -- PRINTS ONE HELD COUNT: THE COUNT AS       *
      *  KEYED, THE WALL IT WOULD HAVE MOVED AND BY HOW MUCH, THE      *
      *  TOLERANCE IT BROKE, THE DAY IT WAS HELD AND ITS AGE, AND THE  *
      *  SUPERVISOR WHO DECIDED IT (BLANK WHILE PENDING).              *
      ******************************************************************
       8300-PRINT-ENTRY.
           MOVE WS-APND-IMAGE (WS-TAB-SUB) TO APND-RECORD.
           MOVE APND-ADJ-IMAGE TO ADJ-RECORD.
           MOVE ADJ-COUNT-REF TO HLD-REF.
           MOVE ADJ-ITEM-CODE TO HLD-ITEM.
           MOVE ADJ-LOCATION TO HLD-LOC.
           MOVE ADJ-REASON-CODE TO HLD-REASON.
           MOVE APND-WALL-COUNT TO HLD-WALL.
           MOVE ADJ-NEW-COUNT TO HLD-COUNTED.
           IF ADJ-NEW-COUNT > APND-WALL-COUNT
               COMPUTE WS-MOVE = ADJ-NEW-COUNT - APND-WALL-COUNT
           ELSE
               COMPUTE WS-MOVE = APND-WALL-COUNT - ADJ-NEW-COUNT
           END-IF.
           MOVE WS-MOVE TO HLD-MOVE.
           MOVE APND-TOLERANCE TO HLD-LIMIT.
           MOVE APND-HELD-DATE TO WS-HELD-DATE-FLD.
           MOVE WS-HELD-MM TO HLD-MM.
           MOVE WS-HELD-DD TO HLD-DD.
           MOVE WS-HELD-YY TO HLD-YY.
           MOVE APND-HELD-DATE TO WS-AGE-DATE.
           PERFORM 7100-COMPUTE-AGE THRU 7100-EXIT.
           MOVE WS-AGE TO HLD-AGE.
           MOVE APND-APPROVER-ID TO HLD-SUPV.
           MOVE WS-HOLD-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       8300-EXIT.
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
