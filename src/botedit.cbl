      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTEDIT                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTEDIT.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL RESTOCK/ADJUSTMENT PRE-RUN EDIT.    *
      *                   MAIN QUIETLY SKIPS ANY RESTOCK OR CYCLE-    *
      *                   COUNT TRANSACTION WHOSE ITEM AND LOCATION   *
      *                   DO NOT MATCH ONE OF TONIGHT'S REQUEST       *
      *                   CARDS, AND THE RUNBOOK THEN CLEARS BOTH     *
      *                   FILES -- A DELIVERY KEYED AGAINST AN ITEM   *
      *                   NOT SCHEDULED TONIGHT, OR WITH A TYPO'D     *
      *                   CODE OR LOCATION, SIMPLY VANISHED. THIS     *
      *                   STEP RUNS AHEAD OF MAIN AND EDITS BOTH      *
      *                   FILES (PLUS ANYTHING STILL IN SUSPENSE      *
      *                   FROM EARLIER NIGHTS) AGAINST THE ITEM       *
      *                   MASTER AND TONIGHT'S REQUEST CARDS.         *
      *                   WHAT CAN BE APPLIED TONIGHT IS WRITTEN TO   *
      *                   THE EDITED FILES MAIN READS; WHAT CANNOT   *
      *                   GOES TO THE NEW SUSPENSE GENERATION (SEE    *
      *                   SUSPREC.CPY) AND IS RETRIED EVERY NIGHT     *
      *                   UNTIL IT APPLIES OR AGES OUT. A DELIVERY    *
      *                   WHOSE REFERENCE IS ALREADY ON THE APPLIED-  *
      *                   DELIVERY REGISTER (SEE DELVREG.CPY) IS      *
      *                   TURNED AWAY -- IT HAS ALREADY BEEN POSTED.  *
      *                   THE EDIT REPORT LISTS EVERY SUSPENDED,      *
      *                   RELEASED, EXPIRED AND REJECTED TRANSACTION  *
      *                   AND ENDS WITH THE SUSPENSE AGING SUMMARY.   *
      *  10/15/26   RJJ   INTER-BUILDING TRANSFERS (XFERIN, SEE       *
      *                   XFERCARD.CPY) ARE EDITED HERE TOO. BEYOND   *
      *                   THE ITEM AND QUANTITY CHECKS, BOTH WALLS    *
      *                   MUST HAVE A REQUEST CARD TONIGHT, THE       *
      *                   LOCATIONS MUST BE TWO DIFFERENT WALLS       *
      *                   ("XL"), AND BOTH LEGS MUST FIT -- THE       *
      *                   SHIPPING WALL HOLDING THE UNITS AND THE     *
      *                   RECEIVING WALL HAVING THE ROOM, PROJECTED   *
      *                   FROM EACH CARD'S START COUNT AND THE        *
      *                   TRANSFERS ALREADY PASSED ("XC"). A          *
      *                   TRANSFER THAT CANNOT POST BOTH SIDES IS     *
      *                   SUSPENDED WHOLE, SO NEITHER SIDE POSTS.     *
      *  10/15/26   RJJ   HELD CYCLE COUNTS A SUPERVISOR RELEASED     *
      *                   (ADJREL, WRITTEN BY BOTAPPR) ARE EDITED     *
      *                   WITH TONIGHT'S NEW COUNTS AND PASSED OR     *
      *                   SUSPENDED THE SAME WAY, KEEPING THE         *
      *                   APPROVER'S ID ON THE RECORD. AN APPROVER    *
      *                   ID KEYED ON A NEW COUNT IS BLANKED -- ONLY  *
      *                   BOTAPPR CAN RELEASE A COUNT PAST THE        *
      *                   ITEM'S ADJUSTMENT TOLERANCE.                *
      *  10/15/26   RJJ   A DELIVERY REFERENCE KEYED TWICE TONIGHT IS *
      *                   NOW REJECTED AS A DUPLICATE ("DR") THE      *
      *                   SECOND TIME -- WITH THE BUILDINGS POSTING   *
      *                   IN SEPARATE STREAMS, NEITHER STREAM'S OWN   *
      *                   REGISTER WOULD SEE THE OTHER'S COPY. NO     *
      *                   WALL TAKES A TRANSFER LEG WHEN TONIGHT'S    *
      *                   DECK CARRIES A RESTART CARD (THE RESTART    *
      *                   RESUMES EVERY CHECKPOINTED ITEM WITHOUT     *
      *                   ITS POSTINGS, NOT JUST THE FIRST CARD'S) OR *
      *                   WHEN THE WALL HAS TWO REQUEST CARDS (MAIN   *
      *                   WOULD POST ITS LEGS ONCE PER CARD).         *
      *  10/15/26   RJJ   REQUEST TABLE RAISED 100 TO 400 CARDS --    *
      *                   BOTH BUILDINGS' DECKS AT MAIN'S 200 EACH.   *
      *                   CARDS PAST THE TABLE ARE COUNTED AND        *
      *                   LOGGED EDT406 E, AND THE STEP ENDS RC 8 SO  *
      *                   THE STREAMS ARE HELD UNTIL THE DECK IS      *
      *                   FIXED.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE     ASSIGN TO REQCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT ITEM-MASTER  ASSIGN TO ITEMMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT RESTOCK-IN   ASSIGN TO RSTKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTK-FILE-STATUS.

           SELECT ADJUST-IN    ASSIGN TO ADJIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ADJUST-REL   ASSIGN TO ADJREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREL-FILE-STATUS.

           SELECT SUSP-IN      ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT DELV-REG     ASSIGN TO DELVREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-FILE-STATUS.

           SELECT XFER-IN      ASSIGN TO XFERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT RESTOCK-OUT  ASSIGN TO RSTKOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUST-OUT   ASSIGN TO ADJOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XFER-OUT     ASSIGN TO XFEROUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSP-OUT     ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-RPT     ASSIGN TO EDITRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG      ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           RECORDING MODE IS F.
       01  REQ-CARD-IN                PIC X(80).

       FD  ITEM-MASTER
           RECORDING MODE IS F.
       01  ITEM-MASTER-IN             PIC X(70).

       FD  RESTOCK-IN
           RECORDING MODE IS F.
       01  RSTK-IN-REC                PIC X(30).

       FD  ADJUST-IN
           RECORDING MODE IS F.
       01  ADJ-IN-REC                 PIC X(30).

       FD  ADJUST-REL
           RECORDING MODE IS F.
       01  ADJ-REL-REC                PIC X(30).

       FD  XFER-IN
           RECORDING MODE IS F.
       01  XFER-IN-REC                PIC X(30).

       FD  SUSP-IN
           RECORDING MODE IS F.
       01  SUSP-IN-REC                PIC X(50).

       FD  DELV-REG
           RECORDING MODE IS F.
       COPY DELVREG.

       FD  RESTOCK-OUT
           RECORDING MODE IS F.
       01  RSTK-OUT-REC               PIC X(30).

       FD  ADJUST-OUT
           RECORDING MODE IS F.
       01  ADJ-OUT-REC                PIC X(30).

       FD  XFER-OUT
           RECORDING MODE IS F.
       01  XFER-OUT-REC               PIC X(30).

       FD  SUSP-OUT
           RECORDING MODE IS F.
       01  SUSP-OUT-REC               PIC X(50).

       FD  EDIT-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  LOG-RECORD-OUT             PIC X(79).

       WORKING-STORAGE SECTION.
       COPY PARMCARD.
       COPY BOTTLER.
       COPY RSTKCARD.
       COPY ADJCARD.
       COPY XFERCARD.
       COPY SUSPREC.
       COPY BOTLOGR.

       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-REQ-EOF             VALUE "Y".
           05  WS-ITEM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-ITEM-EOF            VALUE "Y".
           05  WS-RSTK-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-RSTK-EOF            VALUE "Y".
           05  WS-ADJ-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-ADJ-EOF             VALUE "Y".
           05  WS-AREL-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-AREL-EOF            VALUE "Y".
           05  WS-XFER-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-XFER-EOF            VALUE "Y".
           05  WS-SUSP-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-SUSP-EOF            VALUE "Y".
           05  WS-DREG-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-DREG-EOF            VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".
           05  WS-DUP-REF-SW          PIC X(01)  VALUE "N".
               88  WS-DUP-REF             VALUE "Y".
           05  WS-RESTART-DECK-SW     PIC X(01)  VALUE "N".
               88  WS-RESTART-DECK        VALUE "Y".
           05  WS-REQ-OVER-SW         PIC X(01)  VALUE "N".
               88  WS-REQ-OVER            VALUE "Y".
           05  WS-LOG-OPEN-SW         PIC X(01)  VALUE "N".
               88  WS-LOG-OPEN            VALUE "Y".
           05  WS-ANY-EXCEPT-SW       PIC X(01)  VALUE "N".
               88  WS-ANY-EXCEPTION       VALUE "Y".

       01  WS-REQ-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-ITEM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-RSTK-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ADJ-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-AREL-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-XFER-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-SUSP-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-DREG-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-LOG-FILE-STATUS         PIC X(02)  VALUE "00".

      *  A SUSPENDED TRANSACTION STILL NOT APPLIED AFTER THIS MANY
      *  NIGHTS IS DROPPED FROM SUSPENSE AND LISTED AS EXPIRED --
      *  BY THEN IT IS A TYPO NOBODY IS GOING TO SCHEDULE, AND THE
      *  OFFICE RE-KEYS IT CORRECTLY FROM THE LISTING.
       01  WS-EXPIRE-NIGHTS           PIC 999    VALUE 30.

      *  ITEM CODES ON THE MASTER, FOR THE ON-FILE CHECK, WITH EACH
      *  ITEM'S WALL CAPACITY (99 WHEN THE MASTER CARRIES NONE).
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY          OCCURS 100.
               10  WS-ITEM-CODE-T     PIC X(05).
               10  WS-ITEM-CAP-T      PIC 9(03).
       01  WS-ITEM-COUNT              PIC 999    COMP VALUE 0.
       01  WS-ITEM-MAX                PIC 999    COMP VALUE 100.

      *  TONIGHT'S REQUESTS -- ITEM CODE PLUS LOCATION PER CARD,
      *  WITH THE WALL'S CAPACITY AND ITS PROJECTED COUNT: THE COUNT
      *  MAIN WILL START THE CARD AT, MOVED BY EVERY TRANSFER LEG
      *  PASSED SO FAR. A WALL MAIN WILL NOT POST TRANSACTIONS TO,
      *  OR WILL RUN TWICE, CANNOT TAKE A TRANSFER LEG. REQCARDS IS
      *  BOTH BUILDINGS' DECKS, SO THE TABLE HOLDS TWO OF MAIN'S.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY           OCCURS 400.
               10  WS-REQ-ITEM        PIC X(05).
               10  WS-REQ-LOC         PIC X(02).
               10  WS-REQ-CAP         PIC 9(03).
               10  WS-REQ-WALL        PIC 9(03).
               10  WS-REQ-XFER-SW     PIC X(01).
                   88  WS-REQ-XFER-OK     VALUE "Y".
       01  WS-REQ-COUNT               PIC 999    COMP VALUE 0.
       01  WS-REQ-MAX                 PIC 999    COMP VALUE 400.
       01  WS-REQ-DROP-COUNT          PIC 9(05)  COMP VALUE 0.
       01  WS-REQ-DROP-DISP           PIC 9(05)  VALUE 0.
       77  WS-TAB-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.
       77  WS-XFER-FROM-SUB           PIC 999    COMP VALUE 0.
       77  WS-XFER-TO-SUB             PIC 999    COMP VALUE 0.
       77  WS-XFER-ROOM               PIC 999    COMP VALUE 0.

      *  DELIVERY REFERENCES PASSED SO FAR IN THIS EDIT. THE SAME
      *  REFERENCE KEYED TWICE TONIGHT -- EVEN ONCE FOR EACH
      *  BUILDING -- IS NOT ON THE REGISTER YET, SO THE SECOND ONE
      *  IS CAUGHT HERE. A REFERENCE PAST THE END OF THE TABLE IS
      *  NOT KEPT, AND MAIN'S OWN REGISTER CHECK IS ALL THAT STANDS
      *  BEHIND IT.
       01  WS-DREF-TABLE.
           05  WS-DREF-ENTRY          OCCURS 500.
               10  WS-DREF-REF        PIC X(10).
       01  WS-DREF-COUNT              PIC 999    COMP VALUE 0.
       01  WS-DREF-MAX                PIC 999    COMP VALUE 500.

      *  THE TRANSACTION BEING EDITED, WHICHEVER FILE IT CAME FROM.
       01  WS-EDIT-WORK.
           05  WS-EDIT-TYPE           PIC X(01)  VALUE SPACE.
               88  WS-EDIT-RESTOCK        VALUE "R".
               88  WS-EDIT-ADJUST         VALUE "A".
               88  WS-EDIT-TRANSFER       VALUE "T".
           05  WS-EDIT-IMAGE          PIC X(30)  VALUE SPACES.
           05  WS-EDIT-ITEM           PIC X(05)  VALUE SPACES.
           05  WS-EDIT-LOC            PIC X(02)  VALUE SPACES.
           05  WS-EDIT-TO-LOC         PIC X(02)  VALUE SPACES.
           05  WS-EDIT-QTY            PIC X(03)  VALUE SPACES.
           05  WS-EDIT-REF            PIC X(10)  VALUE SPACES.
           05  WS-EDIT-REASON         PIC X(02)  VALUE SPACES.
               88  WS-EDIT-CLEAN          VALUE SPACES.
           05  WS-EDIT-FIRST-DATE     PIC 9(06)  VALUE 0.
           05  WS-EDIT-NIGHTS         PIC 9(03)  VALUE 0.
           05  WS-EDIT-ACTION         PIC X(10)  VALUE SPACES.

       01  WS-EDIT-CTRS.
           05  WS-READ-COUNT          PIC 9(05)  COMP VALUE 0.
           05  WS-PASSED-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-RELEASED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-SUSPENDED-COUNT     PIC 9(05)  COMP VALUE 0.
           05  WS-EXPIRED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-REJECTED-COUNT      PIC 9(05)  COMP VALUE 0.

      *  SUSPENSE AGING BUCKETS, BY NIGHTS CARRIED.
       01  WS-AGE-CTRS.
           05  WS-AGE-1-COUNT         PIC 9(05)  COMP VALUE 0.
           05  WS-AGE-2-3-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-AGE-4-7-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-AGE-8-UP-COUNT      PIC 9(05)  COMP VALUE 0.

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

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(29)  VALUE
               "RESTOCK/ADJUST EDIT REPORT   ".
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
               "ACTION     T ITEM  LO TO QTY REFERENCE  ".
           05  FILLER                 PIC X(40)  VALUE
               "RSN  FIRST   NIGHTS".

       01  WS-DETAIL-LINE.
           05  DTL-ACTION             PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-TYPE               PIC X(01).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-ITEM               PIC X(05).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-LOC                PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-TO-LOC             PIC X(02).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-QTY                PIC X(03).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-REF                PIC X(10).
           05  FILLER                 PIC X      VALUE SPACE.
           05  DTL-REASON             PIC X(02).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-FIRST-DATE         PIC X(06).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-NIGHTS             PIC ZZ9.
           05  FILLER                 PIC X(25)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CNT-LABEL              PIC X(28).
           05  CNT-VALUE              PIC ZZZZ9.
           05  FILLER                 PIC X(47)  VALUE SPACES.

       01  WS-REASON-KEY.
           05  FILLER                 PIC X(40)  VALUE
               "REASONS: NM NOT ON ITEM MASTER, NS NO RE".
           05  FILLER                 PIC X(40)  VALUE
               "QUEST TONIGHT, BQ BAD QTY, BR BAD REASON".

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CARRY-SUSPENSE THRU 2000-EXIT
               UNTIL WS-SUSP-EOF.
           PERFORM 3000-EDIT-RESTOCK THRU 3000-EXIT
               UNTIL WS-RSTK-EOF.
           PERFORM 3500-EDIT-ADJUST THRU 3500-EXIT
               UNTIL WS-ADJ-EOF.
           PERFORM 3600-EDIT-RELEASE THRU 3600-EXIT
               UNTIL WS-AREL-EOF.
           PERFORM 3700-EDIT-TRANSFER THRU 3700-EXIT
               UNTIL WS-XFER-EOF.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           CLOSE RESTOCK-OUT.
           CLOSE ADJUST-OUT.
           CLOSE XFER-OUT.
           CLOSE SUSP-OUT.
           CLOSE EDIT-RPT.
           IF WS-LOG-OPEN
               CLOSE RUN-LOG
           END-IF.
           IF WS-REQ-OVER
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ANY-EXCEPTION
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- OPENS THE RUN LOG AND REPORT, LOADS THE    *
      *  ITEM MASTER CODES AND TONIGHT'S REQUEST CARDS, AND OPENS      *
      *  THE TRANSACTION, SUSPENSE AND EDITED FILES. THE ITEM MASTER   *
      *  IS REQUIRED -- WITHOUT IT EVERY TRANSACTION WOULD BE          *
      *  SUSPENDED AS "NOT ON FILE", SO THE STEP ENDS WITH RETURN      *
      *  CODE 16 AND MAIN DOES NOT RUN. NO RESTOCK, ADJUSTMENT,        *
      *  RELEASED-COUNT, TRANSFER OR PRIOR SUSPENSE FILE IS THE        *
      *  NORMAL QUIET-NIGHT CASE.                                      *
      ******************************************************************
       1000-INITIALIZE.
      *    THIS STEP CREATES THE NIGHT'S RUN-LOG GENERATION; MAIN
      *    AND BOTRECON EXTEND IT BEHIND US.
           OPEN OUTPUT RUN-LOG.
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SW
           ELSE
               DISPLAY
                   "BOTEDIT - RUN LOG NOT AVAILABLE, "
                   "CODED MESSAGES NOT WRITTEN THIS RUN"
               END-DISPLAY
           END-IF.
           OPEN OUTPUT EDIT-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.

           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "BOTEDIT - ITEM MASTER NOT AVAILABLE"
               END-DISPLAY
               MOVE "ITEM MASTER NOT AVAILABLE, EDIT NOT RUN"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "EDT404 " TO LOG-MSG-CODE
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-ITEM-CODE
               MOVE SPACES TO LOG-LOCATION
               PERFORM 8200-WRITE-LOG THRU 8200-EXIT
               CLOSE EDIT-RPT
               IF WS-LOG-OPEN
                   CLOSE RUN-LOG
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ITEM THRU 1100-EXIT
               UNTIL WS-ITEM-EOF.
           CLOSE ITEM-MASTER.

      *    NO REQUEST CARDS AT ALL IS MAIN'S ORIGINAL SINGLE
      *    DEFAULT RUN -- BLANK ITEM CODE, BLANK LOCATION.
           OPEN INPUT REQ-FILE.
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
                   UNTIL WS-REQ-EOF
               CLOSE REQ-FILE
           END-IF.
           IF WS-REQ-COUNT = 0
               MOVE 1 TO WS-REQ-COUNT
               MOVE SPACES TO WS-REQ-ITEM (1)
               MOVE SPACES TO WS-REQ-LOC (1)
           END-IF.
           IF WS-REQ-OVER
               PERFORM 1300-REQUEST-OVERFLOW THRU 1300-EXIT
           END-IF.

           OPEN OUTPUT RESTOCK-OUT.
           OPEN OUTPUT ADJUST-OUT.
           OPEN OUTPUT XFER-OUT.
           OPEN OUTPUT SUSP-OUT.

           OPEN INPUT SUSP-IN.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SUSP-EOF-SW
           END-IF.
           OPEN INPUT RESTOCK-IN.
           IF WS-RSTK-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RSTK-EOF-SW
           END-IF.
           OPEN INPUT ADJUST-IN.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-ADJ-EOF-SW
           END-IF.
           OPEN INPUT ADJUST-REL.
           IF WS-AREL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-AREL-EOF-SW
           END-IF.
           OPEN INPUT XFER-IN.
           IF WS-XFER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-XFER-EOF-SW
           END-IF.

           MOVE WS-COLUMN-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ITEM.
           READ ITEM-MASTER
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE ITEM-MASTER-IN TO BOTTLE-RECORD.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE BR-ITEM-CODE TO WS-ITEM-CODE-T (WS-ITEM-COUNT).
           IF BR-WALL-CAPACITY NUMERIC
            AND BR-WALL-CAPACITY > 0
               MOVE BR-WALL-CAPACITY TO WS-ITEM-CAP-T (WS-ITEM-COUNT)
           ELSE
               MOVE 99 TO WS-ITEM-CAP-T (WS-ITEM-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-REQUEST.
           READ REQ-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           IF WS-REQ-COUNT >= WS-REQ-MAX
               MOVE "Y" TO WS-REQ-OVER-SW
               ADD 1 TO WS-REQ-DROP-COUNT
               GO TO 1200-EXIT
           END-IF.
           MOVE REQ-CARD-IN TO PARM-CARD.
           ADD 1 TO WS-REQ-COUNT.
           MOVE PARM-ITEM-CODE TO WS-REQ-ITEM (WS-REQ-COUNT).
           MOVE PARM-LOCATION TO WS-REQ-LOC (WS-REQ-COUNT).
           PERFORM 1250-PROJECT-WALL THRU 1250-EXIT.
      *    A SECOND CARD FOR THE SAME WALL -- MAIN POSTS THE WALL'S
      *    TRANSFER LEGS FOR EACH CARD, SO NEITHER CARD TAKES ONE.
           MOVE PARM-ITEM-CODE TO WS-EDIT-ITEM.
           MOVE PARM-LOCATION TO WS-EDIT-LOC.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 5200-SCAN-REQUEST THRU 5200-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB >= WS-REQ-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               MOVE "N" TO WS-REQ-XFER-SW (WS-FOUND-SUB)
               MOVE "N" TO WS-REQ-XFER-SW (WS-REQ-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1250-PROJECT-WALL -- WORKS OUT THE WALL COUNT MAIN WILL       *
      *  START THIS CARD AT, THE SAME WAY MAIN'S 0150-SETUP-REQUEST    *
      *  DOES: THE SKIP-TO COUNT IN SKIP MODE, ELSE THE START COUNT,   *
      *  ELSE 99 -- EACH ONLY WHEN WITHIN THE ITEM'S CAPACITY. A CARD  *
      *  MAIN WILL REJECT (THE 99 DEFAULT OVER A SMALL WALL'S          *
      *  CAPACITY) CANNOT TAKE A TRANSFER LEG. A RESTART FLAG ON ANY   *
      *  CARD MAKES TONIGHT A RESTART: MAIN THEN RESUMES EVERY ITEM    *
      *  WITH A CHECKPOINT, FLAGGED OR NOT, WITHOUT ITS POSTINGS, AND  *
      *  WHICH ITEMS HAVE ONE IS NOT KNOWN HERE -- SO 5500 HOLDS EVERY *
      *  TRANSFER UNTIL A NIGHT WITHOUT ONE.                           *
      ******************************************************************
       1250-PROJECT-WALL.
           MOVE "Y" TO WS-REQ-XFER-SW (WS-REQ-COUNT).
           MOVE 99 TO WS-REQ-CAP (WS-REQ-COUNT).
           IF PARM-ITEM-CODE NOT = SPACES
               MOVE PARM-ITEM-CODE TO WS-EDIT-ITEM
               MOVE "N" TO WS-FOUND-SW
               PERFORM 5100-SCAN-ITEM THRU 5100-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-ITEM-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   MOVE WS-ITEM-CAP-T (WS-FOUND-SUB)
                       TO WS-REQ-CAP (WS-REQ-COUNT)
               END-IF
           END-IF.

           MOVE 99 TO WS-REQ-WALL (WS-REQ-COUNT).
           IF PARM-START-COUNT NUMERIC
               IF PARM-START-COUNT > 0
                AND PARM-START-COUNT <= WS-REQ-CAP (WS-REQ-COUNT)
                   MOVE PARM-START-COUNT TO WS-REQ-WALL (WS-REQ-COUNT)
               END-IF
           END-IF.
           IF PARM-MODE-SKIP AND PARM-SKIP-TO-COUNT NUMERIC
               IF PARM-SKIP-TO-COUNT > 0
                AND PARM-SKIP-TO-COUNT <= WS-REQ-CAP (WS-REQ-COUNT)
                   MOVE PARM-SKIP-TO-COUNT
                       TO WS-REQ-WALL (WS-REQ-COUNT)
               END-IF
           END-IF.

           IF WS-REQ-WALL (WS-REQ-COUNT) > WS-REQ-CAP (WS-REQ-COUNT)
               MOVE "N" TO WS-REQ-XFER-SW (WS-REQ-COUNT)
           END-IF.
           IF PARM-RESTART-YES
               MOVE "Y" TO WS-RESTART-DECK-SW
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *  1300-REQUEST-OVERFLOW -- TONIGHT'S DECK HAS MORE CARDS THAN   *
      *  THE REQUEST TABLE. THE CARDS PAST IT ARE NOT KNOWN HERE, SO   *
      *  THEIR ITEMS' TRANSACTIONS WOULD ALL BE SUSPENDED "NS" WHILE   *
      *  THE STREAMS RAN THEM. THE EDIT STILL FINISHES, BUT THE STEP   *
      *  ENDS RC 8 SO NEITHER STREAM IS RELEASED ON IT -- SPLIT OR     *
      *  TRIM THE DECK AND RERUN.                                      *
      ******************************************************************
       1300-REQUEST-OVERFLOW.
           MOVE WS-REQ-DROP-COUNT TO WS-REQ-DROP-DISP.
           DISPLAY
               "BOTEDIT - REQUEST DECK OVER " WS-REQ-MAX
               " CARDS, " WS-REQ-DROP-DISP " NOT LOADED"
           END-DISPLAY.
           MOVE "REQUEST CARDS NOT LOADED  :" TO CNT-LABEL.
           MOVE WS-REQ-DROP-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "EDT406 " TO LOG-MSG-CODE.
           MOVE "E" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-ITEM-CODE.
           MOVE SPACES TO LOG-LOCATION.
           MOVE WS-REQ-DROP-DISP TO LOG-VALUE-1.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CARRY-SUSPENSE -- RETRIES ONE TRANSACTION LEFT IN        *
      *  SUSPENSE BY AN EARLIER NIGHT. IT IS EDITED EXACTLY LIKE A     *
      *  NEW ONE: CLEAN NOW (ITS ITEM WAS SCHEDULED, OR THE MASTER     *
      *  WAS FIXED) AND IT IS RELEASED TO TONIGHT'S EDITED FILE;       *
      *  STILL BAD AND IT IS CARRIED FORWARD ONE MORE NIGHT, UNTIL     *
      *  IT PASSES THE EXPIRY LIMIT AND IS DROPPED WITH A LISTING.     *
      ******************************************************************
       2000-CARRY-SUSPENSE.
           READ SUSP-IN INTO SUSP-RECORD
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SUSP-TRAN-TYPE TO WS-EDIT-TYPE.
           MOVE SUSP-TRAN-IMAGE TO WS-EDIT-IMAGE.
           MOVE SUSP-FIRST-DATE TO WS-EDIT-FIRST-DATE.
           IF SUSP-NIGHTS NUMERIC
               ADD 1 SUSP-NIGHTS GIVING WS-EDIT-NIGHTS
           ELSE
               MOVE 1 TO WS-EDIT-NIGHTS
           END-IF.
           PERFORM 5000-EDIT-TRAN THRU 5000-EXIT.

           IF WS-DUP-REF
               PERFORM 6300-REJECT-DUPLICATE THRU 6300-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-EDIT-CLEAN
               MOVE "RELEASED" TO WS-EDIT-ACTION
               PERFORM 6000-PASS-TRAN THRU 6000-EXIT
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
               MOVE "EDT405 " TO LOG-MSG-CODE
               MOVE "I" TO LOG-SEVERITY
               MOVE WS-EDIT-REF TO LOG-VALUE-1
               PERFORM 8200-WRITE-LOG THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-EDIT-NIGHTS > WS-EXPIRE-NIGHTS
               PERFORM 6200-EXPIRE-TRAN THRU 6200-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 6100-SUSPEND-TRAN THRU 6100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-EDIT-RESTOCK -- EDITS ONE OF TONIGHT'S NEWLY KEYED       *
      *  RESTOCK TRANSACTIONS.                                         *
      ******************************************************************
       3000-EDIT-RESTOCK.
           READ RESTOCK-IN
               AT END
                   MOVE "Y" TO WS-RSTK-EOF-SW
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE "R" TO WS-EDIT-TYPE.
           MOVE RSTK-IN-REC TO WS-EDIT-IMAGE.
           PERFORM 3900-EDIT-NEW-TRAN THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3500-EDIT-ADJUST -- EDITS ONE OF TONIGHT'S NEWLY KEYED        *
      *  CYCLE-COUNT ADJUSTMENT TRANSACTIONS. A COUNT AS KEYED HAS NO  *
      *  APPROVER -- ANYTHING IN THE FIELD IS BLANKED, SO MAIN STILL   *
      *  HOLDS IT IF IT IS OVER THE ITEM'S TOLERANCE.                  *
      ******************************************************************
       3500-EDIT-ADJUST.
           READ ADJUST-IN
               AT END
                   MOVE "Y" TO WS-ADJ-EOF-SW
                   GO TO 3500-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE "A" TO WS-EDIT-TYPE.
           MOVE ADJ-IN-REC TO ADJ-RECORD.
           MOVE SPACES TO ADJ-APPROVER-ID.
           MOVE ADJ-RECORD TO WS-EDIT-IMAGE.
           PERFORM 3900-EDIT-NEW-TRAN THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-EDIT-RELEASE -- EDITS ONE HELD CYCLE COUNT A SUPERVISOR  *
      *  HAS RELEASED (SEE BOTAPPR). IT IS EDITED LIKE A NEW COUNT,    *
      *  BUT WITH THE APPROVER'S ID LEFT ON IT, ALL THE WAY THROUGH    *
      *  SUSPENSE IF IT CANNOT APPLY TONIGHT.                          *
      ******************************************************************
       3600-EDIT-RELEASE.
           READ ADJUST-REL
               AT END
                   MOVE "Y" TO WS-AREL-EOF-SW
                   GO TO 3600-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE "A" TO WS-EDIT-TYPE.
           MOVE ADJ-REL-REC TO WS-EDIT-IMAGE.
           PERFORM 3900-EDIT-NEW-TRAN THRU 3900-EXIT.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  3700-EDIT-TRANSFER -- EDITS ONE OF TONIGHT'S NEWLY KEYED      *
      *  INTER-BUILDING TRANSFERS.                                     *
      ******************************************************************
       3700-EDIT-TRANSFER.
           READ XFER-IN
               AT END
                   MOVE "Y" TO WS-XFER-EOF-SW
                   GO TO 3700-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE "T" TO WS-EDIT-TYPE.
           MOVE XFER-IN-REC TO WS-EDIT-IMAGE.
           PERFORM 3900-EDIT-NEW-TRAN THRU 3900-EXIT.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  3900-EDIT-NEW-TRAN -- A NEW TRANSACTION THAT EDITS CLEAN     *
      *  GOES STRAIGHT TO TONIGHT'S EDITED FILE; ONE THAT DOES NOT    *
      *  STARTS ITS FIRST NIGHT IN SUSPENSE.                           *
      ******************************************************************
       3900-EDIT-NEW-TRAN.
           MOVE WS-RUN-DATE-N TO WS-EDIT-FIRST-DATE.
           MOVE 1 TO WS-EDIT-NIGHTS.
           PERFORM 5000-EDIT-TRAN THRU 5000-EXIT.
           IF WS-DUP-REF
               PERFORM 6300-REJECT-DUPLICATE THRU 6300-EXIT
               GO TO 3900-EXIT
           END-IF.
           IF WS-EDIT-CLEAN
               PERFORM 6000-PASS-TRAN THRU 6000-EXIT
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               PERFORM 6100-SUSPEND-TRAN THRU 6100-EXIT
           END-IF.
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  5000-EDIT-TRAN -- THE EDIT ITSELF, SHARED BY NEW AND          *
      *  SUSPENDED TRANSACTIONS. SETS WS-EDIT-REASON TO THE FIRST      *
      *  CHECK THAT FAILS (SPACES WHEN CLEAN): ITEM NOT ON THE         *
      *  MASTER, QUANTITY OR COUNT NOT NUMERIC, ADJUSTMENT REASON      *
      *  NOT B/S/M, TRANSFER LOCATIONS BLANK OR THE SAME WALL, NO      *
      *  REQUEST CARD FOR THE ITEM AND LOCATION (BOTH LOCATIONS, FOR   *
      *  A TRANSFER) TONIGHT, TRANSFER LEGS THAT CANNOT BOTH POST. A   *
      *  CLEAN RESTOCK IS THEN CHECKED AGAINST THE APPLIED-DELIVERY    *
      *  REGISTER. A BLANK ITEM CODE IS NOT LOOKED UP ON THE MASTER    *
      *  -- IT BELONGS TO THE DEFAULT ITEM-LESS RUN -- EXCEPT ON A     *
      *  TRANSFER, WHICH ALWAYS MOVES A NAMED ITEM BETWEEN TWO WALLS.  *
      ******************************************************************
       5000-EDIT-TRAN.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE SPACES TO WS-EDIT-TO-LOC.
           MOVE "N" TO WS-DUP-REF-SW.
           EVALUATE TRUE
               WHEN WS-EDIT-RESTOCK
                   MOVE WS-EDIT-IMAGE TO RSTK-RECORD
                   MOVE RSTK-ITEM-CODE TO WS-EDIT-ITEM
                   MOVE RSTK-LOCATION TO WS-EDIT-LOC
                   MOVE RSTK-QUANTITY TO WS-EDIT-QTY
                   MOVE RSTK-DELIV-REF TO WS-EDIT-REF
               WHEN WS-EDIT-TRANSFER
                   MOVE WS-EDIT-IMAGE TO XFER-RECORD
                   MOVE XFER-ITEM-CODE TO WS-EDIT-ITEM
                   MOVE XFER-FROM-LOC TO WS-EDIT-LOC
                   MOVE XFER-TO-LOC TO WS-EDIT-TO-LOC
                   MOVE XFER-QUANTITY TO WS-EDIT-QTY
                   MOVE XFER-REF TO WS-EDIT-REF
               WHEN OTHER
                   MOVE WS-EDIT-IMAGE TO ADJ-RECORD
                   MOVE ADJ-ITEM-CODE TO WS-EDIT-ITEM
                   MOVE ADJ-LOCATION TO WS-EDIT-LOC
                   MOVE ADJ-NEW-COUNT TO WS-EDIT-QTY
                   MOVE ADJ-COUNT-REF TO WS-EDIT-REF
           END-EVALUATE.

           IF WS-EDIT-TRANSFER AND WS-EDIT-ITEM = SPACES
               MOVE "NM" TO WS-EDIT-REASON
               GO TO 5000-EXIT
           END-IF.
           IF WS-EDIT-ITEM NOT = SPACES
               MOVE "N" TO WS-FOUND-SW
               PERFORM 5100-SCAN-ITEM THRU 5100-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-ITEM-COUNT
                      OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE "NM" TO WS-EDIT-REASON
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           IF WS-EDIT-TRANSFER
               PERFORM 5500-EDIT-TRANSFER THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF WS-EDIT-RESTOCK
               IF RSTK-QUANTITY NOT NUMERIC
                   MOVE "BQ" TO WS-EDIT-REASON
                   GO TO 5000-EXIT
               END-IF
           ELSE
               IF ADJ-NEW-COUNT NOT NUMERIC
                   MOVE "BQ" TO WS-EDIT-REASON
                   GO TO 5000-EXIT
               END-IF
               IF NOT ADJ-REASON-BREAKAGE
                AND NOT ADJ-REASON-SHRINKAGE
                AND NOT ADJ-REASON-MISCOUNT
                   MOVE "BR" TO WS-EDIT-REASON
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 5200-SCAN-REQUEST THRU 5200-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-REQ-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE "NS" TO WS-EDIT-REASON
               GO TO 5000-EXIT
           END-IF.

           IF WS-EDIT-RESTOCK AND WS-EDIT-REF NOT = SPACES
               PERFORM 5300-CHECK-REGISTER THRU 5300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SCAN-ITEM.
           IF WS-ITEM-CODE-T (WS-TAB-SUB) = WS-EDIT-ITEM
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       5100-EXIT.
           EXIT.

       5200-SCAN-REQUEST.
           IF WS-REQ-ITEM (WS-TAB-SUB) = WS-EDIT-ITEM
            AND WS-REQ-LOC (WS-TAB-SUB) = WS-EDIT-LOC
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       5200-EXIT.
           EXIT.

       5210-SCAN-TO-REQUEST.
           IF WS-REQ-ITEM (WS-TAB-SUB) = WS-EDIT-ITEM
            AND WS-REQ-LOC (WS-TAB-SUB) = WS-EDIT-TO-LOC
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       5210-EXIT.
           EXIT.

      ******************************************************************
      *  5300-CHECK-REGISTER -- LOOKS FOR THE RESTOCK'S DELIVERY       *
      *  REFERENCE AMONG THOSE ALREADY PASSED TONIGHT, THEN ON THE     *
      *  APPLIED-DELIVERY REGISTER. NO REGISTER YET (THE FIRST NIGHT)  *
      *  MEANS NOTHING HAS BEEN APPLIED.                               *
      ******************************************************************
       5300-CHECK-REGISTER.
           PERFORM 5320-SCAN-TONIGHT THRU 5320-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-DREF-COUNT
                  OR WS-DUP-REF.
           IF WS-DUP-REF
               GO TO 5300-EXIT
           END-IF.
           MOVE "N" TO WS-DREG-EOF-SW.
           OPEN INPUT DELV-REG.
           IF WS-DREG-FILE-STATUS NOT = "00"
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5310-SCAN-REGISTER THRU 5310-EXIT
               UNTIL WS-DREG-EOF OR WS-DUP-REF.
           CLOSE DELV-REG.
       5300-EXIT.
           EXIT.

       5310-SCAN-REGISTER.
           READ DELV-REG
               AT END
                   MOVE "Y" TO WS-DREG-EOF-SW
                   GO TO 5310-EXIT
           END-READ.
           IF DREG-DELIV-REF = WS-EDIT-REF
               MOVE "Y" TO WS-DUP-REF-SW
           END-IF.
       5310-EXIT.
           EXIT.

       5320-SCAN-TONIGHT.
           IF WS-DREF-REF (WS-TAB-SUB) = WS-EDIT-REF
               MOVE "Y" TO WS-DUP-REF-SW
           END-IF.
       5320-EXIT.
           EXIT.

      ******************************************************************
      *  5500-EDIT-TRANSFER -- THE TRANSFER CHECKS, AFTER THE ITEM     *
      *  HAS PASSED THE MASTER: QUANTITY NUMERIC AND NOT ZERO, TWO     *
      *  DIFFERENT NON-BLANK WALLS, A REQUEST CARD FOR EACH TONIGHT,   *
      *  THEN BOTH LEGS PROVED AGAINST THE PROJECTED WALLS -- THE      *
      *  SHIPPING WALL MUST HOLD THE UNITS AND THE RECEIVING WALL      *
      *  MUST HAVE ROOM FOR ALL OF THEM. ANY FAILURE HOLDS THE WHOLE   *
      *  TRANSFER, SO ONE SIDE NEVER POSTS WITHOUT THE OTHER. ON A     *
      *  RESTART NIGHT EVERY TRANSFER IS HELD (SEE 1250).              *
      ******************************************************************
       5500-EDIT-TRANSFER.
           IF XFER-QUANTITY NOT NUMERIC
               MOVE "BQ" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.
           IF XFER-QUANTITY = 0
               MOVE "BQ" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.
           IF XFER-FROM-LOC = SPACES
            OR XFER-TO-LOC = SPACES
            OR XFER-FROM-LOC = XFER-TO-LOC
               MOVE "XL" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 5200-SCAN-REQUEST THRU 5200-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-REQ-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE "NS" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-FOUND-SUB TO WS-XFER-FROM-SUB.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 5210-SCAN-TO-REQUEST THRU 5210-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-REQ-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE "NS" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-FOUND-SUB TO WS-XFER-TO-SUB.

           IF WS-RESTART-DECK
            OR NOT WS-REQ-XFER-OK (WS-XFER-FROM-SUB)
            OR NOT WS-REQ-XFER-OK (WS-XFER-TO-SUB)
               MOVE "XC" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.
           IF XFER-QUANTITY > WS-REQ-WALL (WS-XFER-FROM-SUB)
               MOVE "XC" TO WS-EDIT-REASON
               GO TO 5500-EXIT
           END-IF.
           IF WS-REQ-WALL (WS-XFER-TO-SUB) < WS-REQ-CAP (WS-XFER-TO-SUB)
               SUBTRACT WS-REQ-WALL (WS-XFER-TO-SUB)
                   FROM WS-REQ-CAP (WS-XFER-TO-SUB)
                   GIVING WS-XFER-ROOM
           ELSE
               MOVE 0 TO WS-XFER-ROOM
           END-IF.
           IF XFER-QUANTITY > WS-XFER-ROOM
               MOVE "XC" TO WS-EDIT-REASON
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  6000-PASS-TRAN -- WRITES A CLEAN TRANSACTION, UNCHANGED, TO   *
      *  THE EDITED RESTOCK, ADJUSTMENT OR TRANSFER FILE MAIN APPLIES  *
      *  TONIGHT. A PASSED TRANSFER MOVES THE TWO PROJECTED WALLS, SO  *
      *  THE NEXT TRANSFER OF THE ITEM IS PROVED AGAINST THEM AS MAIN  *
      *  WILL LEAVE THEM. A PASSED DELIVERY'S REFERENCE IS KEPT SO A   *
      *  SECOND COPY OF IT TONIGHT IS REJECTED.                        *
      ******************************************************************
       6000-PASS-TRAN.
           EVALUATE TRUE
               WHEN WS-EDIT-RESTOCK
                   MOVE WS-EDIT-IMAGE TO RSTK-OUT-REC
                   WRITE RSTK-OUT-REC
                   IF WS-EDIT-REF NOT = SPACES
                       PERFORM 6010-KEEP-REF THRU 6010-EXIT
                   END-IF
               WHEN WS-EDIT-TRANSFER
                   MOVE WS-EDIT-IMAGE TO XFER-OUT-REC
                   WRITE XFER-OUT-REC
                   SUBTRACT XFER-QUANTITY
                       FROM WS-REQ-WALL (WS-XFER-FROM-SUB)
                   ADD XFER-QUANTITY TO WS-REQ-WALL (WS-XFER-TO-SUB)
               WHEN OTHER
                   MOVE WS-EDIT-IMAGE TO ADJ-OUT-REC
                   WRITE ADJ-OUT-REC
           END-EVALUATE.
       6000-EXIT.
           EXIT.

       6010-KEEP-REF.
           IF WS-DREF-COUNT >= WS-DREF-MAX
               GO TO 6010-EXIT
           END-IF.
           ADD 1 TO WS-DREF-COUNT.
           MOVE WS-EDIT-REF TO WS-DREF-REF (WS-DREF-COUNT).
       6010-EXIT.
           EXIT.

      ******************************************************************
      *  6100-SUSPEND-TRAN -- WRITES THE TRANSACTION TO TONIGHT'S      *
      *  SUSPENSE GENERATION WITH ITS REASON, FIRST-SUSPENDED DATE     *
      *  AND NIGHTS CARRIED, LISTS IT AND COUNTS IT IN ITS AGING       *
      *  BUCKET.                                                       *
      ******************************************************************
       6100-SUSPEND-TRAN.
           MOVE SPACES TO SUSP-RECORD.
           MOVE WS-EDIT-TYPE TO SUSP-TRAN-TYPE.
           MOVE WS-EDIT-IMAGE TO SUSP-TRAN-IMAGE.
           MOVE WS-EDIT-REASON TO SUSP-REASON.
           MOVE WS-EDIT-FIRST-DATE TO SUSP-FIRST-DATE.
           MOVE WS-EDIT-NIGHTS TO SUSP-NIGHTS.
           MOVE SUSP-RECORD TO SUSP-OUT-REC.
           WRITE SUSP-OUT-REC.
           ADD 1 TO WS-SUSPENDED-COUNT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
           EVALUATE TRUE
               WHEN WS-EDIT-NIGHTS < 2
                   ADD 1 TO WS-AGE-1-COUNT
               WHEN WS-EDIT-NIGHTS < 4
                   ADD 1 TO WS-AGE-2-3-COUNT
               WHEN WS-EDIT-NIGHTS < 8
                   ADD 1 TO WS-AGE-4-7-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-8-UP-COUNT
           END-EVALUATE.
           MOVE "SUSPENDED" TO WS-EDIT-ACTION.
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
           MOVE "EDT401 " TO LOG-MSG-CODE.
           MOVE "W" TO LOG-SEVERITY.
           MOVE WS-EDIT-REF TO LOG-VALUE-1.
           MOVE WS-EDIT-REASON TO LOG-VALUE-2.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6200-EXPIRE-TRAN -- A SUSPENDED TRANSACTION PAST THE EXPIRY   *
      *  LIMIT IS NOT CARRIED AGAIN. THE LISTING IS THE OFFICE'S       *
      *  RECORD OF IT FOR RE-KEYING.                                   *
      ******************************************************************
       6200-EXPIRE-TRAN.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
           MOVE "EXPIRED" TO WS-EDIT-ACTION.
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
           MOVE "EDT403 " TO LOG-MSG-CODE.
           MOVE "W" TO LOG-SEVERITY.
           MOVE WS-EDIT-REF TO LOG-VALUE-1.
           MOVE WS-EDIT-REASON TO LOG-VALUE-2.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  6300-REJECT-DUPLICATE -- THE DELIVERY REFERENCE IS ALREADY    *
      *  ON THE APPLIED-DELIVERY REGISTER, OR WAS PASSED EARLIER IN    *
      *  THIS EDIT. IT POSTS ONCE AND IS NEVER POSTED AGAIN, SO IT IS  *
      *  NEITHER PASSED NOR SUSPENDED -- ONLY LISTED.                  *
      ******************************************************************
       6300-REJECT-DUPLICATE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "Y" TO WS-ANY-EXCEPT-SW.
           MOVE "DR" TO WS-EDIT-REASON.
           MOVE "DUPLICATE" TO WS-EDIT-ACTION.
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
           MOVE "EDT402 " TO LOG-MSG-CODE.
           MOVE "W" TO LOG-SEVERITY.
           MOVE WS-EDIT-REF TO LOG-VALUE-1.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       6300-EXIT.
           EXIT.

      ******************************************************************
      *  7000-PRINT-DETAIL -- LISTS ONE TRANSACTION AND WHAT WAS DONE  *
      *  WITH IT. THE ITEM AND LOCATION ALSO GO TO THE RUN-LOG KEY     *
      *  FIELDS FOR THE CALLER'S LOG RECORD.                           *
      ******************************************************************
       7000-PRINT-DETAIL.
           MOVE WS-EDIT-ACTION TO DTL-ACTION.
           MOVE WS-EDIT-TYPE TO DTL-TYPE.
           MOVE WS-EDIT-ITEM TO DTL-ITEM.
           MOVE WS-EDIT-LOC TO DTL-LOC.
           MOVE WS-EDIT-TO-LOC TO DTL-TO-LOC.
           MOVE WS-EDIT-QTY TO DTL-QTY.
           MOVE WS-EDIT-REF TO DTL-REF.
           MOVE WS-EDIT-REASON TO DTL-REASON.
           MOVE WS-EDIT-FIRST-DATE TO DTL-FIRST-DATE.
           MOVE WS-EDIT-NIGHTS TO DTL-NIGHTS.
           MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-EDIT-ITEM TO LOG-ITEM-CODE.
           MOVE WS-EDIT-LOC TO LOG-LOCATION.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-WRITE-TOTALS -- CLOSES THE EDIT REPORT WITH THE          *
      *  DISPOSITION COUNTS AND THE AGING SUMMARY OF WHAT IS NOW IN    *
      *  SUSPENSE, BY NIGHTS CARRIED.                                  *
      ******************************************************************
       4000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-REASON-KEY TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "         DR DELIVERY ALREADY APPLIED OR KEYED TWICE"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "         XL TRANSFER LOCATIONS BLANK OR SAME WALL"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "         XC TRANSFER LEGS CANNOT BOTH POST TONIGHT"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "TRANSACTIONS READ . . . . :" TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "PASSED TO TONIGHT'S RUN . :" TO CNT-LABEL.
           MOVE WS-PASSED-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "RELEASED FROM SUSPENSE  . :" TO CNT-LABEL.
           MOVE WS-RELEASED-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "HELD IN SUSPENSE  . . . . :" TO CNT-LABEL.
           MOVE WS-SUSPENDED-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "EXPIRED FROM SUSPENSE . . :" TO CNT-LABEL.
           MOVE WS-EXPIRED-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "DUPLICATE DELIVERIES  . . :" TO CNT-LABEL.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.

           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "SUSPENSE AGING (NIGHTS CARRIED)" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "  1 NIGHT . . . . . . . . :" TO CNT-LABEL.
           MOVE WS-AGE-1-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "  2 TO 3 NIGHTS . . . . . :" TO CNT-LABEL.
           MOVE WS-AGE-2-3-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "  4 TO 7 NIGHTS . . . . . :" TO CNT-LABEL.
           MOVE WS-AGE-4-7-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
           MOVE "  8 NIGHTS AND OVER . . . :" TO CNT-LABEL.
           MOVE WS-AGE-8-UP-COUNT TO CNT-VALUE.
           PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE EDIT REPORT,   *
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
      *  MUST SET LOG-MSG-CODE, LOG-SEVERITY, THE ITEM AND LOCATION    *
      *  AND ANY KEY VALUES FIRST; THE TIME IS FILLED IN HERE AND THE  *
      *  VALUE FIELDS ARE CLEARED AFTERWARDS. QUIETLY DOES NOTHING     *
      *  WHEN THE RUN LOG COULD NOT BE OPENED.                         *
      ******************************************************************
       8200-WRITE-LOG.
           IF NOT WS-LOG-OPEN
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
           MOVE SPACES TO LOG-VALUE-1.
           MOVE SPACES TO LOG-VALUE-2.
       8200-EXIT.
           EXIT.
