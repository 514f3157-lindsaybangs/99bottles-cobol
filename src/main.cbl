      *                   W) INSTEAD OF DYING IN THE COUNT           *
      *                   VALIDATION WITH RETURN CODE 16 AND A       *
      *                   STATUS RECORD STUCK ON "RUNNING".          *
      *  10/15/26   RJJ   APPLIED-DELIVERY REGISTER (DELVREG). A      *
      *                   RESTOCK WHOSE DELIVERY REFERENCE IS         *
      *                   ALREADY ON THE REGISTER IS SKIPPED          *
      *                   (MAIN127 W) -- A RE-KEYED OR RE-SENT        *
      *                   DELIVERY USED TO RAISE THE WALL AGAIN.      *
      *                   EVERY APPLIED RESTOCK WITH A REFERENCE IS   *
      *                   APPENDED TO THE REGISTER (MAIN128 W WHEN    *
      *                   IT CANNOT BE). RSTKFILE AND ADJFILE NOW     *
      *                   COME FROM THE BOTEDIT PRE-RUN EDIT STEP,    *
      *                   WHICH ALSO CREATES THE NIGHT'S RUN LOG, SO  *
      *                   THE RUN LOG IS NOW OPENED EXTEND.           *
      *  10/15/26   RJJ   INTER-BUILDING TRANSFERS (XFERFILE, SEE     *
      *                   XFERCARD.CPY). EACH TRANSFER POSTS AS TWO   *
      *                   LEGS THE SAME NIGHT -- "XOUT" / MOVEMENT    *
      *                   TYPE "O" WHEN THE FROM-WALL'S REQUEST RUNS, *
      *                   "XIN " / MOVEMENT TYPE "I" WHEN THE TO-     *
      *                   WALL'S DOES -- AHEAD OF THE RESTOCKS AND    *
      *                   ADJUSTMENTS. BOTEDIT HAS ALREADY PROVED     *
      *                   BOTH LEGS FIT; A LEG THAT STILL CANNOT      *
      *                   POST IS SKIPPED (MAIN130 E) AND LEFT FOR    *
      *                   BOTRECON'S TRANSFER BALANCE TO FLAG. A      *
      *                   WALL EMPTIED BY A TRANSFER CLOSES OUT LIKE  *
      *                   ONE COUNTED AT ZERO.                        *
      *  10/15/26   RJJ   THE "CADJ" AUDIT RECORD NOW CARRIES THE     *
      *                   ADJUSTMENT REASON CODE (AUDITREC.CPY, AUDIT *
      *                   RECORD 30 TO 32 BYTES) FOR THE MONTH-END    *
      *                   BOTVALU WRITE-OFF COSTING.                  *
      *  10/15/26   RJJ   EVERY AUDIT RECORD NOW CARRIES THE RUN      *
      *                   DATE (AUDIT RECORD 32 TO 39 BYTES) SO THE   *
      *                   BOTLEDG STOCK LEDGER CAN DATE EACH NIGHT'S  *
      *                   MOVEMENTS ACROSS CONCATENATED GENERATIONS.  *
      *  10/15/26   RJJ   EACH APPLIED RESTOCK IS MATCHED TO ITS OPEN *
      *                   PURCHASE ORDER (OPENORD.CPY) BY ITEM,       *
      *                   LOCATION AND DELIVERY REFERENCE, AND        *
      *                   THE MATCH AND THE QUANTITY DELIVERED ARE    *
      *                   KEPT ON THE DELIVERY REGISTER FOR BOTPORD.  *
      *                   A DELIVERY WITH NO ORDER LOGS MAIN131 I;    *
      *                   ONE THAT CANNOT BE CHECKED, MAIN132 W.      *
      *                   DELIVERIES WITH NO REFERENCE ARE NOW        *
      *                   REGISTERED TOO.                             *
      *  10/15/26   RJJ   EACH BUILDING NOW RUNS AS ITS OWN JOB       *
      *                   STREAM WITH ITS OWN CHECKPOINT FILE         *
      *                   (BOTRUNB1, BOTRUNB2). THE WHOLE REQUEST     *
      *                   DECK IS LOADED UP FRONT AND THE RESTART     *
      *                   FLAG IS HONORED ON ANY CARD, NOT JUST THE   *
      *                   FIRST. CHECKPOINTS ARE KEPT PER ITEM AND    *
      *                   LOCATION AND CARRY A RUNNING, COMPLETE OR   *
      *                   CANCELLED STATE, SO A RESTART PASSES OVER   *
      *                   FINISHED ITEMS (MAIN133 I), RESUMES AN      *
      *                   ITEM IN PROGRESS FROM ITS OWN CHECKPOINT    *
      *                   AND STARTS ONE NEVER REACHED FROM ITS       *
      *                   CARD. A FLAGGED CARD WITH NO CHECKPOINT     *
      *                   LOGS MAIN134 W; A CARD BEYOND THE DECK      *
      *                   TABLE, MAIN135 E. MAIN109 AND MAIN112 ARE   *
      *                   NO LONGER ISSUED.                           *
      *  10/15/26   RJJ   CYCLE-COUNT ADJUSTMENT TOLERANCE -- A COUNT *
      *                   THAT WOULD MOVE THE WALL FURTHER THAN THE   *
      *                   ITEM MASTER'S TOLERANCE (UNITS, OR PERCENT  *
      *                   OF THE WALL) IS NO LONGER POSTED. IT GOES   *
      *                   TO THE PENDING-APPROVAL FILE (ADJHOLD, SEE  *
      *                   ADJPEND.CPY) WITH MAIN136 W AND IS COUNTED  *
      *                   ON THE WRITE-OFF TOTALS. A COUNT A          *
      *                   SUPERVISOR RELEASED THROUGH BOTAPPR CARRIES *
      *                   THEIR ID AND POSTS WITHOUT THE CHECK, WITH  *
      *                   MAIN137 I NAMING THE APPROVER. NO ROOM ON   *
      *                   THE HOLD FILE LOGS MAIN138 E -- THE COUNT   *
      *                   IS NEITHER POSTED NOR HELD, IS LEFT OFF THE *
      *                   HELD TOTAL AND ENDS THE STEP RC 8.          *
      *  10/15/26   RJJ   A "POSTING" CHECKPOINT (STATE P) IS NOW     *
      *                   WRITTEN JUST BEFORE EACH ITEM'S RUN-START   *
      *                   POSTINGS. A RESTART THAT FINDS AN ITEM      *
      *                   STILL AT P CANNOT TELL WHICH OF ITS         *
      *                   POSTINGS WENT THROUGH, SO IT PASSES THE     *
      *                   ITEM OVER UNPOSTED (MAIN139 E) RATHER THAN  *
      *                   POST ANY OF THEM TWICE. MAIN130 AND MAIN139 *
      *                   NOW END THE STEP WITH RETURN CODE 8 (NOT    *
      *                   16, SO BOTRECON STILL RUNS) -- WITH EACH    *
      *                   BUILDING IN ITS OWN STREAM A SKIPPED        *
      *                   TRANSFER LEG'S PARTNER HAS ALREADY POSTED   *
      *                   OR WILL, AND THE OFFICE MUST BACK IT OUT.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT DELV-REGISTER ASSIGN TO DELVREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-FILE-STATUS.

           SELECT XFER-FILE    ASSIGN TO XFERFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT OPEN-ORDERS  ASSIGN TO OPENORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.

           SELECT ADJ-HOLD     ASSIGN TO ADJHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE

       FD  BOTTLE-AUDIT
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(39).

       FD  INTF-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  LOG-RECORD-OUT             PIC X(79).

       FD  DELV-REGISTER
           RECORDING MODE IS F.
       COPY DELVREG.

       FD  XFER-FILE
           RECORDING MODE IS F.
       COPY XFERCARD.

       FD  OPEN-ORDERS
           RECORDING MODE IS F.
       COPY OPENORD.

       FD  ADJ-HOLD
           RECORDING MODE IS F.
       COPY ADJPEND.

       WORKING-STORAGE SECTION.
       COPY PARMCARD.
       COPY BOTTLER.
               88  WS-CKPT-FOUND           VALUE "Y".
           05  WS-RESTART-OK-SW       PIC X(01)  VALUE "N".
               88  WS-RESTART-OK           VALUE "Y".
           05  WS-RESTART-ASKED-SW    PIC X(01)  VALUE "N".
               88  WS-RESTART-ASKED        VALUE "Y".
           05  WS-RESTART-RUN-SW      PIC X(01)  VALUE "N".
               88  WS-RESTART-RUN          VALUE "Y".
           05  WS-ITEM-DONE-SW        PIC X(01)  VALUE "N".
               88  WS-ITEM-DONE            VALUE "Y".
           05  WS-RC-BAD-SW           PIC X(01)  VALUE "N".
               88  WS-ANY-CARD-BAD         VALUE "Y".
           05  WS-POST-ERR-SW         PIC X(01)  VALUE "N".
               88  WS-ANY-POST-ERROR       VALUE "Y".
           05  WS-STAT-FOUND-SW       PIC X(01)  VALUE "N".
               88  WS-STAT-FOUND           VALUE "Y".
           05  WS-RSTK-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-ADJ-ANY              VALUE "Y".
           05  WS-ADJ-ZERO-SW         PIC X(01)  VALUE "N".
               88  WS-ADJ-ZEROED           VALUE "Y".
           05  WS-ADJ-HELD-SW         PIC X(01)  VALUE "N".
               88  WS-ADJ-HELD             VALUE "Y".
           05  WS-OPER-ACTION         PIC X(01)  VALUE SPACE.
               88  WS-OPER-HOLD            VALUE "H".
               88  WS-OPER-CANCEL          VALUE "C".
               88  WS-LOG-OPEN             VALUE "Y".
           05  WS-VERSE-PRT-SW        PIC X(01)  VALUE "Y".
               88  WS-PRINT-THIS-VERSE     VALUE "Y".
           05  WS-DREG-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-DREG-EOF             VALUE "Y".
           05  WS-DREG-FOUND-SW       PIC X(01)  VALUE "N".
               88  WS-DREG-FOUND           VALUE "Y".
           05  WS-XFER-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-XFER-EOF             VALUE "Y".
           05  WS-XFER-APPLIED-SW     PIC X(01)  VALUE "N".
               88  WS-XFER-APPLIED         VALUE "Y".
           05  WS-ORD-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-ORD-EOF              VALUE "Y".
           05  WS-ORD-MATCH-SW        PIC X(01)  VALUE "N".
               88  WS-ORD-MATCHED          VALUE "O".
               88  WS-ORD-UNCHECKED        VALUE "U".

       01  WS-CKPT-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ADJ-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-RSTK-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ITEM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-STAT-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-DREG-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-XFER-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ORD-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-AHLD-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-STAT-KEY                PIC X(08)  VALUE "CURRENT ".

      *  STATUS-KEY BUILD AREA -- ITEM CODE PLUS LOCATION/WALL. A
       01  WS-ADJ-CTRS.
           05  WS-ADJ-TARGET          PIC 999    COMP VALUE 0.
           05  WS-ADJ-QTY             PIC 999    COMP VALUE 0.
           05  WS-ADJ-MOVE            PIC 999    COMP VALUE 0.
           05  WS-ADJ-LIMIT           PIC 9(05)  COMP VALUE 0.

       01  WS-XFER-CTRS.
           05  WS-XFER-ROOM           PIC 999    COMP VALUE 0.

      *  RUN-LEVEL WRITE-OFF TOTALS FROM THE CYCLE-COUNT
      *  ADJUSTMENTS, BY REASON, PLUS ANY COUNTED-UP CORRECTIONS.
           05  WS-ADJ-SHRINK-UNITS    PIC 9(05)  COMP VALUE 0.
           05  WS-ADJ-MISC-UNITS      PIC 9(05)  COMP VALUE 0.
           05  WS-ADJ-UP-UNITS        PIC 9(05)  COMP VALUE 0.
           05  WS-ADJ-HELD-COUNT      PIC 9(05)  COMP VALUE 0.

       01  WS-LAST-CKPT.
           05  WS-LAST-CKPT-WALL      PIC 999.
           05  WS-LAST-CKPT-ITEM      PIC X(05).
           05  WS-LAST-CKPT-INTF      PIC 9(07).
           05  WS-LAST-CKPT-LOC       PIC X(02).
           05  WS-LAST-CKPT-STATE     PIC X(01).

      *  STATE WRITTEN ON THE NEXT CHECKPOINT -- RUNNING EXCEPT AS
      *  AN ITEM COMPLETES OR IS CANCELLED.
       01  WS-CKPT-STATE              PIC X(01)  VALUE "R".

      *  THE STREAM'S CHECKPOINT FILE AS A RESTART FINDS IT -- THE
      *  LAST POSITION WRITTEN FOR EACH ITEM CODE AND LOCATION,
      *  KEYED BY BOTH, SO ANY CARD IN THE DECK CAN PICK UP WHERE
      *  ITS OWN ITEM LEFT OFF.
       01  WS-CKT-TABLE.
           05  WS-CKT-ENTRY           OCCURS 200.
               10  WS-CKT-ITEM        PIC X(05).
               10  WS-CKT-LOC         PIC X(02).
               10  WS-CKT-STATE       PIC X(01).
               10  WS-CKT-WALL        PIC 999.
               10  WS-CKT-LESS        PIC 9.
               10  WS-CKT-ITER        PIC 999.
               10  WS-CKT-UNITS       PIC 9(5).
       01  WS-CKT-COUNT               PIC 999    COMP VALUE 0.
       01  WS-CKT-MAX                 PIC 999    COMP VALUE 200.
       77  WS-CKT-SUB                 PIC 999    COMP VALUE 0.
       77  WS-CKT-FOUND-SUB           PIC 999    COMP VALUE 0.

      *  TONIGHT'S REQUEST DECK, LOADED WHOLE BEFORE ANY OUTPUT FILE
      *  IS OPENED -- A RESTART FLAG ON ANY CARD MAKES THE RUN A
      *  RESTART OF THE STREAM, AND THE REPORT, CHECKPOINT, AUDIT
      *  AND INTERFACE FILES ARE EXTENDED OR STARTED FRESH ON THAT.
       01  WS-REQ-TABLE.
           05  WS-REQ-CARD            PIC X(80)  OCCURS 200.
       01  WS-REQ-COUNT               PIC 999    COMP VALUE 0.
       01  WS-REQ-MAX                 PIC 999    COMP VALUE 200.
       77  WS-REQ-SUB                 PIC 999    COMP VALUE 0.

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-TIME-HH     PIC 99.
       01  WS-WALL-COUNT              PIC 9(03)  VALUE 99.
       01  WS-WALL-CAPACITY           PIC 9(03)  VALUE 99.

      *  THE ITEM'S CYCLE-COUNT ADJUSTMENT TOLERANCE FROM THE ITEM
      *  MASTER -- UNITS, OR PERCENT OF THE WALL. NO TYPE MEANS NO
      *  TOLERANCE: EVERY COUNT POSTS.
       01  WS-ADJ-TOLERANCE           PIC 9(03)  VALUE 0.
       01  WS-ADJ-TOL-TYPE            PIC X(01)  VALUE SPACE.
           88  WS-ADJ-TOL-UNITS           VALUE "U".
           88  WS-ADJ-TOL-PERCENT         VALUE "P".

       01  MANY-BOTTLES.
         03  MANY-PARTIAL.
         05  MANY-NUMBER      PIC 999    VALUE 100.
      *  99/9 DEFAULTS WHEN SYSIN IS EMPTY), RUNS ITS COUNTDOWN, THEN  *
      *  WORKS THROUGH ANY FURTHER REQUEST CARDS ONE FULL COUNTDOWN   *
      *  AT A TIME. EVERY ITEM GETS ITS OWN REPORT SECTION, TRAILER,  *
      *  HISTORY RECORD AND STATUS RECORD. ON A RESTART, AN ITEM THE  *
      *  STREAM HAD ALREADY FINISHED IS PASSED OVER.                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-ADJ-ANY
               PERFORM 2300-WRITE-ADJ-TOTALS THRU 2300-EXIT
           END-IF.
           CLOSE BOTTLE-RPT.
           CLOSE CKPT-FILE.
           CLOSE BOTTLE-AUDIT.
           END-IF.
           IF WS-ANY-CARD-BAD
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ANY-POST-ERROR AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *  0100-NEXT-REQUEST -- TAKES THE NEXT RUN-CONTROL CARD FROM     *
      *  THE LOADED REQUEST DECK AND GIVES IT A FULL COUNTDOWN. THE    *
      *  REPORT, AUDIT AND CHECKPOINT FILES STAY OPEN ACROSS REQUESTS  *
      *  SO THE STREAM'S WORK LANDS IN THE ONE GENERATION OF EACH.    *
      ******************************************************************
       0100-NEXT-REQUEST.
           PERFORM 0110-NEXT-CARD THRU 0110-EXIT.
           IF WS-PARM-EOF
               GO TO 0100-EXIT
           END-IF.
           PERFORM 0150-SETUP-REQUEST THRU 0150-EXIT.
           IF NOT WS-ITEM-DONE
               PERFORM 1410-ESTABLISH-STATUS THRU 1410-EXIT
           END-IF.
           PERFORM 0200-RUN-COUNTDOWN THRU 0200-EXIT.
       0100-EXIT.
           EXIT.

      ******************************************************************
      *  0110-NEXT-CARD -- MOVES THE NEXT CARD OF THE LOADED REQUEST   *
      *  DECK INTO PARM-CARD, OR FLAGS THE END OF THE DECK.            *
      ******************************************************************
       0110-NEXT-CARD.
           ADD 1 TO WS-REQ-SUB.
           IF WS-REQ-SUB > WS-REQ-COUNT
               MOVE "Y" TO WS-PARM-EOF-SW
               GO TO 0110-EXIT
           END-IF.
           MOVE WS-REQ-CARD (WS-REQ-SUB) TO PARM-CARD.
       0110-EXIT.
           EXIT.

      ******************************************************************
      *  0140-RESET-DEFAULTS -- PUTS EVERY PER-RUN COUNTER, SWITCH     *
      *  AND WORDING FIELD BACK TO ITS ORIGINAL 99-BOTTLES-OF-BEER     *
       0140-RESET-DEFAULTS.
           MOVE 99 TO WS-WALL-COUNT.
           MOVE 99 TO WS-WALL-CAPACITY.
           MOVE 0 TO WS-ADJ-TOLERANCE.
           MOVE SPACE TO WS-ADJ-TOL-TYPE.
           MOVE 99 TO WALL-NUMBER.
           MOVE 9 TO LESS-NUMBER.
           MOVE 1 TO WS-DECR-AMOUNT.
           MOVE "N" TO WS-CKPT-EOF-SW.
           MOVE "N" TO WS-CKPT-FOUND-SW.
           MOVE "N" TO WS-RESTART-OK-SW.
           MOVE "N" TO WS-ITEM-DONE-SW.
           MOVE 0 TO WS-CKT-FOUND-SUB.
           MOVE "N" TO WS-ADJ-ZERO-SW.
           MOVE "N" TO WS-HIST-RUN-MODE.
           MOVE SPACE TO WS-OPER-ACTION.
      *  0150-SETUP-REQUEST -- APPLIES THE REQUEST CARD NOW IN         *
      *  PARM-CARD (OR THE DEFAULTS WHEN SYSIN WAS EMPTY) EXACTLY AS   *
      *  A SINGLE-CARD RUN ALWAYS HAS: VALIDATE, APPLY THE COUNTS,     *
      *  MODE AND ITEM WORDING, SET THE ITERATIONS AND, ON A RESTART   *
      *  RUN, PICK THE ITEM UP FROM ITS OWN CHECKPOINT. AN ITEM THE    *
      *  STREAM ALREADY FINISHED IS FLAGGED DONE BEFORE ANY OF THAT   *
      *  RUNS, SO ITS CARD IS NOT VALIDATED OR LOGGED A SECOND TIME.  *
      ******************************************************************
       0150-SETUP-REQUEST.
           PERFORM 0140-RESET-DEFAULTS THRU 0140-EXIT.
           MOVE WS-CURRENT-TIME-MM TO WS-RUN-START-MM.
           MOVE WS-CURRENT-TIME-SS TO WS-RUN-START-SS.

           IF WS-RESTART-RUN AND NOT WS-PARM-EOF
               PERFORM 1150-FIND-CKPT THRU 1150-EXIT
               IF WS-ITEM-DONE
                   GO TO 0150-EXIT
               END-IF
           END-IF.

           IF NOT WS-PARM-EOF
      *        THE ITEM MASTER IS READ FIRST -- THE START AND SKIP
      *        COUNT VALIDATION NEEDS THE ITEM'S WALL CAPACITY.
                   MOVE PARM-UOM-WORD TO LL4-UOM
               END-IF
               PERFORM 1090-SET-ITERATIONS THRU 1090-EXIT
               IF WS-CKT-FOUND-SUB > 0
                   PERFORM 1130-RESUME-ITEM THRU 1130-EXIT
               ELSE
                   IF PARM-RESTART-YES AND WS-RESTART-RUN
                       DISPLAY
                           "MAIN - NO CHECKPOINT FOR THIS ITEM AND "
                           "LOCATION, RUN FROM THE CARD"
                       END-DISPLAY
                       MOVE "MAIN134" TO LOG-MSG-CODE
                       MOVE "W" TO LOG-SEVERITY
                       PERFORM 1320-WRITE-LOG THRU 1320-EXIT
                   END-IF
      *  RECORD AND THE FINAL STATUS REWRITE. A CARD THAT FAILS THE   *
      *  COUNT VALIDATION SKIPS ITS COUNTDOWN AND FLAGS THE STEP TO   *
      *  END WITH RETURN CODE 16 AFTER THE REMAINING REQUESTS RUN.    *
      *  A "POSTING" CHECKPOINT IS WRITTEN JUST BEFORE THE RUN-START  *
      *  POSTINGS, A RUNNING ONE AS THE COUNTDOWN STARTS AFTER THEM,  *
      *  AND ANOTHER AS IT COMPLETES -- A RESTART NEVER REPEATS THE   *
      *  POSTINGS (SEE 1150).                                         *
      ******************************************************************
       0200-RUN-COUNTDOWN.
           IF WS-ITEM-DONE
               GO TO 0200-EXIT
           END-IF.
      *    THE COUNT VALIDATION RUNS BEFORE THE RESTOCK AND
      *    ADJUSTMENT TRANSACTIONS -- A CARD THAT LEFT THE WALL
      *    COUNT OVER THE ITEM'S CAPACITY MUST NOT HAVE DELIVERIES
               MOVE "Y" TO WS-RC-BAD-SW
               GO TO 0200-EXIT
           END-IF.
      *    TRANSFER LEGS GO FIRST -- BOTEDIT PROVED THEM AGAINST
      *    THE WALL AS THE CARD STARTS IT, BEFORE ANY DELIVERY OR
      *    COUNT MOVES IT.
           IF NOT WS-RESTART-OK
               MOVE "P" TO WS-CKPT-STATE
               PERFORM 1200-WRITE-CKPT THRU 1200-EXIT
               PERFORM 2040-PROCESS-TRANSFERS THRU 2040-EXIT
               PERFORM 2050-PROCESS-RESTOCKS THRU 2050-EXIT
               PERFORM 2070-PROCESS-ADJUSTS THRU 2070-EXIT
           END-IF.
      *    A CYCLE COUNT THAT FOUND THE WALL EMPTY (OR A TRANSFER
      *    THAT SHIPPED ALL OF IT) IS A LEGITIMATE RESULT, NOT A BAD
      *    CARD -- CLOSE THE ITEM OUT CLEANLY INSTEAD OF FAILING THE
      *    COUNT VALIDATION.
           IF WS-ADJ-ZEROED
               PERFORM 0280-CLOSE-ZERO-COUNT THRU 0280-EXIT
               GO TO 0200-EXIT
           END-IF.
           PERFORM 1200-WRITE-CKPT THRU 1200-EXIT.
           PERFORM 2150-WRITE-ITEM-HEADER THRU 2150-EXIT.
           MOVE 0 TO WS-SING-CTR.
           PERFORM SING
           REWRITE BOTTLE-STATUS-RECORD.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 2000-WRITE-LINE THRU 2000-EXIT.
           MOVE "C" TO WS-CKPT-STATE.
           PERFORM 1200-WRITE-CKPT THRU 1200-EXIT.
       0200-EXIT.
           EXIT.

      ******************************************************************
      *  0260-HONOR-CANCEL -- THE OPERATOR ASKED FOR A CANCEL. END     *
      *  THE RUN AFTER THE VERSE IN PROGRESS, MARK THE STATUS RECORD   *
      *  CANCELLED AND END THE STEP WITH RETURN CODE 8. THE CHECKPOINT *
      *  WRITTEN HERE IS MARKED CANCELLED -- A CANCELLED ITEM IS       *
      *  ABANDONED, NOT RESUMED, SO A RESTART OF THE STREAM PASSES IT  *
      *  OVER UNLESS ITS OWN CARD CARRIES THE RESTART FLAG (IF ANYONE  *
      *  CHANGES THEIR MIND), WHEN IT RESUMES FROM HERE.               *
      ******************************************************************
       0260-HONOR-CANCEL.
           MOVE "X" TO WS-CKPT-STATE.
           PERFORM 1200-WRITE-CKPT THRU 1200-EXIT.
           MOVE "X" TO STAT-RUN-SW.
           MOVE SPACE TO STAT-REQ-ACTION.
           REWRITE BOTTLE-STATUS-RECORD.
           REWRITE BOTTLE-STATUS-RECORD.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 2000-WRITE-LINE THRU 2000-EXIT.
           MOVE "C" TO WS-CKPT-STATE.
           PERFORM 1200-WRITE-CKPT THRU 1200-EXIT.
           DISPLAY
               "MAIN - WALL COUNTED AT ZERO, COUNTDOWN CLOSED OUT"
           END-DISPLAY.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE -- LOADS THE STREAM'S SYSIN REQUEST DECK,     *
      *  PICKS UP THE CHECKPOINT FILE WHEN ANY CARD IN THE DECK ASKS   *
      *  FOR A RESTART, SETS UP THE FIRST REQUEST (OR THE 99/9         *
      *  DEFAULTS WHEN SYSIN IS EMPTY) AND OPENS THE RUN'S FILES. THE  *
      *  REPORT, CHECKPOINT, AUDIT AND INTERFACE FILES ARE EXTENDED    *
      *  RATHER THAN STARTED FRESH ONLY WHEN THE CHECKPOINT FILE WAS   *
      *  ACTUALLY READ BACK, SO THE OPEN DECISION HAS TO WAIT UNTIL    *
      *  THE RESTART HAS BEEN LOOKED AT.                               *
      ******************************************************************
       1000-INITIALIZE.
      *    THE RUN LOG OPENS FIRST -- THE FIRST REQUEST'S
      *    VALIDATION RUNS BEFORE THE OTHER FILES OPEN AND ITS
      *    MESSAGES BELONG ON THE LOG TOO. A LOG THAT CANNOT BE
      *    OPENED ONLY LOSES THE CODED RECORDS, NEVER THE RUN.
      *    BOTEDIT NORMALLY CREATES THE NIGHT'S LOG AHEAD OF US.
           OPEN EXTEND RUN-LOG.
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SW
           ELSE
               END-DISPLAY
           END-IF.

      *    THE WHOLE DECK IS READ UP FRONT -- WHETHER THIS IS A
      *    RESTART OF THE STREAM DEPENDS ON EVERY CARD, NOT JUST
      *    THE FIRST ONE, AND IT HAS TO BE KNOWN BEFORE THE FIRST
      *    COUNTDOWN OPENS ITS FILES.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT PARM-FILE.
           PERFORM 1010-LOAD-REQUEST THRU 1010-EXIT
               UNTIL WS-PARM-EOF.
           CLOSE PARM-FILE.
           MOVE "N" TO WS-PARM-EOF-SW.
           MOVE 0 TO WS-REQ-SUB.

           IF WS-RESTART-ASKED
               PERFORM 1100-RESTART THRU 1100-EXIT
           END-IF.

           MOVE SPACES TO PARM-CARD.
           PERFORM 0110-NEXT-CARD THRU 0110-EXIT.
           PERFORM 0150-SETUP-REQUEST THRU 0150-EXIT.

           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-DATE-FLD TO AUDIT-RUN-DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.

           IF WS-RESTART-RUN
               OPEN EXTEND BOTTLE-RPT
           ELSE
               OPEN OUTPUT BOTTLE-RPT
               PERFORM 2100-WRITE-HEADING THRU 2100-EXIT
           END-IF.

           IF WS-RESTART-RUN
               OPEN EXTEND CKPT-FILE
           ELSE
               OPEN OUTPUT CKPT-FILE
               MOVE "MAIN123" TO LOG-MSG-CODE
               MOVE "W" TO LOG-SEVERITY
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
           END-IF.

           IF WS-RESTART-RUN
               OPEN EXTEND BOTTLE-AUDIT
           ELSE
               OPEN OUTPUT BOTTLE-AUDIT
           END-IF.

           IF WS-RESTART-RUN
               OPEN EXTEND INTF-FILE
           ELSE
               OPEN OUTPUT INTF-FILE
           END-IF.

           PERFORM 1400-OPEN-STATUS THRU 1400-EXIT.
           IF NOT WS-ITEM-DONE
               PERFORM 1410-ESTABLISH-STATUS THRU 1410-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1010-LOAD-REQUEST -- READS ONE SYSIN REQUEST CARD INTO THE    *
      *  REQUEST DECK TABLE AND NOTES WHETHER IT ASKS FOR A RESTART.   *
      *  A CARD BEYOND THE TABLE'S ROOM IS NOT RUN AND FLAGS THE STEP  *
      *  TO END WITH RETURN CODE 16, THE SAME AS ANY OTHER BAD CARD.   *
      ******************************************************************
       1010-LOAD-REQUEST.
           READ PARM-FILE INTO PARM-CARD-IN
               AT END
                   MOVE "Y" TO WS-PARM-EOF-SW
                   GO TO 1010-EXIT
           END-READ.
           MOVE PARM-CARD-IN TO PARM-CARD.
           IF WS-REQ-COUNT NOT < WS-REQ-MAX
               DISPLAY
                   "MAIN - REQUEST DECK FULL, CARD NOT RUN: "
                   PARM-ITEM-CODE " " PARM-LOCATION
               END-DISPLAY
               MOVE "MAIN135" TO LOG-MSG-CODE
               MOVE "E" TO LOG-SEVERITY
               MOVE PARM-ITEM-CODE TO LOG-VALUE-1
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
               MOVE "Y" TO WS-RC-BAD-SW
               GO TO 1010-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE PARM-CARD-IN TO WS-REQ-CARD (WS-REQ-COUNT).
           IF PARM-RESTART-YES
               MOVE "Y" TO WS-RESTART-ASKED-SW
           END-IF.
       1010-EXIT.
           EXIT.

      ******************************************************************
      *  1050-VALIDATE-PARMS -- CHECKS THE STARTING COUNT AND          *
      *  DECREMENT AMOUNT READ FROM SYSIN BEFORE THEY ARE APPLIED.     *
      *  1075-READ-ITEM-MASTER -- LOOKS UP PARM-ITEM-CODE ON THE ITEM  *
      *  MASTER FILE AND, WHEN FOUND, REPLACES THE WALL/LESS/LAST-     *
      *  BEER WORDING WITH THE MASTER'S MESSAGE, SINGULAR FORM AND     *
      *  UNIT OF MEASURE, AND PICKS UP THE ITEM'S WALL CAPACITY AND    *
      *  ADJUSTMENT TOLERANCE. A MISSING FILE, UNMATCHED CODE OR EMPTY *
      *  CAPACITY FIELD LEAVES THE 99/9 BOTTLE-OF-BEER DEFAULTS IN     *
      *  PLACE, AND NO TOLERANCE.                                      *
      ******************************************************************
       1075-READ-ITEM-MASTER.
           MOVE "N" TO WS-ITEM-EOF-SW.
                AND BR-WALL-CAPACITY > 0
                   MOVE BR-WALL-CAPACITY TO WS-WALL-CAPACITY
               END-IF
               IF BR-ADJ-TOLERANCE NUMERIC
                AND (BR-ADJ-TOL-UNITS OR BR-ADJ-TOL-PERCENT)
                   MOVE BR-ADJ-TOLERANCE TO WS-ADJ-TOLERANCE
                   MOVE BR-ADJ-TOL-TYPE TO WS-ADJ-TOL-TYPE
               END-IF
           ELSE
               DISPLAY
                   "MAIN - ITEM CODE NOT FOUND ON ITEM MASTER, "
           EXIT.

      ******************************************************************
      *  1100-RESTART -- READS BACK THE STREAM'S CHECKPOINT FILE LEFT  *
      *  BEHIND BY A HELD OR ABENDED RUN. EVERY ITEM AND LOCATION ON   *
      *  THE FILE KEEPS ITS OWN LAST POSITION IN THE CHECKPOINT TABLE, *
      *  SO EACH CARD OF THE RERUN IS PICKED UP FROM WHERE ITS OWN     *
      *  ITEM LEFT OFF -- A FINISHED ITEM IS PASSED OVER, AN ITEM IN   *
      *  PROGRESS RESUMES, AND AN ITEM NEVER REACHED STARTS FROM ITS   *
      *  CARD. THE REPORT LINE, PAGE AND INTERFACE COUNTS ARE STREAM-  *
      *  WIDE AND COME FROM THE LAST RECORD ON THE FILE.               *
      *  WS-RESTART-RUN IS SET ONLY WHEN A CHECKPOINT RECORD WAS       *
      *  ACTUALLY FOUND -- 1000-INITIALIZE USES IT (NOT THE RAW        *
      *  PARM-RESTART-SW) TO DECIDE WHETHER BOTTLE-RPT AND BOTTLE-     *
      *  AUDIT ARE EXTENDED OR STARTED FRESH, SO A RESTART REQUEST     *
      *  THAT CANNOT ACTUALLY BE HONORED STILL GETS A CLEAN NEW        *
      *  REPORT AND HEADING RATHER THAN A HEADERLESS ONE.              *
      ******************************************************************
       1100-RESTART.
           OPEN INPUT CKPT-FILE.
               GO TO 1100-EXIT
           END-IF.

           MOVE WS-LAST-CKPT-LINE TO WS-LINE-COUNT.
           MOVE WS-LAST-CKPT-PAGE TO WS-PAGE-COUNT.
           MOVE WS-LAST-CKPT-INTF TO WS-INTF-REC-COUNT.
           MOVE "Y" TO WS-RESTART-RUN-SW.
       1100-EXIT.
           EXIT.

                   MOVE CKPT-ITEM-CODE TO WS-LAST-CKPT-ITEM
                   MOVE CKPT-INTF-COUNT TO WS-LAST-CKPT-INTF
                   MOVE CKPT-LOCATION TO WS-LAST-CKPT-LOC
                   MOVE CKPT-STATE-SW TO WS-LAST-CKPT-STATE
                   PERFORM 1120-POST-CKPT THRU 1120-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *  1120-POST-CKPT -- CARRIES THE CHECKPOINT JUST READ INTO THE   *
      *  CHECKPOINT TABLE ENTRY FOR ITS ITEM AND LOCATION, ADDING THE  *
      *  ENTRY THE FIRST TIME THE PAIR IS SEEN. A LATER RECORD FOR THE *
      *  SAME PAIR REPLACES AN EARLIER ONE.                            *
      ******************************************************************
       1120-POST-CKPT.
           PERFORM 1160-SCAN-CKPT THRU 1160-EXIT.
           IF WS-CKT-FOUND-SUB = 0
               IF WS-CKT-COUNT NOT < WS-CKT-MAX
                   DISPLAY
                       "MAIN - CHECKPOINT TABLE FULL, ITEM "
                       WS-LAST-CKPT-ITEM " " WS-LAST-CKPT-LOC
                       " WILL RUN FROM ITS CARD"
                   END-DISPLAY
                   GO TO 1120-EXIT
               END-IF
               ADD 1 TO WS-CKT-COUNT
               MOVE WS-CKT-COUNT TO WS-CKT-FOUND-SUB
               MOVE WS-LAST-CKPT-ITEM TO WS-CKT-ITEM (WS-CKT-FOUND-SUB)
               MOVE WS-LAST-CKPT-LOC TO WS-CKT-LOC (WS-CKT-FOUND-SUB)
           END-IF.
           MOVE WS-LAST-CKPT-STATE TO WS-CKT-STATE (WS-CKT-FOUND-SUB).
           MOVE WS-LAST-CKPT-WALL TO WS-CKT-WALL (WS-CKT-FOUND-SUB).
           MOVE WS-LAST-CKPT-LESS TO WS-CKT-LESS (WS-CKT-FOUND-SUB).
           MOVE WS-LAST-CKPT-ITER TO WS-CKT-ITER (WS-CKT-FOUND-SUB).
           MOVE WS-LAST-CKPT-UNITS TO WS-CKT-UNITS (WS-CKT-FOUND-SUB).
       1120-EXIT.
           EXIT.

      ******************************************************************
      *  1130-RESUME-ITEM -- PICKS THE CURRENT REQUEST'S COUNTDOWN UP  *
      *  FROM ITS OWN CHECKPOINT INSTEAD OF STARTING OVER AT THE TOP   *
      *  OF THE WALL. WS-RESTART-OK TELLS THE COUNTDOWN THAT THE RUN-  *
      *  START POSTINGS FOR THIS ITEM ARE ALREADY DONE.                *
      ******************************************************************
       1130-RESUME-ITEM.
           MOVE WS-CKT-WALL (WS-CKT-FOUND-SUB) TO WS-WALL-COUNT.
           MOVE WS-CKT-LESS (WS-CKT-FOUND-SUB) TO LESS-NUMBER.
           MOVE WS-CKT-ITER (WS-CKT-FOUND-SUB) TO WS-PASS-COUNT.
           MOVE WS-CKT-UNITS (WS-CKT-FOUND-SUB) TO WS-TOTAL-UNITS.
           PERFORM 1090-SET-ITERATIONS THRU 1090-EXIT.
           MOVE "Y" TO WS-RESTART-OK-SW.
       1130-EXIT.
           EXIT.

      ******************************************************************
      *  1150-FIND-CKPT -- ON A RESTART RUN, LOOKS THE CURRENT CARD'S  *
      *  ITEM AND LOCATION UP IN THE CHECKPOINT TABLE. AN ITEM WHOSE   *
      *  COUNTDOWN ALREADY COMPLETED IS FLAGGED DONE AND PASSED OVER.  *
      *  SO IS A CANCELLED ONE, UNLESS ITS OWN CARD CARRIES THE        *
      *  RESTART FLAG -- THEN IT RESUMES LIKE AN ITEM IN PROGRESS.     *
      *  AN ITEM STOPPED PART WAY THROUGH ITS POSTINGS GOES TO 1170.   *
      ******************************************************************
       1150-FIND-CKPT.
           MOVE PARM-ITEM-CODE TO WS-LAST-CKPT-ITEM.
           MOVE PARM-LOCATION TO WS-LAST-CKPT-LOC.
           PERFORM 1160-SCAN-CKPT THRU 1160-EXIT.
           IF WS-CKT-FOUND-SUB = 0
               GO TO 1150-EXIT
           END-IF.
           IF WS-CKT-STATE (WS-CKT-FOUND-SUB) = "P"
               PERFORM 1170-POSTING-CUT THRU 1170-EXIT
               GO TO 1150-EXIT
           END-IF.
           IF WS-CKT-STATE (WS-CKT-FOUND-SUB) = "C"
               MOVE "COMPLETED" TO LOG-VALUE-1
           ELSE
               IF WS-CKT-STATE (WS-CKT-FOUND-SUB) = "X"
                AND NOT PARM-RESTART-YES
                   MOVE "CANCELLED" TO LOG-VALUE-1
               ELSE
                   GO TO 1150-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-ITEM-DONE-SW.
           MOVE 0 TO WS-CKT-FOUND-SUB.
           DISPLAY
               "MAIN - ITEM " PARM-ITEM-CODE " " PARM-LOCATION
               " PASSED OVER AT RESTART, ALREADY " LOG-VALUE-1
           END-DISPLAY.
           MOVE "MAIN133" TO LOG-MSG-CODE.
           MOVE "I" TO LOG-SEVERITY.
           PERFORM 1320-WRITE-LOG THRU 1320-EXIT.
       1150-EXIT.
           EXIT.

       1160-SCAN-CKPT.
           MOVE 0 TO WS-CKT-FOUND-SUB.
           PERFORM 1165-SCAN-ONE THRU 1165-EXIT
               VARYING WS-CKT-SUB FROM 1 BY 1
               UNTIL WS-CKT-SUB > WS-CKT-COUNT
                  OR WS-CKT-FOUND-SUB > 0.
       1160-EXIT.
           EXIT.

       1165-SCAN-ONE.
           IF WS-CKT-ITEM (WS-CKT-SUB) = WS-LAST-CKPT-ITEM
            AND WS-CKT-LOC (WS-CKT-SUB) = WS-LAST-CKPT-LOC
               MOVE WS-CKT-SUB TO WS-CKT-FOUND-SUB
           END-IF.
       1165-EXIT.
           EXIT.

      ******************************************************************
      *  1170-POSTING-CUT -- THE ITEM'S LAST CHECKPOINT IS THE ONE     *
      *  WRITTEN JUST BEFORE ITS RUN-START POSTINGS, SO THE RUN WAS    *
      *  CUT OFF SOMEWHERE AMONG THEM. SOME TRANSFER LEGS, DELIVERIES  *
      *  OR COUNTS MAY ALREADY BE ON THE AUDIT TRAIL AND INTERFACE     *
      *  AND OTHERS NOT, AND NOTHING HERE SAYS WHICH. POSTING THEM     *
      *  AGAIN WOULD DOUBLE SOME; RESUMING WITHOUT THEM WOULD LOSE     *
      *  OTHERS -- SO THE ITEM IS PASSED OVER, LOGGED MAIN139 E, AND   *
      *  THE STEP ENDS WITH RETURN CODE 8. THE OFFICE SETTLES THE WALL *
      *  FROM THE AUDIT TRAIL AND RUNS THE ITEM AGAIN FROM A FRESH     *
      *  CARD ON A LATER NIGHT.                                        *
      ******************************************************************
       1170-POSTING-CUT.
           MOVE "Y" TO WS-ITEM-DONE-SW.
           MOVE 0 TO WS-CKT-FOUND-SUB.
           MOVE "Y" TO WS-POST-ERR-SW.
           DISPLAY
               "MAIN - ITEM " PARM-ITEM-CODE " " PARM-LOCATION
               " STOPPED DURING ITS POSTINGS, PASSED OVER AT RESTART"
           END-DISPLAY.
           MOVE "MAIN139" TO LOG-MSG-CODE.
           MOVE "E" TO LOG-SEVERITY.
           MOVE PARM-ITEM-CODE TO LOG-VALUE-1.
           PERFORM 1320-WRITE-LOG THRU 1320-EXIT.
       1170-EXIT.
           EXIT.

      ******************************************************************
      *  1200-WRITE-CKPT -- WRITES A CHECKPOINT RECORD CARRYING THE    *
      *  CURRENT WALL-NUMBER, LESS-NUMBER AND PASS COUNT. THE RECORD   *
      *  IS MARKED RUNNING UNLESS THE CALLER SET WS-CKPT-STATE TO      *
      *  POSTING, COMPLETE OR CANCELLED JUST BEFORE; THE STATE GOES    *
      *  BACK TO RUNNING ONCE THE RECORD IS WRITTEN.                   *
      ******************************************************************
       1200-WRITE-CKPT.
           MOVE WS-WALL-COUNT TO CKPT-WALL-NUMBER.
           MOVE PARM-ITEM-CODE TO CKPT-ITEM-CODE.
           MOVE WS-INTF-REC-COUNT TO CKPT-INTF-COUNT.
           MOVE PARM-LOCATION TO CKPT-LOCATION.
           MOVE WS-CKPT-STATE TO CKPT-STATE-SW.
           WRITE CKPT-RECORD.
           MOVE "R" TO WS-CKPT-STATE.
       1200-EXIT.
           EXIT.

      *  CALLER MUST MOVE THE MOVEMENT TYPE, QUANTITY AND RESULTING   *
      *  BALANCE TO INTF-DETAIL-REC BEFORE PERFORMING THIS            *
      *  PARAGRAPH; THE RUN DATE AND ITEM CODE ARE FILLED IN HERE.    *
      *  A TRANSFER LEG ALSO MOVES ITS PARTNER WALL, CLEARED AGAIN     *
      *  ONCE WRITTEN.                                                 *
      ******************************************************************
       1350-WRITE-INTF.
           MOVE WS-RUN-YY TO INTF-DTL-YY.
           MOVE INTF-DETAIL-REC TO INTF-RECORD.
           WRITE INTF-RECORD.
           ADD 1 TO WS-INTF-REC-COUNT.
           MOVE SPACES TO INTF-DTL-XFER-LOC.
       1350-EXIT.
           EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2040-PROCESS-TRANSFERS -- POSTS THIS WALL'S LEGS OF ANY      *
      *  INTER-BUILDING TRANSFERS OF THE CURRENT ITEM BEFORE ITS      *
      *  RESTOCKS AND ADJUSTMENTS. A TRANSFER FROM THIS LOCATION      *
      *  TAKES THE UNITS OFF THE WALL ("XOUT" AUDIT, MOVEMENT TYPE    *
      *  "O"); ONE TO THIS LOCATION PUTS THEM ON ("XIN " AUDIT,       *
      *  MOVEMENT TYPE "I"). THE OTHER LEG POSTS WHEN THE PARTNER     *
      *  WALL'S REQUEST CARD RUNS LATER (OR EARLIER) THE SAME NIGHT.  *
      *  NO TRANSFER FILE ON THE RUN IS THE NORMAL CASE. NOT          *
      *  PERFORMED ON AN HONORED RESTART, FOR THE SAME REASON AS THE  *
      *  RESTOCKS -- THE CHECKPOINT WALL ALREADY INCLUDES THE LEG.    *
      ******************************************************************
       2040-PROCESS-TRANSFERS.
           MOVE "N" TO WS-XFER-EOF-SW.
           MOVE "N" TO WS-XFER-APPLIED-SW.
           OPEN INPUT XFER-FILE.
           IF WS-XFER-FILE-STATUS NOT = "00"
               GO TO 2040-EXIT
           END-IF.

           PERFORM 2045-APPLY-TRANSFER THRU 2045-EXIT
               UNTIL WS-XFER-EOF.
           CLOSE XFER-FILE.

      *    A WALL SHIPPED OUT TO ZERO HAS NO ITERATIONS TO SET --
      *    THE MAINLINE CLOSES IT OUT UNLESS A DELIVERY OR COUNT
      *    PUTS STOCK BACK ON IT FIRST.
           IF WS-XFER-APPLIED
               IF WS-WALL-COUNT = 0
                   MOVE "Y" TO WS-ADJ-ZERO-SW
               ELSE
                   MOVE "N" TO WS-ADJ-ZERO-SW
                   PERFORM 1090-SET-ITERATIONS THRU 1090-EXIT
               END-IF
               MOVE WS-WALL-COUNT TO WS-HIST-START-COUNT
               PERFORM 1450-UPDATE-STATUS THRU 1450-EXIT
           END-IF.
       2040-EXIT.
           EXIT.

       2045-APPLY-TRANSFER.
           READ XFER-FILE
               AT END
                   MOVE "Y" TO WS-XFER-EOF-SW
                   GO TO 2045-EXIT
           END-READ.

           IF XFER-ITEM-CODE NOT = PARM-ITEM-CODE
               GO TO 2045-EXIT
           END-IF.
           IF XFER-FROM-LOC NOT = PARM-LOCATION
            AND XFER-TO-LOC NOT = PARM-LOCATION
               GO TO 2045-EXIT
           END-IF.
           IF XFER-QUANTITY NOT NUMERIC
               DISPLAY
                   "MAIN - TRANSFER QUANTITY NOT NUMERIC, "
                   "LEG SKIPPED, REF " XFER-REF
               END-DISPLAY
               MOVE "MAIN129" TO LOG-MSG-CODE
               MOVE "W" TO LOG-SEVERITY
               MOVE XFER-REF TO LOG-VALUE-1
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
               GO TO 2045-EXIT
           END-IF.
           IF XFER-QUANTITY = 0
               GO TO 2045-EXIT
           END-IF.

      *    THE SHIPPING LEG -- NEVER TAKE MORE THAN IS ON THE WALL.
           IF XFER-FROM-LOC = PARM-LOCATION
               IF XFER-QUANTITY > WS-WALL-COUNT
                   PERFORM 2048-REJECT-LEG THRU 2048-EXIT
                   GO TO 2045-EXIT
               END-IF
               MOVE "XOUT" TO AUDIT-COUNTER-ID
               MOVE WS-WALL-COUNT TO AUDIT-OLD-COUNT
               SUBTRACT XFER-QUANTITY FROM WS-WALL-COUNT
               MOVE WS-WALL-COUNT TO AUDIT-NEW-COUNT
               PERFORM 1300-WRITE-AUDIT THRU 1300-EXIT
               MOVE "O" TO INTF-DTL-MOVE-TYPE
               MOVE XFER-TO-LOC TO INTF-DTL-XFER-LOC
               MOVE XFER-QUANTITY TO INTF-DTL-QUANTITY
               MOVE WS-WALL-COUNT TO INTF-DTL-BALANCE
               PERFORM 1350-WRITE-INTF THRU 1350-EXIT
               MOVE "Y" TO WS-XFER-APPLIED-SW
               GO TO 2045-EXIT
           END-IF.

      *    THE RECEIVING LEG -- NEVER CLAMPED LIKE A DELIVERY. THE
      *    SHIPPING WALL HAS GIVEN UP EXACTLY THIS MANY UNITS, SO
      *    EITHER ALL OF THEM FIT OR THE LEG DOES NOT POST.
           IF WS-WALL-COUNT < WS-WALL-CAPACITY
               SUBTRACT WS-WALL-COUNT FROM WS-WALL-CAPACITY
                   GIVING WS-XFER-ROOM
           ELSE
               MOVE 0 TO WS-XFER-ROOM
           END-IF.
           IF XFER-QUANTITY > WS-XFER-ROOM
               PERFORM 2048-REJECT-LEG THRU 2048-EXIT
               GO TO 2045-EXIT
           END-IF.
           MOVE "XIN " TO AUDIT-COUNTER-ID.
           MOVE WS-WALL-COUNT TO AUDIT-OLD-COUNT.
           ADD XFER-QUANTITY TO WS-WALL-COUNT.
           MOVE WS-WALL-COUNT TO AUDIT-NEW-COUNT.
           PERFORM 1300-WRITE-AUDIT THRU 1300-EXIT.
           MOVE "I" TO INTF-DTL-MOVE-TYPE.
           MOVE XFER-FROM-LOC TO INTF-DTL-XFER-LOC.
           MOVE XFER-QUANTITY TO INTF-DTL-QUANTITY.
           MOVE WS-WALL-COUNT TO INTF-DTL-BALANCE.
           PERFORM 1350-WRITE-INTF THRU 1350-EXIT.
           MOVE "Y" TO WS-XFER-APPLIED-SW.
       2045-EXIT.
           EXIT.

      ******************************************************************
      *  2048-REJECT-LEG -- A TRANSFER LEG BOTEDIT PASSED NO LONGER   *
      *  FITS THE WALL (THE REQUEST CARDS OR THE ITEM MASTER CHANGED  *
      *  BETWEEN THE STEPS). IT IS NOT POSTED OR CLAMPED. THE PARTNER *
      *  LEG BELONGS TO THE OTHER BUILDING'S STREAM AND HAS POSTED,   *
      *  OR WILL, REGARDLESS -- NOTHING HERE CAN STOP IT. SO THIS IS  *
      *  AN ERROR: THE STEP ENDS WITH RETURN CODE 8, BOTRECON'S       *
      *  TRANSFER BALANCE FLAGS THE PAIR (RCN309) AND THE OFFICE      *
      *  BACKS THE PARTNER LEG OUT AS THE BOTRUNM RUNBOOK DESCRIBES.  *
      ******************************************************************
       2048-REJECT-LEG.
           DISPLAY
               "MAIN - TRANSFER LEG CANNOT POST, "
               "LEG SKIPPED, REF " XFER-REF
           END-DISPLAY.
           MOVE "Y" TO WS-POST-ERR-SW.
           MOVE "MAIN130" TO LOG-MSG-CODE.
           MOVE "E" TO LOG-SEVERITY.
           MOVE XFER-REF TO LOG-VALUE-1.
           MOVE XFER-QUANTITY TO LOG-VALUE-2.
           PERFORM 1320-WRITE-LOG THRU 1320-EXIT.
       2048-EXIT.
           EXIT.

      ******************************************************************
      *  2050-PROCESS-RESTOCKS -- APPLIES ANY RESTOCK TRANSACTIONS    *
      *  FOR THE CURRENT ITEM BEFORE ITS COUNTDOWN STARTS. EACH       *
           CLOSE RESTOCK-FILE.

           IF WS-RSTK-APPLIED
               MOVE "N" TO WS-ADJ-ZERO-SW
               PERFORM 1090-SET-ITERATIONS THRU 1090-EXIT
               MOVE WS-WALL-COUNT TO WS-HIST-START-COUNT
               PERFORM 1450-UPDATE-STATUS THRU 1450-EXIT
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
               GO TO 2060-EXIT
           END-IF.
           IF RSTK-DELIV-REF NOT = SPACES
               PERFORM 2065-CHECK-REGISTER THRU 2065-EXIT
               IF WS-DREG-FOUND
                   DISPLAY
                       "MAIN - DELIVERY REFERENCE ALREADY APPLIED, "
                       "TRANSACTION SKIPPED, REF " RSTK-DELIV-REF
                   END-DISPLAY
                   MOVE "MAIN127" TO LOG-MSG-CODE
                   MOVE "W" TO LOG-SEVERITY
                   MOVE RSTK-DELIV-REF TO LOG-VALUE-1
                   PERFORM 1320-WRITE-LOG THRU 1320-EXIT
                   GO TO 2060-EXIT
               END-IF
           END-IF.

      *    WS-RSTK-ROOM IS UNSIGNED -- A WALL AT OR OVER CAPACITY
      *    HAS NO ROOM, NEVER A WRAPPED-AROUND REMAINDER.
           MOVE WS-WALL-COUNT TO INTF-DTL-BALANCE.
           PERFORM 1350-WRITE-INTF THRU 1350-EXIT.
           MOVE "Y" TO WS-RSTK-APPLIED-SW.
           PERFORM 2067-MATCH-ORDER THRU 2067-EXIT.
           PERFORM 2068-WRITE-REGISTER THRU 2068-EXIT.
       2060-EXIT.
           EXIT.

      ******************************************************************
      *  2065-CHECK-REGISTER -- SCANS THE STREAM'S APPLIED-DELIVERY   *
      *  REGISTER FOR THE RESTOCK'S DELIVERY REFERENCE. BOTEDIT HAS   *
      *  ALREADY TURNED AWAY REFERENCES ON FILE BEFORE THE NIGHT AND  *
      *  A SECOND COPY KEYED TONIGHT, FOR EITHER BUILDING. THIS IS    *
      *  THE LAST GUARD WITHIN THE STREAM -- A DELIVERY REGISTERED BY *
      *  2068 EARLIER IN THE RUN (OR IN THE RUN A RESTART FINISHES)  *
      *  IS NOT POSTED AGAIN. NO REGISTER YET MEANS NOTHING APPLIED.  *
      ******************************************************************
       2065-CHECK-REGISTER.
           MOVE "N" TO WS-DREG-FOUND-SW.
           MOVE "N" TO WS-DREG-EOF-SW.
           OPEN INPUT DELV-REGISTER.
           IF WS-DREG-FILE-STATUS NOT = "00"
               GO TO 2065-EXIT
           END-IF.
           PERFORM 2066-SCAN-REGISTER THRU 2066-EXIT
               UNTIL WS-DREG-EOF OR WS-DREG-FOUND.
           CLOSE DELV-REGISTER.
       2065-EXIT.
           EXIT.

       2066-SCAN-REGISTER.
           READ DELV-REGISTER
               AT END
                   MOVE "Y" TO WS-DREG-EOF-SW
                   GO TO 2066-EXIT
           END-READ.
           IF DREG-DELIV-REF = RSTK-DELIV-REF
               MOVE "Y" TO WS-DREG-FOUND-SW
           END-IF.
       2066-EXIT.
           EXIT.

      ******************************************************************
      *  2067-MATCH-ORDER -- LOOKS FOR THE OPEN PURCHASE ORDER THE    *
      *  DELIVERY FILLS: SAME ITEM, SAME LOCATION, AND THE ORDER      *
      *  REFERENCE KEYED AS THE DELIVERY REFERENCE. A DELIVERY WITH   *
      *  NO REFERENCE, OR ONE NO OPEN ORDER CARRIES, ARRIVED WITH NO  *
      *  ORDER BEHIND IT (MAIN131 I). WHEN THE OPEN-ORDER FILE CANNOT *
      *  BE READ THE DELIVERY IS LEFT UNCHECKED (MAIN132 W) AND       *
      *  BOTPORD MATCHES IT INSTEAD. THE ORDER ITSELF IS CLOSED BY    *
      *  BOTPORD, NOT HERE.                                           *
      ******************************************************************
       2067-MATCH-ORDER.
           MOVE "N" TO WS-ORD-MATCH-SW.
           IF RSTK-DELIV-REF = SPACES
               GO TO 2067-LOG
           END-IF.
           MOVE "N" TO WS-ORD-EOF-SW.
           OPEN INPUT OPEN-ORDERS.
           IF WS-ORD-FILE-STATUS NOT = "00"
               MOVE "U" TO WS-ORD-MATCH-SW
               DISPLAY
                   "MAIN - OPEN-ORDER FILE NOT AVAILABLE, "
                   "DELIVERY NOT MATCHED, REF " RSTK-DELIV-REF
               END-DISPLAY
               MOVE "MAIN132" TO LOG-MSG-CODE
               MOVE "W" TO LOG-SEVERITY
               MOVE RSTK-DELIV-REF TO LOG-VALUE-1
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
               GO TO 2067-EXIT
           END-IF.
           PERFORM 2069-SCAN-ORDERS THRU 2069-EXIT
               UNTIL WS-ORD-EOF OR WS-ORD-MATCHED.
           CLOSE OPEN-ORDERS.
           IF WS-ORD-MATCHED
               GO TO 2067-EXIT
           END-IF.
       2067-LOG.
           DISPLAY
               "MAIN - DELIVERY HAS NO OPEN ORDER, "
               "REF " RSTK-DELIV-REF
           END-DISPLAY.
           MOVE "MAIN131" TO LOG-MSG-CODE.
           MOVE "I" TO LOG-SEVERITY.
           MOVE RSTK-DELIV-REF TO LOG-VALUE-1.
           MOVE RSTK-QUANTITY TO LOG-VALUE-2.
           PERFORM 1320-WRITE-LOG THRU 1320-EXIT.
       2067-EXIT.
           EXIT.

       2069-SCAN-ORDERS.
           READ OPEN-ORDERS
               AT END
                   MOVE "Y" TO WS-ORD-EOF-SW
                   GO TO 2069-EXIT
           END-READ.
           IF ORD-IS-ORDER
            AND ORD-ORDER-REF = RSTK-DELIV-REF
            AND ORD-ITEM-CODE = RSTK-ITEM-CODE
            AND ORD-LOCATION = RSTK-LOCATION
               MOVE "O" TO WS-ORD-MATCH-SW
           END-IF.
       2069-EXIT.
           EXIT.

      ******************************************************************
      *  2068-WRITE-REGISTER -- APPENDS THE APPLIED RESTOCK TO THE    *
      *  APPLIED-DELIVERY REGISTER WITH THE QUANTITY ACTUALLY PUT ON  *
      *  THE WALL, THE QUANTITY DELIVERED AND THE ORDER MATCH FROM    *
      *  2067. THE REGISTER IS KEPT FOREVER, LIKE THE RUN HISTORY,    *
      *  AND IS CREATED THE FIRST TIME IT IS NEEDED.                  *
      ******************************************************************
       2068-WRITE-REGISTER.
           OPEN EXTEND DELV-REGISTER.
           IF WS-DREG-FILE-STATUS = "35"
               OPEN OUTPUT DELV-REGISTER
           END-IF.
           IF WS-DREG-FILE-STATUS NOT = "00"
               DISPLAY
                   "MAIN - DELIVERY REGISTER NOT AVAILABLE, "
                   "REF NOT REGISTERED " RSTK-DELIV-REF
               END-DISPLAY
               MOVE "MAIN128" TO LOG-MSG-CODE
               MOVE "W" TO LOG-SEVERITY
               MOVE RSTK-DELIV-REF TO LOG-VALUE-1
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
               GO TO 2068-EXIT
           END-IF.
           MOVE SPACES TO DREG-RECORD.
           MOVE RSTK-DELIV-REF TO DREG-DELIV-REF.
           MOVE RSTK-ITEM-CODE TO DREG-ITEM-CODE.
           MOVE RSTK-LOCATION TO DREG-LOCATION.
           MOVE WS-RSTK-APPLY TO DREG-QUANTITY.
           MOVE WS-RUN-DATE-FLD TO DREG-APPLIED-DATE.
           MOVE WS-ORD-MATCH-SW TO DREG-ORDER-SW.
           MOVE RSTK-QUANTITY TO DREG-DELIVERED-QTY.
           WRITE DREG-RECORD.
           CLOSE DELV-REGISTER.
       2068-EXIT.
           EXIT.

      ******************************************************************
      *  2070-PROCESS-ADJUSTS -- APPLIES ANY CYCLE-COUNT ADJUSTMENT    *
      *  TRANSACTIONS FOR THE CURRENT ITEM AFTER THE RESTOCKS AND      *
      *  BEFORE THE COUNTDOWN, THE SAME WAY 2050-PROCESS-RESTOCKS      *
      *  APPLIES DELIVERIES. EACH APPLIED COUNT SETS THE WALL TO THE   *
      *  COUNTED VALUE, WRITES A "CADJ" AUDIT RECORD SO THE TRAIL STAYS*
      *  CONTINUOUS, AND RIDES THE WAREHOUSE INTERFACE AS MOVEMENT TYPE*
      *  "A". A COUNT OVER THE ITEM'S TOLERANCE IS HELD FOR APPROVAL   *
      *  INSTEAD (2085/2088). NO ADJUSTMENT FILE ON THE RUN IS THE     *
      *  NORMAL CASE. NOT PERFORMED ON AN HONORED RESTART -- THE       *
      *  CHECKPOINTED WALL ALREADY INCLUDES ANY COUNT THE INTERRUPTED  *
      *  RUN APPLIED. AN ITEM COUNTED AT ZERO IS APPLIED AND AUDITED,  *
      *  THEN CLOSED OUT CLEANLY BY THE MAINLINE'S                     *
      *  0280-CLOSE-ZERO-COUNT -- THERE IS NOTHING LEFT TO COUNT DOWN, *
      *  BUT THE COUNT ITSELF IS NOT A BAD CARD.                       *
      ******************************************************************
       2070-PROCESS-ADJUSTS.
           MOVE "N" TO WS-ADJ-EOF-SW.
               IF WS-WALL-COUNT = 0
                   MOVE "Y" TO WS-ADJ-ZERO-SW
               ELSE
                   MOVE "N" TO WS-ADJ-ZERO-SW
                   PERFORM 1090-SET-ITERATIONS THRU 1090-EXIT
               END-IF
               MOVE WS-WALL-COUNT TO WS-HIST-START-COUNT
               GO TO 2080-EXIT
           END-IF.

      *    A COUNT AS KEYED IS HELD FOR A SUPERVISOR WHEN IT WOULD
      *    MOVE THE WALL FURTHER THAN THE ITEM'S TOLERANCE. ONE
      *    ALREADY RELEASED THROUGH BOTAPPR CARRIES THE APPROVER'S
      *    ID AND POSTS AS COUNTED.
           IF ADJ-APPROVER-ID = SPACES
               PERFORM 2085-CHECK-TOLERANCE THRU 2085-EXIT
               IF WS-ADJ-HELD
                   PERFORM 2088-HOLD-ADJUST THRU 2088-EXIT
                   GO TO 2080-EXIT
               END-IF
           ELSE
               DISPLAY
                   "MAIN - RELEASED ADJUSTMENT POSTED, REF "
                   ADJ-COUNT-REF " APPROVED BY " ADJ-APPROVER-ID
               END-DISPLAY
               MOVE "MAIN137" TO LOG-MSG-CODE
               MOVE "I" TO LOG-SEVERITY
               MOVE ADJ-COUNT-REF TO LOG-VALUE-1
               MOVE ADJ-APPROVER-ID TO LOG-VALUE-2
               PERFORM 1320-WRITE-LOG THRU 1320-EXIT
           END-IF.

           IF WS-ADJ-TARGET < WS-WALL-COUNT
               SUBTRACT WS-ADJ-TARGET FROM WS-WALL-COUNT
                   GIVING WS-ADJ-QTY
           MOVE WS-WALL-COUNT TO AUDIT-OLD-COUNT.
           MOVE WS-ADJ-TARGET TO WS-WALL-COUNT.
           MOVE WS-WALL-COUNT TO AUDIT-NEW-COUNT.
           MOVE ADJ-REASON-CODE TO AUDIT-REASON-CODE.
           PERFORM 1300-WRITE-AUDIT THRU 1300-EXIT.
           MOVE SPACE TO AUDIT-REASON-CODE.
           MOVE "A" TO INTF-DTL-MOVE-TYPE.
           MOVE WS-ADJ-QTY TO INTF-DTL-QUANTITY.
           MOVE WS-WALL-COUNT TO INTF-DTL-BALANCE.
       2080-EXIT.
           EXIT.

      ******************************************************************
      *  2085-CHECK-TOLERANCE -- SETS WS-ADJ-HELD WHEN THE COUNT WOULD *
      *  MOVE THE WALL, EITHER WAY, BY MORE THAN THE ITEM'S TOLERANCE: *
      *  THE UNITS ON THE MASTER, OR THAT PERCENT OF THE WALL AS IT    *
      *  STANDS BEFORE THE COUNT (FRACTIONS DROPPED). AN ITEM WITH NO  *
      *  TOLERANCE ON THE MASTER IS NEVER HELD.                        *
      ******************************************************************
       2085-CHECK-TOLERANCE.
           MOVE "N" TO WS-ADJ-HELD-SW.
           IF NOT WS-ADJ-TOL-UNITS AND NOT WS-ADJ-TOL-PERCENT
               GO TO 2085-EXIT
           END-IF.
           IF WS-ADJ-TARGET < WS-WALL-COUNT
               SUBTRACT WS-ADJ-TARGET FROM WS-WALL-COUNT
                   GIVING WS-ADJ-MOVE
           ELSE
               SUBTRACT WS-WALL-COUNT FROM WS-ADJ-TARGET
                   GIVING WS-ADJ-MOVE
           END-IF.
           IF WS-ADJ-TOL-UNITS
               MOVE WS-ADJ-TOLERANCE TO WS-ADJ-LIMIT
           ELSE
               COMPUTE WS-ADJ-LIMIT =
                   WS-WALL-COUNT * WS-ADJ-TOLERANCE / 100
           END-IF.
           IF WS-ADJ-MOVE > WS-ADJ-LIMIT
               MOVE "Y" TO WS-ADJ-HELD-SW
           END-IF.
       2085-EXIT.
           EXIT.

      ******************************************************************
      *  2088-HOLD-ADJUST -- WRITES AN OVER-TOLERANCE COUNT TO THE     *
      *  PENDING-APPROVAL FILE INSTEAD OF POSTING IT. THE WALL, AUDIT  *
      *  TRAIL AND INTERFACE ARE NOT TOUCHED -- NOTHING MOVES UNTIL A  *
      *  SUPERVISOR RELEASES IT AND IT COMES BACK ON A LATER NIGHT.    *
      *  THE FILE IS THE STREAM'S OWN, OPENED AND CLOSED ROUND EACH    *
      *  WRITE LIKE THE DELIVERY REGISTER, AND IS EXTENDED UNTIL THE   *
      *  NIGHT MERGE MOVES ITS RECORDS ON FOR BOTAPPR.                 *
      ******************************************************************
       2088-HOLD-ADJUST.
           OPEN EXTEND ADJ-HOLD.
           IF WS-AHLD-FILE-STATUS = "35"
               OPEN OUTPUT ADJ-HOLD
           END-IF.
           IF WS-AHLD-FILE-STATUS NOT = "00"
               PERFORM 2089-HOLD-FAILED THRU 2089-EXIT
               GO TO 2088-EXIT
           END-IF.
           MOVE SPACES TO APND-RECORD.
           MOVE ADJ-RECORD TO APND-ADJ-IMAGE.
           MOVE "P" TO APND-STATE-SW.
           MOVE WS-RUN-DATE-FLD TO APND-HELD-DATE.
           MOVE WS-WALL-COUNT TO APND-WALL-COUNT.
      *    A HELD COUNT MOVES THE WALL FURTHER THAN THE LIMIT, AND NO
      *    MOVE IS OVER 999, SO THE LIMIT ALWAYS FITS THREE DIGITS.
           MOVE WS-ADJ-LIMIT TO APND-TOLERANCE.
           MOVE 0 TO APND-DECIDED-DATE.
           WRITE APND-RECORD.
           IF WS-AHLD-FILE-STATUS NOT = "00"
               CLOSE ADJ-HOLD
               PERFORM 2089-HOLD-FAILED THRU 2089-EXIT
               GO TO 2088-EXIT
           END-IF.
           CLOSE ADJ-HOLD.
           ADD 1 TO WS-ADJ-HELD-COUNT.
           MOVE "Y" TO WS-ADJ-ANY-SW.
           DISPLAY
               "MAIN - ADJUSTMENT OVER TOLERANCE, HELD FOR "
               "APPROVAL, REF " ADJ-COUNT-REF
           END-DISPLAY.
           MOVE "MAIN136" TO LOG-MSG-CODE.
           MOVE "W" TO LOG-SEVERITY.
           MOVE ADJ-COUNT-REF TO LOG-VALUE-1.
           MOVE ADJ-NEW-COUNT TO LOG-VALUE-2.
           PERFORM 1320-WRITE-LOG THRU 1320-EXIT.
       2088-EXIT.
           EXIT.

      ******************************************************************
      *  2089-HOLD-FAILED -- THE COUNT COULD NOT BE PUT ON THE HOLD    *
      *  FILE. IT IS NOT POSTED EITHER, SO IT IS LEFT OFF THE HELD     *
      *  TOTAL AND THE STEP ENDS RETURN CODE 8 -- THE OFFICE MUST KEY  *
      *  IT AGAIN ON A LATER NIGHT.                                    *
      ******************************************************************
       2089-HOLD-FAILED.
           DISPLAY
               "MAIN - PENDING-APPROVAL FILE NOT AVAILABLE, "
               "ADJUSTMENT NOT POSTED, REF " ADJ-COUNT-REF
           END-DISPLAY.
           MOVE "Y" TO WS-POST-ERR-SW.
           MOVE "MAIN138" TO LOG-MSG-CODE.
           MOVE "E" TO LOG-SEVERITY.
           MOVE ADJ-COUNT-REF TO LOG-VALUE-1.
           MOVE ADJ-NEW-COUNT TO LOG-VALUE-2.
           PERFORM 1320-WRITE-LOG THRU 1320-EXIT.
       2089-EXIT.
           EXIT.

      ******************************************************************
      *  2100-WRITE-HEADING -- STARTS A NEW PAGE WITH THE RUN-DATE     *
      *  HEADING LINE FOLLOWED BY A BLANK LINE.                        *
           MOVE WS-ADJ-UP-UNITS TO ADJ-TOT-VALUE.
           MOVE WS-ADJ-TOTAL-LINE TO WS-PRINT-TEXT.
           PERFORM 2000-WRITE-LINE THRU 2000-EXIT.
           IF WS-ADJ-HELD-COUNT > 0
               MOVE "  COUNTS HELD FOR APPROVAL :" TO ADJ-TOT-LABEL
               MOVE WS-ADJ-HELD-COUNT TO ADJ-TOT-VALUE
               MOVE WS-ADJ-TOTAL-LINE TO WS-PRINT-TEXT
               PERFORM 2000-WRITE-LINE THRU 2000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

