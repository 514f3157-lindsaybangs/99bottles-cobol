      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTRESND                                           *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTRESND.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL INTERFACE CORRECTION FEED, RUN      *
      *                   AFTER BOTCONF. UNTIL NOW EVERY UNPOSTED     *
      *                   MOVEMENT MEANT A PHONE CALL TO THE          *
      *                   WAREHOUSE AND A HAND-KEYED POSTING. THIS    *
      *                   PROGRAM PUTS BOTCONF'S UNPOSTED MOVEMENTS   *
      *                   ON A CORRECTION TRANSMISSION IN BOTINTF.CPY *
      *                   FORMAT -- OWN HEADER (FLAGGED AS A RESEND)  *
      *                   AND TRAILER -- AND KEEPS A RETRANSMISSION   *
      *                   LOG (SEE RESNDLOG.CPY) SO NO MOVEMENT IS    *
      *                   EVER SENT A SECOND TIME. THE WAREHOUSE'S    *
      *                   CONFIRMATION OF A RESEND CLEARS THE         *
      *                   MOVEMENT ON THE LOG; ONE STILL NOT CLEARED  *
      *                   AFTER THE DAYS ON THE ESCALATION CARD GOES  *
      *                   ON THE ESCALATION LIST.                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RLOG-IN     ASSIGN TO RSNDLOGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.

           SELECT RSND-CONF   ASSIGN TO RSNDCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCNF-FILE-STATUS.

           SELECT BREAK-FILE  ASSIGN TO BRKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-FILE-STATUS.

           SELECT RESEND-FILE ASSIGN TO RESENDO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RLOG-OUT    ASSIGN TO RSNDLOGO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RSND-RPT    ASSIGN TO RSNDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-IN               PIC X(80).

       FD  RLOG-IN
           RECORDING MODE IS F.
       01  RLOG-IN-REC                PIC X(50).

       FD  RSND-CONF
           RECORDING MODE IS F.
       01  RSND-CONF-REC              PIC X(30).

       FD  BREAK-FILE
           RECORDING MODE IS F.
       01  BREAK-RECORD               PIC X(30).

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD              PIC X(30).

       FD  RLOG-OUT
           RECORDING MODE IS F.
       01  RLOG-OUT-REC               PIC X(50).

       FD  RSND-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BOTINTF.
       COPY RESNDLOG.

      *  ESCALATION CARD: DAYS A RESENT MOVEMENT MAY WAIT FOR THE
      *  WAREHOUSE'S CONFIRMATION BEFORE IT IS ESCALATED, IN COLUMNS
      *  1-3. MISSING OR NOT NUMERIC, 3 DAYS IS USED.
       01  WS-ESCALATE-CARD.
           05  WS-CARD-DAYS           PIC X(03).
           05  FILLER                 PIC X(77).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-PARM-EOF            VALUE "Y".
           05  WS-RLOG-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-RLOG-EOF            VALUE "Y".
           05  WS-RCNF-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-RCNF-EOF            VALUE "Y".
           05  WS-BRK-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-BRK-EOF             VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".
           05  WS-RCNF-USABLE-SW      PIC X(01)  VALUE "Y".
               88  WS-RCNF-USABLE         VALUE "Y".
           05  WS-ANY-WARNING-SW      PIC X(01)  VALUE "N".
               88  WS-ANY-WARNING         VALUE "Y".
           05  WS-ANY-ESCALATED-SW    PIC X(01)  VALUE "N".
               88  WS-ANY-ESCALATED       VALUE "Y".

       01  WS-RLOG-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-RCNF-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-BRK-FILE-STATUS         PIC X(02)  VALUE "00".

      *  THE RETRANSMISSION LOG, LOADED FROM THE CURRENT GENERATION
      *  AND ADDED TO AS TODAY'S BREAKS ARE RESENT. WS-RLOG-ACTION
      *  MARKS WHAT HAPPENED TO AN ENTRY TODAY (R = RESENT, C =
      *  CLEARED, BLANK = NOTHING) AND WS-RLOG-DUP-SW A BREAK PASSED
      *  AGAIN WHEN IT WAS ALREADY ON THE LOG.
       01  WS-RLOG-TABLE.
           05  WS-RLOG-ENTRY          OCCURS 500.
               10  WS-RLOG-MOVEMENT.
                   15  WS-RLOG-KEY    PIC X(23).
                   15  FILLER         PIC X(07).
               10  WS-RLOG-STATE      PIC X(01).
                   88  WS-RLOG-AWAITING   VALUE "S".
                   88  WS-RLOG-CLEARED    VALUE "C".
               10  WS-RLOG-RESENT     PIC 9(06).
               10  WS-RLOG-CLEARED-ON PIC 9(06).
               10  WS-RLOG-ACTION     PIC X(01).
                   88  WS-RLOG-RESENT-TODAY  VALUE "R".
                   88  WS-RLOG-CLEARED-TODAY VALUE "C".
               10  WS-RLOG-DUP-SW     PIC X(01).
                   88  WS-RLOG-DUPLICATE  VALUE "Y".
       01  WS-RLOG-COUNT              PIC 9(05)  COMP VALUE 0.
       01  WS-RLOG-MAX                PIC 9(05)  COMP VALUE 500.
       77  WS-TAB-SUB                 PIC 9(05)  COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 9(05)  COMP VALUE 0.

      *  RESEND CONFIRMATIONS THAT MATCH NOTHING ON THE LOG, HELD FOR
      *  THEIR OWN SECTION OF THE REPORT.
       01  WS-STRAY-TABLE.
           05  WS-STRAY-IMAGE         OCCURS 100
                                      PIC X(30).
       01  WS-STRAY-COUNT             PIC 9(05)  COMP VALUE 0.
       01  WS-STRAY-MAX               PIC 9(05)  COMP VALUE 100.

      *  A MOVEMENT RECORD SPLIT SO THE FIRST 23 BYTES COMPARE AS ONE
      *  KEY, THE SAME WAY BOTCONF MATCHES THEM.
       01  WS-WORK-REC.
           05  WS-WORK-KEY.
               10  WS-WORK-ID         PIC X(01).
                   88  WS-WORK-HEADER     VALUE "H".
                   88  WS-WORK-DETAIL     VALUE "D".
                   88  WS-WORK-TRAILER    VALUE "T".
               10  FILLER             PIC X(22).
           05  FILLER                 PIC X(07).

       01  WS-RSND-CTRS.
           05  WS-ESCALATE-DAYS       PIC 999    VALUE 3.
           05  WS-KEEP-CLEARED-DAYS   PIC 999    VALUE 30.
           05  WS-BREAKS-READ         PIC 9(05)  COMP VALUE 0.
           05  WS-RESENT-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-DUP-COUNT           PIC 9(05)  COMP VALUE 0.
           05  WS-RCNF-DTL-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-RCNF-TRL-COUNT      PIC 9(07)  VALUE 0.
           05  WS-CLEARED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-RECLEARED-COUNT     PIC 9(05)  COMP VALUE 0.
           05  WS-AWAITING-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-ESCALATED-COUNT     PIC 9(05)  COMP VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-PURGED-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-AGE                 PIC 999    COMP VALUE 0.

      *  AGE OF A LOG ENTRY -- ITS DATE WALKED FORWARD A DAY AT A
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
               "INTERFACE CORRECTION FEED    ".
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

       01  WS-ESCALATE-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "ESCALATE AFTER  . . . . . :".
           05  ESC-DAYS               PIC ZZ9.
           05  FILLER                 PIC X(05)  VALUE " DAYS".
           05  FILLER                 PIC X(44)  VALUE SPACES.

       01  WS-MOVE-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "MOVED   ITEM   LOC TYPE  QTY   BAL  PTNR".
           05  FILLER                 PIC X(40)  VALUE
               "    RESENT   AGE                        ".

       01  WS-MOVE-LINE.
           05  MVL-DATE               PIC X(06).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  MVL-ITEM               PIC X(05).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  MVL-LOC                PIC X(02).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  MVL-TYPE               PIC X(01).
           05  FILLER                 PIC X(04)  VALUE SPACES.
           05  MVL-QTY                PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  MVL-BAL                PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  MVL-XFER               PIC X(02).
           05  FILLER                 PIC X(05)  VALUE SPACES.
           05  MVL-RESENT             PIC X(06).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  MVL-AGE                PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  MVL-NOTE               PIC X(12).
           05  FILLER                 PIC X(12)  VALUE SPACES.

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
           PERFORM 1500-LOAD-LOG THRU 1500-EXIT.
           PERFORM 2000-APPLY-CONFIRMATIONS THRU 2000-EXIT.
           PERFORM 3000-RESEND-BREAKS THRU 3000-EXIT.
           PERFORM 4000-LIST-RESENT THRU 4000-EXIT.
           PERFORM 4200-LIST-CLEARED THRU 4200-EXIT.
           PERFORM 4400-LIST-ESCALATED THRU 4400-EXIT.
           PERFORM 4600-LIST-STRAYS THRU 4600-EXIT.
           PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           CLOSE RLOG-OUT.
           CLOSE RSND-RPT.
           EVALUATE TRUE
               WHEN WS-ANY-ESCALATED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ANY-WARNING
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE REPORT, READS THE ESCALATION    *
      *  CARD AND OPENS THE NEW LOG GENERATION.                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RSND-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.

           MOVE SPACES TO WS-ESCALATE-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO PARM-CARD-IN
               AT END
                   MOVE "Y" TO WS-PARM-EOF-SW
           END-READ.
           CLOSE PARM-FILE.
           IF NOT WS-PARM-EOF
               MOVE PARM-CARD-IN TO WS-ESCALATE-CARD
           END-IF.
           IF WS-CARD-DAYS NUMERIC
               MOVE WS-CARD-DAYS TO WS-ESCALATE-DAYS
           ELSE
               MOVE "ESCALATION CARD MISSING OR INVALID, DEFAULT USED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
           END-IF.
           MOVE WS-ESCALATE-DAYS TO ESC-DAYS.
           MOVE WS-ESCALATE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           OPEN OUTPUT RLOG-OUT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-LOAD-LOG -- LOADS THE CURRENT RETRANSMISSION LOG         *
      *  GENERATION. NONE ON FILE MEANS NOTHING HAS BEEN RESENT YET.   *
      *  AN ENTRY THAT WILL NOT FIT CANNOT BE KEPT, SO IT IS COUNTED   *
      *  AND THE STEP ENDS RC 4.                                       *
      ******************************************************************
       1500-LOAD-LOG.
           OPEN INPUT RLOG-IN.
           IF WS-RLOG-FILE-STATUS NOT = "00"
               MOVE "NO RETRANSMISSION LOG ON FILE, NOTHING RESENT YET"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-LOAD-ONE-ENTRY THRU 1600-EXIT
               UNTIL WS-RLOG-EOF.
           CLOSE RLOG-IN.
       1500-EXIT.
           EXIT.

       1600-LOAD-ONE-ENTRY.
           READ RLOG-IN INTO RLOG-RECORD
               AT END
                   MOVE "Y" TO WS-RLOG-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           IF NOT RLOG-AWAITING AND NOT RLOG-CLEARED
               GO TO 1600-EXIT
           END-IF.
           IF WS-RLOG-COUNT >= WS-RLOG-MAX
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-RLOG-COUNT.
           MOVE RLOG-MOVEMENT TO WS-RLOG-MOVEMENT (WS-RLOG-COUNT).
           MOVE RLOG-STATE-SW TO WS-RLOG-STATE (WS-RLOG-COUNT).
           MOVE RLOG-RESENT-DATE TO WS-RLOG-RESENT (WS-RLOG-COUNT).
           MOVE RLOG-CLEARED-DATE
               TO WS-RLOG-CLEARED-ON (WS-RLOG-COUNT).
           MOVE SPACE TO WS-RLOG-ACTION (WS-RLOG-COUNT).
           MOVE "N" TO WS-RLOG-DUP-SW (WS-RLOG-COUNT).
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  2000-APPLY-CONFIRMATIONS -- READS THE WAREHOUSE'S             *
      *  CONFIRMATION OF THE CORRECTION TRANSMISSIONS. EACH CONFIRMED  *
      *  DETAIL CLEARS THE LOG ENTRY WITH THE SAME KEY; ONE ALREADY    *
      *  CLEARED IS ONLY COUNTED (THE FILE MAY NOT HAVE BEEN REPLACED  *
      *  SINCE YESTERDAY), AND ONE NOT ON THE LOG AT ALL IS HELD FOR   *
      *  THE REPORT. A FILE WHOSE HEADER IS NOT FLAGGED AS A RESEND IS *
      *  A NIGHTLY CONFIRMATION IN THE WRONG PLACE AND CLEARS NOTHING. *
      *  NO FILE MEANS NOTHING HAS COME BACK YET.                      *
      ******************************************************************
       2000-APPLY-CONFIRMATIONS.
           OPEN INPUT RSND-CONF.
           IF WS-RCNF-FILE-STATUS NOT = "00"
               MOVE "NO RESEND CONFIRMATION FILE, NOTHING CLEARED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-CONF THRU 2100-EXIT
               UNTIL WS-RCNF-EOF.
           CLOSE RSND-CONF.
           IF WS-RCNF-USABLE
            AND WS-RCNF-TRL-COUNT NOT = WS-RCNF-DTL-COUNT
               MOVE "RESEND CONFIRMATION TRAILER COUNT DOES NOT MATCH"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-CONF.
           READ RSND-CONF INTO WS-WORK-REC
               AT END
                   MOVE "Y" TO WS-RCNF-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF NOT WS-RCNF-USABLE
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-WORK-HEADER
                   MOVE WS-WORK-REC TO INTF-HEADER-REC
                   IF NOT INTF-HDR-RESEND
                       MOVE "RESEND CONFIRMATION HEADER NOT FLAGGED"
                           TO WS-PRINT-TEXT
                       PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                       MOVE "  -- FILE IGNORED, NOTHING CLEARED"
                           TO WS-PRINT-TEXT
                       PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                       MOVE "N" TO WS-RCNF-USABLE-SW
                       MOVE "Y" TO WS-ANY-WARNING-SW
                   END-IF
               WHEN WS-WORK-TRAILER
                   MOVE WS-WORK-REC TO INTF-TRAILER-REC
                   MOVE INTF-TRL-REC-COUNT TO WS-RCNF-TRL-COUNT
               WHEN WS-WORK-DETAIL
                   ADD 1 TO WS-RCNF-DTL-COUNT
                   PERFORM 2200-CLEAR-ENTRY THRU 2200-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-CLEAR-ENTRY.
           PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
           IF NOT WS-FOUND
               MOVE "Y" TO WS-ANY-WARNING-SW
               IF WS-STRAY-COUNT < WS-STRAY-MAX
                   ADD 1 TO WS-STRAY-COUNT
                   MOVE WS-WORK-REC TO WS-STRAY-IMAGE (WS-STRAY-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF WS-RLOG-CLEARED (WS-FOUND-SUB)
               ADD 1 TO WS-RECLEARED-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE "C" TO WS-RLOG-STATE (WS-FOUND-SUB).
           MOVE WS-RUN-DATE-FLD TO WS-RLOG-CLEARED-ON (WS-FOUND-SUB).
           MOVE "C" TO WS-RLOG-ACTION (WS-FOUND-SUB).
           ADD 1 TO WS-CLEARED-COUNT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-RESEND-BREAKS -- WRITES THE CORRECTION TRANSMISSION:     *
      *  A HEADER FLAGGED AS A RESEND, EVERY BREAK BOTCONF PASSED      *
      *  THAT IS NOT ALREADY ON THE LOG, AND A RECORD-COUNT TRAILER.   *
      *  A BREAK ALREADY ON THE LOG IS NEVER SENT AGAIN -- IT IS ONLY  *
      *  MARKED FOR THE REPORT. THE TRANSMISSION IS WRITTEN EVEN WHEN  *
      *  IT CARRIES NO DETAILS, SO THE WAREHOUSE SEES A COMPLETE ONE   *
      *  EVERY DAY.                                                    *
      ******************************************************************
       3000-RESEND-BREAKS.
           OPEN OUTPUT RESEND-FILE.
           MOVE WS-RUN-YY TO INTF-HDR-YY.
           MOVE WS-RUN-MM TO INTF-HDR-MM.
           MOVE WS-RUN-DD TO INTF-HDR-DD.
           MOVE "R" TO INTF-HDR-RESEND-SW.
           MOVE INTF-HEADER-REC TO RESEND-RECORD.
           WRITE RESEND-RECORD.

           OPEN INPUT BREAK-FILE.
           IF WS-BRK-FILE-STATUS NOT = "00"
               MOVE "BREAK FILE NOT AVAILABLE, NOTHING RESENT"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-ANY-WARNING-SW
           ELSE
               PERFORM 3100-READ-ONE-BREAK THRU 3100-EXIT
                   UNTIL WS-BRK-EOF
               CLOSE BREAK-FILE
           END-IF.

           MOVE WS-RESENT-COUNT TO INTF-TRL-REC-COUNT.
           MOVE INTF-TRAILER-REC TO RESEND-RECORD.
           WRITE RESEND-RECORD.
           CLOSE RESEND-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-BREAK.
           READ BREAK-FILE INTO WS-WORK-REC
               AT END
                   MOVE "Y" TO WS-BRK-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF NOT WS-WORK-DETAIL
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-BREAKS-READ.
           PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
           IF WS-FOUND
               MOVE "Y" TO WS-RLOG-DUP-SW (WS-FOUND-SUB)
               ADD 1 TO WS-DUP-COUNT
               GO TO 3100-EXIT
           END-IF.
      *    A BREAK THE LOG HAS NO ROOM FOR IS NOT SENT -- IT COULD
      *    NOT BE KEPT FROM GOING AGAIN TOMORROW.
           IF WS-RLOG-COUNT >= WS-RLOG-MAX
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-RLOG-COUNT.
           MOVE WS-WORK-REC TO WS-RLOG-MOVEMENT (WS-RLOG-COUNT).
           MOVE "S" TO WS-RLOG-STATE (WS-RLOG-COUNT).
           MOVE WS-RUN-DATE-FLD TO WS-RLOG-RESENT (WS-RLOG-COUNT).
           MOVE 0 TO WS-RLOG-CLEARED-ON (WS-RLOG-COUNT).
           MOVE "R" TO WS-RLOG-ACTION (WS-RLOG-COUNT).
           MOVE "N" TO WS-RLOG-DUP-SW (WS-RLOG-COUNT).
           MOVE WS-WORK-REC TO RESEND-RECORD.
           WRITE RESEND-RECORD.
           ADD 1 TO WS-RESENT-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LIST-RESENT -- EVERY MOVEMENT ON TODAY'S CORRECTION      *
      *  TRANSMISSION, THEN EVERY BREAK BOTCONF PASSED AGAIN THAT WAS  *
      *  ALREADY ON THE LOG AND SO WAS NOT SENT.                       *
      ******************************************************************
       4000-LIST-RESENT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "RESENT TODAY" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-MOVE-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4100-PRINT-RESENT THRU 4100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-RLOG-COUNT.
           IF WS-RESENT-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           IF WS-DUP-COUNT > 0
               MOVE SPACES TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "ALREADY RESENT, NOT SENT AGAIN" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE WS-MOVE-HDG TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               PERFORM 4150-PRINT-DUPLICATE THRU 4150-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-RLOG-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-RESENT.
           IF NOT WS-RLOG-RESENT-TODAY (WS-TAB-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO MVL-NOTE.
           PERFORM 8200-PRINT-ENTRY THRU 8200-EXIT.
       4100-EXIT.
           EXIT.

       4150-PRINT-DUPLICATE.
           IF NOT WS-RLOG-DUPLICATE (WS-TAB-SUB)
               GO TO 4150-EXIT
           END-IF.
           IF WS-RLOG-CLEARED (WS-TAB-SUB)
               MOVE "CLEARED" TO MVL-NOTE
           ELSE
               MOVE "AWAITING" TO MVL-NOTE
           END-IF.
           PERFORM 8200-PRINT-ENTRY THRU 8200-EXIT.
       4150-EXIT.
           EXIT.

      ******************************************************************
      *  4200-LIST-CLEARED -- EVERY RESENT MOVEMENT THE WAREHOUSE      *
      *  CONFIRMED TODAY. THE ORIGINAL BREAK IS NOW CLEARED.           *
      ******************************************************************
       4200-LIST-CLEARED.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "BREAKS CLEARED TODAY" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-MOVE-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4300-PRINT-CLEARED THRU 4300-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-RLOG-COUNT.
           IF WS-CLEARED-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PRINT-CLEARED.
           IF NOT WS-RLOG-CLEARED-TODAY (WS-TAB-SUB)
               GO TO 4300-EXIT
           END-IF.
           MOVE "CLEARED" TO MVL-NOTE.
           PERFORM 8200-PRINT-ENTRY THRU 8200-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4400-LIST-ESCALATED -- EVERY RESENT MOVEMENT STILL NOT        *
      *  CONFIRMED MORE THAN THE ESCALATION DAYS AFTER IT WENT OUT.    *
      *  ANY ONE ENDS THE STEP RC 8 -- THE WAREHOUSE HAS TO BE CALLED  *
      *  ABOUT IT.                                                     *
      ******************************************************************
       4400-LIST-ESCALATED.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ESCALATION -- RESENT AND STILL NOT CONFIRMED"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-MOVE-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4500-CHECK-ESCALATION THRU 4500-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-RLOG-COUNT.
           IF WS-ESCALATED-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

       4500-CHECK-ESCALATION.
           IF NOT WS-RLOG-AWAITING (WS-TAB-SUB)
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-AWAITING-COUNT.
           MOVE WS-RLOG-RESENT (WS-TAB-SUB) TO WS-AGE-DATE.
           PERFORM 7100-COMPUTE-AGE THRU 7100-EXIT.
           IF WS-AGE NOT > WS-ESCALATE-DAYS
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE "Y" TO WS-ANY-ESCALATED-SW.
           MOVE "ESCALATED" TO MVL-NOTE.
           PERFORM 8200-PRINT-ENTRY THRU 8200-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4600-LIST-STRAYS -- RESEND CONFIRMATIONS FOR MOVEMENTS THAT   *
      *  ARE NOT ON THE LOG: NEVER RESENT FROM HERE, OR DROPPED FROM   *
      *  THE LOG LONG AGO. PRINTED AS RECEIVED.                        *
      ******************************************************************
       4600-LIST-STRAYS.
           IF WS-STRAY-COUNT = 0
               GO TO 4600-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "CONFIRMED BUT NOT ON THE RETRANSMISSION LOG"
               TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 4700-PRINT-STRAY THRU 4700-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-STRAY-COUNT.
       4600-EXIT.
           EXIT.

       4700-PRINT-STRAY.
           MOVE WS-STRAY-IMAGE (WS-TAB-SUB) TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-LOG -- CARRIES THE LOG TO ITS NEXT GENERATION.     *
      *  EVERY ENTRY STILL AWAITING CONFIRMATION GOES FORWARD; A       *
      *  CLEARED ONE GOES FORWARD UNTIL IT HAS BEEN CLEARED FOR THE    *
      *  KEEP DAYS, SO A LATE REPEAT OF ITS BREAK IS STILL RECOGNIZED. *
      ******************************************************************
       5000-WRITE-LOG.
           PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-RLOG-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ENTRY.
           IF WS-RLOG-CLEARED (WS-TAB-SUB)
               MOVE WS-RLOG-CLEARED-ON (WS-TAB-SUB) TO WS-AGE-DATE
               PERFORM 7100-COMPUTE-AGE THRU 7100-EXIT
               IF WS-AGE > WS-KEEP-CLEARED-DAYS
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 5100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO RLOG-RECORD.
           MOVE WS-RLOG-MOVEMENT (WS-TAB-SUB) TO RLOG-MOVEMENT.
           MOVE WS-RLOG-STATE (WS-TAB-SUB) TO RLOG-STATE-SW.
           MOVE WS-RLOG-RESENT (WS-TAB-SUB) TO RLOG-RESENT-DATE.
           MOVE WS-RLOG-CLEARED-ON (WS-TAB-SUB) TO RLOG-CLEARED-DATE.
           MOVE RLOG-RECORD TO RLOG-OUT-REC.
           WRITE RLOG-OUT-REC.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  6000-WRITE-TOTALS -- CLOSES THE REPORT WITH THE COUNTS.       *
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "BREAKS PASSED BY BOTCONF  :" TO CNT-LABEL.
           MOVE WS-BREAKS-READ TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "RESENT TODAY  . . . . . . :" TO CNT-LABEL.
           MOVE WS-RESENT-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "ALREADY RESENT, NOT SENT  :" TO CNT-LABEL.
           MOVE WS-DUP-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "RESEND CONFIRMATIONS READ :" TO CNT-LABEL.
           MOVE WS-RCNF-DTL-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "BREAKS CLEARED TODAY  . . :" TO CNT-LABEL.
           MOVE WS-CLEARED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           IF WS-RECLEARED-COUNT > 0
               MOVE "CONFIRMED, ALREADY CLEARED:" TO CNT-LABEL
               MOVE WS-RECLEARED-COUNT TO CNT-VALUE
               PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
           END-IF.
           MOVE "CONFIRMED, NOT ON LOG . . :" TO CNT-LABEL.
           MOVE WS-STRAY-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "AWAITING CONFIRMATION . . :" TO CNT-LABEL.
           MOVE WS-AWAITING-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "ESCALATED . . . . . . . . :" TO CNT-LABEL.
           MOVE WS-ESCALATED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           MOVE "CLEARED, DROPPED FROM LOG :" TO CNT-LABEL.
           MOVE WS-PURGED-COUNT TO CNT-VALUE.
           PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
           IF WS-DROPPED-COUNT > 0
               MOVE "DROPPED, TABLE FULL . . . :" TO CNT-LABEL
               MOVE WS-DROPPED-COUNT TO CNT-VALUE
               PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  7000-FIND-ENTRY -- LOOKS UP WS-WORK-REC ON THE LOG BY THE     *
      *  23-BYTE MOVEMENT KEY.                                         *
      ******************************************************************
       7000-FIND-ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 7010-SCAN-LOG THRU 7010-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-RLOG-COUNT
                  OR WS-FOUND.
       7000-EXIT.
           EXIT.

       7010-SCAN-LOG.
           IF WS-RLOG-KEY (WS-TAB-SUB) = WS-WORK-KEY
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       7010-EXIT.
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
      *  8200-PRINT-ENTRY -- PRINTS ONE LOG ENTRY'S MOVEMENT WITH THE  *
      *  DATE IT WAS RESENT AND ITS AGE SINCE. THE CALLER SETS THE     *
      *  NOTE COLUMN.                                                  *
      ******************************************************************
       8200-PRINT-ENTRY.
           MOVE WS-RLOG-MOVEMENT (WS-TAB-SUB) TO INTF-DETAIL-REC.
           MOVE INTF-DTL-DATE TO MVL-DATE.
           MOVE INTF-DTL-ITEM-CODE TO MVL-ITEM.
           MOVE INTF-DTL-LOCATION TO MVL-LOC.
           MOVE INTF-DTL-MOVE-TYPE TO MVL-TYPE.
           MOVE INTF-DTL-QUANTITY TO MVL-QTY.
           MOVE INTF-DTL-BALANCE TO MVL-BAL.
           MOVE INTF-DTL-XFER-LOC TO MVL-XFER.
           MOVE WS-RLOG-RESENT (WS-TAB-SUB) TO MVL-RESENT.
           MOVE WS-RLOG-RESENT (WS-TAB-SUB) TO WS-AGE-DATE.
           PERFORM 7100-COMPUTE-AGE THRU 7100-EXIT.
           MOVE WS-AGE TO MVL-AGE.
           MOVE WS-MOVE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       8200-EXIT.
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
