      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTIMRG                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTIMRG.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL INTERFACE MERGE. EACH BUILDING NOW  *
      *                   RUNS AS ITS OWN JOB STREAM (BOTRUNB1,       *
      *                   BOTRUNB2) AND EACH STREAM'S MAIN STEP       *
      *                   WRITES ITS OWN WAREHOUSE INTERFACE EXTRACT, *
      *                   HEADER AND TRAILER INCLUDED. THE WAREHOUSE  *
      *                   STILL TAKES ONE TRANSMISSION A NIGHT, SO    *
      *                   THIS STEP OF BOTRUNM READS THE STREAM       *
      *                   EXTRACTS CONCATENATED ON INTFIN AND WRITES  *
      *                   THE NIGHT'S ONE FEED -- ONE HEADER, EVERY   *
      *                   STREAM'S DETAILS, ONE TRAILER. EACH STREAM  *
      *                   IS PROVED AGAINST ITS OWN TRAILER FIRST. A  *
      *                   HELD STREAM (NO TRAILER YET) HOLDS THE      *
      *                   NIGHT'S TRAILER TOO, WITH RETURN CODE 4; A  *
      *                   STREAM MISSING OR OUT OF BALANCE HOLDS IT   *
      *                   WITH RETURN CODE 8.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT INTF-IN     ASSIGN TO INTFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT INTF-OUT    ASSIGN TO INTFOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG     ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-IN               PIC X(80).

       FD  INTF-IN
           RECORDING MODE IS F.
       01  INTF-IN-REC                PIC X(30).

       FD  INTF-OUT
           RECORDING MODE IS F.
       01  INTF-OUT-REC               PIC X(30).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  LOG-RECORD-OUT             PIC X(79).

       WORKING-STORAGE SECTION.
       COPY BOTINTF.
       COPY BOTLOGR.

      *  STREAM CARD: THE NUMBER OF STREAM EXTRACTS CONCATENATED ON
      *  INTFIN, IN COLUMNS 1-2. MISSING OR NOT NUMERIC, 2 IS USED.
       01  WS-STREAM-CARD.
           05  WS-CARD-STREAMS        PIC X(02).
           05  FILLER                 PIC X(78).
       01  WS-CARD-STREAMS-9 REDEFINES WS-STREAM-CARD.
           05  WS-CARD-STREAMS-N      PIC 99.
           05  FILLER                 PIC X(78).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW           PIC X(01)  VALUE "N".
               88  WS-IN-EOF              VALUE "Y".
           05  WS-LOG-OPEN-SW         PIC X(01)  VALUE "N".
               88  WS-LOG-OPEN            VALUE "Y".
           05  WS-SECTION-OPEN-SW     PIC X(01)  VALUE "N".
               88  WS-SECTION-OPEN        VALUE "Y".
           05  WS-HEADER-DONE-SW      PIC X(01)  VALUE "N".
               88  WS-HEADER-DONE         VALUE "Y".
           05  WS-HELD-SW             PIC X(01)  VALUE "N".
               88  WS-STREAM-HELD         VALUE "Y".
           05  WS-BAD-SW              PIC X(01)  VALUE "N".
               88  WS-STREAM-BAD          VALUE "Y".

       01  WS-PARM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-IN-FILE-STATUS          PIC X(02)  VALUE "00".
       01  WS-LOG-FILE-STATUS         PIC X(02)  VALUE "00".

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-TIME-HH     PIC 99.
           05  WS-CURRENT-TIME-MM     PIC 99.
           05  WS-CURRENT-TIME-SS     PIC 99.
           05  WS-CURRENT-TIME-HS     PIC 99.

       01  WS-RUN-DATE-FLD.
           05  WS-RUN-YY              PIC 99.
           05  WS-RUN-MM              PIC 99.
           05  WS-RUN-DD              PIC 99.

      *  ONE INTERFACE RECORD AS READ, WITH THE TRAILER'S COUNT
      *  VIEWED AS A NUMBER.
       01  WS-IN-REC.
           05  WS-IN-ID               PIC X(01).
               88  WS-IN-HEADER           VALUE "H".
               88  WS-IN-DETAIL           VALUE "D".
               88  WS-IN-TRAILER          VALUE "T".
           05  FILLER                 PIC X(29).
       01  WS-IN-TRL REDEFINES WS-IN-REC.
           05  FILLER                 PIC X(01).
           05  WS-IN-TRL-COUNT        PIC 9(07).
           05  FILLER                 PIC X(22).

       01  WS-MRG-CTRS.
           05  WS-STREAMS-EXPECTED    PIC 99     COMP VALUE 2.
           05  WS-STREAMS-FOUND       PIC 99     COMP VALUE 0.
           05  WS-SECTION-DETAILS     PIC 9(07)  COMP VALUE 0.
           05  WS-MERGED-DETAILS      PIC 9(07)  COMP VALUE 0.

       01  WS-MERGE-LOG-VALUE.
           05  MLV-DETAILS            PIC 9(07).
           05  FILLER                 PIC X(01)  VALUE "/".
           05  MLV-STREAMS            PIC 99.

       01  WS-COUNT-LOG-VALUE.
           05  CLV-DETAILS            PIC 9(07).
           05  FILLER                 PIC X(01)  VALUE "/".
           05  CLV-TRAILER            PIC 9(07).

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MERGE-RECORD THRU 2000-EXIT
               UNTIL WS-IN-EOF.
           PERFORM 3000-FINISH THRU 3000-EXIT.
           CLOSE INTF-OUT.
           IF WS-LOG-OPEN
               CLOSE RUN-LOG
           END-IF.
           IF WS-STREAM-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STREAM-HELD
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- OPENS THE NIGHT'S RUN LOG (BOTRUN'S EDIT   *
      *  STEP CREATED IT), READS THE STREAM CARD AND OPENS THE         *
      *  CONCATENATED STREAM EXTRACTS AND THE MERGED FEED. NO STREAM   *
      *  EXTRACT AT ALL IS A MISSING STREAM LIKE ANY OTHER.            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND RUN-LOG.
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SW
           ELSE
               DISPLAY
                   "BOTIMRG - RUN LOG NOT AVAILABLE, "
                   "CODED MESSAGES NOT WRITTEN THIS RUN"
               END-DISPLAY
           END-IF.

           MOVE SPACES TO WS-STREAM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE INTO WS-STREAM-CARD
                   AT END
                       MOVE SPACES TO WS-STREAM-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-CARD-STREAMS NUMERIC
            AND WS-CARD-STREAMS-N > 0
               MOVE WS-CARD-STREAMS-N TO WS-STREAMS-EXPECTED
           END-IF.

           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           OPEN OUTPUT INTF-OUT.
           OPEN INPUT INTF-IN.
           IF WS-IN-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-IN-EOF-SW
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-MERGE-RECORD -- TAKES THE NEXT RECORD OF THE STREAM      *
      *  EXTRACTS. A HEADER OPENS THE NEXT STREAM'S SECTION (ONLY THE  *
      *  FIRST ONE IS PASSED ON, AS THE NIGHT'S HEADER); A DETAIL IS   *
      *  COPIED TO THE MERGED FEED AND COUNTED; A TRAILER CLOSES THE   *
      *  SECTION AND IS PROVED AGAINST THE DETAILS COUNTED IN IT, BUT  *
      *  IS NOT PASSED ON -- THE NIGHT GETS ONE TRAILER OF ITS OWN.    *
      ******************************************************************
       2000-MERGE-RECORD.
           READ INTF-IN INTO WS-IN-REC
               AT END
                   MOVE "Y" TO WS-IN-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           IF WS-IN-HEADER
               PERFORM 2100-OPEN-SECTION THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-IN-DETAIL
               MOVE WS-IN-REC TO INTF-OUT-REC
               WRITE INTF-OUT-REC
               ADD 1 TO WS-SECTION-DETAILS
               ADD 1 TO WS-MERGED-DETAILS
               GO TO 2000-EXIT
           END-IF.

           IF WS-IN-TRAILER
               PERFORM 2200-CLOSE-SECTION THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-OPEN-SECTION -- A STREAM HEADER. A SECTION STILL OPEN    *
      *  WHEN THE NEXT HEADER ARRIVES BELONGS TO A HELD STREAM.        *
      ******************************************************************
       2100-OPEN-SECTION.
           IF WS-SECTION-OPEN
               PERFORM 2300-HELD-SECTION THRU 2300-EXIT
           END-IF.
           ADD 1 TO WS-STREAMS-FOUND.
           MOVE "Y" TO WS-SECTION-OPEN-SW.
           MOVE 0 TO WS-SECTION-DETAILS.
           IF NOT WS-HEADER-DONE
               MOVE WS-IN-REC TO INTF-OUT-REC
               WRITE INTF-OUT-REC
               MOVE "Y" TO WS-HEADER-DONE-SW
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-CLOSE-SECTION -- A STREAM TRAILER. ITS COUNT MUST AGREE  *
      *  WITH THE DETAILS THE STREAM ACTUALLY CARRIED.                 *
      ******************************************************************
       2200-CLOSE-SECTION.
           MOVE "N" TO WS-SECTION-OPEN-SW.
           IF WS-IN-TRL-COUNT NUMERIC
            AND WS-IN-TRL-COUNT = WS-SECTION-DETAILS
               GO TO 2200-EXIT
           END-IF.
           DISPLAY
               "BOTIMRG - STREAM " WS-STREAMS-FOUND
               " TRAILER DOES NOT MATCH ITS DETAILS"
           END-DISPLAY.
           MOVE WS-SECTION-DETAILS TO CLV-DETAILS.
           IF WS-IN-TRL-COUNT NUMERIC
               MOVE WS-IN-TRL-COUNT TO CLV-TRAILER
           ELSE
               MOVE 0 TO CLV-TRAILER
           END-IF.
           MOVE "IMR502 " TO LOG-MSG-CODE.
           MOVE "E" TO LOG-SEVERITY.
           MOVE WS-COUNT-LOG-VALUE TO LOG-VALUE-1.
           MOVE WS-STREAMS-FOUND TO LOG-VALUE-2.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
           MOVE "Y" TO WS-BAD-SW.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-HELD-SECTION -- A STREAM WHOSE EXTRACT ENDS WITHOUT A    *
      *  TRAILER WAS HELD BY THE OPERATOR (OR HAS NOT FINISHED). ITS   *
      *  DETAILS ARE MERGED, BUT THE NIGHT'S TRAILER WAITS FOR ITS     *
      *  RESTART, THE SAME AS A SINGLE HELD RUN'S DOES.                *
      ******************************************************************
       2300-HELD-SECTION.
           MOVE "N" TO WS-SECTION-OPEN-SW.
           DISPLAY
               "BOTIMRG - STREAM " WS-STREAMS-FOUND
               " HAS NO TRAILER, NIGHT TRAILER HELD"
           END-DISPLAY.
           MOVE "IMR503 " TO LOG-MSG-CODE.
           MOVE "W" TO LOG-SEVERITY.
           MOVE WS-SECTION-DETAILS TO LOG-VALUE-1.
           MOVE WS-STREAMS-FOUND TO LOG-VALUE-2.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
           MOVE "Y" TO WS-HELD-SW.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-FINISH -- CLOSES OUT THE LAST SECTION, CHECKS EVERY      *
      *  STREAM TURNED UP, AND WRITES THE NIGHT'S TRAILER ONLY WHEN    *
      *  EVERY STREAM IS COMPLETE AND IN BALANCE. A NIGHT WITH NO      *
      *  STREAM HEADER AT ALL STILL GETS A HEADER OF TODAY'S DATE.     *
      ******************************************************************
       3000-FINISH.
           CLOSE INTF-IN.
           IF WS-SECTION-OPEN
               PERFORM 2300-HELD-SECTION THRU 2300-EXIT
           END-IF.
           IF NOT WS-HEADER-DONE
               MOVE WS-RUN-YY TO INTF-HDR-YY
               MOVE WS-RUN-MM TO INTF-HDR-MM
               MOVE WS-RUN-DD TO INTF-HDR-DD
               MOVE INTF-HEADER-REC TO INTF-OUT-REC
               WRITE INTF-OUT-REC
               MOVE "Y" TO WS-HEADER-DONE-SW
           END-IF.

           IF WS-STREAMS-FOUND < WS-STREAMS-EXPECTED
               DISPLAY
                   "BOTIMRG - ONLY " WS-STREAMS-FOUND " OF "
                   WS-STREAMS-EXPECTED " STREAM EXTRACTS ON FILE"
               END-DISPLAY
               MOVE "IMR501 " TO LOG-MSG-CODE
               MOVE "E" TO LOG-SEVERITY
               MOVE WS-STREAMS-FOUND TO LOG-VALUE-1
               MOVE WS-STREAMS-EXPECTED TO LOG-VALUE-2
               PERFORM 8200-WRITE-LOG THRU 8200-EXIT
               MOVE "Y" TO WS-BAD-SW
           END-IF.

           IF NOT WS-STREAM-BAD AND NOT WS-STREAM-HELD
               MOVE WS-MERGED-DETAILS TO INTF-TRL-REC-COUNT
               MOVE INTF-TRAILER-REC TO INTF-OUT-REC
               WRITE INTF-OUT-REC
           END-IF.

           DISPLAY
               "BOTIMRG - " WS-MERGED-DETAILS " DETAILS MERGED FROM "
               WS-STREAMS-FOUND " STREAMS"
           END-DISPLAY.
           MOVE WS-MERGED-DETAILS TO MLV-DETAILS.
           MOVE WS-STREAMS-FOUND TO MLV-STREAMS.
           MOVE "IMR599 " TO LOG-MSG-CODE.
           MOVE "I" TO LOG-SEVERITY.
           MOVE WS-MERGE-LOG-VALUE TO LOG-VALUE-1.
           PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  8200-WRITE-LOG -- WRITES ONE CODED RUN-LOG RECORD. CALLER     *
      *  MUST SET LOG-MSG-CODE, LOG-SEVERITY AND ANY KEY VALUES        *
      *  FIRST; THE TIME IS FILLED IN HERE AND THE VALUE FIELDS ARE    *
      *  CLEARED AFTERWARDS. QUIETLY DOES NOTHING WHEN THE RUN LOG     *
      *  COULD NOT BE OPENED.                                          *
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
