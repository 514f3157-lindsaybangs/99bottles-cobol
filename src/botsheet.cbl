      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTSHEET                                           *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTSHEET.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL BLIND COUNT SHEET PRINT. THE COUNT  *
      *                   CREW WROTE ADJ-COUNT-REF NUMBERS BY HAND ON *
      *                   BLANK PAPER. THIS PROGRAM PRINTS ONE SHEET  *
      *                   PER LOCATION/WALL LISTING EVERY ITEM WITH A *
      *                   WALL THERE -- ITEM CODE, DESCRIPTION, UNIT  *
      *                   OF MEASURE AND A PREASSIGNED COUNT          *
      *                   REFERENCE, WITH NO SYSTEM QUANTITY ON IT -- *
      *                   AND WRITES A CONTROL RECORD PER LINE (SEE   *
      *                   CNTSHEET.CPY) CARRYING THE WALL COUNT AT    *
      *                   ISSUE, WHICH BOTCVAR USES FOR THE VARIANCE  *
      *                   REPORT AFTER THE COUNTS ARE APPLIED.        *
      *  10/15/26   RJJ   A REISSUED SHEET'S CONTROL RECORD IS NOW    *
      *                   REFRESHED -- TODAY'S ISSUE DATE, THE WALL   *
      *                   COUNT AS IT STANDS NOW AND ITS NIGHTS BACK  *
      *                   TO ZERO -- SO BOTCVAR MEASURES THE COUNT    *
      *                   AGAINST THE BALANCE ON THE SHEET THE CREW   *
      *                   ACTUALLY WORKED FROM, NOT THE ORIGINAL      *
      *                   ONE. CARRIED SHEETS ARE WRITTEN TO THE NEW  *
      *                   CONTROL GENERATION AFTER THE PRINT.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-FILE  ASSIGN TO SHEETSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-FILE-STATUS.

           SELECT BOTTLE-STATUS ASSIGN TO BOTSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT ITEM-MASTER  ASSIGN TO ITEMMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT CTL-IN       ASSIGN TO CNTCTLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CTL-OUT      ASSIGN TO CNTCTLO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHEET-RPT    ASSIGN TO SHEETRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECT-FILE
           RECORDING MODE IS F.
       01  SEL-CARD-IN                PIC X(80).

       FD  BOTTLE-STATUS.
       COPY BOTSTAT.

       FD  ITEM-MASTER
           RECORDING MODE IS F.
       01  ITEM-MASTER-IN             PIC X(70).

       FD  CTL-IN
           RECORDING MODE IS F.
       01  CTL-IN-REC                 PIC X(40).

       FD  CTL-OUT
           RECORDING MODE IS F.
       01  CTL-OUT-REC                PIC X(40).

       FD  SHEET-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BOTTLER.
       COPY CNTSHEET.

       01  WS-SWITCHES.
           05  WS-SEL-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-SEL-EOF             VALUE "Y".
           05  WS-STAT-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-STAT-EOF            VALUE "Y".
           05  WS-ITEM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-ITEM-EOF            VALUE "Y".
           05  WS-CTL-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-CTL-EOF             VALUE "Y".
           05  WS-SELECTED-SW         PIC X(01)  VALUE "N".
               88  WS-LOCS-SELECTED       VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".

       01  WS-SEL-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-STAT-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-ITEM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-CTL-FILE-STATUS         PIC X(02)  VALUE "00".

      *  LOCATION SELECTION CARD -- THE LOCATION/WALL TO PRINT A
      *  SHEET FOR IN COLUMNS 1-2 (A BLANK CARD IS THE ORIGINAL
      *  SINGLE WALL). NO CARDS AT ALL PRINTS EVERY LOCATION ON THE
      *  STATUS CLUSTER.
       01  WS-SELECT-CARD.
           05  SEL-LOCATION           PIC X(02).
           05  FILLER                 PIC X(78).

      *  ITEM MASTER DESCRIPTIONS FOR THE SHEET LINES.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY          OCCURS 100.
               10  WS-ITEM-CODE-T     PIC X(05).
               10  WS-ITEM-MESSAGE-T  PIC X(15).
               10  WS-ITEM-UOM-T      PIC X(11).
       01  WS-ITEM-COUNT              PIC 999    COMP VALUE 0.
       01  WS-ITEM-MAX                PIC 999    COMP VALUE 100.

      *  LOCATIONS TO PRINT, IN CARD ORDER (OR STATUS ORDER WHEN NO
      *  CARDS WERE GIVEN).
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY           OCCURS 20.
               10  WS-LOC-CODE        PIC X(02).
       01  WS-LOC-COUNT               PIC 999    COMP VALUE 0.
       01  WS-LOC-MAX                 PIC 999    COMP VALUE 20.

      *  EVERY WALL AT A SELECTED LOCATION, WITH ITS CURRENT COUNT.
       01  WS-WALL-TABLE.
           05  WS-WALL-ENTRY          OCCURS 500.
               10  WS-WALL-ITEM       PIC X(05).
               10  WS-WALL-LOC        PIC X(02).
               10  WS-WALL-COUNT      PIC 9(03).
       01  WS-WALL-COUNT-T            PIC 999    COMP VALUE 0.
       01  WS-WALL-MAX                PIC 999    COMP VALUE 500.

      *  SHEETS ISSUED EARLIER AND NOT YET RETURNED -- A WALL WITH
      *  ONE STILL OUT GETS THE SAME REFERENCE REPRINTED, NOT A
      *  SECOND SHEET. THE WHOLE CONTROL RECORD IS KEPT SO A
      *  REISSUE CAN REFRESH IT BEFORE IT IS CARRIED.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY          OCCURS 500.
               10  WS-OPEN-IMAGE.
                   15  WS-OPEN-REF    PIC X(10).
                   15  WS-OPEN-ITEM   PIC X(05).
                   15  WS-OPEN-LOC    PIC X(02).
                   15  FILLER         PIC X(23).
       01  WS-OPEN-COUNT              PIC 999    COMP VALUE 0.
       01  WS-OPEN-MAX                PIC 999    COMP VALUE 500.

       77  WS-TAB-SUB                 PIC 999    COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 999    COMP VALUE 0.
       77  WS-LOC-SUB                 PIC 999    COMP VALUE 0.
       77  WS-WALL-SUB                PIC 999    COMP VALUE 0.

      *  LAST COUNT-REFERENCE SEQUENCE USED TODAY -- PICKED UP FROM
      *  THE CONTROL FILE SO A SECOND PRINT IN ONE DAY CARRIES ON
      *  FROM THE FIRST.
       01  WS-LAST-SEQ                PIC 9(03)  VALUE 0.

       01  WS-SHEET-CTRS.
           05  WS-CARRIED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-ISSUED-COUNT        PIC 9(05)  COMP VALUE 0.
           05  WS-REISSUED-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-LOC-LINE-COUNT      PIC 9(05)  COMP VALUE 0.

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
           05  FILLER                 PIC X(19)  VALUE
               "BLIND COUNT SHEET  ".
           05  FILLER                 PIC X(10)  VALUE "LOCATION: ".
           05  HDG-LOC                PIC X(02).
           05  FILLER                 PIC X(08)  VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "RUN DATE: ".
           05  HDG-MM                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  HDG-DD                 PIC 99.
           05  FILLER                 PIC X      VALUE "/".
           05  HDG-YY                 PIC 99.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  FILLER                 PIC X(5)   VALUE "PAGE ".
           05  HDG-PAGE               PIC ZZ9.
           05  FILLER                 PIC X(05)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "COUNT REF   ITEM   DESCRIPTION      UNIT".
           05  FILLER                 PIC X(40)  VALUE
               " OF MEAS COUNTED    RSN".

       01  WS-SHEET-LINE.
           05  SHT-REF                PIC X(10).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SHT-ITEM               PIC X(05).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SHT-MESSAGE            PIC X(15).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SHT-UOM                PIC X(11).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  FILLER                 PIC X(07)  VALUE "_______".
           05  FILLER                 PIC X(05)  VALUE SPACES.
           05  FILLER                 PIC X(01)  VALUE "_".
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  SHT-NOTE               PIC X(09).
           05  FILLER                 PIC X(07)  VALUE SPACES.

       01  WS-SIGNOFF-LINE.
           05  FILLER                 PIC X(40)  VALUE
               "COUNTED BY ______________  DATE _______ ".
           05  FILLER                 PIC X(40)  VALUE
               " REASON: B BREAKAGE S SHRINKAGE M MISCNT".

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
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
           PERFORM 1400-LOAD-SELECTIONS THRU 1400-EXIT.
           PERFORM 1500-CARRY-CONTROL THRU 1500-EXIT.
           PERFORM 1700-LOAD-WALL THRU 1700-EXIT
               UNTIL WS-STAT-EOF.
           CLOSE BOTTLE-STATUS.
           PERFORM 2000-PRINT-LOCATION THRU 2000-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT.
           PERFORM 3000-CARRY-OPEN THRU 3000-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-OPEN-COUNT.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           CLOSE CTL-OUT.
           CLOSE SHEET-RPT.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS THE SHEET PRINT AND OPENS THE       *
      *  STATUS CLUSTER AND THE NEW CONTROL GENERATION. A MISSING      *
      *  STATUS CLUSTER ENDS THE STEP WITH RETURN CODE 16 -- THERE     *
      *  ARE NO WALLS TO COUNT.                                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SHEET-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.

           OPEN INPUT BOTTLE-STATUS.
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "BOTSHEET - BOTTLE-STATUS FILE NOT AVAILABLE"
               END-DISPLAY
               PERFORM 8100-WRITE-HEADING THRU 8100-EXIT
               MOVE "BOTTLE-STATUS FILE NOT AVAILABLE"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               CLOSE SHEET-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CTL-OUT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-MASTER -- LOADS EACH ITEM'S DESCRIPTION AND UNIT    *
      *  OF MEASURE. A MISSING MASTER STILL PRINTS THE SHEETS, WITH    *
      *  THE DESCRIPTION COLUMN MARKED NOT ON MASTER.                  *
      ******************************************************************
       1200-LOAD-MASTER.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "BOTSHEET - ITEM MASTER NOT AVAILABLE"
               END-DISPLAY
               MOVE "Y" TO WS-ITEM-EOF-SW
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1300-LOAD-ONE-ITEM THRU 1300-EXIT
               UNTIL WS-ITEM-EOF.
           CLOSE ITEM-MASTER.
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-ITEM.
           READ ITEM-MASTER
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
           MOVE BR-ITEM-MESSAGE TO WS-ITEM-MESSAGE-T (WS-ITEM-COUNT).
           MOVE BR-ITEM-UOM TO WS-ITEM-UOM-T (WS-ITEM-COUNT).
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  1400-LOAD-SELECTIONS -- LOADS THE LOCATION SELECTION CARDS.   *
      *  NO CARD FILE, OR AN EMPTY ONE, MEANS EVERY LOCATION.          *
      ******************************************************************
       1400-LOAD-SELECTIONS.
           OPEN INPUT SELECT-FILE.
           IF WS-SEL-FILE-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-SELECTION THRU 1410-EXIT
               UNTIL WS-SEL-EOF.
           CLOSE SELECT-FILE.
           IF WS-LOC-COUNT > 0
               MOVE "Y" TO WS-SELECTED-SW
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-SELECTION.
           READ SELECT-FILE
               AT END
                   MOVE "Y" TO WS-SEL-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           MOVE SEL-CARD-IN TO WS-SELECT-CARD.
           PERFORM 1800-ADD-LOCATION THRU 1800-EXIT.
       1410-EXIT.
           EXIT.

      ******************************************************************
      *  1500-CARRY-CONTROL -- LOADS THE CURRENT CONTROL GENERATION    *
      *  (SHEETS STILL OUT) INTO THE OPEN-SHEET TABLE, TO BE CARRIED   *
      *  TO THE NEW ONE BY 3000 ONCE ANY REISSUE HAS REFRESHED IT,     *
      *  AND PICKS UP THE LAST REFERENCE SEQUENCE ISSUED TODAY. A      *
      *  SHEET PAST THE END OF THE TABLE IS COPIED ACROSS UNCHANGED.   *
      *  NO CONTROL FILE IS A FIRST RUN.                               *
      ******************************************************************
       1500-CARRY-CONTROL.
           OPEN INPUT CTL-IN.
           IF WS-CTL-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-CARRY-ONE-SHEET THRU 1510-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE CTL-IN.
       1500-EXIT.
           EXIT.

       1510-CARRY-ONE-SHEET.
           READ CTL-IN
               AT END
                   MOVE "Y" TO WS-CTL-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE CTL-IN-REC TO CSHT-RECORD.
           IF CSHT-REF-ISSUED
            AND CSHT-REF-DATE = WS-RUN-DATE-N
            AND CSHT-REF-SEQ NUMERIC
            AND CSHT-REF-SEQ > WS-LAST-SEQ
               MOVE CSHT-REF-SEQ TO WS-LAST-SEQ
           END-IF.
           IF WS-OPEN-COUNT >= WS-OPEN-MAX
               MOVE CTL-IN-REC TO CTL-OUT-REC
               WRITE CTL-OUT-REC
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE CTL-IN-REC TO WS-OPEN-IMAGE (WS-OPEN-COUNT).
       1510-EXIT.
           EXIT.

      ******************************************************************
      *  1700-LOAD-WALL -- READS THE NEXT STATUS RECORD AND KEEPS IT   *
      *  WHEN ITS LOCATION IS ONE BEING PRINTED. WITH NO SELECTION     *
      *  CARDS, EVERY LOCATION SEEN IS ADDED TO THE PRINT LIST.        *
      ******************************************************************
       1700-LOAD-WALL.
           READ BOTTLE-STATUS
               AT END
                   MOVE "Y" TO WS-STAT-EOF-SW
                   GO TO 1700-EXIT
           END-READ.
      *    THE LITERAL "CURRENT " KEY IS AN ITEM-LESS RUN'S RECORD,
      *    NOT A WALL ANYONE CAN COUNT.
           IF STAT-KEY = "CURRENT "
               GO TO 1700-EXIT
           END-IF.
           MOVE STAT-KEY-LOCATION TO SEL-LOCATION.
           IF WS-LOCS-SELECTED
               PERFORM 1810-FIND-LOCATION THRU 1810-EXIT
               IF NOT WS-FOUND
                   GO TO 1700-EXIT
               END-IF
           ELSE
               PERFORM 1800-ADD-LOCATION THRU 1800-EXIT
           END-IF.
           IF WS-WALL-COUNT-T >= WS-WALL-MAX
               DISPLAY "BOTSHEET - WALL TABLE FULL, "
                   STAT-KEY " NOT PRINTED"
               END-DISPLAY
               GO TO 1700-EXIT
           END-IF.
           ADD 1 TO WS-WALL-COUNT-T.
           MOVE STAT-KEY-ITEM TO WS-WALL-ITEM (WS-WALL-COUNT-T).
           MOVE STAT-KEY-LOCATION TO WS-WALL-LOC (WS-WALL-COUNT-T).
           IF STAT-WALL-NUMBER NUMERIC
               MOVE STAT-WALL-NUMBER
                   TO WS-WALL-COUNT (WS-WALL-COUNT-T)
           ELSE
               MOVE 0 TO WS-WALL-COUNT (WS-WALL-COUNT-T)
           END-IF.
       1700-EXIT.
           EXIT.

      ******************************************************************
      *  1800-ADD-LOCATION -- ADDS SEL-LOCATION TO THE PRINT LIST      *
      *  UNLESS IT IS ALREADY THERE.                                   *
      ******************************************************************
       1800-ADD-LOCATION.
           PERFORM 1810-FIND-LOCATION THRU 1810-EXIT.
           IF WS-FOUND
               GO TO 1800-EXIT
           END-IF.
           IF WS-LOC-COUNT >= WS-LOC-MAX
               GO TO 1800-EXIT
           END-IF.
           ADD 1 TO WS-LOC-COUNT.
           MOVE SEL-LOCATION TO WS-LOC-CODE (WS-LOC-COUNT).
       1800-EXIT.
           EXIT.

       1810-FIND-LOCATION.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 1820-SCAN-LOCATION THRU 1820-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-LOC-COUNT
                  OR WS-FOUND.
       1810-EXIT.
           EXIT.

       1820-SCAN-LOCATION.
           IF WS-LOC-CODE (WS-TAB-SUB) = SEL-LOCATION
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
       1820-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PRINT-LOCATION -- ONE LOCATION'S SHEET ON A NEW PAGE:    *
      *  A LINE PER WALL AT THE LOCATION, THEN THE SIGN-OFF LINE.      *
      ******************************************************************
       2000-PRINT-LOCATION.
           MOVE WS-LOC-CODE (WS-LOC-SUB) TO HDG-LOC.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           MOVE 0 TO WS-LOC-LINE-COUNT.
           PERFORM 2100-PRINT-WALL THRU 2100-EXIT
               VARYING WS-WALL-SUB FROM 1 BY 1
               UNTIL WS-WALL-SUB > WS-WALL-COUNT-T.
           IF WS-LOC-LINE-COUNT = 0
               MOVE "NO WALLS ON FILE AT THIS LOCATION"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-SIGNOFF-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-PRINT-WALL -- ONE SHEET LINE. A WALL WITH A SHEET STILL  *
      *  OUT GETS THAT SHEET'S REFERENCE AGAIN, AND ITS CONTROL RECORD *
      *  IS REISSUED TODAY AGAINST THE WALL'S CURRENT COUNT -- THE     *
      *  CREW COUNTS FROM THE NEW PRINT, SO THE OLD BALANCE WOULD SHOW *
      *  EVERY MOVEMENT SINCE AS VARIANCE. ANY OTHER WALL GETS THE     *
      *  NEXT REFERENCE AND A NEW CONTROL RECORD HOLDING ITS CURRENT   *
      *  COUNT.                                                        *
      ******************************************************************
       2100-PRINT-WALL.
           IF WS-WALL-LOC (WS-WALL-SUB) NOT = WS-LOC-CODE (WS-LOC-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-WALL-ITEM (WS-WALL-SUB) TO SHT-ITEM.
           MOVE "NOT ON MASTER" TO SHT-MESSAGE.
           MOVE SPACES TO SHT-UOM.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 2110-SCAN-MASTER THRU 2110-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ITEM-COUNT
                  OR WS-FOUND.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 2120-SCAN-OPEN THRU 2120-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-OPEN-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-OPEN-IMAGE (WS-FOUND-SUB) TO CSHT-RECORD
               MOVE WS-RUN-DATE-N TO CSHT-ISSUE-DATE
               MOVE WS-WALL-COUNT (WS-WALL-SUB) TO CSHT-SYSTEM-COUNT
               MOVE 0 TO CSHT-NIGHTS
               MOVE CSHT-RECORD TO WS-OPEN-IMAGE (WS-FOUND-SUB)
               MOVE WS-OPEN-REF (WS-FOUND-SUB) TO SHT-REF
               MOVE "REISSUE" TO SHT-NOTE
               ADD 1 TO WS-REISSUED-COUNT
           ELSE
               IF WS-LAST-SEQ >= 999
                   MOVE "REFERENCE SEQUENCE USED UP FOR TODAY"
                       TO WS-PRINT-TEXT
                   PERFORM 8000-WRITE-LINE THRU 8000-EXIT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-LAST-SEQ
               MOVE SPACES TO CSHT-RECORD
               MOVE "C" TO CSHT-REF-PREFIX
               MOVE WS-RUN-DATE-N TO CSHT-REF-DATE
               MOVE WS-LAST-SEQ TO CSHT-REF-SEQ
               MOVE WS-WALL-ITEM (WS-WALL-SUB) TO CSHT-ITEM-CODE
               MOVE WS-WALL-LOC (WS-WALL-SUB) TO CSHT-LOCATION
               MOVE WS-RUN-DATE-N TO CSHT-ISSUE-DATE
               MOVE WS-WALL-COUNT (WS-WALL-SUB) TO CSHT-SYSTEM-COUNT
               MOVE 0 TO CSHT-NIGHTS
               MOVE CSHT-RECORD TO CTL-OUT-REC
               WRITE CTL-OUT-REC
               MOVE CSHT-COUNT-REF TO SHT-REF
               MOVE SPACES TO SHT-NOTE
               ADD 1 TO WS-ISSUED-COUNT
           END-IF.
           MOVE WS-SHEET-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           ADD 1 TO WS-LOC-LINE-COUNT.
       2100-EXIT.
           EXIT.

       2110-SCAN-MASTER.
           IF WS-ITEM-CODE-T (WS-TAB-SUB) = WS-WALL-ITEM (WS-WALL-SUB)
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-ITEM-MESSAGE-T (WS-TAB-SUB) TO SHT-MESSAGE
               MOVE WS-ITEM-UOM-T (WS-TAB-SUB) TO SHT-UOM
           END-IF.
       2110-EXIT.
           EXIT.

       2120-SCAN-OPEN.
           IF WS-OPEN-ITEM (WS-TAB-SUB) = WS-WALL-ITEM (WS-WALL-SUB)
            AND WS-OPEN-LOC (WS-TAB-SUB) = WS-WALL-LOC (WS-WALL-SUB)
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CARRY-OPEN -- WRITES ONE SHEET STILL OUT TO THE NEW      *
      *  CONTROL GENERATION, AS REFRESHED IF IT WAS REISSUED TONIGHT.  *
      ******************************************************************
       3000-CARRY-OPEN.
           MOVE WS-OPEN-IMAGE (WS-TAB-SUB) TO CTL-OUT-REC.
           WRITE CTL-OUT-REC.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-WRITE-TOTALS -- A CONTROL PAGE FOR THE COUNT             *
      *  SUPERVISOR: SHEETS ISSUED, REISSUED AND CARRIED.              *
      ******************************************************************
       4000-WRITE-TOTALS.
           MOVE "**" TO HDG-LOC.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           IF WS-LOC-COUNT = 0
               MOVE "NO WALLS ON FILE, NO SHEETS PRINTED"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
           MOVE "LOCATIONS PRINTED . . . . :" TO CNT-LABEL.
           MOVE WS-LOC-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "NEW COUNT REFS ISSUED . . :" TO CNT-LABEL.
           MOVE WS-ISSUED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "OPEN REFS REISSUED  . . . :" TO CNT-LABEL.
           MOVE WS-REISSUED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "OPEN SHEETS CARRIED . . . :" TO CNT-LABEL.
           MOVE WS-CARRIED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE SHEET PRINT,   *
      *  BREAKING TO A NEW PAGE OF THE SAME LOCATION WHEN THE PAGE     *
      *  IS FULL.                                                      *
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
      *  8100-WRITE-HEADING -- STARTS A NEW PAGE WITH THE LOCATION     *
      *  AND RUN-DATE HEADING AND THE COLUMN LINE.                     *
      ******************************************************************
       8100-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-COLUMN-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.
       8100-EXIT.
           EXIT.
