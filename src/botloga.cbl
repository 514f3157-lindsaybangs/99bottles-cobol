      ******************************************************************
      *                                                                *
      *  PROGRAM:   BOTLOGA                                            *
      *  SYSTEM:    99BOTTLES WALL-COUNT COUNTDOWN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOTLOGA.
       AUTHOR.        R JARNAGIN.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       BY    DESCRIPTION                                  *
      *  10/15/26   RJJ   ORIGINAL WEEKLY RUN-LOG EXCEPTION ANALYSIS.  *
      *                   THE SCHEDULER ONLY EVER SEES ONE NIGHT'S    *
      *                   RUN LOG, SO A PROBLEM THAT COMES BACK EVERY *
      *                   WEEK -- THE SAME ITEM CLAMPED TO CAPACITY   *
      *                   ON EVERY RESTOCK, THE SAME MASTER CARD      *
      *                   REJECTED AGAIN AND AGAIN -- WAS NEVER       *
      *                   CONNECTED UP. THIS PROGRAM COUNTS EVERY     *
      *                   MESSAGE CODE ON A PERIOD'S RUN-LOG          *
      *                   GENERATIONS BY ITEM, LOCATION AND           *
      *                   SEVERITY AGAINST THE PERIOD BEFORE, LISTS   *
      *                   THE REPEAT OFFENDERS OVER EACH CODE'S       *
      *                   LIMIT, AND PRINTS AN ACTION LIST FOR THE    *
      *                   ITEM MASTER AND SCHEDULING OFFICES.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT LOG-CURRENT ASSIGN TO RUNLOGC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-FILE-STATUS.

           SELECT LOG-PRIOR   ASSIGN TO RUNLOGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-FILE-STATUS.

           SELECT LOGA-RPT    ASSIGN TO LOGARPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTN-RPT    ASSIGN TO ACTNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-IN               PIC X(80).

       FD  LOG-CURRENT
           RECORDING MODE IS F.
       01  LOG-CURRENT-REC            PIC X(79).

       FD  LOG-PRIOR
           RECORDING MODE IS F.
       01  LOG-PRIOR-REC              PIC X(79).

       FD  LOGA-RPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(80).

       FD  ACTN-RPT
           RECORDING MODE IS F.
       01  ACTN-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BOTLOGR.

      *  LIMIT CARD: A MESSAGE CODE IN COLUMNS 1-7 AND THE NUMBER OF
      *  TIMES IN A PERIOD ONE ITEM/LOCATION MAY LOG IT BEFORE IT IS A
      *  REPEAT OFFENDER IN COLUMNS 9-11 (000 = NEVER). CODE "DEFAULT"
      *  SETS THE LIMIT FOR ANY CODE NOT IN THE ROUTING TABLE BELOW.
       01  WS-LIMIT-CARD.
           05  WS-CARD-CODE           PIC X(07).
           05  FILLER                 PIC X(01).
           05  WS-CARD-LIMIT          PIC X(03).
           05  FILLER                 PIC X(69).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW         PIC X(01)  VALUE "N".
               88  WS-PARM-EOF            VALUE "Y".
           05  WS-LOG-EOF-SW          PIC X(01)  VALUE "N".
               88  WS-LOG-EOF             VALUE "Y".
           05  WS-FOUND-SW            PIC X(01)  VALUE "N".
               88  WS-FOUND               VALUE "Y".
           05  WS-POS-FOUND-SW        PIC X(01)  VALUE "N".
               88  WS-POS-FOUND           VALUE "Y".
           05  WS-PERIOD-SW           PIC X(01)  VALUE "C".
               88  WS-PERIOD-CURRENT      VALUE "C".
               88  WS-PERIOD-PRIOR        VALUE "P".
           05  WS-PRIOR-AVAIL-SW      PIC X(01)  VALUE "Y".
               88  WS-PRIOR-AVAILABLE     VALUE "Y".
           05  WS-ANY-WARNING-SW      PIC X(01)  VALUE "N".
               88  WS-ANY-WARNING         VALUE "Y".
           05  WS-OFFICE-SW           PIC X(01)  VALUE "M".
               88  WS-OFFICE-MASTER       VALUE "M".
               88  WS-OFFICE-SCHED        VALUE "S".

       01  WS-PARM-FILE-STATUS        PIC X(02)  VALUE "00".
       01  WS-CUR-FILE-STATUS         PIC X(02)  VALUE "00".
       01  WS-PRI-FILE-STATUS         PIC X(02)  VALUE "00".

      *  ROUTING TABLE -- FOR EVERY CATALOGUED MESSAGE CODE (SEE
      *  BOTLOGR.CPY), THE OFFICE THAT OWNS THE RECORDS BEHIND IT (M =
      *  ITEM MASTER, S = SCHEDULING), ITS REPEAT LIMIT PER PERIOD
      *  (000 = NEVER A REPEAT OFFENDER) AND WHAT IT MEANS FOR THE
      *  ACTION LIST. LIMIT CARDS OVERRIDE THE LIMITS AT RUN TIME. A
      *  NEW CODE ADDED TO THE CATALOG BELONGS HERE TOO.
       01  WS-ROUTE-VALUES.
           05  FILLER                 PIC X(43)  VALUE
               "MAIN101S003START COUNT OVER CAPACITY       ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN102S003START COUNT NOT NUMERIC         ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN103S003DECREMENT OUT OF RANGE          ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN104S003DECREMENT NOT NUMERIC           ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN105S003SKIP-TO COUNT OVER CAPACITY     ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN106S003SKIP-TO COUNT NOT NUMERIC       ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN107M001ITEM MASTER FILE MISSING        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN108M001ITEM NOT ON ITEM MASTER         ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN109S002RESTART CARD NOT FIRST IN DECK  ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN110S002NO CHECKPOINT FOR RESTART       ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN111S002CHECKPOINT EMPTY AT RESTART     ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN112S002CHECKPOINT FOR ANOTHER ITEM     ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN113M001WALL OVER CAPACITY, RUN ENDED   ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN114S001RUN STATE LESS-NUMBER BAD       ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN115S001RUN STATE PASS COUNT BAD        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN116S003RESTOCK QUANTITY NOT NUMERIC    ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN117M003RESTOCKS CLAMPED, CHECK CAPACITY".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN118S003COUNT QUANTITY NOT NUMERIC      ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN119S003COUNT REASON CODE NOT B/S/M     ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN120M003COUNTS CLAMPED, CHECK CAPACITY  ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN121S003OPERATOR HOLDS REPEATING        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN122S003OPERATOR CANCELS REPEATING      ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN123S002CHECKPOINT FILE WILL NOT OPEN   ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN124S002RUN HISTORY FILE MISSING        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN125S003PRINT-EVERY ON CARD BAD         ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN126S003WALL COUNTED AT ZERO            ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN127S002DELIVERY REFS KEYED TWICE       ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN128S002DELIVERY REGISTER MISSING       ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN129S003TRANSFER QTY NOT NUMERIC        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN130S001TRANSFER LEG NOT POSTING        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN131S003DELIVERIES WITH NO ORDER        ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN132S002OPEN-ORDER FILE MISSING         ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN133S000ITEM PASSED OVER AT RESTART     ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN134S002RESTART CARD HAS NO CHECKPOINT  ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN135S001REQUEST DECK OVER TABLE SIZE    ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN136M003COUNTS HELD OVER TOLERANCE      ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN137S000HELD COUNTS RELEASED AND POSTED ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN138S001COUNT HOLD FILE NOT AVAILABLE   ".
           05  FILLER                 PIC X(43)  VALUE
               "MAIN139S001ITEMS CUT OFF IN POSTINGS       ".
           05  FILLER                 PIC X(43)  VALUE
               "MNT201 M002MAINTENANCE CARDS REJECTED      ".
           05  FILLER                 PIC X(43)  VALUE
               "MNT301 M001ITEM MASTER TABLE FULL          ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN301 S001AUDIT FILE MISSING AT RECON     ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN302 S001REPORT MISSING AT RECON         ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN303 S001AUDIT COUNTS NOT NUMERIC        ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN304 S001AUDIT CHAIN BREAKS              ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN305 S001TRAILER TOTAL NOT NUMERIC       ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN306 S001NO AUDIT RECORDS AT RECON       ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN307 S001NO REPORT TRAILER AT RECON      ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN308 S002NIGHTS OUT OF BALANCE           ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN309 S001TRANSFER LEGS UNBALANCED        ".
           05  FILLER                 PIC X(43)  VALUE
               "RCN399 S000RECONCILIATION VERDICT          ".
           05  FILLER                 PIC X(43)  VALUE
               "EDT401 S003TRANSACTIONS SUSPENDED          ".
           05  FILLER                 PIC X(43)  VALUE
               "EDT402 S002DELIVERY REFS REKEYED           ".
           05  FILLER                 PIC X(43)  VALUE
               "EDT403 S001SUSPENSE EXPIRED UNAPPLIED      ".
           05  FILLER                 PIC X(43)  VALUE
               "EDT404 M001ITEM MASTER MISSING AT EDIT     ".
           05  FILLER                 PIC X(43)  VALUE
               "EDT405 S000SUSPENSE RELEASED               ".
           05  FILLER                 PIC X(43)  VALUE
               "EDT406 S001REQUEST DECK OVER EDIT TABLE    ".
           05  FILLER                 PIC X(43)  VALUE
               "IMR501 S001STREAM INTERFACE EXTRACT MISSING".
           05  FILLER                 PIC X(43)  VALUE
               "IMR502 S001STREAM EXTRACT COUNT MISMATCH   ".
           05  FILLER                 PIC X(43)  VALUE
               "IMR503 S002STREAM HELD, FEED TRAILER HELD  ".
           05  FILLER                 PIC X(43)  VALUE
               "IMR599 S000INTERFACE MERGE COUNT           ".
           05  FILLER                 PIC X(43)  VALUE
               "APR601 S002APPROVAL CARDS REFUSED          ".
           05  FILLER                 PIC X(43)  VALUE
               "APR602 S000HELD COUNTS RELEASED            ".
           05  FILLER                 PIC X(43)  VALUE
               "APR603 S000HELD COUNTS REJECTED            ".
           05  FILLER                 PIC X(43)  VALUE
               "APR604 S001APPROVAL FILES MISSING          ".
           05  FILLER                 PIC X(43)  VALUE
               "APR699 S000APPROVAL RUN COUNT              ".
       01  WS-ROUTE-TBL REDEFINES WS-ROUTE-VALUES.
           05  WS-ROUTE-VALUE         OCCURS 66
                                      PIC X(43).
       01  WS-ROUTE-VALUE-COUNT       PIC 9(03)  COMP VALUE 66.

      *  THE WORKING ROUTING TABLE, LOADED FROM THE VALUES ABOVE. A
      *  LIMIT CARD FOR A CODE NOT IN IT ADDS AN ENTRY ROUTED TO
      *  SCHEDULING.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY         OCCURS 80.
               10  WS-RTE-CODE        PIC X(07).
               10  WS-RTE-OFFICE      PIC X(01).
               10  WS-RTE-LIMIT       PIC 9(03).
               10  WS-RTE-MEANING     PIC X(32).
       01  WS-ROUTE-COUNT             PIC 9(03)  COMP VALUE 0.
       01  WS-ROUTE-MAX               PIC 9(03)  COMP VALUE 80.
       01  WS-DEFAULT-LIMIT           PIC 9(03)  VALUE 3.

      *  MESSAGE COUNTS BY CODE, ITEM AND LOCATION, KEPT IN KEY ORDER
      *  AS THEY ARE ADDED SO THE REPORT PRINTS SORTED.
       01  WS-DTL-TABLE.
           05  WS-DTL-ENTRY           OCCURS 500.
               10  WS-DTL-KEY.
                   15  WS-DTL-CODE    PIC X(07).
                   15  WS-DTL-ITEM    PIC X(05).
                   15  WS-DTL-LOC     PIC X(02).
               10  WS-DTL-SEV         PIC X(01).
               10  WS-DTL-CUR         PIC 9(05)  COMP.
               10  WS-DTL-PRI         PIC 9(05)  COMP.
       01  WS-DTL-COUNT               PIC 9(05)  COMP VALUE 0.
       01  WS-DTL-MAX                 PIC 9(05)  COMP VALUE 500.

      *  THE SAME COUNTS ROLLED UP BY MESSAGE CODE ALONE.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY          OCCURS 100.
               10  WS-CODE-CODE       PIC X(07).
               10  WS-CODE-SEV        PIC X(01).
               10  WS-CODE-CUR        PIC 9(05)  COMP.
               10  WS-CODE-PRI        PIC 9(05)  COMP.
       01  WS-CODE-COUNT              PIC 9(05)  COMP VALUE 0.
       01  WS-CODE-MAX                PIC 9(05)  COMP VALUE 100.

       77  WS-TAB-SUB                 PIC 9(05)  COMP VALUE 0.
       77  WS-FOUND-SUB               PIC 9(05)  COMP VALUE 0.
       77  WS-INSERT-SUB              PIC 9(05)  COMP VALUE 0.
       77  WS-SHIFT-SUB               PIC 9(05)  COMP VALUE 0.
       77  WS-ROUTE-SUB               PIC 9(05)  COMP VALUE 0.

       01  WS-NEW-KEY.
           05  WS-NEW-CODE            PIC X(07).
           05  WS-NEW-ITEM            PIC X(05).
           05  WS-NEW-LOC             PIC X(02).

       01  WS-LOGA-CTRS.
           05  WS-CUR-READ            PIC 9(07)  COMP VALUE 0.
           05  WS-PRI-READ            PIC 9(07)  COMP VALUE 0.
           05  WS-CUR-ERRORS          PIC 9(05)  COMP VALUE 0.
           05  WS-PRI-ERRORS          PIC 9(05)  COMP VALUE 0.
           05  WS-CUR-WARNINGS        PIC 9(05)  COMP VALUE 0.
           05  WS-PRI-WARNINGS        PIC 9(05)  COMP VALUE 0.
           05  WS-CUR-INFOS           PIC 9(05)  COMP VALUE 0.
           05  WS-PRI-INFOS           PIC 9(05)  COMP VALUE 0.
           05  WS-OFFENDER-COUNT      PIC 9(05)  COMP VALUE 0.
           05  WS-OFFICE-LINES        PIC 9(05)  COMP VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(05)  COMP VALUE 0.
           05  WS-TREND-CUR           PIC 9(05)  COMP VALUE 0.
           05  WS-TREND-PRI           PIC 9(05)  COMP VALUE 0.
           05  WS-CHANGE              PIC S9(05) COMP VALUE 0.
           05  WS-LIMIT               PIC 9(03)  VALUE 0.

       01  WS-TREND                   PIC X(04)  VALUE SPACES.
       01  WS-OFFICE-CODE             PIC X(01)  VALUE SPACE.
       01  WS-OFFICE-NAME             PIC X(12)  VALUE SPACES.
       01  WS-MEANING                 PIC X(32)  VALUE SPACES.

       01  WS-PRINT-TEXT              PIC X(80)  VALUE SPACES.
       01  WS-ACTN-TEXT               PIC X(80)  VALUE SPACES.

       01  WS-RPT-CTRS.
           05  WS-LINE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-PAGE-COUNT          PIC 999    COMP VALUE 0.
           05  WS-ACTN-LINE-COUNT     PIC 999    COMP VALUE 0.
           05  WS-ACTN-PAGE-COUNT     PIC 999    COMP VALUE 0.
           05  WS-LINES-PER-PAGE      PIC 999    COMP VALUE 60.

       01  WS-RUN-DATE-FLD.
           05  WS-RUN-YY              PIC 99.
           05  WS-RUN-MM              PIC 99.
           05  WS-RUN-DD              PIC 99.

       01  WS-HEADING-LINE.
           05  HDG-TITLE              PIC X(29)  VALUE
               "RUN-LOG EXCEPTION ANALYSIS   ".
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

       01  WS-LIMIT-LINE.
           05  FILLER                 PIC X(16)  VALUE
               "LIMIT CARD     :".
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  LML-CODE               PIC X(07).
           05  FILLER                 PIC X(01)  VALUE SPACE.
           05  LML-LIMIT              PIC ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  LML-NOTE               PIC X(30).
           05  FILLER                 PIC X(20)  VALUE SPACES.

       01  WS-CODE-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "CODE     S    THIS   PRIOR  CHANGE   TRE".
           05  FILLER                 PIC X(40)  VALUE
               "ND WHAT IT MEANS                        ".

       01  WS-CODE-LINE.
           05  CDL-CODE               PIC X(07).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CDL-SEV                PIC X(01).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CDL-CUR                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CDL-PRI                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CDL-CHANGE             PIC ZZ,ZZ9-.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CDL-TREND              PIC X(04).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  CDL-MEANING            PIC X(32).
           05  FILLER                 PIC X(05)  VALUE SPACES.

       01  WS-DTL-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "CODE     S   ITEM   LOC    THIS   PRIOR ".
           05  FILLER                 PIC X(40)  VALUE
               " CHANGE   TREND                         ".

       01  WS-DTL-LINE.
           05  DTL-CODE               PIC X(07).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-SEV                PIC X(01).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  DTL-ITEM               PIC X(05).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-LOC                PIC X(02).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  DTL-CUR                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-PRI                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-CHANGE             PIC ZZ,ZZ9-.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-TREND              PIC X(04).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  DTL-FLAG               PIC X(06).
           05  FILLER                 PIC X(18)  VALUE SPACES.

       01  WS-OFFENDER-HDG.
           05  FILLER                 PIC X(40)  VALUE
               "CODE     ITEM   LOC    THIS LIMIT   OFFI".
           05  FILLER                 PIC X(40)  VALUE
               "CE                                      ".

       01  WS-OFFENDER-LINE.
           05  OFL-CODE               PIC X(07).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  OFL-ITEM               PIC X(05).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  OFL-LOC                PIC X(02).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  OFL-CUR                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  OFL-LIMIT              PIC ZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  OFL-OFFICE             PIC X(12).
           05  FILLER                 PIC X(32)  VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER                 PIC X(07)  VALUE "  ITEM ".
           05  ACL-ITEM               PIC X(05).
           05  FILLER                 PIC X(06)  VALUE "  LOC ".
           05  ACL-LOC                PIC X(02).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  ACL-MEANING            PIC X(32).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  ACL-CODE               PIC X(07).
           05  FILLER                 PIC X(03)  VALUE " X ".
           05  ACL-COUNT              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08)  VALUE SPACES.

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
           PERFORM 1200-LOAD-ROUTES THRU 1200-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-ROUTE-VALUE-COUNT.
           PERFORM 1500-READ-LIMIT-CARDS THRU 1500-EXIT.
           PERFORM 2000-READ-CURRENT THRU 2000-EXIT.
           PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
           PERFORM 3000-LIST-BY-SEVERITY THRU 3000-EXIT.
           PERFORM 3200-LIST-BY-CODE THRU 3200-EXIT.
           PERFORM 3400-LIST-BY-ITEM THRU 3400-EXIT.
           PERFORM 3600-LIST-OFFENDERS THRU 3600-EXIT.
           PERFORM 4000-WRITE-ACTION-LIST THRU 4000-EXIT.
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
           CLOSE LOGA-RPT.
           CLOSE ACTN-RPT.
           IF WS-OFFENDER-COUNT > 0 OR WS-ANY-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE -- STARTS BOTH REPORTS.                       *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LOGA-RPT.
           OPEN OUTPUT ACTN-RPT.
           ACCEPT WS-RUN-DATE-FLD FROM DATE.
           MOVE WS-RUN-MM TO HDG-MM.
           MOVE WS-RUN-DD TO HDG-DD.
           MOVE WS-RUN-YY TO HDG-YY.
           PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
           PERFORM 8300-WRITE-ACTN-HEADING THRU 8300-EXIT.
       1000-EXIT.
           EXIT.

       1200-LOAD-ROUTES.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE WS-ROUTE-VALUE (WS-TAB-SUB)
               TO WS-ROUTE-ENTRY (WS-ROUTE-COUNT).
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1500-READ-LIMIT-CARDS -- APPLIES EACH LIMIT CARD TO THE       *
      *  ROUTING TABLE AND LISTS IT. A BAD CARD IS LISTED AND SKIPPED  *
      *  (RC 4). NO CARDS AT ALL MEANS THE BUILT-IN LIMITS STAND.      *
      ******************************************************************
       1500-READ-LIMIT-CARDS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-APPLY-ONE-CARD THRU 1600-EXIT
               UNTIL WS-PARM-EOF.
           CLOSE PARM-FILE.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1500-EXIT.
           EXIT.

       1600-APPLY-ONE-CARD.
           READ PARM-FILE INTO PARM-CARD-IN
               AT END
                   MOVE "Y" TO WS-PARM-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           MOVE PARM-CARD-IN TO WS-LIMIT-CARD.
           MOVE WS-CARD-CODE TO LML-CODE.
           MOVE 0 TO LML-LIMIT.
           IF WS-CARD-CODE = SPACES OR WS-CARD-LIMIT NOT NUMERIC
               MOVE "INVALID, SKIPPED" TO LML-NOTE
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1600-WRITE
           END-IF.
           MOVE WS-CARD-LIMIT TO LML-LIMIT.
           IF WS-CARD-CODE = "DEFAULT"
               MOVE WS-CARD-LIMIT TO WS-DEFAULT-LIMIT
               MOVE "CODES NOT IN THE TABLE" TO LML-NOTE
               GO TO 1600-WRITE
           END-IF.
           MOVE WS-CARD-CODE TO WS-NEW-CODE.
           PERFORM 7200-FIND-ROUTE THRU 7200-EXIT.
           IF WS-FOUND
               MOVE WS-CARD-LIMIT TO WS-RTE-LIMIT (WS-ROUTE-SUB)
               MOVE SPACES TO LML-NOTE
               GO TO 1600-WRITE
           END-IF.
           IF WS-ROUTE-COUNT >= WS-ROUTE-MAX
               MOVE "ROUTING TABLE FULL, SKIPPED" TO LML-NOTE
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 1600-WRITE
           END-IF.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE WS-CARD-CODE TO WS-RTE-CODE (WS-ROUTE-COUNT).
           MOVE "S" TO WS-RTE-OFFICE (WS-ROUTE-COUNT).
           MOVE WS-CARD-LIMIT TO WS-RTE-LIMIT (WS-ROUTE-COUNT).
           MOVE "SEE MESSAGE CATALOG"
               TO WS-RTE-MEANING (WS-ROUTE-COUNT).
           MOVE "NOT CATALOGUED, TO SCHEDULING" TO LML-NOTE.
       1600-WRITE.
           MOVE WS-LIMIT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  2000-READ-CURRENT -- COUNTS THE PERIOD BEING ANALYSED (THE    *
      *  RUNLOGC CONCATENATION). WITHOUT IT THERE IS NOTHING TO        *
      *  ANALYSE -- RETURN CODE 16.                                    *
      ******************************************************************
       2000-READ-CURRENT.
           OPEN INPUT LOG-CURRENT.
           IF WS-CUR-FILE-STATUS NOT = "00"
               DISPLAY "BOTLOGA - CURRENT PERIOD RUN LOG NOT AVAILABLE"
               END-DISPLAY
               MOVE "CURRENT PERIOD RUN LOG NOT AVAILABLE"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               CLOSE LOGA-RPT
               CLOSE ACTN-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "C" TO WS-PERIOD-SW.
           MOVE "N" TO WS-LOG-EOF-SW.
           PERFORM 2200-READ-ONE-CURRENT THRU 2200-EXIT
               UNTIL WS-LOG-EOF.
           CLOSE LOG-CURRENT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-PRIOR -- COUNTS THE PERIOD BEFORE IT (RUNLOGP) FOR  *
      *  THE TREND. WITHOUT IT THE COUNTS STILL PRINT, WITH NO TREND.  *
      ******************************************************************
       2100-READ-PRIOR.
           OPEN INPUT LOG-PRIOR.
           IF WS-PRI-FILE-STATUS NOT = "00"
               MOVE "PRIOR PERIOD RUN LOG NOT AVAILABLE, NO TREND"
                   TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE "N" TO WS-PRIOR-AVAIL-SW
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 2100-EXIT
           END-IF.
           MOVE "P" TO WS-PERIOD-SW.
           MOVE "N" TO WS-LOG-EOF-SW.
           PERFORM 2300-READ-ONE-PRIOR THRU 2300-EXIT
               UNTIL WS-LOG-EOF.
           CLOSE LOG-PRIOR.
       2100-EXIT.
           EXIT.

       2200-READ-ONE-CURRENT.
           READ LOG-CURRENT INTO WS-LOG-RECORD
               AT END
                   MOVE "Y" TO WS-LOG-EOF-SW
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 2400-TALLY-MESSAGE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-READ-ONE-PRIOR.
           READ LOG-PRIOR INTO WS-LOG-RECORD
               AT END
                   MOVE "Y" TO WS-LOG-EOF-SW
                   GO TO 2300-EXIT
           END-READ.
           PERFORM 2400-TALLY-MESSAGE THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2400-TALLY-MESSAGE -- ADDS ONE RUN-LOG MESSAGE TO ITS         *
      *  SEVERITY, ITS CODE AND ITS CODE/ITEM/LOCATION COUNTS FOR THE  *
      *  PERIOD BEING READ. A LINE WITH NO MESSAGE CODE IS SKIPPED.    *
      ******************************************************************
       2400-TALLY-MESSAGE.
           IF LOG-MSG-CODE = SPACES
               GO TO 2400-EXIT
           END-IF.
           IF WS-PERIOD-CURRENT
               ADD 1 TO WS-CUR-READ
               EVALUATE TRUE
                   WHEN LOG-SEV-ERROR
                       ADD 1 TO WS-CUR-ERRORS
                   WHEN LOG-SEV-WARNING
                       ADD 1 TO WS-CUR-WARNINGS
                   WHEN OTHER
                       ADD 1 TO WS-CUR-INFOS
               END-EVALUATE
           ELSE
               ADD 1 TO WS-PRI-READ
               EVALUATE TRUE
                   WHEN LOG-SEV-ERROR
                       ADD 1 TO WS-PRI-ERRORS
                   WHEN LOG-SEV-WARNING
                       ADD 1 TO WS-PRI-WARNINGS
                   WHEN OTHER
                       ADD 1 TO WS-PRI-INFOS
               END-EVALUATE
           END-IF.
           MOVE LOG-MSG-CODE TO WS-NEW-CODE.
           MOVE LOG-ITEM-CODE TO WS-NEW-ITEM.
           MOVE LOG-LOCATION TO WS-NEW-LOC.
           PERFORM 2500-TALLY-CODE THRU 2500-EXIT.
           PERFORM 2600-TALLY-DETAIL THRU 2600-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2500-TALLY-CODE -- FINDS OR INSERTS (IN CODE ORDER) THE       *
      *  MESSAGE CODE'S ENTRY AND COUNTS THE MESSAGE ON IT.            *
      ******************************************************************
       2500-TALLY-CODE.
           MOVE "N" TO WS-POS-FOUND-SW.
           PERFORM 2510-SCAN-CODES THRU 2510-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-CODE-COUNT
                  OR WS-POS-FOUND.
           IF WS-POS-FOUND
            AND WS-CODE-CODE (WS-INSERT-SUB) = WS-NEW-CODE
               GO TO 2500-COUNT
           END-IF.
           IF WS-CODE-COUNT >= WS-CODE-MAX
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 2500-EXIT
           END-IF.
           IF NOT WS-POS-FOUND
               COMPUTE WS-INSERT-SUB = WS-CODE-COUNT + 1
           END-IF.
           PERFORM 2520-SHIFT-CODE THRU 2520-EXIT
               VARYING WS-SHIFT-SUB FROM WS-CODE-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
           ADD 1 TO WS-CODE-COUNT.
           MOVE WS-NEW-CODE TO WS-CODE-CODE (WS-INSERT-SUB).
           MOVE LOG-SEVERITY TO WS-CODE-SEV (WS-INSERT-SUB).
           MOVE 0 TO WS-CODE-CUR (WS-INSERT-SUB).
           MOVE 0 TO WS-CODE-PRI (WS-INSERT-SUB).
       2500-COUNT.
           IF WS-PERIOD-CURRENT
               ADD 1 TO WS-CODE-CUR (WS-INSERT-SUB)
           ELSE
               ADD 1 TO WS-CODE-PRI (WS-INSERT-SUB)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-SCAN-CODES.
           IF WS-CODE-CODE (WS-TAB-SUB) NOT < WS-NEW-CODE
               MOVE "Y" TO WS-POS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-INSERT-SUB
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SHIFT-CODE.
           MOVE WS-CODE-ENTRY (WS-SHIFT-SUB)
               TO WS-CODE-ENTRY (WS-SHIFT-SUB + 1).
       2520-EXIT.
           EXIT.

      ******************************************************************
      *  2600-TALLY-DETAIL -- FINDS OR INSERTS (IN CODE, ITEM AND      *
      *  LOCATION ORDER) THE MESSAGE'S DETAIL ENTRY AND COUNTS IT.     *
      ******************************************************************
       2600-TALLY-DETAIL.
           MOVE "N" TO WS-POS-FOUND-SW.
           PERFORM 2610-SCAN-DETAILS THRU 2610-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-DTL-COUNT
                  OR WS-POS-FOUND.
           IF WS-POS-FOUND
            AND WS-DTL-KEY (WS-INSERT-SUB) = WS-NEW-KEY
               GO TO 2600-COUNT
           END-IF.
           IF WS-DTL-COUNT >= WS-DTL-MAX
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "Y" TO WS-ANY-WARNING-SW
               GO TO 2600-EXIT
           END-IF.
           IF NOT WS-POS-FOUND
               COMPUTE WS-INSERT-SUB = WS-DTL-COUNT + 1
           END-IF.
           PERFORM 2620-SHIFT-DETAIL THRU 2620-EXIT
               VARYING WS-SHIFT-SUB FROM WS-DTL-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
           ADD 1 TO WS-DTL-COUNT.
           MOVE WS-NEW-KEY TO WS-DTL-KEY (WS-INSERT-SUB).
           MOVE LOG-SEVERITY TO WS-DTL-SEV (WS-INSERT-SUB).
           MOVE 0 TO WS-DTL-CUR (WS-INSERT-SUB).
           MOVE 0 TO WS-DTL-PRI (WS-INSERT-SUB).
       2600-COUNT.
           IF WS-PERIOD-CURRENT
               ADD 1 TO WS-DTL-CUR (WS-INSERT-SUB)
           ELSE
               ADD 1 TO WS-DTL-PRI (WS-INSERT-SUB)
           END-IF.
       2600-EXIT.
           EXIT.

       2610-SCAN-DETAILS.
           IF WS-DTL-KEY (WS-TAB-SUB) NOT < WS-NEW-KEY
               MOVE "Y" TO WS-POS-FOUND-SW
               MOVE WS-TAB-SUB TO WS-INSERT-SUB
           END-IF.
       2610-EXIT.
           EXIT.

       2620-SHIFT-DETAIL.
           MOVE WS-DTL-ENTRY (WS-SHIFT-SUB)
               TO WS-DTL-ENTRY (WS-SHIFT-SUB + 1).
       2620-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LIST-BY-SEVERITY -- ERRORS, WARNINGS AND INFORMATION     *
      *  MESSAGES, THIS PERIOD AGAINST THE LAST.                       *
      ******************************************************************
       3000-LIST-BY-SEVERITY.
           MOVE "BY SEVERITY" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-CODE-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "ERROR" TO CDL-CODE.
           MOVE "E" TO CDL-SEV.
           MOVE WS-CUR-ERRORS TO WS-TREND-CUR.
           MOVE WS-PRI-ERRORS TO WS-TREND-PRI.
           MOVE SPACES TO CDL-MEANING.
           PERFORM 3100-PRINT-SEVERITY THRU 3100-EXIT.
           MOVE "WARNING" TO CDL-CODE.
           MOVE "W" TO CDL-SEV.
           MOVE WS-CUR-WARNINGS TO WS-TREND-CUR.
           MOVE WS-PRI-WARNINGS TO WS-TREND-PRI.
           PERFORM 3100-PRINT-SEVERITY THRU 3100-EXIT.
           MOVE "INFO" TO CDL-CODE.
           MOVE "I" TO CDL-SEV.
           MOVE WS-CUR-INFOS TO WS-TREND-CUR.
           MOVE WS-PRI-INFOS TO WS-TREND-PRI.
           PERFORM 3100-PRINT-SEVERITY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-SEVERITY.
           PERFORM 7000-SET-TREND THRU 7000-EXIT.
           MOVE WS-TREND-CUR TO CDL-CUR.
           MOVE WS-TREND-PRI TO CDL-PRI.
           MOVE WS-CHANGE TO CDL-CHANGE.
           MOVE WS-TREND TO CDL-TREND.
           MOVE WS-CODE-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-LIST-BY-CODE -- EVERY MESSAGE CODE LOGGED IN EITHER      *
      *  PERIOD, WITH ITS TREND AND WHAT IT MEANS.                     *
      ******************************************************************
       3200-LIST-BY-CODE.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "BY MESSAGE CODE" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-CODE-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3300-PRINT-CODE THRU 3300-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-CODE-COUNT.
           IF WS-CODE-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-PRINT-CODE.
           MOVE WS-CODE-CODE (WS-TAB-SUB) TO CDL-CODE.
           MOVE WS-CODE-SEV (WS-TAB-SUB) TO CDL-SEV.
           MOVE WS-CODE-CUR (WS-TAB-SUB) TO WS-TREND-CUR.
           MOVE WS-CODE-PRI (WS-TAB-SUB) TO WS-TREND-PRI.
           MOVE WS-CODE-CODE (WS-TAB-SUB) TO WS-NEW-CODE.
           PERFORM 7100-GET-ROUTE THRU 7100-EXIT.
           MOVE WS-MEANING TO CDL-MEANING.
           PERFORM 3100-PRINT-SEVERITY THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-LIST-BY-ITEM -- EVERY CODE, ITEM AND LOCATION LOGGED IN  *
      *  EITHER PERIOD, WITH ITS TREND. A REPEAT OFFENDER IS FLAGGED.  *
      ******************************************************************
       3400-LIST-BY-ITEM.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "BY ITEM AND LOCATION" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-DTL-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-DTL-COUNT.
           IF WS-DTL-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3500-PRINT-DETAIL.
           MOVE WS-DTL-CODE (WS-TAB-SUB) TO DTL-CODE.
           MOVE WS-DTL-SEV (WS-TAB-SUB) TO DTL-SEV.
           MOVE WS-DTL-ITEM (WS-TAB-SUB) TO DTL-ITEM.
           MOVE WS-DTL-LOC (WS-TAB-SUB) TO DTL-LOC.
           MOVE WS-DTL-CUR (WS-TAB-SUB) TO WS-TREND-CUR.
           MOVE WS-DTL-PRI (WS-TAB-SUB) TO WS-TREND-PRI.
           PERFORM 7000-SET-TREND THRU 7000-EXIT.
           MOVE WS-TREND-CUR TO DTL-CUR.
           MOVE WS-TREND-PRI TO DTL-PRI.
           MOVE WS-CHANGE TO DTL-CHANGE.
           MOVE WS-TREND TO DTL-TREND.
           PERFORM 7300-CHECK-OFFENDER THRU 7300-EXIT.
           IF WS-FOUND
               MOVE "REPEAT" TO DTL-FLAG
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF.
           MOVE WS-DTL-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-LIST-OFFENDERS -- EVERY CODE, ITEM AND LOCATION THAT     *
      *  LOGGED ITS CODE AT LEAST THE CODE'S LIMIT TIMES THIS PERIOD,  *
      *  WITH THE OFFICE THAT OWNS IT. ANY ONE ENDS THE STEP RC 4.     *
      ******************************************************************
       3600-LIST-OFFENDERS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "REPEAT OFFENDERS" TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE WS-OFFENDER-HDG TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           PERFORM 3700-PRINT-OFFENDER THRU 3700-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-DTL-COUNT.
           IF WS-OFFENDER-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-TEXT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3700-PRINT-OFFENDER.
           PERFORM 7300-CHECK-OFFENDER THRU 7300-EXIT.
           IF NOT WS-FOUND
               GO TO 3700-EXIT
           END-IF.
           ADD 1 TO WS-OFFENDER-COUNT.
           MOVE WS-DTL-CODE (WS-TAB-SUB) TO OFL-CODE.
           MOVE WS-DTL-ITEM (WS-TAB-SUB) TO OFL-ITEM.
           MOVE WS-DTL-LOC (WS-TAB-SUB) TO OFL-LOC.
           MOVE WS-DTL-CUR (WS-TAB-SUB) TO OFL-CUR.
           MOVE WS-LIMIT TO OFL-LIMIT.
           MOVE WS-OFFICE-NAME TO OFL-OFFICE.
           MOVE WS-OFFENDER-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  4000-WRITE-ACTION-LIST -- THE SHORT LIST FOR THE OFFICES:     *
      *  EVERY REPEAT OFFENDER, GROUPED BY THE OFFICE THAT OWNS THE    *
      *  RECORDS BEHIND IT, WITH WHAT TO LOOK AT.                      *
      ******************************************************************
       4000-WRITE-ACTION-LIST.
           MOVE "M" TO WS-OFFICE-SW.
           MOVE "ITEM MASTER OFFICE -- RECORDS TO LOOK AT"
               TO WS-ACTN-TEXT.
           PERFORM 4100-WRITE-OFFICE THRU 4100-EXIT.
           MOVE "S" TO WS-OFFICE-SW.
           MOVE "SCHEDULING OFFICE -- RECORDS TO LOOK AT"
               TO WS-ACTN-TEXT.
           PERFORM 4100-WRITE-OFFICE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-OFFICE.
           PERFORM 8200-WRITE-ACTN-LINE THRU 8200-EXIT.
           MOVE 0 TO WS-OFFICE-LINES.
           PERFORM 4200-WRITE-ACTION THRU 4200-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-DTL-COUNT.
           IF WS-OFFICE-LINES = 0
               MOVE "  NOTHING TO LOOK AT THIS PERIOD" TO WS-ACTN-TEXT
               PERFORM 8200-WRITE-ACTN-LINE THRU 8200-EXIT
           END-IF.
           MOVE SPACES TO WS-ACTN-TEXT.
           PERFORM 8200-WRITE-ACTN-LINE THRU 8200-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-ACTION.
           PERFORM 7300-CHECK-OFFENDER THRU 7300-EXIT.
           IF NOT WS-FOUND
               GO TO 4200-EXIT
           END-IF.
           IF WS-OFFICE-CODE NOT = WS-OFFICE-SW
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-OFFICE-LINES.
           MOVE WS-DTL-ITEM (WS-TAB-SUB) TO ACL-ITEM.
           MOVE WS-DTL-LOC (WS-TAB-SUB) TO ACL-LOC.
           MOVE WS-MEANING TO ACL-MEANING.
           MOVE WS-DTL-CODE (WS-TAB-SUB) TO ACL-CODE.
           MOVE WS-DTL-CUR (WS-TAB-SUB) TO ACL-COUNT.
           MOVE WS-ACTION-LINE TO WS-ACTN-TEXT.
           PERFORM 8200-WRITE-ACTN-LINE THRU 8200-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-TOTALS -- CLOSES THE ANALYSIS WITH THE COUNTS.     *
      ******************************************************************
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE "MESSAGES THIS PERIOD  . . :" TO CNT-LABEL.
           MOVE WS-CUR-READ TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "MESSAGES PRIOR PERIOD . . :" TO CNT-LABEL.
           MOVE WS-PRI-READ TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "MESSAGE CODES LOGGED  . . :" TO CNT-LABEL.
           MOVE WS-CODE-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           MOVE "REPEAT OFFENDERS  . . . . :" TO CNT-LABEL.
           MOVE WS-OFFENDER-COUNT TO CNT-VALUE.
           PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
           IF WS-DROPPED-COUNT > 0
               MOVE "NOT COUNTED, TABLE FULL . :" TO CNT-LABEL
               MOVE WS-DROPPED-COUNT TO CNT-VALUE
               PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-TEXT.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  7000-SET-TREND -- THE CHANGE FROM THE PRIOR PERIOD'S COUNT    *
      *  TO THIS ONE'S, AND ITS TREND WORD. BLANK WHEN THERE WAS NO    *
      *  PRIOR PERIOD TO COMPARE WITH.                                 *
      ******************************************************************
       7000-SET-TREND.
           COMPUTE WS-CHANGE = WS-TREND-CUR - WS-TREND-PRI.
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-AVAILABLE
                   MOVE SPACES TO WS-TREND
               WHEN WS-TREND-PRI = 0 AND WS-TREND-CUR = 0
                   MOVE SPACES TO WS-TREND
               WHEN WS-TREND-PRI = 0
                   MOVE "NEW" TO WS-TREND
               WHEN WS-TREND-CUR = 0
                   MOVE "GONE" TO WS-TREND
               WHEN WS-CHANGE > 0
                   MOVE "UP" TO WS-TREND
               WHEN WS-CHANGE < 0
                   MOVE "DOWN" TO WS-TREND
               WHEN OTHER
                   MOVE "SAME" TO WS-TREND
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-GET-ROUTE -- THE OFFICE, LIMIT AND MEANING FOR           *
      *  WS-NEW-CODE. A CODE NOT IN THE TABLE GOES TO SCHEDULING AT    *
      *  THE DEFAULT LIMIT.                                            *
      ******************************************************************
       7100-GET-ROUTE.
           PERFORM 7200-FIND-ROUTE THRU 7200-EXIT.
           IF WS-FOUND
               MOVE WS-RTE-LIMIT (WS-ROUTE-SUB) TO WS-LIMIT
               MOVE WS-RTE-MEANING (WS-ROUTE-SUB) TO WS-MEANING
               MOVE WS-RTE-OFFICE (WS-ROUTE-SUB) TO WS-OFFICE-CODE
           ELSE
               MOVE WS-DEFAULT-LIMIT TO WS-LIMIT
               MOVE "SEE MESSAGE CATALOG" TO WS-MEANING
               MOVE "S" TO WS-OFFICE-CODE
           END-IF.
           IF WS-OFFICE-CODE = "M"
               MOVE "ITEM MASTER" TO WS-OFFICE-NAME
           ELSE
               MOVE "SCHEDULING" TO WS-OFFICE-NAME
           END-IF.
       7100-EXIT.
           EXIT.

       7200-FIND-ROUTE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 7210-SCAN-ROUTES THRU 7210-EXIT
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-ROUTE-SUB
           END-IF.
       7200-EXIT.
           EXIT.

       7210-SCAN-ROUTES.
           IF WS-RTE-CODE (WS-ROUTE-SUB) = WS-NEW-CODE
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
       7210-EXIT.
           EXIT.

      ******************************************************************
      *  7300-CHECK-OFFENDER -- SETS WS-FOUND WHEN THE DETAIL ENTRY AT *
      *  WS-TAB-SUB IS A REPEAT OFFENDER: ITS CODE HAS A LIMIT AND IT  *
      *  LOGGED THE CODE AT LEAST THAT MANY TIMES THIS PERIOD. LEAVES  *
      *  THE CODE'S ROUTE IN WS-LIMIT, WS-MEANING, WS-OFFICE-CODE AND  *
      *  WS-OFFICE-NAME.                                               *
      ******************************************************************
       7300-CHECK-OFFENDER.
           MOVE WS-DTL-CODE (WS-TAB-SUB) TO WS-NEW-CODE.
           PERFORM 7100-GET-ROUTE THRU 7100-EXIT.
           IF WS-LIMIT > 0
            AND WS-DTL-CUR (WS-TAB-SUB) NOT < WS-LIMIT
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               MOVE "N" TO WS-FOUND-SW
           END-IF.
       7300-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-LINE -- WRITES WS-PRINT-TEXT TO THE ANALYSIS,      *
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
      *  8100-WRITE-HEADING -- STARTS A NEW ANALYSIS PAGE WITH THE     *
      *  RUN-DATE HEADING LINE FOLLOWED BY A BLANK LINE.               *
      ******************************************************************
       8100-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE "RUN-LOG EXCEPTION ANALYSIS" TO HDG-TITLE.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  8200-WRITE-ACTN-LINE -- WRITES WS-ACTN-TEXT TO THE ACTION     *
      *  LIST, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.           *
      ******************************************************************
       8200-WRITE-ACTN-LINE.
           IF WS-ACTN-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8300-WRITE-ACTN-HEADING THRU 8300-EXIT
           END-IF.
           MOVE WS-ACTN-TEXT TO ACTN-RECORD.
           WRITE ACTN-RECORD.
           ADD 1 TO WS-ACTN-LINE-COUNT.
           MOVE SPACES TO WS-ACTN-TEXT.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *  8300-WRITE-ACTN-HEADING -- STARTS A NEW ACTION-LIST PAGE.     *
      ******************************************************************
       8300-WRITE-ACTN-HEADING.
           ADD 1 TO WS-ACTN-PAGE-COUNT.
           MOVE "RUN-LOG ACTION LIST" TO HDG-TITLE.
           MOVE WS-ACTN-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO ACTN-RECORD.
           WRITE ACTN-RECORD.
           MOVE SPACES TO ACTN-RECORD.
           WRITE ACTN-RECORD.
           MOVE 2 TO WS-ACTN-LINE-COUNT.
       8300-EXIT.
           EXIT.
