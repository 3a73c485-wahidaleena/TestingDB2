       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTBURST.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * NIGHTLY REPORT BURST. RUNS AS THE STEP AFTER TESTDB2 AND SPLITS*
      * THE NIGHT'S OUT LISTING (READ HERE AS RPTIN) INTO ONE REPORT   *
      * PER REGION - EVERY ROG ON CORO - SO NOBODY HAS TO HAND-CUT     *
      * PAGES. EACH DETAIL LINE IS ROUTED BY ITS TAG:                  *
      *   DISCREP CARRYFW EXCLUDE AD SKIP GOVERNR SIM DEL  - THE ROG   *
      *                                  IN COLUMNS 11-14              *
      *   SECURTY AUTHERR                - THE ROG AFTER 'ROG = '      *
      *   UPCXREF SIM INS ORPHAN         - CORP LEVEL: A COPY GOES TO  *
      *                                  EVERY REGION THE NIGHT'S      *
      *                                  INFILE CARRIED THAT CORP FOR  *
      *   AMBIG CALENDR (AND ANY TAG NOT KNOWN HERE)  - UNASSIGNED     *
      * A LINE WHOSE ROG IS NOT ON CORO, OR A CORP LINE NO REGION CAN  *
      * BE FOUND FOR, GOES TO THE UNASSIGNED REPORT - NOTHING IS       *
      * DROPPED. TITLES, RULES AND THE RUN SUMMARY ARE NOT BURST.      *
      * EACH REGION'S REPORT HAS ITS OWN PAGE HEADINGS, ONE SECTION    *
      * PER TAG WITH A SUBTOTAL, AND A CONTROL PAGE WITH THE SECTION   *
      * COUNTS AND THE WRG USERIDS IT IS DISTRIBUTED TO; A REGION WITH *
      * NOTHING TONIGHT STILL GETS ITS CONTROL PAGE. OUT IS THE        *
      * CORPORATE RECONCILIATION: EVERY RPTIN DETAIL LINE MUST BE      *
      * ACCOUNTED FOR EXACTLY ONCE, AND EVERY COPY ROUTED MUST HAVE    *
      * REACHED A REPORT, OR THE STEP ENDS WITH RETURN CODE 8 AND THE  *
      * BURST IS NOT TO BE DISTRIBUTED.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.       IBM-370.
       OBJECT-COMPUTER.       IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTIN ASSIGN TO RPTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT INFILE ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT BURST ASSIGN TO BURST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT ASSIGN TO OUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RUN PARAMETER CARDS, ONE KEYWORD PER CARD:                     *
      *     PAGELEN=NNN      PRINT LINES PER REGION REPORT PAGE,       *
      *                      020-999 (DEFAULT 060)                     *
      ******************************************************************
       FD  PARMFILE
           RECORDING MODE IS F.
       01  PARM-REC                    PIC X(80).

      ******************************************************************
      * THE NIGHT'S TESTDB2 OUT LISTING                                *
      ******************************************************************
       FD  RPTIN
           RECORDING MODE IS F.
       01  RPTIN-REC                   PIC X(132).

      ******************************************************************
      * THE NIGHT'S TESTDB2 INFILE - READ ONLY FOR THE CORP EACH ROG'S *
      * RECORDS CARRIED, WHICH IS WHAT TIES A CORP-LEVEL LINE TO ITS   *
      * REGIONS. HDR/TRL CONTROL RECORDS ARE SKIPPED.                  *
      ******************************************************************
       FD  INFILE
           RECORDING MODE IS F.
       01  INFILE-REC.
           05  IF-ROG                  PIC X(4).
           05  IF-CORP-ITEM-CD         PIC X(14).
           05  IF-UNIT-TYPE            PIC X(2).
           05  IF-UPC-MANUF            PIC X(5).
           05  IF-UPC-SALES            PIC X(5).
           05  IF-UPC-COUNTRY          PIC X(3).
           05  IF-UPC-SYSTEM           PIC X(1).
           05  IF-AD-SELECT            PIC X(4).
           05  IF-CORP                 PIC X(3).
           05  IF-USERID               PIC X(8).
           05  IF-COUNTRY-CD           PIC X(3).
           05  FILLER                  PIC X(48).
       01  INFILE-HDR-REC.
           05  IH-REC-TYPE             PIC X(3).
           05  FILLER                  PIC X(97).

      ******************************************************************
      * REGION REPORTS, STACKED. EVERY PRINT LINE CARRIES ITS REGION'S *
      * ROG AHEAD OF IT ('****' ON THE UNASSIGNED REPORT) SO REPORT    *
      * DISTRIBUTION SPLITS THE FILE ONE REPORT PER REGION, THE SAME   *
      * WAY THE SNAP CERTIFICATION FILE IS SPLIT BY COUNTRY.           *
      ******************************************************************
       FD  BURST
           RECORDING MODE IS F.
       01  BURST-REC.
           05  BST-ROG                 PIC X(4).
           05  BST-LINE                PIC X(132).

      ******************************************************************
      * CORPORATE RECONCILIATION AND RUN SUMMARY                       *
      ******************************************************************
       FD  OUT
           RECORDING MODE IS F.
       01  OUT-REC                     PIC X(132).

      ******************************************************************
      * BURST SORT - REGION, SECTION, THEN THE LINE'S RPTIN SEQUENCE   *
      * SO EACH SECTION KEEPS THE ORDER TESTDB2 WROTE IT IN. THE       *
      * UNASSIGNED REPORT SORTS LAST ON HIGH-VALUES.                   *
      ******************************************************************
       SD  SORTWK.
       01  SORT-REC.
           05  SRT-ROG                 PIC X(4).
           05  SRT-SECT                PIC 9(2).
           05  SRT-SEQ                 PIC 9(9).
           05  SRT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * DB2 STANDARD SQLCA                                             *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      * HOST VARIABLES                                                 *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-ROG                  PIC X(4).
           05  HV-COUNTRY-CD           PIC X(3).
           05  HV-USERID               PIC X(8).
           05  WS-RUN-DATE             PIC 9(8).

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PARM-PAGELEN-X       PIC X(3).
           05  WS-PARM-PAGELEN-9 REDEFINES WS-PARM-PAGELEN-X
                                       PIC 9(3).

      ******************************************************************
      * REPORT SECTIONS - ONE PER OUT LINE TAG. KEY TYPE 'R' TAKES THE *
      * ROG AT THE GIVEN COLUMN, 'C' TAKES THE CORP THERE, 'N' HAS NO  *
      * REGION KEY. THE LAST ENTRY COLLECTS ANY TAGGED LINE NOT LISTED *
      * ABOVE IT, SO A NEW TESTDB2 SECTION LANDS ON THE UNASSIGNED     *
      * REPORT INSTEAD OF BEING LOST.                                  *
      ******************************************************************
       01  WS-SECTION-VALUES.
           05  FILLER                  PIC X(14) VALUE 'DISCREP - R011'.
           05  FILLER                  PIC X(44) VALUE
               'FOOD STAMP ELIGIBILITY DISCREPANCIES'.
           05  FILLER                  PIC X(14) VALUE 'CARRYFW - R011'.
           05  FILLER                  PIC X(44) VALUE
               'POS CORRECTIONS STILL OUTSTANDING'.
           05  FILLER                  PIC X(14) VALUE 'EXCLUDE - R011'.
           05  FILLER                  PIC X(44) VALUE
               'FOOD STAMP EXCLUDED ITEMS (STATUS_RUPC X)'.
           05  FILLER                  PIC X(14) VALUE 'SECURTY - R027'.
           05  FILLER                  PIC X(44) VALUE
               'SECURITY REJECTIONS'.
           05  FILLER                  PIC X(14) VALUE 'AUTHERR - R027'.
           05  FILLER                  PIC X(44) VALUE
               'AUTHORIZATION LOOKUP FAILURES'.
           05  FILLER                  PIC X(14) VALUE 'AD SKIP - R011'.
           05  FILLER                  PIC X(44) VALUE
               'COUPON PURGE - AD PLAN SKIPS'.
           05  FILLER                  PIC X(14) VALUE 'GOVERNR - R011'.
           05  FILLER                  PIC X(44) VALUE
               'COUPON PURGE - GOVERNOR TRIPS'.
           05  FILLER                  PIC X(14) VALUE 'SIM DEL - R011'.
           05  FILLER                  PIC X(44) VALUE
               'SIMULATED COUPON DELETES'.
           05  FILLER                  PIC X(14) VALUE 'UPCXREF - C049'.
           05  FILLER                  PIC X(44) VALUE
               'UPC CROSS-REFERENCE EXCEPTIONS'.
           05  FILLER                  PIC X(14) VALUE 'SIM INS - C011'.
           05  FILLER                  PIC X(44) VALUE
               'SIMULATED SC CROSS-REFERENCE INSERTS'.
           05  FILLER                  PIC X(14) VALUE 'ORPHAN  - C011'.
           05  FILLER                  PIC X(44) VALUE
               'SC CROSS-REFERENCE ORPHANS'.
           05  FILLER                  PIC X(14) VALUE 'AMBIG  -  N000'.
           05  FILLER                  PIC X(44) VALUE
               'AMBIGUOUS REGION ASSIGNMENTS'.
           05  FILLER                  PIC X(14) VALUE 'CALENDR - N000'.
           05  FILLER                  PIC X(44) VALUE
               'CALENDAR EXCEPTIONS'.
           05  FILLER                  PIC X(14) VALUE 'OTHER   - N000'.
           05  FILLER                  PIC X(44) VALUE
               'OTHER DETAIL LINES'.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05  WS-SECTION OCCURS 14 TIMES.
               10  SCT-TAG             PIC X(10).
               10  SCT-KEY-TYPE        PIC X(1).
               10  SCT-KEY-POS         PIC 9(3).
               10  SCT-TITLE           PIC X(44).

      ******************************************************************
      * RECONCILIATION COUNTS PER SECTION. EVERY RPTIN DETAIL LINE IS  *
      * ONE OF: ROUTED TO ONE REGION, A CORP LINE COPIED TO ONE OR     *
      * MORE REGIONS, OR UNASSIGNED - SO IN = ROG + CORP + UNAS. THE   *
      * LINES ACTUALLY PRINTED MUST BE OUT = ROG + COPY + UNAS.        *
      ******************************************************************
       01  WS-SECTION-COUNTS.
           05  WS-SECT-CNT OCCURS 14 TIMES.
               10  WS-SECT-IN-CNT      PIC S9(9) COMP.
               10  WS-SECT-ROG-CNT     PIC S9(9) COMP.
               10  WS-SECT-CORP-CNT    PIC S9(9) COMP.
               10  WS-SECT-COPY-CNT    PIC S9(9) COMP.
               10  WS-SECT-UNAS-CNT    PIC S9(9) COMP.
               10  WS-SECT-OUT-CNT     PIC S9(9) COMP.

      ******************************************************************
      * THE REGIONS - EVERY ROG ON CORO, IN ROG ORDER - WITH THE LINES *
      * ROUTED TO EACH AND THE PAGES ITS REPORT TOOK                   *
      ******************************************************************
       01  WS-REGION-FIELDS.
           05  WS-RGN-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-RGN-MAX              PIC S9(4) COMP VALUE 1000.
           05  WS-RGN-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-RGN-NEXT             PIC S9(4) COMP VALUE 0.
           05  WS-RGN-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-RGN-FOUND                  VALUE 'Y'.
           05  WS-RGN-EOF-SW           PIC X     VALUE 'N'.
               88  WS-RGN-EOF                    VALUE 'Y'.
       01  WS-REGION-TABLE.
           05  WS-REGION OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-RGN-COUNT
                   INDEXED BY RGN-IDX.
               10  RGN-ROG             PIC X(4).
               10  RGN-COUNTRY-CD      PIC X(3).
               10  RGN-LINE-CNT        PIC S9(9) COMP.
               10  RGN-PAGE-CNT        PIC S9(4) COMP.

      ******************************************************************
      * CORP/ROG PAIRS FROM THE NIGHT'S INFILE, EACH PAIR ONCE         *
      ******************************************************************
       01  WS-CORP-MAP-FIELDS.
           05  WS-CMAP-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-CMAP-MAX             PIC S9(4) COMP VALUE 5000.
           05  WS-CMAP-SUB             PIC S9(4) COMP VALUE 0.
           05  WS-CMAP-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-CMAP-FOUND                 VALUE 'Y'.
           05  WS-INFILE-EOF-SW        PIC X     VALUE 'N'.
               88  WS-INFILE-EOF                 VALUE 'Y'.
           05  WS-INFILE-DTL-CNT       PIC S9(9) COMP VALUE 0.
       01  WS-CORP-MAP-TABLE.
           05  WS-CORP-MAP OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-CMAP-COUNT
                   INDEXED BY CMAP-IDX.
               10  CMAP-CORP           PIC X(3).
               10  CMAP-ROG            PIC X(4).

      ******************************************************************
      * RUN TOTALS AND SWITCHES                                        *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-RPTIN-EOF-SW         PIC X     VALUE 'N'.
               88  WS-RPTIN-EOF                  VALUE 'Y'.
           05  WS-SORT-EOF-SW          PIC X     VALUE 'N'.
               88  WS-SORT-EOF                   VALUE 'Y'.
           05  WS-DIST-EOF-SW          PIC X     VALUE 'N'.
               88  WS-DIST-EOF                   VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-OUT-OF-BAL-SW        PIC X     VALUE 'N'.
               88  WS-OUT-OF-BALANCE             VALUE 'Y'.
           05  WS-SIM-REPORT-SW        PIC X     VALUE 'N'.
               88  WS-SIM-REPORT                 VALUE 'Y'.
           05  WS-FIRST-RPT-SW         PIC X     VALUE 'Y'.
               88  WS-FIRST-RPT                  VALUE 'Y'.
           05  WS-SECT-SUB             PIC S9(4) COMP VALUE 0.
           05  WS-TAG-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-KEY-POS              PIC S9(4) COMP VALUE 0.
           05  WS-LINE-ROG             PIC X(4).
           05  WS-LINE-CORP            PIC X(3).
           05  WS-COPY-CNT             PIC S9(9) COMP VALUE 0.
           05  WS-RPTIN-CNT            PIC S9(9) COMP VALUE 0.
           05  WS-HEADING-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-DETAIL-CNT           PIC S9(9) COMP VALUE 0.
           05  WS-UNAS-LINE-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-UNAS-PAGE-CNT        PIC S9(4) COMP VALUE 0.
           05  WS-REPORT-CNT           PIC S9(9) COMP VALUE 0.
           05  WS-EMPTY-RPT-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-BURST-PAGE-CNT       PIC S9(9) COMP VALUE 0.
           05  WS-TOT-IN-CNT           PIC S9(9) COMP VALUE 0.
           05  WS-TOT-ROG-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-TOT-CORP-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-COPY-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-UNAS-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-OUT-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-PAGE-LEN             PIC S9(4) COMP VALUE 60.

      ******************************************************************
      * THE REGION REPORT BEING WRITTEN. WS-CONT-TITLE IS REPEATED AT  *
      * THE TOP OF A PAGE WHEN A SECTION OR THE CONTROL PAGE RUNS ON.  *
      ******************************************************************
       01  WS-CUR-REPORT-FIELDS.
           05  WS-CUR-ROG              PIC X(4).
           05  WS-CUR-KEY              PIC X(4).
           05  WS-CUR-UNASSIGNED-SW    PIC X     VALUE 'N'.
               88  WS-CUR-UNASSIGNED             VALUE 'Y'.
           05  WS-CUR-RGN-SUB          PIC S9(4) COMP VALUE 0.
           05  WS-CUR-SECT             PIC S9(4) COMP VALUE 0.
           05  WS-CUR-SECT-LINES       PIC S9(9) COMP VALUE 0.
           05  WS-CUR-RPT-LINES        PIC S9(9) COMP VALUE 0.
           05  WS-CUR-PAGE             PIC S9(4) COMP VALUE 0.
           05  WS-LINE-CNT             PIC S9(4) COMP VALUE 0.
           05  WS-CONT-TITLE           PIC X(60) VALUE SPACES.
           05  WS-DIST-SUB             PIC S9(4) COMP VALUE 0.
           05  WS-DIST-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-CUR-SECT-TABLE.
           05  WS-CUR-SECT-CNT OCCURS 14 TIMES
                                       PIC S9(9) COMP.
       01  WS-PUT-LINE                 PIC X(132).

      ******************************************************************
      * REGION REPORT LINE LAYOUTS (WRITTEN TO BURST)                  *
      ******************************************************************
       01  WS-HDG-LINE.
           05  FILLER                  PIC X(32)
               VALUE 'TESTDB2 NIGHTLY REPORT - REGION '.
           05  HDG-REGION              PIC X(10).
           05  FILLER                  PIC X(10) VALUE '  COUNTRY '.
           05  HDG-COUNTRY             PIC X(3).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE '.
           05  HDG-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDG-SIM                 PIC X(12).
           05  FILLER                  PIC X(33) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'PAGE '.
           05  HDG-PAGE                PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
       01  WS-SECT-TITLE-LINE.
           05  FILLER                  PIC X(4)  VALUE '*** '.
           05  STL-TITLE               PIC X(60).
           05  FILLER                  PIC X(68) VALUE SPACES.
       01  WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'SECTION TOTAL - '.
           05  SUB-TAG                 PIC X(7).
           05  FILLER                  PIC X(3)  VALUE ' = '.
           05  SUB-CNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-CONTROL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CTL-TAG                 PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CTL-TITLE               PIC X(44).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CTL-CNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.
       01  WS-DIST-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DST-ENTRY OCCURS 10 TIMES.
               10  DST-USERID          PIC X(8).
               10  DST-GAP             PIC X(2).
           05  FILLER                  PIC X(28) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-DASH-LINE                PIC X(132) VALUE ALL '-'.
       01  WS-EMPTY-RGN-LINE           PIC X(132) VALUE
               '    NO TESTDB2 DETAIL LINES FOR THIS REGION TONIGHT'.
       01  WS-UNAS-DIST-LINE           PIC X(132) VALUE
               '    CORPORATE CONTROL - ROUTE EACH LINE TO ITS REGION'.
       01  WS-NO-DIST-LINE             PIC X(132) VALUE
               '    NO WRG ASSIGNMENTS - SEND TO THE REGION OFFICE'.
       01  WS-DIST-FAIL-LINE           PIC X(132) VALUE
               '    DISTRIBUTION LIST NOT AVAILABLE - SEE JOB LOG'.

      ******************************************************************
      * CORPORATE RECONCILIATION LINE LAYOUTS (WRITTEN TO OUT)         *
      ******************************************************************
       01  WS-RPT-TITLE-LINE           PIC X(132).
       01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  WS-RPT-DASH-LINE            PIC X(132)
               VALUE ALL '-'.
       01  WS-RPT-PARM-LINE.
           05  FILLER                  PIC X(10) VALUE 'PARM    - '.
           05  RPT-PARM-TEXT           PIC X(40).
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  WS-RPT-SIM-LINE             PIC X(132) VALUE
               'RPTIN IS A SIMULATION (AUDIT) RUN OF TESTDB2'.
       01  WS-RPT-RECON-HEAD1.
           05  FILLER                  PIC X(40) VALUE
               'SECTION    ORIGINAL      REGION    CORP-'.
           05  FILLER                  PIC X(39) VALUE
               'LVL        CORP    UNASSIGN       BURST'.
           05  FILLER                  PIC X(53) VALUE SPACES.
       01  WS-RPT-RECON-HEAD2.
           05  FILLER                  PIC X(40) VALUE
               '              LINES       LINES       LI'.
           05  FILLER                  PIC X(47) VALUE
               'NES      COPIES       LINES     WRITTEN  STATUS'.
           05  FILLER                  PIC X(45) VALUE SPACES.
       01  WS-RPT-RECON-LINE.
           05  RCN-TAG                 PIC X(7).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RCN-IN                  PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RCN-ROG                 PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RCN-CORP                PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RCN-COPY                PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RCN-UNAS                PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RCN-OUT                 PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RCN-STATUS              PIC X(14).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-RPT-REGION-HEAD          PIC X(132) VALUE
               'REGION      COUNTRY   DETAIL LINES   PAGES'.
       01  WS-RPT-REGION-LINE.
           05  RGL-REGION              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGL-COUNTRY             PIC X(3).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  RGL-LINES               PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RGL-PAGES               PIC Z(4)9.
           05  FILLER                  PIC X(94) VALUE SPACES.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-RPT-FAILED-LINE          PIC X(132) VALUE
               'RUN FAILED - BURST INCOMPLETE - DO NOT DISTRIBUTE'.
       01  WS-RPT-OUT-OF-BAL-LINE      PIC X(132) VALUE
               'BURST OUT OF BALANCE - DO NOT DISTRIBUTE'.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. LOADS THE REGIONS AND THE NIGHT'S CORP/ROG    *
      * PAIRS, BURSTS RPTIN THROUGH THE SORT INTO THE REGION REPORTS,  *
      * THEN RECONCILES THE BURST AGAINST RPTIN ON OUT.                *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT OUT.

           MOVE 'TESTDB2 REPORT BURST BY REGION'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-SECTION-COUNTS.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           PERFORM 1000-LOAD-REGIONS.

           IF NOT WS-RUN-FAILED
               PERFORM 1100-LOAD-CORP-MAP
           END-IF.

           IF NOT WS-RUN-FAILED
               SORT SORTWK
                   ON ASCENDING KEY SRT-ROG SRT-SECT SRT-SEQ
                   INPUT PROCEDURE IS 2000-BURST-INPUT
                   OUTPUT PROCEDURE IS 3000-WRITE-REGION-REPORTS
               IF SORT-RETURN NOT = 0
                   DISPLAY 'RPTBURST - SORT FAILED SORT-RETURN='
                           SORT-RETURN
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT WS-RUN-FAILED AND WS-RPTIN-CNT = 0
               DISPLAY 'RPTBURST - RPTIN IS EMPTY - NO TESTDB2 '
                       'LISTING TO BURST'
               SET WS-RUN-FAILED TO TRUE
           END-IF.

           IF NOT WS-RUN-FAILED
               PERFORM 4000-RECONCILE
           END-IF.

           IF WS-RUN-FAILED
               DISPLAY 'RPTBURST - RUN FAILED - DO NOT DISTRIBUTE'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-OUT-OF-BALANCE
                   DISPLAY 'RPTBURST - BURST DOES NOT RECONCILE TO '
                           'RPTIN - HOLD FOR REVIEW'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 6000-FINAL-COUNT.

           STOP RUN.

       0010-READ-PARM-CARD.

           READ PARMFILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   PERFORM 0015-PROCESS-PARM-CARD
           END-READ.

       0015-PROCESS-PARM-CARD.

           IF PARM-REC = SPACES
               CONTINUE
           ELSE
               MOVE PARM-REC(1:40) TO RPT-PARM-TEXT
               WRITE OUT-REC FROM WS-RPT-PARM-LINE
               EVALUATE TRUE
                   WHEN PARM-REC(1:8) = 'PAGELEN='
                       MOVE PARM-REC(9:3) TO WS-PARM-PAGELEN-X
                       IF WS-PARM-PAGELEN-X NOT NUMERIC
                         OR WS-PARM-PAGELEN-9 < 20
                           DISPLAY 'RPTBURST - PAGELEN MUST BE 020 '
                                   'THROUGH 999 - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-PAGELEN-9 TO WS-PAGE-LEN
                   WHEN OTHER
                       DISPLAY 'RPTBURST - UNRECOGNIZED PARAMETER CARD '
                               PARM-REC(1:20) ' - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      ******************************************************************
      * THE REGIONS ARE THE ROGS ON CORO, LOADED IN ROG ORDER - THE    *
      * ORDER THE SORT RETURNS THE REGION REPORTS IN.                  *
      ******************************************************************
       1000-LOAD-REGIONS.

           EXEC SQL
               DECLARE BURSTRGN_C CURSOR FOR
               SELECT   ROG, COUNTRY_CD
               FROM     CORO
               ORDER BY ROG
               QUERYNO 112
           END-EXEC.

           EXEC SQL
               OPEN BURSTRGN_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'BURSTRGN_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-RGN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH BURSTRGN_C
                       INTO :HV-ROG, :HV-COUNTRY-CD
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 1010-ADD-REGION
                       WHEN SQLCODE = 100
                           SET WS-RGN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'BURSTRGN_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE BURSTRGN_C
               END-EXEC
           END-IF.

           DISPLAY 'REGIONS LOADED FROM CORO: ' WS-RGN-COUNT.

      *    CORO CAN CARRY A ROG ONCE PER COUNTRY_CD; THE REGION IS THE
      *    ROG, SO A REPEAT IS SKIPPED AND THE FIRST COUNTRY KEPT.
       1010-ADD-REGION.

           IF WS-RGN-COUNT > 0
             AND RGN-ROG(WS-RGN-COUNT) = HV-ROG
               CONTINUE
           ELSE
               IF WS-RGN-COUNT < WS-RGN-MAX
                   ADD 1 TO WS-RGN-COUNT
                   MOVE HV-ROG        TO RGN-ROG(WS-RGN-COUNT)
                   MOVE HV-COUNTRY-CD TO RGN-COUNTRY-CD(WS-RGN-COUNT)
                   MOVE 0             TO RGN-LINE-CNT(WS-RGN-COUNT)
                   MOVE 0             TO RGN-PAGE-CNT(WS-RGN-COUNT)
               ELSE
                   DISPLAY 'RPTBURST - MORE THAN ' WS-RGN-MAX
                           ' REGIONS ON CORO - ABORTING'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * EVERY DISTINCT CORP/ROG PAIR ON THE NIGHT'S INFILE DETAIL      *
      * RECORDS. A CORP-LEVEL LINE FOR THE CORP IS COPIED TO EACH OF   *
      * ITS ROGS. A FULL TABLE FAILS THE RUN RATHER THAN SHORT A       *
      * REGION ITS LINES.                                              *
      ******************************************************************
       1100-LOAD-CORP-MAP.

           OPEN INPUT INFILE.

           PERFORM UNTIL WS-INFILE-EOF OR WS-RUN-FAILED
               READ INFILE
                   AT END
                       SET WS-INFILE-EOF TO TRUE
                   NOT AT END
                       IF IH-REC-TYPE NOT = 'HDR'
                         AND IH-REC-TYPE NOT = 'TRL'
                           ADD 1 TO WS-INFILE-DTL-CNT
                           PERFORM 1110-ADD-CORP-PAIR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INFILE.

           DISPLAY 'CORP/ROG PAIRS FROM INFILE: ' WS-CMAP-COUNT.

       1110-ADD-CORP-PAIR.

           IF IF-CORP NOT = SPACES AND IF-ROG NOT = SPACES
               MOVE 'N' TO WS-CMAP-FOUND-SW
               PERFORM VARYING CMAP-IDX FROM 1 BY 1
                       UNTIL CMAP-IDX > WS-CMAP-COUNT
                          OR WS-CMAP-FOUND
                   IF CMAP-CORP(CMAP-IDX) = IF-CORP
                     AND CMAP-ROG(CMAP-IDX) = IF-ROG
                       SET WS-CMAP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CMAP-FOUND
                   IF WS-CMAP-COUNT < WS-CMAP-MAX
                       ADD 1 TO WS-CMAP-COUNT
                       MOVE IF-CORP TO CMAP-CORP(WS-CMAP-COUNT)
                       MOVE IF-ROG  TO CMAP-ROG(WS-CMAP-COUNT)
                   ELSE
                       DISPLAY 'RPTBURST - MORE THAN ' WS-CMAP-MAX
                               ' CORP/ROG PAIRS ON INFILE - ABORTING'
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SORT INPUT: CLASSIFY EVERY RPTIN LINE BY ITS TAG AND RELEASE   *
      * ONE SORT RECORD PER REGION IT GOES TO.                         *
      ******************************************************************
       2000-BURST-INPUT.

           OPEN INPUT RPTIN.

           PERFORM UNTIL WS-RPTIN-EOF
               READ RPTIN
                   AT END
                       SET WS-RPTIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-CLASSIFY-LINE
               END-READ
           END-PERFORM.

           CLOSE RPTIN.

           DISPLAY 'RPTIN LINES READ: ' WS-RPTIN-CNT.

       2010-CLASSIFY-LINE.

           ADD 1 TO WS-RPTIN-CNT.

           IF RPTIN-REC(1:19) = '**** SIMULATION RUN'
               SET WS-SIM-REPORT TO TRUE
           END-IF.

           MOVE 0 TO WS-SECT-SUB.
           PERFORM VARYING WS-TAG-SUB FROM 1 BY 1
                   UNTIL WS-TAG-SUB > 13 OR WS-SECT-SUB > 0
               IF RPTIN-REC(1:10) = SCT-TAG(WS-TAG-SUB)
                   MOVE WS-TAG-SUB TO WS-SECT-SUB
               END-IF
           END-PERFORM.

      *    A LINE SHAPED LIKE A DETAIL LINE ('XXXXXXX - ') WITH A TAG
      *    NOT IN THE TABLE IS KEPT AS AN OTHER DETAIL LINE.
           IF WS-SECT-SUB = 0
             AND RPTIN-REC(1:1) NOT = SPACE
             AND RPTIN-REC(8:3) = ' - '
               MOVE 14 TO WS-SECT-SUB
           END-IF.

           IF WS-SECT-SUB = 0
               ADD 1 TO WS-HEADING-CNT
           ELSE
               ADD 1 TO WS-DETAIL-CNT
               ADD 1 TO WS-SECT-IN-CNT(WS-SECT-SUB)
               MOVE SCT-KEY-POS(WS-SECT-SUB) TO WS-KEY-POS
               EVALUATE SCT-KEY-TYPE(WS-SECT-SUB)
                   WHEN 'R'
                       MOVE RPTIN-REC(WS-KEY-POS:4) TO WS-LINE-ROG
                       PERFORM 2020-ROUTE-ROG-LINE
                   WHEN 'C'
                       MOVE RPTIN-REC(WS-KEY-POS:3) TO WS-LINE-CORP
                       PERFORM 2030-ROUTE-CORP-LINE
                   WHEN OTHER
                       PERFORM 2040-RELEASE-UNASSIGNED
               END-EVALUATE
           END-IF.

       2020-ROUTE-ROG-LINE.

           PERFORM 2050-FIND-REGION.

           IF WS-RGN-FOUND
               ADD 1 TO WS-SECT-ROG-CNT(WS-SECT-SUB)
               ADD 1 TO RGN-LINE-CNT(WS-RGN-SUB)
               MOVE WS-LINE-ROG TO SRT-ROG
               PERFORM 2060-RELEASE-LINE
           ELSE
               PERFORM 2040-RELEASE-UNASSIGNED
           END-IF.

      *    ONE COPY PER REGION THE CORP CAME IN FOR; A PAIR WHOSE ROG
      *    IS NOT ON CORO GETS NO COPY. NO COPY AT ALL - BLANK CORP OR
      *    NO PAIR - MAKES THE LINE UNASSIGNED.
       2030-ROUTE-CORP-LINE.

           MOVE 0 TO WS-COPY-CNT.

           IF WS-LINE-CORP NOT = SPACES
               PERFORM VARYING WS-CMAP-SUB FROM 1 BY 1
                       UNTIL WS-CMAP-SUB > WS-CMAP-COUNT
                   IF CMAP-CORP(WS-CMAP-SUB) = WS-LINE-CORP
                       MOVE CMAP-ROG(WS-CMAP-SUB) TO WS-LINE-ROG
                       PERFORM 2050-FIND-REGION
                       IF WS-RGN-FOUND
                           ADD 1 TO WS-COPY-CNT
                           ADD 1 TO WS-SECT-COPY-CNT(WS-SECT-SUB)
                           ADD 1 TO RGN-LINE-CNT(WS-RGN-SUB)
                           MOVE WS-LINE-ROG TO SRT-ROG
                           PERFORM 2060-RELEASE-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-COPY-CNT > 0
               ADD 1 TO WS-SECT-CORP-CNT(WS-SECT-SUB)
           ELSE
               PERFORM 2040-RELEASE-UNASSIGNED
           END-IF.

       2040-RELEASE-UNASSIGNED.

           ADD 1 TO WS-SECT-UNAS-CNT(WS-SECT-SUB).
           ADD 1 TO WS-UNAS-LINE-CNT.
           MOVE HIGH-VALUES TO SRT-ROG.
           PERFORM 2060-RELEASE-LINE.

       2050-FIND-REGION.

           MOVE 'N' TO WS-RGN-FOUND-SW.
           MOVE 0   TO WS-RGN-SUB.
           PERFORM VARYING RGN-IDX FROM 1 BY 1
                   UNTIL RGN-IDX > WS-RGN-COUNT
                      OR WS-RGN-FOUND
               IF RGN-ROG(RGN-IDX) = WS-LINE-ROG
                   SET WS-RGN-FOUND TO TRUE
                   SET WS-RGN-SUB TO RGN-IDX
               END-IF
           END-PERFORM.

       2060-RELEASE-LINE.

           MOVE WS-SECT-SUB  TO SRT-SECT.
           MOVE WS-RPTIN-CNT TO SRT-SEQ.
           MOVE RPTIN-REC    TO SRT-LINE.
           RELEASE SORT-REC.

      ******************************************************************
      * SORT OUTPUT: ONE REPORT PER REGION KEY. A REGION THE SORT DOES *
      * NOT RETURN (NO LINES TONIGHT) GETS ITS CONTROL PAGE WHEN THE   *
      * SORT PASSES ITS PLACE IN ROG ORDER.                            *
      ******************************************************************
       3000-WRITE-REGION-REPORTS.

           OPEN OUTPUT BURST.

           IF WS-SIM-REPORT
               MOVE '(SIMULATION)' TO HDG-SIM
           ELSE
               MOVE SPACES TO HDG-SIM
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE 1 TO WS-RGN-NEXT.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORTWK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3010-BURST-LINE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-RPT
               PERFORM 3040-CLOSE-REPORT
           END-IF.

           MOVE HIGH-VALUES TO WS-CUR-ROG.
           PERFORM 3005-FLUSH-EMPTY-REGIONS.

           CLOSE BURST.

      *    CONTROL PAGES FOR THE LINE-LESS REGIONS THAT SORT AHEAD OF
      *    WS-CUR-ROG.
       3005-FLUSH-EMPTY-REGIONS.

           PERFORM UNTIL WS-RGN-NEXT > WS-RGN-COUNT
                      OR RGN-ROG(WS-RGN-NEXT) NOT < WS-CUR-ROG
               IF RGN-LINE-CNT(WS-RGN-NEXT) = 0
                   PERFORM 3030-EMPTY-REGION-REPORT
               END-IF
               ADD 1 TO WS-RGN-NEXT
           END-PERFORM.

       3010-BURST-LINE.

           IF WS-FIRST-RPT OR SRT-ROG NOT = WS-CUR-ROG
               IF NOT WS-FIRST-RPT
                   PERFORM 3040-CLOSE-REPORT
               END-IF
               MOVE 'N' TO WS-FIRST-RPT-SW
               MOVE SRT-ROG TO WS-CUR-ROG
               PERFORM 3005-FLUSH-EMPTY-REGIONS
               PERFORM 3020-OPEN-REPORT
           END-IF.

           IF SRT-SECT NOT = WS-CUR-SECT
               IF WS-CUR-SECT > 0
                   PERFORM 3060-SECTION-SUBTOTAL
               END-IF
               MOVE SRT-SECT TO WS-CUR-SECT
               MOVE 0 TO WS-CUR-SECT-LINES
               PERFORM 3050-SECTION-HEAD
           END-IF.

           MOVE SRT-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.

           ADD 1 TO WS-CUR-SECT-LINES.
           ADD 1 TO WS-CUR-RPT-LINES.
           ADD 1 TO WS-CUR-SECT-CNT(WS-CUR-SECT).
           ADD 1 TO WS-SECT-OUT-CNT(WS-CUR-SECT).

       3020-OPEN-REPORT.

           PERFORM 3025-RESET-REPORT.

           IF WS-CUR-ROG = HIGH-VALUES
               SET WS-CUR-UNASSIGNED TO TRUE
               MOVE '****'       TO WS-CUR-KEY
               MOVE 'UNASSIGNED' TO HDG-REGION
               MOVE SPACES       TO HDG-COUNTRY
           ELSE
               MOVE WS-CUR-ROG   TO WS-LINE-ROG
               PERFORM 2050-FIND-REGION
               MOVE WS-RGN-SUB   TO WS-CUR-RGN-SUB
               MOVE WS-CUR-ROG   TO WS-CUR-KEY
               MOVE WS-CUR-ROG   TO HDG-REGION
               MOVE RGN-COUNTRY-CD(WS-CUR-RGN-SUB) TO HDG-COUNTRY
           END-IF.

           PERFORM 3910-NEW-PAGE.

       3025-RESET-REPORT.

           MOVE 'N' TO WS-CUR-UNASSIGNED-SW.
           MOVE 0   TO WS-CUR-SECT.
           MOVE 0   TO WS-CUR-RPT-LINES.
           MOVE 0   TO WS-CUR-PAGE.
           MOVE SPACES TO WS-CONT-TITLE.
           INITIALIZE WS-CUR-SECT-TABLE.
           ADD 1 TO WS-REPORT-CNT.

       3030-EMPTY-REGION-REPORT.

           PERFORM 3025-RESET-REPORT.
           ADD 1 TO WS-EMPTY-RPT-CNT.

           MOVE WS-RGN-NEXT                 TO WS-CUR-RGN-SUB.
           MOVE RGN-ROG(WS-RGN-NEXT)        TO WS-CUR-KEY.
           MOVE RGN-ROG(WS-RGN-NEXT)        TO HDG-REGION.
           MOVE RGN-COUNTRY-CD(WS-RGN-NEXT) TO HDG-COUNTRY.

           PERFORM 3070-CONTROL-PAGE.
           PERFORM 3045-SAVE-PAGE-COUNT.

       3040-CLOSE-REPORT.

           IF WS-CUR-SECT > 0
               PERFORM 3060-SECTION-SUBTOTAL
           END-IF.

           PERFORM 3070-CONTROL-PAGE.
           PERFORM 3045-SAVE-PAGE-COUNT.

       3045-SAVE-PAGE-COUNT.

           ADD WS-CUR-PAGE TO WS-BURST-PAGE-CNT.

           IF WS-CUR-UNASSIGNED
               MOVE WS-CUR-PAGE TO WS-UNAS-PAGE-CNT
           ELSE
               MOVE WS-CUR-PAGE TO RGN-PAGE-CNT(WS-CUR-RGN-SUB)
           END-IF.

      *    A SECTION HEAD IS NOT LEFT AT THE FOOT OF A PAGE WITHOUT AT
      *    LEAST ONE OF ITS LINES UNDER IT.
       3050-SECTION-HEAD.

           IF WS-LINE-CNT + 3 > WS-PAGE-LEN
               MOVE SPACES TO WS-CONT-TITLE
               PERFORM 3910-NEW-PAGE
           END-IF.

           MOVE SPACES TO WS-CONT-TITLE.
           STRING SCT-TITLE(WS-CUR-SECT) DELIMITED BY '  '
                  ' (' SCT-TAG(WS-CUR-SECT)(1:7) ')'
                  DELIMITED BY SIZE INTO WS-CONT-TITLE
           END-STRING.

           MOVE WS-BLANK-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.
           MOVE WS-CONT-TITLE TO STL-TITLE.
           MOVE WS-SECT-TITLE-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.

       3060-SECTION-SUBTOTAL.

           MOVE SCT-TAG(WS-CUR-SECT)(1:7) TO SUB-TAG.
           MOVE WS-CUR-SECT-LINES          TO SUB-CNT.
           MOVE WS-SUBTOTAL-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.

      ******************************************************************
      * THE REGION'S CONTROL PAGE: LINES PRINTED PER SECTION, THE      *
      * REPORT'S TOTAL, WHO IT GOES TO, AND ITS PAGE COUNT - WHICH     *
      * COUNTS THIS PAGE AND IS THE LAST LINE WRITTEN.                 *
      ******************************************************************
       3070-CONTROL-PAGE.

           MOVE SPACES TO WS-CONT-TITLE.
           PERFORM 3910-NEW-PAGE.

           MOVE 'REGION CONTROL PAGE' TO WS-CONT-TITLE.
           MOVE WS-CONT-TITLE TO STL-TITLE.
           MOVE WS-SECT-TITLE-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.
           MOVE WS-BLANK-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.

           IF WS-CUR-RPT-LINES = 0
               MOVE WS-EMPTY-RGN-LINE TO WS-PUT-LINE
               PERFORM 3900-PUT-LINE
               MOVE WS-BLANK-LINE TO WS-PUT-LINE
               PERFORM 3900-PUT-LINE
           END-IF.

           PERFORM VARYING WS-TAG-SUB FROM 1 BY 1
                   UNTIL WS-TAG-SUB > 14
               MOVE SCT-TAG(WS-TAG-SUB)(1:7)    TO CTL-TAG
               MOVE SCT-TITLE(WS-TAG-SUB)       TO CTL-TITLE
               MOVE WS-CUR-SECT-CNT(WS-TAG-SUB) TO CTL-CNT
               MOVE WS-CONTROL-LINE TO WS-PUT-LINE
               PERFORM 3900-PUT-LINE
           END-PERFORM.

           MOVE SPACES                 TO CTL-TAG.
           MOVE 'TOTAL DETAIL LINES'   TO CTL-TITLE.
           MOVE WS-CUR-RPT-LINES       TO CTL-CNT.
           MOVE WS-CONTROL-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.

           MOVE WS-BLANK-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.
           MOVE SPACES                 TO CTL-TAG.
           MOVE 'DISTRIBUTION'         TO CTL-TITLE.
           MOVE 0                      TO CTL-CNT.
           MOVE WS-CONTROL-LINE TO WS-PUT-LINE.
           MOVE SPACES TO WS-PUT-LINE(58:75).
           PERFORM 3900-PUT-LINE.

           IF WS-CUR-UNASSIGNED
               MOVE WS-UNAS-DIST-LINE TO WS-PUT-LINE
               PERFORM 3900-PUT-LINE
           ELSE
               PERFORM 3080-DISTRIBUTION-LIST
           END-IF.

           MOVE WS-BLANK-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.
           IF WS-LINE-CNT NOT < WS-PAGE-LEN
               PERFORM 3910-NEW-PAGE
           END-IF.
           MOVE SPACES                 TO CTL-TAG.
           MOVE 'REPORT PAGES'         TO CTL-TITLE.
           MOVE WS-CUR-PAGE            TO CTL-CNT.
           MOVE WS-CONTROL-LINE TO WS-PUT-LINE.
           PERFORM 3900-PUT-LINE.

      ******************************************************************
      * THE REPORT GOES TO EVERY USERID HOLDING THE ROG AS A WRG       *
      * REGION GROUP, TEN TO A LINE.                                   *
      ******************************************************************
       3080-DISTRIBUTION-LIST.

           MOVE RGN-ROG(WS-CUR-RGN-SUB) TO HV-ROG.
           MOVE 0   TO WS-DIST-CNT.
           MOVE 0   TO WS-DIST-SUB.
           MOVE 'N' TO WS-DIST-EOF-SW.
           MOVE SPACES TO WS-DIST-LINE.

           EXEC SQL
               DECLARE BURSTDST_C CURSOR FOR
               SELECT   DISTINCT USERID
               FROM     WRG
               WHERE    ROG = :HV-ROG
               ORDER BY USERID
               QUERYNO 113
           END-EXEC.

           EXEC SQL
               OPEN BURSTDST_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'BURSTDST_C OPEN FAILED SQLCODE=' SQLCODE
                       ' ROG=' HV-ROG
               SET WS-RUN-FAILED TO TRUE
               MOVE WS-DIST-FAIL-LINE TO WS-PUT-LINE
               PERFORM 3900-PUT-LINE
           ELSE
               PERFORM UNTIL WS-DIST-EOF
                   EXEC SQL
                       FETCH BURSTDST_C
                       INTO :HV-USERID
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 3085-ADD-DIST-USERID
                       WHEN SQLCODE = 100
                           SET WS-DIST-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'BURSTDST_C FETCH FAILED SQLCODE='
                                   SQLCODE ' ROG=' HV-ROG
                           SET WS-RUN-FAILED TO TRUE
                           SET WS-DIST-EOF TO TRUE
                           MOVE WS-DIST-FAIL-LINE TO WS-PUT-LINE
                           PERFORM 3900-PUT-LINE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE BURSTDST_C
               END-EXEC
               IF WS-DIST-SUB > 0
                   MOVE WS-DIST-LINE TO WS-PUT-LINE
                   PERFORM 3900-PUT-LINE
               END-IF
               IF WS-DIST-CNT = 0 AND NOT WS-RUN-FAILED
                   MOVE WS-NO-DIST-LINE TO WS-PUT-LINE
                   PERFORM 3900-PUT-LINE
               END-IF
           END-IF.

       3085-ADD-DIST-USERID.

           ADD 1 TO WS-DIST-CNT.
           ADD 1 TO WS-DIST-SUB.
           MOVE HV-USERID TO DST-USERID(WS-DIST-SUB).

           IF WS-DIST-SUB = 10
               MOVE WS-DIST-LINE TO WS-PUT-LINE
               PERFORM 3900-PUT-LINE
               MOVE SPACES TO WS-DIST-LINE
               MOVE 0 TO WS-DIST-SUB
           END-IF.

      ******************************************************************
      * ONE BODY LINE TO THE CURRENT REGION'S REPORT, STARTING A NEW   *
      * PAGE (AND REPEATING THE RUNNING TITLE) WHEN THE PAGE IS FULL.  *
      ******************************************************************
       3900-PUT-LINE.

           IF WS-LINE-CNT NOT < WS-PAGE-LEN
               PERFORM 3910-NEW-PAGE
               IF WS-CONT-TITLE NOT = SPACES
                   MOVE SPACES TO STL-TITLE
                   STRING WS-CONT-TITLE DELIMITED BY '  '
                          ' (CONTINUED)' DELIMITED BY SIZE
                          INTO STL-TITLE
                   END-STRING
                   MOVE WS-CUR-KEY TO BST-ROG
                   MOVE WS-SECT-TITLE-LINE TO BST-LINE
                   WRITE BURST-REC AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-CNT
               END-IF
           END-IF.

           MOVE WS-CUR-KEY  TO BST-ROG.
           MOVE WS-PUT-LINE TO BST-LINE.
           WRITE BURST-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.

       3910-NEW-PAGE.

           ADD 1 TO WS-CUR-PAGE.
           MOVE WS-CUR-PAGE TO HDG-PAGE.

           MOVE WS-CUR-KEY  TO BST-ROG.
           MOVE WS-HDG-LINE TO BST-LINE.
           WRITE BURST-REC AFTER ADVANCING PAGE.
           MOVE WS-DASH-LINE TO BST-LINE.
           WRITE BURST-REC AFTER ADVANCING 1 LINE.

           MOVE 2 TO WS-LINE-CNT.

      ******************************************************************
      * CORPORATE RECONCILIATION. PER SECTION, EVERY RPTIN LINE MUST   *
      * BE ACCOUNTED FOR ONCE (IN = REGION + CORP-LEVEL + UNASSIGNED)  *
      * AND EVERY COPY ROUTED MUST HAVE BEEN PRINTED (WRITTEN = REGION *
      * + CORP COPIES + UNASSIGNED). THEN ONE LINE PER REGION REPORT.  *
      ******************************************************************
       4000-RECONCILE.

           MOVE 'BURST RECONCILIATION BY SECTION' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           IF WS-SIM-REPORT
               WRITE OUT-REC FROM WS-RPT-SIM-LINE
           END-IF.

           WRITE OUT-REC FROM WS-RPT-RECON-HEAD1.
           WRITE OUT-REC FROM WS-RPT-RECON-HEAD2.

           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > 14
               PERFORM 4010-RECONCILE-SECTION
           END-PERFORM.

           MOVE 'TOTAL'             TO RCN-TAG.
           MOVE WS-TOT-IN-CNT       TO RCN-IN.
           MOVE WS-TOT-ROG-CNT      TO RCN-ROG.
           MOVE WS-TOT-CORP-CNT     TO RCN-CORP.
           MOVE WS-TOT-COPY-CNT     TO RCN-COPY.
           MOVE WS-TOT-UNAS-CNT     TO RCN-UNAS.
           MOVE WS-TOT-OUT-CNT      TO RCN-OUT.
           IF WS-TOT-IN-CNT = WS-DETAIL-CNT
             AND WS-DETAIL-CNT + WS-HEADING-CNT = WS-RPTIN-CNT
             AND NOT WS-OUT-OF-BALANCE
               MOVE 'BALANCED'       TO RCN-STATUS
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE 'OUT OF BALANCE' TO RCN-STATUS
           END-IF.
           WRITE OUT-REC FROM WS-RPT-RECON-LINE.

           MOVE 'REGION REPORTS' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.
           WRITE OUT-REC FROM WS-RPT-REGION-HEAD.

           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-COUNT
               MOVE RGN-ROG(WS-RGN-SUB)        TO RGL-REGION
               MOVE RGN-COUNTRY-CD(WS-RGN-SUB) TO RGL-COUNTRY
               MOVE RGN-LINE-CNT(WS-RGN-SUB)   TO RGL-LINES
               MOVE RGN-PAGE-CNT(WS-RGN-SUB)   TO RGL-PAGES
               WRITE OUT-REC FROM WS-RPT-REGION-LINE
           END-PERFORM.

           IF WS-UNAS-LINE-CNT > 0
               MOVE 'UNASSIGNED'     TO RGL-REGION
               MOVE SPACES           TO RGL-COUNTRY
               MOVE WS-UNAS-LINE-CNT TO RGL-LINES
               MOVE WS-UNAS-PAGE-CNT TO RGL-PAGES
               WRITE OUT-REC FROM WS-RPT-REGION-LINE
           END-IF.

       4010-RECONCILE-SECTION.

           MOVE SCT-TAG(WS-SECT-SUB)(1:7)      TO RCN-TAG.
           MOVE WS-SECT-IN-CNT(WS-SECT-SUB)    TO RCN-IN.
           MOVE WS-SECT-ROG-CNT(WS-SECT-SUB)   TO RCN-ROG.
           MOVE WS-SECT-CORP-CNT(WS-SECT-SUB)  TO RCN-CORP.
           MOVE WS-SECT-COPY-CNT(WS-SECT-SUB)  TO RCN-COPY.
           MOVE WS-SECT-UNAS-CNT(WS-SECT-SUB)  TO RCN-UNAS.
           MOVE WS-SECT-OUT-CNT(WS-SECT-SUB)   TO RCN-OUT.

           IF WS-SECT-IN-CNT(WS-SECT-SUB)
                = WS-SECT-ROG-CNT(WS-SECT-SUB)
                + WS-SECT-CORP-CNT(WS-SECT-SUB)
                + WS-SECT-UNAS-CNT(WS-SECT-SUB)
             AND WS-SECT-OUT-CNT(WS-SECT-SUB)
                = WS-SECT-ROG-CNT(WS-SECT-SUB)
                + WS-SECT-COPY-CNT(WS-SECT-SUB)
                + WS-SECT-UNAS-CNT(WS-SECT-SUB)
               MOVE 'BALANCED'       TO RCN-STATUS
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE 'OUT OF BALANCE' TO RCN-STATUS
           END-IF.

           WRITE OUT-REC FROM WS-RPT-RECON-LINE.

           ADD WS-SECT-IN-CNT(WS-SECT-SUB)   TO WS-TOT-IN-CNT.
           ADD WS-SECT-ROG-CNT(WS-SECT-SUB)  TO WS-TOT-ROG-CNT.
           ADD WS-SECT-CORP-CNT(WS-SECT-SUB) TO WS-TOT-CORP-CNT.
           ADD WS-SECT-COPY-CNT(WS-SECT-SUB) TO WS-TOT-COPY-CNT.
           ADD WS-SECT-UNAS-CNT(WS-SECT-SUB) TO WS-TOT-UNAS-CNT.
           ADD WS-SECT-OUT-CNT(WS-SECT-SUB)  TO WS-TOT-OUT-CNT.

      ******************************************************************
      * RUN SUMMARY                                                    *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

           IF WS-RUN-FAILED
               WRITE OUT-REC FROM WS-RPT-FAILED-LINE
               WRITE OUT-REC FROM WS-RPT-BLANK-LINE
           ELSE
               IF WS-OUT-OF-BALANCE
                   WRITE OUT-REC FROM WS-RPT-OUT-OF-BAL-LINE
                   WRITE OUT-REC FROM WS-RPT-BLANK-LINE
               END-IF
           END-IF.

           MOVE 'RPTBURST RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'RPTIN LINES READ:'    TO RPT-SUM-LABEL.
           MOVE WS-RPTIN-CNT           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'HEADING/SUMMARY LINES:' TO RPT-SUM-LABEL.
           MOVE WS-HEADING-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'DETAIL LINES:'        TO RPT-SUM-LABEL.
           MOVE WS-DETAIL-CNT          TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'UNASSIGNED LINES:'    TO RPT-SUM-LABEL.
           MOVE WS-UNAS-LINE-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'BURST LINES WRITTEN:' TO RPT-SUM-LABEL.
           MOVE WS-TOT-OUT-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'REGIONS ON CORO:'     TO RPT-SUM-LABEL.
           MOVE WS-RGN-COUNT           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'REPORTS WRITTEN:'     TO RPT-SUM-LABEL.
           MOVE WS-REPORT-CNT          TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'REGIONS WITH NO LINES:' TO RPT-SUM-LABEL.
           MOVE WS-EMPTY-RPT-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'REPORT PAGES WRITTEN:' TO RPT-SUM-LABEL.
           MOVE WS-BURST-PAGE-CNT      TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'INFILE DETAIL RECORDS:' TO RPT-SUM-LABEL.
           MOVE WS-INFILE-DTL-CNT      TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'CORP/ROG PAIRS:'      TO RPT-SUM-LABEL.
           MOVE WS-CMAP-COUNT          TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
