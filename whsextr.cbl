       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSEXTR.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * DAILY CHANGE-DATA EXTRACT FOR THE DATA WAREHOUSE. RUN AFTER    *
      * CTLBAL, THIS PROGRAM UNLOADS THE RUN DATE'S PURGE/SYNC         *
      * ACTIVITY TO ONE '|'-DELIMITED FILE PER SOURCE, SO THE BI LOADS *
      * NO LONGER SCRAPE THE PRINTED REPORTS:                          *
      *   CPNPURG  COUPON_HIST ROWS PURGED (DELETE_TS ON THE DATE)     *
      *   CPNREST  COUPON_HIST ROWS COUPONBK RESTORED (RESTORE_TS)     *
      *   SCINS    SC ROWS INSERTED (INS_TS)                           *
      *   SCORPH   SC_ORPHAN_HIST REMOVALS (DELETE_TS)                 *
      *   PENDARC  PENDING_HIST ARCHIVES FROM PENDHSKP (ARCHIVE_TS)    *
      *   EXCPACT  EXCP_TRK ROWS OPENED (FIRST_SEEN_DT) OR RESOLVED    *
      *            (RESOLVED_DT) ON THE DATE                           *
      *   REJACT   REJECT_TRK REJECTS (REJECT_DT) AND RESUBMISSIONS    *
      *            (RESUB_DT) ON THE DATE                              *
      *   POSDISP  POS_FEED_LOG DISPOSITIONS (DISP_DT)                 *
      * EVERY FILE IS A HEADER, THE DETAIL ROWS, AND A TRAILER WITH    *
      * THE ROW COUNT. THE COUPON PURGE, SC INSERT AND SC ORPHAN       *
      * TRAILERS ALSO CARRY THE JOB_RUN_LOG TOTAL FOR THE DATE - THE   *
      * SAME SUM CTLBAL PROVES - AND SAY WHETHER THE FILE BALANCES TO  *
      * IT; ANY FILE OUT OF BALANCE ENDS THE STEP WITH RETURN CODE 8   *
      * SO THE WAREHOUSE LOAD IS HELD. NOTHING IS UPDATED HERE: EVERY  *
      * FILE IS A FULL IMAGE OF THE DATE REBUILT FROM THE TABLES, SO   *
      * A RERUN FOR THE SAME DATE (RUNDATE= CARD) REPLACES THE FILES   *
      * RATHER THAN ADDING TO THEM, AND THE WAREHOUSE REPLACES THE     *
      * DATE'S ROWS WITH THE LATEST EXTRACT TIMESTAMP IT RECEIVES. A   *
      * FAILED RUN WRITES NO TRAILERS AND IS NOT TO BE LOADED.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.       IBM-370.
       OBJECT-COMPUTER.       IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CPNPURG ASSIGN TO CPNPURG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CPNREST ASSIGN TO CPNREST
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCINS ASSIGN TO SCINS
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCORPH ASSIGN TO SCORPH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDARC ASSIGN TO PENDARC
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCPACT ASSIGN TO EXCPACT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJACT ASSIGN TO REJACT
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSDISP ASSIGN TO POSDISP
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT ASSIGN TO OUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RUN PARAMETER CARDS, ONE KEYWORD PER CARD:                     *
      *     RUNDATE=YYYYMMDD  THE DATE TO EXTRACT (DEFAULT TODAY)      *
      ******************************************************************
       FD  PARMFILE
           RECORDING MODE IS F.
       01  PARM-REC                    PIC X(80).

      ******************************************************************
      * EXTRACT FILES. EVERY RECORD IS '|'-DELIMITED, FIELDS AT THEIR  *
      * COLUMN WIDTH (BLANK-PADDED, BLANK WHEN NULL), RECORD TYPE      *
      * FIRST:                                                         *
      *   H|FILE ID|RUN DATE|EXTRACT TIMESTAMP                         *
      *   D|<ROW FIELDS, SEE THE 2NNN PARAGRAPHS>                      *
      *   T|FILE ID|RUN DATE|ROW COUNT|LOGGED COUNT|STATUS             *
      * STATUS IS BALANCED, OUT OF BALANCE, OR NOT LOGGED (NO          *
      * JOB_RUN_LOG COUNTER FOR THE SOURCE - LOGGED COUNT IS BLANK).   *
      ******************************************************************
       FD  CPNPURG
           RECORDING MODE IS F.
       01  CPNPURG-REC                 PIC X(200).

       FD  CPNREST
           RECORDING MODE IS F.
       01  CPNREST-REC                 PIC X(200).

       FD  SCINS
           RECORDING MODE IS F.
       01  SCINS-REC                   PIC X(200).

       FD  SCORPH
           RECORDING MODE IS F.
       01  SCORPH-REC                  PIC X(200).

       FD  PENDARC
           RECORDING MODE IS F.
       01  PENDARC-REC                 PIC X(200).

       FD  EXCPACT
           RECORDING MODE IS F.
       01  EXCPACT-REC                 PIC X(200).

       FD  REJACT
           RECORDING MODE IS F.
       01  REJACT-REC                  PIC X(200).

       FD  POSDISP
           RECORDING MODE IS F.
       01  POSDISP-REC                 PIC X(200).

       FD  OUT
           RECORDING MODE IS F.
       01  OUT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * DB2 STANDARD SQLCA                                             *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      * HOST VARIABLES - THE RUN DATE IN BOTH FORMS, THE LOGGED        *
      * TOTALS, AND ONE FETCHED ROW OF WHICHEVER SOURCE IS EXTRACTING  *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-RUN-DATE             PIC 9(8)  COMP.
           05  HV-RUN-DT-ISO           PIC X(10).
           05  HV-EXTRACT-TS           PIC X(26).
           05  HV-LOG-ROW-CNT          PIC S9(9) COMP.
           05  HV-LOG-COUPON-DEL       PIC S9(9) COMP.
           05  HV-LOG-SC-INS           PIC S9(9) COMP.
           05  HV-LOG-SC-ORPHAN        PIC S9(9) COMP.
           05  HV-ROG                  PIC X(4).
           05  HV-CORP                 PIC X(3).
           05  HV-UPC-MANUF            PIC X(5).
           05  HV-UPC-SALES            PIC X(5).
           05  HV-UPC-COUNTRY          PIC X(3).
           05  HV-UPC-SYSTEM           PIC X(1).
           05  HV-POS-PROCESSED-IND    PIC X(1).
           05  HV-PACS-ADPL-SEQ-NUM    PIC S9(9) COMP.
           05  HV-CORP-ITEM-CD         PIC X(14).
           05  HV-UNIT-TYPE            PIC X(2).
           05  HV-AD-SELECT            PIC X(4).
           05  HV-AD-STATUS-CD         PIC X(1).
           05  HV-AD-EFF-DT            PIC X(10).
           05  HV-AD-END-DT            PIC X(10).
           05  HV-DELETE-TS            PIC X(26).
           05  HV-RESTORE-TS           PIC X(26).
           05  HV-INS-TS               PIC X(26).
           05  HV-ARCHIVE-TS           PIC X(26).
           05  HV-USERID               PIC X(8).
           05  HV-BATCH-SRC            PIC X(3).
           05  HV-SRC-ROG              PIC X(4).
           05  HV-EXCP-TYPE            PIC X(8).
           05  HV-FIRST-SEEN-DT        PIC X(10).
           05  HV-LAST-SEEN-DT         PIC X(10).
           05  HV-RESOLVED-IND         PIC X(1).
           05  HV-RESOLVED-DT          PIC X(10).
           05  HV-REASON-CD            PIC X(8).
           05  HV-REJECT-DT            PIC X(10).
           05  HV-RESUB-IND            PIC X(1).
           05  HV-RESUB-DT             PIC X(10).
           05  HV-FD-STMP              PIC X(1).
           05  HV-SENT-DT              PIC X(10).
           05  HV-DISP-CD              PIC X(1).
           05  HV-DISP-REASON-CD       PIC X(8).
           05  HV-DISP-DT              PIC X(10).

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PARM-DATE-X          PIC X(8).
           05  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
                                       PIC 9(8).

      ******************************************************************
      * THE RUN DATE RESHAPED INTO THE 'YYYY-MM-DD' STRING THE         *
      * DATE(...) PREDICATES COMPARE AGAINST.                          *
      ******************************************************************
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-X.
               10  WS-RUN-YYYY         PIC X(4).
               10  WS-RUN-MM           PIC X(2).
               10  WS-RUN-DD           PIC X(2).
           05  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE-X
                                       PIC 9(8).

      ******************************************************************
      * THE EXTRACT FILES, IN THE ORDER THEY ARE WRITTEN. LOG FLAG 'Y' *
      * MARKS THE FILES WHOSE TRAILER BALANCES TO A JOB_RUN_LOG TOTAL. *
      ******************************************************************
       01  WS-XTR-FILE-VALUES.
           05  FILLER                  PIC X(39)
               VALUE 'CPNPURG YCOUPON_HIST PURGES            '.
           05  FILLER                  PIC X(39)
               VALUE 'CPNREST NCOUPON_HIST RESTORES          '.
           05  FILLER                  PIC X(39)
               VALUE 'SCINS   YSC INSERTS                    '.
           05  FILLER                  PIC X(39)
               VALUE 'SCORPH  YSC_ORPHAN_HIST REMOVALS       '.
           05  FILLER                  PIC X(39)
               VALUE 'PENDARC NPENDING_HIST ARCHIVES         '.
           05  FILLER                  PIC X(39)
               VALUE 'EXCPACT NEXCP_TRK OPENED/RESOLVED      '.
           05  FILLER                  PIC X(39)
               VALUE 'REJACT  NREJECT_TRK REJECTS/RESUBMITS  '.
           05  FILLER                  PIC X(39)
               VALUE 'POSDISP NPOS_FEED_LOG DISPOSITIONS     '.
       01  WS-XTR-FILE-TABLE REDEFINES WS-XTR-FILE-VALUES.
           05  WS-XTR-FILE OCCURS 8 TIMES.
               10  XTF-FILE-ID         PIC X(8).
               10  XTF-LOG-SW          PIC X(1).
                   88  XTF-LOGGED                VALUE 'Y'.
               10  XTF-DESC            PIC X(30).

       01  WS-XTR-COUNTS.
           05  WS-XTR-CNT OCCURS 8 TIMES.
               10  XTC-ROW-CNT         PIC S9(9) COMP.
               10  XTC-LOG-CNT         PIC S9(9) COMP.

      ******************************************************************
      * RECORD BUILD AREA - EVERY EXTRACT RECORD IS STRUNG HERE AND    *
      * WRITTEN TO THE FILE WS-XTR-SUB POINTS AT.                      *
      ******************************************************************
       01  WS-XTR-BUILD-FIELDS.
           05  WS-XTR-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-XTR-REC              PIC X(200).
           05  WS-XTR-SEQ-NUM          PIC 9(9).
           05  WS-XTR-ROW-CNT          PIC 9(9).
           05  WS-XTR-LOG-CNT          PIC X(9).
           05  WS-XTR-LOG-CNT-9 REDEFINES WS-XTR-LOG-CNT
                                       PIC 9(9).
           05  WS-XTR-STATUS           PIC X(14).
           05  WS-XTR-EVENT            PIC X(1).

      ******************************************************************
      * RUN TOTALS AND SWITCHES                                        *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-XTR-EOF-SW           PIC X     VALUE 'N'.
               88  WS-XTR-EOF                    VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-TOT-ROW-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-BALANCED-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-BREAK-CNT            PIC S9(9) COMP VALUE 0.

      ******************************************************************
      * REPORT LINE LAYOUTS (WRITTEN TO OUT)                           *
      ******************************************************************
       01  WS-RPT-TITLE-LINE           PIC X(132).
       01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  WS-RPT-DASH-LINE            PIC X(132)
               VALUE ALL '-'.
       01  WS-RPT-PARM-LINE.
           05  FILLER                  PIC X(10) VALUE 'PARM    - '.
           05  RPT-PARM-TEXT           PIC X(40).
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  WS-RPT-HEAD-LINE.
           05  FILLER                  PIC X(38)
               VALUE 'WAREHOUSE EXTRACT FOR RUN DATE =      '.
           05  RPT-HEAD-DATE           PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'EXTRACTED = '.
           05  RPT-HEAD-TS             PIC X(26).
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-RPT-FILE-LINE.
           05  RPT-FIL-FILE-ID         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FIL-DESC            PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'ROWS = '.
           05  RPT-FIL-ROWS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FIL-LOGGED-LBL      PIC X(9).
           05  RPT-FIL-LOGGED          PIC ZZZ,ZZZ,ZZ9.
           05  RPT-FIL-LOGGED-X REDEFINES RPT-FIL-LOGGED
                                       PIC X(11).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FIL-STATUS          PIC X(14).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-RPT-FAILED-LINE          PIC X(132) VALUE
               'RUN FAILED - NO TRAILERS WRITTEN - DO NOT LOAD - RERUN'.
       01  WS-RPT-NO-LOG-LINE          PIC X(132) VALUE
               'NO JOB_RUN_LOG ROWS FOR THE RUN DATE'.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. RESOLVES THE RUN DATE, PICKS UP THE LOGGED    *
      * TOTALS, EXTRACTS EACH SOURCE IN TURN, AND WRITES THE TRAILERS  *
      * ONLY WHEN EVERY SOURCE EXTRACTED CLEANLY.                      *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT OUT.

           MOVE 'WAREHOUSE CHANGE-DATA EXTRACT' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           ACCEPT WS-RUN-DATE-9 FROM DATE YYYYMMDD.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           MOVE WS-RUN-DATE-9 TO HV-RUN-DATE.
           MOVE WS-RUN-DATE-9 TO RPT-HEAD-DATE.
           MOVE SPACES TO HV-RUN-DT-ISO.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO HV-RUN-DT-ISO
           END-STRING.

           INITIALIZE WS-XTR-COUNTS.

           OPEN OUTPUT CPNPURG
                       CPNREST
                       SCINS
                       SCORPH
                       PENDARC
                       EXCPACT
                       REJACT
                       POSDISP.

           PERFORM 1000-GET-LOGGED-TOTALS.

           WRITE OUT-REC FROM WS-RPT-HEAD-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           IF NOT WS-RUN-FAILED
               PERFORM 1100-WRITE-HEADERS
               PERFORM 2100-EXTRACT-COUPON-PURGES
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2200-EXTRACT-COUPON-RESTORES
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2300-EXTRACT-SC-INSERTS
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2400-EXTRACT-SC-ORPHANS
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2500-EXTRACT-PENDING-ARCHIVES
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2600-EXTRACT-EXCP-ACTIVITY
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2700-EXTRACT-REJECT-ACTIVITY
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 2800-EXTRACT-POS-DISPOSITIONS
           END-IF.

           IF HV-LOG-ROW-CNT = 0 AND NOT WS-RUN-FAILED
               WRITE OUT-REC FROM WS-RPT-NO-LOG-LINE
           END-IF.

           PERFORM 3000-WRITE-TRAILER
               VARYING WS-XTR-SUB FROM 1 BY 1
                 UNTIL WS-XTR-SUB > 8.

           CLOSE CPNPURG
                 CPNREST
                 SCINS
                 SCORPH
                 PENDARC
                 EXCPACT
                 REJACT
                 POSDISP.

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
               IF PARM-REC(1:8) = 'RUNDATE='
                   MOVE PARM-REC(9:8) TO WS-PARM-DATE-X
                   IF WS-PARM-DATE-X NOT NUMERIC
                       DISPLAY 'WHSEXTR - RUNDATE PARAMETER IS NOT '
                               'NUMERIC - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-DATE-9 TO WS-RUN-DATE-9
               ELSE
                   DISPLAY 'WHSEXTR - UNRECOGNIZED PARAMETER CARD '
                           PARM-REC(1:20) ' - ABORTING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * THE LOGGED TOTALS ARE SUMMED ACROSS EVERY JOB_RUN_LOG ROW FOR  *
      * THE DATE, EXACTLY AS CTLBAL SUMS THEM, SO A FILE THAT BALANCES *
      * HERE BALANCES TO THE FIGURE CTLBAL PROVED. THE EXTRACT         *
      * TIMESTAMP COMES OFF THE DATABASE CLOCK.                        *
      ******************************************************************
       1000-GET-LOGGED-TOTALS.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(COUPON_DEL_CNT),0),
                      COALESCE(SUM(SC_INS_CNT),0),
                      COALESCE(SUM(SC_ORPHAN_CNT),0)
               INTO   :HV-LOG-ROW-CNT, :HV-LOG-COUPON-DEL,
                      :HV-LOG-SC-INS, :HV-LOG-SC-ORPHAN
               FROM   JOB_RUN_LOG
               WHERE  RUN_DATE = :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'JOB_RUN_LOG SUM FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE HV-LOG-COUPON-DEL TO XTC-LOG-CNT(1)
               MOVE HV-LOG-SC-INS     TO XTC-LOG-CNT(3)
               MOVE HV-LOG-SC-ORPHAN  TO XTC-LOG-CNT(4)
               EXEC SQL
                   SELECT CURRENT TIMESTAMP
                     INTO :HV-EXTRACT-TS
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'EXTRACT TIMESTAMP SELECT FAILED SQLCODE='
                           SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   MOVE HV-EXTRACT-TS TO RPT-HEAD-TS
               END-IF
           END-IF.

       1100-WRITE-HEADERS.

           PERFORM VARYING WS-XTR-SUB FROM 1 BY 1
                   UNTIL WS-XTR-SUB > 8
               MOVE SPACES TO WS-XTR-REC
               STRING 'H|' XTF-FILE-ID(WS-XTR-SUB)
                      '|' HV-RUN-DT-ISO
                      '|' HV-EXTRACT-TS
                      DELIMITED BY SIZE INTO WS-XTR-REC
               END-STRING
               PERFORM 8000-WRITE-XTR-REC
           END-PERFORM.

      ******************************************************************
      * CPNPURG - COUPON_HIST ROWS WHOSE DELETE_TS FALLS ON THE DATE,  *
      * THE SAME ROWS CTLBAL COUNTS AGAINST COUPON_DEL_CNT:            *
      *   D|ROG|UPC_MANUF|UPC_SALES|UPC_COUNTRY|UPC_SYSTEM|            *
      *     POS_PROCESSED_IND|PACS_ADPL_SEQ_NUM|PND_CORP_ITEM_CD|      *
      *     PND_UNIT_TYPE|PND_AD_SELECT|DELETE_TS|USERID|BATCH_SRC     *
      ******************************************************************
       2100-EXTRACT-COUPON-PURGES.

           MOVE 1   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRPURG_C CURSOR FOR
               SELECT   ROG, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, POS_PROCESSED_IND,
                        PACS_ADPL_SEQ_NUM,
                        PND_CORP_ITEM_CD, PND_UNIT_TYPE, PND_AD_SELECT,
                        DELETE_TS,
                        COALESCE(USERID, ' '), COALESCE(BATCH_SRC, ' ')
               FROM     COUPON_HIST
               WHERE    DATE(DELETE_TS) = :HV-RUN-DT-ISO
               ORDER BY ROG, DELETE_TS
               QUERYNO 114
           END-EXEC.

           EXEC SQL
               OPEN XTRPURG_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRPURG_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRPURG_C
                       INTO :HV-ROG, :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-POS-PROCESSED-IND,
                            :HV-PACS-ADPL-SEQ-NUM,
                            :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-AD-SELECT, :HV-DELETE-TS,
                            :HV-USERID, :HV-BATCH-SRC
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2110-WRITE-COUPON-PURGE
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRPURG_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRPURG_C
               END-EXEC
           END-IF.

       2110-WRITE-COUPON-PURGE.

           MOVE HV-PACS-ADPL-SEQ-NUM TO WS-XTR-SEQ-NUM.
           MOVE SPACES TO WS-XTR-REC.
           STRING 'D|' HV-ROG
                  '|' HV-UPC-MANUF
                  '|' HV-UPC-SALES
                  '|' HV-UPC-COUNTRY
                  '|' HV-UPC-SYSTEM
                  '|' HV-POS-PROCESSED-IND
                  '|' WS-XTR-SEQ-NUM
                  '|' HV-CORP-ITEM-CD
                  '|' HV-UNIT-TYPE
                  '|' HV-AD-SELECT
                  '|' HV-DELETE-TS
                  '|' HV-USERID
                  '|' HV-BATCH-SRC
                  DELIMITED BY SIZE INTO WS-XTR-REC
           END-STRING.
           PERFORM 8010-WRITE-XTR-DETAIL.

      ******************************************************************
      * CPNREST - COUPON_HIST ROWS COUPONBK FLAGGED RESTORED ON THE    *
      * DATE. THE ROW'S ORIGINAL DELETE_TS IS CARRIED SO THE WAREHOUSE *
      * CAN MATCH THE RESTORE TO THE PURGE IT BACKED OUT:              *
      *   D|ROG|UPC_MANUF|UPC_SALES|UPC_COUNTRY|UPC_SYSTEM|            *
      *     POS_PROCESSED_IND|PACS_ADPL_SEQ_NUM|PND_CORP_ITEM_CD|      *
      *     PND_UNIT_TYPE|PND_AD_SELECT|DELETE_TS|RESTORE_TS           *
      ******************************************************************
       2200-EXTRACT-COUPON-RESTORES.

           MOVE 2   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRREST_C CURSOR FOR
               SELECT   ROG, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, POS_PROCESSED_IND,
                        PACS_ADPL_SEQ_NUM,
                        PND_CORP_ITEM_CD, PND_UNIT_TYPE, PND_AD_SELECT,
                        DELETE_TS, RESTORE_TS
               FROM     COUPON_HIST
               WHERE    RESTORED_IND = 'Y'
                 AND    DATE(RESTORE_TS) = :HV-RUN-DT-ISO
               ORDER BY ROG, RESTORE_TS
               QUERYNO 115
           END-EXEC.

           EXEC SQL
               OPEN XTRREST_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRREST_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRREST_C
                       INTO :HV-ROG, :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-POS-PROCESSED-IND,
                            :HV-PACS-ADPL-SEQ-NUM,
                            :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-AD-SELECT, :HV-DELETE-TS,
                            :HV-RESTORE-TS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2210-WRITE-COUPON-RESTORE
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRREST_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRREST_C
               END-EXEC
           END-IF.

       2210-WRITE-COUPON-RESTORE.

           MOVE HV-PACS-ADPL-SEQ-NUM TO WS-XTR-SEQ-NUM.
           MOVE SPACES TO WS-XTR-REC.
           STRING 'D|' HV-ROG
                  '|' HV-UPC-MANUF
                  '|' HV-UPC-SALES
                  '|' HV-UPC-COUNTRY
                  '|' HV-UPC-SYSTEM
                  '|' HV-POS-PROCESSED-IND
                  '|' WS-XTR-SEQ-NUM
                  '|' HV-CORP-ITEM-CD
                  '|' HV-UNIT-TYPE
                  '|' HV-AD-SELECT
                  '|' HV-DELETE-TS
                  '|' HV-RESTORE-TS
                  DELIMITED BY SIZE INTO WS-XTR-REC
           END-STRING.
           PERFORM 8010-WRITE-XTR-DETAIL.

      ******************************************************************
      * SCINS - SC ROWS WHOSE INS_TS FALLS ON THE DATE, THE SAME ROWS  *
      * CTLBAL COUNTS AGAINST SC_INS_CNT (SO A ROW INSERTED AND        *
      * ORPHAN-REMOVED THE SAME DATE IS ONLY IN SCORPH, AS THERE):     *
      *   D|CORP|UPC_MANUF|UPC_SALES|UPC_COUNTRY|UPC_SYSTEM|INS_TS|    *
      *     USERID|BATCH_SRC|SRC_ROG                                   *
      ******************************************************************
       2300-EXTRACT-SC-INSERTS.

           MOVE 3   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRSCIN_C CURSOR FOR
               SELECT   CORP, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, INS_TS,
                        COALESCE(USERID, ' '), COALESCE(BATCH_SRC, ' '),
                        COALESCE(SRC_ROG, ' ')
               FROM     SC
               WHERE    DATE(INS_TS) = :HV-RUN-DT-ISO
               ORDER BY CORP, INS_TS
               QUERYNO 116
           END-EXEC.

           EXEC SQL
               OPEN XTRSCIN_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRSCIN_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRSCIN_C
                       INTO :HV-CORP, :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-INS-TS, :HV-USERID, :HV-BATCH-SRC,
                            :HV-SRC-ROG
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           MOVE SPACES TO WS-XTR-REC
                           STRING 'D|' HV-CORP
                                  '|' HV-UPC-MANUF
                                  '|' HV-UPC-SALES
                                  '|' HV-UPC-COUNTRY
                                  '|' HV-UPC-SYSTEM
                                  '|' HV-INS-TS
                                  '|' HV-USERID
                                  '|' HV-BATCH-SRC
                                  '|' HV-SRC-ROG
                                  DELIMITED BY SIZE INTO WS-XTR-REC
                           END-STRING
                           PERFORM 8010-WRITE-XTR-DETAIL
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRSCIN_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRSCIN_C
               END-EXEC
           END-IF.

      ******************************************************************
      * SCORPH - SC_ORPHAN_HIST ROWS WHOSE DELETE_TS FALLS ON THE      *
      * DATE, THE SAME ROWS CTLBAL COUNTS AGAINST SC_ORPHAN_CNT:       *
      *   D|CORP|UPC_MANUF|UPC_SALES|UPC_COUNTRY|UPC_SYSTEM|DELETE_TS| *
      *     USERID|BATCH_SRC|SRC_ROG                                   *
      ******************************************************************
       2400-EXTRACT-SC-ORPHANS.

           MOVE 4   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRSCOR_C CURSOR FOR
               SELECT   CORP, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, DELETE_TS,
                        COALESCE(USERID, ' '), COALESCE(BATCH_SRC, ' '),
                        COALESCE(SRC_ROG, ' ')
               FROM     SC_ORPHAN_HIST
               WHERE    DATE(DELETE_TS) = :HV-RUN-DT-ISO
               ORDER BY CORP, DELETE_TS
               QUERYNO 117
           END-EXEC.

           EXEC SQL
               OPEN XTRSCOR_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRSCOR_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRSCOR_C
                       INTO :HV-CORP, :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-DELETE-TS, :HV-USERID, :HV-BATCH-SRC,
                            :HV-SRC-ROG
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           MOVE SPACES TO WS-XTR-REC
                           STRING 'D|' HV-CORP
                                  '|' HV-UPC-MANUF
                                  '|' HV-UPC-SALES
                                  '|' HV-UPC-COUNTRY
                                  '|' HV-UPC-SYSTEM
                                  '|' HV-DELETE-TS
                                  '|' HV-USERID
                                  '|' HV-BATCH-SRC
                                  '|' HV-SRC-ROG
                                  DELIMITED BY SIZE INTO WS-XTR-REC
                           END-STRING
                           PERFORM 8010-WRITE-XTR-DETAIL
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRSCOR_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRSCOR_C
               END-EXEC
           END-IF.

      ******************************************************************
      * PENDARC - PENDING_HIST ROWS PENDHSKP ARCHIVED ON THE DATE:     *
      *   D|ROG|PACS_ADPL_SEQ_NUM|CORP_ITEM_CD|UNIT_TYPE|AD_SELECT|    *
      *     AD_STATUS_CD|AD_EFF_DT|AD_END_DT|ARCHIVE_TS                *
      ******************************************************************
       2500-EXTRACT-PENDING-ARCHIVES.

           MOVE 5   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRPEND_C CURSOR FOR
               SELECT   ROG, PACS_ADPL_SEQ_NUM, CORP_ITEM_CD,
                        UNIT_TYPE, AD_SELECT,
                        COALESCE(AD_STATUS_CD, ' '),
                        COALESCE(CHAR(AD_EFF_DT, ISO), ' '),
                        COALESCE(CHAR(AD_END_DT, ISO), ' '),
                        ARCHIVE_TS
               FROM     PENDING_HIST
               WHERE    DATE(ARCHIVE_TS) = :HV-RUN-DT-ISO
               ORDER BY ROG, ARCHIVE_TS
               QUERYNO 118
           END-EXEC.

           EXEC SQL
               OPEN XTRPEND_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRPEND_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRPEND_C
                       INTO :HV-ROG, :HV-PACS-ADPL-SEQ-NUM,
                            :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-AD-SELECT, :HV-AD-STATUS-CD,
                            :HV-AD-EFF-DT, :HV-AD-END-DT,
                            :HV-ARCHIVE-TS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2510-WRITE-PENDING-ARCHIVE
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRPEND_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRPEND_C
               END-EXEC
           END-IF.

       2510-WRITE-PENDING-ARCHIVE.

           MOVE HV-PACS-ADPL-SEQ-NUM TO WS-XTR-SEQ-NUM.
           MOVE SPACES TO WS-XTR-REC.
           STRING 'D|' HV-ROG
                  '|' WS-XTR-SEQ-NUM
                  '|' HV-CORP-ITEM-CD
                  '|' HV-UNIT-TYPE
                  '|' HV-AD-SELECT
                  '|' HV-AD-STATUS-CD
                  '|' HV-AD-EFF-DT
                  '|' HV-AD-END-DT
                  '|' HV-ARCHIVE-TS
                  DELIMITED BY SIZE INTO WS-XTR-REC
           END-STRING.
           PERFORM 8010-WRITE-XTR-DETAIL.

      ******************************************************************
      * EXCPACT - EXCP_TRK ROWS OPENED OR RESOLVED ON THE DATE. THE    *
      * EVENT CODE SAYS WHICH: O OPENED, R RESOLVED, B BOTH (OPENED    *
      * AND AUTO-RESOLVED THE SAME DATE):                              *
      *   D|EVENT|EXCP_TYPE|ROG|CORP|CORP_ITEM_CD|UNIT_TYPE|UPC_MANUF| *
      *     UPC_SALES|UPC_COUNTRY|UPC_SYSTEM|FIRST_SEEN_DT|            *
      *     LAST_SEEN_DT|RESOLVED_IND|RESOLVED_DT                      *
      ******************************************************************
       2600-EXTRACT-EXCP-ACTIVITY.

           MOVE 6   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTREXCP_C CURSOR FOR
               SELECT   EXCP_TYPE, ROG, CORP, CORP_ITEM_CD, UNIT_TYPE,
                        UPC_MANUF, UPC_SALES, UPC_COUNTRY, UPC_SYSTEM,
                        CHAR(FIRST_SEEN_DT, ISO),
                        CHAR(LAST_SEEN_DT, ISO),
                        RESOLVED_IND,
                        COALESCE(CHAR(RESOLVED_DT, ISO), ' ')
               FROM     EXCP_TRK
               WHERE    FIRST_SEEN_DT = :HV-RUN-DT-ISO
                  OR    RESOLVED_DT   = :HV-RUN-DT-ISO
               ORDER BY EXCP_TYPE, ROG, CORP, CORP_ITEM_CD
               QUERYNO 119
           END-EXEC.

           EXEC SQL
               OPEN XTREXCP_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTREXCP_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTREXCP_C
                       INTO :HV-EXCP-TYPE, :HV-ROG, :HV-CORP,
                            :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-FIRST-SEEN-DT, :HV-LAST-SEEN-DT,
                            :HV-RESOLVED-IND, :HV-RESOLVED-DT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2610-WRITE-EXCP-ACTIVITY
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTREXCP_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTREXCP_C
               END-EXEC
           END-IF.

       2610-WRITE-EXCP-ACTIVITY.

           EVALUATE TRUE
               WHEN HV-FIRST-SEEN-DT = HV-RUN-DT-ISO
                AND HV-RESOLVED-DT   = HV-RUN-DT-ISO
                   MOVE 'B' TO WS-XTR-EVENT
               WHEN HV-FIRST-SEEN-DT = HV-RUN-DT-ISO
                   MOVE 'O' TO WS-XTR-EVENT
               WHEN OTHER
                   MOVE 'R' TO WS-XTR-EVENT
           END-EVALUATE.

           MOVE SPACES TO WS-XTR-REC.
           STRING 'D|' WS-XTR-EVENT
                  '|' HV-EXCP-TYPE
                  '|' HV-ROG
                  '|' HV-CORP
                  '|' HV-CORP-ITEM-CD
                  '|' HV-UNIT-TYPE
                  '|' HV-UPC-MANUF
                  '|' HV-UPC-SALES
                  '|' HV-UPC-COUNTRY
                  '|' HV-UPC-SYSTEM
                  '|' HV-FIRST-SEEN-DT
                  '|' HV-LAST-SEEN-DT
                  '|' HV-RESOLVED-IND
                  '|' HV-RESOLVED-DT
                  DELIMITED BY SIZE INTO WS-XTR-REC
           END-STRING.
           PERFORM 8010-WRITE-XTR-DETAIL.

      ******************************************************************
      * REJACT - REJECT_TRK ROWS REJECTED (OR REJECTED AGAIN, WHICH    *
      * RESTAMPS REJECT_DT) OR RESUBMITTED ON THE DATE. EVENT CODE:    *
      * J REJECTED, S RESUBMITTED, B BOTH:                             *
      *   D|EVENT|ROG|CORP_ITEM_CD|UNIT_TYPE|UPC_MANUF|UPC_SALES|      *
      *     UPC_COUNTRY|UPC_SYSTEM|AD_SELECT|REASON_CD|REJECT_DT|      *
      *     RESUB_IND|RESUB_DT|USERID                                  *
      ******************************************************************
       2700-EXTRACT-REJECT-ACTIVITY.

           MOVE 7   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRREJ_C CURSOR FOR
               SELECT   ROG, CORP_ITEM_CD, UNIT_TYPE,
                        UPC_MANUF, UPC_SALES, UPC_COUNTRY, UPC_SYSTEM,
                        AD_SELECT, REASON_CD,
                        CHAR(REJECT_DT, ISO),
                        RESUB_IND,
                        COALESCE(CHAR(RESUB_DT, ISO), ' '),
                        COALESCE(USERID, ' ')
               FROM     REJECT_TRK
               WHERE    REJECT_DT = :HV-RUN-DT-ISO
                  OR    RESUB_DT  = :HV-RUN-DT-ISO
               ORDER BY ROG, CORP_ITEM_CD
               QUERYNO 120
           END-EXEC.

           EXEC SQL
               OPEN XTRREJ_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRREJ_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRREJ_C
                       INTO :HV-ROG, :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-AD-SELECT, :HV-REASON-CD,
                            :HV-REJECT-DT, :HV-RESUB-IND,
                            :HV-RESUB-DT, :HV-USERID
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2710-WRITE-REJECT-ACTIVITY
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRREJ_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRREJ_C
               END-EXEC
           END-IF.

       2710-WRITE-REJECT-ACTIVITY.

           EVALUATE TRUE
               WHEN HV-REJECT-DT = HV-RUN-DT-ISO
                AND HV-RESUB-DT  = HV-RUN-DT-ISO
                   MOVE 'B' TO WS-XTR-EVENT
               WHEN HV-REJECT-DT = HV-RUN-DT-ISO
                   MOVE 'J' TO WS-XTR-EVENT
               WHEN OTHER
                   MOVE 'S' TO WS-XTR-EVENT
           END-EVALUATE.

           MOVE SPACES TO WS-XTR-REC.
           STRING 'D|' WS-XTR-EVENT
                  '|' HV-ROG
                  '|' HV-CORP-ITEM-CD
                  '|' HV-UNIT-TYPE
                  '|' HV-UPC-MANUF
                  '|' HV-UPC-SALES
                  '|' HV-UPC-COUNTRY
                  '|' HV-UPC-SYSTEM
                  '|' HV-AD-SELECT
                  '|' HV-REASON-CD
                  '|' HV-REJECT-DT
                  '|' HV-RESUB-IND
                  '|' HV-RESUB-DT
                  '|' HV-USERID
                  DELIMITED BY SIZE INTO WS-XTR-REC
           END-STRING.
           PERFORM 8010-WRITE-XTR-DETAIL.

      ******************************************************************
      * POSDISP - POS_FEED_LOG ROWS POSACKRP DISPOSITIONED ON THE      *
      * DATE:                                                          *
      *   D|ROG|CORP_ITEM_CD|UNIT_TYPE|UPC_MANUF|UPC_SALES|            *
      *     UPC_COUNTRY|UPC_SYSTEM|FD_STMP|SENT_DT|DISP_CD|            *
      *     DISP_REASON_CD|DISP_DT                                     *
      ******************************************************************
       2800-EXTRACT-POS-DISPOSITIONS.

           MOVE 8   TO WS-XTR-SUB.
           MOVE 'N' TO WS-XTR-EOF-SW.

           EXEC SQL
               DECLARE XTRPOS_C CURSOR FOR
               SELECT   ROG, CORP_ITEM_CD, UNIT_TYPE,
                        UPC_MANUF, UPC_SALES, UPC_COUNTRY, UPC_SYSTEM,
                        COALESCE(FD_STMP, ' '),
                        CHAR(SENT_DT, ISO),
                        DISP_CD,
                        COALESCE(DISP_REASON_CD, ' '),
                        CHAR(DISP_DT, ISO)
               FROM     POS_FEED_LOG
               WHERE    DISP_DT = :HV-RUN-DT-ISO
               ORDER BY ROG, CORP_ITEM_CD
               QUERYNO 121
           END-EXEC.

           EXEC SQL
               OPEN XTRPOS_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'XTRPOS_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-XTR-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH XTRPOS_C
                       INTO :HV-ROG, :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-FD-STMP, :HV-SENT-DT, :HV-DISP-CD,
                            :HV-DISP-REASON-CD, :HV-DISP-DT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           MOVE SPACES TO WS-XTR-REC
                           STRING 'D|' HV-ROG
                                  '|' HV-CORP-ITEM-CD
                                  '|' HV-UNIT-TYPE
                                  '|' HV-UPC-MANUF
                                  '|' HV-UPC-SALES
                                  '|' HV-UPC-COUNTRY
                                  '|' HV-UPC-SYSTEM
                                  '|' HV-FD-STMP
                                  '|' HV-SENT-DT
                                  '|' HV-DISP-CD
                                  '|' HV-DISP-REASON-CD
                                  '|' HV-DISP-DT
                                  DELIMITED BY SIZE INTO WS-XTR-REC
                           END-STRING
                           PERFORM 8010-WRITE-XTR-DETAIL
                       WHEN SQLCODE = 100
                           SET WS-XTR-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'XTRPOS_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE XTRPOS_C
               END-EXEC
           END-IF.

      ******************************************************************
      * ONE FILE'S TRAILER AND REPORT LINE. A FAILED RUN WRITES THE    *
      * REPORT LINE ONLY - A FILE WITHOUT ITS TRAILER IS INCOMPLETE    *
      * AND THE WAREHOUSE LOAD REFUSES IT.                             *
      ******************************************************************
       3000-WRITE-TRAILER.

           MOVE XTC-ROW-CNT(WS-XTR-SUB) TO WS-XTR-ROW-CNT.

           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE SPACES           TO WS-XTR-LOG-CNT
                   MOVE 'NOT EXTRACTED'  TO WS-XTR-STATUS
               WHEN NOT XTF-LOGGED(WS-XTR-SUB)
                   MOVE SPACES           TO WS-XTR-LOG-CNT
                   MOVE 'NOT LOGGED'     TO WS-XTR-STATUS
               WHEN XTC-ROW-CNT(WS-XTR-SUB)
                  = XTC-LOG-CNT(WS-XTR-SUB)
                   MOVE XTC-LOG-CNT(WS-XTR-SUB) TO WS-XTR-LOG-CNT-9
                   MOVE 'BALANCED'       TO WS-XTR-STATUS
                   ADD 1 TO WS-BALANCED-CNT
               WHEN OTHER
                   MOVE XTC-LOG-CNT(WS-XTR-SUB) TO WS-XTR-LOG-CNT-9
                   MOVE 'OUT OF BALANCE' TO WS-XTR-STATUS
                   ADD 1 TO WS-BREAK-CNT
                   DISPLAY 'WHSEXTR - ' XTF-FILE-ID(WS-XTR-SUB)
                           ' OUT OF BALANCE - EXTRACTED '
                           XTC-ROW-CNT(WS-XTR-SUB)
                           ' LOGGED ' XTC-LOG-CNT(WS-XTR-SUB)
           END-EVALUATE.

           IF NOT WS-RUN-FAILED
               MOVE SPACES TO WS-XTR-REC
               STRING 'T|' XTF-FILE-ID(WS-XTR-SUB)
                      '|' HV-RUN-DT-ISO
                      '|' WS-XTR-ROW-CNT
                      '|' WS-XTR-LOG-CNT
                      '|' WS-XTR-STATUS
                      DELIMITED BY SIZE INTO WS-XTR-REC
               END-STRING
               PERFORM 8000-WRITE-XTR-REC
           END-IF.

           MOVE XTF-FILE-ID(WS-XTR-SUB) TO RPT-FIL-FILE-ID.
           MOVE XTF-DESC(WS-XTR-SUB)    TO RPT-FIL-DESC.
           MOVE XTC-ROW-CNT(WS-XTR-SUB) TO RPT-FIL-ROWS.
           IF WS-XTR-LOG-CNT = SPACES
               MOVE SPACES              TO RPT-FIL-LOGGED-LBL
               MOVE SPACES              TO RPT-FIL-LOGGED-X
           ELSE
               MOVE 'LOGGED = '         TO RPT-FIL-LOGGED-LBL
               MOVE XTC-LOG-CNT(WS-XTR-SUB) TO RPT-FIL-LOGGED
           END-IF.
           MOVE WS-XTR-STATUS           TO RPT-FIL-STATUS.
           WRITE OUT-REC FROM WS-RPT-FILE-LINE.

       8000-WRITE-XTR-REC.

           EVALUATE WS-XTR-SUB
               WHEN 1
                   WRITE CPNPURG-REC FROM WS-XTR-REC
               WHEN 2
                   WRITE CPNREST-REC FROM WS-XTR-REC
               WHEN 3
                   WRITE SCINS-REC   FROM WS-XTR-REC
               WHEN 4
                   WRITE SCORPH-REC  FROM WS-XTR-REC
               WHEN 5
                   WRITE PENDARC-REC FROM WS-XTR-REC
               WHEN 6
                   WRITE EXCPACT-REC FROM WS-XTR-REC
               WHEN 7
                   WRITE REJACT-REC  FROM WS-XTR-REC
               WHEN 8
                   WRITE POSDISP-REC FROM WS-XTR-REC
           END-EVALUATE.

       8010-WRITE-XTR-DETAIL.

           PERFORM 8000-WRITE-XTR-REC.
           ADD 1 TO XTC-ROW-CNT(WS-XTR-SUB).
           ADD 1 TO WS-TOT-ROW-CNT.

      ******************************************************************
      * EXTRACT RUN SUMMARY. A DB2 FAILURE ENDS THE JOB WITH RETURN    *
      * CODE 16; ANY FILE OUT OF BALANCE WITH JOB_RUN_LOG ENDS IT WITH *
      * 8 - EITHER WAY THE WAREHOUSE LOAD IS HELD.                     *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

           IF WS-RUN-FAILED
               WRITE OUT-REC FROM WS-RPT-FAILED-LINE
               WRITE OUT-REC FROM WS-RPT-BLANK-LINE
           END-IF.

           MOVE 'WHSEXTR RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'DETAIL ROWS EXTRACTED:' TO RPT-SUM-LABEL.
           MOVE WS-TOT-ROW-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'JOB_RUN_LOG ROWS FOR DATE:' TO RPT-SUM-LABEL.
           MOVE HV-LOG-ROW-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'FILES BALANCED:'      TO RPT-SUM-LABEL.
           MOVE WS-BALANCED-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'FILES OUT OF BALANCE:' TO RPT-SUM-LABEL.
           MOVE WS-BREAK-CNT           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   DISPLAY 'WHSEXTR - RUN FAILED - DO NOT LOAD'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BREAK-CNT > 0
                   DISPLAY 'WHSEXTR - EXTRACT DOES NOT BALANCE TO '
                           'JOB_RUN_LOG - HOLD THE WAREHOUSE LOAD'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
