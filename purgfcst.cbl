       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PURGFCST.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * COUPON PURGE FORECAST. REGIONS ONLY LEARN A COUPON WAS PURGED  *
      * AFTER THE FACT, FROM THE COUPON_HIST TRAIL OR A COUPONBK       *
      * RESTORE REQUEST. THIS READ-ONLY REPORT LISTS, BY ROG, EVERY    *
      * PENDING AD PLAN WHOSE AD_END_DT FALLS WITHIN THE NEXT FCSTDAYS *
      * DAYS WITH THE NUMBER OF COUPON ROWS (POS_PROCESSED_IND ' ' OR  *
      * 'F') THAT BECOME PURGE-ELIGIBLE ONCE THE PLAN ENDS, AND FLAGS  *
      * EVERY ROG WHOSE PROJECTED VOLUME WOULD BREACH ITS              *
      * PURGE_GOVERNOR LIMITS - SO A BAD END DATE CAN BE FIXED, OR THE *
      * GOVERNOR ADJUSTED THROUGH CTLMAINT, BEFORE THE PURGE FIRES.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.       IBM-370.
       OBJECT-COMPUTER.       IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT ASSIGN TO OUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RUN PARAMETER CARDS, ONE KEYWORD PER CARD:                     *
      *     FCSTDAYS=NNNN   LIST PLANS ENDING WITHIN THE NEXT NNNN     *
      *                     DAYS, TODAY INCLUDED (DEFAULT 0007)        *
      ******************************************************************
       FD  PARMFILE
           RECORDING MODE IS F.
       01  PARM-REC                    PIC X(80).

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
      * HOST VARIABLES - ONE ENDING AD PLAN, ITS COUPON COUNT AND THE  *
      * RUN SCOPE                                                      *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-ROG                  PIC X(4).
           05  HV-PACS-ADPL-SEQ-NUM    PIC S9(9) COMP.
           05  HV-CORP-ITEM-CD         PIC X(14).
           05  HV-UNIT-TYPE            PIC X(2).
           05  HV-AD-SELECT            PIC X(4).
           05  HV-AD-STATUS-CD         PIC X(1).
           05  HV-AD-STATUS-IND        PIC S9(4) COMP.
           05  HV-AD-EFF-DT            PIC X(10).
           05  HV-AD-EFF-IND           PIC S9(4) COMP.
           05  HV-AD-END-DT            PIC X(10).
           05  HV-COUPON-CNT           PIC S9(9) COMP.
           05  HV-FCST-DAYS            PIC S9(4) COMP VALUE 7.

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PARM-DAYS-X          PIC X(4).
           05  WS-PARM-DAYS-9 REDEFINES WS-PARM-DAYS-X
                                       PIC 9(4).

      ******************************************************************
      * PROJECTED GOVERNOR CHECK, ONE PER ROG AT ITS CONTROL BREAK.    *
      * THE CANDIDATES ARE THE ROG'S DISTINCT PURGE-ELIGIBLE COUPON    *
      * ROWS UNDER EVERY ENDING PLAN THE NIGHTLY PURGE WOULD NOT SKIP, *
      * TESTED WITH THE NIGHTLY JOB'S ABSOLUTE AND CANDIDATES*100 VS   *
      * PCT_LIMIT*TOTAL RULES. A ROG WITH NO PURGE_GOVERNOR ROW IS     *
      * UNGOVERNED.                                                    *
      ******************************************************************
       01  WS-GOVERNOR-FIELDS.
           05  HV-GOV-ABS-LIMIT        PIC S9(9) COMP.
           05  HV-GOV-PCT-LIMIT        PIC S9(4) COMP.
           05  HV-GOV-CAND-CNT         PIC S9(9) COMP.
           05  HV-GOV-TOTAL-CNT        PIC S9(9) COMP.
           05  WS-GOV-CAND-X100        PIC S9(18) COMP.
           05  WS-GOV-PCT-PRODUCT      PIC S9(18) COMP.

      ******************************************************************
      * RUN TOTALS AND THE ROG CONTROL BREAK                           *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-PLAN-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PLAN-EOF                   VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-PLAN-CNT             PIC S9(9) COMP VALUE 0.
           05  WS-HELD-PLAN-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-ROG-CNT              PIC S9(9) COMP VALUE 0.
           05  WS-PROJ-COUPON-CNT      PIC S9(9) COMP VALUE 0.
           05  WS-BREACH-ROG-CNT       PIC S9(9) COMP VALUE 0.
           05  WS-PREV-ROG             PIC X(4)  VALUE SPACES.
           05  WS-ROG-PLAN-CNT         PIC S9(9) COMP VALUE 0.

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
       01  WS-RPT-PLAN-LINE.
           05  FILLER                  PIC X(10) VALUE 'PLAN    - '.
           05  RPT-PLN-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-SEQ-NUM         PIC Z(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-ITEM            PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-UNIT-TYPE       PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-AD-SELECT       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-STATUS          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-END-DT          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'COUPONS = '.
           05  RPT-PLN-COUPONS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PLN-NOTE            PIC X(30).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-RPT-ROG-LINE.
           05  FILLER                  PIC X(10) VALUE 'BY ROG  - '.
           05  RPT-ROG-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'ENDING PLANS =  '.
           05  RPT-ROG-PLANS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'PROJECTED PURGES =  '.
           05  RPT-ROG-PROJ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ROG TOTAL = '.
           05  RPT-ROG-TOTAL           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  WS-RPT-GOVERNOR-LINE.
           05  FILLER                  PIC X(10) VALUE 'GOVERNR - '.
           05  RPT-GOV-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'CANDIDATES = '.
           05  RPT-GOV-CAND            PIC Z(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ABS LIMIT = '.
           05  RPT-GOV-ABS             PIC Z(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'PCT LIMIT = '.
           05  RPT-GOV-PCT             PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ROG TOTAL = '.
           05  RPT-GOV-TOTAL           PIC Z(9).
           05  FILLER                  PIC X(20)
               VALUE ' - WOULD BREACH    '.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. READS THE FORECAST WINDOW, LISTS THE ENDING   *
      * PLANS BY ROG WITH EACH ROG'S PROJECTED GOVERNOR CHECK, AND     *
      * FINISHES WITH THE RUN TOTALS.                                  *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT OUT.

           MOVE 'COUPON PURGE FORECAST REPORT'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           PERFORM 2000-ENDING-PLAN-RPT.

           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
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
               IF PARM-REC(1:9) = 'FCSTDAYS='
                   MOVE PARM-REC(10:4) TO WS-PARM-DAYS-X
                   IF WS-PARM-DAYS-X NOT NUMERIC
                       DISPLAY 'PURGFCST - FCSTDAYS PARAMETER IS NOT '
                               'NUMERIC - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-DAYS-9 TO HV-FCST-DAYS
               ELSE
                   DISPLAY 'PURGFCST - UNRECOGNIZED PARAMETER CARD '
                           PARM-REC(1:20) ' - ABORTING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * EVERY PENDING PLAN ENDING BETWEEN TODAY AND TODAY PLUS THE     *
      * WINDOW, ON THE DATABASE CLOCK, WITH THE COUNT OF ITS COUPON    *
      * ROWS THE NIGHTLY PURGE'S POS_PROCESSED_IND RULE WOULD TAKE.    *
      * ORDERED BY ROG FOR THE CONTROL BREAK, THEN SOONEST END FIRST.  *
      ******************************************************************
       2000-ENDING-PLAN-RPT.

           MOVE 'AD PLANS ENDING WITHIN THE FORECAST WINDOW BY ROG'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           EXEC SQL
               DECLARE PLANFCST_C CURSOR FOR
               SELECT   P.ROG, P.PACS_ADPL_SEQ_NUM, P.CORP_ITEM_CD,
                        P.UNIT_TYPE, P.AD_SELECT, P.AD_STATUS_CD,
                        CHAR(P.AD_EFF_DT, ISO),
                        CHAR(P.AD_END_DT, ISO),
                        (SELECT COUNT(*)
                         FROM  COUPON C
                         WHERE C.ROG               = P.ROG
                           AND C.PACS_ADPL_SEQ_NUM = P.PACS_ADPL_SEQ_NUM
                           AND C.POS_PROCESSED_IND IN (' ', 'F'))
               FROM     PENDING P
               WHERE    P.AD_END_DT BETWEEN CURRENT DATE
                            AND CURRENT DATE + :HV-FCST-DAYS DAYS
               ORDER BY P.ROG, P.AD_END_DT, P.PACS_ADPL_SEQ_NUM
               QUERYNO 98
           END-EXEC.

           EXEC SQL
               OPEN PLANFCST_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PLANFCST_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-PLAN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH PLANFCST_C
                       INTO :HV-ROG, :HV-PACS-ADPL-SEQ-NUM,
                            :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-AD-SELECT,
                            :HV-AD-STATUS-CD:HV-AD-STATUS-IND,
                            :HV-AD-EFF-DT:HV-AD-EFF-IND,
                            :HV-AD-END-DT, :HV-COUPON-CNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2010-WRITE-PLAN-LINE
                       WHEN SQLCODE = 100
                           SET WS-PLAN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'PLANFCST_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE PLANFCST_C
               END-EXEC
           END-IF.

           IF WS-PREV-ROG NOT = SPACES AND NOT WS-RUN-FAILED
               PERFORM 3000-WRITE-ROG-BREAK
           END-IF.

      ******************************************************************
      * ONE ENDING PLAN. A PLAN THE NIGHTLY PURGE WILL STILL SKIP      *
      * AFTER ITS END DATE (STATUS 'A', OR A NULL STATUS OR EFFECTIVE  *
      * DATE) IS NOTED AS HELD SO THE REGION CAN CORRECT IT; ITS       *
      * COUPONS ARE NOT PART OF THE PROJECTION.                        *
      ******************************************************************
       2010-WRITE-PLAN-LINE.

           IF WS-PREV-ROG NOT = SPACES
             AND HV-ROG NOT = WS-PREV-ROG
               PERFORM 3000-WRITE-ROG-BREAK
           END-IF.
           MOVE HV-ROG TO WS-PREV-ROG.

           ADD 1 TO WS-PLAN-CNT.
           ADD 1 TO WS-ROG-PLAN-CNT.

           MOVE HV-ROG               TO RPT-PLN-ROG.
           MOVE HV-PACS-ADPL-SEQ-NUM TO RPT-PLN-SEQ-NUM.
           MOVE HV-CORP-ITEM-CD      TO RPT-PLN-ITEM.
           MOVE HV-UNIT-TYPE         TO RPT-PLN-UNIT-TYPE.
           MOVE HV-AD-SELECT         TO RPT-PLN-AD-SELECT.
           MOVE HV-AD-END-DT         TO RPT-PLN-END-DT.
           MOVE HV-COUPON-CNT        TO RPT-PLN-COUPONS.
           MOVE SPACES               TO RPT-PLN-NOTE.

           IF HV-AD-STATUS-IND < 0
               MOVE '?'              TO RPT-PLN-STATUS
           ELSE
               MOVE HV-AD-STATUS-CD  TO RPT-PLN-STATUS
           END-IF.

           EVALUATE TRUE
               WHEN HV-AD-STATUS-IND < 0 OR HV-AD-EFF-IND < 0
                   ADD 1 TO WS-HELD-PLAN-CNT
                   MOVE 'HELD - NULL STATUS/EFF DATE' TO RPT-PLN-NOTE
               WHEN HV-AD-STATUS-CD = 'A'
                   ADD 1 TO WS-HELD-PLAN-CNT
                   MOVE 'HELD - STATUS A (ACTIVE)'    TO RPT-PLN-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           WRITE OUT-REC FROM WS-RPT-PLAN-LINE.

      ******************************************************************
      * ROG BREAK: THE ROG'S DISTINCT PROJECTED PURGE VOLUME (A COUPON *
      * UNDER TWO ENDING PLAN ROWS IS COUNTED ONCE) AND ITS TOTAL      *
      * COUPON ROWS, THEN THE GOVERNOR TEST. ANY LOOKUP OR COUNT       *
      * FAILURE FAILS THE RUN - A FORECAST THAT SILENTLY MISSED A      *
      * BREACH WOULD BE WORSE THAN NO FORECAST.                        *
      ******************************************************************
       3000-WRITE-ROG-BREAK.

           ADD 1 TO WS-ROG-CNT.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-GOV-CAND-CNT
               FROM   COUPON C
               WHERE  C.ROG = :WS-PREV-ROG
                 AND  C.POS_PROCESSED_IND IN (' ', 'F')
                 AND  EXISTS(SELECT 1
                        FROM  PENDING P
                        WHERE P.ROG               = C.ROG
                          AND P.PACS_ADPL_SEQ_NUM = C.PACS_ADPL_SEQ_NUM
                          AND P.AD_END_DT BETWEEN CURRENT DATE
                                AND CURRENT DATE + :HV-FCST-DAYS DAYS
                          AND P.AD_STATUS_CD <> 'A'
                          AND P.AD_EFF_DT IS NOT NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PROJECTED PURGE COUNT FAILED FOR ROG '
                       WS-PREV-ROG ' SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-GOV-TOTAL-CNT
                   FROM   COUPON
                   WHERE  ROG = :WS-PREV-ROG
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'COUPON ROG TOTAL COUNT FAILED SQLCODE='
                           SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT WS-RUN-FAILED
               ADD HV-GOV-CAND-CNT     TO WS-PROJ-COUPON-CNT
               MOVE WS-PREV-ROG        TO RPT-ROG-ROG
               MOVE WS-ROG-PLAN-CNT    TO RPT-ROG-PLANS
               MOVE HV-GOV-CAND-CNT    TO RPT-ROG-PROJ
               MOVE HV-GOV-TOTAL-CNT   TO RPT-ROG-TOTAL
               WRITE OUT-REC FROM WS-RPT-ROG-LINE
               PERFORM 3010-CHECK-PURGE-GOVERNOR
           END-IF.

           MOVE 0 TO WS-ROG-PLAN-CNT.

       3010-CHECK-PURGE-GOVERNOR.

           EXEC SQL
               SELECT ABS_LIMIT, PCT_LIMIT
               INTO   :HV-GOV-ABS-LIMIT, :HV-GOV-PCT-LIMIT
               FROM   PURGE_GOVERNOR
               WHERE  ROG = :WS-PREV-ROG
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'PURGE_GOVERNOR LOOKUP FAILED SQLCODE='
                           SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               WHEN OTHER
                   COMPUTE WS-GOV-CAND-X100
                         = HV-GOV-CAND-CNT * 100
                   COMPUTE WS-GOV-PCT-PRODUCT
                         = HV-GOV-PCT-LIMIT * HV-GOV-TOTAL-CNT
                   IF HV-GOV-CAND-CNT > HV-GOV-ABS-LIMIT
                     OR (HV-GOV-TOTAL-CNT > 0
                         AND WS-GOV-CAND-X100 > WS-GOV-PCT-PRODUCT)
                       ADD 1 TO WS-BREACH-ROG-CNT
                       MOVE WS-PREV-ROG      TO RPT-GOV-ROG
                       MOVE HV-GOV-CAND-CNT  TO RPT-GOV-CAND
                       MOVE HV-GOV-ABS-LIMIT TO RPT-GOV-ABS
                       MOVE HV-GOV-PCT-LIMIT TO RPT-GOV-PCT
                       MOVE HV-GOV-TOTAL-CNT TO RPT-GOV-TOTAL
                       WRITE OUT-REC FROM WS-RPT-GOVERNOR-LINE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * FORECAST RUN SUMMARY.                                          *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'PURGFCST RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'FORECAST WINDOW (DAYS):' TO RPT-SUM-LABEL.
           MOVE HV-FCST-DAYS           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ENDING AD PLANS:'     TO RPT-SUM-LABEL.
           MOVE WS-PLAN-CNT            TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'PLANS HELD FROM PURGE:' TO RPT-SUM-LABEL.
           MOVE WS-HELD-PLAN-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ROGS WITH ENDING PLANS:' TO RPT-SUM-LABEL.
           MOVE WS-ROG-CNT             TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'COUPONS PROJECTED TO PURGE:' TO RPT-SUM-LABEL.
           MOVE WS-PROJ-COUPON-CNT     TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ROGS THAT WOULD TRIP GOVERNOR:' TO RPT-SUM-LABEL.
           MOVE WS-BREACH-ROG-CNT      TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
