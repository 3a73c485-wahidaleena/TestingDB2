       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USRACT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * PER-USER ACTIVITY REPORT. THE CHANGE TRAILS NOW CARRY THE      *
      * INFILE USERID AND HEADER BATCH_SRC THAT DROVE EACH CHANGE, SO  *
      * THIS READ-ONLY REPORT ANSWERS "WHO CAUSED IT" FOR A DATE       *
      * RANGE. FOR EVERY USERID AND ROG IT COUNTS:                     *
      *     PRG  COUPONS PURGED          COUPON_HIST BY DELETE_TS      *
      *     RST  COUPONS RESTORED        COUPON_HIST BY RESTORE_TS     *
      *          (BY COUPONBK, CREDITED TO THE USER WHOSE RECORD       *
      *          PURGED THE COUPON)                                    *
      *     SCI  SC ROWS INSERTED        SC BY INS_TS, ROG = SRC_ROG   *
      *     ORP  SC ORPHANS REMOVED      SC_ORPHAN_HIST BY DELETE_TS,  *
      *                                  ROG = SRC_ROG                 *
      *     SEC  SECURITY REJECTIONS     SECURITY_REJ_LOG BY REJECT_TS *
      *     REJ  FRONT-END REJECTS       REJECT_TRK BY REJECT_DT       *
      * WITH A TOTAL LINE PER USER. A USER WHOSE PERIOD VOLUME IS MORE *
      * THAN FACTOR TIMES THEIR OWN AVERAGE OVER THE LOOKBACK DAYS     *
      * BEFORE THE PERIOD (SCALED TO THE PERIOD LENGTH), AND AT LEAST  *
      * MINVOL, IS HIGHLIGHTED. ROWS WRITTEN BEFORE THE TRAILS WERE    *
      * STAMPED HAVE NO USERID AND ARE REPORTED UNDER *NOUSER*, WHICH  *
      * IS NEVER HIGHLIGHTED. BATCH SWEEPS STAMP THEIR PROGRAM NAME.   *
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
      *     FROMDT=YYYY-MM-DD  FIRST DAY OF THE PERIOD (DEFAULT TODAY) *
      *     TODT=YYYY-MM-DD    LAST DAY OF THE PERIOD (DEFAULT TODAY)  *
      *     LOOKBACK=NNNN      DAYS BEFORE FROMDT THAT MAKE UP THE     *
      *                        USER'S RECENT AVERAGE (DEFAULT 0090)    *
      *     FACTOR=NN          HIGHLIGHT A USER ABOVE NN TIMES THAT    *
      *                        AVERAGE (DEFAULT 03)                    *
      *     MINVOL=NNNNN       NEVER HIGHLIGHT A USER WITH FEWER THAN  *
      *                        NNNNN ACTIONS IN THE PERIOD (DEFAULT    *
      *                        00100)                                  *
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
      * HOST VARIABLES - THE REPORT WINDOWS AND ONE USERID/ROG ROW     *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-FROM-DT              PIC X(10) VALUE SPACES.
           05  HV-TO-DT                PIC X(10) VALUE SPACES.
           05  HV-PRIOR-FROM-DT        PIC X(10).
           05  HV-PRIOR-TO-DT          PIC X(10).
           05  HV-PERIOD-DAYS          PIC S9(9) COMP.
           05  HV-LOOKBACK-DAYS        PIC S9(4) COMP VALUE 90.
           05  HV-USERID               PIC X(8).
           05  HV-ROG                  PIC X(4).
           05  HV-PRG-CNT              PIC S9(9) COMP.
           05  HV-RST-CNT              PIC S9(9) COMP.
           05  HV-SCI-CNT              PIC S9(9) COMP.
           05  HV-ORP-CNT              PIC S9(9) COMP.
           05  HV-SEC-CNT              PIC S9(9) COMP.
           05  HV-REJ-CNT              PIC S9(9) COMP.
           05  HV-PRIOR-CNT            PIC S9(9) COMP.

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PARM-LOOKBACK-X      PIC X(4).
           05  WS-PARM-LOOKBACK-9 REDEFINES WS-PARM-LOOKBACK-X
                                       PIC 9(4).
           05  WS-PARM-FACTOR-X        PIC X(2).
           05  WS-PARM-FACTOR-9 REDEFINES WS-PARM-FACTOR-X
                                       PIC 9(2).
           05  WS-PARM-MINVOL-X        PIC X(5).
           05  WS-PARM-MINVOL-9 REDEFINES WS-PARM-MINVOL-X
                                       PIC 9(5).
           05  WS-FACTOR               PIC S9(4) COMP VALUE 3.
           05  WS-MINVOL               PIC S9(9) COMP VALUE 100.

      ******************************************************************
      * HIGH-VOLUME TEST, ONE PER USERID AT ITS CONTROL BREAK. THE     *
      * USER IS FLAGGED WHEN                                           *
      *     PERIOD TOTAL * LOOKBACK DAYS                               *
      *         > FACTOR * PRIOR TOTAL * PERIOD DAYS                   *
      * (THE PERIOD'S DAILY RATE ABOVE FACTOR TIMES THE PRIOR DAILY    *
      * RATE, KEPT IN WHOLE NUMBERS) AND THE PERIOD TOTAL IS AT LEAST  *
      * MINVOL. A USER WITH NO PRIOR ACTIVITY AT ALL IS FLAGGED ONCE   *
      * THEY REACH MINVOL.                                             *
      ******************************************************************
       01  WS-HIGHVOL-FIELDS.
           05  WS-HV-PERIOD-PRODUCT    PIC S9(18) COMP.
           05  WS-HV-PRIOR-PRODUCT     PIC S9(18) COMP.
           05  WS-HV-PRIOR-AVG         PIC S9(18) COMP.

      ******************************************************************
      * RUN TOTALS AND THE USERID CONTROL BREAK                        *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-ACT-EOF-SW           PIC X     VALUE 'N'.
               88  WS-ACT-EOF                    VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-PREV-USERID          PIC X(8)  VALUE SPACES.
           05  WS-USER-CNT             PIC S9(9) COMP VALUE 0.
           05  WS-USER-ROG-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-HIGHVOL-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-USER-TOTALS.
               10  WS-USR-PRG-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-USR-RST-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-USR-SCI-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-USR-ORP-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-USR-SEC-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-USR-REJ-CNT      PIC S9(9) COMP VALUE 0.
           05  WS-USR-ALL-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-GRAND-TOTALS.
               10  WS-TOT-PRG-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-TOT-RST-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-TOT-SCI-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-TOT-ORP-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-TOT-SEC-CNT      PIC S9(9) COMP VALUE 0.
               10  WS-TOT-REJ-CNT      PIC S9(9) COMP VALUE 0.

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
       01  WS-RPT-WINDOW-LINE.
           05  FILLER                  PIC X(10) VALUE 'PERIOD  - '.
           05  RPT-WIN-FROM            PIC X(10).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  RPT-WIN-TO              PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'PRIOR AVERAGE - '.
           05  RPT-WIN-PRIOR-FROM      PIC X(10).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  RPT-WIN-PRIOR-TO        PIC X(10).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-RPT-LEGEND-LINE.
           05  FILLER                  PIC X(10) VALUE 'LEGEND  - '.
           05  FILLER                  PIC X(50) VALUE
               'PRG=PURGED  RST=RESTORED  SCI=SC INSERTED  ORP=SC '.
           05  FILLER                  PIC X(50) VALUE
               'ORPHAN REMOVED  SEC=SECURITY REJ  REJ=FRONT-END RE'.
           05  FILLER                  PIC X(5)  VALUE 'JECT '.
           05  FILLER                  PIC X(17) VALUE SPACES.
      *    ONE USERID/ROG ROW ('USER    - ') OR THE USERID TOTAL
      *    ('USERTOT - ', ROG SHOWN AS ALL)
       01  WS-RPT-USER-LINE.
           05  RPT-USR-TAG             PIC X(10).
           05  RPT-USR-USERID          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-USR-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'PRG='.
           05  RPT-USR-PRG             PIC Z(7)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'RST='.
           05  RPT-USR-RST             PIC Z(7)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'SCI='.
           05  RPT-USR-SCI             PIC Z(7)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'ORP='.
           05  RPT-USR-ORP             PIC Z(7)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'SEC='.
           05  RPT-USR-SEC             PIC Z(7)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'REJ='.
           05  RPT-USR-REJ             PIC Z(7)9.
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-RPT-HIGHVOL-LINE.
           05  FILLER                  PIC X(10) VALUE 'HIGHVOL - '.
           05  RPT-HV-USERID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'PERIOD TOTAL = '.
           05  RPT-HV-PERIOD           PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(23)
               VALUE 'PRIOR AVG FOR PERIOD = '.
           05  RPT-HV-PRIOR-AVG        PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'FACTOR = '.
           05  RPT-HV-FACTOR           PIC Z9.
           05  FILLER                  PIC X(41)
               VALUE ' - FAR ABOVE OWN RECENT AVERAGE'.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. READS THE PERIOD AND THRESHOLD CARDS,         *
      * RESOLVES THE PERIOD AND PRIOR-AVERAGE WINDOWS, LISTS THE       *
      * ACTIVITY BY USERID AND ROG, AND FINISHES WITH THE RUN TOTALS.  *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT OUT.

           MOVE 'USER ACTIVITY REPORT BY USERID AND ROG'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           PERFORM 1000-RESOLVE-WINDOWS.

           IF NOT WS-RUN-FAILED
               PERFORM 2000-USER-ACTIVITY-RPT
           END-IF.

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
               EVALUATE TRUE
                   WHEN PARM-REC(1:7) = 'FROMDT='
                       MOVE PARM-REC(8:10) TO HV-FROM-DT
                   WHEN PARM-REC(1:5) = 'TODT='
                       MOVE PARM-REC(6:10) TO HV-TO-DT
                   WHEN PARM-REC(1:9) = 'LOOKBACK='
                       MOVE PARM-REC(10:4) TO WS-PARM-LOOKBACK-X
                       IF WS-PARM-LOOKBACK-X NOT NUMERIC
                         OR WS-PARM-LOOKBACK-9 = 0
                           DISPLAY 'USRACT - LOOKBACK PARAMETER IS NOT '
                                   'A POSITIVE NUMBER - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-LOOKBACK-9 TO HV-LOOKBACK-DAYS
                   WHEN PARM-REC(1:7) = 'FACTOR='
                       MOVE PARM-REC(8:2) TO WS-PARM-FACTOR-X
                       IF WS-PARM-FACTOR-X NOT NUMERIC
                         OR WS-PARM-FACTOR-9 = 0
                           DISPLAY 'USRACT - FACTOR PARAMETER IS NOT '
                                   'A POSITIVE NUMBER - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-FACTOR-9 TO WS-FACTOR
                   WHEN PARM-REC(1:7) = 'MINVOL='
                       MOVE PARM-REC(8:5) TO WS-PARM-MINVOL-X
                       IF WS-PARM-MINVOL-X NOT NUMERIC
                           DISPLAY 'USRACT - MINVOL PARAMETER IS NOT '
                                   'NUMERIC - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-MINVOL-9 TO WS-MINVOL
                   WHEN OTHER
                       DISPLAY 'USRACT - UNRECOGNIZED PARAMETER CARD '
                               PARM-REC(1:20) ' - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      ******************************************************************
      * PERIOD AND PRIOR-AVERAGE WINDOWS ON THE DATABASE CLOCK. AN     *
      * OMITTED DATE DEFAULTS TO TODAY. DB2 EDITS THE DATE CARDS - A   *
      * DATE IT CANNOT CONVERT, OR A PERIOD THAT ENDS BEFORE IT        *
      * STARTS, ABORTS THE RUN.                                        *
      ******************************************************************
       1000-RESOLVE-WINDOWS.

           IF HV-FROM-DT = SPACES OR HV-TO-DT = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO   :HV-PRIOR-TO-DT
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CURRENT DATE LOOKUP FAILED SQLCODE='
                           SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   IF HV-FROM-DT = SPACES
                       MOVE HV-PRIOR-TO-DT TO HV-FROM-DT
                   END-IF
                   IF HV-TO-DT = SPACES
                       MOVE HV-PRIOR-TO-DT TO HV-TO-DT
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-RUN-FAILED
               EXEC SQL
                   SELECT DAYS(DATE(:HV-TO-DT))
                            - DAYS(DATE(:HV-FROM-DT)) + 1,
                          CHAR(DATE(:HV-FROM-DT)
                                 - :HV-LOOKBACK-DAYS DAYS, ISO),
                          CHAR(DATE(:HV-FROM-DT) - 1 DAY, ISO)
                   INTO   :HV-PERIOD-DAYS, :HV-PRIOR-FROM-DT,
                          :HV-PRIOR-TO-DT
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'USRACT - FROMDT/TODT NOT A VALID DATE '
                           'SQLCODE=' SQLCODE ' - ABORTING'
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   IF HV-PERIOD-DAYS < 1
                       DISPLAY 'USRACT - TODT IS BEFORE FROMDT '
                               '- ABORTING'
                       SET WS-RUN-FAILED TO TRUE
                   ELSE
                       MOVE HV-FROM-DT       TO RPT-WIN-FROM
                       MOVE HV-TO-DT         TO RPT-WIN-TO
                       MOVE HV-PRIOR-FROM-DT TO RPT-WIN-PRIOR-FROM
                       MOVE HV-PRIOR-TO-DT   TO RPT-WIN-PRIOR-TO
                       WRITE OUT-REC FROM WS-RPT-WINDOW-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ONE ROW PER USERID/ROG WITH ACTIVITY IN THE PERIOD. EACH       *
      * SOURCE CONTRIBUTES A 1 IN ITS OWN COLUMN AND THE UNION IS      *
      * SUMMED, SO A SINGLE PASS GIVES ALL SIX MEASURES. ORDERED BY    *
      * USERID FOR THE CONTROL BREAK.                                  *
      ******************************************************************
       2000-USER-ACTIVITY-RPT.

           MOVE 'ACTIVITY IN PERIOD BY USERID AND ROG'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-LEGEND-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           EXEC SQL
               DECLARE USRACT_C CURSOR FOR
               SELECT   A.USERID, A.ROG,
                        SUM(A.PRG), SUM(A.RST), SUM(A.SCI),
                        SUM(A.ORP), SUM(A.SEC), SUM(A.REJ)
               FROM    (SELECT COALESCE(USERID, '*NOUSER*'), ROG,
                               1, 0, 0, 0, 0, 0
                        FROM   COUPON_HIST
                        WHERE  DATE(DELETE_TS)
                                 BETWEEN DATE(:HV-FROM-DT)
                                     AND DATE(:HV-TO-DT)
                        UNION ALL
                        SELECT COALESCE(USERID, '*NOUSER*'), ROG,
                               0, 1, 0, 0, 0, 0
                        FROM   COUPON_HIST
                        WHERE  RESTORED_IND = 'Y'
                          AND  DATE(RESTORE_TS)
                                 BETWEEN DATE(:HV-FROM-DT)
                                     AND DATE(:HV-TO-DT)
                        UNION ALL
                        SELECT COALESCE(USERID, '*NOUSER*'),
                               COALESCE(SRC_ROG, ' '),
                               0, 0, 1, 0, 0, 0
                        FROM   SC
                        WHERE  DATE(INS_TS)
                                 BETWEEN DATE(:HV-FROM-DT)
                                     AND DATE(:HV-TO-DT)
                        UNION ALL
                        SELECT COALESCE(USERID, '*NOUSER*'),
                               COALESCE(SRC_ROG, ' '),
                               0, 0, 0, 1, 0, 0
                        FROM   SC_ORPHAN_HIST
                        WHERE  DATE(DELETE_TS)
                                 BETWEEN DATE(:HV-FROM-DT)
                                     AND DATE(:HV-TO-DT)
                        UNION ALL
                        SELECT USERID, ROG,
                               0, 0, 0, 0, 1, 0
                        FROM   SECURITY_REJ_LOG
                        WHERE  DATE(REJECT_TS)
                                 BETWEEN DATE(:HV-FROM-DT)
                                     AND DATE(:HV-TO-DT)
                        UNION ALL
                        SELECT COALESCE(USERID, '*NOUSER*'), ROG,
                               0, 0, 0, 0, 0, 1
                        FROM   REJECT_TRK
                        WHERE  REJECT_DT
                                 BETWEEN DATE(:HV-FROM-DT)
                                     AND DATE(:HV-TO-DT))
                        AS A (USERID, ROG, PRG, RST, SCI, ORP, SEC, REJ)
               GROUP BY A.USERID, A.ROG
               ORDER BY A.USERID, A.ROG
               QUERYNO 99
           END-EXEC.

           EXEC SQL
               OPEN USRACT_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'USRACT_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-ACT-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH USRACT_C
                       INTO :HV-USERID, :HV-ROG,
                            :HV-PRG-CNT, :HV-RST-CNT, :HV-SCI-CNT,
                            :HV-ORP-CNT, :HV-SEC-CNT, :HV-REJ-CNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2010-WRITE-USER-ROG-LINE
                       WHEN SQLCODE = 100
                           SET WS-ACT-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'USRACT_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE USRACT_C
               END-EXEC
           END-IF.

           IF WS-PREV-USERID NOT = SPACES AND NOT WS-RUN-FAILED
               PERFORM 3000-WRITE-USER-BREAK
           END-IF.

      ******************************************************************
      * ONE USERID/ROG ROW, ROLLED INTO THE USER AND RUN TOTALS.       *
      ******************************************************************
       2010-WRITE-USER-ROG-LINE.

           IF WS-PREV-USERID NOT = SPACES
             AND HV-USERID NOT = WS-PREV-USERID
               PERFORM 3000-WRITE-USER-BREAK
           END-IF.
           MOVE HV-USERID TO WS-PREV-USERID.

           ADD 1 TO WS-USER-ROG-CNT.

           ADD HV-PRG-CNT TO WS-USR-PRG-CNT WS-TOT-PRG-CNT.
           ADD HV-RST-CNT TO WS-USR-RST-CNT WS-TOT-RST-CNT.
           ADD HV-SCI-CNT TO WS-USR-SCI-CNT WS-TOT-SCI-CNT.
           ADD HV-ORP-CNT TO WS-USR-ORP-CNT WS-TOT-ORP-CNT.
           ADD HV-SEC-CNT TO WS-USR-SEC-CNT WS-TOT-SEC-CNT.
           ADD HV-REJ-CNT TO WS-USR-REJ-CNT WS-TOT-REJ-CNT.

           MOVE 'USER    - '  TO RPT-USR-TAG.
           MOVE HV-USERID     TO RPT-USR-USERID.
           MOVE HV-ROG        TO RPT-USR-ROG.
           MOVE HV-PRG-CNT    TO RPT-USR-PRG.
           MOVE HV-RST-CNT    TO RPT-USR-RST.
           MOVE HV-SCI-CNT    TO RPT-USR-SCI.
           MOVE HV-ORP-CNT    TO RPT-USR-ORP.
           MOVE HV-SEC-CNT    TO RPT-USR-SEC.
           MOVE HV-REJ-CNT    TO RPT-USR-REJ.
           WRITE OUT-REC FROM WS-RPT-USER-LINE.

      ******************************************************************
      * USERID BREAK: THE USER'S TOTAL LINE, THEN THE HIGH-VOLUME TEST *
      * AGAINST THE SAME SIX MEASURES OVER THE PRIOR-AVERAGE WINDOW.   *
      * UNSTAMPED HISTORY (*NOUSER*) HAS NO OWNER TO COMPARE AGAINST.  *
      ******************************************************************
       3000-WRITE-USER-BREAK.

           ADD 1 TO WS-USER-CNT.

           COMPUTE WS-USR-ALL-CNT = WS-USR-PRG-CNT + WS-USR-RST-CNT
                                  + WS-USR-SCI-CNT + WS-USR-ORP-CNT
                                  + WS-USR-SEC-CNT + WS-USR-REJ-CNT.

           MOVE 'USERTOT - '    TO RPT-USR-TAG.
           MOVE WS-PREV-USERID  TO RPT-USR-USERID.
           MOVE 'ALL '          TO RPT-USR-ROG.
           MOVE WS-USR-PRG-CNT  TO RPT-USR-PRG.
           MOVE WS-USR-RST-CNT  TO RPT-USR-RST.
           MOVE WS-USR-SCI-CNT  TO RPT-USR-SCI.
           MOVE WS-USR-ORP-CNT  TO RPT-USR-ORP.
           MOVE WS-USR-SEC-CNT  TO RPT-USR-SEC.
           MOVE WS-USR-REJ-CNT  TO RPT-USR-REJ.
           WRITE OUT-REC FROM WS-RPT-USER-LINE.

           IF WS-PREV-USERID NOT = '*NOUSER*'
             AND WS-USR-ALL-CNT NOT < WS-MINVOL
               PERFORM 3010-CHECK-HIGH-VOLUME
           END-IF.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

           INITIALIZE WS-USER-TOTALS.

       3010-CHECK-HIGH-VOLUME.

           EXEC SQL
               SELECT (SELECT COUNT(*)
                       FROM   COUPON_HIST
                       WHERE  USERID = :WS-PREV-USERID
                         AND  DATE(DELETE_TS)
                                BETWEEN DATE(:HV-PRIOR-FROM-DT)
                                    AND DATE(:HV-PRIOR-TO-DT))
                    + (SELECT COUNT(*)
                       FROM   COUPON_HIST
                       WHERE  USERID = :WS-PREV-USERID
                         AND  RESTORED_IND = 'Y'
                         AND  DATE(RESTORE_TS)
                                BETWEEN DATE(:HV-PRIOR-FROM-DT)
                                    AND DATE(:HV-PRIOR-TO-DT))
                    + (SELECT COUNT(*)
                       FROM   SC
                       WHERE  USERID = :WS-PREV-USERID
                         AND  DATE(INS_TS)
                                BETWEEN DATE(:HV-PRIOR-FROM-DT)
                                    AND DATE(:HV-PRIOR-TO-DT))
                    + (SELECT COUNT(*)
                       FROM   SC_ORPHAN_HIST
                       WHERE  USERID = :WS-PREV-USERID
                         AND  DATE(DELETE_TS)
                                BETWEEN DATE(:HV-PRIOR-FROM-DT)
                                    AND DATE(:HV-PRIOR-TO-DT))
                    + (SELECT COUNT(*)
                       FROM   SECURITY_REJ_LOG
                       WHERE  USERID = :WS-PREV-USERID
                         AND  DATE(REJECT_TS)
                                BETWEEN DATE(:HV-PRIOR-FROM-DT)
                                    AND DATE(:HV-PRIOR-TO-DT))
                    + (SELECT COUNT(*)
                       FROM   REJECT_TRK
                       WHERE  USERID = :WS-PREV-USERID
                         AND  REJECT_DT
                                BETWEEN DATE(:HV-PRIOR-FROM-DT)
                                    AND DATE(:HV-PRIOR-TO-DT))
               INTO   :HV-PRIOR-CNT
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRIOR ACTIVITY COUNT FAILED FOR USERID '
                       WS-PREV-USERID ' SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               COMPUTE WS-HV-PERIOD-PRODUCT
                     = WS-USR-ALL-CNT * HV-LOOKBACK-DAYS
               COMPUTE WS-HV-PRIOR-PRODUCT
                     = WS-FACTOR * HV-PRIOR-CNT * HV-PERIOD-DAYS
               IF WS-HV-PERIOD-PRODUCT > WS-HV-PRIOR-PRODUCT
                   ADD 1 TO WS-HIGHVOL-CNT
                   COMPUTE WS-HV-PRIOR-AVG
                         = HV-PRIOR-CNT * HV-PERIOD-DAYS
                           / HV-LOOKBACK-DAYS
                   MOVE WS-PREV-USERID   TO RPT-HV-USERID
                   MOVE WS-USR-ALL-CNT   TO RPT-HV-PERIOD
                   MOVE WS-HV-PRIOR-AVG  TO RPT-HV-PRIOR-AVG
                   MOVE WS-FACTOR        TO RPT-HV-FACTOR
                   WRITE OUT-REC FROM WS-RPT-HIGHVOL-LINE
               END-IF
           END-IF.

      ******************************************************************
      * ACTIVITY RUN SUMMARY.                                          *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'USRACT RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'PERIOD LENGTH (DAYS):'  TO RPT-SUM-LABEL.
           MOVE HV-PERIOD-DAYS         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'PRIOR AVERAGE WINDOW (DAYS):' TO RPT-SUM-LABEL.
           MOVE HV-LOOKBACK-DAYS       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'USERIDS WITH ACTIVITY:' TO RPT-SUM-LABEL.
           MOVE WS-USER-CNT            TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'USERID/ROG ROWS:'     TO RPT-SUM-LABEL.
           MOVE WS-USER-ROG-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'COUPONS PURGED:'      TO RPT-SUM-LABEL.
           MOVE WS-TOT-PRG-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'COUPONS RESTORED:'    TO RPT-SUM-LABEL.
           MOVE WS-TOT-RST-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'SC ROWS INSERTED:'    TO RPT-SUM-LABEL.
           MOVE WS-TOT-SCI-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'SC ORPHANS REMOVED:'  TO RPT-SUM-LABEL.
           MOVE WS-TOT-ORP-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'SECURITY REJECTIONS:' TO RPT-SUM-LABEL.
           MOVE WS-TOT-SEC-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'FRONT-END REJECTS:'   TO RPT-SUM-LABEL.
           MOVE WS-TOT-REJ-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'HIGH-VOLUME USERIDS:' TO RPT-SUM-LABEL.
           MOVE WS-HIGHVOL-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
