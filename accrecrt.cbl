       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCRECRT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * QUARTERLY ACCESS RECERTIFICATION. THE NIGHTLY JOB FAILS A      *
      * RECORD CLOSED WHEN ITS USERID IS NOT AUTHORIZED UNDER MERT/WRG *
      * FOR THE ROG, BUT NOTHING REVIEWS WHO HOLDS THAT ACCESS. THIS   *
      * READ-ONLY REPORT LISTS EVERY MERT USERID OF TYPE 'R' WITH ITS  *
      * PA_ROG, THE LAST DATE THE USER DROVE A TRANSACTION, AND EVERY  *
      * WRG REGION GROUP ASSIGNED WITH THE DATE CTLMAINT GRANTED IT    *
      * (FROM CTL_MAINT_AUDIT). IT FLAGS USERS DORMANT LONGER THAN     *
      * DORMDAYS AND WRG GROUPS WHOSE ROG IS NO LONGER ON CORO, AND    *
      * WRITES A CTLMAINT 'WRG DEL' CARD TO DELFILE FOR EVERY FLAGGED  *
      * ASSIGNMENT. SECURITY REVIEWS THE DECK AND RUNS IT THROUGH      *
      * CTLMAINT, SO EVERY REMOVAL CARRIES THE NORMAL AUDIT TRAIL.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.       IBM-370.
       OBJECT-COMPUTER.       IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT DELFILE ASSIGN TO DELFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT ASSIGN TO OUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RUN PARAMETER CARDS, ONE KEYWORD PER CARD:                     *
      *     DORMDAYS=NNNN    A USER WITH NO TRANSACTION IN THE LAST    *
      *                      NNNN DAYS IS DORMANT (DEFAULT 0090)       *
      ******************************************************************
       FD  PARMFILE
           RECORDING MODE IS F.
       01  PARM-REC                    PIC X(80).

      ******************************************************************
      * CTLMAINT TRANSACTION CARDS - SAME FIXED-COLUMN LAYOUT CTLMAINT *
      * READS ON TRANFILE:  WRG DEL USERID8 ROG4                       *
      ******************************************************************
       FD  DELFILE
           RECORDING MODE IS F.
       01  DELCARD-REC.
           05  DCD-TABLE-CD            PIC X(3).
           05  FILLER                  PIC X(1).
           05  DCD-ACTION-CD           PIC X(3).
           05  FILLER                  PIC X(1).
           05  DCD-USERID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  DCD-ROG                 PIC X(4).
           05  FILLER                  PIC X(59).

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
      * HOST VARIABLES - ONE MERT USER, ITS ACTIVITY AND ONE WRG ROW   *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-USERID               PIC X(8).
           05  HV-PA-ROG               PIC X(4).
           05  HV-LAST-TRAN-DT         PIC X(10).
           05  HV-LAST-TRAN-IND        PIC S9(4) COMP.
           05  HV-IDLE-DAYS            PIC S9(9) COMP.
           05  HV-IDLE-IND             PIC S9(4) COMP.
           05  HV-GRANT-AGE            PIC S9(9) COMP.
           05  HV-GRANT-AGE-IND        PIC S9(4) COMP.
           05  HV-WRG-ROG              PIC X(4).
           05  HV-CORO-CNT             PIC S9(9) COMP.
           05  HV-GRANT-DT             PIC X(10).
           05  HV-GRANT-DT-IND         PIC S9(4) COMP.
           05  HV-DORM-DAYS            PIC S9(4) COMP VALUE 90.

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
      * RUN TOTALS AND THE PER-USER FLAGS                              *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-USER-EOF-SW          PIC X     VALUE 'N'.
               88  WS-USER-EOF                   VALUE 'Y'.
           05  WS-WRG-EOF-SW           PIC X     VALUE 'N'.
               88  WS-WRG-EOF                    VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-DORMANT-SW           PIC X     VALUE 'N'.
               88  WS-USER-DORMANT               VALUE 'Y'.
           05  WS-USER-CNT             PIC S9(9) COMP VALUE 0.
           05  WS-DORMANT-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-DORM-NO-WRG-CNT      PIC S9(9) COMP VALUE 0.
           05  WS-WRG-CNT              PIC S9(9) COMP VALUE 0.
           05  WS-USER-WRG-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-STALE-ROG-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-DELCARD-CNT          PIC S9(9) COMP VALUE 0.

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
       01  WS-RPT-USER-LINE.
           05  FILLER                  PIC X(10) VALUE 'USER    - '.
           05  RPT-USR-USERID          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'PA_ROG = '.
           05  RPT-USR-PA-ROG          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'LAST TRAN = '.
           05  RPT-USR-LAST-TRAN       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'IDLE DAYS = '.
           05  RPT-USR-IDLE            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-USR-NOTE            PIC X(40).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-RPT-WRG-LINE.
           05  FILLER                  PIC X(10) VALUE 'WRG     - '.
           05  RPT-WRG-USERID          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'ROG = '.
           05  RPT-WRG-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'GRANTED = '.
           05  RPT-WRG-GRANTED         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-WRG-NOTE            PIC X(40).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. READS THE DORMANCY THRESHOLD, REVIEWS EVERY   *
      * MERT USER AND ITS WRG GROUPS, AND FINISHES WITH THE RUN        *
      * TOTALS. THE REPORT AND DELFILE CHANGE NOTHING - THE CARDS ONLY *
      * TAKE EFFECT WHEN SECURITY RUNS THEM THROUGH CTLMAINT.          *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT DELFILE.
           OPEN OUTPUT OUT.

           MOVE 'MERT/WRG ACCESS RECERTIFICATION'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           PERFORM 2000-RECERTIFY-USERS.

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
               IF PARM-REC(1:9) = 'DORMDAYS='
                   MOVE PARM-REC(10:4) TO WS-PARM-DAYS-X
                   IF WS-PARM-DAYS-X NOT NUMERIC
                     OR WS-PARM-DAYS-9 = 0
                       DISPLAY 'ACCRECRT - DORMDAYS PARAMETER IS NOT '
                               'A POSITIVE NUMBER - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-DAYS-9 TO HV-DORM-DAYS
               ELSE
                   DISPLAY 'ACCRECRT - UNRECOGNIZED PARAMETER CARD '
                           PARM-REC(1:20) ' - ABORTING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * EVERY MERT USERID OF TYPE 'R' - THE SAME TYPE THE NIGHTLY      *
      * FRONT-END EDIT AND AUTHORIZATION LOOKUP ACCEPT. A USERID ON    *
      * MORE THAN ONE MERT ROW IS REVIEWED ONCE.                       *
      ******************************************************************
       2000-RECERTIFY-USERS.

           MOVE 'MERT USERS AND WRG REGION GROUPS'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           EXEC SQL
               DECLARE RECUSER_C CURSOR FOR
               SELECT   USERID, MIN(PA_ROG)
               FROM     MERT
               WHERE    TYPE = 'R'
               GROUP BY USERID
               ORDER BY USERID
               QUERYNO 100
           END-EXEC.

           EXEC SQL
               OPEN RECUSER_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'RECUSER_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-USER-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH RECUSER_C
                       INTO :HV-USERID, :HV-PA-ROG
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2010-RECERTIFY-ONE-USER
                       WHEN SQLCODE = 100
                           SET WS-USER-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'RECUSER_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE RECUSER_C
               END-EXEC
           END-IF.

      ******************************************************************
      * ONE USER: ITS LAST TRANSACTION AND MOST RECENT WRG GRANT, THEN *
      * THE REVIEW LINES.                                              *
      ******************************************************************
       2010-RECERTIFY-ONE-USER.

           ADD 1 TO WS-USER-CNT.
           MOVE 0   TO WS-USER-WRG-CNT.
           MOVE 'N' TO WS-DORMANT-SW.

           PERFORM 2020-FIND-LAST-ACTIVITY.
           IF NOT WS-RUN-FAILED
               PERFORM 2015-REPORT-USER
           END-IF.

      ******************************************************************
      * DORMANCY TEST, THE USER LINE, THEN ONE LINE PER WRG GROUP.     *
      ******************************************************************
       2015-REPORT-USER.

      *    A USER WITH NO TRANSACTION ON RECORD IS ONLY DORMANT ONCE
      *    THE NEWEST GRANT IS ITSELF OLDER THAN THE THRESHOLD, SO A
      *    USER SET UP LAST WEEK IS NOT PUT UP FOR REMOVAL.
           IF HV-LAST-TRAN-IND < 0
               IF HV-GRANT-AGE-IND < 0
                 OR HV-GRANT-AGE > HV-DORM-DAYS
                   SET WS-USER-DORMANT TO TRUE
               END-IF
           ELSE
               IF HV-IDLE-DAYS > HV-DORM-DAYS
                   SET WS-USER-DORMANT TO TRUE
               END-IF
           END-IF.

           MOVE HV-USERID TO RPT-USR-USERID.
           MOVE HV-PA-ROG TO RPT-USR-PA-ROG.
           MOVE SPACES    TO RPT-USR-NOTE.
           IF HV-LAST-TRAN-IND < 0
               MOVE 'NONE'          TO RPT-USR-LAST-TRAN
               MOVE 0               TO RPT-USR-IDLE
           ELSE
               MOVE HV-LAST-TRAN-DT TO RPT-USR-LAST-TRAN
               MOVE HV-IDLE-DAYS    TO RPT-USR-IDLE
           END-IF.
           IF WS-USER-DORMANT
               ADD 1 TO WS-DORMANT-CNT
               MOVE 'DORMANT - WRG GROUPS PUT UP FOR REMOVAL'
                 TO RPT-USR-NOTE
           END-IF.
           WRITE OUT-REC FROM WS-RPT-USER-LINE.

           PERFORM 2030-LIST-USER-WRG.

      *    A DORMANT USER WITH NO WRG GROUPS STILL HOLDS PA_ROG ACCESS
      *    THROUGH MERT ITSELF, WHICH CTLMAINT DOES NOT MAINTAIN.
           IF WS-USER-DORMANT AND WS-USER-WRG-CNT = 0
             AND NOT WS-RUN-FAILED
               ADD 1 TO WS-DORM-NO-WRG-CNT
               MOVE HV-USERID  TO RPT-WRG-USERID
               MOVE HV-PA-ROG  TO RPT-WRG-ROG
               MOVE 'PA_ROG'   TO RPT-WRG-GRANTED
               MOVE 'NO WRG GROUPS - REVIEW MERT ROW'
                 TO RPT-WRG-NOTE
               WRITE OUT-REC FROM WS-RPT-WRG-LINE
           END-IF.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

      ******************************************************************
      * LAST TRANSACTION = THE LATEST DATE THE USER'S INFILE RECORDS   *
      * PURGED A COUPON, INSERTED OR REMOVED AN SC ROW, OR WERE        *
      * REJECTED BY THE FRONT-END EDITS (A SUBMITTED TRANSACTION       *
      * EITHER WAY). SECURITY REJECTIONS DO NOT COUNT - THEY ARE NOT   *
      * USE OF THE ACCESS BEING RECERTIFIED. NULL WHEN NONE ON RECORD. *
      * THE GRANT AGE IS THE DAYS SINCE THE USER'S NEWEST WRG ADD OR   *
      * CHG THROUGH CTLMAINT.                                          *
      ******************************************************************
       2020-FIND-LAST-ACTIVITY.

           EXEC SQL
               SELECT CHAR(MAX(T.TRAN_DT), ISO),
                      DAYS(CURRENT DATE) - DAYS(MAX(T.TRAN_DT))
               INTO   :HV-LAST-TRAN-DT:HV-LAST-TRAN-IND,
                      :HV-IDLE-DAYS:HV-IDLE-IND
               FROM  (SELECT MAX(DATE(DELETE_TS))
                      FROM   COUPON_HIST
                      WHERE  USERID = :HV-USERID
                      UNION ALL
                      SELECT MAX(DATE(INS_TS))
                      FROM   SC
                      WHERE  USERID = :HV-USERID
                      UNION ALL
                      SELECT MAX(DATE(DELETE_TS))
                      FROM   SC_ORPHAN_HIST
                      WHERE  USERID = :HV-USERID
                      UNION ALL
                      SELECT MAX(REJECT_DT)
                      FROM   REJECT_TRK
                      WHERE  USERID = :HV-USERID)
                      AS T (TRAN_DT)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'LAST TRANSACTION LOOKUP FAILED FOR USERID '
                       HV-USERID ' SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               EXEC SQL
                   SELECT DAYS(CURRENT DATE) - DAYS(MAX(CHANGE_TS))
                   INTO   :HV-GRANT-AGE:HV-GRANT-AGE-IND
                   FROM   CTL_MAINT_AUDIT
                   WHERE  TABLE_CD  = 'WRG'
                     AND  ACTION_CD IN ('ADD', 'CHG')
                     AND  USERID    = :HV-USERID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'WRG GRANT LOOKUP FAILED FOR USERID '
                           HV-USERID ' SQLCODE=' SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * THE USER'S WRG GROUPS, EACH WITH WHETHER CORO STILL KNOWS THE  *
      * ROG AND THE DATE CTLMAINT LAST GRANTED IT (AN ADD, OR A CHG    *
      * THAT MOVED THE ASSIGNMENT ONTO IT). A GROUP ASSIGNED BEFORE    *
      * CTLMAINT HAS NO AUDIT ROW AND SHOWS UNKNOWN.                   *
      ******************************************************************
       2030-LIST-USER-WRG.

           MOVE 'N' TO WS-WRG-EOF-SW.

           EXEC SQL
               DECLARE RECWRG_C CURSOR FOR
               SELECT   W.ROG,
                        (SELECT COUNT(*)
                         FROM   CORO C
                         WHERE  C.ROG = W.ROG),
                        (SELECT CHAR(DATE(MAX(A.CHANGE_TS)), ISO)
                         FROM   CTL_MAINT_AUDIT A
                         WHERE  A.TABLE_CD  = 'WRG'
                           AND  A.ACTION_CD IN ('ADD', 'CHG')
                           AND  A.USERID    = W.USERID
                           AND  A.ROG       = W.ROG)
               FROM     WRG W
               WHERE    W.USERID = :HV-USERID
               ORDER BY W.ROG
               QUERYNO 101
           END-EXEC.

           EXEC SQL
               OPEN RECWRG_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'RECWRG_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-WRG-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH RECWRG_C
                       INTO :HV-WRG-ROG, :HV-CORO-CNT,
                            :HV-GRANT-DT:HV-GRANT-DT-IND
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2040-WRITE-WRG-LINE
                       WHEN SQLCODE = 100
                           SET WS-WRG-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'RECWRG_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE RECWRG_C
               END-EXEC
           END-IF.

      ******************************************************************
      * ONE WRG GROUP. A GROUP IS FLAGGED WHEN ITS ROG IS GONE FROM    *
      * CORO OR ITS USER IS DORMANT, AND EVERY FLAGGED GROUP GETS ONE  *
      * CTLMAINT DEL CARD.                                             *
      ******************************************************************
       2040-WRITE-WRG-LINE.

           ADD 1 TO WS-WRG-CNT.
           ADD 1 TO WS-USER-WRG-CNT.

           MOVE HV-USERID  TO RPT-WRG-USERID.
           MOVE HV-WRG-ROG TO RPT-WRG-ROG.
           MOVE SPACES     TO RPT-WRG-NOTE.
           IF HV-GRANT-DT-IND < 0
               MOVE 'UNKNOWN'   TO RPT-WRG-GRANTED
           ELSE
               MOVE HV-GRANT-DT TO RPT-WRG-GRANTED
           END-IF.

           EVALUATE TRUE
               WHEN HV-CORO-CNT = 0 AND WS-USER-DORMANT
                   ADD 1 TO WS-STALE-ROG-CNT
                   MOVE 'ROG NOT ON CORO, USER DORMANT - DEL CARD'
                     TO RPT-WRG-NOTE
               WHEN HV-CORO-CNT = 0
                   ADD 1 TO WS-STALE-ROG-CNT
                   MOVE 'ROG NOT ON CORO - DEL CARD'
                     TO RPT-WRG-NOTE
               WHEN WS-USER-DORMANT
                   MOVE 'USER DORMANT - DEL CARD'
                     TO RPT-WRG-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           WRITE OUT-REC FROM WS-RPT-WRG-LINE.

           IF HV-CORO-CNT = 0 OR WS-USER-DORMANT
               PERFORM 2050-WRITE-DEL-CARD
           END-IF.

       2050-WRITE-DEL-CARD.

           MOVE SPACES     TO DELCARD-REC.
           MOVE 'WRG'      TO DCD-TABLE-CD.
           MOVE 'DEL'      TO DCD-ACTION-CD.
           MOVE HV-USERID  TO DCD-USERID.
           MOVE HV-WRG-ROG TO DCD-ROG.
           WRITE DELCARD-REC.
           ADD 1 TO WS-DELCARD-CNT.

      ******************************************************************
      * RECERTIFICATION RUN SUMMARY.                                   *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'ACCRECRT RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'DORMANCY THRESHOLD (DAYS):' TO RPT-SUM-LABEL.
           MOVE HV-DORM-DAYS           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'MERT USERS REVIEWED:' TO RPT-SUM-LABEL.
           MOVE WS-USER-CNT            TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'WRG GROUPS REVIEWED:' TO RPT-SUM-LABEL.
           MOVE WS-WRG-CNT             TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'DORMANT USERS:'       TO RPT-SUM-LABEL.
           MOVE WS-DORMANT-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'DORMANT USERS WITHOUT WRG:' TO RPT-SUM-LABEL.
           MOVE WS-DORM-NO-WRG-CNT     TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'WRG GROUPS NOT ON CORO:' TO RPT-SUM-LABEL.
           MOVE WS-STALE-ROG-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'CTLMAINT DEL CARDS WRITTEN:' TO RPT-SUM-LABEL.
           MOVE WS-DELCARD-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE DELFILE
                 OUT.

          DISPLAY "---------------------------------------------------".
