       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COUPORPH.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * COUPON-TO-PENDING REFERENTIAL INTEGRITY SWEEP. THE NIGHTLY     *
      * COUPON PURGE ONLY REACHES COUPONS WHOSE PACS_ADPL_SEQ_NUM IS   *
      * STILL ON PENDING FOR THAT NIGHT'S INFILE ITEM KEY, SO ONCE     *
      * PENDHSKP ARCHIVES AN EXPIRED PLAN TO PENDING_HIST - OR WHEN A  *
      * PLAN KEY NEVER ARRIVES ON INFILE AT ALL - ITS COUPON ROWS ARE  *
      * STRANDED FOR GOOD. THIS JOB FINDS EVERY COUPON ROW WITH NO     *
      * PENDING PARENT, REPORTS WHETHER THE PARENT WAS ARCHIVED TO     *
      * PENDING_HIST (AND WHEN) OR IS MISSING FROM BOTH, AND TOTALS    *
      * THEM BY ROG. A LIVE RUN ARCHIVES THE PURGE-ELIGIBLE ORPHANS TO *
      * COUPON_HIST AND DELETES THEM UNDER THE SAME PURGE_GOVERNOR     *
      * LIMITS AND CHECKPOINT COMMITS THE NIGHTLY PURGE USES, SO       *
      * COUPONBK CAN RESTORE THEM LIKE ANY OTHER PURGED COUPON.        *
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
      *     RUNMODE=UPDATE   NORMAL LIVE RUN (DEFAULT WHEN NO CARD)    *
      *     RUNMODE=AUDIT    SIMULATION - REPORT EVERY ORPHAN AND      *
      *                      COUNT THE WOULD-BE PURGES, ISSUE NO       *
      *                      DATABASE CHANGES                          *
      *     CHKPT=NNNNN      COMMIT EVERY NNNNN ROWS (DEFAULT 00500)   *
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
      * HOST VARIABLES - ONE ORPHAN COUPON ROW AND ITS ARCHIVED PARENT *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-ROG                  PIC X(4).
           05  HV-UPC-MANUF            PIC X(5).
           05  HV-UPC-SALES            PIC X(5).
           05  HV-UPC-COUNTRY          PIC X(3).
           05  HV-UPC-SYSTEM           PIC X(1).
           05  HV-POS-PROCESSED-IND    PIC X(1).
           05  HV-PACS-ADPL-SEQ-NUM    PIC S9(9) COMP.
           05  HV-PND-CORP-ITEM-CD     PIC X(14).
           05  HV-PND-UNIT-TYPE        PIC X(2).
           05  HV-PND-AD-SELECT        PIC X(4).
           05  HV-ARCHIVE-TS           PIC X(26).
           05  HV-START-TS             PIC X(26).
           05  WS-RUN-DATE             PIC 9(8)  COMP.
      *    CHANGE STAMPS - THE NIGHTLY JOB STAMPS THE INFILE USERID AND
      *    BATCH SOURCE; A SWEEP HAS NO DRIVING USER, SO ITS ROWS CARRY
      *    THE PROGRAM NAME AND THE 'SWP' SWEEP SOURCE.
           05  HV-STAMP-USERID         PIC X(8)  VALUE 'COUPORPH'.
           05  HV-STAMP-BATCH-SRC      PIC X(3)  VALUE 'SWP'.

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PARM-CHKPT-X         PIC X(5).
           05  WS-PARM-CHKPT-9 REDEFINES WS-PARM-CHKPT-X
                                       PIC 9(5).

      ******************************************************************
      * RUN MODE CONTROL - SAME SEMANTICS AS THE NIGHTLY JOB: UNDER    *
      * AUDIT THE ORPHAN CURSOR AND THE GOVERNOR CHECK STILL RUN BUT   *
      * NO COUPON_HIST INSERT OR COUPON DELETE IS ISSUED, AND THE      *
      * PURGE COUNTS ARE LABELLED PROJECTED.                           *
      ******************************************************************
       01  WS-RUN-PARM-FIELDS.
           05  WS-RUN-MODE             PIC X(6)  VALUE 'UPDATE'.
               88  WS-AUDIT-MODE                 VALUE 'AUDIT'.
               88  WS-UPDATE-MODE                VALUE 'UPDATE'.
       01  WS-RPT-SIM-BANNER           PIC X(132) VALUE
               '**** SIMULATION RUN (AUDIT) - NO DATABASE UPDATES ****'.

      ******************************************************************
      * MASS-DELETE SAFETY GOVERNOR - THE NIGHTLY PURGE'S RULE APPLIED *
      * ONCE PER ROG AS THE CURSOR REACHES IT: THE ROG'S PURGE-        *
      * ELIGIBLE ORPHANS AGAINST THE PURGE_GOVERNOR ABSOLUTE CEILING   *
      * AND PERCENTAGE OF THE ROG'S TOTAL COUPON ROWS. A BREACH KEEPS  *
      * EVERY ORPHAN IN THAT ROG (STILL REPORTED) AND ENDS THE RUN     *
      * WITH RETURN CODE 8. A ROG WITH NO PURGE_GOVERNOR ROW IS        *
      * UNGOVERNED.                                                    *
      ******************************************************************
       01  WS-GOVERNOR-FIELDS.
           05  HV-GOV-ABS-LIMIT        PIC S9(9) COMP.
           05  HV-GOV-PCT-LIMIT        PIC S9(4) COMP.
           05  HV-GOV-CAND-CNT         PIC S9(9) COMP.
           05  HV-GOV-TOTAL-CNT        PIC S9(9) COMP.
           05  WS-GOV-CAND-X100        PIC S9(18) COMP.
           05  WS-GOV-PCT-PRODUCT      PIC S9(18) COMP.
           05  WS-GOV-BREACH-SW        PIC X     VALUE 'N'.
               88  WS-GOV-BREACH                 VALUE 'Y'.
           05  WS-GOVERNOR-TRIP-SW     PIC X     VALUE 'N'.
               88  WS-GOVERNOR-TRIPPED          VALUE 'Y'.

      ******************************************************************
      * RUN TOTALS AND THE ROG CONTROL BREAK. THE ORPHAN CURSOR IS     *
      * ORDERED BY ROG SO THE GOVERNOR IS CHECKED AS EACH REGION       *
      * STARTS AND ONE 'BY ROG' LINE IS WRITTEN AS IT FINISHES.        *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-ORPH-EOF-SW          PIC X     VALUE 'N'.
               88  WS-ORPH-EOF                   VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-PARENT-SW            PIC X     VALUE 'N'.
               88  WS-PARENT-ARCHIVED            VALUE 'A'.
               88  WS-PARENT-MISSING             VALUE 'M'.
           05  WS-CHKPT-LIMIT          PIC S9(9) COMP VALUE 500.
           05  WS-CHKPT-PENDING        PIC S9(9) COMP VALUE 0.
           05  WS-COMMIT-CNT           PIC S9(9) COMP VALUE 0.
           05  WS-ORPHAN-CNT           PIC S9(9) COMP VALUE 0.
           05  WS-ARCH-PARENT-CNT      PIC S9(9) COMP VALUE 0.
           05  WS-NO-PARENT-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-PURGE-CNT            PIC S9(9) COMP VALUE 0.
           05  WS-POS-KEPT-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-GOV-KEPT-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-GOV-ROG-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-ERROR-CNT            PIC S9(9) COMP VALUE 0.
           05  WS-PREV-ROG             PIC X(4)  VALUE SPACES.
           05  WS-ROG-ORPHAN-CNT       PIC S9(9) COMP VALUE 0.
           05  WS-ROG-ARCH-PARENT-CNT  PIC S9(9) COMP VALUE 0.
           05  WS-ROG-NO-PARENT-CNT    PIC S9(9) COMP VALUE 0.
           05  WS-ROG-PURGE-CNT        PIC S9(9) COMP VALUE 0.

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
       01  WS-RPT-ORPHAN-LINE.
           05  FILLER                  PIC X(10) VALUE 'ORPHAN  - '.
           05  RPT-ORPH-ROG            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-UPC-MANUF      PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-UPC-SALES      PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-UPC-COUNTRY    PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-UPC-SYSTEM     PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-SEQ-NUM        PIC Z(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-POS-IND        PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-PARENT         PIC X(9).
           05  RPT-ORPH-ARCHIVE-TS     PIC X(26).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ORPH-ACTION         PIC X(20).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-RPT-ROG-LINE.
           05  FILLER                  PIC X(10) VALUE 'BY ROG  - '.
           05  RPT-ROG-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ORPHANS = '.
           05  RPT-ROG-ORPHAN          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'PARENT ARCHIVED = '.
           05  RPT-ROG-ARCH-PARENT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'NO PARENT = '.
           05  RPT-ROG-NO-PARENT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'PURGED = '.
           05  RPT-ROG-PURGE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
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
           05  FILLER                  PIC X(16)
               VALUE ' - PURGE SKIPPED'.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-RPT-FAILED-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'RUN FAILED - COUNTS INCLUDE UNCOMMITTED ROWS '.
           05  FILLER                  PIC X(44)
               VALUE 'ROLLED BACK AFTER THE LAST CHECKPOINT COMMIT'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. READS THE RUN MODE AND CHECKPOINT CARDS,      *
      * SWEEPS EVERY ORPHAN COUPON ROW, AND FINISHES WITH THE BY-ROG   *
      * AND RUN TOTALS.                                                *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT OUT.

           MOVE 'COUPON-TO-PENDING ORPHAN SWEEP REPORT'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           IF WS-AUDIT-MODE
               WRITE OUT-REC FROM WS-RPT-SIM-BANNER
               WRITE OUT-REC FROM WS-RPT-BLANK-LINE
               DISPLAY 'COUPORPH - RUNNING IN AUDIT (SIMULATION) MODE '
                       '- NO DATABASE UPDATES WILL BE ISSUED'
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :HV-START-TS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'START TIMESTAMP SELECT FAILED SQLCODE=' SQLCODE
           END-IF.

           PERFORM 2000-SWEEP-ORPHAN-COUPONS.

           IF WS-RUN-FAILED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'COUPORPH - RUN FAILED - UNCOMMITTED WORK '
                       'ROLLED BACK - COMMITTED CHECKPOINTS STAND'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT WS-AUDIT-MODE
                   PERFORM 5000-LOG-JOB-RUN
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'COUPORPH COMMIT FAILED SQLCODE='
                               SQLCODE
                       MOVE 16 TO RETURN-CODE
                   ELSE
      *                RETURN CODE 8 IS THE NIGHTLY JOB'S GOVERNOR-TRIP
      *                CODE, SO OPERATIONS AUTOMATE ON IT THE SAME WAY.
                       IF WS-GOVERNOR-TRIPPED
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
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
                   WHEN PARM-REC(1:8) = 'RUNMODE='
                       IF PARM-REC(9:6) = 'AUDIT '
                         OR PARM-REC(9:6) = 'UPDATE'
                           MOVE PARM-REC(9:6) TO WS-RUN-MODE
                       ELSE
                           DISPLAY 'COUPORPH - UNRECOGNIZED RUN MODE '
                                   PARM-REC(9:6)
                                   ' ON PARAMETER CARD - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN PARM-REC(1:6) = 'CHKPT='
                       MOVE PARM-REC(7:5) TO WS-PARM-CHKPT-X
                       IF WS-PARM-CHKPT-X NOT NUMERIC
                         OR WS-PARM-CHKPT-9 = 0
                           DISPLAY 'COUPORPH - CHKPT PARAMETER IS NOT '
                                   'A POSITIVE NUMBER - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-CHKPT-9 TO WS-CHKPT-LIMIT
                   WHEN OTHER
                       DISPLAY 'COUPORPH - UNRECOGNIZED PARAMETER '
                               'CARD ' PARM-REC(1:20) ' - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      ******************************************************************
      * EVERY COUPON ROW WHOSE ROG/PACS_ADPL_SEQ_NUM HAS NO PENDING    *
      * ROW - THE PARENT KEY THE NIGHTLY PURGE'S COUPON_PURGE_C        *
      * SUBSELECT JOINS ON. ORDERED BY ROG FOR THE CONTROL BREAK AND   *
      * DECLARED WITH HOLD SO THE CHECKPOINT COMMITS DO NOT CLOSE IT;  *
      * THE DELETE IS KEYED RATHER THAN POSITIONED BECAUSE AN ORDERED  *
      * CURSOR IS READ-ONLY.                                           *
      ******************************************************************
       2000-SWEEP-ORPHAN-COUPONS.

           MOVE 'COUPON ROWS WITH NO PENDING PARENT'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           EXEC SQL
               DECLARE ORPHCOUP_C CURSOR WITH HOLD FOR
               SELECT   C.ROG, C.UPC_MANUF, C.UPC_SALES,
                        C.UPC_COUNTRY, C.UPC_SYSTEM,
                        C.POS_PROCESSED_IND, C.PACS_ADPL_SEQ_NUM
               FROM     COUPON C
               WHERE NOT EXISTS(SELECT 1
                        FROM  PENDING P
                        WHERE P.ROG               = C.ROG
                          AND P.PACS_ADPL_SEQ_NUM = C.PACS_ADPL_SEQ_NUM)
               ORDER BY C.ROG, C.PACS_ADPL_SEQ_NUM
               QUERYNO 97
           END-EXEC.

           EXEC SQL
               OPEN ORPHCOUP_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ORPHCOUP_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-ORPH-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH ORPHCOUP_C
                       INTO :HV-ROG, :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-POS-PROCESSED-IND,
                            :HV-PACS-ADPL-SEQ-NUM
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2010-PROCESS-ONE-ORPHAN
                       WHEN SQLCODE = 100
                           SET WS-ORPH-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'ORPHCOUP_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE ORPHCOUP_C
               END-EXEC
           END-IF.

           IF WS-PREV-ROG NOT = SPACES
               PERFORM 4030-WRITE-ROG-BREAK
           END-IF.

      ******************************************************************
      * ONE ORPHAN COUPON ROW: BREAK ON ROG (CHECKING THE NEW ROG'S    *
      * GOVERNOR), CLASSIFY THE PARENT, THEN PURGE OR KEEP THE ROW AND *
      * WRITE ITS DETAIL LINE.                                         *
      ******************************************************************
       2010-PROCESS-ONE-ORPHAN.

           IF HV-ROG NOT = WS-PREV-ROG
               IF WS-PREV-ROG NOT = SPACES
                   PERFORM 4030-WRITE-ROG-BREAK
               END-IF
               MOVE HV-ROG TO WS-PREV-ROG
               PERFORM 3000-CHECK-PURGE-GOVERNOR
           END-IF.

           ADD 1 TO WS-ORPHAN-CNT.
           ADD 1 TO WS-ROG-ORPHAN-CNT.

           PERFORM 2020-FIND-ARCHIVED-PARENT.

           IF NOT WS-RUN-FAILED
               EVALUATE TRUE
                   WHEN HV-POS-PROCESSED-IND NOT = ' '
                    AND HV-POS-PROCESSED-IND NOT = 'F'
                       ADD 1 TO WS-POS-KEPT-CNT
                       MOVE 'KEPT - POS PROCESSED' TO RPT-ORPH-ACTION
                   WHEN WS-GOV-BREACH
                       ADD 1 TO WS-GOV-KEPT-CNT
                       MOVE 'KEPT - GOVERNOR'      TO RPT-ORPH-ACTION
                   WHEN WS-AUDIT-MODE
                       ADD 1 TO WS-PURGE-CNT
                       ADD 1 TO WS-ROG-PURGE-CNT
                       MOVE 'SIM - WOULD PURGE'    TO RPT-ORPH-ACTION
                   WHEN OTHER
                       PERFORM 2030-ARCHIVE-AND-DELETE-COUPON
               END-EVALUATE
               PERFORM 2040-WRITE-ORPHAN-LINE
           END-IF.

      ******************************************************************
      * THE PLAN'S LATEST PENDING_HIST IMAGE, IF PENDHSKP ARCHIVED IT. *
      * ITS ITEM/UNIT/AD_SELECT BECOME THE COUPON_HIST PND_ KEY SO A   *
      * RESTORED COUPON CARRIES THE SAME PLAN KEY THE NIGHTLY PURGE    *
      * WOULD HAVE RECORDED; A PARENT MISSING FROM BOTH TABLES LEAVES  *
      * THE PND_ KEY BLANK.                                            *
      ******************************************************************
       2020-FIND-ARCHIVED-PARENT.

           EXEC SQL
               SELECT ARCHIVE_TS, CORP_ITEM_CD, UNIT_TYPE, AD_SELECT
               INTO   :HV-ARCHIVE-TS, :HV-PND-CORP-ITEM-CD,
                      :HV-PND-UNIT-TYPE, :HV-PND-AD-SELECT
               FROM   PENDING_HIST
               WHERE  ROG               = :HV-ROG
                 AND  PACS_ADPL_SEQ_NUM = :HV-PACS-ADPL-SEQ-NUM
               ORDER BY ARCHIVE_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-PARENT-ARCHIVED TO TRUE
                   ADD 1 TO WS-ARCH-PARENT-CNT
                   ADD 1 TO WS-ROG-ARCH-PARENT-CNT
               WHEN SQLCODE = 100
                   SET WS-PARENT-MISSING TO TRUE
                   MOVE SPACES TO HV-ARCHIVE-TS
                   MOVE SPACES TO HV-PND-CORP-ITEM-CD
                   MOVE SPACES TO HV-PND-UNIT-TYPE
                   MOVE SPACES TO HV-PND-AD-SELECT
                   ADD 1 TO WS-NO-PARENT-CNT
                   ADD 1 TO WS-ROG-NO-PARENT-CNT
               WHEN OTHER
                   DISPLAY 'PENDING_HIST PARENT LOOKUP FAILED SQLCODE='
                           SQLCODE
                   ADD 1 TO WS-ERROR-CNT
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * THE NIGHTLY PURGE'S ARCHIVE RULE: THE COUPON_HIST ROW IS       *
      * WRITTEN FIRST AND A FAILED INSERT LEAVES THE COUPON ROW IN     *
      * PLACE, SO NOTHING IS EVER DELETED THAT COUPONBK CANNOT         *
      * RESTORE.                                                       *
      ******************************************************************
       2030-ARCHIVE-AND-DELETE-COUPON.

           EXEC SQL
               INSERT INTO COUPON_HIST
                   (ROG, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                    UPC_SYSTEM,
                    POS_PROCESSED_IND, PACS_ADPL_SEQ_NUM,
                    PND_CORP_ITEM_CD, PND_UNIT_TYPE, PND_AD_SELECT,
                    DELETE_TS, USERID, BATCH_SRC)
               VALUES
                   (:HV-ROG, :HV-UPC-MANUF, :HV-UPC-SALES,
                    :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                    :HV-POS-PROCESSED-IND, :HV-PACS-ADPL-SEQ-NUM,
                    :HV-PND-CORP-ITEM-CD, :HV-PND-UNIT-TYPE,
                    :HV-PND-AD-SELECT,
                    CURRENT TIMESTAMP, :HV-STAMP-USERID,
                    :HV-STAMP-BATCH-SRC)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'COUPON_HIST INSERT FAILED SQLCODE=' SQLCODE
               DISPLAY 'COUPON ROW LEFT IN PLACE - NOT DELETED'
               MOVE 'FAILED - NOT PURGED'  TO RPT-ORPH-ACTION
               ADD 1 TO WS-ERROR-CNT
               SET WS-RUN-FAILED TO TRUE
           ELSE
               EXEC SQL
                   DELETE FROM COUPON
                   WHERE  ROG               = :HV-ROG
                     AND  UPC_MANUF         = :HV-UPC-MANUF
                     AND  UPC_SALES         = :HV-UPC-SALES
                     AND  UPC_COUNTRY       = :HV-UPC-COUNTRY
                     AND  UPC_SYSTEM        = :HV-UPC-SYSTEM
                     AND  PACS_ADPL_SEQ_NUM = :HV-PACS-ADPL-SEQ-NUM
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-PURGE-CNT
                   ADD 1 TO WS-ROG-PURGE-CNT
                   MOVE 'PURGED'               TO RPT-ORPH-ACTION
                   ADD 1 TO WS-CHKPT-PENDING
                   IF WS-CHKPT-PENDING NOT < WS-CHKPT-LIMIT
                       PERFORM 4020-CHECKPOINT-COMMIT
                   END-IF
               ELSE
                   DISPLAY 'COUPON DELETE FAILED SQLCODE=' SQLCODE
                   MOVE 'FAILED - NOT PURGED'  TO RPT-ORPH-ACTION
                   ADD 1 TO WS-ERROR-CNT
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       2040-WRITE-ORPHAN-LINE.

           MOVE HV-ROG               TO RPT-ORPH-ROG.
           MOVE HV-UPC-MANUF         TO RPT-ORPH-UPC-MANUF.
           MOVE HV-UPC-SALES         TO RPT-ORPH-UPC-SALES.
           MOVE HV-UPC-COUNTRY       TO RPT-ORPH-UPC-COUNTRY.
           MOVE HV-UPC-SYSTEM        TO RPT-ORPH-UPC-SYSTEM.
           MOVE HV-PACS-ADPL-SEQ-NUM TO RPT-ORPH-SEQ-NUM.
           MOVE HV-POS-PROCESSED-IND TO RPT-ORPH-POS-IND.
           IF WS-PARENT-ARCHIVED
               MOVE 'ARCHIVED '      TO RPT-ORPH-PARENT
           ELSE
               MOVE 'MISSING  '      TO RPT-ORPH-PARENT
           END-IF.
           MOVE HV-ARCHIVE-TS        TO RPT-ORPH-ARCHIVE-TS.
           WRITE OUT-REC FROM WS-RPT-ORPHAN-LINE.

      ******************************************************************
      * MASS-DELETE SAFETY GOVERNOR FOR THE ROG THE CURSOR HAS JUST    *
      * REACHED. THE CANDIDATES ARE THE ROG'S PURGE-ELIGIBLE ORPHANS   *
      * (SAME PREDICATE AS ORPHCOUP_C PLUS THE NIGHTLY PURGE'S         *
      * POS_PROCESSED_IND RULE) AND THE PERCENTAGE TEST IS DONE AS     *
      * CANDIDATES*100 VS PCT_LIMIT*TOTAL, AS IN THE NIGHTLY JOB. A    *
      * LOOKUP OR COUNT FAILURE KEEPS THE ROG'S ROWS AS A PRECAUTION.  *
      ******************************************************************
       3000-CHECK-PURGE-GOVERNOR.

           MOVE 'N' TO WS-GOV-BREACH-SW.

           EXEC SQL
               SELECT ABS_LIMIT, PCT_LIMIT
               INTO   :HV-GOV-ABS-LIMIT, :HV-GOV-PCT-LIMIT
               FROM   PURGE_GOVERNOR
               WHERE  ROG = :HV-ROG
           END-EXEC.

           IF SQLCODE = 100
               CONTINUE
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'PURGE_GOVERNOR LOOKUP FAILED SQLCODE='
                           SQLCODE ' - ROG ' HV-ROG
                           ' KEPT AS A PRECAUTION'
                   SET WS-GOV-BREACH TO TRUE
               ELSE
                   PERFORM 3010-COUNT-PURGE-CANDIDATES
               END-IF
           END-IF.

       3010-COUNT-PURGE-CANDIDATES.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-GOV-CAND-CNT
               FROM   COUPON C
               WHERE  C.ROG = :HV-ROG
                 AND  C.POS_PROCESSED_IND IN (' ', 'F')
                 AND NOT EXISTS(SELECT 1
                          FROM  PENDING P
                          WHERE P.ROG               = C.ROG
                            AND P.PACS_ADPL_SEQ_NUM
                              = C.PACS_ADPL_SEQ_NUM)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PURGE CANDIDATE COUNT FAILED SQLCODE='
                       SQLCODE ' - ROG ' HV-ROG
                       ' KEPT AS A PRECAUTION'
               SET WS-GOV-BREACH TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-GOV-TOTAL-CNT
                   FROM   COUPON
                   WHERE  ROG = :HV-ROG
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'COUPON ROG TOTAL COUNT FAILED SQLCODE='
                           SQLCODE ' - ROG ' HV-ROG
                           ' KEPT AS A PRECAUTION'
                   SET WS-GOV-BREACH TO TRUE
               ELSE
                   COMPUTE WS-GOV-CAND-X100
                         = HV-GOV-CAND-CNT * 100
                   COMPUTE WS-GOV-PCT-PRODUCT
                         = HV-GOV-PCT-LIMIT * HV-GOV-TOTAL-CNT
                   IF HV-GOV-CAND-CNT > HV-GOV-ABS-LIMIT
                     OR (HV-GOV-TOTAL-CNT > 0
                         AND WS-GOV-CAND-X100 > WS-GOV-PCT-PRODUCT)
                       PERFORM 3020-LOG-GOVERNOR-BREACH
                   END-IF
               END-IF
           END-IF.

       3020-LOG-GOVERNOR-BREACH.

           SET WS-GOV-BREACH TO TRUE.
           ADD 1 TO WS-GOV-ROG-CNT.
           IF NOT WS-AUDIT-MODE
               SET WS-GOVERNOR-TRIPPED TO TRUE
           END-IF.

           MOVE HV-ROG             TO RPT-GOV-ROG.
           MOVE HV-GOV-CAND-CNT    TO RPT-GOV-CAND.
           MOVE HV-GOV-ABS-LIMIT   TO RPT-GOV-ABS.
           MOVE HV-GOV-PCT-LIMIT   TO RPT-GOV-PCT.
           MOVE HV-GOV-TOTAL-CNT   TO RPT-GOV-TOTAL.
           WRITE OUT-REC FROM WS-RPT-GOVERNOR-LINE.

           DISPLAY 'PURGE GOVERNOR TRIPPED FOR ROG ' HV-ROG
                   ' - CANDIDATES ' HV-GOV-CAND-CNT
                   ' EXCEED CONFIGURED LIMITS - PURGE SKIPPED'.

       4020-CHECKPOINT-COMMIT.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CHECKPOINT COMMIT FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-COMMIT-CNT
               MOVE 0 TO WS-CHKPT-PENDING
           END-IF.

       4030-WRITE-ROG-BREAK.

           MOVE WS-PREV-ROG            TO RPT-ROG-ROG.
           MOVE WS-ROG-ORPHAN-CNT      TO RPT-ROG-ORPHAN.
           MOVE WS-ROG-ARCH-PARENT-CNT TO RPT-ROG-ARCH-PARENT.
           MOVE WS-ROG-NO-PARENT-CNT   TO RPT-ROG-NO-PARENT.
           MOVE WS-ROG-PURGE-CNT       TO RPT-ROG-PURGE.
           WRITE OUT-REC FROM WS-RPT-ROG-LINE.
           MOVE 0 TO WS-ROG-ORPHAN-CNT.
           MOVE 0 TO WS-ROG-ARCH-PARENT-CNT.
           MOVE 0 TO WS-ROG-NO-PARENT-CNT.
           MOVE 0 TO WS-ROG-PURGE-CNT.

      ******************************************************************
      * ONE JOB_RUN_LOG ROW PER COMPLETED LIVE SWEEP, CARRYING ONLY    *
      * THE COUPON DELETE COUNTER. EVERY PURGED ORPHAN LEAVES A        *
      * COUPON_HIST ROW WITH THE DATE'S DELETE_TS, AND THE CTLBAL      *
      * BALANCING JOB SUMS EVERY LOGGED RUN FOR THE DATE, SO THE SWEEP *
      * AND THE NIGHTLY PURGE BALANCE TOGETHER. THE ROW IS LOGGED WITH *
      * RETURN CODE 0 - A GOVERNOR TRIP HERE ONLY LEAVES ORPHANS IN    *
      * PLACE AND MUST NOT HOLD THE NIGHTLY RUN'S RELEASE. A           *
      * SIMULATION RUN NEVER LOGS.                                     *
      ******************************************************************
       5000-LOG-JOB-RUN.

           EXEC SQL
               INSERT INTO JOB_RUN_LOG
                   (RUN_DATE, START_TS, END_TS, RETURN_CD,
                    RECS_READ, RECS_REJECTED, SECURITY_REJ_CNT,
                    COUPON_DEL_CNT, COUPON_SKIP_CNT,
                    SC_INS_CNT, SC_ORPHAN_CNT, UPCXREF_CNT,
                    FOODSTMP_DISC_CNT, FOODSTMP_EXCL_CNT)
               VALUES
                   (:WS-RUN-DATE, :HV-START-TS, CURRENT TIMESTAMP,
                    0, 0, 0, 0,
                    :WS-PURGE-CNT, 0, 0, 0, 0, 0, 0)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'JOB_RUN_LOG INSERT FAILED SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * SWEEP RUN SUMMARY.                                             *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

      *    A FAILED RUN ROLLED BACK EVERYTHING SINCE THE LAST
      *    CHECKPOINT, SO THE BY-ROG LINES AND TOTALS ABOVE OVERSTATE
      *    WHAT WAS ACTUALLY PURGED - SAY SO ON THE REPORT ITSELF,
      *    NOT JUST THE JOB LOG, SINCE THE REPORT IS WHAT GETS
      *    SIGNED OFF.
           IF WS-RUN-FAILED
               WRITE OUT-REC FROM WS-RPT-FAILED-LINE
               WRITE OUT-REC FROM WS-RPT-BLANK-LINE
           END-IF.

           IF WS-AUDIT-MODE
               WRITE OUT-REC FROM WS-RPT-SIM-BANNER
               MOVE 'COUPORPH RUN SUMMARY (SIMULATION - PROJECTED)'
                 TO WS-RPT-TITLE-LINE
           ELSE
               MOVE 'COUPORPH RUN SUMMARY' TO WS-RPT-TITLE-LINE
           END-IF.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'ORPHAN COUPON ROWS FOUND:' TO RPT-SUM-LABEL.
           MOVE WS-ORPHAN-CNT          TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'PARENT IN PENDING_HIST:' TO RPT-SUM-LABEL.
           MOVE WS-ARCH-PARENT-CNT     TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'PARENT MISSING FROM BOTH:' TO RPT-SUM-LABEL.
           MOVE WS-NO-PARENT-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           IF WS-AUDIT-MODE
               MOVE 'COUPON PURGES (PROJECTED):' TO RPT-SUM-LABEL
           ELSE
               MOVE 'COUPON ROWS PURGED:' TO RPT-SUM-LABEL
           END-IF.
           MOVE WS-PURGE-CNT           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'KEPT - POS PROCESSED:' TO RPT-SUM-LABEL.
           MOVE WS-POS-KEPT-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'KEPT - GOVERNOR TRIP:' TO RPT-SUM-LABEL.
           MOVE WS-GOV-KEPT-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ROGS OVER GOVERNOR LIMITS:' TO RPT-SUM-LABEL.
           MOVE WS-GOV-ROG-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ROWS IN ERROR:'       TO RPT-SUM-LABEL.
           MOVE WS-ERROR-CNT           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'CHECKPOINT COMMITS:'  TO RPT-SUM-LABEL.
           MOVE WS-COMMIT-CNT          TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
