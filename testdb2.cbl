           05  HV-UNIT-TYPE            PIC X(2).
           05  HV-AD-SELECT            PIC X(4).
           05  HV-CORP                 PIC X(3).
           05  FD-STMP                 PIC X(1).
           05  XF-USERID               PIC X(8).
           05  PRX-COUNTRY-CD          PIC X(3).
           05  WS-WRG-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-WRG-MAX-COUNT        PIC S9(4) COMP VALUE 100.
           05  WS-WRG-FETCH-ROG        PIC X(4).
           05  WS-WRG-LOAD-ERR-SW      PIC X     VALUE 'N'.
               88  WS-WRG-LOAD-ERR               VALUE 'Y'.
           05  WS-WRG-GROUP OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-WRG-COUNT
                   INDEXED BY WRG-IDX
                   PIC X(4).

      ******************************************************************
      * AUTHORIZATION RESULT CACHE. THE MERT/CORO VERDICT, PA_ROG AND  *
      * WRG REGION-GROUP LIST DEPEND ONLY ON USERID/COUNTRY_CD, SO     *
      * 1000-INITIALIZE-PARA LOOKS THEM UP (AND PREPARES WRGSTMT) ONCE *
      * PER PAIR PER RUN AND HOLDS THEM HERE; ONLY THE PER-RECORD ROG  *
      * CHECK IN 1020-CHECK-ROG-AUTH RUNS FOR EVERY RECORD. A LOOKUP   *
      * THAT HIT A DB2 ERROR IS NEVER HELD, SO THE NEXT RECORD FOR THE *
      * PAIR RETRIES IT EXACTLY AS BEFORE. ONCE THE TABLE IS FULL ANY  *
      * FURTHER PAIRS ARE SIMPLY LOOKED UP EVERY TIME.                 *
      ******************************************************************
       01  WS-AUTH-CACHE.
           05  WS-AUTH-CACHE-COUNT     PIC S9(4) COMP VALUE 0.
           05  WS-AUTH-CACHE-MAX       PIC S9(4) COMP VALUE 200.
           05  WS-AUTH-CACHE-SUB       PIC S9(4) COMP VALUE 0.
           05  WS-AUTH-CACHE-HIT-SW    PIC X     VALUE 'N'.
               88  WS-AUTH-CACHE-HIT             VALUE 'Y'.
           05  WS-AUTH-CACHE-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-AUTH-CACHE-COUNT
                   INDEXED BY ACH-IDX.
               10  WS-ACH-USERID       PIC X(8).
               10  WS-ACH-COUNTRY      PIC X(3).
               10  WS-ACH-FOUND-SW     PIC X.
                   88  WS-ACH-FOUND              VALUE 'Y'.
               10  WS-ACH-PA-ROG       PIC X(4).
               10  WS-ACH-WRG-COUNT    PIC S9(4) COMP.
               10  WS-ACH-WRG-GROUP    PIC X(4) OCCURS 100 TIMES.

      ******************************************************************
      * DYNAMIC SQL WORK AREA FOR THE 1000-INITIALIZE-PARA USER/REGION *
      * LOOKUP - THE IN-LIST PREDICATE IS BUILT AT RUN TIME FROM       *
               88  WS-USER-AUTHORIZED            VALUE 'Y'.
           05  WS-AUTH-SQL-ERR-SW      PIC X     VALUE 'N'.
               88  WS-AUTH-SQL-ERR               VALUE 'Y'.
           05  WS-AUTH-ROW-FOUND-SW    PIC X     VALUE 'N'.
               88  WS-AUTH-ROW-FOUND             VALUE 'Y'.
           05  HV-PA-ROG               PIC X(4).
           05  WS-SECURITY-REJ-CNT     PIC S9(9) COMP VALUE 0.
           05  WS-AUTH-ERR-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-UPCXREF-HDR-SW       PIC X     VALUE 'N'.
               88  WS-UPCXREF-HDR-WRITTEN         VALUE 'Y'.

      ******************************************************************
      * SINGLE-PASS XREF SYNC BUFFER. THE ONE RF-NOT-IN-SC CURSOR PASS *
      * IN 4050 LISTS EACH GAP ROW AND HOLDS ITS KEY HERE; THE SC      *
      * INSERTS (OR SIMULATED INSERT LINES) ARE DRIVEN FROM THE BUFFER *
      * AFTER THE CURSOR CLOSES, SO THE LISTING IS TAKEN BEFORE ANY    *
      * ROW IS HEALED AND THE OUT LINES COME IN THE SAME ORDER AS      *
      * EVER. AN ITEM WHOSE GAP OUTGROWS THE BUFFER FALLS BACK TO THE  *
      * READNEXT INSERT PASS IN 5000/6000-INSERT-TABLE.                *
      ******************************************************************
       01  WS-XREF-BUFFER.
           05  WS-XBUF-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-XBUF-MAX-COUNT       PIC S9(4) COMP VALUE 500.
           05  WS-XBUF-OVERFLOW-SW     PIC X     VALUE 'N'.
               88  WS-XBUF-OVERFLOW              VALUE 'Y'.
           05  WS-XBUF-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-XBUF-COUNT
                   INDEXED BY XBUF-IDX.
               10  WS-XBUF-CORP-ITEM-CD PIC X(14).
               10  WS-XBUF-UPC-MANUF   PIC X(5).
               10  WS-XBUF-UPC-SALES   PIC X(5).
               10  WS-XBUF-UPC-COUNTRY PIC X(3).
               10  WS-XBUF-UPC-SYSTEM  PIC X(1).

      ******************************************************************
      * WHAT THIS RUN HAS ALREADY SYNCED. A CORP/CORP_ITEM_CD PAIR     *
      * WHOSE GAP PASS COMPLETED CLEANLY HAS NO RF-NOT-IN-SC ROWS LEFT *
      * AND A CORP WHOSE ORPHAN SWEEP COMPLETED CLEANLY HAS NO ORPHANS *
      * LEFT - NOTHING LATER IN THE RUN ADDS EITHER - SO A LATER       *
      * RECORD CARRYING THE SAME PAIR OR CORP SKIPS THE SCAN INSTEAD   *
      * OF REDOING IT. LIVE RUNS ONLY: UNDER AUDIT NOTHING IS HEALED,  *
      * SO EVERY RECORD STILL PROJECTS ITS OWN SCAN. A FULL TABLE JUST *
      * STOPS REMEMBERING - LATER PAIRS ARE SCANNED AS BEFORE.         *
      ******************************************************************
       01  WS-SYNC-DONE-FIELDS.
           05  WS-DONE-PAIR-COUNT      PIC S9(4) COMP VALUE 0.
           05  WS-DONE-PAIR-MAX        PIC S9(4) COMP VALUE 5000.
           05  WS-DONE-CORP-COUNT      PIC S9(4) COMP VALUE 0.
           05  WS-DONE-CORP-MAX        PIC S9(4) COMP VALUE 1000.
           05  WS-PAIR-DONE-SW         PIC X     VALUE 'N'.
               88  WS-PAIR-DONE                  VALUE 'Y'.
           05  WS-CORP-SWEPT-SW        PIC X     VALUE 'N'.
               88  WS-CORP-SWEPT                 VALUE 'Y'.
           05  WS-SYNC-FAILED-SW       PIC X     VALUE 'N'.
               88  WS-SYNC-FAILED                VALUE 'Y'.
       01  WS-DONE-PAIR-TABLE.
           05  WS-DONE-PAIR OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-DONE-PAIR-COUNT
                   INDEXED BY DPR-IDX.
               10  WS-DPR-CORP         PIC X(3).
               10  WS-DPR-ITEM         PIC X(14).
       01  WS-DONE-CORP-TABLE.
           05  WS-DONE-CORP OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-DONE-CORP-COUNT
                   INDEXED BY DCP-IDX
                   PIC X(3).

      ******************************************************************
      * REVERSE RECONCILIATION WORK AREA: SC CROSS-REFERENCE ROWS FOR  *
      * THE CORP WHOSE UPC KEY NO LONGER EXISTS IN RF. EACH ORPHAN IS  *
           05  WS-TRL-DETAIL-CNT       PIC S9(9) COMP VALUE 0.
           05  WS-PREPASS-DETAIL-CNT   PIC S9(9) COMP VALUE 0.
           05  HV-BATCH-DUP-CNT        PIC S9(9) COMP.
           05  HV-SECREJ-DUP-CNT       PIC S9(9) COMP.
           05  WS-TRL-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-TRL-FOUND                  VALUE 'Y'.

           05  RPT-XREF-UPC-COUNTRY    PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-XREF-UPC-SYSTEM     PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-XREF-CORP           PIC X(3).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-QUOTE-CHAR               PIC X     VALUE "'".
       01  WS-WRG-QUOTE-CNT            PIC S9(4) COMP VALUE 0.

           IF WS-AUDIT-MODE
               MOVE 'N' TO WS-STEP-FAILED-SW
               PERFORM 4045-XREF-GAP-PASS
               PERFORM 5500-ORPHAN-XREF-SWEEP
           ELSE
               MOVE 'XREF-SYNC' TO HV-RESTART-STEP-CD
               ELSE
                   PERFORM 0085-MARK-RESTART-PENDING
                   MOVE 'N' TO WS-STEP-FAILED-SW
                   PERFORM 4040-XREF-SYNC-LIVE
                   IF NOT WS-STEP-FAILED
                       PERFORM 0090-MARK-RESTART-COMPLETE
                   ELSE
           EXEC SQL
               UPDATE REJECT_TRK
               SET    REJECT_DT = CURRENT DATE,
                      REASON_CD = :WS-EDIT-REASON-CD,
                      USERID    = :XF-USERID
               WHERE  ROG          = :X-ROG
                 AND  CORP_ITEM_CD = :MEX7-CORP-ITEM-CD
                 AND  UNIT_TYPE    = :HV-UNIT-TYPE
                           (ROG, CORP_ITEM_CD, UNIT_TYPE,
                            UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                            UPC_SYSTEM, AD_SELECT,
                            REASON_CD, REJECT_DT, RESUB_IND, USERID)
                       VALUES
                           (:X-ROG, :MEX7-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-AD-SELECT,
                            :WS-EDIT-REASON-CD, CURRENT DATE, ' ',
                            :XF-USERID)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'REJECT_TRK INSERT FAILED SQLCODE='
               DISPLAY 'RESTART_CTL COMMIT FAILED SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * USER/REGION AUTHORIZATION FOR THE RECORD. A USERID/COUNTRY_CD  *
      * PAIR ALREADY LOOKED UP THIS RUN IS ANSWERED FROM WS-AUTH-CACHE *
      * - ONLY THE ROG CHECK RUNS AGAIN; A NEW PAIR GOES THROUGH THE   *
      * FULL WRG LOAD AND WRGSTMT LOOKUP IN 1015-LOOKUP-USER-AUTH.     *
      ******************************************************************
       1000-INITIALIZE-PARA.

           MOVE 'N' TO WS-USER-AUTH-SW.
           MOVE 'N' TO WS-AUTH-SQL-ERR-SW.
           MOVE 'N' TO WS-AUTH-ROW-FOUND-SW.

           PERFORM 1001-FIND-AUTH-CACHE.

           IF WS-AUTH-CACHE-HIT
               PERFORM 1004-RESTORE-AUTH-CACHE
               IF WS-AUTH-ROW-FOUND
                   PERFORM 1020-CHECK-ROG-AUTH
               END-IF
           ELSE
               PERFORM 1015-LOOKUP-USER-AUTH
               IF NOT WS-AUTH-SQL-ERR AND NOT WS-WRG-LOAD-ERR
                   PERFORM 1003-SAVE-AUTH-CACHE
               END-IF
           END-IF.

       1001-FIND-AUTH-CACHE.

           MOVE 'N' TO WS-AUTH-CACHE-HIT-SW.
           MOVE 0   TO WS-AUTH-CACHE-SUB.

           PERFORM VARYING ACH-IDX FROM 1 BY 1
                   UNTIL ACH-IDX > WS-AUTH-CACHE-COUNT
                      OR WS-AUTH-CACHE-HIT
               IF WS-ACH-USERID(ACH-IDX)  = XF-USERID
                 AND WS-ACH-COUNTRY(ACH-IDX) = PRX-COUNTRY-CD
                   SET WS-AUTH-CACHE-HIT TO TRUE
                   SET WS-AUTH-CACHE-SUB TO ACH-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * HOLD A COMPLETED LOOKUP FOR THE REST OF THE RUN. WS-WRG-COUNT  *
      * CAN NEVER EXCEED THE 100 ENTRIES HELD - 1005-VALIDATE-WRG-     *
      * COUNT HAS ALREADY ABORTED THE RUN IF IT DID.                   *
      ******************************************************************
       1003-SAVE-AUTH-CACHE.

           IF WS-AUTH-CACHE-COUNT < WS-AUTH-CACHE-MAX
               ADD 1 TO WS-AUTH-CACHE-COUNT
               MOVE WS-AUTH-CACHE-COUNT TO WS-AUTH-CACHE-SUB
               MOVE XF-USERID      TO WS-ACH-USERID(WS-AUTH-CACHE-SUB)
               MOVE PRX-COUNTRY-CD TO WS-ACH-COUNTRY(WS-AUTH-CACHE-SUB)
               MOVE WS-AUTH-ROW-FOUND-SW
                 TO WS-ACH-FOUND-SW(WS-AUTH-CACHE-SUB)
               MOVE HV-PA-ROG      TO WS-ACH-PA-ROG(WS-AUTH-CACHE-SUB)
               MOVE WS-WRG-COUNT
                 TO WS-ACH-WRG-COUNT(WS-AUTH-CACHE-SUB)
               PERFORM VARYING WRG-IDX FROM 1 BY 1
                       UNTIL WRG-IDX > WS-WRG-COUNT
                   MOVE WS-WRG-GROUP(WRG-IDX)
                     TO WS-ACH-WRG-GROUP(WS-AUTH-CACHE-SUB, WRG-IDX)
               END-PERFORM
           END-IF.

      ******************************************************************
      * RELOAD THE CACHED VERDICT, PA_ROG AND REGION-GROUP LIST SO     *
      * 1020-CHECK-ROG-AUTH SEES EXACTLY WHAT THE ORIGINAL LOOKUP SAW. *
      ******************************************************************
       1004-RESTORE-AUTH-CACHE.

           MOVE WS-ACH-FOUND-SW(WS-AUTH-CACHE-SUB)
             TO WS-AUTH-ROW-FOUND-SW.
           MOVE WS-ACH-PA-ROG(WS-AUTH-CACHE-SUB)    TO HV-PA-ROG.
           MOVE WS-ACH-WRG-COUNT(WS-AUTH-CACHE-SUB) TO WS-WRG-COUNT.
           PERFORM VARYING WRG-IDX FROM 1 BY 1
                   UNTIL WRG-IDX > WS-WRG-COUNT
               MOVE WS-ACH-WRG-GROUP(WS-AUTH-CACHE-SUB, WRG-IDX)
                 TO WS-WRG-GROUP(WRG-IDX)
           END-PERFORM.

      ******************************************************************
      * FULL AUTHORIZATION LOOKUP FOR A USERID/COUNTRY_CD PAIR NOT YET *
      * SEEN THIS RUN: LOAD THE WRG LIST, BUILD AND PREPARE WRGSTMT,   *
      * AND FETCH THE MERT/CORO ROW.                                   *
      ******************************************************************
       1015-LOOKUP-USER-AUTH.

           PERFORM 1002-LOAD-WRG-LIST.
           PERFORM 1005-VALIDATE-WRG-COUNT.
      *            REPORTED AS ONE.
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           SET WS-AUTH-ROW-FOUND TO TRUE
                           PERFORM 1020-CHECK-ROG-AUTH
                       WHEN SQLCODE = 100
                           CONTINUE
           DISPLAY 'SECURITY REJECT - USERID ' XF-USERID
                   ' NOT AUTHORIZED FOR ROG ' X-ROG
                   ' COUNTRY ' PRX-COUNTRY-CD.
           IF NOT WS-AUDIT-MODE
               PERFORM 1027-TRACK-SECURITY-REJECT
           END-IF.

      ******************************************************************
      * KEY THE REJECTION INTO SECURITY_REJ_LOG SO THE USRACT ACTIVITY *
      * REPORT CAN COUNT A USER'S REJECTIONS BY ROG OVER ANY DATE      *
      * RANGE - OUT IS GONE ONCE THE LISTING AGES OFF. THE ROW CARRIES *
      * THE BATCH HEADER DATE, AND A RERUN OR RESTART OF THE SAME      *
      * BATCH FINDS ITS REJECTION ALREADY LOGGED FOR THAT USERID/ROG/  *
      * CORP_ITEM_CD/BATCH_SRC/BATCH_DT AND DOES NOT LOG IT AGAIN, SO  *
      * THE USRACT SECURITY COUNTS ARE NOT INFLATED. A FAILED CHECK OR *
      * INSERT IS REPORTED ONLY; THE RECORD IS ALREADY SKIPPED (FAIL   *
      * CLOSED).                                                       *
      ******************************************************************
       1027-TRACK-SECURITY-REJECT.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-SECREJ-DUP-CNT
               FROM   SECURITY_REJ_LOG
               WHERE  USERID       = :XF-USERID
                 AND  ROG          = :X-ROG
                 AND  CORP_ITEM_CD = :MEX7-CORP-ITEM-CD
                 AND  BATCH_SRC    = :WS-HDR-BATCH-SRC
                 AND  BATCH_DT     = :WS-HDR-BATCH-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'SECURITY_REJ_LOG DUPLICATE CHECK FAILED '
                       'SQLCODE=' SQLCODE
           ELSE
               IF HV-SECREJ-DUP-CNT = 0
                   EXEC SQL
                       INSERT INTO SECURITY_REJ_LOG
                           (USERID, ROG, COUNTRY_CD, CORP_ITEM_CD,
                            BATCH_SRC, BATCH_DT, REJECT_TS)
                       VALUES
                           (:XF-USERID, :X-ROG, :PRX-COUNTRY-CD,
                            :MEX7-CORP-ITEM-CD, :WS-HDR-BATCH-SRC,
                            :WS-HDR-BATCH-DATE, CURRENT TIMESTAMP)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'SECURITY_REJ_LOG INSERT FAILED SQLCODE='
                               SQLCODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE AUTHORIZATION LOOKUP ITSELF FAILED WITH A DB2 ERROR. THE   *
      ******************************************************************
       1002-LOAD-WRG-LIST.

           MOVE 0   TO WS-WRG-COUNT.
           MOVE 'N' TO WS-WRG-LOAD-ERR-SW.

           EXEC SQL
               DECLARE WRGLIST_C CURSOR FOR
               OPEN WRGLIST_C
           END-EXEC.

      *    A LIST THAT DID NOT LOAD CLEANLY STILL DRIVES TONIGHT'S
      *    LOOKUP AS IT ALWAYS HAS, BUT IS FLAGGED SO THE RESULT IS
      *    NOT HELD IN WS-AUTH-CACHE FOR LATER RECORDS.
           IF SQLCODE NOT = 0
               DISPLAY 'WRGLIST_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-WRG-LOAD-ERR TO TRUE
           ELSE
               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       END-IF
                   END-IF
               END-PERFORM
               IF SQLCODE NOT = 100
                   SET WS-WRG-LOAD-ERR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE WRGLIST_C
               END-EXEC
                        UPC_SYSTEM,
                        POS_PROCESSED_IND, PACS_ADPL_SEQ_NUM,
                        PND_CORP_ITEM_CD, PND_UNIT_TYPE, PND_AD_SELECT,
                        DELETE_TS, USERID, BATCH_SRC)
                   VALUES
                       (:X-ROG, :HV-UPC-MANUF, :HV-UPC-SALES,
                        :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                        :HV-POS-PROCESSED-IND, :HV-PACS-ADPL-SEQ-NUM,
                        :MEX7-CORP-ITEM-CD, :HV-UNIT-TYPE,
                        :HV-AD-SELECT,
                        CURRENT TIMESTAMP, :XF-USERID,
                        :WS-HDR-BATCH-SRC)
               END-EXEC

               IF SQLCODE NOT = 0


      ******************************************************************
      * LIVE XREF-SYNC FOR ONE RECORD. THE GAP PASS IS SKIPPED FOR A   *
      * CORP/CORP_ITEM_CD PAIR THIS RUN HAS ALREADY SYNCED CLEANLY AND *
      * THE ORPHAN SWEEP FOR A CORP ALREADY SWEPT CLEANLY - THE REPEAT *
      * WOULD FIND NOTHING - WHILE THE CALLER STILL DRIVES RESTART_CTL *
      * FOR THE RECORD EXACTLY AS BEFORE. EACH HALF IS JUDGED ON ITS   *
      * OWN FAILURE SWITCH SO A FAILED SWEEP NEVER MARKS THE PAIR      *
      * UNDONE, NOR A FAILED PAIR THE CORP.                            *
      ******************************************************************
       4040-XREF-SYNC-LIVE.

           PERFORM 4041-CHECK-PAIR-DONE.
           IF WS-PAIR-DONE
               DISPLAY 'XREF GAP PASS ALREADY DONE THIS RUN FOR CORP '
                       HV-CORP ' ITEM ' X-CORP-ITEM-CD ' - SKIPPING'
           ELSE
               PERFORM 4045-XREF-GAP-PASS
               IF NOT WS-STEP-FAILED
                   PERFORM 4042-RECORD-PAIR-DONE
               END-IF
           END-IF.

           MOVE WS-STEP-FAILED-SW TO WS-SYNC-FAILED-SW.
           MOVE 'N' TO WS-STEP-FAILED-SW.

           PERFORM 4043-CHECK-CORP-SWEPT.
           IF WS-CORP-SWEPT
               DISPLAY 'SC ORPHAN SWEEP ALREADY DONE THIS RUN FOR CORP '
                       HV-CORP ' - SKIPPING'
           ELSE
               PERFORM 5500-ORPHAN-XREF-SWEEP
               IF NOT WS-STEP-FAILED
                   PERFORM 4044-RECORD-CORP-SWEPT
               END-IF
           END-IF.

           IF WS-SYNC-FAILED
               SET WS-STEP-FAILED TO TRUE
           END-IF.

       4041-CHECK-PAIR-DONE.

           MOVE 'N' TO WS-PAIR-DONE-SW.
           PERFORM VARYING DPR-IDX FROM 1 BY 1
                   UNTIL DPR-IDX > WS-DONE-PAIR-COUNT
                      OR WS-PAIR-DONE
               IF WS-DPR-CORP(DPR-IDX) = HV-CORP
                 AND WS-DPR-ITEM(DPR-IDX) = X-CORP-ITEM-CD
                   SET WS-PAIR-DONE TO TRUE
               END-IF
           END-PERFORM.

       4042-RECORD-PAIR-DONE.

           IF WS-DONE-PAIR-COUNT < WS-DONE-PAIR-MAX
               ADD 1 TO WS-DONE-PAIR-COUNT
               MOVE HV-CORP        TO WS-DPR-CORP(WS-DONE-PAIR-COUNT)
               MOVE X-CORP-ITEM-CD TO WS-DPR-ITEM(WS-DONE-PAIR-COUNT)
           END-IF.

       4043-CHECK-CORP-SWEPT.

           MOVE 'N' TO WS-CORP-SWEPT-SW.
           PERFORM VARYING DCP-IDX FROM 1 BY 1
                   UNTIL DCP-IDX > WS-DONE-CORP-COUNT
                      OR WS-CORP-SWEPT
               IF WS-DONE-CORP(DCP-IDX) = HV-CORP
                   SET WS-CORP-SWEPT TO TRUE
               END-IF
           END-PERFORM.

       4044-RECORD-CORP-SWEPT.

           IF WS-DONE-CORP-COUNT < WS-DONE-CORP-MAX
               ADD 1 TO WS-DONE-CORP-COUNT
               MOVE HV-CORP TO WS-DONE-CORP(WS-DONE-CORP-COUNT)
           END-IF.

      ******************************************************************
      * ONE RF-NOT-IN-SC PASS PER RECORD: 4050 LISTS AND BUFFERS THE   *
      * GAP ROWS, THEN THE BUFFER DRIVES THE SC INSERTS. ONLY A GAP    *
      * LARGER THAN THE BUFFER NEEDS THE SECOND (READNEXT) PASS.       *
      ******************************************************************
       4045-XREF-GAP-PASS.

           PERFORM 4050-UPC-XREF-EXTRACT-RPT.

           IF WS-XBUF-OVERFLOW
               DISPLAY 'UPC XREF GAP FOR CORP ' HV-CORP ' ITEM '
                       X-CORP-ITEM-CD ' EXCEEDS ' WS-XBUF-MAX-COUNT
                       ' ROWS - SC INSERTS TAKEN FROM A SECOND PASS'
               PERFORM 5000-INSERT-TABLE
               PERFORM 6000-INSERT-TABLE
           ELSE
               PERFORM 6005-INSERT-BUFFERED-ROWS
           END-IF.

      ******************************************************************
      * REQ 003 - DETAILED EXCEPTION LISTING OF THE RF-NOT-IN-SC GAP:  *
      * THE ACTUAL RF ROWS THAT HAVE NO MATCHING SC ROW, WITH          *
      * CORP_ITEM_CD AND THE FULL UPC KEY, SO BUYERS CAN WORK THE      *
      * CROSS-REFERENCE GAP ITEM BY ITEM. EACH ROW LISTED IS ALSO      *
      * BUFFERED IN WS-XREF-BUFFER FOR THE SC INSERTS THAT FOLLOW.     *
      ******************************************************************
       4050-UPC-XREF-EXTRACT-RPT.

           END-IF.

           MOVE 'N' TO WS-XREF-SCAN-OK-SW.
           MOVE 0   TO WS-XBUF-COUNT.
           MOVE 'N' TO WS-XBUF-OVERFLOW-SW.

           EXEC SQL
               DECLARE UPCXREF_C CURSOR FOR
                   IF SQLCODE = 0
                       ADD 1 TO WS-UPCXREF-CNT
                       MOVE HV-RF-CORP-ITEM-CD  TO RPT-XREF-ITEM
                       MOVE HV-CORP             TO RPT-XREF-CORP
                       MOVE HV-RF-UPC-MANUF     TO RPT-XREF-UPC-MANUF
                       MOVE HV-RF-UPC-SALES     TO RPT-XREF-UPC-SALES
                       MOVE HV-RF-UPC-COUNTRY   TO RPT-XREF-UPC-COUNTRY
                       MOVE HV-RF-UPC-SYSTEM    TO RPT-XREF-UPC-SYSTEM
                       WRITE OUT-REC FROM WS-RPT-UPCXREF-LINE
                       PERFORM 4051-BUFFER-GAP-ROW
                       IF NOT WS-AUDIT-MODE
                           PERFORM 4052-TRACK-UPCXREF-EXCP
                       END-IF

           DISPLAY 'UPC XREF EXCEPTION ROWS REPORTED: ' WS-UPCXREF-CNT.

      ******************************************************************
      * HOLD ONE LISTED GAP ROW FOR THE SC INSERT. ONCE THE BUFFER IS  *
      * FULL THE LISTING CARRIES ON UNCHANGED AND THE OVERFLOW SWITCH  *
      * SENDS THE INSERTS TO THE READNEXT PASS INSTEAD.                *
      ******************************************************************
       4051-BUFFER-GAP-ROW.

           IF WS-XBUF-COUNT < WS-XBUF-MAX-COUNT
               ADD 1 TO WS-XBUF-COUNT
               MOVE HV-RF-CORP-ITEM-CD
                 TO WS-XBUF-CORP-ITEM-CD(WS-XBUF-COUNT)
               MOVE HV-RF-UPC-MANUF
                 TO WS-XBUF-UPC-MANUF(WS-XBUF-COUNT)
               MOVE HV-RF-UPC-SALES
                 TO WS-XBUF-UPC-SALES(WS-XBUF-COUNT)
               MOVE HV-RF-UPC-COUNTRY
                 TO WS-XBUF-UPC-COUNTRY(WS-XBUF-COUNT)
               MOVE HV-RF-UPC-SYSTEM
                 TO WS-XBUF-UPC-SYSTEM(WS-XBUF-COUNT)
           ELSE
               SET WS-XBUF-OVERFLOW TO TRUE
           END-IF.

      ******************************************************************
      * KEY TONIGHT'S UPC XREF EXCEPTION INTO EXCP_TRK. THE EXCEPTION  *
      * IS PER CORP/ITEM/UPC - NO ROG OR UNIT TYPE IN THE RF/SC KEY.   *

      ******************************************************************
      * REQ 004 - NIGHTLY SYNC OF THE SAME RF-NOT-IN-SC GAP REPORTED BY*
      * 4050: EACH MISSING RF ROW IS INSERTED INTO SC SO THE EXCEPTION *
      * COUNT ACTUALLY GETS RESOLVED. NORMALLY THE ROWS COME FROM THE  *
      * 4050 BUFFER (6005 BELOW); THIS READNEXT PASS RUNS ONLY WHEN AN *
      * ITEM'S GAP OVERFLOWED THAT BUFFER.                             *
      ******************************************************************
       5000-INSERT-TABLE.


           DISPLAY 'SC ROWS INSERTED: ' WS-SC-INS-CNT.

      ******************************************************************
      * INSERT (OR, UNDER AUDIT, PROJECT) EVERY GAP ROW THE 4050 PASS  *
      * BUFFERED, IN THE ORDER IT WAS LISTED.                          *
      ******************************************************************
       6005-INSERT-BUFFERED-ROWS.

           PERFORM VARYING XBUF-IDX FROM 1 BY 1
                   UNTIL XBUF-IDX > WS-XBUF-COUNT
               MOVE WS-XBUF-CORP-ITEM-CD(XBUF-IDX)
                 TO HV-RF-CORP-ITEM-CD
               MOVE WS-XBUF-UPC-MANUF(XBUF-IDX)   TO HV-RF-UPC-MANUF
               MOVE WS-XBUF-UPC-SALES(XBUF-IDX)   TO HV-RF-UPC-SALES
               MOVE WS-XBUF-UPC-COUNTRY(XBUF-IDX) TO HV-RF-UPC-COUNTRY
               MOVE WS-XBUF-UPC-SYSTEM(XBUF-IDX)  TO HV-RF-UPC-SYSTEM
               PERFORM 6010-INSERT-SC-ROW
           END-PERFORM.

           DISPLAY 'SC ROWS INSERTED: ' WS-SC-INS-CNT.

       6010-INSERT-SC-ROW.

      *    UNDER AUDIT THE ROW IS ONLY REPORTED - NO SC INSERT IS
      *        INS_TS PROVES THE INSERT INDEPENDENTLY OF THE RUN
      *        COUNTERS - THE CTLBAL BALANCING JOB COUNTS TODAY'S
      *        INS_TS ROWS AGAINST THE LOGGED SC_INS_CNT.
      *        USERID, BATCH_SRC AND SRC_ROG NAME THE INFILE RECORD
      *        THAT DROVE THE INSERT, FOR THE USRACT ACTIVITY REPORT.
               EXEC SQL
                   INSERT INTO SC
                       (CORP, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, INS_TS, USERID, BATCH_SRC, SRC_ROG)
                   VALUES
                       (:HV-CORP, :HV-RF-UPC-MANUF, :HV-RF-UPC-SALES,
                        :HV-RF-UPC-COUNTRY, :HV-RF-UPC-SYSTEM,
                        CURRENT TIMESTAMP, :XF-USERID,
                        :WS-HDR-BATCH-SRC, :X-ROG)
               END-EXEC

               IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO SC_ORPHAN_HIST
                       (CORP, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, DELETE_TS, USERID, BATCH_SRC,
                        SRC_ROG)
                   VALUES
                       (:HV-CORP, :HV-SC-UPC-MANUF, :HV-SC-UPC-SALES,
                        :HV-SC-UPC-COUNTRY, :HV-SC-UPC-SYSTEM,
                        CURRENT TIMESTAMP, :XF-USERID,
                        :WS-HDR-BATCH-SRC, :X-ROG)
               END-EXEC

               IF SQLCODE NOT = 0
