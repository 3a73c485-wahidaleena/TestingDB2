       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UPCQUAL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * UPC KEY DATA-QUALITY SCAN. THE FRONT-END EDIT ONLY PROVES THE  *
      * INFILE UPC FIELDS ARE NUMERIC, SO KEYS THAT WERE NEVER VALID   *
      * GS1 CODES ARE ALREADY SITTING ON RF, SC, TABX, TABS AND        *
      * COUPON. THIS JOB READS EVERY UPC KEY ON THOSE FIVE TABLES,     *
      * CHECKS IT AGAINST THE GS1 STRUCTURE RULES BELOW, LISTS EACH    *
      * FAILURE BY TABLE, ROG/CORP AND ITEM WITH ITS REASON CODE, AND  *
      * KEYS IT INTO EXCP_TRK UNDER THE REASON CODE AS THE EXCEPTION   *
      * TYPE - SO IT AGES ON THE EXCPRPT LIST LIKE THE FOOD STAMP AND  *
      * XREF EXCEPTIONS, AND IS RESOLVED AUTOMATICALLY ON THE FIRST    *
      * FULL SCAN THAT NO LONGER FINDS IT. THE SCANNED TABLES ARE      *
      * NEVER UPDATED.                                                 *
      *                                                                *
      * THE FOUR KEY COLUMNS HOLD A GTIN-14 IN THIS GS1 DIGIT ORDER:   *
      *     DIGITS  1-2   UPC_COUNTRY(1:2)  INDICATOR/PREFIX DIGITS    *
      *     DIGIT   3     UPC_SYSTEM        NUMBER SYSTEM DIGIT        *
      *     DIGITS  4-8   UPC_MANUF         MANUFACTURER NUMBER        *
      *     DIGITS  9-13  UPC_SALES         SALES (ITEM) NUMBER        *
      *     DIGIT   14    UPC_COUNTRY(3:1)  CHECK DIGIT                *
      * SO A 12-DIGIT UPC-A IS CARRIED WITH '00' PREFIX DIGITS.        *
      *                                                                *
      * REASON CODES (ALSO THE EXCP_TRK EXCEPTION TYPES):              *
      *     UPCQNUM   A KEY COLUMN IS NOT ALL DIGITS - NO FURTHER      *
      *               STRUCTURE CHECK IS POSSIBLE                      *
      *     UPCQSYS   UPC_SYSTEM 5 OR 9 ON A UPC-A KEY - THOSE NUMBER  *
      *               SYSTEMS ARE COUPON CODES, NEVER A TRADE ITEM     *
      *     UPCQMAN0  UPC_MANUF IS ALL ZEROS                           *
      *     UPCQSAL0  UPC_SALES IS ALL ZEROS                           *
      *     UPCQCHK   CHECK DIGIT IS NOT THE GS1 MODULO-10 DIGIT OF    *
      *               DIGITS 1-13 (WEIGHTS 3,1,3,1... FROM THE LEFT)   *
      *     UPCQCONF  TABX ONLY - RF CARRIES UPCS FOR THE CORP_ITEM_CD *
      *               BUT NOT THIS ONE, SO RF AND TABX CONFLICT        *
      * ONE KEY CAN FAIL SEVERAL RULES AND IS LISTED ONCE PER REASON.  *
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
      *     CHKPT=NNNNN      COMMIT EVERY NNNNN EXCP_TRK CHANGES       *
      *                      (DEFAULT 01000)                           *
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
      * HOST VARIABLES - ONE SCANNED ROW AND ONE EXCP_TRK KEY. EACH    *
      * SCAN FILLS ONLY THE COLUMNS ITS TABLE CARRIES; THE REST STAY   *
      * BLANK ON THE REPORT AND IN EXCP_TRK.                           *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-ROG                  PIC X(4).
           05  HV-CORP                 PIC X(3).
           05  HV-CORP-ITEM-CD         PIC X(14).
           05  HV-UNIT-TYPE            PIC X(2).
           05  HV-UPC-MANUF            PIC X(5).
           05  HV-UPC-SALES            PIC X(5).
           05  HV-UPC-COUNTRY          PIC X(3).
           05  HV-UPC-SYSTEM           PIC X(1).
           05  HV-CONFLICT-IND         PIC X(1).
           05  HV-EXCP-TYPE            PIC X(8).
      *    THE RUN DATE, TAKEN ONCE AT START - EVERY EXCP_TRK DATE THIS
      *    RUN STAMPS OR TESTS IS THIS ONE, SO A SCAN THAT CROSSES
      *    MIDNIGHT CANNOT RESOLVE THE FAILURES IT FOUND BEFORE IT.
           05  HV-RUN-DT               PIC X(10).

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
      * RUN CONTROL AND TOTALS                                         *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-SCAN-EOF-SW          PIC X     VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-CHKPT-LIMIT          PIC S9(9) COMP VALUE 1000.
           05  WS-CHKPT-PENDING        PIC S9(9) COMP VALUE 0.
           05  WS-COMMIT-CNT           PIC S9(9) COMP VALUE 0.
           05  WS-FAIL-CNT             PIC S9(9) COMP VALUE 0.
           05  WS-EXCP-NEW-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-EXCP-RESOLVED-CNT    PIC S9(9) COMP VALUE 0.

      ******************************************************************
      * GTIN-14 WORK AREA - THE KEY IN GS1 DIGIT ORDER (SEE THE        *
      * BANNER) AND THE MODULO-10 CHECK DIGIT ARITHMETIC               *
      ******************************************************************
       01  WS-GTIN-AREA.
           05  WS-GTIN.
               10  GT-PREFIX           PIC X(2).
               10  GT-SYSTEM           PIC X(1).
               10  GT-MANUF            PIC X(5).
               10  GT-SALES            PIC X(5).
               10  GT-CHECK            PIC X(1).
           05  WS-GTIN-DIGITS REDEFINES WS-GTIN.
               10  GT-DIGIT            PIC 9     OCCURS 14 TIMES.
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-DIG-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-ODD-SUM              PIC S9(4) COMP VALUE 0.
           05  WS-EVEN-SUM             PIC S9(4) COMP VALUE 0.
           05  WS-CHK-SUM              PIC S9(4) COMP VALUE 0.
           05  WS-CHK-QUOT             PIC S9(4) COMP VALUE 0.
           05  WS-CHK-REM              PIC S9(4) COMP VALUE 0.
           05  WS-CHK-EXPECT           PIC 9     VALUE 0.
           05  WS-FAIL-TEXT            PIC X(44).

      ******************************************************************
      * REASON CODES IN REPORT ORDER. THE CODE IS ALSO THE EXCP_TRK    *
      * EXCEPTION TYPE - THE 'UPCQ' PREFIX IS WHAT EXCPRPT COUNTS ON.  *
      ******************************************************************
       01  WS-REASON-VALUES.
           05  FILLER                  PIC X(8)  VALUE 'UPCQNUM'.
           05  FILLER                  PIC X(40) VALUE
               'UPC KEY NOT NUMERIC'.
           05  FILLER                  PIC X(8)  VALUE 'UPCQSYS'.
           05  FILLER                  PIC X(40) VALUE
               'COUPON NUMBER SYSTEM ON AN ITEM UPC'.
           05  FILLER                  PIC X(8)  VALUE 'UPCQMAN0'.
           05  FILLER                  PIC X(40) VALUE
               'MANUFACTURER NUMBER ALL ZEROS'.
           05  FILLER                  PIC X(8)  VALUE 'UPCQSAL0'.
           05  FILLER                  PIC X(40) VALUE
               'SALES (ITEM) NUMBER ALL ZEROS'.
           05  FILLER                  PIC X(8)  VALUE 'UPCQCHK'.
           05  FILLER                  PIC X(40) VALUE
               'CHECK DIGIT WRONG'.
           05  FILLER                  PIC X(8)  VALUE 'UPCQCONF'.
           05  FILLER                  PIC X(40) VALUE
               'TABX UPC NOT ON RF FOR THE CORP_ITEM_CD'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON OCCURS 6 TIMES.
               10  RSN-CODE            PIC X(8).
               10  RSN-DESC            PIC X(40).

      ******************************************************************
      * SCANNED TABLES IN SCAN ORDER, AND THE FAILURE COUNTS BY        *
      * REASON WITHIN TABLE                                            *
      ******************************************************************
       01  WS-TABLE-VALUES.
           05  FILLER                  PIC X(6)  VALUE 'RF'.
           05  FILLER                  PIC X(6)  VALUE 'SC'.
           05  FILLER                  PIC X(6)  VALUE 'TABX'.
           05  FILLER                  PIC X(6)  VALUE 'TABS'.
           05  FILLER                  PIC X(6)  VALUE 'COUPON'.
       01  WS-TABLE-TABLE REDEFINES WS-TABLE-VALUES.
           05  TBL-NAME                PIC X(6)  OCCURS 5 TIMES.
       01  WS-COUNT-FIELDS.
           05  WS-TBL-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-RSN-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-TBL-ROWS             PIC S9(9) COMP
                                       OCCURS 5 TIMES.
           05  WS-TBL-FAILS            PIC S9(9) COMP
                                       OCCURS 5 TIMES.
           05  WS-RSN-CNT OCCURS 6 TIMES.
               10  WS-RSN-TOTAL        PIC S9(9) COMP.
               10  WS-RSN-TBL-CNT      PIC S9(9) COMP
                                       OCCURS 5 TIMES.

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
       01  WS-RPT-DETAIL-HEAD.
           05  FILLER                  PIC X(8)  VALUE 'TABLE'.
           05  FILLER                  PIC X(6)  VALUE 'ROG'.
           05  FILLER                  PIC X(5)  VALUE 'CORP'.
           05  FILLER                  PIC X(16) VALUE 'CORP_ITEM_CD'.
           05  FILLER                  PIC X(6)  VALUE 'UNIT'.
           05  FILLER                  PIC X(19) VALUE 'UPC KEY'.
           05  FILLER                  PIC X(10) VALUE 'REASON'.
           05  FILLER                  PIC X(62) VALUE 'DETAIL'.
       01  WS-RPT-DETAIL-LINE.
           05  RPT-DTL-TABLE           PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CORP            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ITEM            PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-UNIT            PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-DTL-UPC-MANUF       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-DTL-UPC-SALES       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-DTL-UPC-COUNTRY     PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-DTL-UPC-SYSTEM      PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REASON          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-TEXT            PIC X(44).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-RPT-REASON-HEAD.
           05  FILLER                  PIC X(10) VALUE 'REASON'.
           05  FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(13) VALUE '         RF'.
           05  FILLER                  PIC X(13) VALUE '         SC'.
           05  FILLER                  PIC X(13) VALUE '       TABX'.
           05  FILLER                  PIC X(13) VALUE '       TABS'.
           05  FILLER                  PIC X(13) VALUE '     COUPON'.
           05  FILLER                  PIC X(15) VALUE '      TOTAL'.
       01  WS-RPT-REASON-LINE.
           05  RPT-RSN-CODE            PIC X(8).
           05  FILLER                  PIC X(2).
           05  RPT-RSN-DESC            PIC X(40).
           05  FILLER                  PIC X(2).
           05  RPT-RSN-COL OCCURS 5 TIMES.
               10  RPT-RSN-CNT         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(2).
           05  RPT-RSN-TOTAL           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4).
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-RPT-FAILED-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'RUN FAILED - SCAN INCOMPLETE, NO EXCEPTIONS '.
           05  FILLER                  PIC X(44)
               VALUE 'RESOLVED - RERUN AFTER THE FAILURE IS FIXED'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. READS THE CHECKPOINT CARD, SCANS THE FIVE     *
      * TABLES IN TURN, RESOLVES THE EXCEPTIONS THIS SCAN NO LONGER    *
      * FOUND, AND FINISHES WITH THE TOTALS BY REASON.                 *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT OUT.

           MOVE 'UPC KEY STRUCTURE AND CHECK DIGIT QUALITY SCAN'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           INITIALIZE WS-COUNT-FIELDS.

           EXEC SQL
               SELECT CURRENT DATE
                 INTO :HV-RUN-DT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'RUN DATE SELECT FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-DETAIL-HEAD.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           IF NOT WS-RUN-FAILED
               PERFORM 1000-SCAN-RF
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 1100-SCAN-SC
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 1200-SCAN-TABX
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 1300-SCAN-TABS
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 1400-SCAN-COUPON
           END-IF.

      *    ONLY A SCAN THAT READ ALL FIVE TABLES TO NORMAL END OF
      *    CURSOR MAY RESOLVE ANYTHING - A KEY A FAILED SCAN NEVER
      *    REACHED HAS NOT HEALED JUST BECAUSE IT WAS NOT SEEN.
           IF NOT WS-RUN-FAILED
               PERFORM 3000-RESOLVE-HEALED-EXCP
           END-IF.

           IF WS-RUN-FAILED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'UPCQUAL - RUN FAILED - UNCOMMITTED WORK '
                       'ROLLED BACK - COMMITTED CHECKPOINTS STAND'
               MOVE 16 TO RETURN-CODE
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'UPCQUAL COMMIT FAILED SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-COMMIT-CNT
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
               IF PARM-REC(1:6) = 'CHKPT='
                   MOVE PARM-REC(7:5) TO WS-PARM-CHKPT-X
                   IF WS-PARM-CHKPT-X NOT NUMERIC
                     OR WS-PARM-CHKPT-9 = 0
                       DISPLAY 'UPCQUAL - CHKPT PARAMETER IS NOT '
                               'A POSITIVE NUMBER - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-CHKPT-9 TO WS-CHKPT-LIMIT
               ELSE
                   DISPLAY 'UPCQUAL - UNRECOGNIZED PARAMETER CARD '
                           PARM-REC(1:20) ' - ABORTING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * RF - ONE ROW PER CORP_ITEM_CD/UPC. NO ROG OR CORP ON THE       *
      * TABLE. EVERY SCAN CURSOR IS DECLARED WITH HOLD SO THE          *
      * CHECKPOINT COMMITS ON EXCP_TRK DO NOT CLOSE IT.                *
      ******************************************************************
       1000-SCAN-RF.

           MOVE 1      TO WS-TBL-SUB.
           MOVE SPACES TO HV-ROG HV-CORP HV-CORP-ITEM-CD HV-UNIT-TYPE.
           MOVE 'N'    TO HV-CONFLICT-IND.
           MOVE 'N'    TO WS-SCAN-EOF-SW.

           EXEC SQL
               DECLARE RFQUAL_C CURSOR WITH HOLD FOR
               SELECT   CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM
               FROM     RF
               ORDER BY CORP_ITEM_CD
               QUERYNO 122
           END-EXEC.

           EXEC SQL
               OPEN RFQUAL_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'RFQUAL_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-SCAN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH RFQUAL_C
                       INTO :HV-CORP-ITEM-CD, :HV-UPC-MANUF,
                            :HV-UPC-SALES, :HV-UPC-COUNTRY,
                            :HV-UPC-SYSTEM
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           ADD 1 TO WS-TBL-ROWS(WS-TBL-SUB)
                           PERFORM 2000-CHECK-UPC-KEY
                       WHEN SQLCODE = 100
                           SET WS-SCAN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'RFQUAL_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE RFQUAL_C
               END-EXEC
           END-IF.

      ******************************************************************
      * SC - ONE ROW PER CORP/UPC                                      *
      ******************************************************************
       1100-SCAN-SC.

           MOVE 2      TO WS-TBL-SUB.
           MOVE SPACES TO HV-ROG HV-CORP HV-CORP-ITEM-CD HV-UNIT-TYPE.
           MOVE 'N'    TO HV-CONFLICT-IND.
           MOVE 'N'    TO WS-SCAN-EOF-SW.

           EXEC SQL
               DECLARE SCQUAL_C CURSOR WITH HOLD FOR
               SELECT   CORP, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM
               FROM     SC
               ORDER BY CORP
               QUERYNO 123
           END-EXEC.

           EXEC SQL
               OPEN SCQUAL_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'SCQUAL_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-SCAN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH SCQUAL_C
                       INTO :HV-CORP, :HV-UPC-MANUF,
                            :HV-UPC-SALES, :HV-UPC-COUNTRY,
                            :HV-UPC-SYSTEM
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           ADD 1 TO WS-TBL-ROWS(WS-TBL-SUB)
                           PERFORM 2000-CHECK-UPC-KEY
                       WHEN SQLCODE = 100
                           SET WS-SCAN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'SCQUAL_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE SCQUAL_C
               END-EXEC
           END-IF.

      ******************************************************************
      * TABX - ONE ROW PER ROG/CORP_ITEM_CD/UNIT_TYPE/UPC, EVERY       *
      * STATUS_RUPC (AN EXCLUDED ITEM'S KEY IS STILL A BAD KEY). THE   *
      * CONFLICT FLAG IS 'Y' WHEN RF HOLDS UPCS FOR THE CORP_ITEM_CD   *
      * AND NONE OF THEM IS THIS ROW'S UPC. AN ITEM WITH NO RF ROWS AT *
      * ALL IS NOT A CONFLICT - THE NIGHTLY XREF SYNC OWNS THAT CASE.  *
      ******************************************************************
       1200-SCAN-TABX.

           MOVE 3      TO WS-TBL-SUB.
           MOVE SPACES TO HV-ROG HV-CORP HV-CORP-ITEM-CD HV-UNIT-TYPE.
           MOVE 'N'    TO WS-SCAN-EOF-SW.

           EXEC SQL
               DECLARE TABXQUAL_C CURSOR WITH HOLD FOR
               SELECT   X.ROG, X.CORP_ITEM_CD, X.UNIT_TYPE,
                        X.UPC_MANUF, X.UPC_SALES,
                        X.UPC_COUNTRY, X.UPC_SYSTEM,
                        CASE WHEN EXISTS(SELECT 1
                                  FROM  RF R
                                  WHERE R.CORP_ITEM_CD = X.CORP_ITEM_CD)
                              AND NOT EXISTS(SELECT 1
                                  FROM  RF R
                                  WHERE R.CORP_ITEM_CD = X.CORP_ITEM_CD
                                    AND R.UPC_MANUF    = X.UPC_MANUF
                                    AND R.UPC_SALES    = X.UPC_SALES
                                    AND R.UPC_COUNTRY  = X.UPC_COUNTRY
                                    AND R.UPC_SYSTEM   = X.UPC_SYSTEM)
                             THEN 'Y' ELSE 'N'
                        END
               FROM     TABX X
               ORDER BY X.ROG, X.CORP_ITEM_CD, X.UNIT_TYPE
               QUERYNO 124
           END-EXEC.

           EXEC SQL
               OPEN TABXQUAL_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'TABXQUAL_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-SCAN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH TABXQUAL_C
                       INTO :HV-ROG, :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-CONFLICT-IND
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           ADD 1 TO WS-TBL-ROWS(WS-TBL-SUB)
                           PERFORM 2000-CHECK-UPC-KEY
                       WHEN SQLCODE = 100
                           SET WS-SCAN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'TABXQUAL_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE TABXQUAL_C
               END-EXEC
           END-IF.

      ******************************************************************
      * TABS - ONE ROW PER ROG/UNIT_TYPE/UPC                           *
      ******************************************************************
       1300-SCAN-TABS.

           MOVE 4      TO WS-TBL-SUB.
           MOVE SPACES TO HV-ROG HV-CORP HV-CORP-ITEM-CD HV-UNIT-TYPE.
           MOVE 'N'    TO HV-CONFLICT-IND.
           MOVE 'N'    TO WS-SCAN-EOF-SW.

           EXEC SQL
               DECLARE TABSQUAL_C CURSOR WITH HOLD FOR
               SELECT   ROG, UNIT_TYPE, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM
               FROM     TABS
               ORDER BY ROG, UNIT_TYPE
               QUERYNO 125
           END-EXEC.

           EXEC SQL
               OPEN TABSQUAL_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'TABSQUAL_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-SCAN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH TABSQUAL_C
                       INTO :HV-ROG, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           ADD 1 TO WS-TBL-ROWS(WS-TBL-SUB)
                           PERFORM 2000-CHECK-UPC-KEY
                       WHEN SQLCODE = 100
                           SET WS-SCAN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'TABSQUAL_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE TABSQUAL_C
               END-EXEC
           END-IF.

      ******************************************************************
      * COUPON - ONE ROW PER AD PLAN, SO THE ROG/UPC PAIRS ARE TAKEN   *
      * DISTINCT TO LIST A BAD KEY ONCE PER ROG                        *
      ******************************************************************
       1400-SCAN-COUPON.

           MOVE 5      TO WS-TBL-SUB.
           MOVE SPACES TO HV-ROG HV-CORP HV-CORP-ITEM-CD HV-UNIT-TYPE.
           MOVE 'N'    TO HV-CONFLICT-IND.
           MOVE 'N'    TO WS-SCAN-EOF-SW.

           EXEC SQL
               DECLARE CPNQUAL_C CURSOR WITH HOLD FOR
               SELECT   DISTINCT ROG, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM
               FROM     COUPON
               ORDER BY ROG
               QUERYNO 126
           END-EXEC.

           EXEC SQL
               OPEN CPNQUAL_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CPNQUAL_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-SCAN-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH CPNQUAL_C
                       INTO :HV-ROG, :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           ADD 1 TO WS-TBL-ROWS(WS-TBL-SUB)
                           PERFORM 2000-CHECK-UPC-KEY
                       WHEN SQLCODE = 100
                           SET WS-SCAN-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'CPNQUAL_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CPNQUAL_C
               END-EXEC
           END-IF.

      ******************************************************************
      * THE GS1 RULES FOR ONE FETCHED KEY, IN REASON ORDER. A KEY THAT *
      * IS NOT ALL DIGITS CANNOT BE LAID OUT AS A GTIN, SO IT STOPS AT *
      * UPCQNUM; THE RF/TABX CONFLICT IS INDEPENDENT OF STRUCTURE.     *
      ******************************************************************
       2000-CHECK-UPC-KEY.

           IF HV-UPC-MANUF   NOT NUMERIC
             OR HV-UPC-SALES   NOT NUMERIC
             OR HV-UPC-COUNTRY NOT NUMERIC
             OR HV-UPC-SYSTEM  NOT NUMERIC
               MOVE 1                    TO WS-RSN-SUB
               MOVE RSN-DESC(WS-RSN-SUB) TO WS-FAIL-TEXT
               PERFORM 2100-RECORD-FAILURE
           ELSE
               MOVE HV-UPC-COUNTRY(1:2)  TO GT-PREFIX
               MOVE HV-UPC-SYSTEM        TO GT-SYSTEM
               MOVE HV-UPC-MANUF         TO GT-MANUF
               MOVE HV-UPC-SALES         TO GT-SALES
               MOVE HV-UPC-COUNTRY(3:1)  TO GT-CHECK

      *        A '0' SECOND PREFIX DIGIT MAKES THIS A US/CANADA UPC-A,
      *        WHERE NUMBER SYSTEMS 5 AND 9 ARE RESERVED FOR COUPONS.
               IF GT-PREFIX(2:1) = '0'
                 AND (GT-SYSTEM = '5' OR GT-SYSTEM = '9')
                   MOVE 2                    TO WS-RSN-SUB
                   MOVE RSN-DESC(WS-RSN-SUB) TO WS-FAIL-TEXT
                   PERFORM 2100-RECORD-FAILURE
               END-IF

               IF GT-MANUF = '00000'
                   MOVE 3                    TO WS-RSN-SUB
                   MOVE RSN-DESC(WS-RSN-SUB) TO WS-FAIL-TEXT
                   PERFORM 2100-RECORD-FAILURE
               END-IF

               IF GT-SALES = '00000'
                   MOVE 4                    TO WS-RSN-SUB
                   MOVE RSN-DESC(WS-RSN-SUB) TO WS-FAIL-TEXT
                   PERFORM 2100-RECORD-FAILURE
               END-IF

               PERFORM 2010-COMPUTE-CHECK-DIGIT
               IF GT-DIGIT(14) NOT = WS-CHK-EXPECT
                   MOVE 5      TO WS-RSN-SUB
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING RSN-DESC(WS-RSN-SUB) DELIMITED BY '  '
                          ' - IS '             DELIMITED BY SIZE
                          GT-CHECK             DELIMITED BY SIZE
                          ', SHOULD BE '       DELIMITED BY SIZE
                          WS-CHK-EXPECT        DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
                   END-STRING
                   PERFORM 2100-RECORD-FAILURE
               END-IF
           END-IF.

           IF HV-CONFLICT-IND = 'Y'
               MOVE 6                    TO WS-RSN-SUB
               MOVE RSN-DESC(WS-RSN-SUB) TO WS-FAIL-TEXT
               PERFORM 2100-RECORD-FAILURE
           END-IF.

      ******************************************************************
      * GS1 MODULO-10 CHECK DIGIT OVER GTIN DIGITS 1-13: ODD POSITIONS *
      * WEIGH 3, EVEN POSITIONS WEIGH 1, AND THE CHECK DIGIT BRINGS    *
      * THE WEIGHTED SUM UP TO THE NEXT MULTIPLE OF TEN.               *
      ******************************************************************
       2010-COMPUTE-CHECK-DIGIT.

           MOVE 0 TO WS-ODD-SUM.
           MOVE 0 TO WS-EVEN-SUM.

           PERFORM VARYING WS-DIG-SUB FROM 1 BY 2
                   UNTIL WS-DIG-SUB > 13
               ADD GT-DIGIT(WS-DIG-SUB) TO WS-ODD-SUM
           END-PERFORM.

           PERFORM VARYING WS-DIG-SUB FROM 2 BY 2
                   UNTIL WS-DIG-SUB > 12
               ADD GT-DIGIT(WS-DIG-SUB) TO WS-EVEN-SUM
           END-PERFORM.

           COMPUTE WS-CHK-SUM = (WS-ODD-SUM * 3) + WS-EVEN-SUM.
           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
               REMAINDER WS-CHK-REM.

           IF WS-CHK-REM = 0
               MOVE 0 TO WS-CHK-EXPECT
           ELSE
               COMPUTE WS-CHK-EXPECT = 10 - WS-CHK-REM
           END-IF.

      ******************************************************************
      * ONE FAILURE: COUNT IT, LIST IT, AND KEY IT INTO EXCP_TRK       *
      ******************************************************************
       2100-RECORD-FAILURE.

           ADD 1 TO WS-FAIL-CNT.
           ADD 1 TO WS-TBL-FAILS(WS-TBL-SUB).
           ADD 1 TO WS-RSN-TOTAL(WS-RSN-SUB).
           ADD 1 TO WS-RSN-TBL-CNT(WS-RSN-SUB, WS-TBL-SUB).

           MOVE TBL-NAME(WS-TBL-SUB) TO RPT-DTL-TABLE.
           MOVE HV-ROG               TO RPT-DTL-ROG.
           MOVE HV-CORP              TO RPT-DTL-CORP.
           MOVE HV-CORP-ITEM-CD      TO RPT-DTL-ITEM.
           MOVE HV-UNIT-TYPE         TO RPT-DTL-UNIT.
           MOVE HV-UPC-MANUF         TO RPT-DTL-UPC-MANUF.
           MOVE HV-UPC-SALES         TO RPT-DTL-UPC-SALES.
           MOVE HV-UPC-COUNTRY       TO RPT-DTL-UPC-COUNTRY.
           MOVE HV-UPC-SYSTEM        TO RPT-DTL-UPC-SYSTEM.
           MOVE RSN-CODE(WS-RSN-SUB) TO RPT-DTL-REASON.
           MOVE WS-FAIL-TEXT         TO RPT-DTL-TEXT.
           WRITE OUT-REC FROM WS-RPT-DETAIL-LINE.

           MOVE RSN-CODE(WS-RSN-SUB) TO HV-EXCP-TYPE.
           PERFORM 2110-UPSERT-EXCP-ROW.

      ******************************************************************
      * SAME UPSERT AS THE MAIN PROGRAM'S EXCEPTION TRACKING: AN OPEN  *
      * ROW FOR THE KEY JUST HAS ITS LAST-SEEN DATE ADVANCED,          *
      * OTHERWISE A NEW OPEN ROW IS STARTED WITH THE RUN DATE AS BOTH  *
      * DATES.                                                         *
      * EXCP_TRK IS THIS JOB'S ONLY OUTPUT TABLE, SO A FAILURE HERE    *
      * FAILS THE RUN.                                                 *
      ******************************************************************
       2110-UPSERT-EXCP-ROW.

           EXEC SQL
               UPDATE EXCP_TRK
               SET    LAST_SEEN_DT = :HV-RUN-DT
               WHERE  EXCP_TYPE    = :HV-EXCP-TYPE
                 AND  ROG          = :HV-ROG
                 AND  CORP         = :HV-CORP
                 AND  CORP_ITEM_CD = :HV-CORP-ITEM-CD
                 AND  UNIT_TYPE    = :HV-UNIT-TYPE
                 AND  UPC_MANUF    = :HV-UPC-MANUF
                 AND  UPC_SALES    = :HV-UPC-SALES
                 AND  UPC_COUNTRY  = :HV-UPC-COUNTRY
                 AND  UPC_SYSTEM   = :HV-UPC-SYSTEM
                 AND  RESOLVED_IND = 'N'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-CHKPT-PENDING
               WHEN SQLCODE = 100
                   EXEC SQL
                       INSERT INTO EXCP_TRK
                           (EXCP_TYPE, ROG, CORP, CORP_ITEM_CD,
                            UNIT_TYPE, UPC_MANUF, UPC_SALES,
                            UPC_COUNTRY, UPC_SYSTEM,
                            FIRST_SEEN_DT, LAST_SEEN_DT, RESOLVED_IND)
                       VALUES
                           (:HV-EXCP-TYPE, :HV-ROG, :HV-CORP,
                            :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-RUN-DT, :HV-RUN-DT, 'N')
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-EXCP-NEW-CNT
                       ADD 1 TO WS-CHKPT-PENDING
                   ELSE
                       DISPLAY 'EXCP_TRK INSERT FAILED SQLCODE='
                               SQLCODE
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'EXCP_TRK UPDATE FAILED SQLCODE=' SQLCODE
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

           IF NOT WS-RUN-FAILED
             AND WS-CHKPT-PENDING NOT < WS-CHKPT-LIMIT
               PERFORM 4020-CHECKPOINT-COMMIT
           END-IF.

      ******************************************************************
      * AN OPEN UPC QUALITY EXCEPTION THAT THIS FULL SCAN DID NOT      *
      * RESTAMP STILL CARRIES A LAST-SEEN DATE BEFORE THE RUN DATE -   *
      * THE KEY WAS CORRECTED OR REMOVED - SO IT IS MARKED RESOLVED,   *
      * THE SAME WAY THE MAIN PROGRAM RESOLVES A HEALED FOOD STAMP     *
      * DISCREPANCY.                                                   *
      ******************************************************************
       3000-RESOLVE-HEALED-EXCP.

           EXEC SQL
               UPDATE EXCP_TRK
               SET    RESOLVED_IND = 'Y',
                      RESOLVED_DT  = :HV-RUN-DT
               WHERE  EXCP_TYPE IN ('UPCQNUM', 'UPCQSYS', 'UPCQMAN0',
                                    'UPCQSAL0', 'UPCQCHK', 'UPCQCONF')
                 AND  RESOLVED_IND = 'N'
                 AND  LAST_SEEN_DT < :HV-RUN-DT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-EXCP-RESOLVED-CNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EXCP_TRK UPC QUALITY RESOLVE FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

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

       6010-WRITE-REASON-LINE.

           MOVE SPACES                 TO WS-RPT-REASON-LINE.
           MOVE RSN-CODE(WS-RSN-SUB)   TO RPT-RSN-CODE.
           MOVE RSN-DESC(WS-RSN-SUB)   TO RPT-RSN-DESC.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 5
               MOVE WS-RSN-TBL-CNT(WS-RSN-SUB, WS-TBL-SUB)
                 TO RPT-RSN-CNT(WS-TBL-SUB)
           END-PERFORM.
           MOVE WS-RSN-TOTAL(WS-RSN-SUB) TO RPT-RSN-TOTAL.
           WRITE OUT-REC FROM WS-RPT-REASON-LINE.

      ******************************************************************
      * TOTALS BY REASON ACROSS THE FIVE TABLES, THEN THE RUN SUMMARY  *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

      *    A FAILED RUN STOPPED PART WAY THROUGH THE TABLES, SO THE
      *    TOTALS BELOW ARE NOT A COMPLETE PICTURE - SAY SO ON THE
      *    REPORT ITSELF, NOT JUST THE JOB LOG.
           IF WS-RUN-FAILED
               WRITE OUT-REC FROM WS-RPT-FAILED-LINE
               WRITE OUT-REC FROM WS-RPT-BLANK-LINE
           END-IF.

           MOVE 'FAILURES BY REASON' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.
           WRITE OUT-REC FROM WS-RPT-REASON-HEAD.

           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 6
               PERFORM 6010-WRITE-REASON-LINE
           END-PERFORM.

           MOVE SPACES              TO WS-RPT-REASON-LINE.
           MOVE 'TOTAL'             TO RPT-RSN-CODE.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 5
               MOVE WS-TBL-FAILS(WS-TBL-SUB)
                 TO RPT-RSN-CNT(WS-TBL-SUB)
           END-PERFORM.
           MOVE WS-FAIL-CNT         TO RPT-RSN-TOTAL.
           WRITE OUT-REC FROM WS-RPT-REASON-LINE.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'UPCQUAL RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 5
               MOVE SPACES TO RPT-SUM-LABEL
               STRING TBL-NAME(WS-TBL-SUB) DELIMITED BY SPACE
                      ' KEYS SCANNED:'     DELIMITED BY SIZE
                 INTO RPT-SUM-LABEL
               END-STRING
               MOVE WS-TBL-ROWS(WS-TBL-SUB) TO RPT-SUM-VALUE
               WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE
           END-PERFORM.

           MOVE 'KEY FAILURES LISTED:'  TO RPT-SUM-LABEL.
           MOVE WS-FAIL-CNT             TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'NEW EXCEPTIONS OPENED:' TO RPT-SUM-LABEL.
           MOVE WS-EXCP-NEW-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'EXCEPTIONS RESOLVED:'  TO RPT-SUM-LABEL.
           MOVE WS-EXCP-RESOLVED-CNT    TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'CHECKPOINT COMMITS:'   TO RPT-SUM-LABEL.
           MOVE WS-COMMIT-CNT           TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
