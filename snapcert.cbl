       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SNAPCERT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * MONTHLY SNAP-ELIGIBLE ITEM CERTIFICATION. EACH STATE'S SNAP    *
      * OFFICE GETS THE LIST OF OUR FOOD STAMP ELIGIBLE ITEMS: EVERY   *
      * TABX ROW WITH FD_STMP = 'Y', EXCLUDING STATUS_RUPC 'X' ROWS    *
      * (THE SAME EXCLUSION THE NIGHTLY DISCREPANCY REPORT APPLIES),   *
      * WITH ITS ROG, CORP_ITEM_CD, UNIT_TYPE AND FULL UPC KEY. THE    *
      * CERTFILE CARRIES ONE HDR/DTL.../TRL GROUP PER CORO COUNTRY_CD, *
      * EVERY RECORD KEYED WITH THE COUNTRY SO THE DISTRIBUTION STEP   *
      * SPLITS IT INTO ONE FILE PER STATE. SNAP_CERT HOLDS WHAT WAS    *
      * SENT EACH MONTH PER COUNTRY_CD, SO EVERY ITEM IS MARKED ADDED  *
      * SINCE THE PRIOR SUBMISSION, OR CHANGED WHEN ITS ROG/UNIT_TYPE/ *
      * UPC NOW CARRIES A DIFFERENT CORP_ITEM_CD, AND EACH ITEM SENT   *
      * LAST TIME BUT NO LONGER ELIGIBLE IS SENT AS A DROP. A          *
      * RECONCILIATION PAGE LISTS EVERY OPEN FOODSTMP EXCEPTION ON     *
      * EXCP_TRK SO A FLAG THE POS SIDE DISAGREES WITH IS NEVER        *
      * CERTIFIED UNSEEN - ANY SUCH ITEM IN THE FILE ENDS THE RUN WITH *
      * RETURN CODE 8 SO THE FILE IS HELD FOR REVIEW BEFORE IT IS      *
      * TRANSMITTED.                                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.       IBM-370.
       OBJECT-COMPUTER.       IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERTFILE ASSIGN TO CERTFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT ASSIGN TO OUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RUN PARAMETER CARDS, ONE KEYWORD PER CARD:                     *
      *     RUNMODE=UPDATE   NORMAL LIVE RUN (DEFAULT WHEN NO CARD) -  *
      *                      THE MONTH'S SNAPSHOT IS SAVED             *
      *     RUNMODE=AUDIT    TRIAL RUN - FILE AND REPORT ARE WRITTEN,  *
      *                      SNAP_CERT IS NOT CHANGED                  *
      *     CERTMTH=YYYYMM   CERTIFICATION MONTH (DEFAULT THE MONTH OF *
      *                      THE RUN DATE). RERUNNING A MONTH REPLACES *
      *                      ITS SNAPSHOT AND COMPARES AGAINST THE     *
      *                      SAME PRIOR SUBMISSION AS BEFORE.          *
      ******************************************************************
       FD  PARMFILE
           RECORDING MODE IS F.
       01  PARM-REC                    PIC X(80).

      ******************************************************************
      * STATE CERTIFICATION FILE. PER COUNTRY_CD: ONE HDR, ONE DTL PER *
      * ITEM, ONE TRL WITH THE RECORD COUNTS AND A HASH TOTAL OF THE   *
      * UPC MANUFACTURER/SALES NUMBERS OVER EVERY DTL RECORD. DTL      *
      * ACTION IS 'A' ADDED, 'C' CORP_ITEM_CD CHANGED (PRIOR ITEM      *
      * GIVEN - UNIT_TYPE IS PART OF THE MATCH, SO THE PRIOR UNIT IS   *
      * ALWAYS THE ITEM'S OWN), 'D' DROPPED SINCE THE PRIOR            *
      * SUBMISSION, OR BLANK (UNCHANGED).                              *
      ******************************************************************
       FD  CERTFILE
           RECORDING MODE IS F.
       01  CERTFILE-REC.
           05  CRT-REC-TYPE            PIC X(3).
           05  CRT-COUNTRY-CD          PIC X(3).
           05  CRT-ACTION-CD           PIC X(1).
           05  CRT-ROG                 PIC X(4).
           05  CRT-CORP-ITEM-CD        PIC X(14).
           05  CRT-UNIT-TYPE           PIC X(2).
           05  CRT-UPC-MANUF           PIC X(5).
           05  CRT-UPC-SALES           PIC X(5).
           05  CRT-UPC-COUNTRY         PIC X(3).
           05  CRT-UPC-SYSTEM          PIC X(1).
           05  CRT-PRIOR-ITEM-CD       PIC X(14).
           05  CRT-PRIOR-UNIT-TYPE     PIC X(2).
           05  FILLER                  PIC X(23).
       01  CERTFILE-HDR-REC.
           05  CRT-HDR-TYPE            PIC X(3).
           05  CRT-HDR-COUNTRY-CD      PIC X(3).
           05  CRT-HDR-CERT-MONTH      PIC 9(6).
           05  CRT-HDR-PRIOR-MONTH     PIC 9(6).
           05  CRT-HDR-RUN-DATE        PIC 9(8).
           05  CRT-HDR-SRC             PIC X(8).
           05  FILLER                  PIC X(46).
       01  CERTFILE-TRL-REC.
           05  CRT-TRL-TYPE            PIC X(3).
           05  CRT-TRL-COUNTRY-CD      PIC X(3).
           05  CRT-TRL-ITEM-CNT        PIC 9(9).
           05  CRT-TRL-ADD-CNT         PIC 9(9).
           05  CRT-TRL-CHG-CNT         PIC 9(9).
           05  CRT-TRL-DROP-CNT        PIC 9(9).
           05  CRT-TRL-HASH            PIC 9(15).
           05  FILLER                  PIC X(23).

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
      * HOST VARIABLES - ONE CERTIFIED (OR DROPPED) ITEM, ONE OPEN     *
      * DISCREPANCY, AND THE SUBMISSION MONTHS                         *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-COUNTRY-CD           PIC X(3).
           05  HV-ROG                  PIC X(4).
           05  HV-CORP-ITEM-CD         PIC X(14).
           05  HV-UNIT-TYPE            PIC X(2).
           05  HV-UPC-MANUF            PIC X(5).
           05  HV-UPC-SALES            PIC X(5).
           05  HV-UPC-COUNTRY          PIC X(3).
           05  HV-UPC-SYSTEM           PIC X(1).
           05  HV-ACTION-CD            PIC X(1).
           05  HV-PRIOR-ITEM-CD        PIC X(14).
           05  HV-PRIOR-UNIT-TYPE      PIC X(2).
           05  HV-FIRST-SEEN-DT        PIC X(10).
           05  HV-AGE-DAYS             PIC S9(9) COMP.
           05  HV-CERT-CNT             PIC S9(9) COMP.
           05  HV-NO-CORO-CNT          PIC S9(9) COMP.
           05  HV-CERT-MONTH           PIC S9(9) COMP VALUE 0.
           05  HV-PRIOR-MONTH          PIC S9(9) COMP VALUE 0.
           05  HV-PRIOR-MONTH-IND      PIC S9(4) COMP.
           05  WS-RUN-DATE             PIC 9(8).

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
      ******************************************************************
       01  WS-PARM-FIELDS.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PARM-MONTH-X         PIC X(6).
           05  WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH-X
                                       PIC 9(6).

      ******************************************************************
      * RUN MODE CONTROL - UNDER AUDIT THE FILE AND REPORT ARE BUILT   *
      * THE SAME WAY BUT THE SNAP_CERT SNAPSHOT IS LEFT ALONE, SO A    *
      * TRIAL RUN NEVER MOVES THE BASELINE THE NEXT MONTH COMPARES TO. *
      ******************************************************************
       01  WS-RUN-PARM-FIELDS.
           05  WS-RUN-MODE             PIC X(6)  VALUE 'UPDATE'.
               88  WS-AUDIT-MODE                 VALUE 'AUDIT'.
               88  WS-UPDATE-MODE                VALUE 'UPDATE'.
       01  WS-RPT-SIM-BANNER           PIC X(132) VALUE
               '**** SIMULATION RUN (AUDIT) - SNAPSHOT NOT SAVED ****'.

      ******************************************************************
      * HASH TOTAL WORK AREA - THE 10-DIGIT MANUFACTURER/SALES NUMBER  *
      ******************************************************************
       01  WS-HASH-UPC.
           05  WS-HASH-MANUF           PIC X(5).
           05  WS-HASH-SALES           PIC X(5).
       01  WS-HASH-UPC-9 REDEFINES WS-HASH-UPC
                                       PIC 9(10).

      ******************************************************************
      * RUN TOTALS AND THE COUNTRY CONTROL BREAK                       *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-CERT-EOF-SW          PIC X     VALUE 'N'.
               88  WS-CERT-EOF                   VALUE 'Y'.
           05  WS-DISC-EOF-SW          PIC X     VALUE 'N'.
               88  WS-DISC-EOF                   VALUE 'Y'.
           05  WS-RUN-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-RUN-FAILED                 VALUE 'Y'.
           05  WS-FIRST-ITEM-SW        PIC X     VALUE 'Y'.
               88  WS-FIRST-ITEM                 VALUE 'Y'.
           05  WS-PREV-COUNTRY-CD      PIC X(3)  VALUE SPACES.
           05  WS-COUNTRY-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-CTY-ITEM-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-CTY-ADD-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-CTY-CHG-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-CTY-DROP-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-CTY-HASH             PIC S9(15) COMP-3 VALUE 0.
           05  WS-TOT-ITEM-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-ADD-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-TOT-CHG-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-TOT-DROP-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-BAD-HASH-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-OPEN-DISC-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-CERT-DISC-CNT        PIC S9(9) COMP VALUE 0.
           05  WS-SNAP-INS-CNT         PIC S9(9) COMP VALUE 0.

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
       01  WS-RPT-MONTH-LINE.
           05  FILLER                  PIC X(10) VALUE 'MONTH   - '.
           05  FILLER                  PIC X(12) VALUE 'CERTIFYING '.
           05  RPT-MTH-CERT            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-MTH-PRIOR-TEXT      PIC X(30).
           05  RPT-MTH-PRIOR           PIC Z(6).
           05  FILLER                  PIC X(66) VALUE SPACES.
      *    ONE ADDED, CHANGED OR DROPPED ITEM ('ADD     - ',
      *    'CHANGE  - ', 'DROP    - ')
       01  WS-RPT-ITEM-LINE.
           05  RPT-ITM-TAG             PIC X(10).
           05  RPT-ITM-COUNTRY         PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ITM-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ITM-ITEM            PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ITM-UNIT            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ITM-UPC-MANUF       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-ITM-UPC-SALES       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-ITM-UPC-COUNTRY     PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-ITM-UPC-SYSTEM      PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ITM-NOTE            PIC X(40).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-RPT-COUNTRY-LINE.
           05  FILLER                  PIC X(10) VALUE 'COUNTRY - '.
           05  RPT-CTY-COUNTRY         PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CERTIFIED = '.
           05  RPT-CTY-ITEMS           PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'ADDS = '.
           05  RPT-CTY-ADDS            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CHANGES = '.
           05  RPT-CTY-CHGS            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'DROPS = '.
           05  RPT-CTY-DROPS           PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'HASH = '.
           05  RPT-CTY-HASH            PIC Z(14)9.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-RPT-DISC-LINE.
           05  FILLER                  PIC X(10) VALUE 'DISCREP - '.
           05  RPT-DSC-ROG             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DSC-ITEM            PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DSC-UNIT            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DSC-UPC-MANUF       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-DSC-UPC-SALES       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-DSC-UPC-COUNTRY     PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  RPT-DSC-UPC-SYSTEM      PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'OPEN SINCE '.
           05  RPT-DSC-FIRST-SEEN      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'AGE = '.
           05  RPT-DSC-AGE             PIC Z(4)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DSC-NOTE            PIC X(34).
           05  FILLER                  PIC X(7)  VALUE SPACES.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  WS-RPT-FAILED-LINE          PIC X(132) VALUE
               'RUN FAILED - CERTFILE INCOMPLETE - DO NOT TRANSMIT'.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN JOB DRIVER. READS THE RUN MODE AND MONTH, FINDS THE PRIOR *
      * SUBMISSION, WRITES THE CERTIFICATION FILE AND ITS CHANGE       *
      * LISTING, PRINTS THE DISCREPANCY RECONCILIATION PAGE, AND ON A  *
      * LIVE RUN SAVES THE MONTH'S SNAPSHOT. THE SNAPSHOT IS COMMITTED *
      * ONLY WHEN THE WHOLE FILE WAS WRITTEN.                          *
      ******************************************************************
       0000-INITIALIZE-PARA.

           OPEN INPUT  PARMFILE.
           OPEN OUTPUT CERTFILE.
           OPEN OUTPUT OUT.

           MOVE 'MONTHLY SNAP ELIGIBLE ITEM CERTIFICATION'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE HV-CERT-MONTH = WS-RUN-DATE / 100.

           PERFORM 0010-READ-PARM-CARD UNTIL WS-PARM-EOF.
           CLOSE PARMFILE.

           IF WS-AUDIT-MODE
               WRITE OUT-REC FROM WS-RPT-SIM-BANNER
           END-IF.

           PERFORM 1000-FIND-PRIOR-SUBMISSION.

           IF NOT WS-RUN-FAILED
               PERFORM 2000-WRITE-CERT-FILE
           END-IF.

           IF NOT WS-RUN-FAILED
               PERFORM 3000-DISCREPANCY-RECON
           END-IF.

           IF NOT WS-RUN-FAILED AND WS-UPDATE-MODE
               PERFORM 4000-SAVE-SNAPSHOT
           END-IF.

           IF WS-RUN-FAILED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'SNAPCERT - RUN FAILED - SNAPSHOT ROLLED BACK'
               MOVE 16 TO RETURN-CODE
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'SNAPCERT COMMIT FAILED SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-CERT-DISC-CNT > 0
                       DISPLAY 'SNAPCERT - ' WS-CERT-DISC-CNT
                               ' CERTIFIED ITEM(S) HAVE AN OPEN FOOD '
                               'STAMP DISCREPANCY - HOLD FOR REVIEW'
                       MOVE 8 TO RETURN-CODE
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
                       MOVE PARM-REC(9:6) TO WS-RUN-MODE
                       IF NOT WS-AUDIT-MODE AND NOT WS-UPDATE-MODE
                           DISPLAY 'SNAPCERT - RUNMODE MUST BE AUDIT '
                                   'OR UPDATE - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN PARM-REC(1:8) = 'CERTMTH='
                       MOVE PARM-REC(9:6) TO WS-PARM-MONTH-X
                       IF WS-PARM-MONTH-X NOT NUMERIC
                         OR WS-PARM-MONTH-X(5:2) < '01'
                         OR WS-PARM-MONTH-X(5:2) > '12'
                           DISPLAY 'SNAPCERT - CERTMTH PARAMETER IS '
                                   'NOT A VALID YYYYMM - ABORTING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-MONTH-9 TO HV-CERT-MONTH
                   WHEN OTHER
                       DISPLAY 'SNAPCERT - UNRECOGNIZED PARAMETER CARD '
                               PARM-REC(1:20) ' - ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      ******************************************************************
      * THE PRIOR SUBMISSION IS THE NEWEST SNAPSHOT BEFORE THIS MONTH, *
      * SO A RERUN OF THE MONTH COMPARES AGAINST THE SAME BASELINE AS  *
      * THE FIRST RUN DID. NONE MEANS THE FIRST SUBMISSION - EVERY     *
      * ITEM GOES OUT AS AN ADD.                                       *
      ******************************************************************
       1000-FIND-PRIOR-SUBMISSION.

           EXEC SQL
               SELECT MAX(CERT_MONTH)
               INTO   :HV-PRIOR-MONTH:HV-PRIOR-MONTH-IND
               FROM   SNAP_CERT
               WHERE  CERT_MONTH < :HV-CERT-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'SNAP_CERT PRIOR MONTH LOOKUP FAILED SQLCODE='
                       SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE HV-CERT-MONTH TO RPT-MTH-CERT
               IF HV-PRIOR-MONTH-IND < 0
                   MOVE 0 TO HV-PRIOR-MONTH
                   MOVE 'FIRST SUBMISSION - NO PRIOR'
                     TO RPT-MTH-PRIOR-TEXT
                   MOVE 0 TO RPT-MTH-PRIOR
               ELSE
                   MOVE 'CHANGES SINCE PRIOR SUBMISSION '
                     TO RPT-MTH-PRIOR-TEXT
                   MOVE HV-PRIOR-MONTH TO RPT-MTH-PRIOR
               END-IF
               WRITE OUT-REC FROM WS-RPT-MONTH-LINE
           END-IF.

      ******************************************************************
      * EVERY ELIGIBLE ITEM WITH ITS STATE, MATCHED TO THE PRIOR       *
      * SNAPSHOT ON COUNTRY_CD, ROG, UNIT_TYPE AND FULL UPC KEY (THE   *
      * TABX IDENTITY THE NIGHTLY TABX/TABS JOIN USES, WITHIN THE      *
      * STATE THE SNAPSHOT WAS SENT TO): NO MATCH IS AN ADD, A MATCH   *
      * UNDER A DIFFERENT CORP_ITEM_CD IS A CHANGE. PRIOR ITEMS WITH   *
      * NO ELIGIBLE MATCH NOW FOLLOW AS DROPS. ORDERED BY COUNTRY FOR  *
      * THE PER-STATE HDR/TRL GROUPS.                                  *
      ******************************************************************
       2000-WRITE-CERT-FILE.

           MOVE 'ITEMS ADDED, CHANGED AND DROPPED BY COUNTRY'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           EXEC SQL
               DECLARE SNAPCERT_C CURSOR FOR
               SELECT   C.COUNTRY_CD, X.ROG, X.CORP_ITEM_CD,
                        X.UNIT_TYPE, X.UPC_MANUF, X.UPC_SALES,
                        X.UPC_COUNTRY, X.UPC_SYSTEM,
                        CASE WHEN P.ROG IS NULL THEN 'A'
                             WHEN P.CORP_ITEM_CD <> X.CORP_ITEM_CD
                                  THEN 'C'
                             ELSE ' '
                        END,
                        COALESCE(P.CORP_ITEM_CD, ' '),
                        COALESCE(P.UNIT_TYPE, ' ')
               FROM     TABX X
                        INNER JOIN CORO C
                           ON C.ROG = X.ROG
                        LEFT OUTER JOIN SNAP_CERT P
                           ON  P.CERT_MONTH  = :HV-PRIOR-MONTH
                           AND P.COUNTRY_CD  = C.COUNTRY_CD
                           AND P.ROG         = X.ROG
                           AND P.UNIT_TYPE   = X.UNIT_TYPE
                           AND P.UPC_MANUF   = X.UPC_MANUF
                           AND P.UPC_SALES   = X.UPC_SALES
                           AND P.UPC_COUNTRY = X.UPC_COUNTRY
                           AND P.UPC_SYSTEM  = X.UPC_SYSTEM
               WHERE    X.FD_STMP      = 'Y'
                 AND    X.STATUS_RUPC <> 'X'
               UNION ALL
               SELECT   P.COUNTRY_CD, P.ROG, P.CORP_ITEM_CD,
                        P.UNIT_TYPE, P.UPC_MANUF, P.UPC_SALES,
                        P.UPC_COUNTRY, P.UPC_SYSTEM,
                        'D', P.CORP_ITEM_CD, P.UNIT_TYPE
               FROM     SNAP_CERT P
               WHERE    P.CERT_MONTH = :HV-PRIOR-MONTH
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   TABX X, CORO C
                         WHERE  X.ROG          = P.ROG
                           AND  X.UNIT_TYPE    = P.UNIT_TYPE
                           AND  X.UPC_MANUF    = P.UPC_MANUF
                           AND  X.UPC_SALES    = P.UPC_SALES
                           AND  X.UPC_COUNTRY  = P.UPC_COUNTRY
                           AND  X.UPC_SYSTEM   = P.UPC_SYSTEM
                           AND  X.FD_STMP      = 'Y'
                           AND  X.STATUS_RUPC <> 'X'
                           AND  C.ROG          = X.ROG
                           AND  C.COUNTRY_CD   = P.COUNTRY_CD)
               ORDER BY 1, 2, 3, 4, 5, 6, 7, 8
               QUERYNO 102
           END-EXEC.

           EXEC SQL
               OPEN SNAPCERT_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'SNAPCERT_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-CERT-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH SNAPCERT_C
                       INTO :HV-COUNTRY-CD, :HV-ROG, :HV-CORP-ITEM-CD,
                            :HV-UNIT-TYPE, :HV-UPC-MANUF,
                            :HV-UPC-SALES, :HV-UPC-COUNTRY,
                            :HV-UPC-SYSTEM, :HV-ACTION-CD,
                            :HV-PRIOR-ITEM-CD, :HV-PRIOR-UNIT-TYPE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2010-WRITE-CERT-ITEM
                       WHEN SQLCODE = 100
                           SET WS-CERT-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'SNAPCERT_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE SNAPCERT_C
               END-EXEC
           END-IF.

           IF NOT WS-FIRST-ITEM AND NOT WS-RUN-FAILED
               PERFORM 2030-CLOSE-COUNTRY
           END-IF.

           IF NOT WS-RUN-FAILED
               PERFORM 2040-COUNT-NO-CORO-ITEMS
           END-IF.

      ******************************************************************
      * ONE DTL RECORD, OPENING A NEW COUNTRY GROUP ON A CHANGE OF     *
      * COUNTRY_CD. ONLY ADDS, CHANGES AND DROPS ARE LISTED ON OUT.    *
      ******************************************************************
       2010-WRITE-CERT-ITEM.

           IF WS-FIRST-ITEM
               PERFORM 2020-OPEN-COUNTRY
           ELSE
               IF HV-COUNTRY-CD NOT = WS-PREV-COUNTRY-CD
                   PERFORM 2030-CLOSE-COUNTRY
                   PERFORM 2020-OPEN-COUNTRY
               END-IF
           END-IF.

           MOVE SPACES             TO CERTFILE-REC.
           MOVE 'DTL'              TO CRT-REC-TYPE.
           MOVE HV-COUNTRY-CD      TO CRT-COUNTRY-CD.
           MOVE HV-ACTION-CD       TO CRT-ACTION-CD.
           MOVE HV-ROG             TO CRT-ROG.
           MOVE HV-CORP-ITEM-CD    TO CRT-CORP-ITEM-CD.
           MOVE HV-UNIT-TYPE       TO CRT-UNIT-TYPE.
           MOVE HV-UPC-MANUF       TO CRT-UPC-MANUF.
           MOVE HV-UPC-SALES       TO CRT-UPC-SALES.
           MOVE HV-UPC-COUNTRY     TO CRT-UPC-COUNTRY.
           MOVE HV-UPC-SYSTEM      TO CRT-UPC-SYSTEM.
           IF HV-ACTION-CD = 'C'
               MOVE HV-PRIOR-ITEM-CD   TO CRT-PRIOR-ITEM-CD
               MOVE HV-PRIOR-UNIT-TYPE TO CRT-PRIOR-UNIT-TYPE
           END-IF.
           WRITE CERTFILE-REC.

           MOVE HV-UPC-MANUF TO WS-HASH-MANUF.
           MOVE HV-UPC-SALES TO WS-HASH-SALES.
           IF WS-HASH-UPC-9 NUMERIC
               ADD WS-HASH-UPC-9 TO WS-CTY-HASH
           ELSE
               ADD 1 TO WS-BAD-HASH-CNT
           END-IF.

           MOVE SPACES             TO RPT-ITM-NOTE.
           EVALUATE HV-ACTION-CD
               WHEN 'A'
                   ADD 1 TO WS-CTY-ITEM-CNT WS-CTY-ADD-CNT
                   MOVE 'ADD     - ' TO RPT-ITM-TAG
                   PERFORM 2015-WRITE-ITEM-LINE
               WHEN 'C'
                   ADD 1 TO WS-CTY-ITEM-CNT WS-CTY-CHG-CNT
                   MOVE 'CHANGE  - ' TO RPT-ITM-TAG
                   STRING 'WAS ' HV-PRIOR-ITEM-CD
                          DELIMITED BY SIZE INTO RPT-ITM-NOTE
                   END-STRING
                   PERFORM 2015-WRITE-ITEM-LINE
               WHEN 'D'
                   ADD 1 TO WS-CTY-DROP-CNT
                   MOVE 'DROP    - ' TO RPT-ITM-TAG
                   MOVE 'NO LONGER ELIGIBLE - SENT AS DROP'
                     TO RPT-ITM-NOTE
                   PERFORM 2015-WRITE-ITEM-LINE
               WHEN OTHER
                   ADD 1 TO WS-CTY-ITEM-CNT
           END-EVALUATE.

       2015-WRITE-ITEM-LINE.

           MOVE HV-COUNTRY-CD      TO RPT-ITM-COUNTRY.
           MOVE HV-ROG             TO RPT-ITM-ROG.
           MOVE HV-CORP-ITEM-CD    TO RPT-ITM-ITEM.
           MOVE HV-UNIT-TYPE       TO RPT-ITM-UNIT.
           MOVE HV-UPC-MANUF       TO RPT-ITM-UPC-MANUF.
           MOVE HV-UPC-SALES       TO RPT-ITM-UPC-SALES.
           MOVE HV-UPC-COUNTRY     TO RPT-ITM-UPC-COUNTRY.
           MOVE HV-UPC-SYSTEM      TO RPT-ITM-UPC-SYSTEM.
           WRITE OUT-REC FROM WS-RPT-ITEM-LINE.

       2020-OPEN-COUNTRY.

           MOVE 'N'                TO WS-FIRST-ITEM-SW.
           MOVE HV-COUNTRY-CD      TO WS-PREV-COUNTRY-CD.
           ADD 1 TO WS-COUNTRY-CNT.
           MOVE 0 TO WS-CTY-ITEM-CNT WS-CTY-ADD-CNT
                     WS-CTY-CHG-CNT  WS-CTY-DROP-CNT
                     WS-CTY-HASH.

           MOVE SPACES             TO CERTFILE-HDR-REC.
           MOVE 'HDR'              TO CRT-HDR-TYPE.
           MOVE HV-COUNTRY-CD      TO CRT-HDR-COUNTRY-CD.
           MOVE HV-CERT-MONTH      TO CRT-HDR-CERT-MONTH.
           MOVE HV-PRIOR-MONTH     TO CRT-HDR-PRIOR-MONTH.
           MOVE WS-RUN-DATE        TO CRT-HDR-RUN-DATE.
           MOVE 'SNAPCERT'         TO CRT-HDR-SRC.
           WRITE CERTFILE-HDR-REC.

      ******************************************************************
      * COUNTRY TRAILER: CERTIFIED ITEMS (EVERYTHING BUT DROPS), THE   *
      * ADD/CHANGE/DROP COUNTS AND THE HASH, ECHOED ON OUT SO THE      *
      * TRANSMITTAL CAN BE CHECKED AGAINST THE REPORT.                 *
      ******************************************************************
       2030-CLOSE-COUNTRY.

           MOVE SPACES             TO CERTFILE-TRL-REC.
           MOVE 'TRL'              TO CRT-TRL-TYPE.
           MOVE WS-PREV-COUNTRY-CD TO CRT-TRL-COUNTRY-CD.
           MOVE WS-CTY-ITEM-CNT    TO CRT-TRL-ITEM-CNT.
           MOVE WS-CTY-ADD-CNT     TO CRT-TRL-ADD-CNT.
           MOVE WS-CTY-CHG-CNT     TO CRT-TRL-CHG-CNT.
           MOVE WS-CTY-DROP-CNT    TO CRT-TRL-DROP-CNT.
           MOVE WS-CTY-HASH        TO CRT-TRL-HASH.
           WRITE CERTFILE-TRL-REC.

           MOVE WS-PREV-COUNTRY-CD TO RPT-CTY-COUNTRY.
           MOVE WS-CTY-ITEM-CNT    TO RPT-CTY-ITEMS.
           MOVE WS-CTY-ADD-CNT     TO RPT-CTY-ADDS.
           MOVE WS-CTY-CHG-CNT     TO RPT-CTY-CHGS.
           MOVE WS-CTY-DROP-CNT    TO RPT-CTY-DROPS.
           MOVE WS-CTY-HASH        TO RPT-CTY-HASH.
           WRITE OUT-REC FROM WS-RPT-COUNTRY-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

           ADD WS-CTY-ITEM-CNT     TO WS-TOT-ITEM-CNT.
           ADD WS-CTY-ADD-CNT      TO WS-TOT-ADD-CNT.
           ADD WS-CTY-CHG-CNT      TO WS-TOT-CHG-CNT.
           ADD WS-CTY-DROP-CNT     TO WS-TOT-DROP-CNT.

      ******************************************************************
      * AN ELIGIBLE ITEM IN A ROG CORO DOES NOT KNOW HAS NO STATE TO   *
      * BE CERTIFIED TO - COUNTED ON THE SUMMARY SO IT IS NOT LOST.    *
      ******************************************************************
       2040-COUNT-NO-CORO-ITEMS.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-NO-CORO-CNT
               FROM   TABX X
               WHERE  X.FD_STMP      = 'Y'
                 AND  X.STATUS_RUPC <> 'X'
                 AND  NOT EXISTS(SELECT 1
                        FROM  CORO C
                        WHERE C.ROG = X.ROG)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'TABX NO-CORO COUNT FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * RECONCILIATION PAGE: EVERY OPEN FOODSTMP EXCEPTION ON          *
      * EXCP_TRK - THE TABX/TABS DISAGREEMENTS THE NIGHTLY JOB HAS NOT *
      * SEEN HEAL - WITH WHETHER THIS MONTH'S FILE CERTIFIES THE ITEM. *
      * A CERTIFIED ONE IS A FLAG THE POS SIDE DISAGREES WITH.         *
      ******************************************************************
       3000-DISCREPANCY-RECON.

           MOVE 'RECONCILIATION - OPEN FOOD STAMP DISCREPANCIES'
             TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           EXEC SQL
               DECLARE SNAPDISC_C CURSOR FOR
               SELECT   E.ROG, E.CORP_ITEM_CD, E.UNIT_TYPE,
                        E.UPC_MANUF, E.UPC_SALES, E.UPC_COUNTRY,
                        E.UPC_SYSTEM,
                        CHAR(E.FIRST_SEEN_DT, ISO),
                        DAYS(CURRENT DATE) - DAYS(E.FIRST_SEEN_DT),
                        (SELECT COUNT(*)
                         FROM   TABX X, CORO C
                         WHERE  X.ROG          = E.ROG
                           AND  X.UNIT_TYPE    = E.UNIT_TYPE
                           AND  X.UPC_MANUF    = E.UPC_MANUF
                           AND  X.UPC_SALES    = E.UPC_SALES
                           AND  X.UPC_COUNTRY  = E.UPC_COUNTRY
                           AND  X.UPC_SYSTEM   = E.UPC_SYSTEM
                           AND  X.FD_STMP      = 'Y'
                           AND  X.STATUS_RUPC <> 'X'
                           AND  C.ROG          = X.ROG)
               FROM     EXCP_TRK E
               WHERE    E.EXCP_TYPE    = 'FOODSTMP'
                 AND    E.RESOLVED_IND = 'N'
               ORDER BY E.ROG, E.CORP_ITEM_CD, E.UNIT_TYPE,
                        E.UPC_MANUF, E.UPC_SALES
               QUERYNO 103
           END-EXEC.

           EXEC SQL
               OPEN SNAPDISC_C
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'SNAPDISC_C OPEN FAILED SQLCODE=' SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-DISC-EOF OR WS-RUN-FAILED
                   EXEC SQL
                       FETCH SNAPDISC_C
                       INTO :HV-ROG, :HV-CORP-ITEM-CD, :HV-UNIT-TYPE,
                            :HV-UPC-MANUF, :HV-UPC-SALES,
                            :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                            :HV-FIRST-SEEN-DT, :HV-AGE-DAYS,
                            :HV-CERT-CNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 3010-WRITE-DISC-LINE
                       WHEN SQLCODE = 100
                           SET WS-DISC-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY 'SNAPDISC_C FETCH FAILED SQLCODE='
                                   SQLCODE
                           SET WS-RUN-FAILED TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE SNAPDISC_C
               END-EXEC
           END-IF.

       3010-WRITE-DISC-LINE.

           ADD 1 TO WS-OPEN-DISC-CNT.

           MOVE HV-ROG             TO RPT-DSC-ROG.
           MOVE HV-CORP-ITEM-CD    TO RPT-DSC-ITEM.
           MOVE HV-UNIT-TYPE       TO RPT-DSC-UNIT.
           MOVE HV-UPC-MANUF       TO RPT-DSC-UPC-MANUF.
           MOVE HV-UPC-SALES       TO RPT-DSC-UPC-SALES.
           MOVE HV-UPC-COUNTRY     TO RPT-DSC-UPC-COUNTRY.
           MOVE HV-UPC-SYSTEM      TO RPT-DSC-UPC-SYSTEM.
           MOVE HV-FIRST-SEEN-DT   TO RPT-DSC-FIRST-SEEN.
           MOVE HV-AGE-DAYS        TO RPT-DSC-AGE.

           IF HV-CERT-CNT > 0
               ADD 1 TO WS-CERT-DISC-CNT
               MOVE 'CERTIFIED - POS SIDE DISAGREES'
                 TO RPT-DSC-NOTE
           ELSE
               MOVE 'NOT CERTIFIED THIS MONTH'
                 TO RPT-DSC-NOTE
           END-IF.

           WRITE OUT-REC FROM WS-RPT-DISC-LINE.

      ******************************************************************
      * SAVE WHAT WAS SENT AS THIS MONTH'S SNAPSHOT: CLEAR ANY EARLIER *
      * RUN OF THE MONTH, RELOAD IT FROM THE SAME SELECTION THE FILE   *
      * USED, AND KEEP ONLY THE PRIOR SUBMISSION BEHIND IT (ALL A      *
      * RERUN OF THIS MONTH NEEDS). THE RELOADED ROW COUNT MUST EQUAL  *
      * THE CERTIFIED COUNT IN THE FILE - A TABX CHANGE BETWEEN THE    *
      * TWO WOULD LEAVE THE SNAPSHOT DESCRIBING A FILE NEVER SENT, SO  *
      * THE RUN FAILS AND ROLLS BACK INSTEAD.                          *
      ******************************************************************
       4000-SAVE-SNAPSHOT.

           EXEC SQL
               DELETE FROM SNAP_CERT
               WHERE  CERT_MONTH = :HV-CERT-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'SNAP_CERT MONTH DELETE FAILED SQLCODE='
                       SQLCODE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               EXEC SQL
                   INSERT INTO SNAP_CERT
                       (CERT_MONTH, COUNTRY_CD, ROG, CORP_ITEM_CD,
                        UNIT_TYPE, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM)
                   SELECT :HV-CERT-MONTH, C.COUNTRY_CD, X.ROG,
                          X.CORP_ITEM_CD, X.UNIT_TYPE, X.UPC_MANUF,
                          X.UPC_SALES, X.UPC_COUNTRY, X.UPC_SYSTEM
                   FROM   TABX X, CORO C
                   WHERE  C.ROG          = X.ROG
                     AND  X.FD_STMP      = 'Y'
                     AND  X.STATUS_RUPC <> 'X'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'SNAP_CERT INSERT FAILED SQLCODE=' SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   MOVE SQLERRD(3) TO WS-SNAP-INS-CNT
                   IF WS-SNAP-INS-CNT NOT = WS-TOT-ITEM-CNT
                       DISPLAY 'SNAPCERT - SNAPSHOT ROWS '
                               WS-SNAP-INS-CNT
                               ' DO NOT MATCH CERTIFIED ITEMS '
                               WS-TOT-ITEM-CNT ' - TABX CHANGED '
                               'DURING THE RUN'
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-RUN-FAILED AND HV-PRIOR-MONTH > 0
               EXEC SQL
                   DELETE FROM SNAP_CERT
                   WHERE  CERT_MONTH < :HV-PRIOR-MONTH
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'SNAP_CERT AGE-OFF DELETE FAILED SQLCODE='
                           SQLCODE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * CERTIFICATION RUN SUMMARY.                                     *
      ******************************************************************
       6000-FINAL-COUNT.

           WRITE OUT-REC FROM WS-RPT-BLANK-LINE.

           IF WS-RUN-FAILED
               WRITE OUT-REC FROM WS-RPT-FAILED-LINE
               WRITE OUT-REC FROM WS-RPT-BLANK-LINE
           END-IF.

           MOVE 'SNAPCERT RUN SUMMARY' TO WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-TITLE-LINE.
           WRITE OUT-REC FROM WS-RPT-DASH-LINE.

           MOVE 'COUNTRIES (STATE FILES):' TO RPT-SUM-LABEL.
           MOVE WS-COUNTRY-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ITEMS CERTIFIED:'     TO RPT-SUM-LABEL.
           MOVE WS-TOT-ITEM-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ITEMS ADDED:'         TO RPT-SUM-LABEL.
           MOVE WS-TOT-ADD-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ITEMS CHANGED:'       TO RPT-SUM-LABEL.
           MOVE WS-TOT-CHG-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ITEMS DROPPED:'       TO RPT-SUM-LABEL.
           MOVE WS-TOT-DROP-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'NON-NUMERIC UPC (NOT HASHED):' TO RPT-SUM-LABEL.
           MOVE WS-BAD-HASH-CNT        TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'ELIGIBLE, ROG NOT ON CORO:' TO RPT-SUM-LABEL.
           MOVE HV-NO-CORO-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'OPEN FOOD STAMP EXCEPTIONS:' TO RPT-SUM-LABEL.
           MOVE WS-OPEN-DISC-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'CERTIFIED WITH OPEN EXCEPTION:' TO RPT-SUM-LABEL.
           MOVE WS-CERT-DISC-CNT       TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE CERTFILE
                 OUT.

          DISPLAY "---------------------------------------------------".
