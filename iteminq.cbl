       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ITEMINQ.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      ******************************************************************
      * ONLINE ITEM INQUIRY - TRANSACTION ITMQ, MAPSET ITMQSET. KEYED  *
      * BY ROG AND CORP_ITEM_CD, OPTIONALLY NARROWED TO ONE FULL UPC   *
      * KEY, IT SHOWS IN ONE PAGED LISTING EVERYTHING THE NIGHTLY      *
      * BATCH KNOWS ABOUT THE ITEM: THE RF/SC CROSS-REFERENCE FOR THE  *
      * CORP, THE TABX/TABS FOOD STAMP FLAGS, OPEN AND RESOLVED        *
      * EXCP_TRK EXCEPTIONS WITH THEIR AGES, THE PENDING AD PLANS,     *
      * LIVE COUPON ROWS, COUPON_HIST PURGES AND RESTORES, POS_FEED_LOG*
      * CORRECTIONS AND THEIR DISPOSITIONS, AND REJECT_TRK REJECTS.    *
      * STRICTLY READ-ONLY - NO TABLE IS EVER CHANGED. THE SIGNED-ON   *
      * USER SEES ONLY A ROG THE MERT/WRG RULES TESTDB2 ENFORCES WOULD *
      * LET THEM KEY: A MERT TYPE 'R' ROW WHOSE PA_ROG IS IN THE ROG'S *
      * CORO COUNTRY_CD AND IN THE USER'S REGION GROUPS, AND THE ROG   *
      * ITSELF AMONG THOSE REGION GROUPS (OR THE USER'S OWN PA_ROG     *
      * WHEN NO REGION GROUPS ARE ASSIGNED). PSEUDO-CONVERSATIONAL:    *
      * ENTER BUILDS THE LISTING INTO A TEMPORARY STORAGE QUEUE NAMED  *
      * FOR THE TERMINAL, PF7/PF8 PAGE THROUGH IT, PF3/CLEAR END.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.       IBM-370.
       OBJECT-COMPUTER.       IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * DB2 STANDARD SQLCA                                             *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      * CICS ATTENTION IDENTIFIERS                                     *
      ******************************************************************
       COPY DFHAID.

      ******************************************************************
      * HOST VARIABLES - THE INQUIRY KEY, THE AUTHORIZATION LOOKUP AND *
      * ONE ROW OF WHICHEVER SECTION IS BEING BUILT                    *
      ******************************************************************
       01  WS-HOST-VARIABLES.
           05  HV-USERID               PIC X(8).
           05  HV-ROG                  PIC X(4).
           05  HV-CORP-ITEM-CD         PIC X(14).
           05  HV-CORP                 PIC X(3).
           05  HV-COUNTRY-CD           PIC X(3).
           05  HV-UPC-KEYED            PIC X(1).
           05  HV-UPC-MANUF            PIC X(5).
           05  HV-UPC-SALES            PIC X(5).
           05  HV-UPC-COUNTRY          PIC X(3).
           05  HV-UPC-SYSTEM           PIC X(1).
           05  HV-AUTH-CNT             PIC S9(9) COMP.
           05  HV-ROW-UNIT-TYPE        PIC X(2).
           05  HV-ROW-UPC-MANUF        PIC X(5).
           05  HV-ROW-UPC-SALES        PIC X(5).
           05  HV-ROW-UPC-COUNTRY      PIC X(3).
           05  HV-ROW-UPC-SYSTEM       PIC X(1).
           05  HV-SC-CNT               PIC S9(9) COMP.
           05  HV-TABX-FD-STMP         PIC X(1).
           05  HV-TABS-FD-STMP         PIC X(1).
           05  HV-STATUS-RUPC          PIC X(1).
           05  HV-TABS-FOUND           PIC X(1).
           05  HV-EXCP-TYPE            PIC X(8).
           05  HV-RESOLVED-IND         PIC X(1).
           05  HV-FIRST-SEEN-DT        PIC X(10).
           05  HV-LAST-SEEN-DT         PIC X(10).
           05  HV-RESOLVED-DT          PIC X(10).
           05  HV-AGE-DAYS             PIC S9(9) COMP.
           05  HV-PACS-ADPL-SEQ-NUM    PIC S9(9) COMP.
           05  HV-AD-SELECT            PIC X(4).
           05  HV-AD-STATUS-CD         PIC X(1).
           05  HV-AD-EFF-DT            PIC X(10).
           05  HV-AD-END-DT            PIC X(10).
           05  HV-POS-PROCESSED-IND    PIC X(1).
           05  HV-PARENT-CNT           PIC S9(9) COMP.
           05  HV-DELETE-DT            PIC X(10).
           05  HV-ROW-USERID           PIC X(8).
           05  HV-BATCH-SRC            PIC X(3).
           05  HV-RESTORED-IND         PIC X(1).
           05  HV-RESTORE-DT           PIC X(10).
           05  HV-FD-STMP              PIC X(1).
           05  HV-SENT-DT              PIC X(10).
           05  HV-DISP-CD              PIC X(1).
           05  HV-REASON-CD            PIC X(8).
           05  HV-DISP-DT              PIC X(10).
           05  HV-REJECT-DT            PIC X(10).
           05  HV-RESUB-IND            PIC X(1).
           05  HV-RESUB-DT             PIC X(10).

      ******************************************************************
      * CONVERSATION STATE CARRIED BETWEEN TASKS. THE INQUIRY LINES    *
      * THEMSELVES LIVE IN THE TS QUEUE; THIS HOLDS THE KEY THEY WERE  *
      * BUILT FOR AND WHERE THE USER IS IN THEM.                       *
      ******************************************************************
       01  WS-COMMAREA.
           05  WS-CA-ROG               PIC X(4).
           05  WS-CA-CORP-ITEM-CD      PIC X(14).
           05  WS-CA-CORP              PIC X(3).
           05  WS-CA-UPC-MANUF         PIC X(5).
           05  WS-CA-UPC-SALES         PIC X(5).
           05  WS-CA-UPC-COUNTRY       PIC X(3).
           05  WS-CA-UPC-SYSTEM        PIC X(1).
           05  WS-CA-LINE-CNT          PIC S9(4) COMP.
           05  WS-CA-PAGE              PIC S9(4) COMP.
           05  WS-CA-PAGE-CNT          PIC S9(4) COMP.

      ******************************************************************
      * ITMQMAP SYMBOLIC MAP - FIELD FOR FIELD WITH ITMQSET            *
      ******************************************************************
       01  ITMQMAPI.
           05  FILLER                  PIC X(12).
           05  ROGL                    PIC S9(4) COMP.
           05  ROGF                    PIC X.
           05  ROGI                    PIC X(4).
           05  ITEML                   PIC S9(4) COMP.
           05  ITEMF                   PIC X.
           05  ITEMI                   PIC X(14).
           05  CORPL                   PIC S9(4) COMP.
           05  CORPF                   PIC X.
           05  CORPI                   PIC X(3).
           05  UPCML                   PIC S9(4) COMP.
           05  UPCMF                   PIC X.
           05  UPCMI                   PIC X(5).
           05  UPCSL                   PIC S9(4) COMP.
           05  UPCSF                   PIC X.
           05  UPCSI                   PIC X(5).
           05  UPCCL                   PIC S9(4) COMP.
           05  UPCCF                   PIC X.
           05  UPCCI                   PIC X(3).
           05  UPCYL                   PIC S9(4) COMP.
           05  UPCYF                   PIC X.
           05  UPCYI                   PIC X(1).
           05  USRL                    PIC S9(4) COMP.
           05  USRF                    PIC X.
           05  USRI                    PIC X(8).
           05  TITLEL                  PIC S9(4) COMP.
           05  TITLEF                  PIC X.
           05  TITLEI                  PIC X(79).
           05  DTLD OCCURS 18 TIMES.
               10  DTLL                PIC S9(4) COMP.
               10  DTLF                PIC X.
               10  DTLI                PIC X(79).
           05  MSGL                    PIC S9(4) COMP.
           05  MSGF                    PIC X.
           05  MSGI                    PIC X(79).
       01  ITMQMAPO REDEFINES ITMQMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ROGO                    PIC X(4).
           05  FILLER                  PIC X(3).
           05  ITEMO                   PIC X(14).
           05  FILLER                  PIC X(3).
           05  CORPO                   PIC X(3).
           05  FILLER                  PIC X(3).
           05  UPCMO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  UPCSO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  UPCCO                   PIC X(3).
           05  FILLER                  PIC X(3).
           05  UPCYO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  USRO                    PIC X(8).
           05  FILLER                  PIC X(3).
           05  TITLEO                  PIC X(79).
           05  DTLOD OCCURS 18 TIMES.
               10  FILLER              PIC X(3).
               10  DTLO                PIC X(79).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).

      ******************************************************************
      * INQUIRY CONTROL. WS-SECT-MAX CAPS ONE SECTION'S ROWS SO A BUSY *
      * ITEM CANNOT TIE UP THE REGION - THE USER NARROWS BY UPC.       *
      ******************************************************************
       01  WS-RUN-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP VALUE 0.
           05  WS-TSQ-NAME.
               10  FILLER              PIC X(4)  VALUE 'ITQ '.
               10  WS-TSQ-TERMID       PIC X(4).
           05  WS-TSQ-ITEM             PIC S9(4) COMP VALUE 0.
           05  WS-TSQ-LEN              PIC S9(4) COMP VALUE 79.
           05  WS-PAGE-SIZE            PIC S9(4) COMP VALUE 18.
           05  WS-DTL-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-SECT-ROWS            PIC S9(4) COMP VALUE 0.
           05  WS-SECT-MAX             PIC S9(4) COMP VALUE 200.
           05  WS-SECT-EOF-SW          PIC X     VALUE 'N'.
               88  WS-SECT-EOF                   VALUE 'Y'.
           05  WS-KEY-ERR-SW           PIC X     VALUE 'N'.
               88  WS-KEY-ERR                    VALUE 'Y'.
           05  WS-USER-AUTH-SW         PIC X     VALUE 'N'.
               88  WS-USER-AUTHORIZED            VALUE 'Y'.
           05  WS-INQ-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-INQ-FAILED                 VALUE 'Y'.
           05  WS-CORP-SRC             PIC X(20) VALUE SPACES.
           05  WS-ERR-OBJECT           PIC X(14) VALUE SPACES.
           05  WS-SQLCODE-ED           PIC -(9)9.
           05  WS-MSG                  PIC X(79) VALUE SPACES.
           05  WS-END-MSG              PIC X(18)
               VALUE 'ITEM INQUIRY ENDED'.

      ******************************************************************
      * PAGE TITLE - THE KEY THE LISTING WAS BUILT FOR AND THE PAGE    *
      ******************************************************************
       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(4)  VALUE 'ROG '.
           05  TTL-ROG                 PIC X(4).
           05  FILLER                  PIC X(7)  VALUE '  ITEM '.
           05  TTL-ITEM                PIC X(14).
           05  FILLER                  PIC X(7)  VALUE '  CORP '.
           05  TTL-CORP                PIC X(3).
           05  FILLER                  PIC X(7)  VALUE '  PAGE '.
           05  TTL-PAGE                PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE ' OF '.
           05  TTL-PAGE-CNT            PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  TTL-LINES               PIC ZZZ9.
           05  FILLER                  PIC X(6)  VALUE ' LINES'.
           05  FILLER                  PIC X(10) VALUE SPACES.

      ******************************************************************
      * INQUIRY LINE LAYOUTS (79 BYTES - ONE SCREEN ROW EACH)          *
      ******************************************************************
       01  WS-INQ-LINE                 PIC X(79).
       01  WS-COL-HEAD-LINE            PIC X(79).
       01  WS-SECT-HEAD-LINE.
           05  FILLER                  PIC X(4)  VALUE '*** '.
           05  SHD-TEXT                PIC X(60).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-NONE-LINE                PIC X(79)
               VALUE '  NONE ON FILE'.
       01  WS-MORE-LINE                PIC X(79) VALUE
               '  MORE ROWS NOT SHOWN - KEY A UPC TO NARROW IT'.
       01  WS-UPC-DISPLAY.
           05  UPD-UPC-MANUF           PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  UPD-UPC-SALES           PIC X(5).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  UPD-UPC-COUNTRY         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  UPD-UPC-SYSTEM          PIC X(1).

       01  WS-XRF-HEAD-LINE.
           05  FILLER                  PIC X(41) VALUE
               '  UPC (RF)            SC CROSS-REFERENCE'.
           05  FILLER                  PIC X(38) VALUE
               'STATUS'.
       01  WS-XRF-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  XRF-UPC                 PIC X(17).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  XRF-STATUS              PIC X(40).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-TBX-HEAD-LINE.
           05  FILLER                  PIC X(41) VALUE
               '  UT  UPC                TABX    TABS'.
           05  FILLER                  PIC X(38) VALUE
               'RUPC    NOTE'.
       01  WS-TBX-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TBX-UNIT                PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TBX-UPC                 PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TBX-TABX-FS             PIC X(1).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  TBX-TABS-FS             PIC X(1).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  TBX-RUPC                PIC X(1).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  TBX-NOTE                PIC X(24).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-EXC-HEAD-LINE.
           05  FILLER                  PIC X(37) VALUE
               '  TYPE     UT UPC               STAT'.
           05  FILLER                  PIC X(42) VALUE
               'FIRST SEEN LAST SEEN  RESOLVED     AGE'.
       01  WS-EXC-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-TYPE                PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-UNIT                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-UPC                 PIC X(17).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-STATUS              PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-FIRST-SEEN          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-LAST-SEEN           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-RESOLVED            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-AGE                 PIC Z(4)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-PND-HEAD-LINE.
           05  FILLER                  PIC X(38) VALUE
               '  AD PLAN    UT  ADSL  S  EFFECTIVE'.
           05  FILLER                  PIC X(41) VALUE
               'END DATE'.
       01  WS-PND-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PND-SEQ                 PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PND-UNIT                PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PND-AD-SELECT           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PND-STATUS              PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PND-EFF-DT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PND-END-DT              PIC X(10).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-CPN-HEAD-LINE.
           05  FILLER                  PIC X(36) VALUE
               '  AD PLAN    UPC                POS'.
           05  FILLER                  PIC X(43) VALUE
               'PROCESSED      NOTE'.
       01  WS-CPN-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CPN-SEQ                 PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CPN-UPC                 PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CPN-POS-IND             PIC X(1).
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  CPN-NOTE                PIC X(24).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-CHS-HEAD-LINE.
           05  FILLER                  PIC X(41) VALUE
               '  AD PLAN   UPC               PURGED'.
           05  FILLER                  PIC X(38) VALUE
               'USERID   SRC RESTORED'.
       01  WS-CHS-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CHS-SEQ                 PIC Z(8)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CHS-UPC                 PIC X(17).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CHS-PURGED              PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CHS-USERID              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CHS-BATCH-SRC           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CHS-RESTORED            PIC X(10).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PFL-HEAD-LINE.
           05  FILLER                  PIC X(40) VALUE
               '  UT UPC               F  SENT       D'.
           05  FILLER                  PIC X(39) VALUE
               'REASON   DISP DATE  STATUS'.
       01  WS-PFL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PFL-UNIT                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PFL-UPC                 PIC X(17).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PFL-FD-STMP             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PFL-SENT-DT             PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PFL-DISP-CD             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PFL-REASON-CD           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PFL-DISP-DT             PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PFL-STATUS              PIC X(12).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-REJ-HEAD-LINE.
           05  FILLER                  PIC X(37) VALUE
               '  UT UPC               ADSL REASON'.
           05  FILLER                  PIC X(42) VALUE
               'REJECTED   R  RESUB DATE USERID'.
       01  WS-REJ-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-UNIT                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REJ-UPC                 PIC X(17).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REJ-AD-SELECT           PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REJ-REASON-CD           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REJ-REJECT-DT           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REJ-RESUB-IND           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-RESUB-DT            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REJ-USERID              PIC X(8).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(41).

       PROCEDURE DIVISION.

      ******************************************************************
      * TASK DRIVER. A FIRST ENTRY SENDS THE EMPTY KEY SCREEN; AFTER   *
      * THAT THE KEY PRESSED DECIDES: ENTER RUNS A NEW INQUIRY, PF7/   *
      * PF8 PAGE THE LAST ONE, PF3/CLEAR END THE CONVERSATION.         *
      ******************************************************************
       0000-INITIALIZE-PARA.

           MOVE EIBTRMID TO WS-TSQ-TERMID.

           EXEC CICS ASSIGN
               USERID(HV-USERID)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO HV-USERID
           END-IF.

           IF EIBCALEN = 0
               INITIALIZE WS-COMMAREA
               MOVE 'KEY A ROG AND CORP ITEM, PRESS ENTER' TO WS-MSG
               PERFORM 4000-SEND-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHENTER
                       PERFORM 1000-NEW-INQUIRY
                   WHEN EIBAID = DFHPF8
                       PERFORM 3000-PAGE-FORWARD
                   WHEN EIBAID = DFHPF7
                       PERFORM 3100-PAGE-BACK
                   WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM 9000-END-INQUIRY
                   WHEN OTHER
                       MOVE 'KEY NOT ACTIVE - ENTER, PF7, PF8 OR PF3'
                         TO WS-MSG
                       PERFORM 4000-SEND-PAGE
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN
               TRANSID('ITMQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

           GOBACK.

      ******************************************************************
      * ENTER: PICK UP THE KEY, EDIT IT, CHECK THE USER MAY SEE THE    *
      * ROG, AND BUILD THE LISTING. ANY REFUSAL LEAVES AN EMPTY        *
      * LISTING SO NOTHING FROM A PRIOR INQUIRY STAYS ON THE SCREEN.   *
      ******************************************************************
       1000-NEW-INQUIRY.

           MOVE 'N' TO WS-KEY-ERR-SW.
           MOVE 'N' TO WS-USER-AUTH-SW.
           MOVE 'N' TO WS-INQ-FAILED-SW.

           EXEC CICS RECEIVE
               MAP('ITMQMAP')
               MAPSET('ITMQSET')
               INTO(ITMQMAPI)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 1005-PICK-UP-KEY
               WHEN WS-RESP = DFHRESP(MAPFAIL)
                   MOVE SPACES TO WS-CA-ROG WS-CA-CORP-ITEM-CD
               WHEN OTHER
                   MOVE 'RECEIVE MAP FAILED' TO WS-ERR-OBJECT
                   PERFORM 2995-CICS-ERROR
           END-EVALUATE.

           PERFORM 2005-CLEAR-LISTING.

           IF NOT WS-INQ-FAILED
               PERFORM 1010-EDIT-KEY
           END-IF.

           IF NOT WS-INQ-FAILED AND NOT WS-KEY-ERR
               PERFORM 1020-CHECK-ROG-AUTH
           END-IF.

           IF WS-USER-AUTHORIZED AND NOT WS-INQ-FAILED
               PERFORM 1030-RESOLVE-CORP
           END-IF.

           IF WS-USER-AUTHORIZED AND NOT WS-INQ-FAILED
               PERFORM 2000-BUILD-INQUIRY
           END-IF.

           MOVE 1 TO WS-CA-PAGE.
           PERFORM 4000-SEND-PAGE.

      ******************************************************************
      * FSET KEEPS EVERY KEY FIELD COMING BACK; A FIELD THE USER       *
      * ERASED COMES BACK WITH A ZERO LENGTH AND IS TAKEN AS BLANK.    *
      ******************************************************************
       1005-PICK-UP-KEY.

           MOVE SPACES TO WS-CA-ROG WS-CA-CORP-ITEM-CD WS-CA-CORP
                          WS-CA-UPC-MANUF WS-CA-UPC-SALES
                          WS-CA-UPC-COUNTRY WS-CA-UPC-SYSTEM.

           IF ROGL > 0
               MOVE ROGI  TO WS-CA-ROG
           END-IF.
           IF ITEML > 0
               MOVE ITEMI TO WS-CA-CORP-ITEM-CD
           END-IF.
           IF CORPL > 0
               MOVE CORPI TO WS-CA-CORP
           END-IF.
           IF UPCML > 0
               MOVE UPCMI TO WS-CA-UPC-MANUF
           END-IF.
           IF UPCSL > 0
               MOVE UPCSI TO WS-CA-UPC-SALES
           END-IF.
           IF UPCCL > 0
               MOVE UPCCI TO WS-CA-UPC-COUNTRY
           END-IF.
           IF UPCYL > 0
               MOVE UPCYI TO WS-CA-UPC-SYSTEM
           END-IF.

           INSPECT WS-CA-ROG          REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WS-CA-CORP-ITEM-CD REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WS-CA-CORP         REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WS-CA-UPC-MANUF    REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WS-CA-UPC-SALES    REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WS-CA-UPC-COUNTRY  REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WS-CA-UPC-SYSTEM   REPLACING ALL LOW-VALUES BY SPACE.

      ******************************************************************
      * ROG AND CORP ITEM ARE REQUIRED. THE UPC IS ALL OR NOTHING, AND *
      * WHEN KEYED MUST PASS THE SAME NUMERIC EDIT TESTDB2 APPLIES TO  *
      * THE INFILE UPC FIELDS.                                         *
      ******************************************************************
       1010-EDIT-KEY.

           MOVE WS-CA-ROG          TO HV-ROG.
           MOVE WS-CA-CORP-ITEM-CD TO HV-CORP-ITEM-CD.
           MOVE WS-CA-CORP         TO HV-CORP.
           MOVE WS-CA-UPC-MANUF    TO HV-UPC-MANUF.
           MOVE WS-CA-UPC-SALES    TO HV-UPC-SALES.
           MOVE WS-CA-UPC-COUNTRY  TO HV-UPC-COUNTRY.
           MOVE WS-CA-UPC-SYSTEM   TO HV-UPC-SYSTEM.

           IF HV-ROG = SPACES OR HV-CORP-ITEM-CD = SPACES
               SET WS-KEY-ERR TO TRUE
               MOVE 'ROG AND CORP ITEM ARE REQUIRED' TO WS-MSG
           ELSE
               IF HV-UPC-MANUF   = SPACES
                 AND HV-UPC-SALES   = SPACES
                 AND HV-UPC-COUNTRY = SPACES
                 AND HV-UPC-SYSTEM  = SPACES
                   MOVE 'N' TO HV-UPC-KEYED
               ELSE
                   MOVE 'Y' TO HV-UPC-KEYED
                   IF HV-UPC-MANUF   NOT NUMERIC
                     OR HV-UPC-SALES   NOT NUMERIC
                     OR HV-UPC-COUNTRY NOT NUMERIC
                     OR HV-UPC-SYSTEM  NOT NUMERIC
                       SET WS-KEY-ERR TO TRUE
                       MOVE 'UPC MUST BE ALL FOUR PARTS, FULLY NUMERIC'
                         TO WS-MSG
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE TESTDB2 RULE, WITH THE ROG'S OWN CORO COUNTRY_CD IN PLACE  *
      * OF THE INFILE COUNTRY: A MERT TYPE 'R' ROW FOR THE USER WHOSE  *
      * PA_ROG IS IN THAT COUNTRY AND AMONG THE USER'S WRG REGION      *
      * GROUPS, WITH THE ROG ITSELF ALSO AMONG THEM - OR, FOR A USER   *
      * WITH NO WRG ROWS, THE ROG BEING THE USER'S OWN PA_ROG. A DB2   *
      * ERROR REFUSES THE INQUIRY (FAIL CLOSED).                       *
      ******************************************************************
       1020-CHECK-ROG-AUTH.

           EXEC SQL
               SELECT COUNTRY_CD
               INTO   :HV-COUNTRY-CD
               FROM   CORO
               WHERE  ROG = :HV-ROG
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 1025-LOOKUP-USER-AUTH
               WHEN SQLCODE = 100
                   MOVE 'ROG IS NOT ON CORO' TO WS-MSG
               WHEN OTHER
                   MOVE 'CORO' TO WS-ERR-OBJECT
                   PERFORM 2990-SQL-ERROR
           END-EVALUATE.

       1025-LOOKUP-USER-AUTH.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-AUTH-CNT
               FROM   MERT RTL, CORO RGT
               WHERE  RTL.PA_ROG     = RGT.ROG
                 AND  RTL.USERID     = :HV-USERID
                 AND  RTL.TYPE       = 'R'
                 AND  RGT.COUNTRY_CD = :HV-COUNTRY-CD
                 AND ((RGT.ROG IN
                         (SELECT W.ROG
                          FROM   WRG W
                          WHERE  W.USERID = :HV-USERID)
                       AND EXISTS
                         (SELECT 1
                          FROM   WRG W
                          WHERE  W.USERID = :HV-USERID
                            AND  W.ROG    = :HV-ROG))
                   OR (NOT EXISTS
                         (SELECT 1
                          FROM   WRG W
                          WHERE  W.USERID = :HV-USERID)
                       AND RTL.PA_ROG = :HV-ROG))
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'MERT/WRG' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               IF HV-AUTH-CNT > 0
                   SET WS-USER-AUTHORIZED TO TRUE
               ELSE
                   MOVE SPACES TO WS-MSG
                   STRING 'USERID ' HV-USERID
                          ' IS NOT AUTHORIZED FOR ROG ' HV-ROG
                          DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
               END-IF
           END-IF.

      ******************************************************************
      * THE RF/SC CROSS-REFERENCE IS KEPT BY CORP, WHICH THE INQUIRY   *
      * KEY DOES NOT CARRY. A KEYED CORP IS USED AS GIVEN; OTHERWISE   *
      * THE CORP ON THE ITEM'S MOST RECENT EXCP_TRK ROW IS TAKEN. WITH *
      * NEITHER, THE RF ROWS ARE STILL LISTED BUT THE SC SIDE CANNOT   *
      * BE CHECKED.                                                    *
      ******************************************************************
       1030-RESOLVE-CORP.

           IF HV-CORP NOT = SPACES
               MOVE '(AS KEYED)' TO WS-CORP-SRC
           ELSE
               EXEC SQL
                   SELECT CORP
                   INTO   :HV-CORP
                   FROM   EXCP_TRK
                   WHERE  ROG          = :HV-ROG
                     AND  CORP_ITEM_CD = :HV-CORP-ITEM-CD
                     AND  CORP        <> ' '
                   ORDER BY LAST_SEEN_DT DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE '(FROM EXCP_TRK)' TO WS-CORP-SRC
                   WHEN SQLCODE = 100
                       MOVE SPACES TO HV-CORP
                       MOVE '(NOT KNOWN)' TO WS-CORP-SRC
                   WHEN OTHER
                       MOVE 'EXCP_TRK CORP' TO WS-ERR-OBJECT
                       PERFORM 2990-SQL-ERROR
               END-EVALUATE
           END-IF.

           MOVE HV-CORP TO WS-CA-CORP.

      ******************************************************************
      * BUILD THE WHOLE LISTING INTO THE TS QUEUE, ONE SECTION PER     *
      * TABLE, STOPPING AT THE FIRST DB2 OR CICS ERROR. WHAT WAS BUILT *
      * BEFORE AN ERROR IS STILL SHOWN, WITH THE ERROR ON THE MESSAGE  *
      * LINE.                                                          *
      ******************************************************************
       2000-BUILD-INQUIRY.

           PERFORM 2010-XREF-SECTION.

           IF NOT WS-INQ-FAILED
               PERFORM 2020-TABX-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               PERFORM 2030-EXCP-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               PERFORM 2040-PENDING-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               PERFORM 2050-COUPON-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               PERFORM 2060-COUPON-HIST-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               PERFORM 2070-POS-FEED-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               PERFORM 2080-REJECT-SECTION
           END-IF.

           IF NOT WS-INQ-FAILED
               MOVE 'INQUIRY COMPLETE - PF7/PF8 TO PAGE' TO WS-MSG
           END-IF.

      ******************************************************************
      * DROP WHATEVER THE LAST INQUIRY LEFT IN THE TERMINAL'S QUEUE.   *
      * QIDERR JUST MEANS THERE WAS NONE.                              *
      ******************************************************************
       2005-CLEAR-LISTING.

           MOVE 0 TO WS-CA-LINE-CNT.
           MOVE 0 TO WS-CA-PAGE-CNT.

           EXEC CICS DELETEQ TS
               QUEUE(WS-TSQ-NAME)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
             AND WS-RESP NOT = DFHRESP(QIDERR)
               MOVE 'DELETEQ TS' TO WS-ERR-OBJECT
               PERFORM 2995-CICS-ERROR
           END-IF.

      ******************************************************************
      * RF ROWS FOR THE CORP ITEM AND WHETHER SC CARRIES EACH UPC FOR  *
      * THE CORP - THE SAME NOT-EXISTS TEST THE NIGHTLY UPCXREF SYNC   *
      * MAKES (QUERYNO 17), ROW BY ROW.                                *
      ******************************************************************
       2010-XREF-SECTION.

           MOVE SPACES TO SHD-TEXT.
           STRING 'RF/SC CROSS-REFERENCE - CORP ' HV-CORP ' '
                  WS-CORP-SRC
                  DELIMITED BY SIZE INTO SHD-TEXT
           END-STRING.
           MOVE WS-XRF-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQXREF_C CURSOR FOR
               SELECT   X.UPC_MANUF, X.UPC_SALES, X.UPC_COUNTRY,
                        X.UPC_SYSTEM,
                        (SELECT COUNT(*)
                         FROM   SC C
                         WHERE  C.CORP        = :HV-CORP
                           AND  C.UPC_MANUF   = X.UPC_MANUF
                           AND  C.UPC_SALES   = X.UPC_SALES
                           AND  C.UPC_COUNTRY = X.UPC_COUNTRY
                           AND  C.UPC_SYSTEM  = X.UPC_SYSTEM)
               FROM     RF X
               WHERE    X.CORP_ITEM_CD = :HV-CORP-ITEM-CD
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (X.UPC_MANUF   = :HV-UPC-MANUF
                    AND X.UPC_SALES   = :HV-UPC-SALES
                    AND X.UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND X.UPC_SYSTEM  = :HV-UPC-SYSTEM))
               ORDER BY X.UPC_MANUF, X.UPC_SALES, X.UPC_COUNTRY,
                        X.UPC_SYSTEM
               QUERYNO 104
           END-EXEC.

           EXEC SQL
               OPEN INQXREF_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'RF/SC' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQXREF_C
                       INTO :HV-ROW-UPC-MANUF, :HV-ROW-UPC-SALES,
                            :HV-ROW-UPC-COUNTRY, :HV-ROW-UPC-SYSTEM,
                            :HV-SC-CNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2015-PUT-XREF-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'RF/SC' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQXREF_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2015-PUT-XREF-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE WS-UPC-DISPLAY TO XRF-UPC
               EVALUATE TRUE
                   WHEN HV-CORP = SPACES
                       MOVE 'SC NOT CHECKED - KEY THE CORP'
                         TO XRF-STATUS
                   WHEN HV-SC-CNT > 0
                       MOVE 'ON SC' TO XRF-STATUS
                   WHEN OTHER
                       MOVE 'MISSING FROM SC - UPCXREF GAP'
                         TO XRF-STATUS
               END-EVALUATE
               MOVE WS-XRF-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * TABX ROWS FOR THE ITEM WITH THE MATCHING TABS FLAG (THE        *
      * QUERYNO 43 JOIN), INCLUDING STATUS_RUPC 'X' ROWS THE NIGHTLY   *
      * REPORT LEAVES OUT, FLAGGED SO THE CALLER SEES WHY.             *
      ******************************************************************
       2020-TABX-SECTION.

           MOVE 'TABX/TABS FOOD STAMP FLAGS' TO SHD-TEXT.
           MOVE WS-TBX-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQTABX_C CURSOR FOR
               SELECT   X.UNIT_TYPE, X.UPC_MANUF, X.UPC_SALES,
                        X.UPC_COUNTRY, X.UPC_SYSTEM, X.FD_STMP,
                        X.STATUS_RUPC,
                        COALESCE(S.FD_STMP, ' '),
                        CASE WHEN S.ROG IS NULL THEN 'N'
                             ELSE 'Y'
                        END
               FROM     TABX X
                        LEFT OUTER JOIN TABS S
                           ON  S.ROG         = X.ROG
                           AND S.UNIT_TYPE   = X.UNIT_TYPE
                           AND S.UPC_MANUF   = X.UPC_MANUF
                           AND S.UPC_SALES   = X.UPC_SALES
                           AND S.UPC_COUNTRY = X.UPC_COUNTRY
                           AND S.UPC_SYSTEM  = X.UPC_SYSTEM
               WHERE    X.ROG          = :HV-ROG
                 AND    X.CORP_ITEM_CD = :HV-CORP-ITEM-CD
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (X.UPC_MANUF   = :HV-UPC-MANUF
                    AND X.UPC_SALES   = :HV-UPC-SALES
                    AND X.UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND X.UPC_SYSTEM  = :HV-UPC-SYSTEM))
               ORDER BY X.UNIT_TYPE, X.UPC_MANUF, X.UPC_SALES,
                        X.UPC_COUNTRY, X.UPC_SYSTEM
               QUERYNO 105
           END-EXEC.

           EXEC SQL
               OPEN INQTABX_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'TABX/TABS' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQTABX_C
                       INTO :HV-ROW-UNIT-TYPE, :HV-ROW-UPC-MANUF,
                            :HV-ROW-UPC-SALES, :HV-ROW-UPC-COUNTRY,
                            :HV-ROW-UPC-SYSTEM, :HV-TABX-FD-STMP,
                            :HV-STATUS-RUPC, :HV-TABS-FD-STMP,
                            :HV-TABS-FOUND
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2025-PUT-TABX-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'TABX/TABS' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQTABX_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2025-PUT-TABX-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE HV-ROW-UNIT-TYPE TO TBX-UNIT
               MOVE WS-UPC-DISPLAY   TO TBX-UPC
               MOVE HV-TABX-FD-STMP  TO TBX-TABX-FS
               MOVE HV-TABS-FD-STMP  TO TBX-TABS-FS
               MOVE HV-STATUS-RUPC   TO TBX-RUPC
               EVALUATE TRUE
                   WHEN HV-STATUS-RUPC = 'X'
                       MOVE 'EXCLUDED - RUPC STATUS X' TO TBX-NOTE
                   WHEN HV-TABS-FOUND = 'N'
                       MOVE 'NO TABS ROW'              TO TBX-NOTE
                   WHEN HV-TABX-FD-STMP NOT = HV-TABS-FD-STMP
                       MOVE 'FLAGS DISAGREE'           TO TBX-NOTE
                   WHEN OTHER
                       MOVE SPACES                     TO TBX-NOTE
               END-EVALUATE
               MOVE WS-TBX-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * EVERY EXCP_TRK ROW FOR THE ITEM, OPEN FIRST. AN OPEN ROW'S AGE *
      * RUNS TO TODAY (AS ON EXCPRPT); A RESOLVED ROW'S AGE IS HOW     *
      * LONG IT STAYED OPEN.                                           *
      ******************************************************************
       2030-EXCP-SECTION.

           MOVE 'EXCEPTIONS (EXCP_TRK) - OPEN AND RESOLVED' TO SHD-TEXT.
           MOVE WS-EXC-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQEXCP_C CURSOR FOR
               SELECT   EXCP_TYPE, UNIT_TYPE, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM, RESOLVED_IND,
                        CHAR(FIRST_SEEN_DT, ISO),
                        CHAR(LAST_SEEN_DT, ISO),
                        COALESCE(CHAR(RESOLVED_DT, ISO), ' '),
                        CASE WHEN RESOLVED_IND = 'Y'
                              AND RESOLVED_DT IS NOT NULL
                             THEN DAYS(RESOLVED_DT)
                                - DAYS(FIRST_SEEN_DT)
                             ELSE DAYS(CURRENT DATE)
                                - DAYS(FIRST_SEEN_DT)
                        END
               FROM     EXCP_TRK
               WHERE    ROG          = :HV-ROG
                 AND    CORP_ITEM_CD = :HV-CORP-ITEM-CD
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (UPC_MANUF   = :HV-UPC-MANUF
                    AND UPC_SALES   = :HV-UPC-SALES
                    AND UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND UPC_SYSTEM  = :HV-UPC-SYSTEM))
               ORDER BY RESOLVED_IND, FIRST_SEEN_DT, EXCP_TYPE
               QUERYNO 106
           END-EXEC.

           EXEC SQL
               OPEN INQEXCP_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'EXCP_TRK' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQEXCP_C
                       INTO :HV-EXCP-TYPE, :HV-ROW-UNIT-TYPE,
                            :HV-ROW-UPC-MANUF, :HV-ROW-UPC-SALES,
                            :HV-ROW-UPC-COUNTRY, :HV-ROW-UPC-SYSTEM,
                            :HV-RESOLVED-IND, :HV-FIRST-SEEN-DT,
                            :HV-LAST-SEEN-DT, :HV-RESOLVED-DT,
                            :HV-AGE-DAYS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2035-PUT-EXCP-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'EXCP_TRK' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQEXCP_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2035-PUT-EXCP-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE HV-EXCP-TYPE     TO EXC-TYPE
               MOVE HV-ROW-UNIT-TYPE TO EXC-UNIT
               MOVE WS-UPC-DISPLAY   TO EXC-UPC
               IF HV-RESOLVED-IND = 'Y'
                   MOVE 'RSLV' TO EXC-STATUS
               ELSE
                   MOVE 'OPEN' TO EXC-STATUS
               END-IF
               MOVE HV-FIRST-SEEN-DT TO EXC-FIRST-SEEN
               MOVE HV-LAST-SEEN-DT  TO EXC-LAST-SEEN
               MOVE HV-RESOLVED-DT   TO EXC-RESOLVED
               MOVE HV-AGE-DAYS      TO EXC-AGE
               MOVE WS-EXC-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * PENDING AD PLANS FOR THE ITEM WITH STATUS AND DATES. A NULL    *
      * STATUS SHOWS AS '-'; NULL DATES SHOW BLANK.                    *
      ******************************************************************
       2040-PENDING-SECTION.

           MOVE 'PENDING AD PLANS' TO SHD-TEXT.
           MOVE WS-PND-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQPEND_C CURSOR FOR
               SELECT   PACS_ADPL_SEQ_NUM, UNIT_TYPE, AD_SELECT,
                        COALESCE(AD_STATUS_CD, '-'),
                        COALESCE(CHAR(AD_EFF_DT, ISO), ' '),
                        COALESCE(CHAR(AD_END_DT, ISO), ' ')
               FROM     PENDING
               WHERE    ROG          = :HV-ROG
                 AND    CORP_ITEM_CD = :HV-CORP-ITEM-CD
               ORDER BY PACS_ADPL_SEQ_NUM, UNIT_TYPE, AD_SELECT
               QUERYNO 107
           END-EXEC.

           EXEC SQL
               OPEN INQPEND_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'PENDING' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQPEND_C
                       INTO :HV-PACS-ADPL-SEQ-NUM, :HV-ROW-UNIT-TYPE,
                            :HV-AD-SELECT, :HV-AD-STATUS-CD,
                            :HV-AD-EFF-DT, :HV-AD-END-DT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2045-PUT-PENDING-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'PENDING' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQPEND_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2045-PUT-PENDING-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               MOVE HV-PACS-ADPL-SEQ-NUM TO PND-SEQ
               MOVE HV-ROW-UNIT-TYPE     TO PND-UNIT
               MOVE HV-AD-SELECT         TO PND-AD-SELECT
               MOVE HV-AD-STATUS-CD      TO PND-STATUS
               MOVE HV-AD-EFF-DT         TO PND-EFF-DT
               MOVE HV-AD-END-DT         TO PND-END-DT
               MOVE WS-PND-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * LIVE COUPON ROWS IN THE ROG UNDER ONE OF THE ITEM'S PENDING AD *
      * PLANS (THE LINK THE NIGHTLY PURGE USES), OR - WHEN A UPC IS    *
      * KEYED - ANY COUPON ROW FOR THAT UPC, SO AN ORPHAN WHOSE PLAN   *
      * IS GONE STILL SHOWS. EACH ROW NOTES A MISSING PENDING PARENT.  *
      ******************************************************************
       2050-COUPON-SECTION.

           MOVE 'LIVE COUPON ROWS' TO SHD-TEXT.
           MOVE WS-CPN-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQCPN_C CURSOR FOR
               SELECT   C.PACS_ADPL_SEQ_NUM, C.UPC_MANUF, C.UPC_SALES,
                        C.UPC_COUNTRY, C.UPC_SYSTEM,
                        C.POS_PROCESSED_IND,
                        (SELECT COUNT(*)
                         FROM   PENDING P
                         WHERE  P.ROG = C.ROG
                           AND  P.PACS_ADPL_SEQ_NUM
                              = C.PACS_ADPL_SEQ_NUM)
               FROM     COUPON C
               WHERE    C.ROG = :HV-ROG
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (C.UPC_MANUF   = :HV-UPC-MANUF
                    AND C.UPC_SALES   = :HV-UPC-SALES
                    AND C.UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND C.UPC_SYSTEM  = :HV-UPC-SYSTEM))
                 AND   (:HV-UPC-KEYED = 'Y'
                    OR  C.PACS_ADPL_SEQ_NUM IN
                        (SELECT P.PACS_ADPL_SEQ_NUM
                         FROM   PENDING P
                         WHERE  P.ROG          = :HV-ROG
                           AND  P.CORP_ITEM_CD = :HV-CORP-ITEM-CD))
               ORDER BY C.PACS_ADPL_SEQ_NUM, C.UPC_MANUF, C.UPC_SALES,
                        C.UPC_COUNTRY, C.UPC_SYSTEM
               QUERYNO 108
           END-EXEC.

           EXEC SQL
               OPEN INQCPN_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'COUPON' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQCPN_C
                       INTO :HV-PACS-ADPL-SEQ-NUM, :HV-ROW-UPC-MANUF,
                            :HV-ROW-UPC-SALES, :HV-ROW-UPC-COUNTRY,
                            :HV-ROW-UPC-SYSTEM, :HV-POS-PROCESSED-IND,
                            :HV-PARENT-CNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2055-PUT-COUPON-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'COUPON' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQCPN_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2055-PUT-COUPON-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE HV-PACS-ADPL-SEQ-NUM TO CPN-SEQ
               MOVE WS-UPC-DISPLAY       TO CPN-UPC
               MOVE HV-POS-PROCESSED-IND TO CPN-POS-IND
               IF HV-PARENT-CNT = 0
                   MOVE 'NO PENDING PARENT' TO CPN-NOTE
               ELSE
                   MOVE SPACES              TO CPN-NOTE
               END-IF
               MOVE WS-CPN-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * COUPON_HIST PURGES OF THE ITEM (BY ITS ARCHIVED PENDING KEY,   *
      * OR BY UPC WHEN ONE IS KEYED - ORPHAN PURGES CARRY NO PENDING   *
      * KEY), NEWEST FIRST, WITH WHO PURGED AND ANY COUPONBK RESTORE.  *
      ******************************************************************
       2060-COUPON-HIST-SECTION.

           MOVE 'COUPON PURGES AND RESTORES (COUPON_HIST)' TO SHD-TEXT.
           MOVE WS-CHS-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQCHST_C CURSOR FOR
               SELECT   PACS_ADPL_SEQ_NUM, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM,
                        CHAR(DATE(DELETE_TS), ISO),
                        COALESCE(USERID, ' '),
                        COALESCE(BATCH_SRC, ' '),
                        COALESCE(RESTORED_IND, ' '),
                        COALESCE(CHAR(DATE(RESTORE_TS), ISO), ' ')
               FROM     COUPON_HIST
               WHERE    ROG = :HV-ROG
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (UPC_MANUF   = :HV-UPC-MANUF
                    AND UPC_SALES   = :HV-UPC-SALES
                    AND UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND UPC_SYSTEM  = :HV-UPC-SYSTEM))
                 AND   (:HV-UPC-KEYED = 'Y'
                    OR  PND_CORP_ITEM_CD = :HV-CORP-ITEM-CD)
               ORDER BY DELETE_TS DESC
               QUERYNO 109
           END-EXEC.

           EXEC SQL
               OPEN INQCHST_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'COUPON_HIST' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQCHST_C
                       INTO :HV-PACS-ADPL-SEQ-NUM, :HV-ROW-UPC-MANUF,
                            :HV-ROW-UPC-SALES, :HV-ROW-UPC-COUNTRY,
                            :HV-ROW-UPC-SYSTEM, :HV-DELETE-DT,
                            :HV-ROW-USERID, :HV-BATCH-SRC,
                            :HV-RESTORED-IND, :HV-RESTORE-DT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2065-PUT-COUPON-HIST-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'COUPON_HIST' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQCHST_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2065-PUT-COUPON-HIST-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE HV-PACS-ADPL-SEQ-NUM TO CHS-SEQ
               MOVE WS-UPC-DISPLAY       TO CHS-UPC
               MOVE HV-DELETE-DT         TO CHS-PURGED
               MOVE HV-ROW-USERID        TO CHS-USERID
               MOVE HV-BATCH-SRC         TO CHS-BATCH-SRC
               IF HV-RESTORED-IND = 'Y'
                   MOVE HV-RESTORE-DT    TO CHS-RESTORED
               ELSE
                   MOVE SPACES           TO CHS-RESTORED
               END-IF
               MOVE WS-CHS-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * POS FEED CORRECTIONS SENT FOR THE ITEM, NEWEST FIRST, WITH THE *
      * POS MAINTENANCE DISPOSITION POSACKRP RECORDED AGAINST EACH.    *
      ******************************************************************
       2070-POS-FEED-SECTION.

           MOVE 'POS FEED CORRECTIONS (POS_FEED_LOG)' TO SHD-TEXT.
           MOVE WS-PFL-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQPFL_C CURSOR FOR
               SELECT   UNIT_TYPE, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, FD_STMP, CHAR(SENT_DT, ISO),
                        DISP_CD,
                        COALESCE(DISP_REASON_CD, ' '),
                        COALESCE(CHAR(DISP_DT, ISO), ' ')
               FROM     POS_FEED_LOG
               WHERE    ROG          = :HV-ROG
                 AND    CORP_ITEM_CD = :HV-CORP-ITEM-CD
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (UPC_MANUF   = :HV-UPC-MANUF
                    AND UPC_SALES   = :HV-UPC-SALES
                    AND UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND UPC_SYSTEM  = :HV-UPC-SYSTEM))
               ORDER BY SENT_DT DESC
               QUERYNO 110
           END-EXEC.

           EXEC SQL
               OPEN INQPFL_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'POS_FEED_LOG' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQPFL_C
                       INTO :HV-ROW-UNIT-TYPE, :HV-ROW-UPC-MANUF,
                            :HV-ROW-UPC-SALES, :HV-ROW-UPC-COUNTRY,
                            :HV-ROW-UPC-SYSTEM, :HV-FD-STMP,
                            :HV-SENT-DT, :HV-DISP-CD, :HV-REASON-CD,
                            :HV-DISP-DT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2075-PUT-POS-FEED-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'POS_FEED_LOG' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQPFL_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2075-PUT-POS-FEED-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE HV-ROW-UNIT-TYPE TO PFL-UNIT
               MOVE WS-UPC-DISPLAY   TO PFL-UPC
               MOVE HV-FD-STMP       TO PFL-FD-STMP
               MOVE HV-SENT-DT       TO PFL-SENT-DT
               MOVE HV-DISP-CD       TO PFL-DISP-CD
               MOVE HV-REASON-CD     TO PFL-REASON-CD
               MOVE HV-DISP-DT       TO PFL-DISP-DT
               EVALUATE HV-DISP-CD
                   WHEN 'A'
                       MOVE 'APPLIED'    TO PFL-STATUS
                   WHEN 'R'
                       MOVE 'REJECTED'   TO PFL-STATUS
                   WHEN OTHER
                       MOVE 'UNANSWERED' TO PFL-STATUS
               END-EVALUATE
               MOVE WS-PFL-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * FRONT-END REJECTS TRACKED FOR THE ITEM AND WHETHER REJRECYC    *
      * HAS RESUBMITTED THEM.                                          *
      ******************************************************************
       2080-REJECT-SECTION.

           MOVE 'FRONT-END REJECTS (REJECT_TRK)' TO SHD-TEXT.
           MOVE WS-REJ-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2910-PUT-SECTION-HEAD.

           EXEC SQL
               DECLARE INQREJ_C CURSOR FOR
               SELECT   UNIT_TYPE, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, AD_SELECT, REASON_CD,
                        CHAR(REJECT_DT, ISO), RESUB_IND,
                        COALESCE(CHAR(RESUB_DT, ISO), ' '),
                        COALESCE(USERID, ' ')
               FROM     REJECT_TRK
               WHERE    ROG          = :HV-ROG
                 AND    CORP_ITEM_CD = :HV-CORP-ITEM-CD
                 AND   (:HV-UPC-KEYED = 'N'
                    OR (UPC_MANUF   = :HV-UPC-MANUF
                    AND UPC_SALES   = :HV-UPC-SALES
                    AND UPC_COUNTRY = :HV-UPC-COUNTRY
                    AND UPC_SYSTEM  = :HV-UPC-SYSTEM))
               ORDER BY REJECT_DT DESC
               QUERYNO 111
           END-EXEC.

           EXEC SQL
               OPEN INQREJ_C
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'REJECT_TRK' TO WS-ERR-OBJECT
               PERFORM 2990-SQL-ERROR
           ELSE
               PERFORM UNTIL WS-SECT-EOF OR WS-INQ-FAILED
                   EXEC SQL
                       FETCH INQREJ_C
                       INTO :HV-ROW-UNIT-TYPE, :HV-ROW-UPC-MANUF,
                            :HV-ROW-UPC-SALES, :HV-ROW-UPC-COUNTRY,
                            :HV-ROW-UPC-SYSTEM, :HV-AD-SELECT,
                            :HV-REASON-CD, :HV-REJECT-DT,
                            :HV-RESUB-IND, :HV-RESUB-DT,
                            :HV-ROW-USERID
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           PERFORM 2085-PUT-REJECT-LINE
                       WHEN SQLCODE = 100
                           SET WS-SECT-EOF TO TRUE
                       WHEN OTHER
                           MOVE 'REJECT_TRK' TO WS-ERR-OBJECT
                           PERFORM 2990-SQL-ERROR
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE INQREJ_C
               END-EXEC
           END-IF.

           PERFORM 2920-PUT-SECTION-FOOT.

       2085-PUT-REJECT-LINE.

           PERFORM 2930-COUNT-SECTION-ROW.

           IF NOT WS-SECT-EOF
               PERFORM 2950-FORMAT-UPC
               MOVE HV-ROW-UNIT-TYPE TO REJ-UNIT
               MOVE WS-UPC-DISPLAY   TO REJ-UPC
               MOVE HV-AD-SELECT     TO REJ-AD-SELECT
               MOVE HV-REASON-CD     TO REJ-REASON-CD
               MOVE HV-REJECT-DT     TO REJ-REJECT-DT
               MOVE HV-RESUB-IND     TO REJ-RESUB-IND
               MOVE HV-RESUB-DT      TO REJ-RESUB-DT
               MOVE HV-ROW-USERID    TO REJ-USERID
               MOVE WS-REJ-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * APPEND WS-INQ-LINE TO THE TERMINAL'S LISTING QUEUE.            *
      ******************************************************************
       2900-PUT-LINE.

           EXEC CICS WRITEQ TS
               QUEUE(WS-TSQ-NAME)
               FROM(WS-INQ-LINE)
               LENGTH(WS-TSQ-LEN)
               ITEM(WS-TSQ-ITEM)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-CA-LINE-CNT
           ELSE
               MOVE 'WRITEQ TS' TO WS-ERR-OBJECT
               PERFORM 2995-CICS-ERROR
           END-IF.

      ******************************************************************
      * SECTION TITLE FOLLOWED BY THE COLUMN HEADING ALREADY MOVED TO  *
      * WS-INQ-LINE BY THE CALLER; RESETS THE SECTION'S ROW COUNT.     *
      ******************************************************************
       2910-PUT-SECTION-HEAD.

           MOVE 0   TO WS-SECT-ROWS.
           MOVE 'N' TO WS-SECT-EOF-SW.

           MOVE WS-INQ-LINE TO WS-COL-HEAD-LINE.
           MOVE WS-SECT-HEAD-LINE TO WS-INQ-LINE.
           PERFORM 2900-PUT-LINE.
           IF NOT WS-INQ-FAILED
               MOVE WS-COL-HEAD-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

       2920-PUT-SECTION-FOOT.

           IF NOT WS-INQ-FAILED AND WS-SECT-ROWS = 0
               MOVE WS-NONE-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           END-IF.

      ******************************************************************
      * ONE MORE ROW FOR THE SECTION. PAST WS-SECT-MAX THE SECTION IS  *
      * CUT SHORT WITH A NOTE AND ITS CURSOR LOOP ENDS.                *
      ******************************************************************
       2930-COUNT-SECTION-ROW.

           IF WS-SECT-ROWS NOT < WS-SECT-MAX
               SET WS-SECT-EOF TO TRUE
               MOVE WS-MORE-LINE TO WS-INQ-LINE
               PERFORM 2900-PUT-LINE
           ELSE
               ADD 1 TO WS-SECT-ROWS
           END-IF.

       2950-FORMAT-UPC.

           MOVE HV-ROW-UPC-MANUF   TO UPD-UPC-MANUF.
           MOVE HV-ROW-UPC-SALES   TO UPD-UPC-SALES.
           MOVE HV-ROW-UPC-COUNTRY TO UPD-UPC-COUNTRY.
           MOVE HV-ROW-UPC-SYSTEM  TO UPD-UPC-SYSTEM.

      ******************************************************************
      * A DB2 ERROR ENDS THE BUILD; THE FAILING TABLE AND SQLCODE GO   *
      * TO THE MESSAGE LINE SO THE CALLER CAN REPORT IT.               *
      ******************************************************************
       2990-SQL-ERROR.

           SET WS-INQ-FAILED TO TRUE.
           MOVE SQLCODE TO WS-SQLCODE-ED.
           MOVE SPACES TO WS-MSG.
           STRING 'DB2 ERROR ON ' WS-ERR-OBJECT ' SQLCODE='
                  WS-SQLCODE-ED ' - INQUIRY INCOMPLETE'
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.

       2995-CICS-ERROR.

           SET WS-INQ-FAILED TO TRUE.
           MOVE WS-RESP TO WS-SQLCODE-ED.
           MOVE SPACES TO WS-MSG.
           STRING 'CICS ERROR ON ' WS-ERR-OBJECT ' RESP='
                  WS-SQLCODE-ED ' - INQUIRY INCOMPLETE'
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.

      ******************************************************************
      * PAGING THROUGH THE LISTING ALREADY BUILT - NO DB2 ACCESS.      *
      ******************************************************************
       3000-PAGE-FORWARD.

           IF WS-CA-PAGE < WS-CA-PAGE-CNT
               ADD 1 TO WS-CA-PAGE
           ELSE
               MOVE 'LAST PAGE OF THE INQUIRY' TO WS-MSG
           END-IF.

           PERFORM 4000-SEND-PAGE.

       3100-PAGE-BACK.

           IF WS-CA-PAGE > 1
               SUBTRACT 1 FROM WS-CA-PAGE
           ELSE
               MOVE 'FIRST PAGE OF THE INQUIRY' TO WS-MSG
           END-IF.

           PERFORM 4000-SEND-PAGE.

      ******************************************************************
      * SEND THE KEY, THE PAGE TITLE, UP TO 18 LISTING LINES FROM THE  *
      * TS QUEUE FOR WS-CA-PAGE, AND THE MESSAGE LINE.                 *
      ******************************************************************
       4000-SEND-PAGE.

           MOVE LOW-VALUES TO ITMQMAPO.

           COMPUTE WS-CA-PAGE-CNT
                 = (WS-CA-LINE-CNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-CA-PAGE > WS-CA-PAGE-CNT
               MOVE WS-CA-PAGE-CNT TO WS-CA-PAGE
           END-IF.
           IF WS-CA-PAGE < 1
               MOVE 1 TO WS-CA-PAGE
           END-IF.

           MOVE WS-CA-ROG          TO ROGO.
           MOVE WS-CA-CORP-ITEM-CD TO ITEMO.
           MOVE WS-CA-CORP         TO CORPO.
           MOVE WS-CA-UPC-MANUF    TO UPCMO.
           MOVE WS-CA-UPC-SALES    TO UPCSO.
           MOVE WS-CA-UPC-COUNTRY  TO UPCCO.
           MOVE WS-CA-UPC-SYSTEM   TO UPCYO.
           MOVE HV-USERID          TO USRO.

           IF WS-CA-LINE-CNT > 0
               MOVE WS-CA-ROG          TO TTL-ROG
               MOVE WS-CA-CORP-ITEM-CD TO TTL-ITEM
               MOVE WS-CA-CORP         TO TTL-CORP
               MOVE WS-CA-PAGE         TO TTL-PAGE
               MOVE WS-CA-PAGE-CNT     TO TTL-PAGE-CNT
               MOVE WS-CA-LINE-CNT     TO TTL-LINES
               MOVE WS-TITLE-LINE      TO TITLEO
               COMPUTE WS-TSQ-ITEM
                     = (WS-CA-PAGE - 1) * WS-PAGE-SIZE + 1
               PERFORM VARYING WS-DTL-SUB FROM 1 BY 1
                       UNTIL WS-DTL-SUB > WS-PAGE-SIZE
                          OR WS-TSQ-ITEM > WS-CA-LINE-CNT
                   PERFORM 4010-READ-PAGE-LINE
                   ADD 1 TO WS-TSQ-ITEM
               END-PERFORM
           END-IF.

           MOVE WS-MSG TO MSGO.

           EXEC CICS SEND
               MAP('ITMQMAP')
               MAPSET('ITMQSET')
               FROM(ITMQMAPO)
               ERASE
               FREEKB
           END-EXEC.

       4010-READ-PAGE-LINE.

           EXEC CICS READQ TS
               QUEUE(WS-TSQ-NAME)
               INTO(WS-INQ-LINE)
               LENGTH(WS-TSQ-LEN)
               ITEM(WS-TSQ-ITEM)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-INQ-LINE TO DTLO(WS-DTL-SUB)
           ELSE
               MOVE 'LISTING EXPIRED - PRESS ENTER TO REBUILD IT'
                 TO WS-MSG
               MOVE WS-PAGE-SIZE TO WS-DTL-SUB
           END-IF.

      ******************************************************************
      * PF3/CLEAR: DROP THE LISTING QUEUE AND END THE CONVERSATION.    *
      ******************************************************************
       9000-END-INQUIRY.

           EXEC CICS DELETEQ TS
               QUEUE(WS-TSQ-NAME)
               RESP(WS-RESP)
           END-EXEC.

           EXEC CICS SEND TEXT
               FROM(WS-END-MSG)
               LENGTH(LENGTH OF WS-END-MSG)
               ERASE
               FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.
