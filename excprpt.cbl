      **************************CC109**********************************
      ******************************************************************
      * EXCEPTION AGING REPORT. THE MAIN PROGRAM KEYS EVERY FOOD STAMP *
      * DISCREPANCY AND UPC XREF EXCEPTION, AND THE UPCQUAL SCAN EVERY *
      * UPC KEY QUALITY FAILURE (THE 'UPCQ' TYPES), INTO EXCP_TRK WITH *
      * FIRST-SEEN AND LAST-SEEN DATES AND RESOLVES THEM AUTOMATICALLY *
      * THE RUN THEY STOP APPEARING; THIS PROGRAM LISTS THE EXCEPTIONS *
      * STILL OPEN LONGER THAN THE AGEDAYS PARAMETER, OLDEST FIRST,    *
      * SO BUYERS WORK THE OLDEST BREAKS INSTEAD OF REDISCOVERING      *
      * YESTERDAY'S LIST.                                              *
           05  WS-AGED-CNT             PIC S9(9) COMP VALUE 0.
           05  WS-FOODSTMP-CNT         PIC S9(9) COMP VALUE 0.
           05  WS-UPCXREF-CNT          PIC S9(9) COMP VALUE 0.
           05  WS-UPCQUAL-CNT          PIC S9(9) COMP VALUE 0.

      ******************************************************************
      * REPORT LINE LAYOUTS (WRITTEN TO OUT)                           *
       2010-WRITE-AGED-LINE.

           ADD 1 TO WS-AGED-CNT.
           EVALUATE TRUE
               WHEN HV-EXCP-TYPE = 'FOODSTMP'
                   ADD 1 TO WS-FOODSTMP-CNT
               WHEN HV-EXCP-TYPE(1:4) = 'UPCQ'
                   ADD 1 TO WS-UPCQUAL-CNT
               WHEN OTHER
                   ADD 1 TO WS-UPCXREF-CNT
           END-EVALUATE.
           MOVE HV-EXCP-TYPE     TO RPT-AGD-TYPE.
           MOVE HV-ROG           TO RPT-AGD-ROG.
           MOVE HV-CORP          TO RPT-AGD-CORP.
           MOVE WS-UPCXREF-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           MOVE 'UPC KEY QUALITY EXCEPTIONS:' TO RPT-SUM-LABEL.
           MOVE WS-UPCQUAL-CNT         TO RPT-SUM-VALUE.
           WRITE OUT-REC FROM WS-RPT-SUMMARY-LINE.

           CLOSE OUT.

          DISPLAY "---------------------------------------------------".
