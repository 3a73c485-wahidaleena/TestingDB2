      * ONE WRG CARD. A WRG ROW IS JUST THE USERID/ROG PAIR, SO CHG    *
      * MOVES THE ASSIGNMENT: THE OLD PAIR MUST EXIST, THE NEW ROG     *
      * MUST PASS THE CORO EDIT, AND THE NEW PAIR MUST NOT ALREADY BE  *
      * ASSIGNED. DEL SKIPS THE CORO EDIT - A GROUP WHOSE ROG HAS      *
      * SINCE LEFT CORO IS EXACTLY THE KIND ACCRECRT PUTS UP FOR       *
      * REMOVAL, AND IT MUST STILL BE REMOVABLE.                       *
      ******************************************************************
       3000-APPLY-WRG-CARD.

           MOVE TWR-USERID TO HV-USERID.
           MOVE TWR-ROG    TO HV-ROG.
           PERFORM 1020-EDIT-USERID-EXISTS.
           IF WS-CARD-ERR OR WS-RUN-FAILED OR TRN-ACTION-CD = 'DEL'
               CONTINUE
           ELSE
               PERFORM 1010-EDIT-ROG-EXISTS
