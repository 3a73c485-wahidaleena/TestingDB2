           05  HV-UPC-SYSTEM           PIC X(1).
           05  HV-START-TS             PIC X(26).
           05  WS-RUN-DATE             PIC 9(8)  COMP.
      *    CHANGE STAMPS - THE NIGHTLY JOB STAMPS THE INFILE USERID AND
      *    BATCH SOURCE; A SWEEP HAS NO DRIVING USER, SO ITS ROWS CARRY
      *    THE PROGRAM NAME AND THE 'SWP' SWEEP SOURCE, AND NO SRC_ROG.
           05  HV-STAMP-USERID         PIC X(8)  VALUE 'XREFSYNC'.
           05  HV-STAMP-BATCH-SRC      PIC X(3)  VALUE 'SWP'.

      ******************************************************************
      * PARAMETER CARD WORK AREA                                       *
               EXEC SQL
                   INSERT INTO SC
                       (CORP, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, INS_TS, USERID, BATCH_SRC)
                   VALUES
                       (:HV-CORP, :HV-UPC-MANUF, :HV-UPC-SALES,
                        :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                        CURRENT TIMESTAMP, :HV-STAMP-USERID,
                        :HV-STAMP-BATCH-SRC)
               END-EXEC

               IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO SC_ORPHAN_HIST
                       (CORP, UPC_MANUF, UPC_SALES, UPC_COUNTRY,
                        UPC_SYSTEM, DELETE_TS, USERID, BATCH_SRC)
                   VALUES
                       (:HV-CORP, :HV-UPC-MANUF, :HV-UPC-SALES,
                        :HV-UPC-COUNTRY, :HV-UPC-SYSTEM,
                        CURRENT TIMESTAMP, :HV-STAMP-USERID,
                        :HV-STAMP-BATCH-SRC)
               END-EXEC

               IF SQLCODE NOT = 0
