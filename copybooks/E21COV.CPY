000070*  authoritative answer to "which numbers have ever been        *
000080*  scanned".  EULER21COV merges these intervals and reports     *
000090*  covered regions, gaps and overlaps.                          *
000092*  The run mode is the PARMCRD mode the range was scanned in,   *
000094*  so a job can tell which keyed file the range populated       *
000096*  (PAIRFIL in modes A and B, CHAINFIL in S, TRAJFIL in T).     *
000098*  Records written before the mode was carried hold a space.    *
000100*****************************************************************
000110 01  E21-COV-RECORD.
000120     05  E21-COV-LOWER              PIC 9(07).
000140     05  E21-COV-STEP               PIC 9(07).
000150     05  E21-COV-TIMESTAMP          PIC X(26).
000160     05  E21-COV-FINAL-ANS          PIC S9(11).
000165     05  E21-COV-RUN-MODE           PIC X(01).
000170     05  FILLER                     PIC X(21).
