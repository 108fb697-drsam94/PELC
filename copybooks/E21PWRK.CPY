000010*****************************************************************
000020*  E21PWRK.CPY                                                  *
000030*  Partition work record.  A partitioned EULER21 job (partition *
000040*  count above 1 on its PARMCRD) writes everything it finds to  *
000050*  its own PARTWRK file in this layout instead of touching the  *
000060*  shared keyed files, so several partitions of one range can   *
000070*  run side by side.  Every record carries the scheduled range  *
000080*  (not the slice) and the partition it came from; the data     *
000090*  area holds the full image of the record the job would have  *
000100*  written to PAIRFIL, BETRFIL, CLASFIL, CHAINFIL or TRAJFIL.   *
000110*  One subtotal record closes each range the partition          *
000120*  finished or was stopped in; after a restart the last one     *
000130*  written for a partition is the one that counts, since the    *
000140*  running total resumes from the checkpoint.  EULER21MERG      *
000150*  reads the work files of every partition together.            *
000160*****************************************************************
000170 01  E21-PWRK-RECORD.
000180     05  E21-PWRK-TYPE              PIC X(01).
000190         88  E21-PWRK-PAIR              VALUE "P".
000200         88  E21-PWRK-BETROTHED         VALUE "Q".
000210         88  E21-PWRK-CLASS             VALUE "C".
000220         88  E21-PWRK-CHAIN             VALUE "S".
000230         88  E21-PWRK-TRAJ              VALUE "T".
000240         88  E21-PWRK-SUBTOTAL          VALUE "Z".
000250     05  E21-PWRK-RANGE.
000260         10  E21-PWRK-LOWER         PIC 9(07).
000270         10  E21-PWRK-UPPER         PIC 9(07).
000280         10  E21-PWRK-STEP          PIC 9(07).
000290         10  E21-PWRK-RUN-MODE      PIC X(01).
000300     05  E21-PWRK-PART-NUMBER       PIC 9(02).
000310     05  E21-PWRK-PART-COUNT        PIC 9(02).
000320     05  E21-PWRK-DATA              PIC X(520).
000330     05  E21-PWRK-SUBTOTAL-DATA REDEFINES E21-PWRK-DATA.
000340         10  E21-PWRK-SLICE-LOWER   PIC 9(07).
000350         10  E21-PWRK-SLICE-UPPER   PIC 9(07).
000360         10  E21-PWRK-ITER-COUNT    PIC 9(09).
000370         10  E21-PWRK-ANS           PIC S9(11).
000380         10  E21-PWRK-PARTIAL-FLAG  PIC X(01).
000390             88  E21-PWRK-PARTIAL       VALUE "P".
000400         10  E21-PWRK-RUN-TIMESTAMP PIC X(26).
000410         10  FILLER                 PIC X(459).
