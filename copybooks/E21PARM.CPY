000054*  E21-PARM-TRAJ-MAX-VALUE value ceiling (zero takes the        *
000055*  defaults); a sequence still open at either bound is          *
000056*  recorded as open-ended.                                      *
000057*  Betrothed mode (run mode Q) looks for quasi-amicable pairs,  *
000058*  where the aliquot sum of each number less one is the other   *
000059*  (48 and 75), and merges them into the keyed file BETRFIL.    *
000060*  A partition count above 1 splits every card of the schedule  *
000061*  into that many slices of equal candidate count, to be run    *
000062*  side by side as separate jobs; the partition number says     *
000063*  which slice this job scans.  A partitioned job writes its    *
000064*  finds and subtotals only to its own PARTWRK work file, and   *
000065*  the EULER21MERG step loads the shared files from them.       *
000066*  Zero or one in the count is an ordinary whole-range run.     *
000067*****************************************************************
000068 01  E21-PARM-RECORD.
000070     05  E21-PARM-LOWER-BOUND       PIC 9(07).
000080     05  E21-PARM-UPPER-BOUND       PIC 9(07).
000090     05  E21-PARM-STEP              PIC 9(07).
000130         88  E21-MODE-BOTH               VALUE "B".
000132         88  E21-MODE-SOCIABLE          VALUE "S".
000134         88  E21-MODE-TRAJECTORY        VALUE "T".
000137         88  E21-MODE-BETROTHED         VALUE "Q".
000140     05  E21-PARM-RESTART-FLAG      PIC X(01).
000150         88  E21-RESTART-REQUESTED      VALUE "Y".
000160         88  E21-RESTART-NOT-REQUESTED  VALUE "N".
000179     05  E21-PARM-MAX-ITERS         PIC 9(09).
000180     05  E21-PARM-TRAJ-MAX-STEPS    PIC 9(03).
000181     05  E21-PARM-TRAJ-MAX-VALUE    PIC 9(09).
000182     05  E21-PARM-PART-NUMBER       PIC 9(02).
000183     05  E21-PARM-PART-COUNT        PIC 9(02).
000184     05  FILLER                     PIC X(05).
