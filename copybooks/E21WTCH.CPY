000010*****************************************************************
000020*  E21WTCH.CPY                                                  *
000030*  Open-ended aliquot sequence watchlist record, one per        *
000040*  candidate that EULER21 run mode T left open-ended on         *
000050*  TRAJFIL, kept by the EULER21WTCH continuation job.  The      *
000060*  key is the starting candidate.  Each run resumes the         *
000070*  sequence from its last value rather than re-walking it       *
000080*  from the start, so the length is the total number of         *
000090*  aliquot steps followed from the candidate across every run,  *
000100*  the peak the largest value reached, and the last value the   *
000110*  point the next run resumes from (the value it ended at once  *
000120*  terminated).  Status O is still open, T has terminated (the  *
000130*  end type then says how, with the TRAJFIL codes 1, P and C),  *
000140*  and S is stuck: the next aliquot sum lies beyond the range   *
000150*  the E21SIGMA service can compute.  The added timestamp is    *
000160*  the run that put the sequence on the watchlist; the last-    *
000170*  run timestamp and run count describe the runs that walked    *
000180*  it since.                                                    *
000190*****************************************************************
000200 01  E21-WTCH-RECORD.
000210     05  E21-WTCH-KEY               PIC 9(07).
000220     05  E21-WTCH-STATUS            PIC X(01).
000230         88  E21-WTCH-OPEN              VALUE "O".
000240         88  E21-WTCH-TERMINATED        VALUE "T".
000250         88  E21-WTCH-STUCK             VALUE "S".
000260     05  E21-WTCH-END-TYPE          PIC X(01).
000270         88  E21-WTCH-ENDED-AT-ONE      VALUE "1".
000280         88  E21-WTCH-ENDED-PERFECT     VALUE "P".
000290         88  E21-WTCH-ENDED-CYCLE       VALUE "C".
000300     05  E21-WTCH-LENGTH            PIC 9(07).
000310     05  E21-WTCH-PEAK              PIC 9(09).
000320     05  E21-WTCH-LAST-VALUE        PIC 9(09).
000330     05  E21-WTCH-ADDED-TIMESTAMP   PIC X(26).
000340     05  E21-WTCH-LAST-RUN-TIMESTAMP
000350                                    PIC X(26).
000360     05  E21-WTCH-RUN-COUNT         PIC 9(05).
000370     05  FILLER                     PIC X(09).
