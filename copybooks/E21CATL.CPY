000010*****************************************************************
000020*  E21CATL.CPY                                                  *
000030*  Reference catalog of published amicable pairs, kept by the   *
000040*  EULER21CATM load and maintenance job and read by the         *
000050*  EULER21CAUD completeness audit.  Keyed like PAIRFIL by the   *
000060*  smaller member, but nine digits wide so published pairs      *
000070*  beyond the scan limit can be held as well.  The source is    *
000080*  the publication or list the pair was taken from; the added   *
000090*  timestamp is the run that put it on the catalog.  The        *
000100*  verified flag says whether E21SIGMA confirmed both aliquot   *
000110*  sums when the pair was keyed (N when a sum lies beyond the   *
000120*  range the service can compute and the pair is taken as       *
000130*  published).                                                  *
000140*****************************************************************
000150 01  E21-CATL-RECORD.
000160     05  E21-CATL-KEY               PIC 9(09).
000170     05  E21-CATL-PARTNER           PIC 9(09).
000180     05  E21-CATL-SOURCE            PIC X(30).
000190     05  E21-CATL-ADDED-TIMESTAMP   PIC X(26).
000200     05  E21-CATL-VERIFIED          PIC X(01).
000210         88  E21-CATL-SUMS-VERIFIED     VALUE "Y".
000220         88  E21-CATL-AS-PUBLISHED      VALUE "N".
000230     05  FILLER                     PIC X(05).
