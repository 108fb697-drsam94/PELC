000010*****************************************************************
000020*  E21CLS.CPY                                                   *
000030*  Number-classification record, one per candidate classified   *
000040*  by EULER21 in run modes C and B, keyed by the number so      *
000050*  other jobs can look a number's class up instead of           *
000060*  re-running a classification scan.  The file is cumulative    *
000070*  like PAIRFIL: each run merges its numbers into it.  The      *
000080*  abundance is the aliquot sum less the number (negative for   *
000090*  a deficient number, zero for a perfect one).  For an         *
000100*  abundant number the subtype says whether some subset of its  *
000110*  proper divisors sums to it (semiperfect) or none does        *
000120*  (weird, like 70 and 836), and the primitive flag says        *
000130*  whether every proper divisor is deficient.  Subtype U marks  *
000140*  an abundant number whose subset search hit the step cap      *
000150*  before it could decide; both fields are blank for perfect    *
000160*  and deficient numbers.                                       *
000170*****************************************************************
000180 01  E21-CLS-RECORD.
000190     05  E21-CLS-KEY                PIC 9(07).
000200     05  E21-CLS-ALIQUOT-SUM        PIC 9(09).
000210     05  E21-CLS-CLASS              PIC X(01).
000220         88  E21-CLS-PERFECT            VALUE "P".
000230         88  E21-CLS-ABUNDANT           VALUE "A".
000240         88  E21-CLS-DEFICIENT          VALUE "D".
000250     05  E21-CLS-ABUNDANCE          PIC S9(09).
000260     05  E21-CLS-SUBTYPE            PIC X(01).
000270         88  E21-CLS-SEMIPERFECT        VALUE "S".
000280         88  E21-CLS-WEIRD              VALUE "W".
000290         88  E21-CLS-UNRESOLVED         VALUE "U".
000300     05  E21-CLS-PRIMITIVE          PIC X(01).
000310         88  E21-CLS-IS-PRIMITIVE       VALUE "Y".
000320         88  E21-CLS-NOT-PRIMITIVE      VALUE "N".
000330     05  FILLER                     PIC X(12).
