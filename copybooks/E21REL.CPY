000010*****************************************************************
000020*  E21REL.CPY                                                   *
000030*  Release-package record.  EULER21RELS writes one package of   *
000040*  the whole cumulative PAIRFIL for outside consumers after     *
000050*  EULER21OPS decides to release: a header, one coverage        *
000060*  record per merged stretch of step-1 amicable-mode coverage   *
000070*  on COVLEDG, one detail record per pair in key order with     *
000080*  its provenance, and a trailer.  Every record carries the     *
000090*  release number.  The trailer holds the detail count and     *
000100*  the hash totals of the keys and of the partners, so a        *
000110*  consumer can prove the package arrived whole.  The header    *
000120*  carries the night the release decision reviewed (as-of       *
000130*  date), the time the package was built, the count of          *
000140*  coverage records that follow it, the numbers they cover and  *
000150*  the time of the EULER21OPS decision the package rests on.    *
000160*****************************************************************
000170 01  E21-REL-RECORD.
000180     05  E21-REL-TYPE               PIC X(01).
000190         88  E21-REL-HEADER             VALUE "H".
000200         88  E21-REL-COVERAGE           VALUE "C".
000210         88  E21-REL-DETAIL             VALUE "D".
000220         88  E21-REL-TRAILER            VALUE "T".
000230     05  E21-REL-RELEASE-NO         PIC 9(05).
000240     05  E21-REL-DATA               PIC X(94).
000250     05  E21-REL-HEADER-DATA REDEFINES E21-REL-DATA.
000260         10  E21-REL-AS-OF-DATE     PIC X(10).
000270         10  E21-REL-BUILT-TIMESTAMP PIC X(26).
000280         10  E21-REL-COV-RANGE-CNT  PIC 9(05).
000290         10  E21-REL-COV-NUMBERS    PIC 9(09).
000300         10  E21-REL-OPS-TIMESTAMP  PIC X(26).
000310         10  FILLER                 PIC X(18).
000320     05  E21-REL-COVERAGE-DATA REDEFINES E21-REL-DATA.
000330         10  E21-REL-COV-LOWER      PIC 9(07).
000340         10  E21-REL-COV-UPPER      PIC 9(07).
000350         10  FILLER                 PIC X(80).
000360     05  E21-REL-DETAIL-DATA REDEFINES E21-REL-DATA.
000370         10  E21-REL-PAIR-KEY       PIC 9(07).
000380         10  E21-REL-PAIR-PARTNER   PIC 9(07).
000390         10  E21-REL-KEY-SUM        PIC 9(09).
000400         10  E21-REL-PARTNER-SUM    PIC 9(09).
000410         10  E21-REL-RUN-TIMESTAMP  PIC X(26).
000420         10  E21-REL-FOUND-LOWER    PIC 9(07).
000430         10  E21-REL-FOUND-UPPER    PIC 9(07).
000440         10  FILLER                 PIC X(22).
000450     05  E21-REL-TRAILER-DATA REDEFINES E21-REL-DATA.
000460         10  E21-REL-RECORD-CNT     PIC 9(07).
000470         10  E21-REL-KEY-HASH       PIC 9(15).
000480         10  E21-REL-PARTNER-HASH   PIC 9(15).
000490         10  FILLER                 PIC X(57).
