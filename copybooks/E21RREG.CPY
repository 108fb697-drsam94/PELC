000010*****************************************************************
000020*  E21RREG.CPY                                                  *
000030*  Release register record.  EULER21RELS appends one record     *
000040*  for every release package it issues, and only after the      *
000050*  package has passed its own trailer totals, so the register   *
000060*  is the list of packages outside consumers can hold.  The     *
000070*  release number is one more than the last on the register.    *
000080*  The counts and hash totals are the package trailer's; the    *
000090*  decision timestamp is the EULER21OPS run the package rests   *
000100*  on, and no two packages are issued on the same decision.     *
000110*****************************************************************
000120 01  E21-RREG-RECORD.
000130     05  E21-RREG-RELEASE-NO        PIC 9(05).
000140     05  E21-RREG-ISSUED-TIMESTAMP  PIC X(26).
000150     05  E21-RREG-AS-OF-DATE        PIC X(10).
000160     05  E21-RREG-OPS-TIMESTAMP     PIC X(26).
000170     05  E21-RREG-RECORD-CNT        PIC 9(07).
000180     05  E21-RREG-KEY-HASH          PIC 9(15).
000190     05  E21-RREG-PARTNER-HASH      PIC 9(15).
000200     05  E21-RREG-COV-RANGE-CNT     PIC 9(05).
000210     05  FILLER                     PIC X(11).
