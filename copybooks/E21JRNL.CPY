000010*****************************************************************
000020*  E21JRNL.CPY                                                  *
000030*  Change-journal record for the schedule and control-total     *
000040*  files.  EULER21PMNT and EULER21PLAN (PARMCRD) and            *
000050*  EULER21CMNT (CTLCARD) append one record to JRNLFIL for       *
000060*  every change they commit, and EULER21JRNL appends one for    *
000070*  every card image it restores.  The before and after images   *
000080*  are the whole card, left-justified: spaces before an add,    *
000090*  spaces after a delete.  A PARMCRD card and a CTLCARD entry   *
000100*  both begin with the lower/upper/step of their range, which   *
000110*  is copied to the range key (from the after image, or the     *
000120*  before image when the change removed the card).  The card    *
000130*  number is the PARMCRD schedule position; zero for CTLCARD.   *
000140*  Actions: A add / C change / D delete / S seed from the       *
000150*  audit trail / P schedule replaced by a plan / R restored     *
000160*  from the journal.                                            *
000170*****************************************************************
000180 01  E21-JRNL-RECORD.
000190     05  E21-JRNL-TIMESTAMP         PIC X(26).
000200     05  E21-JRNL-OPERATOR          PIC X(08).
000210     05  E21-JRNL-PROGRAM           PIC X(12).
000220     05  E21-JRNL-FILE              PIC X(08).
000230         88  E21-JRNL-PARMCRD           VALUE "PARMCRD".
000240         88  E21-JRNL-CTLCARD           VALUE "CTLCARD".
000250     05  E21-JRNL-ACTION            PIC X(01).
000260         88  E21-JRNL-ADD               VALUE "A".
000270         88  E21-JRNL-CHANGE            VALUE "C".
000280         88  E21-JRNL-DELETE            VALUE "D".
000290         88  E21-JRNL-SEED              VALUE "S".
000300         88  E21-JRNL-PLAN-REPLACE      VALUE "P".
000310         88  E21-JRNL-RESTORE           VALUE "R".
000320     05  E21-JRNL-CARD-NUMBER       PIC 9(02).
000330     05  E21-JRNL-RANGE.
000340         10  E21-JRNL-LOWER         PIC 9(07).
000350         10  E21-JRNL-UPPER         PIC 9(07).
000360         10  E21-JRNL-STEP          PIC 9(07).
000370     05  E21-JRNL-BEFORE-IMAGE      PIC X(80).
000380     05  E21-JRNL-AFTER-IMAGE       PIC X(80).
000390     05  FILLER                     PIC X(02).
