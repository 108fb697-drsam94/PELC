000050*  (to CMPOUT) and read back by the EULER21OPS end-of-stream    *
000060*  control job, so the release decision no longer depends on a  *
000070*  human reading the print reports.                             *
000080*  Verdicts: C certified / R rejected / E empty (EULER21CERT    *
000085*  and EULER21BCRT, which certifies BETRFIL to BCRTOUT);        *
000090*  M files match / D files differ / B baseline taken            *
000100*  (EULER21CMP); M files agree / D files disagree / E nothing    *
000103*  in scope (EULER21XREC, which reconciles PAIRFIL, CHAINFIL    *
000106*  and TRAJFIL to XRECOUT); G go / N no-go (EULER21PFLT, to     *
000107*  PFLTOUT); P plan written / E nothing planned (EULER21PLAN,   *
000108*  to PLANOUT); L release / H hold (EULER21OPS, to OPSOUT,      *
000109*  read by the EULER21RELS release-package job).                *
000110*  Counts by job: EULER21CERT 1=certified 2=failed 3=read;      *
000120*  EULER21CMP 1=added 2=dropped 3=changed; EULER21BCRT as       *
000125*  EULER21CERT; EULER21XREC 1=checks in scope 2=disagreements   *
000127*  3=ledger records used; EULER21PFLT 1=cards 2=errors          *
000128*  3=warnings; EULER21PLAN 1=cards 2=planned seconds            *
000129*  3=candidates planned; EULER21OPS 1=ranges run 2=hold         *
000130*  reasons 3=partials awaiting restart.  The as-of date is the  *
000131*  night EULER21OPS reviewed; the other jobs leave it blank.    *
000132*****************************************************************
000140 01  E21-OUTCOME-RECORD.
000150     05  E21-OUT-JOB-NAME           PIC X(12).
000160     05  E21-OUT-TIMESTAMP          PIC X(26).
000210         88  E21-OUT-FILES-MATCH        VALUE "M".
000220         88  E21-OUT-FILES-DIFFER       VALUE "D".
000230         88  E21-OUT-BASELINE-TAKEN     VALUE "B".
000232         88  E21-OUT-GO                 VALUE "G".
000234         88  E21-OUT-NO-GO              VALUE "N".
000236         88  E21-OUT-PLAN-WRITTEN       VALUE "P".
000237         88  E21-OUT-RELEASE            VALUE "L".
000238         88  E21-OUT-HOLD               VALUE "H".
000240     05  E21-OUT-COUNT-1            PIC 9(07).
000250     05  E21-OUT-COUNT-2            PIC 9(07).
000260     05  E21-OUT-COUNT-3            PIC 9(07).
000270     05  E21-OUT-RETURN-CODE        PIC 9(02).
000275     05  E21-OUT-AS-OF-DATE         PIC X(10).
000280     05  FILLER                     PIC X(08).
