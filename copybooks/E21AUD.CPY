000040*  change in ANS across nightly runs can be traced back to the  *
000050*  run (and range) that produced it.  A run cut short by the    *
000052*  batch-window budget carries "P" in the partial flag; its     *
000054*  ANS covers only the portion scanned.  The elapsed seconds    *
000055*  run from range set-up to the audit write; they are zero when *
000056*  the range resumed from a checkpoint or was merged from       *
000057*  partitions, since the clock then saw only part of the work.  *
000058*  The run mode is the one the range was scanned in.            *
000060*****************************************************************
000070 01  E21-AUDIT-RECORD.
000080     05  E21-AUDIT-TIMESTAMP        PIC X(26).
000172     05  E21-AUDIT-PARTIAL-FLAG     PIC X(01).
000174         88  E21-AUDIT-PARTIAL-RUN      VALUE "P".
000176         88  E21-AUDIT-COMPLETE-RUN     VALUE " ".
000178     05  E21-AUDIT-ELAPSED-SECS     PIC 9(05).
000180     05  E21-AUDIT-RUN-MODE         PIC X(01).
