000010*****************************************************************
000020*  E21BETR.CPY                                                  *
000030*  Betrothed (quasi-amicable) pair lookup record, written by    *
000040*  EULER21 run mode Q.  Two numbers are betrothed when the      *
000050*  aliquot sum of each, less one, is the other (48 and 75).     *
000060*  Laid out exactly like E21PAIR.CPY: keyed by the smaller      *
000070*  member, with an alternate record key on the partner so a     *
000080*  probe on either member finds the record.  The key-sum is     *
000090*  the aliquot sum of the key (partner plus one) and the        *
000100*  partner-sum that of the partner (key plus one).  The file    *
000110*  is a cumulative database like PAIRFIL, and every record      *
000120*  carries the run timestamp and scan range that first found    *
000130*  the pair.                                                    *
000140*****************************************************************
000150 01  E21-BETR-RECORD.
000160     05  E21-BETR-KEY               PIC 9(07).
000170     05  E21-BETR-PARTNER           PIC 9(07).
000180     05  E21-BETR-KEY-SUM           PIC 9(09).
000190     05  E21-BETR-PARTNER-SUM       PIC 9(09).
000200     05  E21-BETR-RUN-TIMESTAMP     PIC X(26).
000210     05  E21-BETR-FOUND-LOWER       PIC 9(07).
000220     05  E21-BETR-FOUND-UPPER       PIC 9(07).
000230     05  FILLER                     PIC X(08).
