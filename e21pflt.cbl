000110*                    WHOLE PARMCRD SCHEDULE BEFORE EULER21       *
000120*                    RUNS, WITH A GO/NO-GO RETURN CODE FOR THE   *
000130*                    SCHEDULER.                                  *
000135*  10/15/2026  RM    BETROTHED-PAIR RUN MODE Q IS RECOGNIZED.    *
000136*  10/15/2026  RM    PARTITION NUMBER AND COUNT ARE CHECKED ON   *
000137*                    EVERY CARD AGAINST THE FIRST CARD.          *
000138*  10/15/2026  RM    GO/NO-GO OUTCOME RECORD WRITTEN TO PFLTOUT  *
000139*                    SO EULER21PLAN CAN CONFIRM A PROPOSED       *
000140*                    SCHEDULE PASSED BEFORE IT GOES LIVE.        *
000141*****************************************************************
000150*****************************************************************
000160*  RUN BY THE SCHEDULER AHEAD OF EULER21 SO A BAD SCHEDULE      *
000170*  CARD FAILS AT SUBMIT TIME INSTEAD OF MID-JOB.  EVERY CARD    *
000180*  IS CHECKED IN ONE PASS: BOUNDS AND STEP SANITY, RECOGNIZED   *
000190*  RUN MODE AND CLASS-REPORT CODES, THE WINDOW-BUDGET VALUES    *
000200*  ON THE FIRST CARD, THE PARTITION NUMBER AND COUNT (SET BY    *
000203*  THE FIRST CARD, REPEATED ON EVERY OTHER), DUPLICATED OR      *
000206*  OVERLAPPING RANGES WITHIN THE SCHEDULE, AN EXPECTED CONTROL  *
000210*  TOTAL ON CTLCARD FOR THE RANGE, AND PRIOR COVERAGE ON        *
000220*  COVLEDG.  THE REPORT GOES TO PREFRPT.  RETURN CODES: 0       *
000230*  CLEAN (GO), 4 WARNINGS ONLY (GO, BUT READ THE REPORT), 8     *
000240*  AT LEAST ONE ERROR (NO-GO).  THE SAME VERDICT AND COUNTS     *
000243*  ARE WRITTEN AS ONE RECORD TO PFLTOUT (SEE E21OUT.CPY).       *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000440     SELECT PREFRPT  ASSIGN TO "PREFRPT"
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS  E21F-PREFRPT-STATUS.
000462
000464     SELECT PFLTOUT  ASSIGN TO "PFLTOUT"
000466         ORGANIZATION LINE SEQUENTIAL
000468         FILE STATUS  E21F-PFLTOUT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000580
000590 FD  PREFRPT.
000600 01  E21F-PREFRPT-RECORD        PIC X(132).
000602
000604 FD  PFLTOUT.
000606     COPY E21OUT.
000610
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000680     05  E21F-CTLCARD-STATUS    PIC X(02)  VALUE "00".
000690     05  E21F-COVLEDG-STATUS    PIC X(02)  VALUE "00".
000700     05  E21F-PREFRPT-STATUS    PIC X(02)  VALUE "00".
000705     05  E21F-PFLTOUT-STATUS    PIC X(02)  VALUE "00".
000710
000720 01  E21F-EOF-SWITCH         PIC X(01)  VALUE "N".
000730     88  E21F-AT-EOF               VALUE "Y".
001210     88  E21F-MATCH-FOUND          VALUE "Y".
001220 77  E21F-ERROR-COUNT        PIC S9(05)  COMP VALUE ZERO.
001230 77  E21F-WARNING-COUNT      PIC S9(05)  COMP VALUE ZERO.
001231
001232*****************************************************************
001233*  PARTITION FIELDS AS EULER21 WILL SEE THEM (NOT NUMERIC OR A  *
001234*  COUNT OF ONE OR LESS MEANS THE WHOLE RANGE), FOR THIS CARD   *
001235*  AND AS SET BY THE FIRST CARD                                 *
001236*****************************************************************
001237 01  E21F-PART-FIELDS.
001238     05  E21F-PART-NUMBER       PIC 9(02)   VALUE ZERO.
001239     05  E21F-PART-COUNT        PIC 9(02)   VALUE ZERO.
001240     05  E21F-FIRST-PART-NUMBER PIC 9(02)   VALUE ZERO.
001241     05  E21F-FIRST-PART-COUNT  PIC 9(02)   VALUE ZERO.
001242
001250*****************************************************************
001260*  REPORT LINE-BUILDING FIELDS                                  *
001270*****************************************************************
001310     05  E21F-ED-COUNT          PIC ZZZZ9.
001320 01  E21F-SUM-LABEL          PIC X(20)  VALUE SPACES.
001330 01  E21F-SUM-COUNT          PIC S9(05)  COMP VALUE ZERO.
001331
001332*****************************************************************
001333*  RUN TIMESTAMP WORK FIELDS (FOR THE OUTCOME RECORD)           *
001334*****************************************************************
001335 01  E21F-SYSTEM-DATE-TIME   PIC X(21).
001336 01  E21F-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001340
001350 PROCEDURE DIVISION.
001360*****************************************************************
001430     PERFORM 2600-LOAD-COVLEDG    THRU 2600-EXIT.
001440     PERFORM 3000-VALIDATE-SCHEDULE THRU 3000-EXIT.
001450     PERFORM 5000-PRINT-VERDICT   THRU 5000-EXIT.
001455     PERFORM 5500-WRITE-OUTCOME   THRU 5500-EXIT.
001460     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001470     STOP RUN.
001480
001500*  1000-INITIALIZE -- OPEN THE REPORT                            *
001510*****************************************************************
001520 1000-INITIALIZE.
001522     MOVE FUNCTION CURRENT-DATE TO E21F-SYSTEM-DATE-TIME.
001523     STRING E21F-SYSTEM-DATE-TIME (1:4)  "-"
001524            E21F-SYSTEM-DATE-TIME (5:2)  "-"
001525            E21F-SYSTEM-DATE-TIME (7:2)  " "
001526            E21F-SYSTEM-DATE-TIME (9:2)  ":"
001527            E21F-SYSTEM-DATE-TIME (11:2) ":"
001528            E21F-SYSTEM-DATE-TIME (13:2)
001529            DELIMITED BY SIZE INTO E21F-RUN-TIMESTAMP
001530     END-STRING.
001531     OPEN OUTPUT PREFRPT.
001540     IF E21F-PREFRPT-STATUS NOT EQUAL "00"
001550         DISPLAY "EULER21PFLT: UNABLE TO OPEN PREFRPT, STATUS="
001560                 E21F-PREFRPT-STATUS
003380        AND E21-PARM-RUN-MODE NOT EQUAL "B"
003390        AND E21-PARM-RUN-MODE NOT EQUAL "S"
003400        AND E21-PARM-RUN-MODE NOT EQUAL "T"
003405        AND E21-PARM-RUN-MODE NOT EQUAL "Q"
003410        AND E21-PARM-RUN-MODE NOT EQUAL SPACE
003420         MOVE "RUN MODE NOT A/C/B/S/T/Q - RANGE WOULD SCAN IDLE"
003430             TO E21F-MSG-TEXT
003440         PERFORM 3900-WRITE-ERROR THRU 3900-EXIT
003450     END-IF.
003650     IF E21F-SCHED-IX EQUAL 1
003660         PERFORM 3200-CHECK-WINDOW-BUDGET THRU 3200-EXIT
003670     END-IF.
003675     PERFORM 3250-CHECK-PARTITION THRU 3250-EXIT.
003680     PERFORM 3300-CHECK-DUPLICATES THRU 3300-EXIT.
003690     PERFORM 3400-CHECK-CONTROL-TOTAL THRU 3400-EXIT.
003700     PERFORM 3500-CHECK-PRIOR-COVERAGE THRU 3500-EXIT.
004000     END-IF.
004010 3200-EXIT.
004020     EXIT.
004021
004022*****************************************************************
004023*  3250-CHECK-PARTITION -- EULER21 TAKES THE PARTITION FROM THE  *
004024*  FIRST CARD AND STOPS THE JOB IF IT IS OUT OF RANGE; ANY LATER *
004025*  CARD WHOSE PARTITION DIFFERS IS SKIPPED.  BOTH ARE ERRORS     *
004026*  HERE.  UNREADABLE FIELDS RUN AS THE WHOLE RANGE (A WARNING).  *
004027*****************************************************************
004028 3250-CHECK-PARTITION.
004029     MOVE E21-PARM-PART-NUMBER TO E21F-PART-NUMBER.
004030     MOVE E21-PARM-PART-COUNT  TO E21F-PART-COUNT.
004031     IF E21-PARM-PART-COUNT NOT NUMERIC
004032        OR E21-PARM-PART-NUMBER NOT NUMERIC
004033         IF E21-PARM-PART-COUNT NOT EQUAL SPACES
004034            OR E21-PARM-PART-NUMBER NOT EQUAL SPACES
004035             MOVE "PARTITION NOT NUMERIC, WHOLE RANGE WILL BE RUN"
004036                 TO E21F-MSG-TEXT
004037             PERFORM 3910-WRITE-WARNING THRU 3910-EXIT
004038         END-IF
004039         MOVE ZERO TO E21F-PART-NUMBER
004040         MOVE ZERO TO E21F-PART-COUNT
004041     END-IF.
004042     IF E21F-PART-COUNT NOT GREATER THAN 1
004043         MOVE ZERO TO E21F-PART-NUMBER
004044         MOVE ZERO TO E21F-PART-COUNT
004045     END-IF.
004046
004047     IF E21F-SCHED-IX EQUAL 1
004048         IF E21F-PART-COUNT GREATER THAN 20
004049            OR (E21F-PART-COUNT GREATER THAN 1
004050                AND (E21F-PART-NUMBER LESS THAN 1
004051                     OR E21F-PART-NUMBER GREATER THAN
004052                        E21F-PART-COUNT))
004053             MOVE "PARTITION INVALID, EULER21 WILL STOP"
004054                 TO E21F-MSG-TEXT
004055             PERFORM 3900-WRITE-ERROR THRU 3900-EXIT
004056         END-IF
004057         MOVE E21F-PART-NUMBER TO E21F-FIRST-PART-NUMBER
004058         MOVE E21F-PART-COUNT  TO E21F-FIRST-PART-COUNT
004059         GO TO 3250-EXIT
004060     END-IF.
004061
004062     IF E21F-PART-NUMBER NOT EQUAL E21F-FIRST-PART-NUMBER
004063        OR E21F-PART-COUNT NOT EQUAL E21F-FIRST-PART-COUNT
004064         MOVE "PARTITION NOT AS FIRST CARD, RANGE WILL BE SKIPPED"
004065             TO E21F-MSG-TEXT
004066         PERFORM 3900-WRITE-ERROR THRU 3900-EXIT
004067     END-IF.
004068 3250-EXIT.
004069     EXIT.
004070
004071*****************************************************************
004072*  3300-CHECK-DUPLICATES -- THIS CARD AGAINST EVERY EARLIER      *
004073*  USABLE CARD: AN IDENTICAL RANGE AND STEP IS AN ERROR (A       *
004074*  RESTART COULD RESUME THE WRONG COPY), A MERE OVERLAP IS A     *
004080*  WARNING (WASTED WINDOW, DOUBLE-COUNTED LEDGER COVERAGE)       *
004090*****************************************************************
004100 3300-CHECK-DUPLICATES.
005960 5100-EXIT.
005970     EXIT.
005980
005981*****************************************************************
005982*  5500-WRITE-OUTCOME -- ONE MACHINE-READABLE RECORD, RECREATED  *
005983*  EVERY RUN, SO EULER21PLAN CAN SEE WHETHER THE SCHEDULE IT     *
005984*  PROPOSED PASSED (SEE E21OUT.CPY FOR VERDICTS AND COUNTS)      *
005985*****************************************************************
005986 5500-WRITE-OUTCOME.
005987     OPEN OUTPUT PFLTOUT.
005988     IF E21F-PFLTOUT-STATUS NOT EQUAL "00"
005989         DISPLAY "EULER21PFLT: UNABLE TO OPEN PFLTOUT, STATUS="
005990                 E21F-PFLTOUT-STATUS
005991         GO TO 5500-EXIT
005992     END-IF.
005993     MOVE SPACES TO E21-OUTCOME-RECORD.
005994     MOVE "EULER21PFLT" TO E21-OUT-JOB-NAME.
005995     MOVE E21F-RUN-TIMESTAMP TO E21-OUT-TIMESTAMP.
005996     IF E21F-ERROR-COUNT GREATER THAN ZERO
005997         MOVE "N" TO E21-OUT-VERDICT
005998     ELSE
005999         MOVE "G" TO E21-OUT-VERDICT
006000     END-IF.
006001     MOVE E21F-SCHED-COUNT     TO E21-OUT-COUNT-1.
006002     MOVE E21F-ERROR-COUNT     TO E21-OUT-COUNT-2.
006003     MOVE E21F-WARNING-COUNT   TO E21-OUT-COUNT-3.
006004     MOVE RETURN-CODE          TO E21-OUT-RETURN-CODE.
006005     WRITE E21-OUTCOME-RECORD.
006006     CLOSE PFLTOUT.
006007 5500-EXIT.
006008     EXIT.
006009
006010*****************************************************************
006020*  9000-TERMINATE -- CLOSE THE REPORT                            *
006030*****************************************************************
006040 9000-TERMINATE.
006050     CLOSE PREFRPT.
006060 9000-EXIT.
006070     EXIT.
