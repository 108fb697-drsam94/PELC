000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21WTCH.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - OPEN-ENDED ALIQUOT SEQUENCE      *
000110*                    WATCHLIST AND CONTINUATION OVER TRAJFIL.    *
000120*****************************************************************
000130*****************************************************************
000140*  TRAJFIL IS WRITTEN BY EULER21 RUN MODE T, AND A CANDIDATE    *
000150*  STILL OPEN AT THE STEP OR VALUE LIMIT (TERM-TYPE "O", LIKE   *
000160*  276) WAS UNTIL NOW LEFT THERE AS A ONE-OFF SNAPSHOT.  THIS   *
000170*  JOB KEEPS A STANDING WATCHLIST OF THOSE SEQUENCES ON THE     *
000180*  KEYED FILE WTCHFIL (SEE E21WTCH.CPY).  EVERY OPEN-ENDED      *
000190*  TRAJFIL RECORD NOT YET WATCHED IS ADDED WITH ITS LENGTH,     *
000200*  PEAK AND TERMINAL VALUE; THEN EVERY SEQUENCE STILL OPEN OR   *
000210*  STUCK IS RESUMED FROM ITS LAST VALUE - NEVER RE-WALKED FROM  *
000220*  THE START - FOR UP TO THE EXTRA STEP LIMIT AND VALUE         *
000230*  CEILING ACCEPTED AT THE CONSOLE (BLANK TAKES 500 STEPS AND   *
000240*  THE FULL E21SIGMA RANGE), AND ITS RECORD IS UPDATED.  THE    *
000250*  WTCHRPT REPORT LISTS EACH SEQUENCE WALKED AS TERMINATED      *
000260*  (REACHED 1, HIT A PERFECT NUMBER OR ENTERED A CYCLE), GROWN  *
000270*  (STILL OPEN, LONGER THAN BEFORE) OR STUCK (ITS NEXT ALIQUOT  *
000280*  SUM LIES BEYOND THE RANGE E21SIGMA CAN COMPUTE).  A CYCLE    *
000290*  IS RECOGNIZED WITHIN THE STEPS WALKED IN ONE RUN, WHICH      *
000300*  FINDS ANY CYCLE THE SEQUENCE HAS ENTERED WITHIN ONE LAP.     *
000310*  RETURN CODES: 0 DONE, 8 BAD LIMIT OR FILE TROUBLE.           *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRAJFIL  ASSIGN TO "TRAJFIL"
000400         ORGANIZATION INDEXED
000410         ACCESS MODE  SEQUENTIAL
000420         RECORD KEY   E21-TRAJ-KEY
000430         FILE STATUS  E21W-TRAJFIL-STATUS.
000440     SELECT WTCHFIL  ASSIGN TO "WTCHFIL"
000450         ORGANIZATION INDEXED
000460         ACCESS MODE  DYNAMIC
000470         RECORD KEY   E21-WTCH-KEY
000480         FILE STATUS  E21W-WTCHFIL-STATUS.
000490     SELECT WTCHRPT  ASSIGN TO "WTCHRPT"
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS  E21W-WTCHRPT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  TRAJFIL.
000550     COPY E21TRAJ.
000560 FD  WTCHFIL.
000570     COPY E21WTCH.
000580 FD  WTCHRPT.
000590 01  E21W-WTCHRPT-RECORD        PIC X(132).
000600 WORKING-STORAGE SECTION.
000610 01  E21W-FILE-STATUSES.
000620     05  E21W-TRAJFIL-STATUS    PIC X(02)  VALUE "00".
000630     05  E21W-WTCHFIL-STATUS    PIC X(02)  VALUE "00".
000640     05  E21W-WTCHRPT-STATUS    PIC X(02)  VALUE "00".
000650
000660 01  E21W-EOF-SWITCH         PIC X(01)  VALUE "N".
000670     88  E21W-AT-EOF               VALUE "Y".
000680
000690*****************************************************************
000700*  DIVISOR-SUM SERVICE PARAMETER AREA (E21SIGMA "L" REQUESTS)   *
000710*****************************************************************
000720     COPY E21SIGP.
000730
000740*****************************************************************
000750*  RUN LIMITS, ACCEPTED AT THE CONSOLE.  ONE ALPHANUMERIC       *
000760*  FIELD PER PROMPT SO A NON-NUMERIC ENTRY IS REJECTED CLEANLY. *
000770*  THE STEP LIMIT IS BOUNDED BY THE SEQUENCE TABLE BELOW.       *
000780*****************************************************************
000790 01  E21W-ANS-STEPS          PIC X(03)  VALUE SPACES.
000800 01  E21W-ANS-CEILING        PIC X(09)  VALUE SPACES.
000810 01  E21W-STEPS-USED         PIC S9(04)  COMP VALUE ZERO.
000820 01  E21W-CEILING-USED       PIC S9(09)  COMP VALUE ZERO.
000830
000840*****************************************************************
000850*  CONTINUATION WORK FIELDS.  THE SEQUENCE TABLE HOLDS EVERY    *
000860*  VALUE VISITED IN THIS RUN'S WALK, ENTRY 1 BEING THE VALUE    *
000870*  RESUMED FROM, SO A REPEATED VALUE IS RECOGNIZED AS ENTERING  *
000880*  A CYCLE.                                                     *
000890*****************************************************************
000900 01  E21W-WALK-FIELDS.
000910     05  E21W-X                 PIC S9(09)  COMP.
000920     05  E21W-NEXT              PIC S9(09)  COMP.
000930     05  E21W-STEP-IX           PIC S9(04)  COMP.
000940     05  E21W-SCAN-IX           PIC S9(04)  COMP.
000950     05  E21W-SEEN-COUNT        PIC S9(04)  COMP.
000960     05  E21W-STEPS-TAKEN       PIC S9(04)  COMP.
000970     05  E21W-PRIOR-LENGTH      PIC S9(07)  COMP.
000980 01  E21W-SEQ-TABLE.
000990     05  E21W-SEQ-VALUE OCCURS 1000 TIMES
001000                             PIC S9(09)  COMP.
001010 01  E21W-WALK-STATE         PIC X(01)  VALUE "N".
001020     88  E21W-WALK-OPEN            VALUE "N".
001030     88  E21W-WALK-AT-ONE          VALUE "1".
001040     88  E21W-WALK-PERFECT         VALUE "P".
001050     88  E21W-WALK-CYCLE           VALUE "C".
001060     88  E21W-WALK-AT-CEILING      VALUE "V".
001070     88  E21W-WALK-STUCK           VALUE "S".
001080
001090*****************************************************************
001100*  COUNTERS                                                     *
001110*****************************************************************
001120 77  E21W-ON-FILE-COUNT      PIC S9(07)  COMP VALUE ZERO.
001130 77  E21W-TRAJ-OPEN-COUNT    PIC S9(07)  COMP VALUE ZERO.
001140 77  E21W-ADDED-COUNT        PIC S9(07)  COMP VALUE ZERO.
001150 77  E21W-WALKED-COUNT       PIC S9(07)  COMP VALUE ZERO.
001160 77  E21W-TERMINATED-COUNT   PIC S9(07)  COMP VALUE ZERO.
001170 77  E21W-GROWN-COUNT        PIC S9(07)  COMP VALUE ZERO.
001180 77  E21W-STUCK-COUNT        PIC S9(07)  COMP VALUE ZERO.
001190 77  E21W-EARLIER-COUNT      PIC S9(07)  COMP VALUE ZERO.
001200
001210*****************************************************************
001220*  REPORT LINE-BUILDING FIELDS                                  *
001230*****************************************************************
001240 01  E21W-DETAIL-LINE        PIC X(132) VALUE SPACES.
001250 01  E21W-LINE-TAG           PIC X(10)  VALUE SPACES.
001260 01  E21W-LINE-NOTE          PIC X(24)  VALUE SPACES.
001270 01  E21W-EDIT-FIELDS.
001280     05  E21W-ED-KEY            PIC ZZZZZZ9.
001290     05  E21W-ED-OLD-LENGTH     PIC ZZZZZZ9.
001300     05  E21W-ED-LENGTH         PIC ZZZZZZ9.
001310     05  E21W-ED-PEAK           PIC ZZZZZZZZ9.
001320     05  E21W-ED-LAST           PIC ZZZZZZZZ9.
001330     05  E21W-ED-STEPS          PIC ZZ9.
001340     05  E21W-ED-CEILING        PIC ZZZZZZZZ9.
001350     05  E21W-ED-COUNT          PIC ZZZZZZ9.
001360 01  E21W-SUM-LABEL          PIC X(20)  VALUE SPACES.
001370 01  E21W-SUM-COUNT          PIC S9(07)  COMP VALUE ZERO.
001380
001390*****************************************************************
001400*  RUN TIMESTAMP WORK FIELDS                                    *
001410*****************************************************************
001420 01  E21W-SYSTEM-DATE-TIME   PIC X(21).
001430 01  E21W-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001440 PROCEDURE DIVISION.
001450*****************************************************************
001460*  0000-MAINLINE                                                 *
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001500     PERFORM 2000-ADD-FROM-TRAJFIL THRU 2000-EXIT.
001510     PERFORM 3000-WALK-WATCHLIST   THRU 3000-EXIT.
001520     PERFORM 4000-PRINT-TOTALS     THRU 4000-EXIT.
001530     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001540     STOP RUN.
001550
001560*****************************************************************
001570*  1000-INITIALIZE -- THE REPORT, THE RUN LIMITS AND THE         *
001580*  WATCHLIST FILE (CREATED EMPTY ON THE FIRST RUN)               *
001590*****************************************************************
001600 1000-INITIALIZE.
001610     MOVE FUNCTION CURRENT-DATE TO E21W-SYSTEM-DATE-TIME.
001620     STRING E21W-SYSTEM-DATE-TIME (1:4)  "-"
001630            E21W-SYSTEM-DATE-TIME (5:2)  "-"
001640            E21W-SYSTEM-DATE-TIME (7:2)  " "
001650            E21W-SYSTEM-DATE-TIME (9:2)  ":"
001660            E21W-SYSTEM-DATE-TIME (11:2) ":"
001670            E21W-SYSTEM-DATE-TIME (13:2)
001680            DELIMITED BY SIZE INTO E21W-RUN-TIMESTAMP
001690     END-STRING.
001700     OPEN OUTPUT WTCHRPT.
001710     IF E21W-WTCHRPT-STATUS NOT EQUAL "00"
001720         DISPLAY "EULER21WTCH: UNABLE TO OPEN WTCHRPT, STATUS="
001730                 E21W-WTCHRPT-STATUS
001740         MOVE 8 TO RETURN-CODE
001750         GO TO 1000-EXIT-ERROR
001760     END-IF.
001770     DISPLAY "ENTER EXTRA STEPS PER SEQUENCE (001-999, "
001780             "BLANK = 500): ".
001790     ACCEPT E21W-ANS-STEPS.
001800     IF E21W-ANS-STEPS EQUAL SPACES
001810         MOVE 500 TO E21W-STEPS-USED
001820     ELSE
001830         IF E21W-ANS-STEPS NOT NUMERIC
001840            OR E21W-ANS-STEPS EQUAL "000"
001850             DISPLAY "EULER21WTCH: STEP LIMIT IS NOT 001-999"
001860             MOVE 8 TO RETURN-CODE
001870             GO TO 1000-EXIT-ERROR
001880         END-IF
001890         MOVE E21W-ANS-STEPS TO E21W-STEPS-USED
001900     END-IF.
001910     DISPLAY "ENTER VALUE CEILING (000000001-999999999, "
001920             "BLANK = 999999999): ".
001930     ACCEPT E21W-ANS-CEILING.
001940     IF E21W-ANS-CEILING EQUAL SPACES
001950         MOVE 999999999 TO E21W-CEILING-USED
001960     ELSE
001970         IF E21W-ANS-CEILING NOT NUMERIC
001980            OR E21W-ANS-CEILING EQUAL "000000000"
001990             DISPLAY "EULER21WTCH: VALUE CEILING IS NOT "
002000                     "000000001-999999999"
002010             MOVE 8 TO RETURN-CODE
002020             GO TO 1000-EXIT-ERROR
002030         END-IF
002040         MOVE E21W-ANS-CEILING TO E21W-CEILING-USED
002050     END-IF.
002060     MOVE "OPEN-ENDED ALIQUOT SEQUENCE WATCHLIST"
002070         TO E21W-WTCHRPT-RECORD.
002080     WRITE E21W-WTCHRPT-RECORD.
002090     MOVE E21W-STEPS-USED   TO E21W-ED-STEPS.
002100     MOVE E21W-CEILING-USED TO E21W-ED-CEILING.
002110     MOVE SPACES TO E21W-DETAIL-LINE.
002120     STRING "RUN " E21W-RUN-TIMESTAMP (1:19)
002130            "  EXTRA STEPS PER SEQUENCE=" E21W-ED-STEPS
002140            "  VALUE CEILING=" E21W-ED-CEILING
002150            DELIMITED BY SIZE INTO E21W-DETAIL-LINE
002160     END-STRING.
002170     MOVE E21W-DETAIL-LINE TO E21W-WTCHRPT-RECORD.
002180     WRITE E21W-WTCHRPT-RECORD.
002190     OPEN I-O WTCHFIL.
002200     IF E21W-WTCHFIL-STATUS NOT EQUAL "00"
002210         OPEN OUTPUT WTCHFIL
002220         IF E21W-WTCHFIL-STATUS EQUAL "00"
002230             CLOSE WTCHFIL
002240             OPEN I-O WTCHFIL
002250         END-IF
002260     END-IF.
002270     IF E21W-WTCHFIL-STATUS NOT EQUAL "00"
002280         DISPLAY "EULER21WTCH: UNABLE TO OPEN WTCHFIL, STATUS="
002290                 E21W-WTCHFIL-STATUS
002300         MOVE 8 TO RETURN-CODE
002310         GO TO 1000-EXIT-ERROR
002320     END-IF.
002330     GO TO 1000-EXIT.
002340
002350 1000-EXIT-ERROR.
002360     STOP RUN.
002370
002380 1000-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420*  2000-ADD-FROM-TRAJFIL -- EVERY OPEN-ENDED TRAJECTORY NOT YET  *
002430*  ON THE WATCHLIST IS ADDED AS IT STANDS ON TRAJFIL.  A         *
002440*  MISSING TRAJFIL ADDS NOTHING BUT THE WATCHLIST IS STILL       *
002450*  WALKED.                                                       *
002460*****************************************************************
002470 2000-ADD-FROM-TRAJFIL.
002480     MOVE SPACES TO E21W-WTCHRPT-RECORD.
002490     WRITE E21W-WTCHRPT-RECORD.
002500     MOVE "ADDED TO THE WATCHLIST FROM TRAJFIL"
002510         TO E21W-WTCHRPT-RECORD.
002520     WRITE E21W-WTCHRPT-RECORD.
002530     OPEN INPUT TRAJFIL.
002540     IF E21W-TRAJFIL-STATUS NOT EQUAL "00"
002550         MOVE "  NO TRAJECTORY FILE ON FILE, NOTHING ADDED"
002560             TO E21W-WTCHRPT-RECORD
002570         WRITE E21W-WTCHRPT-RECORD
002580         GO TO 2000-EXIT
002590     END-IF.
002600     MOVE "N" TO E21W-EOF-SWITCH.
002610     PERFORM 2100-READ-ONE-TRAJ THRU 2100-EXIT
002620         UNTIL E21W-AT-EOF.
002630     CLOSE TRAJFIL.
002640     IF E21W-ADDED-COUNT EQUAL ZERO
002650         MOVE "  NONE" TO E21W-WTCHRPT-RECORD
002660         WRITE E21W-WTCHRPT-RECORD
002670     END-IF.
002680 2000-EXIT.
002690     EXIT.
002700
002710 2100-READ-ONE-TRAJ.
002720     READ TRAJFIL
002730         AT END
002740             MOVE "Y" TO E21W-EOF-SWITCH
002750         NOT AT END
002760             PERFORM 2200-CHECK-ONE-TRAJ THRU 2200-EXIT
002770     END-READ.
002780 2100-EXIT.
002790     EXIT.
002800
002810 2200-CHECK-ONE-TRAJ.
002820     IF NOT E21-TRAJ-OPEN-ENDED
002830         GO TO 2200-EXIT
002840     END-IF.
002850     IF E21-TRAJ-KEY NOT NUMERIC
002860        OR E21-TRAJ-LENGTH NOT NUMERIC
002870        OR E21-TRAJ-PEAK NOT NUMERIC
002880        OR E21-TRAJ-TERM-VALUE NOT NUMERIC
002890         GO TO 2200-EXIT
002900     END-IF.
002910     ADD 1 TO E21W-TRAJ-OPEN-COUNT.
002920     MOVE E21-TRAJ-KEY TO E21-WTCH-KEY.
002930     READ WTCHFIL
002940         KEY IS E21-WTCH-KEY
002950         INVALID KEY
002960             PERFORM 2300-ADD-ONE-ENTRY THRU 2300-EXIT
002970     END-READ.
002980 2200-EXIT.
002990     EXIT.
003000
003010 2300-ADD-ONE-ENTRY.
003020     MOVE SPACES TO E21-WTCH-RECORD.
003030     MOVE E21-TRAJ-KEY        TO E21-WTCH-KEY.
003040     MOVE "O"                 TO E21-WTCH-STATUS.
003050     MOVE E21-TRAJ-LENGTH     TO E21-WTCH-LENGTH.
003060     MOVE E21-TRAJ-PEAK       TO E21-WTCH-PEAK.
003070     MOVE E21-TRAJ-TERM-VALUE TO E21-WTCH-LAST-VALUE.
003080     MOVE E21W-RUN-TIMESTAMP  TO E21-WTCH-ADDED-TIMESTAMP.
003090     MOVE ZERO                TO E21-WTCH-RUN-COUNT.
003100     WRITE E21-WTCH-RECORD
003110         INVALID KEY
003120             DISPLAY "EULER21WTCH: UNABLE TO ADD WTCHFIL KEY "
003130                     E21-WTCH-KEY ", STATUS="
003140                     E21W-WTCHFIL-STATUS
003150             MOVE 8 TO RETURN-CODE
003160             GO TO 2300-EXIT
003170     END-WRITE.
003180     ADD 1 TO E21W-ADDED-COUNT.
003190     MOVE E21-WTCH-KEY        TO E21W-ED-KEY.
003200     MOVE E21-WTCH-LENGTH     TO E21W-ED-LENGTH.
003210     MOVE E21-WTCH-PEAK       TO E21W-ED-PEAK.
003220     MOVE E21-WTCH-LAST-VALUE TO E21W-ED-LAST.
003230     MOVE SPACES TO E21W-DETAIL-LINE.
003240     STRING "  ADDED      " E21W-ED-KEY
003250            "  LENGTH " E21W-ED-LENGTH
003260            "  PEAK=" E21W-ED-PEAK
003270            "  LAST=" E21W-ED-LAST
003280            DELIMITED BY SIZE INTO E21W-DETAIL-LINE
003290     END-STRING.
003300     MOVE E21W-DETAIL-LINE TO E21W-WTCHRPT-RECORD.
003310     WRITE E21W-WTCHRPT-RECORD.
003320 2300-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*  3000-WALK-WATCHLIST -- ONE PASS OVER THE WHOLE WATCHLIST IN   *
003370*  KEY ORDER.  THE FILE IS REOPENED SO THE SEQUENTIAL READ       *
003380*  STARTS FROM THE FIRST KEY.  A SEQUENCE ALREADY TERMINATED ON  *
003390*  AN EARLIER RUN IS COUNTED BUT NOT WALKED; OPEN AND STUCK      *
003400*  ONES ARE RESUMED.                                             *
003410*****************************************************************
003420 3000-WALK-WATCHLIST.
003430     MOVE SPACES TO E21W-WTCHRPT-RECORD.
003440     WRITE E21W-WTCHRPT-RECORD.
003450     MOVE "SEQUENCES RESUMED THIS RUN" TO E21W-WTCHRPT-RECORD.
003460     WRITE E21W-WTCHRPT-RECORD.
003470     CLOSE WTCHFIL.
003480     OPEN I-O WTCHFIL.
003490     IF E21W-WTCHFIL-STATUS NOT EQUAL "00"
003500         DISPLAY "EULER21WTCH: UNABLE TO REOPEN WTCHFIL, STATUS="
003510                 E21W-WTCHFIL-STATUS
003520         MOVE 8 TO RETURN-CODE
003530         GO TO 3000-EXIT
003540     END-IF.
003550     MOVE "N" TO E21W-EOF-SWITCH.
003560     PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
003570         UNTIL E21W-AT-EOF.
003580     IF E21W-WALKED-COUNT EQUAL ZERO
003590         MOVE "  NONE" TO E21W-WTCHRPT-RECORD
003600         WRITE E21W-WTCHRPT-RECORD
003610     END-IF.
003620 3000-EXIT.
003630     EXIT.
003640
003650 3100-READ-ONE-ENTRY.
003660     READ WTCHFIL NEXT RECORD
003670         AT END
003680             MOVE "Y" TO E21W-EOF-SWITCH
003690         NOT AT END
003700             PERFORM 3150-SELECT-ONE-ENTRY THRU 3150-EXIT
003710     END-READ.
003720 3100-EXIT.
003730     EXIT.
003740
003750 3150-SELECT-ONE-ENTRY.
003760     ADD 1 TO E21W-ON-FILE-COUNT.
003770     IF E21-WTCH-TERMINATED
003780         ADD 1 TO E21W-EARLIER-COUNT
003790         GO TO 3150-EXIT
003800     END-IF.
003810     IF E21-WTCH-LAST-VALUE NOT NUMERIC
003820        OR E21-WTCH-LENGTH NOT NUMERIC
003830        OR E21-WTCH-PEAK NOT NUMERIC
003840         DISPLAY "EULER21WTCH: WTCHFIL KEY " E21-WTCH-KEY
003850                 " NOT NUMERIC, NOT RESUMED"
003860         GO TO 3150-EXIT
003870     END-IF.
003880     PERFORM 3200-RESUME-ONE-SEQUENCE THRU 3200-EXIT.
003890 3150-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*  3200-RESUME-ONE-SEQUENCE -- CONTINUE FROM THE LAST VALUE,     *
003940*  THEN RECORD WHERE THE WALK STOPPED: TERMINATED (1, P OR C),   *
003950*  STUCK AT THE SIGMA RANGE, OR STILL OPEN AT THE STEP LIMIT OR  *
003960*  THE VALUE CEILING.                                            *
003970*****************************************************************
003980 3200-RESUME-ONE-SEQUENCE.
003990     ADD 1 TO E21W-WALKED-COUNT.
004000     MOVE E21-WTCH-LENGTH TO E21W-PRIOR-LENGTH.
004010     MOVE "N" TO E21W-WALK-STATE.
004020     MOVE E21-WTCH-LAST-VALUE TO E21W-X.
004030     MOVE E21W-X TO E21W-SEQ-VALUE (1).
004040     MOVE 1 TO E21W-SEEN-COUNT.
004050     MOVE ZERO TO E21W-STEPS-TAKEN.
004060     PERFORM 3300-WALK-ONE-STEP THRU 3300-EXIT
004070         VARYING E21W-STEP-IX FROM 1 BY 1
004080         UNTIL E21W-STEP-IX GREATER THAN E21W-STEPS-USED
004090            OR NOT E21W-WALK-OPEN.
004100     ADD E21W-STEPS-TAKEN TO E21-WTCH-LENGTH.
004110     MOVE E21W-X TO E21-WTCH-LAST-VALUE.
004120     EVALUATE TRUE
004130         WHEN E21W-WALK-AT-ONE
004140           OR E21W-WALK-PERFECT
004150           OR E21W-WALK-CYCLE
004160             MOVE "T" TO E21-WTCH-STATUS
004170             MOVE E21W-WALK-STATE TO E21-WTCH-END-TYPE
004180             ADD 1 TO E21W-TERMINATED-COUNT
004190         WHEN E21W-WALK-STUCK
004200             MOVE "S" TO E21-WTCH-STATUS
004210             ADD 1 TO E21W-STUCK-COUNT
004220         WHEN OTHER
004230             MOVE "O" TO E21-WTCH-STATUS
004240             ADD 1 TO E21W-GROWN-COUNT
004250     END-EVALUATE.
004260     MOVE E21W-RUN-TIMESTAMP TO E21-WTCH-LAST-RUN-TIMESTAMP.
004270     ADD 1 TO E21-WTCH-RUN-COUNT.
004280     REWRITE E21-WTCH-RECORD
004290         INVALID KEY
004300             DISPLAY "EULER21WTCH: UNABLE TO UPDATE WTCHFIL KEY "
004310                     E21-WTCH-KEY ", STATUS="
004320                     E21W-WTCHFIL-STATUS
004330             MOVE 8 TO RETURN-CODE
004340     END-REWRITE.
004350     PERFORM 3500-WRITE-WALK-LINE THRU 3500-EXIT.
004360 3200-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*  3300-WALK-ONE-STEP -- ONE ALIQUOT STEP.  A FAILED SIGMA       *
004410*  REQUEST MEANS THE SUM LIES BEYOND THE SERVICE'S RANGE: THE    *
004420*  SEQUENCE IS STUCK AT ITS CURRENT VALUE AND THE STEP IS NOT    *
004430*  COUNTED.  A SUM ABOVE THE VALUE CEILING IS TAKEN AS THE LAST  *
004440*  STEP OF THIS RUN, AS RUN MODE T RECORDS IT.                   *
004450*****************************************************************
004460 3300-WALK-ONE-STEP.
004470     MOVE "L" TO E21-SIGSVC-REQUEST.
004480     MOVE E21W-X TO E21-SIGSVC-NUMBER.
004490     CALL "E21SIGMA" USING E21-SIGSVC-PARMS.
004500     IF NOT E21-SIGSVC-OK
004510        OR E21-SIGSVC-RESULT LESS THAN 1
004520         MOVE "S" TO E21W-WALK-STATE
004530         GO TO 3300-EXIT
004540     END-IF.
004550     MOVE E21-SIGSVC-RESULT TO E21W-NEXT.
004560     ADD 1 TO E21W-STEPS-TAKEN.
004570     EVALUATE TRUE
004580         WHEN E21W-NEXT EQUAL 1
004590             MOVE "1" TO E21W-WALK-STATE
004600             MOVE 1 TO E21W-X
004610         WHEN E21W-NEXT EQUAL E21W-X
004620             MOVE "P" TO E21W-WALK-STATE
004630         WHEN E21W-NEXT GREATER THAN E21W-CEILING-USED
004640             MOVE "V" TO E21W-WALK-STATE
004650             PERFORM 3420-TAKE-NEXT-VALUE THRU 3420-EXIT
004660         WHEN OTHER
004670             PERFORM 3400-SCAN-FOR-CYCLE THRU 3400-EXIT
004680     END-EVALUATE.
004690 3300-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730*  3400-SCAN-FOR-CYCLE -- A NEXT VALUE ALREADY WALKED THIS RUN   *
004740*  MEANS THE SEQUENCE ENTERED A CYCLE; A NEW VALUE IS APPENDED   *
004750*  AND THE WALK CONTINUES FROM IT.                               *
004760*****************************************************************
004770 3400-SCAN-FOR-CYCLE.
004780     PERFORM 3410-CHECK-ONE-SEEN THRU 3410-EXIT
004790         VARYING E21W-SCAN-IX FROM 1 BY 1
004800         UNTIL E21W-SCAN-IX GREATER THAN E21W-SEEN-COUNT
004810            OR E21W-WALK-CYCLE.
004820     IF E21W-WALK-CYCLE
004830         MOVE E21W-NEXT TO E21W-X
004840         GO TO 3400-EXIT
004850     END-IF.
004860     IF E21W-SEEN-COUNT LESS THAN 1000
004870         ADD 1 TO E21W-SEEN-COUNT
004880         MOVE E21W-NEXT TO E21W-SEQ-VALUE (E21W-SEEN-COUNT)
004890     END-IF.
004900     PERFORM 3420-TAKE-NEXT-VALUE THRU 3420-EXIT.
004910 3400-EXIT.
004920     EXIT.
004930
004940 3410-CHECK-ONE-SEEN.
004950     IF E21W-SEQ-VALUE (E21W-SCAN-IX) EQUAL E21W-NEXT
004960         MOVE "C" TO E21W-WALK-STATE
004970     END-IF.
004980 3410-EXIT.
004990     EXIT.
005000
005010 3420-TAKE-NEXT-VALUE.
005020     IF E21W-NEXT GREATER THAN E21-WTCH-PEAK
005030         MOVE E21W-NEXT TO E21-WTCH-PEAK
005040     END-IF.
005050     MOVE E21W-NEXT TO E21W-X.
005060 3420-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100*  3500-WRITE-WALK-LINE -- ONE LINE PER SEQUENCE RESUMED,        *
005110*  TAGGED TERMINATED, GROWN OR STUCK, WITH THE LENGTH BEFORE     *
005120*  AND AFTER THIS RUN                                            *
005130*****************************************************************
005140 3500-WRITE-WALK-LINE.
005150     MOVE SPACES TO E21W-LINE-NOTE.
005160     EVALUATE TRUE
005170         WHEN E21W-WALK-AT-ONE
005180             MOVE "TERMINATED" TO E21W-LINE-TAG
005190             MOVE "REACHED 1" TO E21W-LINE-NOTE
005200         WHEN E21W-WALK-PERFECT
005210             MOVE "TERMINATED" TO E21W-LINE-TAG
005220             MOVE "HIT A PERFECT NUMBER" TO E21W-LINE-NOTE
005230         WHEN E21W-WALK-CYCLE
005240             MOVE "TERMINATED" TO E21W-LINE-TAG
005250             MOVE "ENTERED A CYCLE" TO E21W-LINE-NOTE
005260         WHEN E21W-WALK-STUCK
005270             MOVE "STUCK" TO E21W-LINE-TAG
005280             MOVE "SUM BEYOND SIGMA RANGE" TO E21W-LINE-NOTE
005290         WHEN E21W-WALK-AT-CEILING
005300             MOVE "GROWN" TO E21W-LINE-TAG
005310             MOVE "AT THE VALUE CEILING" TO E21W-LINE-NOTE
005320         WHEN OTHER
005330             MOVE "GROWN" TO E21W-LINE-TAG
005340             MOVE "AT THE STEP LIMIT" TO E21W-LINE-NOTE
005350     END-EVALUATE.
005360     MOVE E21-WTCH-KEY        TO E21W-ED-KEY.
005370     MOVE E21W-PRIOR-LENGTH   TO E21W-ED-OLD-LENGTH.
005380     MOVE E21-WTCH-LENGTH     TO E21W-ED-LENGTH.
005390     MOVE E21-WTCH-PEAK       TO E21W-ED-PEAK.
005400     MOVE E21-WTCH-LAST-VALUE TO E21W-ED-LAST.
005410     MOVE SPACES TO E21W-DETAIL-LINE.
005420     STRING "  " E21W-LINE-TAG " " E21W-ED-KEY
005430            "  LENGTH " E21W-ED-OLD-LENGTH " -> " E21W-ED-LENGTH
005440            "  PEAK=" E21W-ED-PEAK
005450            "  LAST=" E21W-ED-LAST
005460            "  " E21W-LINE-NOTE
005470            DELIMITED BY SIZE INTO E21W-DETAIL-LINE
005480     END-STRING.
005490     MOVE E21W-DETAIL-LINE TO E21W-WTCHRPT-RECORD.
005500     WRITE E21W-WTCHRPT-RECORD.
005510 3500-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550*  4000-PRINT-TOTALS -- THE STANDING STATE OF THE WATCHLIST      *
005560*****************************************************************
005570 4000-PRINT-TOTALS.
005580     MOVE SPACES TO E21W-WTCHRPT-RECORD.
005590     WRITE E21W-WTCHRPT-RECORD.
005600     MOVE "OPEN ON TRAJFIL ...." TO E21W-SUM-LABEL.
005610     MOVE E21W-TRAJ-OPEN-COUNT TO E21W-SUM-COUNT.
005620     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005630     MOVE "ADDED THIS RUN ....." TO E21W-SUM-LABEL.
005640     MOVE E21W-ADDED-COUNT TO E21W-SUM-COUNT.
005650     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005660     MOVE "ON THE WATCHLIST ..." TO E21W-SUM-LABEL.
005670     MOVE E21W-ON-FILE-COUNT TO E21W-SUM-COUNT.
005680     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005690     MOVE "RESUMED THIS RUN ..." TO E21W-SUM-LABEL.
005700     MOVE E21W-WALKED-COUNT TO E21W-SUM-COUNT.
005710     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005720     MOVE "TERMINATED THIS RUN " TO E21W-SUM-LABEL.
005730     MOVE E21W-TERMINATED-COUNT TO E21W-SUM-COUNT.
005740     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005750     MOVE "GROWN, STILL OPEN .." TO E21W-SUM-LABEL.
005760     MOVE E21W-GROWN-COUNT TO E21W-SUM-COUNT.
005770     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005780     MOVE "STUCK AT SIGMA RANGE" TO E21W-SUM-LABEL.
005790     MOVE E21W-STUCK-COUNT TO E21W-SUM-COUNT.
005800     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005810     MOVE "TERMINATED EARLIER ." TO E21W-SUM-LABEL.
005820     MOVE E21W-EARLIER-COUNT TO E21W-SUM-COUNT.
005830     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005840 4000-EXIT.
005850     EXIT.
005860
005870 4100-WRITE-COUNT-LINE.
005880     MOVE E21W-SUM-COUNT TO E21W-ED-COUNT.
005890     MOVE SPACES TO E21W-DETAIL-LINE.
005900     STRING "  " E21W-SUM-LABEL ": " E21W-ED-COUNT
005910            DELIMITED BY SIZE INTO E21W-DETAIL-LINE
005920     END-STRING.
005930     MOVE E21W-DETAIL-LINE TO E21W-WTCHRPT-RECORD.
005940     WRITE E21W-WTCHRPT-RECORD.
005950 4100-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990*  9000-TERMINATE -- CLOSE FILES                                 *
006000*****************************************************************
006010 9000-TERMINATE.
006020     CLOSE WTCHFIL.
006030     CLOSE WTCHRPT.
006040 9000-EXIT.
006050     EXIT.
