000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21PLAN.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  DATE        INIT  DESCRIPTION                                 *
000100*  10/15/2026  RM    ORIGINAL - COVERAGE-DRIVEN PLANNER FOR THE  *
000110*                    NEXT WINDOW'S PARMCRD SCHEDULE, WITH A      *
000120*                    PRE-FLIGHT-GATED REPLACE OF THE LIVE CARDS. *
000122*  10/15/2026  RM    THE REPLACE IS APPENDED TO THE CHANGE       *
000124*                    JOURNAL JRNLFIL, ONE RECORD PER SCHEDULE    *
000126*                    POSITION, UNDER THE OPERATOR ID.            *
000130*****************************************************************
000140*****************************************************************
000150*  FUNCTION P (PLAN) TAKES THE RUN SETTINGS AND THE WINDOW       *
000160*  BUDGET FROM CARD 1 OF THE LIVE PARMCRD, MEASURES THROUGHPUT   *
000170*  FROM THE MOST RECENT COMPLETE, TIMED RUNS ON AUDTLOG IN THE   *
000180*  SAME RUN MODE (ITERATIONS PER SECOND FOR EACH RANGE SIZE,     *
000190*  SIZE BEING THE NUMBER OF DIGITS IN THE UPPER BOUND), FINDS    *
000200*  THE GAPS IN STEP-1 COVERAGE ON COVLEDG FOR THAT MODE, AND     *
000210*  FILLS THEM LOWEST FIRST, ONE CARD PER GAP PER RANGE SIZE,     *
000220*  UNTIL THE BUDGET LESS A TENTH OF HEADROOM IS SPENT.  A SIZE   *
000230*  WITH NO RUNS OF ITS OWN BORROWS THE RATE OF THE NEAREST       *
000240*  LARGER SIZE (ELSE SMALLER).  THE PROPOSED CARDS GO TO         *
000250*  PLANCRD, THE PLAN AND ITS PROJECTED FINISH TO PLANRPT, AND    *
000260*  ONE OUTCOME RECORD TO PLANOUT (SEE E21OUT.CPY).  RETURN       *
000270*  CODES: 0 PLAN WRITTEN, 4 NOTHING TO PLAN, 8 NO BUDGET, NO     *
000280*  THROUGHPUT OR A FILE THAT WOULD NOT OPEN.                     *
000290*  FUNCTION R (REPLACE) IS RUN AFTER EULER21PFLT HAS CHECKED     *
000300*  PLANCRD (PFLT'S PARMCRD POINTED AT PLANCRD).  THE LIVE        *
000310*  PARMCRD IS REWRITTEN FROM PLANCRD ONLY WHEN PFLTOUT SHOWS A   *
000320*  GO VERDICT WITH NO ERRORS, TAKEN NO EARLIER THAN THE PLAN,    *
000330*  OVER THE SAME NUMBER OF CARDS THE PLAN WROTE; OTHERWISE       *
000340*  PARMCRD IS LEFT ALONE AND THE RETURN CODE IS 8.               *
000342*  A REPLACE IS JOURNALED TO JRNLFIL (SEE E21JRNL.CPY): OLD AND  *
000344*  NEW CARD AT EACH SCHEDULE POSITION, SO A RANGE THE PLAN DROPS *
000346*  SHOWS AS A CARD WITH A BLANK AFTER IMAGE.                     *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARMCRD  ASSIGN TO "PARMCRD"
000430         ORGANIZATION LINE SEQUENTIAL
000440         FILE STATUS  E21Y-PARMCRD-STATUS.
000450
000460     SELECT COVLEDG  ASSIGN TO "COVLEDG"
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS  E21Y-COVLEDG-STATUS.
000490
000500     SELECT AUDTLOG  ASSIGN TO "AUDTLOG"
000510         ORGANIZATION LINE SEQUENTIAL
000520         FILE STATUS  E21Y-AUDTLOG-STATUS.
000530
000540     SELECT PLANCRD  ASSIGN TO "PLANCRD"
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS  E21Y-PLANCRD-STATUS.
000570
000580     SELECT PLANRPT  ASSIGN TO "PLANRPT"
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS  E21Y-PLANRPT-STATUS.
000610
000620     SELECT PLANOUT  ASSIGN TO "PLANOUT"
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS  E21Y-PLANOUT-STATUS.
000650
000660     SELECT PFLTOUT  ASSIGN TO "PFLTOUT"
000670         ORGANIZATION LINE SEQUENTIAL
000680         FILE STATUS  E21Y-PFLTOUT-STATUS.
000682
000684     SELECT JRNLFIL  ASSIGN TO "JRNLFIL"
000686         ORGANIZATION LINE SEQUENTIAL
000688         FILE STATUS  E21Y-JRNLFIL-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARMCRD.
000730     COPY E21PARM.
000740
000750 FD  COVLEDG.
000760     COPY E21COV.
000770
000780 FD  AUDTLOG.
000790     COPY E21AUD.
000800
000810 FD  PLANCRD.
000820 01  E21Y-PLANCRD-RECORD        PIC X(66).
000830
000840 FD  PLANRPT.
000850 01  E21Y-PLANRPT-RECORD        PIC X(132).
000860
000870 FD  PLANOUT.
000880     COPY E21OUT.
000890
000900 FD  PFLTOUT.
000910 01  E21Y-PFLTOUT-RECORD        PIC X(80).
000912
000914 FD  JRNLFIL.
000916     COPY E21JRNL.
000920
000930 WORKING-STORAGE SECTION.
000940*****************************************************************
000950*  FILE STATUS FIELDS                                            *
000960*****************************************************************
000970 01  E21Y-FILE-STATUSES.
000980     05  E21Y-PARMCRD-STATUS    PIC X(02)  VALUE "00".
000990     05  E21Y-COVLEDG-STATUS    PIC X(02)  VALUE "00".
001000     05  E21Y-AUDTLOG-STATUS    PIC X(02)  VALUE "00".
001010     05  E21Y-PLANCRD-STATUS    PIC X(02)  VALUE "00".
001020     05  E21Y-PLANRPT-STATUS    PIC X(02)  VALUE "00".
001030     05  E21Y-PLANOUT-STATUS    PIC X(02)  VALUE "00".
001040     05  E21Y-PFLTOUT-STATUS    PIC X(02)  VALUE "00".
001045     05  E21Y-JRNLFIL-STATUS    PIC X(02)  VALUE "00".
001050
001060 01  E21Y-EOF-SWITCH         PIC X(01)  VALUE "N".
001070     88  E21Y-AT-EOF               VALUE "Y".
001080
001090*****************************************************************
001100*  FUNCTION AND RUN-STATE SWITCHES                               *
001110*****************************************************************
001120 01  E21Y-FUNCTION-CODE      PIC X(01)  VALUE "P".
001130     88  E21Y-FUNCTION-PLAN        VALUE "P".
001140     88  E21Y-FUNCTION-REPLACE     VALUE "R".
001150 01  E21Y-STOP-SWITCH        PIC X(01)  VALUE "N".
001160     88  E21Y-PLAN-STOPPED         VALUE "Y".
001170 01  E21Y-FULL-SWITCH        PIC X(01)  VALUE "N".
001180     88  E21Y-PLAN-FULL            VALUE "Y".
001190 01  E21Y-CUT-SWITCH         PIC X(01)  VALUE "N".
001200     88  E21Y-LAST-CARD-CUT        VALUE "Y".
001210 01  E21Y-REFUSE-SWITCH      PIC X(01)  VALUE "N".
001220     88  E21Y-REPLACE-REFUSED      VALUE "Y".
001230 01  E21Y-MSG-TEXT           PIC X(64)  VALUE SPACES.
001240
001250*****************************************************************
001260*  CONSOLE ENTRIES                                               *
001270*****************************************************************
001280 01  E21Y-ANS-FUNCTION       PIC X(01)  VALUE SPACES.
001290 01  E21Y-ANS-START          PIC X(04)  VALUE SPACES.
001300 01  E21Y-ANS-START-NUM REDEFINES E21Y-ANS-START.
001310     05  E21Y-ANS-START-HH      PIC 9(02).
001320     05  E21Y-ANS-START-MM      PIC 9(02).
001330 01  E21Y-ANS-CONFIRM        PIC X(01)  VALUE SPACES.
001340
001350*****************************************************************
001360*  THE RUN SETTINGS AND BUDGET TAKEN FROM LIVE CARD 1.  THE      *
001370*  PLAN STOPS SHORT OF THE BUDGET: A TENTH OF THE SECONDS IS     *
001380*  HELD BACK AS HEADROOM, AND ONE ITERATION, SINCE EULER21       *
001390*  ENDS THE WINDOW AS SOON AS ITS COUNT REACHES THE LIMIT.       *
001400*****************************************************************
001410 01  E21Y-TEMPLATE-CARD      PIC X(66)  VALUE SPACES.
001420 01  E21Y-PLAN-MODE          PIC X(01)  VALUE SPACES.
001430 77  E21Y-BUDGET-SECS        PIC S9(09)  COMP VALUE ZERO.
001440 77  E21Y-BUDGET-ITERS       PIC S9(09)  COMP VALUE ZERO.
001450 77  E21Y-LIMIT-SECS         PIC S9(09)  COMP VALUE ZERO.
001460 77  E21Y-LIMIT-ITERS        PIC S9(09)  COMP VALUE ZERO.
001470 77  E21Y-LEFT-SECS          PIC S9(09)  COMP VALUE ZERO.
001480 77  E21Y-LEFT-ITERS         PIC S9(09)  COMP VALUE ZERO.
001490
001500*****************************************************************
001510*  THROUGHPUT BY RANGE SIZE.  SIZE N HOLDS RANGES WHOSE UPPER    *
001520*  BOUND HAS N DIGITS.  EACH SIZE KEEPS ITS LAST TEN TIMED       *
001530*  COMPLETE RUNS IN A RING, OLDEST OVERWRITTEN FIRST; THE RATE   *
001540*  IS THEIR ITERATIONS OVER THEIR SECONDS.  SOURCE M MEASURED,   *
001550*  B BORROWED FROM THE SIZE IN RT-FROM, SPACE NO RATE AT ALL.    *
001560*****************************************************************
001570 01  E21Y-SIZE-TOPS-INIT.
001580     05  FILLER                 PIC 9(07)  VALUE 9.
001590     05  FILLER                 PIC 9(07)  VALUE 99.
001600     05  FILLER                 PIC 9(07)  VALUE 999.
001610     05  FILLER                 PIC 9(07)  VALUE 9999.
001620     05  FILLER                 PIC 9(07)  VALUE 99999.
001630     05  FILLER                 PIC 9(07)  VALUE 999999.
001640     05  FILLER                 PIC 9(07)  VALUE 9999999.
001650 01  E21Y-SIZE-TOPS REDEFINES E21Y-SIZE-TOPS-INIT.
001660     05  E21Y-SIZE-TOP OCCURS 7 TIMES
001670                                PIC 9(07).
001680 01  E21Y-RATE-TABLE.
001690     05  E21Y-RATE-ENTRY OCCURS 7 TIMES.
001700         10  E21Y-RT-RUNS           PIC S9(04)  COMP.
001710         10  E21Y-RT-NEXT           PIC S9(04)  COMP.
001720         10  E21Y-RT-ITERS          PIC S9(11)  COMP.
001730         10  E21Y-RT-SECS           PIC S9(09)  COMP.
001740         10  E21Y-RT-RATE           PIC S9(09)V9(02) COMP.
001750         10  E21Y-RT-SOURCE         PIC X(01).
001760         10  E21Y-RT-FROM           PIC S9(04)  COMP.
001770         10  E21Y-RT-SLOT OCCURS 10 TIMES.
001780             15  E21Y-RS-ITERS      PIC S9(09)  COMP.
001790             15  E21Y-RS-SECS       PIC S9(09)  COMP.
001800 77  E21Y-SIZE-IX            PIC S9(04)  COMP.
001810 77  E21Y-FROM-IX            PIC S9(04)  COMP.
001820 77  E21Y-SLOT-IX            PIC S9(04)  COMP.
001830 77  E21Y-SIZE-VALUE         PIC S9(09)  COMP.
001840 77  E21Y-SIZE-FOUND         PIC S9(04)  COMP.
001850 77  E21Y-MEASURED-CNT       PIC S9(04)  COMP VALUE ZERO.
001860 77  E21Y-RECENT-RUNS        PIC S9(04)  COMP VALUE 10.
001870
001880*****************************************************************
001890*  STEP-1 COVERAGE ON FILE FOR THE PLANNED MODE                  *
001900*****************************************************************
001910 01  E21Y-LED-COUNT          PIC S9(04)  COMP VALUE ZERO.
001920 01  E21Y-LED-IX             PIC S9(04)  COMP.
001930 01  E21Y-SMALL-IX           PIC S9(04)  COMP.
001940 01  E21Y-SCAN-IX            PIC S9(04)  COMP.
001950 01  E21Y-LED-TABLE.
001960     05  E21Y-LED-ENTRY OCCURS 500 TIMES.
001970         10  E21Y-LED-LOWER         PIC S9(09)  COMP.
001980         10  E21Y-LED-UPPER         PIC S9(09)  COMP.
001990 01  E21Y-SWAP-ENTRY.
002000     05  E21Y-SWAP-LOWER        PIC S9(09)  COMP.
002010     05  E21Y-SWAP-UPPER        PIC S9(09)  COMP.
002020 77  E21Y-NO-MODE-CNT        PIC S9(05)  COMP VALUE ZERO.
002030
002040*****************************************************************
002050*  THE PLAN: ONE ENTRY PER PROPOSED CARD, AND THE GAP WALK       *
002060*****************************************************************
002070 01  E21Y-PLAN-COUNT         PIC S9(04)  COMP VALUE ZERO.
002080 01  E21Y-PLAN-IX            PIC S9(04)  COMP.
002090 01  E21Y-PLAN-TABLE.
002100     05  E21Y-PLAN-ENTRY OCCURS 50 TIMES.
002110         10  E21Y-PLN-LOWER         PIC S9(09)  COMP.
002120         10  E21Y-PLN-UPPER         PIC S9(09)  COMP.
002130         10  E21Y-PLN-SIZE          PIC S9(04)  COMP.
002140         10  E21Y-PLN-CANDS         PIC S9(09)  COMP.
002150         10  E21Y-PLN-SECS          PIC S9(09)  COMP.
002160         10  E21Y-PLN-FINISH        PIC S9(11)  COMP.
002170 77  E21Y-CURSOR             PIC S9(09)  COMP VALUE ZERO.
002180 77  E21Y-GAP-LOWER          PIC S9(09)  COMP VALUE ZERO.
002190 77  E21Y-GAP-UPPER          PIC S9(09)  COMP VALUE ZERO.
002200 77  E21Y-PIECE-UPPER        PIC S9(09)  COMP VALUE ZERO.
002210 77  E21Y-PIECE-CANDS        PIC S9(09)  COMP VALUE ZERO.
002220 77  E21Y-PIECE-SECS         PIC S9(09)  COMP VALUE ZERO.
002230 77  E21Y-FIT-CANDS          PIC S9(09)  COMP VALUE ZERO.
002240 77  E21Y-GAP-TOTAL          PIC S9(09)  COMP VALUE ZERO.
002250 77  E21Y-TOTAL-CANDS        PIC S9(09)  COMP VALUE ZERO.
002260 77  E21Y-TOTAL-SECS         PIC S9(09)  COMP VALUE ZERO.
002270 77  E21Y-CALC-TEMP          PIC S9(11)V9(02) COMP VALUE ZERO.
002280 77  E21Y-SCAN-CEILING       PIC S9(09)  COMP VALUE 9999999.
002290
002300*****************************************************************
002310*  CLOCK WORK FIELDS.  TIMES ARE HELD AS SECONDS SINCE THE       *
002320*  START OF THE INTEGER-OF-DATE CALENDAR, AS EULER21 DOES.       *
002330*****************************************************************
002340 01  E21Y-SYSTEM-DATE-TIME   PIC X(21).
002350 01  E21Y-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
002360 01  E21Y-TS-DATE-PART       PIC 9(08).
002370 01  E21Y-TS-DAY-NUMBER      PIC S9(07)  COMP.
002380 01  E21Y-TS-HH              PIC 9(02).
002390 01  E21Y-TS-MM              PIC 9(02).
002400 01  E21Y-TS-SS              PIC 9(02).
002410 77  E21Y-NOW-DAY-SECS       PIC S9(09)  COMP VALUE ZERO.
002420 77  E21Y-START-DAY-SECS     PIC S9(09)  COMP VALUE ZERO.
002430 77  E21Y-START-SECS         PIC S9(11)  COMP VALUE ZERO.
002440 77  E21Y-FMT-SECS           PIC S9(11)  COMP VALUE ZERO.
002450 77  E21Y-FMT-REM            PIC S9(09)  COMP VALUE ZERO.
002460 01  E21Y-FMT-TEXT           PIC X(19)  VALUE SPACES.
002470
002480*****************************************************************
002490*  REPLACE FUNCTION: THE PLAN AND PRE-FLIGHT OUTCOMES, AND THE   *
002500*  PROPOSED CARDS READ BACK FROM PLANCRD                         *
002510*****************************************************************
002520 01  E21Y-PLAN-TIMESTAMP     PIC X(26)  VALUE SPACES.
002530 01  E21Y-PLAN-CARDS         PIC 9(07)  VALUE ZEROS.
002540 01  E21Y-PFLT-CARDS         PIC 9(07)  VALUE ZEROS.
002550 01  E21Y-PFLT-ERRORS        PIC 9(07)  VALUE ZEROS.
002560 01  E21Y-PFLT-WARNINGS      PIC 9(07)  VALUE ZEROS.
002570 01  E21Y-CARD-COUNT         PIC S9(04)  COMP VALUE ZERO.
002580 01  E21Y-CARD-IX            PIC S9(04)  COMP.
002590 01  E21Y-CARD-TABLE.
002600     05  E21Y-CARD-ENTRY OCCURS 50 TIMES
002610                             PIC X(66).
002611 01  E21Y-OLD-COUNT          PIC S9(04)  COMP VALUE ZERO.
002612 01  E21Y-OLD-TABLE.
002613     05  E21Y-OLD-ENTRY OCCURS 50 TIMES
002614                             PIC X(66).
002615 01  E21Y-JRNL-LIMIT         PIC S9(04)  COMP VALUE ZERO.
002616 01  E21Y-OPERATOR-ID        PIC X(08)  VALUE SPACES.
002620
002630*****************************************************************
002640*  REPORT LINE-BUILDING FIELDS                                   *
002650*****************************************************************
002660 01  E21Y-DETAIL-LINE        PIC X(132) VALUE SPACES.
002670 01  E21Y-EDIT-FIELDS.
002680     05  E21Y-ED-CARD           PIC Z9.
002690     05  E21Y-ED-SIZE           PIC 9.
002700     05  E21Y-ED-FROM           PIC 9.
002710     05  E21Y-ED-RUNS           PIC Z9.
002720     05  E21Y-ED-LOWER          PIC ZZZZZZ9.
002730     05  E21Y-ED-UPPER          PIC ZZZZZZ9.
002740     05  E21Y-ED-COUNT          PIC ZZZZZZ9.
002750     05  E21Y-ED-SECS           PIC ZZZZZZ9.
002760     05  E21Y-ED-ITERS          PIC ZZZZZZZZZZ9.
002770     05  E21Y-ED-RATE           PIC ZZZZZZZZ9.99.
002780 01  E21Y-SUM-LABEL          PIC X(20)  VALUE SPACES.
002790 01  E21Y-SUM-COUNT          PIC S9(09)  COMP VALUE ZERO.
002800
002810 PROCEDURE DIVISION.
002820*****************************************************************
002830*  0000-MAINLINE                                                 *
002840*****************************************************************
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002870     IF E21Y-FUNCTION-REPLACE
002880         PERFORM 7000-REPLACE-SCHEDULE THRU 7000-EXIT
002890         STOP RUN
002900     END-IF.
002910     PERFORM 2000-LOAD-TEMPLATE    THRU 2000-EXIT.
002920     PERFORM 2500-LOAD-THROUGHPUT  THRU 2500-EXIT.
002930     PERFORM 3000-LOAD-LEDGER      THRU 3000-EXIT.
002940     PERFORM 3500-SORT-LEDGER      THRU 3500-EXIT.
002950     PERFORM 4000-BUILD-PLAN       THRU 4000-EXIT.
002960     PERFORM 5000-PRINT-PLAN       THRU 5000-EXIT.
002970     PERFORM 6000-WRITE-PLAN-FILES THRU 6000-EXIT.
002980     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002990     STOP RUN.
003000
003010*****************************************************************
003020*  1000-INITIALIZE -- THE FUNCTION, AND FOR A PLAN THE REPORT    *
003030*  AND THE WINDOW START (BLANK = NOW; A TIME OF DAY ALREADY      *
003040*  PAST IS TAKEN AS TOMORROW)                                    *
003050*****************************************************************
003060 1000-INITIALIZE.
003070     MOVE FUNCTION CURRENT-DATE TO E21Y-SYSTEM-DATE-TIME.
003080     STRING E21Y-SYSTEM-DATE-TIME (1:4)  "-"
003090            E21Y-SYSTEM-DATE-TIME (5:2)  "-"
003100            E21Y-SYSTEM-DATE-TIME (7:2)  " "
003110            E21Y-SYSTEM-DATE-TIME (9:2)  ":"
003120            E21Y-SYSTEM-DATE-TIME (11:2) ":"
003130            E21Y-SYSTEM-DATE-TIME (13:2)
003140            DELIMITED BY SIZE INTO E21Y-RUN-TIMESTAMP
003150     END-STRING.
003160     DISPLAY "ENTER FUNCTION P=PLAN, R=REPLACE PARMCRD "
003170             "(BLANK = P): ".
003180     ACCEPT E21Y-ANS-FUNCTION.
003190     IF E21Y-ANS-FUNCTION NOT EQUAL SPACES
003200         MOVE E21Y-ANS-FUNCTION TO E21Y-FUNCTION-CODE
003210     END-IF.
003220     IF NOT E21Y-FUNCTION-PLAN AND NOT E21Y-FUNCTION-REPLACE
003230         DISPLAY "EULER21PLAN: FUNCTION MUST BE P OR R"
003240         MOVE 8 TO RETURN-CODE
003250         GO TO 1000-EXIT-ERROR
003260     END-IF.
003270     IF E21Y-FUNCTION-REPLACE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     OPEN OUTPUT PLANRPT.
003310     IF E21Y-PLANRPT-STATUS NOT EQUAL "00"
003320         DISPLAY "EULER21PLAN: UNABLE TO OPEN PLANRPT, STATUS="
003330                 E21Y-PLANRPT-STATUS
003340         MOVE 8 TO RETURN-CODE
003350         GO TO 1000-EXIT-ERROR
003360     END-IF.
003370     MOVE "NEXT-WINDOW SCHEDULE PLAN" TO E21Y-PLANRPT-RECORD.
003380     WRITE E21Y-PLANRPT-RECORD.
003390
003400     MOVE E21Y-SYSTEM-DATE-TIME (1:8)  TO E21Y-TS-DATE-PART.
003410     MOVE E21Y-SYSTEM-DATE-TIME (9:2)  TO E21Y-TS-HH.
003420     MOVE E21Y-SYSTEM-DATE-TIME (11:2) TO E21Y-TS-MM.
003430     MOVE E21Y-SYSTEM-DATE-TIME (13:2) TO E21Y-TS-SS.
003440     COMPUTE E21Y-TS-DAY-NUMBER =
003450         FUNCTION INTEGER-OF-DATE (E21Y-TS-DATE-PART).
003460     COMPUTE E21Y-NOW-DAY-SECS =
003470         E21Y-TS-HH * 3600 + E21Y-TS-MM * 60 + E21Y-TS-SS.
003480     MOVE E21Y-NOW-DAY-SECS TO E21Y-START-DAY-SECS.
003490     DISPLAY "ENTER WINDOW START HHMM (BLANK = NOW): ".
003500     ACCEPT E21Y-ANS-START.
003510     IF E21Y-ANS-START NOT EQUAL SPACES
003520         IF E21Y-ANS-START NOT NUMERIC
003530            OR E21Y-ANS-START-HH GREATER THAN 23
003540            OR E21Y-ANS-START-MM GREATER THAN 59
003550             DISPLAY "EULER21PLAN: WINDOW START IS NOT HHMM"
003560             MOVE 8 TO RETURN-CODE
003570             GO TO 1000-EXIT-ERROR
003580         END-IF
003590         COMPUTE E21Y-START-DAY-SECS =
003600             E21Y-ANS-START-HH * 3600 + E21Y-ANS-START-MM * 60
003610         IF E21Y-START-DAY-SECS LESS THAN E21Y-NOW-DAY-SECS
003620             ADD 1 TO E21Y-TS-DAY-NUMBER
003630         END-IF
003640     END-IF.
003650     COMPUTE E21Y-START-SECS =
003660         E21Y-TS-DAY-NUMBER * 86400 + E21Y-START-DAY-SECS.
003670     GO TO 1000-EXIT.
003680
003690 1000-EXIT-ERROR.
003700     STOP RUN.
003710
003720 1000-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  2000-LOAD-TEMPLATE -- THE FIRST NON-BLANK LIVE CARD SUPPLIES  *
003770*  THE RUN MODE, CHECKPOINT, LIMITS AND WINDOW BUDGET FOR EVERY  *
003780*  PROPOSED CARD.  NO CARD, OR NO SECONDS BUDGET, MEANS THERE    *
003790*  IS NOTHING TO PLAN AGAINST.                                   *
003800*****************************************************************
003810 2000-LOAD-TEMPLATE.
003820     OPEN INPUT PARMCRD.
003830     IF E21Y-PARMCRD-STATUS NOT EQUAL "00"
003840         MOVE "NO LIVE PARMCRD TO TAKE THE RUN SETTINGS FROM"
003850             TO E21Y-MSG-TEXT
003860         PERFORM 2900-STOP-PLAN THRU 2900-EXIT
003870         GO TO 2000-EXIT
003880     END-IF.
003890     MOVE "N" TO E21Y-EOF-SWITCH.
003900     PERFORM 2100-READ-TEMPLATE THRU 2100-EXIT
003910         UNTIL E21Y-AT-EOF.
003920     CLOSE PARMCRD.
003930     IF E21Y-TEMPLATE-CARD EQUAL SPACES
003940         MOVE "LIVE PARMCRD HOLDS NO CARD" TO E21Y-MSG-TEXT
003950         PERFORM 2900-STOP-PLAN THRU 2900-EXIT
003960         GO TO 2000-EXIT
003970     END-IF.
003980     MOVE E21Y-TEMPLATE-CARD TO E21-PARM-RECORD.
003990     MOVE E21-PARM-RUN-MODE TO E21Y-PLAN-MODE.
004000     IF E21-PARM-MAX-SECONDS NUMERIC
004010         MOVE E21-PARM-MAX-SECONDS TO E21Y-BUDGET-SECS
004020     END-IF.
004030     IF E21-PARM-MAX-ITERS NUMERIC
004040         MOVE E21-PARM-MAX-ITERS TO E21Y-BUDGET-ITERS
004050     END-IF.
004060     IF E21Y-BUDGET-SECS EQUAL ZERO
004070         MOVE "NO WINDOW BUDGET (MAX SECONDS) ON LIVE CARD 1"
004080             TO E21Y-MSG-TEXT
004090         PERFORM 2900-STOP-PLAN THRU 2900-EXIT
004100         GO TO 2000-EXIT
004110     END-IF.
004120     COMPUTE E21Y-LIMIT-SECS =
004130         E21Y-BUDGET-SECS - (E21Y-BUDGET-SECS / 10).
004140     IF E21Y-BUDGET-ITERS GREATER THAN ZERO
004150         COMPUTE E21Y-LIMIT-ITERS = E21Y-BUDGET-ITERS - 1
004160     END-IF.
004170 2000-EXIT.
004180     EXIT.
004190
004200 2100-READ-TEMPLATE.
004210     READ PARMCRD
004220         AT END
004230             MOVE "Y" TO E21Y-EOF-SWITCH
004240         NOT AT END
004250             IF E21-PARM-RECORD NOT EQUAL SPACES
004260                 MOVE E21-PARM-RECORD TO E21Y-TEMPLATE-CARD
004270                 MOVE "Y" TO E21Y-EOF-SWITCH
004280             END-IF
004290     END-READ.
004300 2100-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340*  2500-LOAD-THROUGHPUT -- EVERY COMPLETE AUDIT RECORD IN THE    *
004350*  PLANNED MODE THAT CARRIES ITS ELAPSED SECONDS GOES INTO ITS   *
004360*  SIZE'S RING; THE RATES ARE THEN WORKED OUT AND EMPTY SIZES    *
004370*  BORROW FROM THEIR NEIGHBOURS                                  *
004380*****************************************************************
004390 2500-LOAD-THROUGHPUT.
004400     IF E21Y-PLAN-STOPPED
004410         GO TO 2500-EXIT
004420     END-IF.
004430     PERFORM 2510-CLEAR-ONE-SIZE THRU 2510-EXIT
004440         VARYING E21Y-SIZE-IX FROM 1 BY 1
004450         UNTIL E21Y-SIZE-IX GREATER THAN 7.
004460     OPEN INPUT AUDTLOG.
004470     IF E21Y-AUDTLOG-STATUS NOT EQUAL "00"
004480         MOVE "NO AUDTLOG ON FILE, NO THROUGHPUT TO PLAN FROM"
004490             TO E21Y-MSG-TEXT
004500         PERFORM 2900-STOP-PLAN THRU 2900-EXIT
004510         GO TO 2500-EXIT
004520     END-IF.
004530     MOVE "N" TO E21Y-EOF-SWITCH.
004540     PERFORM 2600-READ-ONE-AUDIT THRU 2600-EXIT
004550         UNTIL E21Y-AT-EOF.
004560     CLOSE AUDTLOG.
004570     PERFORM 2700-WORK-OUT-RATE THRU 2700-EXIT
004580         VARYING E21Y-SIZE-IX FROM 1 BY 1
004590         UNTIL E21Y-SIZE-IX GREATER THAN 7.
004600     IF E21Y-MEASURED-CNT EQUAL ZERO
004610         MOVE SPACES TO E21Y-MSG-TEXT
004620         STRING "NO TIMED COMPLETE RUN IN MODE " E21Y-PLAN-MODE
004630                " ON AUDTLOG"
004640                DELIMITED BY SIZE INTO E21Y-MSG-TEXT
004650         END-STRING
004660         PERFORM 2900-STOP-PLAN THRU 2900-EXIT
004670         GO TO 2500-EXIT
004680     END-IF.
004690     PERFORM 2800-BORROW-RATE THRU 2800-EXIT
004700         VARYING E21Y-SIZE-IX FROM 1 BY 1
004710         UNTIL E21Y-SIZE-IX GREATER THAN 7.
004720 2500-EXIT.
004730     EXIT.
004740
004750 2510-CLEAR-ONE-SIZE.
004760     MOVE ZERO   TO E21Y-RT-RUNS   (E21Y-SIZE-IX).
004770     MOVE 1      TO E21Y-RT-NEXT   (E21Y-SIZE-IX).
004780     MOVE ZERO   TO E21Y-RT-ITERS  (E21Y-SIZE-IX).
004790     MOVE ZERO   TO E21Y-RT-SECS   (E21Y-SIZE-IX).
004800     MOVE ZERO   TO E21Y-RT-RATE   (E21Y-SIZE-IX).
004810     MOVE SPACES TO E21Y-RT-SOURCE (E21Y-SIZE-IX).
004820     MOVE ZERO   TO E21Y-RT-FROM   (E21Y-SIZE-IX).
004830 2510-EXIT.
004840     EXIT.
004850
004860 2600-READ-ONE-AUDIT.
004870     READ AUDTLOG
004880         AT END
004890             MOVE "Y" TO E21Y-EOF-SWITCH
004900             GO TO 2600-EXIT
004910     END-READ.
004920     IF NOT E21-AUDIT-COMPLETE-RUN
004930        OR E21-AUDIT-RUN-MODE NOT EQUAL E21Y-PLAN-MODE
004940        OR E21-AUDIT-UPPER-BOUND NOT NUMERIC
004950        OR E21-AUDIT-ITER-COUNT NOT NUMERIC
004960        OR E21-AUDIT-ELAPSED-SECS NOT NUMERIC
004970         GO TO 2600-EXIT
004980     END-IF.
004990     IF E21-AUDIT-ITER-COUNT EQUAL ZERO
005000        OR E21-AUDIT-ELAPSED-SECS EQUAL ZERO
005010         GO TO 2600-EXIT
005020     END-IF.
005030     MOVE E21-AUDIT-UPPER-BOUND TO E21Y-SIZE-VALUE.
005040     PERFORM 8000-FIND-SIZE THRU 8000-EXIT.
005050     MOVE E21Y-SIZE-FOUND TO E21Y-SIZE-IX.
005060     MOVE E21Y-RT-NEXT (E21Y-SIZE-IX) TO E21Y-SLOT-IX.
005070     MOVE E21-AUDIT-ITER-COUNT
005080         TO E21Y-RS-ITERS (E21Y-SIZE-IX E21Y-SLOT-IX).
005090     MOVE E21-AUDIT-ELAPSED-SECS
005100         TO E21Y-RS-SECS (E21Y-SIZE-IX E21Y-SLOT-IX).
005110     IF E21Y-RT-RUNS (E21Y-SIZE-IX) LESS THAN E21Y-RECENT-RUNS
005120         ADD 1 TO E21Y-RT-RUNS (E21Y-SIZE-IX)
005130     END-IF.
005140     IF E21Y-SLOT-IX NOT LESS THAN E21Y-RECENT-RUNS
005150         MOVE 1 TO E21Y-RT-NEXT (E21Y-SIZE-IX)
005160     ELSE
005170         ADD 1 TO E21Y-RT-NEXT (E21Y-SIZE-IX)
005180     END-IF.
005190 2600-EXIT.
005200     EXIT.
005210
005220 2700-WORK-OUT-RATE.
005230     IF E21Y-RT-RUNS (E21Y-SIZE-IX) EQUAL ZERO
005240         GO TO 2700-EXIT
005250     END-IF.
005260     PERFORM 2710-ADD-ONE-SLOT THRU 2710-EXIT
005270         VARYING E21Y-SLOT-IX FROM 1 BY 1
005280         UNTIL E21Y-SLOT-IX
005285            GREATER THAN E21Y-RT-RUNS (E21Y-SIZE-IX).
005290     COMPUTE E21Y-RT-RATE (E21Y-SIZE-IX) ROUNDED =
005300         E21Y-RT-ITERS (E21Y-SIZE-IX)
005305       / E21Y-RT-SECS (E21Y-SIZE-IX).
005310     IF E21Y-RT-RATE (E21Y-SIZE-IX) LESS THAN 0.01
005320         MOVE 0.01 TO E21Y-RT-RATE (E21Y-SIZE-IX)
005330     END-IF.
005340     MOVE "M" TO E21Y-RT-SOURCE (E21Y-SIZE-IX).
005350     MOVE E21Y-SIZE-IX TO E21Y-RT-FROM (E21Y-SIZE-IX).
005360     ADD 1 TO E21Y-MEASURED-CNT.
005370 2700-EXIT.
005380     EXIT.
005390
005400 2710-ADD-ONE-SLOT.
005410     ADD E21Y-RS-ITERS (E21Y-SIZE-IX E21Y-SLOT-IX)
005420         TO E21Y-RT-ITERS (E21Y-SIZE-IX).
005430     ADD E21Y-RS-SECS (E21Y-SIZE-IX E21Y-SLOT-IX)
005440         TO E21Y-RT-SECS (E21Y-SIZE-IX).
005450 2710-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*  2800-BORROW-RATE -- A SIZE WITH NO RUNS TAKES THE RATE OF     *
005500*  THE NEAREST LARGER MEASURED SIZE (LARGER NUMBERS ARE SLOWER,  *
005510*  SO THE ESTIMATE ERRS LONG), ELSE THE NEAREST SMALLER ONE      *
005520*****************************************************************
005530 2800-BORROW-RATE.
005540     IF E21Y-RT-SOURCE (E21Y-SIZE-IX) EQUAL "M"
005550         GO TO 2800-EXIT
005560     END-IF.
005570     MOVE ZERO TO E21Y-SIZE-FOUND.
005580     PERFORM 2810-LOOK-LARGER THRU 2810-EXIT
005590         VARYING E21Y-FROM-IX FROM E21Y-SIZE-IX BY 1
005600         UNTIL E21Y-FROM-IX GREATER THAN 7
005610            OR E21Y-SIZE-FOUND GREATER THAN ZERO.
005620     IF E21Y-SIZE-FOUND EQUAL ZERO
005630         PERFORM 2810-LOOK-LARGER THRU 2810-EXIT
005640             VARYING E21Y-FROM-IX FROM E21Y-SIZE-IX BY -1
005650             UNTIL E21Y-FROM-IX LESS THAN 1
005660                OR E21Y-SIZE-FOUND GREATER THAN ZERO
005670     END-IF.
005680     MOVE "B" TO E21Y-RT-SOURCE (E21Y-SIZE-IX).
005690     MOVE E21Y-SIZE-FOUND TO E21Y-RT-FROM (E21Y-SIZE-IX).
005700     MOVE E21Y-RT-RATE (E21Y-SIZE-FOUND)
005710         TO E21Y-RT-RATE (E21Y-SIZE-IX).
005720 2800-EXIT.
005730     EXIT.
005740
005750 2810-LOOK-LARGER.
005760     IF E21Y-RT-SOURCE (E21Y-FROM-IX) EQUAL "M"
005770         MOVE E21Y-FROM-IX TO E21Y-SIZE-FOUND
005780     END-IF.
005790 2810-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*  2900-STOP-PLAN -- NOTHING CAN BE PLANNED; SAY WHY ON THE      *
005840*  REPORT AND THE CONSOLE                                        *
005850*****************************************************************
005860 2900-STOP-PLAN.
005870     MOVE "Y" TO E21Y-STOP-SWITCH.
005880     MOVE 8 TO RETURN-CODE.
005890     DISPLAY "EULER21PLAN: " E21Y-MSG-TEXT.
005900     MOVE SPACES TO E21Y-DETAIL-LINE.
005910     STRING "NOTHING PLANNED: " E21Y-MSG-TEXT
005920            DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
005930     END-STRING.
005940     MOVE E21Y-DETAIL-LINE TO E21Y-PLANRPT-RECORD.
005950     WRITE E21Y-PLANRPT-RECORD.
005960 2900-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*  3000-LOAD-LEDGER -- STEP-1 LEDGER RECORDS THAT COVER THE      *
006010*  PLANNED MODE: THE SAME MODE, MODE B FOR A PLAN IN A OR C      *
006020*  (B SCANS BOTH), AND RECORDS WRITTEN BEFORE THE LEDGER         *
006030*  CARRIED A MODE, WHICH ARE COUNTED AS SCANNED, AS EULER21COV   *
006040*  COUNTS THEM.  NO LEDGER AT ALL LEAVES THE WHOLE CEILING OPEN. *
006050*****************************************************************
006060 3000-LOAD-LEDGER.
006070     IF E21Y-PLAN-STOPPED
006080         GO TO 3000-EXIT
006090     END-IF.
006100     OPEN INPUT COVLEDG.
006110     IF E21Y-COVLEDG-STATUS NOT EQUAL "00"
006120         DISPLAY "EULER21PLAN: NO COVLEDG ON FILE, NOTHING "
006130                 "COUNTED AS SCANNED"
006140         GO TO 3000-EXIT
006150     END-IF.
006160     MOVE "N" TO E21Y-EOF-SWITCH.
006170     PERFORM 3100-READ-ONE-LEDGER THRU 3100-EXIT
006180         UNTIL E21Y-AT-EOF.
006190     CLOSE COVLEDG.
006200 3000-EXIT.
006210     EXIT.
006220
006230 3100-READ-ONE-LEDGER.
006240     READ COVLEDG
006250         AT END
006260             MOVE "Y" TO E21Y-EOF-SWITCH
006270             GO TO 3100-EXIT
006280     END-READ.
006290     IF E21-COV-LOWER NOT NUMERIC
006300        OR E21-COV-UPPER NOT NUMERIC
006310        OR E21-COV-STEP NOT NUMERIC
006320         GO TO 3100-EXIT
006330     END-IF.
006340     IF E21-COV-STEP NOT EQUAL 1
006350         GO TO 3100-EXIT
006360     END-IF.
006370     IF E21-COV-RUN-MODE NOT EQUAL E21Y-PLAN-MODE
006380        AND E21-COV-RUN-MODE NOT EQUAL SPACE
006390        AND NOT (E21-COV-RUN-MODE EQUAL "B"
006400                 AND (E21Y-PLAN-MODE EQUAL "A"
006410                      OR E21Y-PLAN-MODE EQUAL "C"))
006420         GO TO 3100-EXIT
006430     END-IF.
006440     IF E21Y-LED-COUNT NOT LESS THAN 500
006450         DISPLAY "EULER21PLAN: MORE THAN 500 LEDGER RECORDS, "
006460                 "REMAINDER NOT COUNTED"
006470         MOVE "Y" TO E21Y-EOF-SWITCH
006480         GO TO 3100-EXIT
006490     END-IF.
006500     IF E21-COV-RUN-MODE EQUAL SPACE
006510         ADD 1 TO E21Y-NO-MODE-CNT
006520     END-IF.
006530     ADD 1 TO E21Y-LED-COUNT.
006540     MOVE E21-COV-LOWER TO E21Y-LED-LOWER (E21Y-LED-COUNT).
006550     MOVE E21-COV-UPPER TO E21Y-LED-UPPER (E21Y-LED-COUNT).
006560 3100-EXIT.
006570     EXIT.
006580
006590*****************************************************************
006600*  3500-SORT-LEDGER -- SELECTION SORT BY LOWER BOUND (UPPER      *
006610*  BOUND BREAKING TIES), AS EULER21COV SORTS IT                  *
006620*****************************************************************
006630 3500-SORT-LEDGER.
006640     IF E21Y-PLAN-STOPPED
006650        OR E21Y-LED-COUNT LESS THAN 2
006660         GO TO 3500-EXIT
006670     END-IF.
006680     PERFORM 3600-SELECT-SMALLEST THRU 3600-EXIT
006690         VARYING E21Y-LED-IX FROM 1 BY 1
006700         UNTIL E21Y-LED-IX NOT LESS THAN E21Y-LED-COUNT.
006710 3500-EXIT.
006720     EXIT.
006730
006740 3600-SELECT-SMALLEST.
006750     MOVE E21Y-LED-IX TO E21Y-SMALL-IX.
006760     PERFORM 3610-COMPARE-ONE THRU 3610-EXIT
006770         VARYING E21Y-SCAN-IX FROM E21Y-LED-IX BY 1
006780         UNTIL E21Y-SCAN-IX GREATER THAN E21Y-LED-COUNT.
006790     IF E21Y-SMALL-IX NOT EQUAL E21Y-LED-IX
006800         MOVE E21Y-LED-ENTRY (E21Y-LED-IX) TO E21Y-SWAP-ENTRY
006810         MOVE E21Y-LED-ENTRY (E21Y-SMALL-IX)
006820             TO E21Y-LED-ENTRY (E21Y-LED-IX)
006830         MOVE E21Y-SWAP-ENTRY TO E21Y-LED-ENTRY (E21Y-SMALL-IX)
006840     END-IF.
006850 3600-EXIT.
006860     EXIT.
006870
006880 3610-COMPARE-ONE.
006890     IF E21Y-LED-LOWER (E21Y-SCAN-IX)
006900        LESS THAN E21Y-LED-LOWER (E21Y-SMALL-IX)
006910         MOVE E21Y-SCAN-IX TO E21Y-SMALL-IX
006920     ELSE
006930         IF E21Y-LED-LOWER (E21Y-SCAN-IX)
006940            EQUAL E21Y-LED-LOWER (E21Y-SMALL-IX)
006950            AND E21Y-LED-UPPER (E21Y-SCAN-IX)
006960            LESS THAN E21Y-LED-UPPER (E21Y-SMALL-IX)
006970             MOVE E21Y-SCAN-IX TO E21Y-SMALL-IX
006980         END-IF
006990     END-IF.
007000 3610-EXIT.
007010     EXIT.
007020
007030*****************************************************************
007040*  4000-BUILD-PLAN -- WALK THE SORTED INTERVALS FROM 1 TO THE    *
007050*  SCAN CEILING.  EVERY STRETCH NOT COVERED IS A GAP, TAKEN IN   *
007060*  ORDER, LOWEST FIRST, UNTIL THE BUDGET OR THE 50-CARD          *
007070*  SCHEDULE IS FULL; GAPS PAST THAT POINT ARE ONLY COUNTED.      *
007080*****************************************************************
007090 4000-BUILD-PLAN.
007100     IF E21Y-PLAN-STOPPED
007110         GO TO 4000-EXIT
007120     END-IF.
007130     MOVE E21Y-LIMIT-SECS  TO E21Y-LEFT-SECS.
007140     MOVE E21Y-LIMIT-ITERS TO E21Y-LEFT-ITERS.
007150     MOVE 1 TO E21Y-CURSOR.
007160     PERFORM 4100-WALK-ONE-INTERVAL THRU 4100-EXIT
007170         VARYING E21Y-LED-IX FROM 1 BY 1
007180         UNTIL E21Y-LED-IX GREATER THAN E21Y-LED-COUNT.
007190     IF E21Y-CURSOR NOT GREATER THAN E21Y-SCAN-CEILING
007200         MOVE E21Y-CURSOR       TO E21Y-GAP-LOWER
007210         MOVE E21Y-SCAN-CEILING TO E21Y-GAP-UPPER
007220         PERFORM 4200-TAKE-GAP THRU 4200-EXIT
007230     END-IF.
007240     IF E21Y-PLAN-COUNT EQUAL ZERO
007250         MOVE 4 TO RETURN-CODE
007260     END-IF.
007270 4000-EXIT.
007280     EXIT.
007290
007300 4100-WALK-ONE-INTERVAL.
007310     IF E21Y-LED-LOWER (E21Y-LED-IX) GREATER THAN E21Y-CURSOR
007320         MOVE E21Y-CURSOR TO E21Y-GAP-LOWER
007330         COMPUTE E21Y-GAP-UPPER =
007340             E21Y-LED-LOWER (E21Y-LED-IX) - 1
007350         PERFORM 4200-TAKE-GAP THRU 4200-EXIT
007360     END-IF.
007370     IF E21Y-LED-UPPER (E21Y-LED-IX) NOT LESS THAN E21Y-CURSOR
007380         COMPUTE E21Y-CURSOR = E21Y-LED-UPPER (E21Y-LED-IX) + 1
007390     END-IF.
007400 4100-EXIT.
007410     EXIT.
007420
007430 4200-TAKE-GAP.
007440     IF E21Y-GAP-UPPER GREATER THAN E21Y-SCAN-CEILING
007450         MOVE E21Y-SCAN-CEILING TO E21Y-GAP-UPPER
007460     END-IF.
007470     IF E21Y-GAP-LOWER GREATER THAN E21Y-GAP-UPPER
007480         GO TO 4200-EXIT
007490     END-IF.
007500     COMPUTE E21Y-GAP-TOTAL =
007510         E21Y-GAP-TOTAL + E21Y-GAP-UPPER - E21Y-GAP-LOWER + 1.
007520     PERFORM 4300-TAKE-ONE-PIECE THRU 4300-EXIT
007530         UNTIL E21Y-GAP-LOWER GREATER THAN E21Y-GAP-UPPER
007540            OR E21Y-PLAN-FULL.
007550 4200-EXIT.
007560     EXIT.
007570
007580*****************************************************************
007590*  4300-TAKE-ONE-PIECE -- THE PART OF THE GAP INSIDE ONE RANGE   *
007600*  SIZE BECOMES ONE CARD IF IT FITS WHAT IS LEFT OF THE BUDGET;  *
007610*  OTHERWISE AS MUCH OF IT AS FITS IS CARDED AND THE PLAN IS     *
007620*  FULL.  SECONDS ARE ROUNDED UP.                                *
007630*****************************************************************
007640 4300-TAKE-ONE-PIECE.
007650     IF E21Y-PLAN-COUNT NOT LESS THAN 50
007660         MOVE "Y" TO E21Y-FULL-SWITCH
007670         GO TO 4300-EXIT
007680     END-IF.
007690     MOVE E21Y-GAP-LOWER TO E21Y-SIZE-VALUE.
007700     PERFORM 8000-FIND-SIZE THRU 8000-EXIT.
007710     MOVE E21Y-SIZE-FOUND TO E21Y-SIZE-IX.
007720     MOVE E21Y-GAP-UPPER TO E21Y-PIECE-UPPER.
007730     IF E21Y-PIECE-UPPER GREATER THAN E21Y-SIZE-TOP (E21Y-SIZE-IX)
007740         MOVE E21Y-SIZE-TOP (E21Y-SIZE-IX) TO E21Y-PIECE-UPPER
007750     END-IF.
007760     COMPUTE E21Y-PIECE-CANDS =
007770         E21Y-PIECE-UPPER - E21Y-GAP-LOWER + 1.
007780     PERFORM 4400-PIECE-SECONDS THRU 4400-EXIT.
007790     IF E21Y-PIECE-SECS NOT GREATER THAN E21Y-LEFT-SECS
007800        AND (E21Y-LIMIT-ITERS EQUAL ZERO
007810             OR E21Y-PIECE-CANDS NOT GREATER THAN E21Y-LEFT-ITERS)
007820         PERFORM 4500-ADD-CARD THRU 4500-EXIT
007830         COMPUTE E21Y-GAP-LOWER = E21Y-PIECE-UPPER + 1
007840         GO TO 4300-EXIT
007850     END-IF.
007860
007870     MOVE "Y" TO E21Y-FULL-SWITCH.
007880     COMPUTE E21Y-FIT-CANDS =
007890         E21Y-LEFT-SECS * E21Y-RT-RATE (E21Y-SIZE-IX).
007900     IF E21Y-LIMIT-ITERS GREATER THAN ZERO
007910        AND E21Y-FIT-CANDS GREATER THAN E21Y-LEFT-ITERS
007920         MOVE E21Y-LEFT-ITERS TO E21Y-FIT-CANDS
007930     END-IF.
007940     IF E21Y-FIT-CANDS LESS THAN 1
007950         GO TO 4300-EXIT
007960     END-IF.
007970     MOVE E21Y-FIT-CANDS TO E21Y-PIECE-CANDS.
007980     COMPUTE E21Y-PIECE-UPPER =
007990         E21Y-GAP-LOWER + E21Y-PIECE-CANDS - 1.
008000     PERFORM 4400-PIECE-SECONDS THRU 4400-EXIT.
008010     IF E21Y-PIECE-SECS GREATER THAN E21Y-LEFT-SECS
008020         MOVE E21Y-LEFT-SECS TO E21Y-PIECE-SECS
008030     END-IF.
008040     MOVE "Y" TO E21Y-CUT-SWITCH.
008050     PERFORM 4500-ADD-CARD THRU 4500-EXIT.
008060     COMPUTE E21Y-GAP-LOWER = E21Y-PIECE-UPPER + 1.
008070 4300-EXIT.
008080     EXIT.
008090
008100 4400-PIECE-SECONDS.
008110     COMPUTE E21Y-PIECE-SECS =
008120         E21Y-PIECE-CANDS / E21Y-RT-RATE (E21Y-SIZE-IX).
008130     COMPUTE E21Y-CALC-TEMP =
008140         E21Y-PIECE-SECS * E21Y-RT-RATE (E21Y-SIZE-IX).
008150     IF E21Y-CALC-TEMP LESS THAN E21Y-PIECE-CANDS
008160         ADD 1 TO E21Y-PIECE-SECS
008170     END-IF.
008180 4400-EXIT.
008190     EXIT.
008200
008210 4500-ADD-CARD.
008220     ADD 1 TO E21Y-PLAN-COUNT.
008230     MOVE E21Y-PLAN-COUNT TO E21Y-PLAN-IX.
008240     MOVE E21Y-GAP-LOWER   TO E21Y-PLN-LOWER (E21Y-PLAN-IX).
008250     MOVE E21Y-PIECE-UPPER TO E21Y-PLN-UPPER (E21Y-PLAN-IX).
008260     MOVE E21Y-SIZE-IX     TO E21Y-PLN-SIZE  (E21Y-PLAN-IX).
008270     MOVE E21Y-PIECE-CANDS TO E21Y-PLN-CANDS (E21Y-PLAN-IX).
008280     MOVE E21Y-PIECE-SECS  TO E21Y-PLN-SECS  (E21Y-PLAN-IX).
008290     ADD E21Y-PIECE-CANDS TO E21Y-TOTAL-CANDS.
008300     ADD E21Y-PIECE-SECS  TO E21Y-TOTAL-SECS.
008310     SUBTRACT E21Y-PIECE-SECS FROM E21Y-LEFT-SECS.
008320     IF E21Y-LIMIT-ITERS GREATER THAN ZERO
008330         SUBTRACT E21Y-PIECE-CANDS FROM E21Y-LEFT-ITERS
008340     END-IF.
008350     COMPUTE E21Y-PLN-FINISH (E21Y-PLAN-IX) =
008360         E21Y-START-SECS + E21Y-TOTAL-SECS.
008370 4500-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410*  5000-PRINT-PLAN -- SETTINGS, THROUGHPUT, THE PROPOSED CARDS   *
008420*  WITH THEIR RUNNING FINISH TIMES, AND THE PROJECTED FINISH     *
008430*****************************************************************
008440 5000-PRINT-PLAN.
008450     IF E21Y-PLAN-STOPPED
008460         GO TO 5000-EXIT
008470     END-IF.
008480     MOVE E21Y-START-SECS TO E21Y-FMT-SECS.
008490     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT.
008493     MOVE E21Y-BUDGET-SECS  TO E21Y-ED-SECS.
008496     MOVE E21Y-BUDGET-ITERS TO E21Y-ED-ITERS.
008500     MOVE SPACES TO E21Y-DETAIL-LINE.
008510     STRING "RUN MODE " E21Y-PLAN-MODE
008520            "   WINDOW START " E21Y-FMT-TEXT
008530            "   BUDGET " E21Y-ED-SECS " SECONDS"
008540            "   ITERATION LIMIT " E21Y-ED-ITERS
008550            DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
008560     END-STRING.
008570     MOVE E21Y-DETAIL-LINE TO E21Y-PLANRPT-RECORD.
008580     WRITE E21Y-PLANRPT-RECORD.
008590     MOVE SPACES TO E21Y-PLANRPT-RECORD.
008600     WRITE E21Y-PLANRPT-RECORD.
008610     MOVE "THROUGHPUT BY RANGE SIZE (LAST TEN TIMED RUNS)"
008620         TO E21Y-PLANRPT-RECORD.
008630     WRITE E21Y-PLANRPT-RECORD.
008640     PERFORM 5100-PRINT-ONE-SIZE THRU 5100-EXIT
008650         VARYING E21Y-SIZE-IX FROM 1 BY 1
008660         UNTIL E21Y-SIZE-IX GREATER THAN 7.
008670     MOVE SPACES TO E21Y-PLANRPT-RECORD.
008680     WRITE E21Y-PLANRPT-RECORD.
008690     MOVE "PROPOSED CARDS, LOWEST GAP FIRST"
008695         TO E21Y-PLANRPT-RECORD.
008700     WRITE E21Y-PLANRPT-RECORD.
008710     IF E21Y-PLAN-COUNT EQUAL ZERO
008720         MOVE "  NONE - NO GAP, OR NO CANDIDATE FITS THE BUDGET"
008730             TO E21Y-PLANRPT-RECORD
008740         WRITE E21Y-PLANRPT-RECORD
008750     END-IF.
008760     PERFORM 5200-PRINT-ONE-CARD THRU 5200-EXIT
008770         VARYING E21Y-PLAN-IX FROM 1 BY 1
008780         UNTIL E21Y-PLAN-IX GREATER THAN E21Y-PLAN-COUNT.
008790     IF E21Y-LAST-CARD-CUT
008800         MOVE "  LAST CARD IS CUT SHORT TO FIT THE BUDGET"
008810             TO E21Y-PLANRPT-RECORD
008820         WRITE E21Y-PLANRPT-RECORD
008830     END-IF.
008840     MOVE SPACES TO E21Y-PLANRPT-RECORD.
008850     WRITE E21Y-PLANRPT-RECORD.
008860     MOVE "CARDS PLANNED ......" TO E21Y-SUM-LABEL.
008870     MOVE E21Y-PLAN-COUNT TO E21Y-SUM-COUNT.
008880     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
008890     MOVE "CANDIDATES PLANNED ." TO E21Y-SUM-LABEL.
008900     MOVE E21Y-TOTAL-CANDS TO E21Y-SUM-COUNT.
008910     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
008920     MOVE "UNSCANNED BEFORE ..." TO E21Y-SUM-LABEL.
008930     MOVE E21Y-GAP-TOTAL TO E21Y-SUM-COUNT.
008940     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
008950     MOVE "UNSCANNED AFTER ...." TO E21Y-SUM-LABEL.
008960     COMPUTE E21Y-SUM-COUNT = E21Y-GAP-TOTAL - E21Y-TOTAL-CANDS.
008970     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
008980     MOVE "SECONDS PLANNED ...." TO E21Y-SUM-LABEL.
008990     MOVE E21Y-TOTAL-SECS TO E21Y-SUM-COUNT.
009000     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
009010     MOVE "SECONDS HELD BACK .." TO E21Y-SUM-LABEL.
009020     COMPUTE E21Y-SUM-COUNT = E21Y-BUDGET-SECS - E21Y-TOTAL-SECS.
009030     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
009040     MOVE "UNMODED LEDGER RECS " TO E21Y-SUM-LABEL.
009050     MOVE E21Y-NO-MODE-CNT TO E21Y-SUM-COUNT.
009060     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
009070     COMPUTE E21Y-FMT-SECS = E21Y-START-SECS + E21Y-TOTAL-SECS.
009080     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT.
009090     MOVE SPACES TO E21Y-DETAIL-LINE.
009100     STRING "PROJECTED FINISH " E21Y-FMT-TEXT
009110            DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
009120     END-STRING.
009130     MOVE E21Y-DETAIL-LINE TO E21Y-PLANRPT-RECORD.
009140     WRITE E21Y-PLANRPT-RECORD.
009150     IF E21Y-PLAN-COUNT GREATER THAN ZERO
009160         MOVE "NEXT: EULER21PFLT ON PLANCRD, THEN EULER21PLAN"
009170             TO E21Y-PLANRPT-RECORD
009180         MOVE " FUNCTION R TO MAKE IT LIVE"
009190             TO E21Y-PLANRPT-RECORD (47:27)
009200         WRITE E21Y-PLANRPT-RECORD
009210     END-IF.
009220 5000-EXIT.
009230     EXIT.
009240
009250 5100-PRINT-ONE-SIZE.
009260     MOVE E21Y-SIZE-IX TO E21Y-ED-SIZE.
009270     MOVE E21Y-SIZE-TOP (E21Y-SIZE-IX) TO E21Y-ED-UPPER.
009280     MOVE E21Y-RT-RATE (E21Y-SIZE-IX) TO E21Y-ED-RATE.
009290     MOVE SPACES TO E21Y-DETAIL-LINE.
009300     IF E21Y-RT-SOURCE (E21Y-SIZE-IX) EQUAL "M"
009310         MOVE E21Y-RT-RUNS  (E21Y-SIZE-IX) TO E21Y-ED-RUNS
009320         MOVE E21Y-RT-ITERS (E21Y-SIZE-IX) TO E21Y-ED-ITERS
009330         MOVE E21Y-RT-SECS  (E21Y-SIZE-IX) TO E21Y-ED-SECS
009340         STRING "  " E21Y-ED-SIZE " DIGITS (TO " E21Y-ED-UPPER
009350                ")  RUNS " E21Y-ED-RUNS
009360                "  ITERATIONS " E21Y-ED-ITERS
009370                "  SECONDS " E21Y-ED-SECS
009380                "  RATE " E21Y-ED-RATE "/SEC"
009390                DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
009400         END-STRING
009410     ELSE
009420         MOVE E21Y-RT-FROM (E21Y-SIZE-IX) TO E21Y-ED-FROM
009430         STRING "  " E21Y-ED-SIZE " DIGITS (TO " E21Y-ED-UPPER
009440                ")  NO RUNS, RATE OF " E21Y-ED-FROM
009450                " DIGITS USED"
009460                "  RATE " E21Y-ED-RATE "/SEC"
009470                DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
009480         END-STRING
009490     END-IF.
009500     MOVE E21Y-DETAIL-LINE TO E21Y-PLANRPT-RECORD.
009510     WRITE E21Y-PLANRPT-RECORD.
009520 5100-EXIT.
009530     EXIT.
009540
009550 5200-PRINT-ONE-CARD.
009560     MOVE E21Y-PLAN-IX TO E21Y-ED-CARD.
009570     MOVE E21Y-PLN-LOWER (E21Y-PLAN-IX) TO E21Y-ED-LOWER.
009580     MOVE E21Y-PLN-UPPER (E21Y-PLAN-IX) TO E21Y-ED-UPPER.
009590     MOVE E21Y-PLN-CANDS (E21Y-PLAN-IX) TO E21Y-ED-COUNT.
009600     MOVE E21Y-PLN-SECS  (E21Y-PLAN-IX) TO E21Y-ED-SECS.
009610     MOVE E21Y-PLN-FINISH (E21Y-PLAN-IX) TO E21Y-FMT-SECS.
009620     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT.
009630     MOVE SPACES TO E21Y-DETAIL-LINE.
009640     STRING "  CARD " E21Y-ED-CARD
009650            "  RANGE " E21Y-ED-LOWER "-" E21Y-ED-UPPER
009660            "  CANDIDATES " E21Y-ED-COUNT
009670            "  EST SECONDS " E21Y-ED-SECS
009680            "  FINISH " E21Y-FMT-TEXT
009690            DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
009700     END-STRING.
009710     MOVE E21Y-DETAIL-LINE TO E21Y-PLANRPT-RECORD.
009720     WRITE E21Y-PLANRPT-RECORD.
009730 5200-EXIT.
009740     EXIT.
009750
009760*****************************************************************
009770*  6000-WRITE-PLAN-FILES -- PLANCRD IS ALWAYS RECREATED, EMPTY   *
009780*  WHEN NOTHING WAS PLANNED, SO AN OLD PLAN CAN NEVER BE TAKEN   *
009790*  FOR TONIGHT'S; THEN THE OUTCOME RECORD FOR THE REPLACE STEP   *
009800*****************************************************************
009810 6000-WRITE-PLAN-FILES.
009820     OPEN OUTPUT PLANCRD.
009830     IF E21Y-PLANCRD-STATUS NOT EQUAL "00"
009840         DISPLAY "EULER21PLAN: UNABLE TO OPEN PLANCRD, STATUS="
009850                 E21Y-PLANCRD-STATUS
009860         MOVE 8 TO RETURN-CODE
009870         MOVE ZERO TO E21Y-PLAN-COUNT
009880     ELSE
009890         PERFORM 6100-WRITE-ONE-CARD THRU 6100-EXIT
009900             VARYING E21Y-PLAN-IX FROM 1 BY 1
009910             UNTIL E21Y-PLAN-IX GREATER THAN E21Y-PLAN-COUNT
009920         CLOSE PLANCRD
009930     END-IF.
009940     OPEN OUTPUT PLANOUT.
009950     IF E21Y-PLANOUT-STATUS NOT EQUAL "00"
009960         DISPLAY "EULER21PLAN: UNABLE TO OPEN PLANOUT, STATUS="
009970                 E21Y-PLANOUT-STATUS
009980         MOVE 8 TO RETURN-CODE
009990         GO TO 6000-EXIT
010000     END-IF.
010010     MOVE SPACES TO E21-OUTCOME-RECORD.
010020     MOVE "EULER21PLAN" TO E21-OUT-JOB-NAME.
010030     MOVE E21Y-RUN-TIMESTAMP TO E21-OUT-TIMESTAMP.
010040     IF E21Y-PLAN-COUNT GREATER THAN ZERO
010050         MOVE "P" TO E21-OUT-VERDICT
010060     ELSE
010070         MOVE "E" TO E21-OUT-VERDICT
010080     END-IF.
010090     MOVE E21Y-PLAN-COUNT   TO E21-OUT-COUNT-1.
010100     MOVE E21Y-TOTAL-SECS   TO E21-OUT-COUNT-2.
010110     MOVE E21Y-TOTAL-CANDS  TO E21-OUT-COUNT-3.
010120     MOVE RETURN-CODE       TO E21-OUT-RETURN-CODE.
010130     WRITE E21-OUTCOME-RECORD.
010140     CLOSE PLANOUT.
010150 6000-EXIT.
010160     EXIT.
010170
010180*****************************************************************
010190*  6100-WRITE-ONE-CARD -- THE LIVE CARD 1 WITH THE PLANNED       *
010200*  BOUNDS: STEP 1, NO RESTART, WHOLE RANGE (NO PARTITION)        *
010210*****************************************************************
010220 6100-WRITE-ONE-CARD.
010230     MOVE E21Y-TEMPLATE-CARD TO E21-PARM-RECORD.
010240     MOVE E21Y-PLN-LOWER (E21Y-PLAN-IX) TO E21-PARM-LOWER-BOUND.
010250     MOVE E21Y-PLN-UPPER (E21Y-PLAN-IX) TO E21-PARM-UPPER-BOUND.
010260     MOVE 1     TO E21-PARM-STEP.
010270     MOVE "N"   TO E21-PARM-RESTART-FLAG.
010280     MOVE ZEROS TO E21-PARM-PART-NUMBER.
010290     MOVE ZEROS TO E21-PARM-PART-COUNT.
010300     MOVE E21-PARM-RECORD TO E21Y-PLANCRD-RECORD.
010310     WRITE E21Y-PLANCRD-RECORD.
010320 6100-EXIT.
010330     EXIT.
010340
010350*****************************************************************
010360*  7000-REPLACE-SCHEDULE -- MAKE THE CHECKED PLAN LIVE.  EACH    *
010370*  STEP REFUSES (RETURN CODE 8, PARMCRD UNTOUCHED) UNLESS THE    *
010380*  ONE BEFORE IT PASSED, AND THE OPERATOR CONFIRMS LAST.         *
010390*****************************************************************
010400 7000-REPLACE-SCHEDULE.
010410     PERFORM 7100-READ-PLAN-OUTCOME THRU 7100-EXIT.
010420     PERFORM 7200-READ-PFLT-OUTCOME THRU 7200-EXIT.
010430     PERFORM 7300-LOAD-PLANCRD      THRU 7300-EXIT.
010440     IF E21Y-REPLACE-REFUSED
010450         GO TO 7000-EXIT
010460     END-IF.
010461     PERFORM 7350-LOAD-LIVE-CARDS   THRU 7350-EXIT.
010462     DISPLAY "ENTER OPERATOR ID: ".
010463     ACCEPT E21Y-OPERATOR-ID.
010464     IF E21Y-OPERATOR-ID EQUAL SPACES
010465         MOVE "OPERATOR ID IS REQUIRED" TO E21Y-MSG-TEXT
010466         PERFORM 7900-REFUSE THRU 7900-EXIT
010467         GO TO 7000-EXIT
010468     END-IF.
010470     MOVE E21Y-CARD-COUNT TO E21Y-ED-CARD.
010480     DISPLAY "REPLACE THE LIVE PARMCRD WITH THE " E21Y-ED-CARD
010490             " PLANNED CARDS (Y/N): ".
010500     ACCEPT E21Y-ANS-CONFIRM.
010510     IF E21Y-ANS-CONFIRM NOT EQUAL "Y"
010520        AND E21Y-ANS-CONFIRM NOT EQUAL "y"
010530         DISPLAY "EULER21PLAN: PARMCRD NOT REPLACED"
010540         GO TO 7000-EXIT
010550     END-IF.
010560     PERFORM 7400-WRITE-PARMCRD     THRU 7400-EXIT.
010570 7000-EXIT.
010580     EXIT.
010590
010600 7100-READ-PLAN-OUTCOME.
010610     OPEN INPUT PLANOUT.
010620     IF E21Y-PLANOUT-STATUS NOT EQUAL "00"
010630         MOVE "NO PLANOUT ON FILE, RUN FUNCTION P FIRST"
010640             TO E21Y-MSG-TEXT
010650         PERFORM 7900-REFUSE THRU 7900-EXIT
010660         GO TO 7100-EXIT
010670     END-IF.
010680     MOVE "N" TO E21Y-EOF-SWITCH.
010690     READ PLANOUT
010700         AT END
010710             MOVE "Y" TO E21Y-EOF-SWITCH
010720     END-READ.
010730     CLOSE PLANOUT.
010740     IF E21Y-AT-EOF
010750        OR E21-OUT-JOB-NAME NOT EQUAL "EULER21PLAN"
010760        OR NOT E21-OUT-PLAN-WRITTEN
010770        OR E21-OUT-COUNT-1 NOT NUMERIC
010780         MOVE "THE LAST PLAN PRODUCED NO CARDS" TO E21Y-MSG-TEXT
010790         PERFORM 7900-REFUSE THRU 7900-EXIT
010800         GO TO 7100-EXIT
010810     END-IF.
010820     MOVE E21-OUT-TIMESTAMP TO E21Y-PLAN-TIMESTAMP.
010830     MOVE E21-OUT-COUNT-1   TO E21Y-PLAN-CARDS.
010840 7100-EXIT.
010850     EXIT.
010860
010870*****************************************************************
010880*  7200-READ-PFLT-OUTCOME -- PFLTOUT IS PARSED FROM THE 80-BYTE  *
010890*  IMAGE, THE E21OUT 01 BEING IN USE UNDER PLANOUT.  IT MUST BE  *
010900*  A GO WITH NO ERRORS, NO OLDER THAN THE PLAN, OVER THE SAME    *
010910*  NUMBER OF CARDS.                                              *
010920*****************************************************************
010930 7200-READ-PFLT-OUTCOME.
010940     IF E21Y-REPLACE-REFUSED
010950         GO TO 7200-EXIT
010960     END-IF.
010970     OPEN INPUT PFLTOUT.
010980     IF E21Y-PFLTOUT-STATUS NOT EQUAL "00"
010990         MOVE "NO PFLTOUT ON FILE, RUN EULER21PFLT ON PLANCRD"
011000             TO E21Y-MSG-TEXT
011010         PERFORM 7900-REFUSE THRU 7900-EXIT
011020         GO TO 7200-EXIT
011030     END-IF.
011040     MOVE "N" TO E21Y-EOF-SWITCH.
011050     READ PFLTOUT
011060         AT END
011070             MOVE "Y" TO E21Y-EOF-SWITCH
011080     END-READ.
011090     CLOSE PFLTOUT.
011100     IF E21Y-AT-EOF
011110        OR E21Y-PFLTOUT-RECORD (1:12) NOT EQUAL "EULER21PFLT"
011120        OR E21Y-PFLTOUT-RECORD (40:7) NOT NUMERIC
011130        OR E21Y-PFLTOUT-RECORD (47:7) NOT NUMERIC
011140        OR E21Y-PFLTOUT-RECORD (54:7) NOT NUMERIC
011150         MOVE "PFLTOUT IS NOT AN EULER21PFLT OUTCOME"
011160             TO E21Y-MSG-TEXT
011170         PERFORM 7900-REFUSE THRU 7900-EXIT
011180         GO TO 7200-EXIT
011190     END-IF.
011200     MOVE E21Y-PFLTOUT-RECORD (40:7) TO E21Y-PFLT-CARDS.
011210     MOVE E21Y-PFLTOUT-RECORD (47:7) TO E21Y-PFLT-ERRORS.
011220     MOVE E21Y-PFLTOUT-RECORD (54:7) TO E21Y-PFLT-WARNINGS.
011230     IF E21Y-PFLTOUT-RECORD (13:26) LESS THAN E21Y-PLAN-TIMESTAMP
011240         MOVE "PRE-FLIGHT PREDATES THE PLAN, RERUN EULER21PFLT"
011250             TO E21Y-MSG-TEXT
011260         PERFORM 7900-REFUSE THRU 7900-EXIT
011270         GO TO 7200-EXIT
011280     END-IF.
011290     IF E21Y-PFLTOUT-RECORD (39:1) NOT EQUAL "G"
011300        OR E21Y-PFLT-ERRORS NOT EQUAL ZERO
011310         MOVE "THE PRE-FLIGHT VERDICT WAS NO-GO, SEE PREFRPT"
011320             TO E21Y-MSG-TEXT
011330         PERFORM 7900-REFUSE THRU 7900-EXIT
011340         GO TO 7200-EXIT
011350     END-IF.
011360     IF E21Y-PFLT-CARDS NOT EQUAL E21Y-PLAN-CARDS
011370         MOVE "THE PRE-FLIGHT CHECKED A DIFFERENT SCHEDULE"
011380             TO E21Y-MSG-TEXT
011390         PERFORM 7900-REFUSE THRU 7900-EXIT
011400         GO TO 7200-EXIT
011410     END-IF.
011420     IF E21Y-PFLT-WARNINGS GREATER THAN ZERO
011425         MOVE E21Y-PFLT-WARNINGS TO E21Y-ED-COUNT
011430         DISPLAY "EULER21PLAN: PRE-FLIGHT GAVE "
011435                 E21Y-ED-COUNT
011440                 " WARNING(S), SEE PREFRPT"
011450     END-IF.
011460 7200-EXIT.
011470     EXIT.
011480
011490 7300-LOAD-PLANCRD.
011500     IF E21Y-REPLACE-REFUSED
011510         GO TO 7300-EXIT
011520     END-IF.
011530     OPEN INPUT PLANCRD.
011540     IF E21Y-PLANCRD-STATUS NOT EQUAL "00"
011550         MOVE "NO PLANCRD ON FILE" TO E21Y-MSG-TEXT
011560         PERFORM 7900-REFUSE THRU 7900-EXIT
011570         GO TO 7300-EXIT
011580     END-IF.
011590     MOVE "N" TO E21Y-EOF-SWITCH.
011600     PERFORM 7310-LOAD-ONE-CARD THRU 7310-EXIT
011610         UNTIL E21Y-AT-EOF.
011620     CLOSE PLANCRD.
011630     IF E21Y-CARD-COUNT EQUAL ZERO
011640        OR E21Y-CARD-COUNT NOT EQUAL E21Y-PLAN-CARDS
011650         MOVE "PLANCRD NO LONGER MATCHES THE PLAN"
011655             TO E21Y-MSG-TEXT
011660         PERFORM 7900-REFUSE THRU 7900-EXIT
011670     END-IF.
011680 7300-EXIT.
011690     EXIT.
011700
011710 7310-LOAD-ONE-CARD.
011720     READ PLANCRD
011730         AT END
011740             MOVE "Y" TO E21Y-EOF-SWITCH
011750         NOT AT END
011760             EVALUATE TRUE
011770                 WHEN E21Y-PLANCRD-RECORD EQUAL SPACES
011780                     CONTINUE
011790                 WHEN E21Y-CARD-COUNT LESS THAN 50
011800                     ADD 1 TO E21Y-CARD-COUNT
011810                     MOVE E21Y-PLANCRD-RECORD TO
011820                         E21Y-CARD-ENTRY (E21Y-CARD-COUNT)
011830                 WHEN OTHER
011840                     ADD 1 TO E21Y-CARD-COUNT
011850             END-EVALUATE
011860     END-READ.
011870 7310-EXIT.
011880     EXIT.
011890
011891*****************************************************************
011892*  7350-LOAD-LIVE-CARDS -- THE SCHEDULE ABOUT TO BE REPLACED,    *
011893*  KEPT FOR THE JOURNAL'S BEFORE IMAGES.  NONE ON FILE IS AN     *
011894*  EMPTY SCHEDULE.                                               *
011895*****************************************************************
011896 7350-LOAD-LIVE-CARDS.
011897     MOVE ZERO TO E21Y-OLD-COUNT.
011898     OPEN INPUT PARMCRD.
011899     IF E21Y-PARMCRD-STATUS NOT EQUAL "00"
011900         GO TO 7350-EXIT
011901     END-IF.
011902     MOVE "N" TO E21Y-EOF-SWITCH.
011903     PERFORM 7360-LOAD-ONE-LIVE THRU 7360-EXIT
011904         UNTIL E21Y-AT-EOF.
011905     CLOSE PARMCRD.
011906 7350-EXIT.
011907     EXIT.
011908
011909 7360-LOAD-ONE-LIVE.
011910     READ PARMCRD
011911         AT END
011912             MOVE "Y" TO E21Y-EOF-SWITCH
011913         NOT AT END
011914             IF E21-PARM-RECORD NOT EQUAL SPACES
011915                AND E21Y-OLD-COUNT LESS THAN 50
011916                 ADD 1 TO E21Y-OLD-COUNT
011917                 MOVE E21-PARM-RECORD
011918                     TO E21Y-OLD-ENTRY (E21Y-OLD-COUNT)
011919             END-IF
011920     END-READ.
011921 7360-EXIT.
011922     EXIT.
011923
011924*****************************************************************
011925*  7400-WRITE-PARMCRD -- THE JOURNAL MUST OPEN BEFORE THE LIVE   *
011926*  SCHEDULE IS TOUCHED                                           *
011927*****************************************************************
011928 7400-WRITE-PARMCRD.
011929     OPEN EXTEND JRNLFIL.
011930     IF E21Y-JRNLFIL-STATUS NOT EQUAL "00"
011931         OPEN OUTPUT JRNLFIL
011932     END-IF.
011933     IF E21Y-JRNLFIL-STATUS NOT EQUAL "00"
011934         DISPLAY "EULER21PLAN: UNABLE TO OPEN JRNLFIL, STATUS="
011935                 E21Y-JRNLFIL-STATUS
011936         DISPLAY "EULER21PLAN: PARMCRD NOT REPLACED"
011937         MOVE 8 TO RETURN-CODE
011938         GO TO 7400-EXIT
011939     END-IF.
011940     OPEN OUTPUT PARMCRD.
011941     IF E21Y-PARMCRD-STATUS NOT EQUAL "00"
011942         DISPLAY "EULER21PLAN: UNABLE TO OPEN PARMCRD, STATUS="
011943                 E21Y-PARMCRD-STATUS
011950         MOVE 8 TO RETURN-CODE
011955         CLOSE JRNLFIL
011960         GO TO 7400-EXIT
011970     END-IF.
011980     PERFORM 7410-WRITE-ONE-CARD THRU 7410-EXIT
011990         VARYING E21Y-CARD-IX FROM 1 BY 1
012000         UNTIL E21Y-CARD-IX GREATER THAN E21Y-CARD-COUNT.
012010     CLOSE PARMCRD.
012011     MOVE E21Y-CARD-COUNT TO E21Y-JRNL-LIMIT.
012012     IF E21Y-OLD-COUNT GREATER THAN E21Y-JRNL-LIMIT
012013         MOVE E21Y-OLD-COUNT TO E21Y-JRNL-LIMIT
012014     END-IF.
012015     PERFORM 7420-JOURNAL-ONE-CARD THRU 7420-EXIT
012016         VARYING E21Y-CARD-IX FROM 1 BY 1
012017         UNTIL E21Y-CARD-IX GREATER THAN E21Y-JRNL-LIMIT.
012018     CLOSE JRNLFIL.
012020     DISPLAY "EULER21PLAN: PARMCRD REPLACED WITH " E21Y-ED-CARD
012030             " PLANNED CARDS".
012040 7400-EXIT.
012050     EXIT.
012060
012070 7410-WRITE-ONE-CARD.
012080     MOVE E21Y-CARD-ENTRY (E21Y-CARD-IX) TO E21-PARM-RECORD.
012090     WRITE E21-PARM-RECORD.
012100 7410-EXIT.
012110     EXIT.
012111
012112 7420-JOURNAL-ONE-CARD.
012113     MOVE SPACES TO E21-JRNL-RECORD.
012114     MOVE E21Y-RUN-TIMESTAMP TO E21-JRNL-TIMESTAMP.
012115     MOVE E21Y-OPERATOR-ID   TO E21-JRNL-OPERATOR.
012116     MOVE "EULER21PLAN"      TO E21-JRNL-PROGRAM.
012117     MOVE "PARMCRD"          TO E21-JRNL-FILE.
012118     MOVE "P"                TO E21-JRNL-ACTION.
012119     MOVE E21Y-CARD-IX       TO E21-JRNL-CARD-NUMBER.
012120     IF E21Y-CARD-IX NOT GREATER THAN E21Y-OLD-COUNT
012121         MOVE E21Y-OLD-ENTRY (E21Y-CARD-IX)
012122             TO E21-JRNL-BEFORE-IMAGE
012123     END-IF.
012124     IF E21Y-CARD-IX NOT GREATER THAN E21Y-CARD-COUNT
012125         MOVE E21Y-CARD-ENTRY (E21Y-CARD-IX)
012126             TO E21-JRNL-AFTER-IMAGE
012127         MOVE E21-JRNL-AFTER-IMAGE (1:21) TO E21-JRNL-RANGE
012128     ELSE
012129         MOVE E21-JRNL-BEFORE-IMAGE (1:21) TO E21-JRNL-RANGE
012130     END-IF.
012131     WRITE E21-JRNL-RECORD.
012132 7420-EXIT.
012133     EXIT.
012134
012135 7900-REFUSE.
012140     MOVE "Y" TO E21Y-REFUSE-SWITCH.
012150     MOVE 8 TO RETURN-CODE.
012160     DISPLAY "EULER21PLAN: PARMCRD NOT REPLACED - " E21Y-MSG-TEXT.
012170 7900-EXIT.
012180     EXIT.
012190
012200*****************************************************************
012210*  8000-FIND-SIZE -- RANGE SIZE (DIGIT COUNT) OF SIZE-VALUE      *
012220*****************************************************************
012230 8000-FIND-SIZE.
012240     EVALUATE TRUE
012250         WHEN E21Y-SIZE-VALUE NOT GREATER THAN 9
012260             MOVE 1 TO E21Y-SIZE-FOUND
012270         WHEN E21Y-SIZE-VALUE NOT GREATER THAN 99
012280             MOVE 2 TO E21Y-SIZE-FOUND
012290         WHEN E21Y-SIZE-VALUE NOT GREATER THAN 999
012300             MOVE 3 TO E21Y-SIZE-FOUND
012310         WHEN E21Y-SIZE-VALUE NOT GREATER THAN 9999
012320             MOVE 4 TO E21Y-SIZE-FOUND
012330         WHEN E21Y-SIZE-VALUE NOT GREATER THAN 99999
012340             MOVE 5 TO E21Y-SIZE-FOUND
012350         WHEN E21Y-SIZE-VALUE NOT GREATER THAN 999999
012360             MOVE 6 TO E21Y-SIZE-FOUND
012370         WHEN OTHER
012380             MOVE 7 TO E21Y-SIZE-FOUND
012390     END-EVALUATE.
012400 8000-EXIT.
012410     EXIT.
012420
012430*****************************************************************
012440*  8100-FORMAT-TIME -- FMT-SECS AS YYYY-MM-DD HH:MM:SS           *
012450*****************************************************************
012460 8100-FORMAT-TIME.
012470     DIVIDE E21Y-FMT-SECS BY 86400
012480         GIVING E21Y-TS-DAY-NUMBER REMAINDER E21Y-FMT-REM.
012490     COMPUTE E21Y-TS-DATE-PART =
012500         FUNCTION DATE-OF-INTEGER (E21Y-TS-DAY-NUMBER).
012510     DIVIDE E21Y-FMT-REM BY 3600
012520         GIVING E21Y-TS-HH REMAINDER E21Y-FMT-REM.
012530     DIVIDE E21Y-FMT-REM BY 60
012540         GIVING E21Y-TS-MM REMAINDER E21Y-TS-SS.
012550     MOVE SPACES TO E21Y-FMT-TEXT.
012560     STRING E21Y-TS-DATE-PART (1:4) "-"
012570            E21Y-TS-DATE-PART (5:2) "-"
012580            E21Y-TS-DATE-PART (7:2) " "
012590            E21Y-TS-HH ":" E21Y-TS-MM ":" E21Y-TS-SS
012600            DELIMITED BY SIZE INTO E21Y-FMT-TEXT
012610     END-STRING.
012620 8100-EXIT.
012630     EXIT.
012640
012650 8200-WRITE-COUNT-LINE.
012660     MOVE E21Y-SUM-COUNT TO E21Y-ED-COUNT.
012670     MOVE SPACES TO E21Y-DETAIL-LINE.
012680     STRING "  " E21Y-SUM-LABEL ": " E21Y-ED-COUNT
012690            DELIMITED BY SIZE INTO E21Y-DETAIL-LINE
012700     END-STRING.
012710     MOVE E21Y-DETAIL-LINE TO E21Y-PLANRPT-RECORD.
012720     WRITE E21Y-PLANRPT-RECORD.
012730 8200-EXIT.
012740     EXIT.
012750
012760*****************************************************************
012770*  9000-TERMINATE -- CLOSE THE REPORT                            *
012780*****************************************************************
012790 9000-TERMINATE.
012800     CLOSE PLANRPT.
012810 9000-EXIT.
012820     EXIT.
