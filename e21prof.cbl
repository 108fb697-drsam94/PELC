000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21PROF.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - ONE-NUMBER PROFILE INQUIRY OVER  *
000110*                    EVERY KEYED FILE AND THE COVERAGE LEDGER.   *
000120*****************************************************************
000130*****************************************************************
000140*  ACCEPTS A NUMBER AT THE CONSOLE AND SHOWS IN ONE PLACE       *
000150*  EVERYTHING THE SUITE KNOWS ABOUT IT: ITS ALIQUOT SUM (FROM   *
000160*  SIGMAFIL, OR COMPUTED BY E21SIGMA REQUEST "F" WHEN THE FILE  *
000170*  DOES NOT REACH IT), ITS CLASS FROM CLASFIL, ITS AMICABLE     *
000180*  PARTNER AND PROVENANCE FROM PAIRFIL (AND ITS BETROTHED       *
000190*  PARTNER FROM BETRFIL), THE SOCIABLE CHAIN ON CHAINFIL THAT   *
000200*  HOLDS IT AND ITS POSITION THERE, ITS TRAJECTORY OUTCOME FROM *
000210*  TRAJFIL (WITH THE WATCHLIST STATUS WHEN IT WAS LEFT OPEN),   *
000220*  AND THE COVLEDG RANGES THAT HAVE SCANNED IT.                 *
000230*  A NUMBER MISSING FROM A FILE IS ONLY CALLED NOT AMICABLE,    *
000240*  NOT IN A CHAIN AND SO ON WHEN THE LEDGER SHOWS IT WAS        *
000250*  SCANNED IN A MODE THAT WRITES THAT FILE (PAIRFIL IN MODES A  *
000260*  AND B, CLASFIL IN C AND B, BETRFIL IN Q, CHAINFIL IN S,      *
000270*  TRAJFIL IN T); OTHERWISE IT IS SHOWN AS NOT YET SCANNED.     *
000280*  LEDGER RECORDS WRITTEN BEFORE COVLEDG CARRIED THE RUN MODE   *
000290*  SHOW AS SCANNED IN AN UNRECORDED MODE AND SETTLE NOTHING.    *
000300*  A FILE THAT WILL NOT OPEN IS REPORTED AND SKIPPED.  A BLANK  *
000310*  OR ZERO ENTRY ENDS THE SESSION.                              *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SIGMAFIL ASSIGN TO "SIGMAFIL"
000400         ORGANIZATION INDEXED
000410         ACCESS MODE  RANDOM
000420         RECORD KEY   E21-SIGF-KEY
000430         FILE STATUS  E21I-SIGMAFIL-STATUS.
000440
000450     SELECT CLASFIL  ASSIGN TO "CLASFIL"
000460         ORGANIZATION INDEXED
000470         ACCESS MODE  RANDOM
000480         RECORD KEY   E21-CLS-KEY
000490         FILE STATUS  E21I-CLASFIL-STATUS.
000500
000510     SELECT PAIRFIL  ASSIGN TO "PAIRFIL"
000520         ORGANIZATION INDEXED
000530         ACCESS MODE  DYNAMIC
000540         RECORD KEY   E21-PAIR-KEY
000550         ALTERNATE RECORD KEY E21-PAIR-PARTNER
000560         FILE STATUS  E21I-PAIRFIL-STATUS.
000570
000580     SELECT BETRFIL  ASSIGN TO "BETRFIL"
000590         ORGANIZATION INDEXED
000600         ACCESS MODE  DYNAMIC
000610         RECORD KEY   E21-BETR-KEY
000620         ALTERNATE RECORD KEY E21-BETR-PARTNER
000630         FILE STATUS  E21I-BETRFIL-STATUS.
000640
000650     SELECT CHNFIL   ASSIGN TO "CHAINFIL"
000660         ORGANIZATION INDEXED
000670         ACCESS MODE  DYNAMIC
000680         RECORD KEY   E21-CHAIN-KEY
000690         FILE STATUS  E21I-CHNFIL-STATUS.
000700
000710     SELECT TRAJFIL  ASSIGN TO "TRAJFIL"
000720         ORGANIZATION INDEXED
000730         ACCESS MODE  RANDOM
000740         RECORD KEY   E21-TRAJ-KEY
000750         FILE STATUS  E21I-TRAJFIL-STATUS.
000760
000770     SELECT WTCHFIL  ASSIGN TO "WTCHFIL"
000780         ORGANIZATION INDEXED
000790         ACCESS MODE  RANDOM
000800         RECORD KEY   E21-WTCH-KEY
000810         FILE STATUS  E21I-WTCHFIL-STATUS.
000820
000830     SELECT COVLEDG  ASSIGN TO "COVLEDG"
000840         ORGANIZATION LINE SEQUENTIAL
000850         FILE STATUS  E21I-COVLEDG-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  SIGMAFIL.
000900     COPY E21SIGF.
000910
000920 FD  CLASFIL.
000930     COPY E21CLS.
000940
000950 FD  PAIRFIL.
000960     COPY E21PAIR.
000970
000980 FD  BETRFIL.
000990     COPY E21BETR.
001000
001010 FD  CHNFIL.
001020     COPY E21CHN.
001030
001040 FD  TRAJFIL.
001050     COPY E21TRAJ.
001060
001070 FD  WTCHFIL.
001080     COPY E21WTCH.
001090
001100 FD  COVLEDG.
001110     COPY E21COV.
001120
001130 WORKING-STORAGE SECTION.
001140*****************************************************************
001150*  FILE STATUS FIELDS                                            *
001160*****************************************************************
001170 01  E21I-FILE-STATUSES.
001180     05  E21I-SIGMAFIL-STATUS   PIC X(02)  VALUE "00".
001190     05  E21I-CLASFIL-STATUS    PIC X(02)  VALUE "00".
001200     05  E21I-PAIRFIL-STATUS    PIC X(02)  VALUE "00".
001210     05  E21I-BETRFIL-STATUS    PIC X(02)  VALUE "00".
001220     05  E21I-CHNFIL-STATUS     PIC X(02)  VALUE "00".
001230     05  E21I-TRAJFIL-STATUS    PIC X(02)  VALUE "00".
001240     05  E21I-WTCHFIL-STATUS    PIC X(02)  VALUE "00".
001250     05  E21I-COVLEDG-STATUS    PIC X(02)  VALUE "00".
001260
001270*****************************************************************
001280*  FILE AVAILABILITY -- A FILE THAT WOULD NOT OPEN IS SKIPPED    *
001290*****************************************************************
001300 01  E21I-OPEN-SWITCHES.
001310     05  E21I-SIGMAFIL-SW       PIC X(01)  VALUE "N".
001320         88  E21I-SIGMAFIL-OPEN     VALUE "Y".
001330     05  E21I-CLASFIL-SW        PIC X(01)  VALUE "N".
001340         88  E21I-CLASFIL-OPEN      VALUE "Y".
001350     05  E21I-PAIRFIL-SW        PIC X(01)  VALUE "N".
001360         88  E21I-PAIRFIL-OPEN      VALUE "Y".
001370     05  E21I-BETRFIL-SW        PIC X(01)  VALUE "N".
001380         88  E21I-BETRFIL-OPEN      VALUE "Y".
001390     05  E21I-CHNFIL-SW         PIC X(01)  VALUE "N".
001400         88  E21I-CHNFIL-OPEN       VALUE "Y".
001410     05  E21I-TRAJFIL-SW        PIC X(01)  VALUE "N".
001420         88  E21I-TRAJFIL-OPEN      VALUE "Y".
001430     05  E21I-WTCHFIL-SW        PIC X(01)  VALUE "N".
001440         88  E21I-WTCHFIL-OPEN      VALUE "Y".
001450
001460*****************************************************************
001470*  SESSION AND PROBE SWITCHES                                    *
001480*****************************************************************
001490 01  E21I-SWITCHES.
001500     05  E21I-DONE-SWITCH       PIC X(01)  VALUE "N".
001510         88  E21I-SESSION-DONE      VALUE "Y".
001520     05  E21I-EOF-SWITCH        PIC X(01)  VALUE "N".
001530         88  E21I-AT-EOF            VALUE "Y".
001540     05  E21I-FOUND-SWITCH      PIC X(01)  VALUE "N".
001550         88  E21I-RECORD-FOUND      VALUE "Y".
001560         88  E21I-RECORD-NOT-FOUND  VALUE "N".
001570     05  E21I-SUM-SWITCH        PIC X(01)  VALUE "N".
001580         88  E21I-SUM-KNOWN         VALUE "Y".
001590
001600*****************************************************************
001610*  COVERAGE OF THE PROBED NUMBER, ONE SWITCH PER KEYED FILE THE  *
001620*  LEDGER'S RUN MODES POPULATE, PLUS THE MODES SEEN FOR DISPLAY  *
001630*****************************************************************
001640 01  E21I-COVERAGE-SWITCHES.
001650     05  E21I-COV-PAIR-SW       PIC X(01)  VALUE "N".
001660         88  E21I-COV-PAIRS         VALUE "Y".
001670     05  E21I-COV-CLASS-SW      PIC X(01)  VALUE "N".
001680         88  E21I-COV-CLASSES       VALUE "Y".
001690     05  E21I-COV-BETR-SW       PIC X(01)  VALUE "N".
001700         88  E21I-COV-BETROTHED     VALUE "Y".
001710     05  E21I-COV-CHAIN-SW      PIC X(01)  VALUE "N".
001720         88  E21I-COV-CHAINS        VALUE "Y".
001730     05  E21I-COV-TRAJ-SW       PIC X(01)  VALUE "N".
001740         88  E21I-COV-TRAJECTORIES  VALUE "Y".
001750     05  E21I-COV-NOMODE-SW     PIC X(01)  VALUE "N".
001760         88  E21I-COV-NO-MODE       VALUE "Y".
001770 01  E21I-MODE-LIST          PIC X(12)  VALUE SPACES.
001780 01  E21I-MODE-PTR           PIC S9(04)  COMP VALUE 1.
001790 01  E21I-MODE-TALLY         PIC S9(04)  COMP VALUE ZERO.
001800 01  E21I-RANGE-TALLY        PIC S9(04)  COMP VALUE ZERO.
001810
001820*****************************************************************
001830*  COVERAGE LEDGER RANGES, LOADED ONCE AT START OF SESSION       *
001840*****************************************************************
001850 01  E21I-LEDGER-COUNT       PIC S9(04)  COMP VALUE ZERO.
001860 01  E21I-LEDGER-IX          PIC S9(04)  COMP.
001870 01  E21I-LEDGER-TABLE.
001880     05  E21I-LED-ENTRY OCCURS 500 TIMES.
001890         10  E21I-LED-LOWER         PIC 9(07).
001900         10  E21I-LED-UPPER         PIC 9(07).
001910         10  E21I-LED-STEP          PIC 9(07).
001920         10  E21I-LED-MODE          PIC X(01).
001930 01  E21I-PROBE-OFFSET       PIC S9(09)  COMP.
001940 01  E21I-PROBE-STEP         PIC S9(09)  COMP.
001950
001960*****************************************************************
001970*  SIGMA SERVICE PARAMETER AREA AND THE SIGMAFIL LIMIT (FROM ITS *
001980*  CONTROL RECORD, KEY 00000)                                    *
001990*****************************************************************
002000     COPY E21SIGP.
002010 01  E21I-SIGF-LIMIT         PIC S9(09)  COMP VALUE ZERO.
002020 01  E21I-ALIQUOT-SUM        PIC S9(09)  COMP VALUE ZERO.
002030 01  E21I-SUM-SOURCE         PIC X(20)  VALUE SPACES.
002040
002050*****************************************************************
002060*  ACCEPT WORK FIELDS -- ALPHANUMERIC SO A NON-NUMERIC ENTRY    *
002070*  CAN BE DETECTED AND REJECTED CLEANLY                         *
002080*****************************************************************
002090 01  E21I-ANS-NUMBER         PIC X(07)  VALUE SPACES.
002100 01  E21I-SHIFT-WORK         PIC X(06)  VALUE SPACES.
002110 01  E21I-PROBE-NUMBER       PIC 9(07)  VALUE ZEROS.
002120 01  E21I-MEMBER-IX          PIC S9(04)  COMP.
002130 01  E21I-CHAIN-POSITION     PIC S9(04)  COMP VALUE ZERO.
002140
002150*****************************************************************
002160*  DISPLAY EDIT FIELDS                                           *
002170*****************************************************************
002180 01  E21I-EDIT-FIELDS.
002190     05  E21I-ED-NUMBER         PIC ZZZZZZ9.
002200     05  E21I-ED-PARTNER        PIC ZZZZZZ9.
002210     05  E21I-ED-SUM            PIC ZZZZZZZZ9.
002220     05  E21I-ED-ABUNDANCE      PIC -ZZZZZZZZ9.
002230     05  E21I-ED-FOUND-LO       PIC ZZZZZZ9.
002240     05  E21I-ED-FOUND-HI       PIC ZZZZZZ9.
002250     05  E21I-ED-MEMBER         PIC ZZZZZZZZ9.
002260     05  E21I-ED-POSITION       PIC Z9.
002270     05  E21I-ED-LENGTH         PIC Z9.
002280     05  E21I-ED-STEPS          PIC ZZZZZZ9.
002290     05  E21I-ED-PEAK           PIC ZZZZZZZZ9.
002300     05  E21I-ED-RANGES         PIC ZZ9.
002310 PROCEDURE DIVISION.
002320*****************************************************************
002330*  0000-MAINLINE                                                 *
002340*****************************************************************
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
002380         UNTIL E21I-SESSION-DONE.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     STOP RUN.
002410*****************************************************************
002420*  1000-INITIALIZE -- OPEN WHATEVER FILES ARE ON HAND, NOTE THE  *
002430*  SIGMAFIL LIMIT, AND LOAD THE COVERAGE LEDGER                  *
002440*****************************************************************
002450 1000-INITIALIZE.
002460     OPEN INPUT SIGMAFIL.
002470     IF E21I-SIGMAFIL-STATUS EQUAL "00"
002480         MOVE "Y" TO E21I-SIGMAFIL-SW
002490         MOVE ZEROS TO E21-SIGF-KEY
002500         READ SIGMAFIL
002510             INVALID KEY
002520                 CONTINUE
002530             NOT INVALID KEY
002540                 IF E21-SIGF-SUM NUMERIC
002550                     MOVE E21-SIGF-SUM TO E21I-SIGF-LIMIT
002560                 END-IF
002570         END-READ
002580     ELSE
002590         DISPLAY "EULER21PROF: SIGMAFIL NOT AVAILABLE, STATUS="
002600                 E21I-SIGMAFIL-STATUS ", SUMS WILL BE COMPUTED"
002610     END-IF.
002620
002630     OPEN INPUT CLASFIL.
002640     IF E21I-CLASFIL-STATUS EQUAL "00"
002650         MOVE "Y" TO E21I-CLASFIL-SW
002660     ELSE
002670         DISPLAY "EULER21PROF: CLASFIL NOT AVAILABLE, STATUS="
002680                 E21I-CLASFIL-STATUS
002690     END-IF.
002700     OPEN INPUT PAIRFIL.
002710     IF E21I-PAIRFIL-STATUS EQUAL "00"
002720         MOVE "Y" TO E21I-PAIRFIL-SW
002730     ELSE
002740         DISPLAY "EULER21PROF: PAIRFIL NOT AVAILABLE, STATUS="
002750                 E21I-PAIRFIL-STATUS
002760     END-IF.
002770     OPEN INPUT BETRFIL.
002780     IF E21I-BETRFIL-STATUS EQUAL "00"
002790         MOVE "Y" TO E21I-BETRFIL-SW
002800     ELSE
002810         DISPLAY "EULER21PROF: BETRFIL NOT AVAILABLE, STATUS="
002820                 E21I-BETRFIL-STATUS
002830     END-IF.
002840     OPEN INPUT CHNFIL.
002850     IF E21I-CHNFIL-STATUS EQUAL "00"
002860         MOVE "Y" TO E21I-CHNFIL-SW
002870     ELSE
002880         DISPLAY "EULER21PROF: CHAINFIL NOT AVAILABLE, STATUS="
002890                 E21I-CHNFIL-STATUS
002900     END-IF.
002910     OPEN INPUT TRAJFIL.
002920     IF E21I-TRAJFIL-STATUS EQUAL "00"
002930         MOVE "Y" TO E21I-TRAJFIL-SW
002940     ELSE
002950         DISPLAY "EULER21PROF: TRAJFIL NOT AVAILABLE, STATUS="
002960                 E21I-TRAJFIL-STATUS
002970     END-IF.
002980     OPEN INPUT WTCHFIL.
002990     IF E21I-WTCHFIL-STATUS EQUAL "00"
003000         MOVE "Y" TO E21I-WTCHFIL-SW
003010     END-IF.
003020
003030     OPEN INPUT COVLEDG.
003040     IF E21I-COVLEDG-STATUS NOT EQUAL "00"
003050         DISPLAY "EULER21PROF: NO COVLEDG ON FILE, NOTHING WILL "
003060                 "SHOW AS SCANNED"
003070         GO TO 1000-EXIT
003080     END-IF.
003090     MOVE "N" TO E21I-EOF-SWITCH.
003100     PERFORM 1100-LOAD-ONE-LEDGER THRU 1100-EXIT
003110         UNTIL E21I-AT-EOF.
003120     CLOSE COVLEDG.
003130 1000-EXIT.
003140     EXIT.
003150
003160 1100-LOAD-ONE-LEDGER.
003170     READ COVLEDG
003180         AT END
003190             MOVE "Y" TO E21I-EOF-SWITCH
003200             GO TO 1100-EXIT
003210     END-READ.
003220     IF E21-COV-LOWER NOT NUMERIC
003230        OR E21-COV-UPPER NOT NUMERIC
003240        OR E21-COV-STEP NOT NUMERIC
003250         GO TO 1100-EXIT
003260     END-IF.
003270     IF E21I-LEDGER-COUNT NOT LESS THAN 500
003280         DISPLAY "EULER21PROF: MORE THAN 500 LEDGER RECORDS, "
003290                 "REMAINDER NOT USED"
003300         MOVE "Y" TO E21I-EOF-SWITCH
003310         GO TO 1100-EXIT
003320     END-IF.
003330     ADD 1 TO E21I-LEDGER-COUNT.
003340     MOVE E21I-LEDGER-COUNT TO E21I-LEDGER-IX.
003350     MOVE E21-COV-LOWER    TO E21I-LED-LOWER (E21I-LEDGER-IX).
003360     MOVE E21-COV-UPPER    TO E21I-LED-UPPER (E21I-LEDGER-IX).
003370     MOVE E21-COV-STEP     TO E21I-LED-STEP  (E21I-LEDGER-IX).
003380     MOVE E21-COV-RUN-MODE TO E21I-LED-MODE  (E21I-LEDGER-IX).
003390 1100-EXIT.
003400     EXIT.
003410*****************************************************************
003420*  2000-INQUIRY-CYCLE -- PROMPT, PROFILE, REPEAT                 *
003430*****************************************************************
003440 2000-INQUIRY-CYCLE.
003450     DISPLAY "ENTER NUMBER TO PROFILE (BLANK OR 0 TO END): ".
003460     MOVE SPACES TO E21I-ANS-NUMBER.
003470     ACCEPT E21I-ANS-NUMBER.
003480     IF E21I-ANS-NUMBER EQUAL SPACES
003490        OR E21I-ANS-NUMBER EQUAL "0"
003500        OR E21I-ANS-NUMBER EQUAL "0000000"
003510         MOVE "Y" TO E21I-DONE-SWITCH
003520         GO TO 2000-EXIT
003530     END-IF.
003540     PERFORM 2100-RIGHT-ALIGN-ENTRY THRU 2100-EXIT 6 TIMES.
003550     INSPECT E21I-ANS-NUMBER REPLACING LEADING " " BY "0".
003560     IF E21I-ANS-NUMBER NOT NUMERIC
003570         DISPLAY "EULER21PROF: ENTRY IS NOT NUMERIC, TRY AGAIN"
003580         GO TO 2000-EXIT
003590     END-IF.
003600     MOVE E21I-ANS-NUMBER TO E21I-PROBE-NUMBER.
003610     MOVE E21I-PROBE-NUMBER TO E21I-ED-NUMBER.
003620     DISPLAY "PROFILE OF " E21I-ED-NUMBER.
003630     PERFORM 3000-TEST-COVERAGE    THRU 3000-EXIT.
003640     PERFORM 3100-SHOW-ALIQUOT-SUM THRU 3100-EXIT.
003650     PERFORM 3200-SHOW-CLASS       THRU 3200-EXIT.
003660     PERFORM 3300-SHOW-PAIR        THRU 3300-EXIT.
003670     PERFORM 3400-SHOW-BETROTHED   THRU 3400-EXIT.
003680     PERFORM 3500-SHOW-CHAIN       THRU 3500-EXIT.
003690     PERFORM 3600-SHOW-TRAJECTORY  THRU 3600-EXIT.
003700     PERFORM 3700-SHOW-COVERAGE    THRU 3700-EXIT.
003710 2000-EXIT.
003720     EXIT.
003730*****************************************************************
003740*  2100-RIGHT-ALIGN-ENTRY -- SHIFT A LEFT-JUSTIFIED CONSOLE      *
003750*  ENTRY RIGHT ONE PLACE WHILE ITS LAST POSITION IS BLANK, SO    *
003760*  AN UNPADDED ENTRY SUCH AS 220 PASSES THE NUMERIC TEST         *
003770*****************************************************************
003780 2100-RIGHT-ALIGN-ENTRY.
003790     IF E21I-ANS-NUMBER (7:1) EQUAL SPACE
003800         MOVE E21I-ANS-NUMBER (1:6) TO E21I-SHIFT-WORK
003810         MOVE SPACE                 TO E21I-ANS-NUMBER (1:1)
003820         MOVE E21I-SHIFT-WORK       TO E21I-ANS-NUMBER (2:6)
003830     END-IF.
003840 2100-EXIT.
003850     EXIT.
003860*****************************************************************
003870*  3000-TEST-COVERAGE -- EVERY LEDGER RANGE THAT CONTAINS THE    *
003880*  NUMBER ON ITS STEP (THE SCAN VISITS LOWER, LOWER+STEP, ...)   *
003890*  MARKS THE FILES ITS RUN MODE WRITES AS SETTLED FOR IT         *
003900*****************************************************************
003910 3000-TEST-COVERAGE.
003920     MOVE "N" TO E21I-COV-PAIR-SW.
003930     MOVE "N" TO E21I-COV-CLASS-SW.
003940     MOVE "N" TO E21I-COV-BETR-SW.
003950     MOVE "N" TO E21I-COV-CHAIN-SW.
003960     MOVE "N" TO E21I-COV-TRAJ-SW.
003970     MOVE "N" TO E21I-COV-NOMODE-SW.
003980     MOVE SPACES TO E21I-MODE-LIST.
003990     MOVE 1 TO E21I-MODE-PTR.
004000     MOVE ZERO TO E21I-RANGE-TALLY.
004010     PERFORM 3010-TEST-ONE-RANGE THRU 3010-EXIT
004020         VARYING E21I-LEDGER-IX FROM 1 BY 1
004030         UNTIL E21I-LEDGER-IX GREATER THAN E21I-LEDGER-COUNT.
004040 3000-EXIT.
004050     EXIT.
004060
004070 3010-TEST-ONE-RANGE.
004080     IF E21I-PROBE-NUMBER
004090           LESS THAN E21I-LED-LOWER (E21I-LEDGER-IX)
004100        OR E21I-PROBE-NUMBER
004110           GREATER THAN E21I-LED-UPPER (E21I-LEDGER-IX)
004120         GO TO 3010-EXIT
004130     END-IF.
004140     IF E21I-LED-STEP (E21I-LEDGER-IX) GREATER THAN 1
004150         COMPUTE E21I-PROBE-OFFSET = E21I-PROBE-NUMBER
004160             - E21I-LED-LOWER (E21I-LEDGER-IX)
004170         MOVE E21I-LED-STEP (E21I-LEDGER-IX) TO E21I-PROBE-STEP
004180         COMPUTE E21I-PROBE-OFFSET =
004190             FUNCTION MOD (E21I-PROBE-OFFSET E21I-PROBE-STEP)
004200         IF E21I-PROBE-OFFSET NOT EQUAL ZERO
004210             GO TO 3010-EXIT
004220         END-IF
004230     END-IF.
004240     ADD 1 TO E21I-RANGE-TALLY.
004250     EVALUATE E21I-LED-MODE (E21I-LEDGER-IX)
004260         WHEN "A"
004270             MOVE "Y" TO E21I-COV-PAIR-SW
004280         WHEN "B"
004290             MOVE "Y" TO E21I-COV-PAIR-SW
004300             MOVE "Y" TO E21I-COV-CLASS-SW
004310         WHEN "C"
004320             MOVE "Y" TO E21I-COV-CLASS-SW
004330         WHEN "Q"
004340             MOVE "Y" TO E21I-COV-BETR-SW
004350         WHEN "S"
004360             MOVE "Y" TO E21I-COV-CHAIN-SW
004370         WHEN "T"
004380             MOVE "Y" TO E21I-COV-TRAJ-SW
004390         WHEN OTHER
004400             MOVE "Y" TO E21I-COV-NOMODE-SW
004410             GO TO 3010-EXIT
004420     END-EVALUATE.
004430     MOVE ZERO TO E21I-MODE-TALLY.
004440     INSPECT E21I-MODE-LIST TALLYING E21I-MODE-TALLY
004450         FOR ALL E21I-LED-MODE (E21I-LEDGER-IX).
004460     IF E21I-MODE-TALLY EQUAL ZERO
004470         STRING E21I-LED-MODE (E21I-LEDGER-IX) " "
004480             DELIMITED BY SIZE INTO E21I-MODE-LIST
004490             WITH POINTER E21I-MODE-PTR
004500         END-STRING
004510     END-IF.
004520 3010-EXIT.
004530     EXIT.
004540*****************************************************************
004550*  3100-SHOW-ALIQUOT-SUM -- FROM SIGMAFIL WHEN THE FILE REACHES  *
004560*  THE NUMBER, OTHERWISE BY TRIAL DIVISION THROUGH E21SIGMA      *
004570*****************************************************************
004580 3100-SHOW-ALIQUOT-SUM.
004590     MOVE "N" TO E21I-SUM-SWITCH.
004600     IF E21I-SIGMAFIL-OPEN
004610        AND E21I-PROBE-NUMBER NOT GREATER THAN E21I-SIGF-LIMIT
004620         MOVE E21I-PROBE-NUMBER TO E21-SIGF-KEY
004630         READ SIGMAFIL
004640             INVALID KEY
004650                 CONTINUE
004660             NOT INVALID KEY
004670                 MOVE E21-SIGF-SUM TO E21I-ALIQUOT-SUM
004680                 MOVE "Y" TO E21I-SUM-SWITCH
004690                 MOVE "(FROM SIGMAFIL)" TO E21I-SUM-SOURCE
004700         END-READ
004710     END-IF.
004720     IF NOT E21I-SUM-KNOWN
004730         MOVE "F" TO E21-SIGSVC-REQUEST
004740         MOVE E21I-PROBE-NUMBER TO E21-SIGSVC-NUMBER
004750         CALL "E21SIGMA" USING E21-SIGSVC-PARMS
004760         IF E21-SIGSVC-OK
004770             MOVE E21-SIGSVC-RESULT TO E21I-ALIQUOT-SUM
004780             MOVE "Y" TO E21I-SUM-SWITCH
004790             MOVE "(COMPUTED)" TO E21I-SUM-SOURCE
004800         END-IF
004810     END-IF.
004820     IF E21I-SUM-KNOWN
004830         MOVE E21I-ALIQUOT-SUM TO E21I-ED-SUM
004840         DISPLAY "  ALIQUOT SUM ......: " E21I-ED-SUM " "
004850                 E21I-SUM-SOURCE
004860     ELSE
004870         DISPLAY "  ALIQUOT SUM ......: CANNOT BE COMPUTED, "
004880                 "SIGMA STATUS " E21-SIGSVC-STATUS
004890     END-IF.
004900 3100-EXIT.
004910     EXIT.
004920*****************************************************************
004930*  3200-SHOW-CLASS -- THE CLASSIFICATION ON FILE; FAILING THAT,  *
004940*  THE PLAIN CLASS THE ALIQUOT SUM IMPLIES (THE WEIRD AND        *
004950*  SEMIPERFECT TEST IS LEFT TO A MODE C OR B SCAN)               *
004960*****************************************************************
004970 3200-SHOW-CLASS.
004980     MOVE "N" TO E21I-FOUND-SWITCH.
004990     IF E21I-CLASFIL-OPEN
005000         MOVE E21I-PROBE-NUMBER TO E21-CLS-KEY
005010         READ CLASFIL
005020             INVALID KEY
005030                 CONTINUE
005040             NOT INVALID KEY
005050                 MOVE "Y" TO E21I-FOUND-SWITCH
005060         END-READ
005070     END-IF.
005080     IF E21I-RECORD-FOUND
005090         MOVE E21-CLS-ABUNDANCE TO E21I-ED-ABUNDANCE
005100         EVALUATE TRUE
005110             WHEN E21-CLS-PERFECT
005120                 DISPLAY "  CLASS ............: PERFECT"
005130             WHEN E21-CLS-DEFICIENT
005140                 DISPLAY "  CLASS ............: DEFICIENT, "
005150                         "ABUNDANCE " E21I-ED-ABUNDANCE
005160             WHEN E21-CLS-WEIRD
005170                 DISPLAY "  CLASS ............: ABUNDANT, WEIRD, "
005180                         "ABUNDANCE " E21I-ED-ABUNDANCE
005190             WHEN E21-CLS-SEMIPERFECT
005200                 DISPLAY "  CLASS ............: ABUNDANT, "
005210                         "SEMIPERFECT, ABUNDANCE "
005220                         E21I-ED-ABUNDANCE
005230             WHEN OTHER
005240                 DISPLAY "  CLASS ............: ABUNDANT, "
005250                         "SUBSET SEARCH UNRESOLVED, ABUNDANCE "
005260                         E21I-ED-ABUNDANCE
005270         END-EVALUATE
005280         IF E21-CLS-IS-PRIMITIVE
005290             DISPLAY "                       PRIMITIVE (EVERY "
005300                     "PROPER DIVISOR DEFICIENT)"
005310         END-IF
005320         GO TO 3200-EXIT
005330     END-IF.
005340
005350     IF NOT E21I-CLASFIL-OPEN
005360         DISPLAY "  CLASS ............: CLASFIL NOT AVAILABLE"
005370     ELSE
005380         IF E21I-COV-CLASSES
005390             DISPLAY "  CLASS ............: NOT ON CLASFIL "
005400                     "ALTHOUGH SCANNED IN MODE C OR B"
005410         ELSE
005420             DISPLAY "  CLASS ............: NOT YET SCANNED "
005430                     "IN MODE C OR B"
005440         END-IF
005450     END-IF.
005460     IF E21I-SUM-KNOWN
005470         EVALUATE TRUE
005480             WHEN E21I-ALIQUOT-SUM EQUAL E21I-PROBE-NUMBER
005490                 DISPLAY "                       ITS ALIQUOT SUM "
005500                         "MAKES IT PERFECT"
005510             WHEN E21I-ALIQUOT-SUM GREATER THAN E21I-PROBE-NUMBER
005520                 DISPLAY "                       ITS ALIQUOT SUM "
005530                         "MAKES IT ABUNDANT"
005540             WHEN OTHER
005550                 DISPLAY "                       ITS ALIQUOT SUM "
005560                         "MAKES IT DEFICIENT"
005570         END-EVALUATE
005580     END-IF.
005590 3200-EXIT.
005600     EXIT.
005610*****************************************************************
005620*  3300-SHOW-PAIR -- PROBE PAIRFIL BY THE PRIMARY KEY (SMALLER   *
005630*  MEMBER), THEN THE ALTERNATE KEY (LARGER PARTNER), AS          *
005640*  EULER21INQ DOES, AND SHOW THE PARTNER AND PROVENANCE          *
005650*****************************************************************
005660 3300-SHOW-PAIR.
005670     IF NOT E21I-PAIRFIL-OPEN
005680         DISPLAY "  AMICABLE PAIR ....: PAIRFIL NOT AVAILABLE"
005690         GO TO 3300-EXIT
005700     END-IF.
005710     MOVE "N" TO E21I-FOUND-SWITCH.
005720     MOVE E21I-PROBE-NUMBER TO E21-PAIR-KEY.
005730     READ PAIRFIL
005740         KEY IS E21-PAIR-KEY
005750         INVALID KEY
005760             CONTINUE
005770         NOT INVALID KEY
005780             MOVE "Y" TO E21I-FOUND-SWITCH
005790     END-READ.
005800     IF E21I-RECORD-NOT-FOUND
005810         MOVE E21I-PROBE-NUMBER TO E21-PAIR-PARTNER
005820         READ PAIRFIL
005830             KEY IS E21-PAIR-PARTNER
005840             INVALID KEY
005850                 CONTINUE
005860             NOT INVALID KEY
005870                 MOVE "Y" TO E21I-FOUND-SWITCH
005880         END-READ
005890     END-IF.
005900     IF E21I-RECORD-NOT-FOUND
005910         IF E21I-COV-PAIRS
005920             DISPLAY "  AMICABLE PAIR ....: NOT AMICABLE "
005930                     "(SCANNED IN MODE A OR B)"
005940         ELSE
005950             DISPLAY "  AMICABLE PAIR ....: NOT YET SCANNED "
005960                     "IN MODE A OR B"
005970         END-IF
005980         GO TO 3300-EXIT
005990     END-IF.
006000
006010     IF E21-PAIR-KEY EQUAL E21I-PROBE-NUMBER
006020         MOVE E21-PAIR-PARTNER TO E21I-ED-PARTNER
006030     ELSE
006040         MOVE E21-PAIR-KEY     TO E21I-ED-PARTNER
006050     END-IF.
006060     DISPLAY "  AMICABLE PAIR ....: PARTNER " E21I-ED-PARTNER.
006070     IF E21-PAIR-FOUND-LOWER NUMERIC
006080        AND E21-PAIR-FOUND-UPPER NUMERIC
006090         MOVE E21-PAIR-FOUND-LOWER TO E21I-ED-FOUND-LO
006100         MOVE E21-PAIR-FOUND-UPPER TO E21I-ED-FOUND-HI
006110         DISPLAY "                       FOUND "
006120                 E21-PAIR-RUN-TIMESTAMP (1:19)
006130                 " SCANNING " E21I-ED-FOUND-LO
006140                 " - " E21I-ED-FOUND-HI
006150     ELSE
006160         DISPLAY "                       (NO PROVENANCE ON "
006170                 "RECORD)"
006180     END-IF.
006190 3300-EXIT.
006200     EXIT.
006210*****************************************************************
006220*  3400-SHOW-BETROTHED -- THE SAME TWO-KEY PROBE OVER BETRFIL    *
006230*****************************************************************
006240 3400-SHOW-BETROTHED.
006250     IF NOT E21I-BETRFIL-OPEN
006260         DISPLAY "  BETROTHED PAIR ...: BETRFIL NOT AVAILABLE"
006270         GO TO 3400-EXIT
006280     END-IF.
006290     MOVE "N" TO E21I-FOUND-SWITCH.
006300     MOVE E21I-PROBE-NUMBER TO E21-BETR-KEY.
006310     READ BETRFIL
006320         KEY IS E21-BETR-KEY
006330         INVALID KEY
006340             CONTINUE
006350         NOT INVALID KEY
006360             MOVE "Y" TO E21I-FOUND-SWITCH
006370     END-READ.
006380     IF E21I-RECORD-NOT-FOUND
006390         MOVE E21I-PROBE-NUMBER TO E21-BETR-PARTNER
006400         READ BETRFIL
006410             KEY IS E21-BETR-PARTNER
006420             INVALID KEY
006430                 CONTINUE
006440             NOT INVALID KEY
006450                 MOVE "Y" TO E21I-FOUND-SWITCH
006460         END-READ
006470     END-IF.
006480     IF E21I-RECORD-NOT-FOUND
006490         IF E21I-COV-BETROTHED
006500             DISPLAY "  BETROTHED PAIR ...: NONE "
006510                     "(SCANNED IN MODE Q)"
006520         ELSE
006530             DISPLAY "  BETROTHED PAIR ...: NOT YET SCANNED "
006540                     "IN MODE Q"
006550         END-IF
006560         GO TO 3400-EXIT
006570     END-IF.
006580
006590     IF E21-BETR-KEY EQUAL E21I-PROBE-NUMBER
006600         MOVE E21-BETR-PARTNER TO E21I-ED-PARTNER
006610     ELSE
006620         MOVE E21-BETR-KEY     TO E21I-ED-PARTNER
006630     END-IF.
006640     MOVE E21-BETR-FOUND-LOWER TO E21I-ED-FOUND-LO.
006650     MOVE E21-BETR-FOUND-UPPER TO E21I-ED-FOUND-HI.
006660     DISPLAY "  BETROTHED PAIR ...: PARTNER " E21I-ED-PARTNER.
006670     DISPLAY "                       FOUND "
006680             E21-BETR-RUN-TIMESTAMP (1:19)
006690             " SCANNING " E21I-ED-FOUND-LO
006700             " - " E21I-ED-FOUND-HI.
006710 3400-EXIT.
006720     EXIT.
006730*****************************************************************
006740*  3500-SHOW-CHAIN -- A CHAIN IS KEYED BY ITS SMALLEST MEMBER,   *
006750*  SO ONLY CHAINS KEYED AT OR BELOW THE NUMBER CAN HOLD IT:      *
006760*  THOSE ARE READ IN KEY ORDER AND THEIR MEMBERS SEARCHED        *
006770*****************************************************************
006780 3500-SHOW-CHAIN.
006790     IF NOT E21I-CHNFIL-OPEN
006800         DISPLAY "  SOCIABLE CHAIN ...: CHAINFIL NOT AVAILABLE"
006810         GO TO 3500-EXIT
006820     END-IF.
006830     MOVE ZERO TO E21I-CHAIN-POSITION.
006840     MOVE "N" TO E21I-EOF-SWITCH.
006850     MOVE ZEROS TO E21-CHAIN-KEY.
006860     START CHNFIL KEY IS NOT LESS THAN E21-CHAIN-KEY
006870         INVALID KEY
006880             MOVE "Y" TO E21I-EOF-SWITCH
006890     END-START.
006900     PERFORM 3510-READ-ONE-CHAIN THRU 3510-EXIT
006910         UNTIL E21I-AT-EOF
006920            OR E21I-CHAIN-POSITION GREATER THAN ZERO.
006930
006940     IF E21I-CHAIN-POSITION EQUAL ZERO
006950         IF E21I-COV-CHAINS
006960             DISPLAY "  SOCIABLE CHAIN ...: IN NO CHAIN "
006970                     "(SCANNED IN MODE S)"
006980         ELSE
006990             DISPLAY "  SOCIABLE CHAIN ...: NOT YET SCANNED "
007000                     "IN MODE S"
007010         END-IF
007020         GO TO 3500-EXIT
007030     END-IF.
007040
007050     MOVE E21-CHAIN-KEY       TO E21I-ED-PARTNER.
007060     MOVE E21-CHAIN-LENGTH    TO E21I-ED-LENGTH.
007070     MOVE E21I-CHAIN-POSITION TO E21I-ED-POSITION.
007080     DISPLAY "  SOCIABLE CHAIN ...: MEMBER " E21I-ED-POSITION
007090             " OF " E21I-ED-LENGTH " IN THE CHAIN KEYED "
007100             E21I-ED-PARTNER.
007110     PERFORM 3530-SHOW-ONE-MEMBER THRU 3530-EXIT
007120         VARYING E21I-MEMBER-IX FROM 1 BY 1
007130         UNTIL E21I-MEMBER-IX GREATER THAN E21-CHAIN-LENGTH.
007140 3500-EXIT.
007150     EXIT.
007160
007170 3510-READ-ONE-CHAIN.
007180     READ CHNFIL NEXT RECORD
007190         AT END
007200             MOVE "Y" TO E21I-EOF-SWITCH
007210             GO TO 3510-EXIT
007220     END-READ.
007230     IF E21-CHAIN-KEY GREATER THAN E21I-PROBE-NUMBER
007240         MOVE "Y" TO E21I-EOF-SWITCH
007250         GO TO 3510-EXIT
007260     END-IF.
007270     IF E21-CHAIN-LENGTH NOT NUMERIC
007280        OR E21-CHAIN-LENGTH GREATER THAN 28
007290         GO TO 3510-EXIT
007300     END-IF.
007310     PERFORM 3520-MATCH-ONE-MEMBER THRU 3520-EXIT
007320         VARYING E21I-MEMBER-IX FROM 1 BY 1
007330         UNTIL E21I-MEMBER-IX GREATER THAN E21-CHAIN-LENGTH
007340            OR E21I-CHAIN-POSITION GREATER THAN ZERO.
007350 3510-EXIT.
007360     EXIT.
007370
007380 3520-MATCH-ONE-MEMBER.
007390     IF E21-CHAIN-MEMBER (E21I-MEMBER-IX) EQUAL E21I-PROBE-NUMBER
007400         MOVE E21I-MEMBER-IX TO E21I-CHAIN-POSITION
007410     END-IF.
007420 3520-EXIT.
007430     EXIT.
007440
007450 3530-SHOW-ONE-MEMBER.
007460     MOVE E21I-MEMBER-IX TO E21I-ED-POSITION.
007470     MOVE E21-CHAIN-MEMBER (E21I-MEMBER-IX) TO E21I-ED-MEMBER.
007480     DISPLAY "                       " E21I-ED-POSITION ". "
007490             E21I-ED-MEMBER.
007500 3530-EXIT.
007510     EXIT.
007520*****************************************************************
007530*  3600-SHOW-TRAJECTORY -- HOW THE ALIQUOT SEQUENCE FROM THE     *
007540*  NUMBER ENDED; ONE LEFT OPEN-ENDED IS FOLLOWED ON TO ITS       *
007550*  WATCHLIST ENTRY, WHICH CARRIES THE LATEST CONTINUATION        *
007560*****************************************************************
007570 3600-SHOW-TRAJECTORY.
007580     IF NOT E21I-TRAJFIL-OPEN
007590         DISPLAY "  TRAJECTORY .......: TRAJFIL NOT AVAILABLE"
007600         GO TO 3600-EXIT
007610     END-IF.
007620     MOVE "N" TO E21I-FOUND-SWITCH.
007630     MOVE E21I-PROBE-NUMBER TO E21-TRAJ-KEY.
007640     READ TRAJFIL
007650         INVALID KEY
007660             CONTINUE
007670         NOT INVALID KEY
007680             MOVE "Y" TO E21I-FOUND-SWITCH
007690     END-READ.
007700     IF E21I-RECORD-NOT-FOUND
007710         IF E21I-COV-TRAJECTORIES
007720             DISPLAY "  TRAJECTORY .......: NOT ON TRAJFIL "
007730                     "ALTHOUGH SCANNED IN MODE T"
007740         ELSE
007750             DISPLAY "  TRAJECTORY .......: NOT YET SCANNED "
007760                     "IN MODE T"
007770         END-IF
007780         GO TO 3600-EXIT
007790     END-IF.
007800
007810     MOVE E21-TRAJ-LENGTH     TO E21I-ED-STEPS.
007820     MOVE E21-TRAJ-PEAK       TO E21I-ED-PEAK.
007830     MOVE E21-TRAJ-TERM-VALUE TO E21I-ED-MEMBER.
007840     EVALUATE TRUE
007850         WHEN E21-TRAJ-REACHED-ONE
007860             DISPLAY "  TRAJECTORY .......: REACHES 1"
007870         WHEN E21-TRAJ-HIT-PERFECT
007880             DISPLAY "  TRAJECTORY .......: HITS PERFECT NUMBER "
007890                     E21I-ED-MEMBER
007900         WHEN E21-TRAJ-ENTERED-CYCLE
007910             DISPLAY "  TRAJECTORY .......: ENTERS A CYCLE AT "
007920                     E21I-ED-MEMBER
007930         WHEN OTHER
007940             DISPLAY "  TRAJECTORY .......: OPEN-ENDED AT "
007950                     E21I-ED-MEMBER " (SCAN LIMIT HIT)"
007960     END-EVALUATE.
007970     DISPLAY "                       " E21I-ED-STEPS
007980             " STEPS, PEAK " E21I-ED-PEAK.
007990     IF NOT E21-TRAJ-OPEN-ENDED
008000        OR NOT E21I-WTCHFIL-OPEN
008010         GO TO 3600-EXIT
008020     END-IF.
008030
008040     MOVE E21I-PROBE-NUMBER TO E21-WTCH-KEY.
008050     READ WTCHFIL
008060         INVALID KEY
008070             DISPLAY "                       NOT YET ON THE "
008080                     "WATCHLIST"
008090             GO TO 3600-EXIT
008100     END-READ.
008110     MOVE E21-WTCH-LENGTH     TO E21I-ED-STEPS.
008120     MOVE E21-WTCH-LAST-VALUE TO E21I-ED-MEMBER.
008130     EVALUATE TRUE
008140         WHEN E21-WTCH-TERMINATED
008150             DISPLAY "                       WATCHLIST: "
008160                     "TERMINATED (END TYPE " E21-WTCH-END-TYPE
008170                     ") AT " E21I-ED-MEMBER
008180         WHEN E21-WTCH-STUCK
008190             DISPLAY "                       WATCHLIST: STUCK "
008200                     "AT " E21I-ED-MEMBER
008210         WHEN OTHER
008220             DISPLAY "                       WATCHLIST: STILL "
008230                     "OPEN AT " E21I-ED-MEMBER
008240     END-EVALUATE.
008250     DISPLAY "                       " E21I-ED-STEPS
008260             " STEPS IN ALL, LAST RUN "
008270             E21-WTCH-LAST-RUN-TIMESTAMP (1:19).
008280 3600-EXIT.
008290     EXIT.
008300*****************************************************************
008310*  3700-SHOW-COVERAGE -- THE RUN MODES THE LEDGER HAS SCANNED    *
008320*  THE NUMBER IN, OR NOT YET SCANNED AT ALL                      *
008330*****************************************************************
008340 3700-SHOW-COVERAGE.
008350     IF E21I-RANGE-TALLY EQUAL ZERO
008360         DISPLAY "  COVERAGE .........: NOT YET SCANNED "
008370                 "(NO COVLEDG RANGE HOLDS IT)"
008380         GO TO 3700-EXIT
008390     END-IF.
008400     MOVE E21I-RANGE-TALLY TO E21I-ED-RANGES.
008410     IF E21I-MODE-LIST NOT EQUAL SPACES
008420         DISPLAY "  COVERAGE .........: SCANNED IN "
008430                 E21I-ED-RANGES " LEDGER RANGE(S), MODES "
008440                 E21I-MODE-LIST
008450     ELSE
008460         DISPLAY "  COVERAGE .........: SCANNED IN "
008470                 E21I-ED-RANGES " LEDGER RANGE(S)"
008480     END-IF.
008490     IF E21I-COV-NO-MODE
008500         DISPLAY "                       (INCLUDING RANGES OF "
008510                 "UNRECORDED MODE)"
008520     END-IF.
008530 3700-EXIT.
008540     EXIT.
008550*****************************************************************
008560*  9000-TERMINATE -- CLOSE THE FILES THAT WERE OPENED            *
008570*****************************************************************
008580 9000-TERMINATE.
008590     IF E21I-SIGMAFIL-OPEN
008600         CLOSE SIGMAFIL
008610     END-IF.
008620     IF E21I-CLASFIL-OPEN
008630         CLOSE CLASFIL
008640     END-IF.
008650     IF E21I-PAIRFIL-OPEN
008660         CLOSE PAIRFIL
008670     END-IF.
008680     IF E21I-BETRFIL-OPEN
008690         CLOSE BETRFIL
008700     END-IF.
008710     IF E21I-CHNFIL-OPEN
008720         CLOSE CHNFIL
008730     END-IF.
008740     IF E21I-TRAJFIL-OPEN
008750         CLOSE TRAJFIL
008760     END-IF.
008770     IF E21I-WTCHFIL-OPEN
008780         CLOSE WTCHFIL
008790     END-IF.
008800 9000-EXIT.
008810     EXIT.
