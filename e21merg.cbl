000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21MERG.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - MERGE-AND-TOTAL STEP FOR A       *
000110*                    PARTITIONED EULER21 SCAN: LOADS EVERY       *
000120*                    PARTITION'S WORK INTO THE SHARED FILES,     *
000130*                    AUDITS AND LEDGERS EACH RANGE ONCE, AND     *
000140*                    RECONCILES THE COMBINED ANS.                *
000142*  10/15/2026  RM    AUDIT RECORD CARRIES THE RUN MODE; ELAPSED  *
000144*                    SECONDS ARE ZERO, AS THE PARTITIONS RAN     *
000146*                    SIDE BY SIDE AND NO ONE CLOCK COVERS THE    *
000148*                    RANGE.                                      *
000150*****************************************************************
000160*****************************************************************
000170*  RUN AFTER EVERY PARTITION JOB OF A PARTITIONED SCHEDULE HAS  *
000180*  ENDED, WITH THE PARTITIONS' PARTWRK FILES CONCATENATED       *
000190*  UNDER PARTWRK IN ANY ORDER.  EVERY WORK RECORD IS LOADED     *
000200*  INTO THE SHARED KEYED FILE IT WAS BOUND FOR, EXACTLY AS A    *
000210*  WHOLE-RANGE RUN MERGES ITS FINDS: A PAIR OR BETROTHED PAIR   *
000220*  ALREADY ON FILE KEEPS ITS FIRST PROVENANCE, WHILE A          *
000230*  CLASSIFICATION, CHAIN OR TRAJECTORY ALREADY ON FILE IS       *
000240*  REPLACED BY THE RESULT JUST COMPUTED.  THE PROVENANCE OF A   *
000250*  NEW PAIR IS THE SCHEDULED RANGE, NOT THE PARTITION'S SLICE.  *
000260*  EACH SCHEDULED RANGE IS THEN CLOSED ONCE: WHEN A SUBTOTAL    *
000270*  IS ON HAND FOR EVERY PARTITION AND NONE WAS STOPPED SHORT,   *
000280*  THE PARTITION ANS FIGURES ARE ADDED, THE COMBINED ANS IS     *
000290*  RECONCILED AGAINST CTLCARD AS EULER21 DOES AT 4000, AND ONE  *
000300*  AUDIT RECORD AND ONE COVERAGE RECORD ARE APPENDED.  A RANGE  *
000310*  WITH A PARTITION MISSING OR PARTIAL GETS ONLY A PARTIAL-     *
000320*  FLAGGED AUDIT RECORD, SO THE LEDGER NEVER CLAIMS A RANGE     *
000330*  THAT WAS NOT SCANNED END TO END.  THE REPORT GOES TO         *
000340*  MERGRPT.  RETURN CODES FOLLOW EULER21: 0 CLEAN, 2 A RANGE    *
000350*  INCOMPLETE (RESUBMIT THE PARTITION WITH RESTART, THEN MERGE  *
000360*  AGAIN), 8 REJECTED WORK RECORDS OR A FILE THAT WOULD NOT     *
000370*  OPEN, 12 NO CONTROL TOTAL ON FILE, 16 CONTROL TOTAL          *
000380*  MISMATCH.                                                    *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARTWRK  ASSIGN TO "PARTWRK"
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS  E21N-PARTWRK-STATUS.
000490
000500     SELECT PAIRFIL  ASSIGN TO "PAIRFIL"
000510         ORGANIZATION INDEXED
000520         ACCESS MODE  RANDOM
000530         RECORD KEY   E21-PAIR-KEY
000540         ALTERNATE RECORD KEY E21-PAIR-PARTNER
000550         FILE STATUS  E21N-PAIRFIL-STATUS.
000560
000570     SELECT BETRFIL  ASSIGN TO "BETRFIL"
000580         ORGANIZATION INDEXED
000590         ACCESS MODE  RANDOM
000600         RECORD KEY   E21-BETR-KEY
000610         ALTERNATE RECORD KEY E21-BETR-PARTNER
000620         FILE STATUS  E21N-BETRFIL-STATUS.
000630
000640     SELECT CHNFIL   ASSIGN TO "CHAINFIL"
000650         ORGANIZATION INDEXED
000660         ACCESS MODE  RANDOM
000670         RECORD KEY   E21-CHAIN-KEY
000680         FILE STATUS  E21N-CHNFIL-STATUS.
000690
000700     SELECT TRAJFIL  ASSIGN TO "TRAJFIL"
000710         ORGANIZATION INDEXED
000720         ACCESS MODE  RANDOM
000730         RECORD KEY   E21-TRAJ-KEY
000740         FILE STATUS  E21N-TRAJFIL-STATUS.
000750
000760     SELECT CLASFIL  ASSIGN TO "CLASFIL"
000770         ORGANIZATION INDEXED
000780         ACCESS MODE  RANDOM
000790         RECORD KEY   E21-CLS-KEY
000800         FILE STATUS  E21N-CLASFIL-STATUS.
000810
000820     SELECT CTLCARD  ASSIGN TO "CTLCARD"
000830         ORGANIZATION LINE SEQUENTIAL
000840         FILE STATUS  E21N-CTLCARD-STATUS.
000850
000860     SELECT AUDTLOG  ASSIGN TO "AUDTLOG"
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS  E21N-AUDTLOG-STATUS.
000890
000900     SELECT COVLEDG  ASSIGN TO "COVLEDG"
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS  E21N-COVLEDG-STATUS.
000930
000940     SELECT MERGRPT  ASSIGN TO "MERGRPT"
000950         ORGANIZATION LINE SEQUENTIAL
000960         FILE STATUS  E21N-MERGRPT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PARTWRK.
001010     COPY E21PWRK.
001020
001030 FD  PAIRFIL.
001040     COPY E21PAIR.
001050
001060 FD  BETRFIL.
001070     COPY E21BETR.
001080
001090 FD  CHNFIL.
001100     COPY E21CHN.
001110
001120 FD  TRAJFIL.
001130     COPY E21TRAJ.
001140
001150 FD  CLASFIL.
001160     COPY E21CLS.
001170
001180 FD  CTLCARD.
001190     COPY E21CTL.
001200
001210 FD  AUDTLOG.
001220     COPY E21AUD.
001230
001240 FD  COVLEDG.
001250     COPY E21COV.
001260
001270 FD  MERGRPT.
001280 01  E21N-MERGRPT-RECORD        PIC X(132).
001290
001300 WORKING-STORAGE SECTION.
001310*****************************************************************
001320*  FILE STATUS FIELDS                                            *
001330*****************************************************************
001340 01  E21N-FILE-STATUSES.
001350     05  E21N-PARTWRK-STATUS    PIC X(02)  VALUE "00".
001360     05  E21N-PAIRFIL-STATUS    PIC X(02)  VALUE "00".
001370     05  E21N-BETRFIL-STATUS    PIC X(02)  VALUE "00".
001380     05  E21N-CHNFIL-STATUS     PIC X(02)  VALUE "00".
001390     05  E21N-TRAJFIL-STATUS    PIC X(02)  VALUE "00".
001400     05  E21N-CLASFIL-STATUS    PIC X(02)  VALUE "00".
001410     05  E21N-CTLCARD-STATUS    PIC X(02)  VALUE "00".
001420     05  E21N-AUDTLOG-STATUS    PIC X(02)  VALUE "00".
001430     05  E21N-COVLEDG-STATUS    PIC X(02)  VALUE "00".
001440     05  E21N-MERGRPT-STATUS    PIC X(02)  VALUE "00".
001450
001460*****************************************************************
001470*  SWITCHES                                                      *
001480*****************************************************************
001490 01  E21N-EOF-SWITCH         PIC X(01)  VALUE "N".
001500     88  E21N-AT-EOF               VALUE "Y".
001510 01  E21N-FOUND-SWITCH       PIC X(01)  VALUE "N".
001520     88  E21N-RANGE-FOUND          VALUE "Y".
001530 01  E21N-PARTIAL-SWITCH     PIC X(01)  VALUE "N".
001540     88  E21N-RANGE-PARTIAL        VALUE "Y".
001550 01  E21N-RECON-RESULT       PIC X(01)  VALUE SPACES.
001560     88  E21N-RECON-MATCH          VALUE "M".
001570     88  E21N-RECON-MISMATCH       VALUE "X".
001580     88  E21N-RECON-NOT-FOUND      VALUE "N".
001590
001600*****************************************************************
001610*  SCHEDULED RANGES SEEN ON THE WORK FILES, IN THE ORDER FIRST  *
001620*  MET (50, THE EULER21 SCHEDULE LIMIT), EACH WITH ONE SLOT PER *
001630*  PARTITION (20, THE PARTITION LIMIT).  A SLOT HOLDS THE LAST  *
001640*  SUBTOTAL READ FOR THAT PARTITION: AFTER A RESTART THE        *
001650*  RUNNING TOTAL RESUMES FROM THE CHECKPOINT, SO THE LAST ONE   *
001660*  WRITTEN COVERS THE WHOLE SLICE.                              *
001670*****************************************************************
001680 01  E21N-RANGE-COUNT        PIC S9(04)  COMP VALUE ZERO.
001690 01  E21N-RANGE-IX           PIC S9(04)  COMP.
001700 01  E21N-PART-IX            PIC S9(04)  COMP.
001710 01  E21N-RANGE-TABLE.
001720     05  E21N-RNG-ENTRY OCCURS 50 TIMES.
001730         10  E21N-RNG-LOWER         PIC 9(07).
001740         10  E21N-RNG-UPPER         PIC 9(07).
001750         10  E21N-RNG-STEP          PIC 9(07).
001760         10  E21N-RNG-MODE          PIC X(01).
001770         10  E21N-RNG-PART-COUNT    PIC 9(02).
001780         10  E21N-RNG-PART OCCURS 20 TIMES.
001790             15  E21N-PRT-SEEN          PIC X(01).
001800             15  E21N-PRT-SLICE-LOWER   PIC 9(07).
001810             15  E21N-PRT-SLICE-UPPER   PIC 9(07).
001820             15  E21N-PRT-ITERS         PIC 9(09).
001830             15  E21N-PRT-ANS           PIC S9(11).
001840             15  E21N-PRT-PARTIAL       PIC X(01).
001850
001860*****************************************************************
001870*  COMBINED FIGURES FOR THE RANGE BEING CLOSED                  *
001880*****************************************************************
001890 01  E21N-RANGE-FIELDS.
001900     05  E21N-RANGE-ANS         PIC S9(11)  VALUE ZERO.
001910     05  E21N-RANGE-ITERS       PIC 9(09)   VALUE ZERO.
001920     05  E21N-PARTS-MISSING     PIC S9(04)  COMP VALUE ZERO.
001930     05  E21N-PARTS-PARTIAL     PIC S9(04)  COMP VALUE ZERO.
001940 01  E21N-GRAND-ANS          PIC S9(11)  VALUE ZEROS.
001950
001960*****************************************************************
001970*  LOAD COUNTERS                                                *
001980*****************************************************************
001990 77  E21N-WORK-READ-CNT      PIC S9(07)  COMP VALUE ZERO.
002000 77  E21N-PAIR-ADDED-CNT     PIC S9(07)  COMP VALUE ZERO.
002010 77  E21N-PAIR-HELD-CNT      PIC S9(07)  COMP VALUE ZERO.
002020 77  E21N-BETR-ADDED-CNT     PIC S9(07)  COMP VALUE ZERO.
002030 77  E21N-BETR-HELD-CNT      PIC S9(07)  COMP VALUE ZERO.
002040 77  E21N-CLASS-CNT          PIC S9(07)  COMP VALUE ZERO.
002050 77  E21N-CHAIN-CNT          PIC S9(07)  COMP VALUE ZERO.
002060 77  E21N-TRAJ-CNT           PIC S9(07)  COMP VALUE ZERO.
002070 77  E21N-REJECT-CNT         PIC S9(07)  COMP VALUE ZERO.
002080 77  E21N-MERGED-CNT         PIC S9(07)  COMP VALUE ZERO.
002090 77  E21N-INCOMPLETE-CNT     PIC S9(07)  COMP VALUE ZERO.
002100
002110*****************************************************************
002120*  RUN TIMESTAMP WORK FIELDS                                     *
002130*****************************************************************
002140 01  E21N-SYSTEM-DATE-TIME   PIC X(21).
002150 01  E21N-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
002160
002170*****************************************************************
002180*  REPORT LINE-BUILDING FIELDS                                  *
002190*****************************************************************
002200 01  E21N-DETAIL-LINE        PIC X(132) VALUE SPACES.
002210 01  E21N-REJECT-TEXT        PIC X(40)  VALUE SPACES.
002220 01  E21N-EDIT-FIELDS.
002230     05  E21N-ED-NUM1           PIC ZZZZZZ9.
002240     05  E21N-ED-NUM2           PIC ZZZZZZ9.
002250     05  E21N-ED-STEP           PIC ZZZZZZ9.
002260     05  E21N-ED-PART1          PIC Z9.
002270     05  E21N-ED-PART2          PIC Z9.
002280     05  E21N-ED-ITERS          PIC ZZZZZZZZ9.
002290     05  E21N-ED-ANS            PIC ZZZZZZZZZZ9.
002300     05  E21N-ED-EXPECTED       PIC ZZZZZZZZZZ9.
002310     05  E21N-ED-COUNT          PIC ZZZZZZ9.
002320 01  E21N-SUM-LABEL          PIC X(20)  VALUE SPACES.
002330 01  E21N-SUM-COUNT          PIC S9(07)  COMP VALUE ZERO.
002340
002350 PROCEDURE DIVISION.
002360*****************************************************************
002370*  0000-MAINLINE                                                 *
002380*****************************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002410     PERFORM 2000-LOAD-WORK      THRU 2000-EXIT.
002420     PERFORM 3000-CLOSE-RANGES   THRU 3000-EXIT.
002430     PERFORM 6000-PRINT-SUMMARY  THRU 6000-EXIT.
002440     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002450     STOP RUN.
002460
002470*****************************************************************
002480*  1000-INITIALIZE -- THE REPORT, THE WORK FILES, THE SHARED     *
002490*  KEYED FILES (CREATED WHEN MISSING, AS EULER21 DOES) AND THE   *
002500*  AUDIT TRAIL AND LEDGER, BOTH EXTENDED.  ANY OF THEM FAILING   *
002510*  TO OPEN ENDS THE JOB BEFORE ANYTHING IS LOADED.               *
002520*****************************************************************
002530 1000-INITIALIZE.
002540     MOVE FUNCTION CURRENT-DATE TO E21N-SYSTEM-DATE-TIME.
002550     STRING E21N-SYSTEM-DATE-TIME (1:4)  "-"
002560            E21N-SYSTEM-DATE-TIME (5:2)  "-"
002570            E21N-SYSTEM-DATE-TIME (7:2)  " "
002580            E21N-SYSTEM-DATE-TIME (9:2)  ":"
002590            E21N-SYSTEM-DATE-TIME (11:2) ":"
002600            E21N-SYSTEM-DATE-TIME (13:2)
002610            DELIMITED BY SIZE INTO E21N-RUN-TIMESTAMP
002620     END-STRING.
002630
002640     OPEN OUTPUT MERGRPT.
002650     IF E21N-MERGRPT-STATUS NOT EQUAL "00"
002660         DISPLAY "EULER21MERG: UNABLE TO OPEN MERGRPT, STATUS="
002670                 E21N-MERGRPT-STATUS
002680         MOVE 8 TO RETURN-CODE
002690         GO TO 1000-EXIT-ERROR
002700     END-IF.
002710     MOVE "PARTITIONED SCAN MERGE AND RANGE TOTALS"
002720         TO E21N-MERGRPT-RECORD.
002730     WRITE E21N-MERGRPT-RECORD.
002740
002750     OPEN INPUT PARTWRK.
002760     IF E21N-PARTWRK-STATUS NOT EQUAL "00"
002770         DISPLAY "EULER21MERG: UNABLE TO OPEN PARTWRK, STATUS="
002780                 E21N-PARTWRK-STATUS
002790         MOVE 8 TO RETURN-CODE
002800         GO TO 1000-EXIT-ERROR
002810     END-IF.
002820
002830     OPEN I-O PAIRFIL.
002840     IF E21N-PAIRFIL-STATUS NOT EQUAL "00"
002850         OPEN OUTPUT PAIRFIL
002860         CLOSE PAIRFIL
002870         OPEN I-O PAIRFIL
002880     END-IF.
002890     IF E21N-PAIRFIL-STATUS NOT EQUAL "00"
002900         DISPLAY "EULER21MERG: UNABLE TO OPEN PAIRFIL, STATUS="
002910                 E21N-PAIRFIL-STATUS
002920         MOVE 8 TO RETURN-CODE
002930         GO TO 1000-EXIT-ERROR
002940     END-IF.
002950
002960     OPEN I-O BETRFIL.
002970     IF E21N-BETRFIL-STATUS NOT EQUAL "00"
002980         OPEN OUTPUT BETRFIL
002990         CLOSE BETRFIL
003000         OPEN I-O BETRFIL
003010     END-IF.
003020     IF E21N-BETRFIL-STATUS NOT EQUAL "00"
003030         DISPLAY "EULER21MERG: UNABLE TO OPEN BETRFIL, STATUS="
003040                 E21N-BETRFIL-STATUS
003050         MOVE 8 TO RETURN-CODE
003060         GO TO 1000-EXIT-ERROR
003070     END-IF.
003080
003090     OPEN I-O CHNFIL.
003100     IF E21N-CHNFIL-STATUS NOT EQUAL "00"
003110         OPEN OUTPUT CHNFIL
003120         CLOSE CHNFIL
003130         OPEN I-O CHNFIL
003140     END-IF.
003150     IF E21N-CHNFIL-STATUS NOT EQUAL "00"
003160         DISPLAY "EULER21MERG: UNABLE TO OPEN CHAINFIL, STATUS="
003170                 E21N-CHNFIL-STATUS
003180         MOVE 8 TO RETURN-CODE
003190         GO TO 1000-EXIT-ERROR
003200     END-IF.
003210
003220     OPEN I-O TRAJFIL.
003230     IF E21N-TRAJFIL-STATUS NOT EQUAL "00"
003240         OPEN OUTPUT TRAJFIL
003250         CLOSE TRAJFIL
003260         OPEN I-O TRAJFIL
003270     END-IF.
003280     IF E21N-TRAJFIL-STATUS NOT EQUAL "00"
003290         DISPLAY "EULER21MERG: UNABLE TO OPEN TRAJFIL, STATUS="
003300                 E21N-TRAJFIL-STATUS
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 1000-EXIT-ERROR
003330     END-IF.
003340
003350     OPEN I-O CLASFIL.
003360     IF E21N-CLASFIL-STATUS NOT EQUAL "00"
003370         OPEN OUTPUT CLASFIL
003380         CLOSE CLASFIL
003390         OPEN I-O CLASFIL
003400     END-IF.
003410     IF E21N-CLASFIL-STATUS NOT EQUAL "00"
003420         DISPLAY "EULER21MERG: UNABLE TO OPEN CLASFIL, STATUS="
003430                 E21N-CLASFIL-STATUS
003440         MOVE 8 TO RETURN-CODE
003450         GO TO 1000-EXIT-ERROR
003460     END-IF.
003470
003480     OPEN EXTEND AUDTLOG.
003490     IF E21N-AUDTLOG-STATUS NOT EQUAL "00"
003500         OPEN OUTPUT AUDTLOG
003510     END-IF.
003520     IF E21N-AUDTLOG-STATUS NOT EQUAL "00"
003530         DISPLAY "EULER21MERG: UNABLE TO OPEN AUDTLOG, STATUS="
003540                 E21N-AUDTLOG-STATUS
003550         MOVE 8 TO RETURN-CODE
003560         GO TO 1000-EXIT-ERROR
003570     END-IF.
003580
003590     OPEN EXTEND COVLEDG.
003600     IF E21N-COVLEDG-STATUS NOT EQUAL "00"
003610         OPEN OUTPUT COVLEDG
003620     END-IF.
003630     IF E21N-COVLEDG-STATUS NOT EQUAL "00"
003640         DISPLAY "EULER21MERG: UNABLE TO OPEN COVLEDG, STATUS="
003650                 E21N-COVLEDG-STATUS
003660         MOVE 8 TO RETURN-CODE
003670         GO TO 1000-EXIT-ERROR
003680     END-IF.
003690     GO TO 1000-EXIT.
003700
003710 1000-EXIT-ERROR.
003720     STOP RUN.
003730
003740 1000-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*  2000-LOAD-WORK -- EVERY WORK RECORD OF EVERY PARTITION, IN    *
003790*  THE ORDER THE CONCATENATION PRESENTS THEM                     *
003800*****************************************************************
003810 2000-LOAD-WORK.
003820     MOVE "N" TO E21N-EOF-SWITCH.
003830     PERFORM 2100-READ-ONE-WORK THRU 2100-EXIT
003840         UNTIL E21N-AT-EOF.
003850     IF E21N-WORK-READ-CNT EQUAL ZERO
003860         MOVE "  NO PARTITION WORK RECORDS, NOTHING TO MERGE"
003870             TO E21N-MERGRPT-RECORD
003880         WRITE E21N-MERGRPT-RECORD
003890         DISPLAY "EULER21MERG: PARTWRK IS EMPTY"
003900         IF RETURN-CODE LESS THAN 8
003910             MOVE 8 TO RETURN-CODE
003920         END-IF
003930     END-IF.
003940 2000-EXIT.
003950     EXIT.
003960
003970 2100-READ-ONE-WORK.
003980     READ PARTWRK
003990         AT END
004000             MOVE "Y" TO E21N-EOF-SWITCH
004010         NOT AT END
004020             ADD 1 TO E21N-WORK-READ-CNT
004030             PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
004040     END-READ.
004050 2100-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*  2200-LOAD-ONE-RECORD -- CHECK THE RANGE AND PARTITION ON THE  *
004100*  RECORD, FIND (OR OPEN) ITS RANGE SLOT, AND ROUTE IT BY TYPE   *
004110*****************************************************************
004120 2200-LOAD-ONE-RECORD.
004130     IF E21-PWRK-LOWER NOT NUMERIC
004140        OR E21-PWRK-UPPER NOT NUMERIC
004150        OR E21-PWRK-STEP NOT NUMERIC
004160        OR E21-PWRK-PART-NUMBER NOT NUMERIC
004170        OR E21-PWRK-PART-COUNT NOT NUMERIC
004180         MOVE "RANGE OR PARTITION NOT NUMERIC"
004190             TO E21N-REJECT-TEXT
004200         PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
004210         GO TO 2200-EXIT
004220     END-IF.
004230     IF E21-PWRK-PART-COUNT LESS THAN 2
004240        OR E21-PWRK-PART-COUNT GREATER THAN 20
004250        OR E21-PWRK-PART-NUMBER LESS THAN 1
004260        OR E21-PWRK-PART-NUMBER GREATER THAN E21-PWRK-PART-COUNT
004270         MOVE "PARTITION NUMBER OR COUNT OUT OF RANGE"
004280             TO E21N-REJECT-TEXT
004290         PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
004300         GO TO 2200-EXIT
004310     END-IF.
004320
004330     PERFORM 2300-FIND-RANGE THRU 2300-EXIT.
004340     IF NOT E21N-RANGE-FOUND
004350         GO TO 2200-EXIT
004360     END-IF.
004370
004380     EVALUATE TRUE
004390         WHEN E21-PWRK-PAIR
004400             PERFORM 2400-STORE-PAIR      THRU 2400-EXIT
004410         WHEN E21-PWRK-BETROTHED
004420             PERFORM 2410-STORE-BETROTHED THRU 2410-EXIT
004430         WHEN E21-PWRK-CLASS
004440             PERFORM 2420-STORE-CLASS     THRU 2420-EXIT
004450         WHEN E21-PWRK-CHAIN
004460             PERFORM 2430-STORE-CHAIN     THRU 2430-EXIT
004470         WHEN E21-PWRK-TRAJ
004480             PERFORM 2440-STORE-TRAJ      THRU 2440-EXIT
004490         WHEN E21-PWRK-SUBTOTAL
004500             PERFORM 2450-STORE-SUBTOTAL  THRU 2450-EXIT
004510         WHEN OTHER
004520             MOVE "UNKNOWN RECORD TYPE" TO E21N-REJECT-TEXT
004530             PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
004540     END-EVALUATE.
004550 2200-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590*  2300-FIND-RANGE -- THE SLOT FOR THE RECORD'S SCHEDULED RANGE  *
004600*  (BOUNDS, STEP AND MODE), OPENED ON FIRST SIGHT.  EVERY RECORD *
004610*  OF A RANGE MUST AGREE ON THE PARTITION COUNT; ONE THAT DOES   *
004620*  NOT CAME FROM A DIFFERENTLY SPLIT SCHEDULE AND IS REJECTED.   *
004630*****************************************************************
004640 2300-FIND-RANGE.
004650     MOVE "N" TO E21N-FOUND-SWITCH.
004660     PERFORM 2310-MATCH-ONE-RANGE THRU 2310-EXIT
004670         VARYING E21N-RANGE-IX FROM 1 BY 1
004680         UNTIL E21N-RANGE-IX GREATER THAN E21N-RANGE-COUNT
004690            OR E21N-RANGE-FOUND.
004700     IF E21N-RANGE-FOUND
004710         SUBTRACT 1 FROM E21N-RANGE-IX
004720         IF E21-PWRK-PART-COUNT NOT EQUAL
004730            E21N-RNG-PART-COUNT (E21N-RANGE-IX)
004740             MOVE "N" TO E21N-FOUND-SWITCH
004750             MOVE "PARTITION COUNT DIFFERS WITHIN RANGE"
004760                 TO E21N-REJECT-TEXT
004770             PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
004780         END-IF
004790         GO TO 2300-EXIT
004800     END-IF.
004810
004820     IF E21N-RANGE-COUNT NOT LESS THAN 50
004830         MOVE "MORE THAN 50 SCHEDULED RANGES"
004840             TO E21N-REJECT-TEXT
004850         PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
004860         GO TO 2300-EXIT
004870     END-IF.
004880     ADD 1 TO E21N-RANGE-COUNT.
004890     MOVE E21N-RANGE-COUNT TO E21N-RANGE-IX.
004900     MOVE E21-PWRK-LOWER    TO E21N-RNG-LOWER (E21N-RANGE-IX).
004910     MOVE E21-PWRK-UPPER    TO E21N-RNG-UPPER (E21N-RANGE-IX).
004920     MOVE E21-PWRK-STEP     TO E21N-RNG-STEP  (E21N-RANGE-IX).
004930     MOVE E21-PWRK-RUN-MODE TO E21N-RNG-MODE  (E21N-RANGE-IX).
004940     MOVE E21-PWRK-PART-COUNT
004950         TO E21N-RNG-PART-COUNT (E21N-RANGE-IX).
004960     PERFORM 2320-CLEAR-ONE-PART THRU 2320-EXIT
004970         VARYING E21N-PART-IX FROM 1 BY 1
004980         UNTIL E21N-PART-IX GREATER THAN 20.
004990     MOVE "Y" TO E21N-FOUND-SWITCH.
005000 2300-EXIT.
005010     EXIT.
005020
005030 2310-MATCH-ONE-RANGE.
005040     IF E21N-RNG-LOWER (E21N-RANGE-IX) EQUAL E21-PWRK-LOWER
005050        AND E21N-RNG-UPPER (E21N-RANGE-IX) EQUAL E21-PWRK-UPPER
005060        AND E21N-RNG-STEP (E21N-RANGE-IX) EQUAL E21-PWRK-STEP
005070        AND E21N-RNG-MODE (E21N-RANGE-IX) EQUAL E21-PWRK-RUN-MODE
005080         MOVE "Y" TO E21N-FOUND-SWITCH
005090     END-IF.
005100 2310-EXIT.
005110     EXIT.
005120
005130 2320-CLEAR-ONE-PART.
005140     MOVE "N"   TO E21N-PRT-SEEN (E21N-RANGE-IX E21N-PART-IX).
005150     MOVE ZEROS TO E21N-PRT-SLICE-LOWER
005160                       (E21N-RANGE-IX E21N-PART-IX).
005170     MOVE ZEROS TO E21N-PRT-SLICE-UPPER
005180                       (E21N-RANGE-IX E21N-PART-IX).
005190     MOVE ZEROS TO E21N-PRT-ITERS (E21N-RANGE-IX E21N-PART-IX).
005200     MOVE ZEROS TO E21N-PRT-ANS   (E21N-RANGE-IX E21N-PART-IX).
005210     MOVE SPACE TO E21N-PRT-PARTIAL (E21N-RANGE-IX E21N-PART-IX).
005220 2320-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*  2400-STORE-PAIR -- MERGE ONE AMICABLE PAIR INTO PAIRFIL WITH  *
005270*  THE SCHEDULED RANGE AS ITS PROVENANCE.  A PAIR ALREADY ON     *
005280*  FILE IS LEFT AS IT IS, AS EULER21 3320 LEAVES IT.             *
005290*****************************************************************
005300 2400-STORE-PAIR.
005310     MOVE E21-PWRK-DATA  TO E21-PAIR-RECORD.
005320     MOVE E21-PWRK-LOWER TO E21-PAIR-FOUND-LOWER.
005330     MOVE E21-PWRK-UPPER TO E21-PAIR-FOUND-UPPER.
005340     WRITE E21-PAIR-RECORD
005350         INVALID KEY
005360             ADD 1 TO E21N-PAIR-HELD-CNT
005370         NOT INVALID KEY
005380             ADD 1 TO E21N-PAIR-ADDED-CNT
005390     END-WRITE.
005400 2400-EXIT.
005410     EXIT.
005420
005430 2410-STORE-BETROTHED.
005440     MOVE E21-PWRK-DATA  TO E21-BETR-RECORD.
005450     MOVE E21-PWRK-LOWER TO E21-BETR-FOUND-LOWER.
005460     MOVE E21-PWRK-UPPER TO E21-BETR-FOUND-UPPER.
005470     WRITE E21-BETR-RECORD
005480         INVALID KEY
005490             ADD 1 TO E21N-BETR-HELD-CNT
005500         NOT INVALID KEY
005510             ADD 1 TO E21N-BETR-ADDED-CNT
005520     END-WRITE.
005530 2410-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570*  2420-2440 -- CLASSIFICATIONS, CHAINS AND TRAJECTORIES ARE     *
005580*  WRITTEN, OR REWRITTEN OVER WHAT AN EARLIER RUN LEFT, SO THE   *
005590*  FILE CARRIES THE RESULT JUST COMPUTED                         *
005600*****************************************************************
005610 2420-STORE-CLASS.
005620     MOVE E21-PWRK-DATA TO E21-CLS-RECORD.
005630     WRITE E21-CLS-RECORD
005640         INVALID KEY
005650             REWRITE E21-CLS-RECORD
005660                 INVALID KEY
005670                     DISPLAY "EULER21MERG: CLASFIL REWRITE "
005680                             "FAILED, KEY " E21-CLS-KEY
005690             END-REWRITE
005700     END-WRITE.
005710     ADD 1 TO E21N-CLASS-CNT.
005720 2420-EXIT.
005730     EXIT.
005740
005750 2430-STORE-CHAIN.
005760     MOVE E21-PWRK-DATA TO E21-CHAIN-RECORD.
005770     WRITE E21-CHAIN-RECORD
005780         INVALID KEY
005790             REWRITE E21-CHAIN-RECORD
005800                 INVALID KEY
005810                     DISPLAY "EULER21MERG: CHAINFIL REWRITE "
005820                             "FAILED, KEY " E21-CHAIN-KEY
005830             END-REWRITE
005840     END-WRITE.
005850     ADD 1 TO E21N-CHAIN-CNT.
005860 2430-EXIT.
005870     EXIT.
005880
005890 2440-STORE-TRAJ.
005900     MOVE E21-PWRK-DATA TO E21-TRAJ-RECORD.
005910     WRITE E21-TRAJ-RECORD
005920         INVALID KEY
005930             REWRITE E21-TRAJ-RECORD
005940                 INVALID KEY
005950                     DISPLAY "EULER21MERG: TRAJFIL REWRITE "
005960                             "FAILED, KEY " E21-TRAJ-KEY
005970             END-REWRITE
005980     END-WRITE.
005990     ADD 1 TO E21N-TRAJ-CNT.
006000 2440-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040*  2450-STORE-SUBTOTAL -- THE PARTITION'S SLICE, ITERATIONS,     *
006050*  ANS AND PARTIAL FLAG INTO ITS SLOT (THE LAST ONE READ STANDS) *
006060*****************************************************************
006070 2450-STORE-SUBTOTAL.
006080     IF E21-PWRK-ITER-COUNT NOT NUMERIC
006090        OR E21-PWRK-ANS NOT NUMERIC
006100         MOVE "SUBTOTAL NOT NUMERIC" TO E21N-REJECT-TEXT
006110         PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
006120         GO TO 2450-EXIT
006130     END-IF.
006140     MOVE E21-PWRK-PART-NUMBER TO E21N-PART-IX.
006150     MOVE "Y" TO E21N-PRT-SEEN (E21N-RANGE-IX E21N-PART-IX).
006160     MOVE E21-PWRK-SLICE-LOWER
006170         TO E21N-PRT-SLICE-LOWER (E21N-RANGE-IX E21N-PART-IX).
006180     MOVE E21-PWRK-SLICE-UPPER
006190         TO E21N-PRT-SLICE-UPPER (E21N-RANGE-IX E21N-PART-IX).
006200     MOVE E21-PWRK-ITER-COUNT
006210         TO E21N-PRT-ITERS (E21N-RANGE-IX E21N-PART-IX).
006220     MOVE E21-PWRK-ANS
006230         TO E21N-PRT-ANS (E21N-RANGE-IX E21N-PART-IX).
006240     MOVE E21-PWRK-PARTIAL-FLAG
006250         TO E21N-PRT-PARTIAL (E21N-RANGE-IX E21N-PART-IX).
006260 2450-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*  2900-REJECT-RECORD -- LIST A WORK RECORD THAT CANNOT BE       *
006310*  LOADED; THE JOB ENDS WITH AT LEAST RETURN CODE 8              *
006320*****************************************************************
006330 2900-REJECT-RECORD.
006340     ADD 1 TO E21N-REJECT-CNT.
006350     MOVE SPACES TO E21N-DETAIL-LINE.
006360     STRING "  REJECTED: " E21N-REJECT-TEXT "  "
006370            E21-PWRK-RECORD (1:27)
006380            DELIMITED BY SIZE INTO E21N-DETAIL-LINE
006390     END-STRING.
006400     MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD.
006410     WRITE E21N-MERGRPT-RECORD.
006420     IF RETURN-CODE LESS THAN 8
006430         MOVE 8 TO RETURN-CODE
006440     END-IF.
006450 2900-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*  3000-CLOSE-RANGES -- EVERY SCHEDULED RANGE SEEN, IN ORDER     *
006500*****************************************************************
006510 3000-CLOSE-RANGES.
006520     PERFORM 3100-CLOSE-ONE-RANGE THRU 3100-EXIT
006530         VARYING E21N-RANGE-IX FROM 1 BY 1
006540         UNTIL E21N-RANGE-IX GREATER THAN E21N-RANGE-COUNT.
006550 3000-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590*  3100-CLOSE-ONE-RANGE -- LIST EACH PARTITION'S SUBTOTAL, ADD   *
006600*  THEM UP, AND EITHER RECONCILE, AUDIT AND LEDGER THE WHOLE     *
006610*  RANGE OR, WHEN A PARTITION IS MISSING OR PARTIAL, WRITE ONLY  *
006620*  A PARTIAL-FLAGGED AUDIT RECORD AS EULER21 DOES FOR A RANGE    *
006630*  CUT SHORT BY THE WINDOW BUDGET.                               *
006640*****************************************************************
006650 3100-CLOSE-ONE-RANGE.
006660     PERFORM 3200-WRITE-RANGE-HEADER THRU 3200-EXIT.
006670     MOVE ZEROS TO E21N-RANGE-ANS.
006680     MOVE ZEROS TO E21N-RANGE-ITERS.
006690     MOVE ZERO  TO E21N-PARTS-MISSING.
006700     MOVE ZERO  TO E21N-PARTS-PARTIAL.
006710     PERFORM 3110-TOTAL-ONE-PART THRU 3110-EXIT
006720         VARYING E21N-PART-IX FROM 1 BY 1
006730         UNTIL E21N-PART-IX GREATER THAN
006740               E21N-RNG-PART-COUNT (E21N-RANGE-IX).
006750     ADD E21N-RANGE-ANS TO E21N-GRAND-ANS.
006760
006770     MOVE E21N-RANGE-ANS TO E21N-ED-ANS.
006780     MOVE E21N-RANGE-ITERS TO E21N-ED-ITERS.
006790     MOVE SPACES TO E21N-DETAIL-LINE.
006800     STRING "  COMBINED: ITERATIONS " E21N-ED-ITERS
006810            "  ANS=" E21N-ED-ANS
006820            DELIMITED BY SIZE INTO E21N-DETAIL-LINE
006830     END-STRING.
006840     MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD.
006850     WRITE E21N-MERGRPT-RECORD.
006860
006870     IF E21N-PARTS-MISSING GREATER THAN ZERO
006880        OR E21N-PARTS-PARTIAL GREATER THAN ZERO
006890         MOVE "Y" TO E21N-PARTIAL-SWITCH
006900         ADD 1 TO E21N-INCOMPLETE-CNT
006910         MOVE "  INCOMPLETE - NOT RECONCILED, NO COVERAGE"
006920             TO E21N-MERGRPT-RECORD
006930         WRITE E21N-MERGRPT-RECORD
006940         DISPLAY "EULER21MERG: RANGE "
006950                 E21N-RNG-LOWER (E21N-RANGE-IX) "-"
006960                 E21N-RNG-UPPER (E21N-RANGE-IX)
006970                 " INCOMPLETE, RESUBMIT ITS PARTITIONS"
006980         IF RETURN-CODE LESS THAN 2
006990             MOVE 2 TO RETURN-CODE
007000         END-IF
007010         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
007020         GO TO 3100-EXIT
007030     END-IF.
007040
007050     MOVE "N" TO E21N-PARTIAL-SWITCH.
007060     ADD 1 TO E21N-MERGED-CNT.
007070     PERFORM 4000-RECONCILE      THRU 4000-EXIT.
007080     PERFORM 5000-WRITE-AUDIT    THRU 5000-EXIT.
007090     PERFORM 5500-WRITE-COVERAGE THRU 5500-EXIT.
007100 3100-EXIT.
007110     EXIT.
007120
007130 3110-TOTAL-ONE-PART.
007140     MOVE E21N-PART-IX TO E21N-ED-PART1.
007150     MOVE SPACES TO E21N-DETAIL-LINE.
007160     IF E21N-PRT-SEEN (E21N-RANGE-IX E21N-PART-IX) NOT EQUAL "Y"
007170         ADD 1 TO E21N-PARTS-MISSING
007180         STRING "  PARTITION " E21N-ED-PART1
007190                "  NO SUBTOTAL - DID NOT FINISH THIS RANGE"
007200                DELIMITED BY SIZE INTO E21N-DETAIL-LINE
007210         END-STRING
007220         MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD
007230         WRITE E21N-MERGRPT-RECORD
007240         GO TO 3110-EXIT
007250     END-IF.
007260     ADD E21N-PRT-ANS (E21N-RANGE-IX E21N-PART-IX)
007270         TO E21N-RANGE-ANS.
007280     ADD E21N-PRT-ITERS (E21N-RANGE-IX E21N-PART-IX)
007290         TO E21N-RANGE-ITERS.
007300     MOVE E21N-PRT-SLICE-LOWER (E21N-RANGE-IX E21N-PART-IX)
007310         TO E21N-ED-NUM1.
007320     MOVE E21N-PRT-SLICE-UPPER (E21N-RANGE-IX E21N-PART-IX)
007330         TO E21N-ED-NUM2.
007340     MOVE E21N-PRT-ITERS (E21N-RANGE-IX E21N-PART-IX)
007350         TO E21N-ED-ITERS.
007360     MOVE E21N-PRT-ANS (E21N-RANGE-IX E21N-PART-IX)
007370         TO E21N-ED-ANS.
007380     STRING "  PARTITION " E21N-ED-PART1
007390            "  SLICE " E21N-ED-NUM1 " - " E21N-ED-NUM2
007400            "  ITERATIONS " E21N-ED-ITERS
007410            "  ANS=" E21N-ED-ANS
007420            DELIMITED BY SIZE INTO E21N-DETAIL-LINE
007430     END-STRING.
007440     IF E21N-PRT-PARTIAL (E21N-RANGE-IX E21N-PART-IX) EQUAL "P"
007450         ADD 1 TO E21N-PARTS-PARTIAL
007460         STRING "  PARTIAL"
007470             DELIMITED BY SIZE INTO E21N-DETAIL-LINE (80:)
007480         END-STRING
007490     END-IF.
007500     MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD.
007510     WRITE E21N-MERGRPT-RECORD.
007520 3110-EXIT.
007530     EXIT.
007540
007550 3200-WRITE-RANGE-HEADER.
007560     MOVE E21N-RNG-LOWER (E21N-RANGE-IX) TO E21N-ED-NUM1.
007570     MOVE E21N-RNG-UPPER (E21N-RANGE-IX) TO E21N-ED-NUM2.
007580     MOVE E21N-RNG-STEP  (E21N-RANGE-IX) TO E21N-ED-STEP.
007590     MOVE E21N-RNG-PART-COUNT (E21N-RANGE-IX) TO E21N-ED-PART2.
007600     MOVE SPACES TO E21N-MERGRPT-RECORD.
007610     WRITE E21N-MERGRPT-RECORD.
007620     MOVE SPACES TO E21N-DETAIL-LINE.
007630     STRING "RANGE " E21N-ED-NUM1 " - " E21N-ED-NUM2
007640            "  STEP " E21N-ED-STEP
007650            "  MODE " E21N-RNG-MODE (E21N-RANGE-IX)
007660            "  PARTITIONS " E21N-ED-PART2
007670            DELIMITED BY SIZE INTO E21N-DETAIL-LINE
007680     END-STRING.
007690     MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD.
007700     WRITE E21N-MERGRPT-RECORD.
007710 3200-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750*  4000-RECONCILE -- COMPARE THE COMBINED ANS AGAINST THE        *
007760*  EXPECTED CONTROL TOTAL ON FILE FOR THE SCHEDULED RANGE, IF    *
007770*  ONE IS ON FILE, WITH THE RETURN CODES EULER21 USES.           *
007780*****************************************************************
007790 4000-RECONCILE.
007800     MOVE "N" TO E21N-RECON-RESULT.
007810     OPEN INPUT CTLCARD.
007820     IF E21N-CTLCARD-STATUS NOT EQUAL "00"
007830         MOVE "  NO CTLCARD ON FILE, NOT RECONCILED"
007840             TO E21N-MERGRPT-RECORD
007850         WRITE E21N-MERGRPT-RECORD
007860         GO TO 4000-EXIT
007870     END-IF.
007880
007890     MOVE "N" TO E21N-EOF-SWITCH.
007900     PERFORM 4100-READ-ONE-CTL THRU 4100-EXIT
007910         UNTIL E21N-AT-EOF OR E21N-RECON-MATCH.
007920     CLOSE CTLCARD.
007930
007940     IF E21N-RECON-NOT-FOUND
007950         MOVE "  NO CONTROL TOTAL ON FILE FOR THIS RANGE"
007960             TO E21N-MERGRPT-RECORD
007970         WRITE E21N-MERGRPT-RECORD
007980         IF RETURN-CODE LESS THAN 12
007990             MOVE 12 TO RETURN-CODE
008000         END-IF
008010         GO TO 4000-EXIT
008020     END-IF.
008030
008040     IF E21N-RANGE-ANS NOT EQUAL E21-CTL-EXPECTED-ANS
008050         MOVE "X" TO E21N-RECON-RESULT
008060         MOVE E21-CTL-EXPECTED-ANS TO E21N-ED-EXPECTED
008070         MOVE E21N-RANGE-ANS       TO E21N-ED-ANS
008080         MOVE SPACES TO E21N-DETAIL-LINE
008090         STRING "  CONTROL TOTAL MISMATCH, EXPECTED="
008100                E21N-ED-EXPECTED " ACTUAL=" E21N-ED-ANS
008110                DELIMITED BY SIZE INTO E21N-DETAIL-LINE
008120         END-STRING
008130         MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD
008140         WRITE E21N-MERGRPT-RECORD
008150         DISPLAY "EULER21MERG: CONTROL TOTAL MISMATCH, EXPECTED="
008160                 E21-CTL-EXPECTED-ANS " ACTUAL=" E21N-RANGE-ANS
008170         MOVE 16 TO RETURN-CODE
008180     ELSE
008190         MOVE "  CONTROL TOTAL RECONCILED" TO E21N-MERGRPT-RECORD
008200         WRITE E21N-MERGRPT-RECORD
008210     END-IF.
008220 4000-EXIT.
008230     EXIT.
008240
008250 4100-READ-ONE-CTL.
008260     READ CTLCARD
008270         AT END
008280             MOVE "Y" TO E21N-EOF-SWITCH
008290             MOVE "N" TO E21N-RECON-RESULT
008300         NOT AT END
008310             IF E21-CTL-LOWER EQUAL E21N-RNG-LOWER (E21N-RANGE-IX)
008320                AND E21-CTL-UPPER EQUAL
008330                    E21N-RNG-UPPER (E21N-RANGE-IX)
008340                AND E21-CTL-STEP  EQUAL
008350                    E21N-RNG-STEP (E21N-RANGE-IX)
008360                 MOVE "M" TO E21N-RECON-RESULT
008370             END-IF
008380     END-READ.
008390 4100-EXIT.
008400     EXIT.
008410
008420*****************************************************************
008430*  5000-WRITE-AUDIT -- ONE AUDIT RECORD FOR THE WHOLE SCHEDULED  *
008440*  RANGE, CARRYING THE COMBINED ITERATIONS AND ANS               *
008450*****************************************************************
008460 5000-WRITE-AUDIT.
008470     MOVE SPACES TO E21-AUDIT-RECORD.
008480     MOVE E21N-RUN-TIMESTAMP          TO E21-AUDIT-TIMESTAMP.
008490     MOVE E21N-RNG-LOWER (E21N-RANGE-IX)
008500                                      TO E21-AUDIT-LOWER-BOUND.
008510     MOVE E21N-RNG-UPPER (E21N-RANGE-IX)
008520                                      TO E21-AUDIT-UPPER-BOUND.
008530     MOVE E21N-RNG-STEP (E21N-RANGE-IX)
008540                                      TO E21-AUDIT-STEP.
008550     MOVE E21N-RANGE-ITERS            TO E21-AUDIT-ITER-COUNT.
008560     MOVE E21N-RANGE-ANS              TO E21-AUDIT-FINAL-ANS.
008570     EVALUATE TRUE
008580         WHEN E21N-RANGE-PARTIAL
008590             MOVE "U" TO E21-AUDIT-RECON-STATUS
008600         WHEN E21N-RECON-MATCH
008610             MOVE "Y" TO E21-AUDIT-RECON-STATUS
008620         WHEN E21N-RECON-MISMATCH
008630             MOVE "N" TO E21-AUDIT-RECON-STATUS
008640         WHEN OTHER
008650             MOVE "U" TO E21-AUDIT-RECON-STATUS
008660     END-EVALUATE.
008670     IF E21N-RANGE-PARTIAL
008680         MOVE "P" TO E21-AUDIT-PARTIAL-FLAG
008690     ELSE
008700         MOVE " " TO E21-AUDIT-PARTIAL-FLAG
008710     END-IF.
008714     MOVE E21N-RNG-MODE (E21N-RANGE-IX) TO E21-AUDIT-RUN-MODE.
008715     MOVE ZERO TO E21-AUDIT-ELAPSED-SECS.
008720     WRITE E21-AUDIT-RECORD.
008730 5000-EXIT.
008740     EXIT.
008750
008760*****************************************************************
008770*  5500-WRITE-COVERAGE -- ONE LEDGER RECORD FOR A SCHEDULED      *
008780*  RANGE WHOSE PARTITIONS ALL RAN TO COMPLETION                  *
008790*****************************************************************
008800 5500-WRITE-COVERAGE.
008810     MOVE SPACES TO E21-COV-RECORD.
008820     MOVE E21N-RNG-LOWER (E21N-RANGE-IX) TO E21-COV-LOWER.
008830     MOVE E21N-RNG-UPPER (E21N-RANGE-IX) TO E21-COV-UPPER.
008840     MOVE E21N-RNG-STEP  (E21N-RANGE-IX) TO E21-COV-STEP.
008850     MOVE E21N-RUN-TIMESTAMP             TO E21-COV-TIMESTAMP.
008860     MOVE E21N-RANGE-ANS                 TO E21-COV-FINAL-ANS.
008870     MOVE E21N-RNG-MODE  (E21N-RANGE-IX) TO E21-COV-RUN-MODE.
008880     WRITE E21-COV-RECORD.
008890 5500-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*  6000-PRINT-SUMMARY -- LOAD COUNTS AND THE GRAND TOTAL         *
008940*****************************************************************
008950 6000-PRINT-SUMMARY.
008960     MOVE SPACES TO E21N-MERGRPT-RECORD.
008970     WRITE E21N-MERGRPT-RECORD.
008980     MOVE "LOAD SUMMARY" TO E21N-MERGRPT-RECORD.
008990     WRITE E21N-MERGRPT-RECORD.
009000     MOVE "WORK RECORDS READ .." TO E21N-SUM-LABEL.
009010     MOVE E21N-WORK-READ-CNT TO E21N-SUM-COUNT.
009020     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009030     MOVE "PAIRS ADDED ........" TO E21N-SUM-LABEL.
009040     MOVE E21N-PAIR-ADDED-CNT TO E21N-SUM-COUNT.
009050     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009060     MOVE "PAIRS ALREADY HELD ." TO E21N-SUM-LABEL.
009070     MOVE E21N-PAIR-HELD-CNT TO E21N-SUM-COUNT.
009080     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009090     MOVE "BETROTHED ADDED ...." TO E21N-SUM-LABEL.
009100     MOVE E21N-BETR-ADDED-CNT TO E21N-SUM-COUNT.
009110     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009120     MOVE "BETROTHED HELD ....." TO E21N-SUM-LABEL.
009130     MOVE E21N-BETR-HELD-CNT TO E21N-SUM-COUNT.
009140     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009150     MOVE "CLASSES WRITTEN ...." TO E21N-SUM-LABEL.
009160     MOVE E21N-CLASS-CNT TO E21N-SUM-COUNT.
009170     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009180     MOVE "CHAINS WRITTEN ....." TO E21N-SUM-LABEL.
009190     MOVE E21N-CHAIN-CNT TO E21N-SUM-COUNT.
009200     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009210     MOVE "TRAJECTORIES WRITTEN" TO E21N-SUM-LABEL.
009220     MOVE E21N-TRAJ-CNT TO E21N-SUM-COUNT.
009230     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009240     MOVE "RECORDS REJECTED ..." TO E21N-SUM-LABEL.
009250     MOVE E21N-REJECT-CNT TO E21N-SUM-COUNT.
009260     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009270     MOVE "RANGES MERGED ......" TO E21N-SUM-LABEL.
009280     MOVE E21N-MERGED-CNT TO E21N-SUM-COUNT.
009290     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009300     MOVE "RANGES INCOMPLETE .." TO E21N-SUM-LABEL.
009310     MOVE E21N-INCOMPLETE-CNT TO E21N-SUM-COUNT.
009320     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
009330
009340     MOVE E21N-GRAND-ANS TO E21N-ED-ANS.
009350     MOVE SPACES TO E21N-DETAIL-LINE.
009360     STRING "GRAND TOTAL, ALL RANGES: ANS=" E21N-ED-ANS
009370            DELIMITED BY SIZE INTO E21N-DETAIL-LINE
009380     END-STRING.
009390     MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD.
009400     WRITE E21N-MERGRPT-RECORD.
009410 6000-EXIT.
009420     EXIT.
009430
009440 6100-WRITE-COUNT-LINE.
009450     MOVE E21N-SUM-COUNT TO E21N-ED-COUNT.
009460     MOVE SPACES TO E21N-DETAIL-LINE.
009470     STRING "  " E21N-SUM-LABEL ": " E21N-ED-COUNT
009480            DELIMITED BY SIZE INTO E21N-DETAIL-LINE
009490     END-STRING.
009500     MOVE E21N-DETAIL-LINE TO E21N-MERGRPT-RECORD.
009510     WRITE E21N-MERGRPT-RECORD.
009520 6100-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560*  9000-TERMINATE -- CLOSE FILES AND DISPLAY THE GRAND TOTAL     *
009570*****************************************************************
009580 9000-TERMINATE.
009590     CLOSE PARTWRK.
009600     CLOSE PAIRFIL.
009610     CLOSE BETRFIL.
009620     CLOSE CHNFIL.
009630     CLOSE TRAJFIL.
009640     CLOSE CLASFIL.
009650     CLOSE AUDTLOG.
009660     CLOSE COVLEDG.
009670     CLOSE MERGRPT.
009680     DISPLAY E21N-GRAND-ANS.
009690 9000-EXIT.
009700     EXIT.
