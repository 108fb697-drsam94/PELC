000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21XREC.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - CROSS-FILE RECONCILIATION OF     *
000110*                    PAIRFIL, CHAINFIL AND TRAJFIL WITH AN       *
000120*                    OUTCOME RECORD ON XRECOUT FOR EULER21OPS.   *
000130*****************************************************************
000140*****************************************************************
000150*  THE THREE KEYED OUTPUTS OF EULER21 DESCRIBE THE SAME         *
000160*  MATHEMATICS FROM DIFFERENT RUN MODES.  THIS JOB HOLDS THEM   *
000170*  TO EACH OTHER, BUT ONLY WHERE COVLEDG SAYS THE RANGE WAS     *
000180*  ACTUALLY SCANNED IN THE MODE THAT WRITES THE FILE BEING      *
000190*  PROBED (A NUMBER IS COVERED WHEN A LEDGER RANGE OF THAT      *
000200*  MODE CONTAINS IT ON ITS STEP):                               *
000210*    - EVERY LENGTH-2 CYCLE ON CHAINFIL WHOSE KEY WAS SCANNED   *
000220*      IN MODE A OR B MUST BE THE SAME PAIR ON PAIRFIL;         *
000230*    - EVERY PAIRFIL MEMBER SCANNED IN MODE T MUST HAVE A       *
000240*      TRAJECTORY OF TYPE "C" ENDING AT A MEMBER OF THE PAIR;   *
000250*    - EVERY CHAIN MEMBER SCANNED IN MODE T MUST HAVE A         *
000260*      TRAJECTORY ENDING IN THAT CHAIN (TYPE "C", OR "P" FOR    *
000270*      THE ONE-MEMBER CHAIN OF A PERFECT NUMBER).               *
000280*  LEDGER RECORDS WRITTEN BEFORE COVLEDG CARRIED THE RUN MODE   *
000290*  PROVE NO MODE AND ARE NOT USED.  EVERY DISAGREEMENT IS       *
000300*  LISTED ON XRECRPT, AND THE OUTCOME RECORD GOES TO XRECOUT    *
000310*  SO EULER21OPS CAN HOLD RELEASE WHEN THE FILES CONTRADICT     *
000320*  EACH OTHER.  A MISSING KEYED FILE READS AS EMPTY.  RETURN    *
000330*  CODES: 0 FILES AGREE, 16 ONE OR MORE DISAGREEMENTS, 8 THE    *
000340*  REPORT COULD NOT BE OPENED.                                  *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT COVLEDG  ASSIGN TO "COVLEDG"
000430         ORGANIZATION LINE SEQUENTIAL
000440         FILE STATUS  E21X-COVLEDG-STATUS.
000450     SELECT PAIRFIL  ASSIGN TO "PAIRFIL"
000460         ORGANIZATION INDEXED
000470         ACCESS MODE  DYNAMIC
000480         RECORD KEY   E21-PAIR-KEY
000490         ALTERNATE RECORD KEY E21-PAIR-PARTNER
000500         FILE STATUS  E21X-PAIRFIL-STATUS.
000510     SELECT CHNFIL   ASSIGN TO "CHAINFIL"
000520         ORGANIZATION INDEXED
000530         ACCESS MODE  SEQUENTIAL
000540         RECORD KEY   E21-CHAIN-KEY
000550         FILE STATUS  E21X-CHNFIL-STATUS.
000560     SELECT TRAJFIL  ASSIGN TO "TRAJFIL"
000570         ORGANIZATION INDEXED
000580         ACCESS MODE  RANDOM
000590         RECORD KEY   E21-TRAJ-KEY
000600         FILE STATUS  E21X-TRAJFIL-STATUS.
000610     SELECT XRECRPT  ASSIGN TO "XRECRPT"
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS  E21X-XRECRPT-STATUS.
000640     SELECT XRECOUT  ASSIGN TO "XRECOUT"
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS  E21X-XRECOUT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  COVLEDG.
000700     COPY E21COV.
000710 FD  PAIRFIL.
000720     COPY E21PAIR.
000730 FD  CHNFIL.
000740     COPY E21CHN.
000750 FD  TRAJFIL.
000760     COPY E21TRAJ.
000770 FD  XRECRPT.
000780 01  E21X-XRECRPT-RECORD        PIC X(132).
000790 FD  XRECOUT.
000800     COPY E21OUT.
000810 WORKING-STORAGE SECTION.
000820 01  E21X-FILE-STATUSES.
000830     05  E21X-COVLEDG-STATUS    PIC X(02)  VALUE "00".
000840     05  E21X-PAIRFIL-STATUS    PIC X(02)  VALUE "00".
000850     05  E21X-CHNFIL-STATUS     PIC X(02)  VALUE "00".
000860     05  E21X-TRAJFIL-STATUS    PIC X(02)  VALUE "00".
000870     05  E21X-XRECRPT-STATUS    PIC X(02)  VALUE "00".
000880     05  E21X-XRECOUT-STATUS    PIC X(02)  VALUE "00".
000890
000900 01  E21X-EOF-SWITCH         PIC X(01)  VALUE "N".
000910     88  E21X-AT-EOF               VALUE "Y".
000920 01  E21X-PAIRFIL-SWITCH     PIC X(01)  VALUE "N".
000930     88  E21X-PAIRFIL-OPEN         VALUE "Y".
000940 01  E21X-CHNFIL-SWITCH      PIC X(01)  VALUE "N".
000950     88  E21X-CHNFIL-OPEN          VALUE "Y".
000960 01  E21X-TRAJFIL-SWITCH     PIC X(01)  VALUE "N".
000970     88  E21X-TRAJFIL-OPEN         VALUE "Y".
000980 01  E21X-FOUND-SWITCH       PIC X(01)  VALUE "N".
000990     88  E21X-RECORD-FOUND         VALUE "Y".
001000 01  E21X-COVERED-SWITCH     PIC X(01)  VALUE "N".
001010     88  E21X-IS-COVERED           VALUE "Y".
001020 01  E21X-MATCH-SWITCH       PIC X(01)  VALUE "N".
001030     88  E21X-TERM-IN-CHAIN        VALUE "Y".
001040
001050*****************************************************************
001060*  COVERAGE LEDGER HELD IN STORAGE: ONE ENTRY PER LEDGER        *
001070*  RECORD THAT CARRIES A RUN MODE (500 LIKE EULER21COV)         *
001080*****************************************************************
001090 01  E21X-LEDGER-COUNT       PIC S9(04)  COMP VALUE ZERO.
001100 01  E21X-LEDGER-IX          PIC S9(04)  COMP.
001110 01  E21X-LEDGER-TABLE.
001120     05  E21X-LED-ENTRY OCCURS 500 TIMES.
001130         10  E21X-LED-LOWER         PIC 9(07).
001140         10  E21X-LED-UPPER         PIC 9(07).
001150         10  E21X-LED-STEP          PIC 9(07).
001160         10  E21X-LED-MODE          PIC X(01).
001170
001180*****************************************************************
001190*  COVERAGE PROBE: IS E21X-PROBE-NUMBER ON A LEDGER RANGE       *
001200*  SCANNED IN ONE OF THE MODES IN E21X-PROBE-MODES?             *
001210*****************************************************************
001220 01  E21X-PROBE-NUMBER       PIC S9(09)  COMP VALUE ZERO.
001230 01  E21X-PROBE-MODES        PIC X(02)  VALUE SPACES.
001240 01  E21X-PROBE-OFFSET       PIC S9(09)  COMP VALUE ZERO.
001245 01  E21X-PROBE-STEP         PIC S9(09)  COMP VALUE ZERO.
001250
001260*****************************************************************
001270*  CHECK WORK FIELDS AND COUNTERS                               *
001280*****************************************************************
001290 01  E21X-MEMBER             PIC S9(09)  COMP VALUE ZERO.
001300 01  E21X-MEMBER-IX          PIC S9(04)  COMP.
001310 01  E21X-SCAN-IX            PIC S9(04)  COMP.
001320 01  E21X-CHAIN-LEN          PIC S9(04)  COMP VALUE ZERO.
001330 01  E21X-EXPECT-TYPE        PIC X(01)  VALUE SPACES.
001340 01  E21X-DISAGREE-TEXT      PIC X(100) VALUE SPACES.
001350 77  E21X-LEDGER-READ-CNT    PIC S9(07)  COMP VALUE ZERO.
001360 77  E21X-NO-MODE-CNT        PIC S9(07)  COMP VALUE ZERO.
001370 77  E21X-CHAINS-READ-CNT    PIC S9(07)  COMP VALUE ZERO.
001380 77  E21X-PAIRS-READ-CNT     PIC S9(07)  COMP VALUE ZERO.
001390 77  E21X-CHECKS-CNT         PIC S9(07)  COMP VALUE ZERO.
001400 77  E21X-DISAGREE-CNT       PIC S9(07)  COMP VALUE ZERO.
001410
001420*****************************************************************
001430*  REPORT LINE-BUILDING FIELDS                                  *
001440*****************************************************************
001450 01  E21X-DETAIL-LINE        PIC X(132) VALUE SPACES.
001460 01  E21X-EDIT-FIELDS.
001470     05  E21X-ED-KEY            PIC ZZZZZZ9.
001480     05  E21X-ED-PARTNER        PIC ZZZZZZ9.
001490     05  E21X-ED-MEMBER         PIC ZZZZZZZZ9.
001500     05  E21X-ED-TERM           PIC ZZZZZZZZ9.
001510     05  E21X-ED-COUNT          PIC ZZZZZZ9.
001520 01  E21X-SUM-LABEL          PIC X(20)  VALUE SPACES.
001530 01  E21X-SUM-COUNT          PIC S9(07)  COMP VALUE ZERO.
001540
001550*****************************************************************
001560*  RUN TIMESTAMP WORK FIELDS (FOR THE OUTCOME RECORD)           *
001570*****************************************************************
001580 01  E21X-SYSTEM-DATE-TIME   PIC X(21).
001590 01  E21X-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001600 PROCEDURE DIVISION.
001610*****************************************************************
001620*  0000-MAINLINE                                                 *
001630*****************************************************************
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001660     PERFORM 2000-LOAD-LEDGER    THRU 2000-EXIT.
001670     PERFORM 3000-CHECK-CHAINS   THRU 3000-EXIT.
001680     PERFORM 4000-CHECK-PAIRS    THRU 4000-EXIT.
001690     PERFORM 5000-PRINT-VERDICT  THRU 5000-EXIT.
001700     PERFORM 5500-WRITE-OUTCOME  THRU 5500-EXIT.
001710     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001720     STOP RUN.
001730
001740*****************************************************************
001750*  1000-INITIALIZE -- THE REPORT AND THE THREE KEYED FILES.  A   *
001760*  KEYED FILE THAT CANNOT BE OPENED IS TREATED AS EMPTY, SO ANY  *
001770*  RECORD THE LEDGER SAYS IT SHOULD HOLD SHOWS AS MISSING.       *
001780*****************************************************************
001790 1000-INITIALIZE.
001800     MOVE FUNCTION CURRENT-DATE TO E21X-SYSTEM-DATE-TIME.
001810     STRING E21X-SYSTEM-DATE-TIME (1:4)  "-"
001820            E21X-SYSTEM-DATE-TIME (5:2)  "-"
001830            E21X-SYSTEM-DATE-TIME (7:2)  " "
001840            E21X-SYSTEM-DATE-TIME (9:2)  ":"
001850            E21X-SYSTEM-DATE-TIME (11:2) ":"
001860            E21X-SYSTEM-DATE-TIME (13:2)
001870            DELIMITED BY SIZE INTO E21X-RUN-TIMESTAMP
001880     END-STRING.
001890     OPEN OUTPUT XRECRPT.
001900     IF E21X-XRECRPT-STATUS NOT EQUAL "00"
001910         DISPLAY "EULER21XREC: UNABLE TO OPEN XRECRPT, STATUS="
001920                 E21X-XRECRPT-STATUS
001930         MOVE 8 TO RETURN-CODE
001940         GO TO 1000-EXIT-ERROR
001950     END-IF.
001960     MOVE "PAIRFIL / CHAINFIL / TRAJFIL CROSS-FILE RECONCILIATION"
001970         TO E21X-XRECRPT-RECORD.
001980     WRITE E21X-XRECRPT-RECORD.
001990     OPEN INPUT PAIRFIL.
002000     IF E21X-PAIRFIL-STATUS EQUAL "00"
002010         MOVE "Y" TO E21X-PAIRFIL-SWITCH
002020     ELSE
002030         MOVE "  PAIRFIL NOT ON FILE, READ AS EMPTY"
002040             TO E21X-XRECRPT-RECORD
002050         WRITE E21X-XRECRPT-RECORD
002060     END-IF.
002070     OPEN INPUT CHNFIL.
002080     IF E21X-CHNFIL-STATUS EQUAL "00"
002090         MOVE "Y" TO E21X-CHNFIL-SWITCH
002100     ELSE
002110         MOVE "  CHAINFIL NOT ON FILE, READ AS EMPTY"
002120             TO E21X-XRECRPT-RECORD
002130         WRITE E21X-XRECRPT-RECORD
002140     END-IF.
002150     OPEN INPUT TRAJFIL.
002160     IF E21X-TRAJFIL-STATUS EQUAL "00"
002170         MOVE "Y" TO E21X-TRAJFIL-SWITCH
002180     ELSE
002190         MOVE "  TRAJFIL NOT ON FILE, READ AS EMPTY"
002200             TO E21X-XRECRPT-RECORD
002210         WRITE E21X-XRECRPT-RECORD
002220     END-IF.
002230     GO TO 1000-EXIT.
002240
002250 1000-EXIT-ERROR.
002260     STOP RUN.
002270
002280 1000-EXIT.
002290     EXIT.
002300
002310*****************************************************************
002320*  2000-LOAD-LEDGER -- EVERY LEDGER RECORD THAT CARRIES A RUN    *
002330*  MODE, INTO STORAGE.  NO LEDGER MEANS NOTHING WAS SCANNED AND  *
002340*  SO NOTHING IS IN SCOPE.                                       *
002350*****************************************************************
002360 2000-LOAD-LEDGER.
002370     OPEN INPUT COVLEDG.
002380     IF E21X-COVLEDG-STATUS NOT EQUAL "00"
002390         MOVE "  NO COVERAGE LEDGER ON FILE, NOTHING IN SCOPE"
002400             TO E21X-XRECRPT-RECORD
002410         WRITE E21X-XRECRPT-RECORD
002420         GO TO 2000-EXIT
002430     END-IF.
002440     MOVE "N" TO E21X-EOF-SWITCH.
002450     PERFORM 2100-READ-ONE-LEDGER THRU 2100-EXIT
002460         UNTIL E21X-AT-EOF.
002470     CLOSE COVLEDG.
002480 2000-EXIT.
002490     EXIT.
002500
002510 2100-READ-ONE-LEDGER.
002520     READ COVLEDG
002530         AT END
002540             MOVE "Y" TO E21X-EOF-SWITCH
002550         NOT AT END
002560             PERFORM 2200-STORE-ONE-LEDGER THRU 2200-EXIT
002570     END-READ.
002580 2100-EXIT.
002590     EXIT.
002600
002610 2200-STORE-ONE-LEDGER.
002620     IF E21-COV-LOWER NOT NUMERIC
002630        OR E21-COV-UPPER NOT NUMERIC
002640        OR E21-COV-STEP NOT NUMERIC
002650         GO TO 2200-EXIT
002660     END-IF.
002670     ADD 1 TO E21X-LEDGER-READ-CNT.
002680     IF E21-COV-RUN-MODE EQUAL SPACE
002690         ADD 1 TO E21X-NO-MODE-CNT
002700         GO TO 2200-EXIT
002710     END-IF.
002720     IF E21X-LEDGER-COUNT NOT LESS THAN 500
002730         DISPLAY "EULER21XREC: MORE THAN 500 LEDGER RECORDS, "
002740                 "REMAINDER NOT USED"
002750         MOVE "Y" TO E21X-EOF-SWITCH
002760         GO TO 2200-EXIT
002770     END-IF.
002780     ADD 1 TO E21X-LEDGER-COUNT.
002790     MOVE E21X-LEDGER-COUNT TO E21X-LEDGER-IX.
002800     MOVE E21-COV-LOWER    TO E21X-LED-LOWER (E21X-LEDGER-IX).
002810     MOVE E21-COV-UPPER    TO E21X-LED-UPPER (E21X-LEDGER-IX).
002820     MOVE E21-COV-STEP     TO E21X-LED-STEP  (E21X-LEDGER-IX).
002830     MOVE E21-COV-RUN-MODE TO E21X-LED-MODE  (E21X-LEDGER-IX).
002840 2200-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*  2500-TEST-COVERAGE -- A NUMBER IS COVERED IN A MODE WHEN A    *
002890*  LEDGER RANGE OF THAT MODE CONTAINS IT AND IT FALLS ON THE     *
002900*  RANGE'S STEP (THE SCAN VISITS LOWER, LOWER+STEP, ...).        *
002910*****************************************************************
002920 2500-TEST-COVERAGE.
002930     MOVE "N" TO E21X-COVERED-SWITCH.
002940     PERFORM 2510-TEST-ONE-RANGE THRU 2510-EXIT
002950         VARYING E21X-LEDGER-IX FROM 1 BY 1
002960         UNTIL E21X-LEDGER-IX GREATER THAN E21X-LEDGER-COUNT
002970            OR E21X-IS-COVERED.
002980 2500-EXIT.
002990     EXIT.
003000
003010 2510-TEST-ONE-RANGE.
003020     IF E21X-LED-MODE (E21X-LEDGER-IX) NOT EQUAL
003030        E21X-PROBE-MODES (1:1)
003040        AND E21X-LED-MODE (E21X-LEDGER-IX) NOT EQUAL
003050        E21X-PROBE-MODES (2:1)
003060         GO TO 2510-EXIT
003070     END-IF.
003080     IF E21X-PROBE-NUMBER
003090           LESS THAN E21X-LED-LOWER (E21X-LEDGER-IX)
003100        OR E21X-PROBE-NUMBER
003110           GREATER THAN E21X-LED-UPPER (E21X-LEDGER-IX)
003120         GO TO 2510-EXIT
003130     END-IF.
003140     IF E21X-LED-STEP (E21X-LEDGER-IX) GREATER THAN 1
003150         COMPUTE E21X-PROBE-OFFSET = E21X-PROBE-NUMBER
003160             - E21X-LED-LOWER (E21X-LEDGER-IX)
003170         MOVE E21X-LED-STEP (E21X-LEDGER-IX) TO E21X-PROBE-STEP
003180         COMPUTE E21X-PROBE-OFFSET =
003190             FUNCTION MOD (E21X-PROBE-OFFSET E21X-PROBE-STEP)
003200         IF E21X-PROBE-OFFSET NOT EQUAL ZERO
003210             GO TO 2510-EXIT
003215         END-IF
003218     END-IF.
003220     MOVE "Y" TO E21X-COVERED-SWITCH.
003230 2510-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270*  2600-READ-TRAJECTORY -- THE TRAJFIL RECORD FOR E21X-MEMBER    *
003280*****************************************************************
003290 2600-READ-TRAJECTORY.
003300     MOVE "N" TO E21X-FOUND-SWITCH.
003310     IF NOT E21X-TRAJFIL-OPEN
003320         GO TO 2600-EXIT
003330     END-IF.
003340     MOVE E21X-MEMBER TO E21-TRAJ-KEY.
003350     READ TRAJFIL
003360         KEY IS E21-TRAJ-KEY
003370         INVALID KEY
003380             MOVE "N" TO E21X-FOUND-SWITCH
003390         NOT INVALID KEY
003400             MOVE "Y" TO E21X-FOUND-SWITCH
003410     END-READ.
003420 2600-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*  3000-CHECK-CHAINS -- EVERY CHAIN AGAINST PAIRFIL (LENGTH-2    *
003470*  CYCLES) AND TRAJFIL (EVERY MEMBER)                            *
003480*****************************************************************
003490 3000-CHECK-CHAINS.
003500     MOVE SPACES TO E21X-XRECRPT-RECORD.
003510     WRITE E21X-XRECRPT-RECORD.
003520     MOVE "CHAINFIL AGAINST PAIRFIL AND TRAJFIL"
003530         TO E21X-XRECRPT-RECORD.
003540     WRITE E21X-XRECRPT-RECORD.
003550     IF NOT E21X-CHNFIL-OPEN
003560         GO TO 3000-EXIT
003570     END-IF.
003580     MOVE "N" TO E21X-EOF-SWITCH.
003590     PERFORM 3100-READ-ONE-CHAIN THRU 3100-EXIT
003600         UNTIL E21X-AT-EOF.
003610 3000-EXIT.
003620     EXIT.
003630
003640 3100-READ-ONE-CHAIN.
003650     READ CHNFIL
003660         AT END
003670             MOVE "Y" TO E21X-EOF-SWITCH
003680         NOT AT END
003690             PERFORM 3150-CHECK-ONE-CHAIN THRU 3150-EXIT
003700     END-READ.
003710 3100-EXIT.
003720     EXIT.
003730
003740 3150-CHECK-ONE-CHAIN.
003750     ADD 1 TO E21X-CHAINS-READ-CNT.
003760     IF E21-CHAIN-KEY NOT NUMERIC
003770        OR E21-CHAIN-LENGTH NOT NUMERIC
003780         GO TO 3150-EXIT
003790     END-IF.
003800     IF E21-CHAIN-LENGTH LESS THAN 1
003810        OR E21-CHAIN-LENGTH GREATER THAN 28
003820         GO TO 3150-EXIT
003830     END-IF.
003840     MOVE E21-CHAIN-LENGTH TO E21X-CHAIN-LEN.
003850     IF E21X-CHAIN-LEN EQUAL 2
003860         PERFORM 3200-CHECK-CHAIN-PAIR THRU 3200-EXIT
003870     END-IF.
003880     IF E21X-CHAIN-LEN EQUAL 1
003890         MOVE "P" TO E21X-EXPECT-TYPE
003900     ELSE
003910         MOVE "C" TO E21X-EXPECT-TYPE
003920     END-IF.
003930     PERFORM 3300-CHECK-CHAIN-MEMBER THRU 3300-EXIT
003940         VARYING E21X-MEMBER-IX FROM 1 BY 1
003950         UNTIL E21X-MEMBER-IX GREATER THAN E21X-CHAIN-LEN.
003960 3150-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*  3200-CHECK-CHAIN-PAIR -- A LENGTH-2 CYCLE WHOSE KEY WAS       *
004010*  SCANNED IN MODE A OR B MUST BE THE SAME PAIR ON PAIRFIL       *
004020*****************************************************************
004030 3200-CHECK-CHAIN-PAIR.
004040     MOVE E21-CHAIN-KEY TO E21X-PROBE-NUMBER.
004050     MOVE "AB" TO E21X-PROBE-MODES.
004060     PERFORM 2500-TEST-COVERAGE THRU 2500-EXIT.
004070     IF NOT E21X-IS-COVERED
004080         GO TO 3200-EXIT
004090     END-IF.
004100     ADD 1 TO E21X-CHECKS-CNT.
004110     MOVE E21-CHAIN-KEY TO E21X-ED-KEY.
004120     MOVE E21-CHAIN-MEMBER (2) TO E21X-ED-MEMBER.
004130     MOVE "N" TO E21X-FOUND-SWITCH.
004140     IF E21X-PAIRFIL-OPEN
004150         MOVE E21-CHAIN-KEY TO E21-PAIR-KEY
004160         READ PAIRFIL
004170             KEY IS E21-PAIR-KEY
004180             INVALID KEY
004190                 MOVE "N" TO E21X-FOUND-SWITCH
004200             NOT INVALID KEY
004210                 MOVE "Y" TO E21X-FOUND-SWITCH
004220         END-READ
004230     END-IF.
004240     IF NOT E21X-RECORD-FOUND
004250         MOVE SPACES TO E21X-DISAGREE-TEXT
004260         STRING "LENGTH-2 CYCLE " E21X-ED-KEY " / " E21X-ED-MEMBER
004270                " IS NOT ON PAIRFIL"
004280                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
004290         END-STRING
004300         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
004310         GO TO 3200-EXIT
004320     END-IF.
004330     IF E21-PAIR-PARTNER NOT EQUAL E21-CHAIN-MEMBER (2)
004340         MOVE E21-PAIR-PARTNER TO E21X-ED-PARTNER
004350         MOVE SPACES TO E21X-DISAGREE-TEXT
004360         STRING "LENGTH-2 CYCLE " E21X-ED-KEY " / " E21X-ED-MEMBER
004370                " BUT PAIRFIL PARTNER IS " E21X-ED-PARTNER
004380                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
004390         END-STRING
004400         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
004410     END-IF.
004420 3200-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460*  3300-CHECK-CHAIN-MEMBER -- A CHAIN MEMBER SCANNED IN MODE T   *
004470*  MUST HAVE A TRAJECTORY THAT ENDS IN THIS CHAIN                *
004480*****************************************************************
004490 3300-CHECK-CHAIN-MEMBER.
004500     MOVE E21-CHAIN-MEMBER (E21X-MEMBER-IX) TO E21X-MEMBER.
004510     IF E21X-MEMBER GREATER THAN 9999999
004520         GO TO 3300-EXIT
004530     END-IF.
004540     MOVE E21X-MEMBER TO E21X-PROBE-NUMBER.
004550     MOVE "T " TO E21X-PROBE-MODES.
004560     PERFORM 2500-TEST-COVERAGE THRU 2500-EXIT.
004570     IF NOT E21X-IS-COVERED
004580         GO TO 3300-EXIT
004590     END-IF.
004600     ADD 1 TO E21X-CHECKS-CNT.
004610     MOVE E21-CHAIN-KEY TO E21X-ED-KEY.
004620     MOVE E21X-MEMBER   TO E21X-ED-MEMBER.
004630     PERFORM 2600-READ-TRAJECTORY THRU 2600-EXIT.
004640     IF NOT E21X-RECORD-FOUND
004650         MOVE SPACES TO E21X-DISAGREE-TEXT
004660         STRING "CHAIN AT " E21X-ED-KEY " MEMBER " E21X-ED-MEMBER
004670                " HAS NO TRAJECTORY ON TRAJFIL"
004680                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
004690         END-STRING
004700         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
004710         GO TO 3300-EXIT
004720     END-IF.
004730     IF E21-TRAJ-TERM-TYPE NOT EQUAL E21X-EXPECT-TYPE
004740         MOVE SPACES TO E21X-DISAGREE-TEXT
004750         STRING "CHAIN AT " E21X-ED-KEY " MEMBER " E21X-ED-MEMBER
004760                " TRAJECTORY TYPE IS " E21-TRAJ-TERM-TYPE
004770                ", EXPECTED " E21X-EXPECT-TYPE
004780                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
004790         END-STRING
004800         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
004810         GO TO 3300-EXIT
004820     END-IF.
004830     MOVE "N" TO E21X-MATCH-SWITCH.
004840     PERFORM 3310-MATCH-ONE-MEMBER THRU 3310-EXIT
004850         VARYING E21X-SCAN-IX FROM 1 BY 1
004860         UNTIL E21X-SCAN-IX GREATER THAN E21X-CHAIN-LEN
004870            OR E21X-TERM-IN-CHAIN.
004880     IF NOT E21X-TERM-IN-CHAIN
004890         MOVE E21-TRAJ-TERM-VALUE TO E21X-ED-TERM
004900         MOVE SPACES TO E21X-DISAGREE-TEXT
004910         STRING "CHAIN AT " E21X-ED-KEY " MEMBER " E21X-ED-MEMBER
004920                " TRAJECTORY ENDS AT " E21X-ED-TERM
004930                ", OUTSIDE THE CHAIN"
004940                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
004950         END-STRING
004960         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
004970     END-IF.
004980 3300-EXIT.
004990     EXIT.
005000
005010 3310-MATCH-ONE-MEMBER.
005020     IF E21-CHAIN-MEMBER (E21X-SCAN-IX) EQUAL E21-TRAJ-TERM-VALUE
005030         MOVE "Y" TO E21X-MATCH-SWITCH
005040     END-IF.
005050 3310-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*  4000-CHECK-PAIRS -- EVERY PAIR AGAINST TRAJFIL.  PAIRFIL WAS  *
005100*  PROBED AT RANDOM BY THE CHAIN PASS, SO IT IS REOPENED TO      *
005110*  READ SEQUENTIALLY FROM THE FIRST KEY.                         *
005120*****************************************************************
005130 4000-CHECK-PAIRS.
005140     MOVE SPACES TO E21X-XRECRPT-RECORD.
005150     WRITE E21X-XRECRPT-RECORD.
005160     MOVE "PAIRFIL AGAINST TRAJFIL" TO E21X-XRECRPT-RECORD.
005170     WRITE E21X-XRECRPT-RECORD.
005180     IF NOT E21X-PAIRFIL-OPEN
005190         GO TO 4000-EXIT
005200     END-IF.
005210     CLOSE PAIRFIL.
005220     OPEN INPUT PAIRFIL.
005230     IF E21X-PAIRFIL-STATUS NOT EQUAL "00"
005240         MOVE "N" TO E21X-PAIRFIL-SWITCH
005250         DISPLAY "EULER21XREC: UNABLE TO REOPEN PAIRFIL, STATUS="
005260                 E21X-PAIRFIL-STATUS
005270         GO TO 4000-EXIT
005280     END-IF.
005290     MOVE "N" TO E21X-EOF-SWITCH.
005300     PERFORM 4100-READ-ONE-PAIR THRU 4100-EXIT
005310         UNTIL E21X-AT-EOF.
005320 4000-EXIT.
005330     EXIT.
005340
005350 4100-READ-ONE-PAIR.
005360     READ PAIRFIL NEXT RECORD
005370         AT END
005380             MOVE "Y" TO E21X-EOF-SWITCH
005390         NOT AT END
005400             PERFORM 4150-CHECK-ONE-PAIR THRU 4150-EXIT
005410     END-READ.
005420 4100-EXIT.
005430     EXIT.
005440
005450 4150-CHECK-ONE-PAIR.
005460     ADD 1 TO E21X-PAIRS-READ-CNT.
005470     IF E21-PAIR-KEY NOT NUMERIC
005480        OR E21-PAIR-PARTNER NOT NUMERIC
005490         GO TO 4150-EXIT
005500     END-IF.
005510     MOVE E21-PAIR-KEY TO E21X-MEMBER.
005520     PERFORM 4200-CHECK-PAIR-MEMBER THRU 4200-EXIT.
005530     MOVE E21-PAIR-PARTNER TO E21X-MEMBER.
005540     PERFORM 4200-CHECK-PAIR-MEMBER THRU 4200-EXIT.
005550 4150-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590*  4200-CHECK-PAIR-MEMBER -- A PAIR MEMBER SCANNED IN MODE T     *
005600*  MUST HAVE ENTERED A CYCLE, AND THE CYCLE MUST BE THE PAIR     *
005610*****************************************************************
005620 4200-CHECK-PAIR-MEMBER.
005630     MOVE E21X-MEMBER TO E21X-PROBE-NUMBER.
005640     MOVE "T " TO E21X-PROBE-MODES.
005650     PERFORM 2500-TEST-COVERAGE THRU 2500-EXIT.
005660     IF NOT E21X-IS-COVERED
005670         GO TO 4200-EXIT
005680     END-IF.
005690     ADD 1 TO E21X-CHECKS-CNT.
005700     MOVE E21-PAIR-KEY     TO E21X-ED-KEY.
005710     MOVE E21-PAIR-PARTNER TO E21X-ED-PARTNER.
005720     MOVE E21X-MEMBER      TO E21X-ED-MEMBER.
005730     PERFORM 2600-READ-TRAJECTORY THRU 2600-EXIT.
005740     IF NOT E21X-RECORD-FOUND
005750         MOVE SPACES TO E21X-DISAGREE-TEXT
005760         STRING "PAIR " E21X-ED-KEY " / " E21X-ED-PARTNER
005770                " MEMBER " E21X-ED-MEMBER
005780                " HAS NO TRAJECTORY ON TRAJFIL"
005790                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
005800         END-STRING
005810         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
005820         GO TO 4200-EXIT
005830     END-IF.
005840     IF NOT E21-TRAJ-ENTERED-CYCLE
005850         MOVE SPACES TO E21X-DISAGREE-TEXT
005860         STRING "PAIR " E21X-ED-KEY " / " E21X-ED-PARTNER
005870                " MEMBER " E21X-ED-MEMBER
005880                " TRAJECTORY TYPE IS " E21-TRAJ-TERM-TYPE
005890                ", EXPECTED C"
005900                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
005910         END-STRING
005920         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
005930         GO TO 4200-EXIT
005940     END-IF.
005950     IF E21-TRAJ-TERM-VALUE NOT EQUAL E21-PAIR-KEY
005960        AND E21-TRAJ-TERM-VALUE NOT EQUAL E21-PAIR-PARTNER
005970         MOVE E21-TRAJ-TERM-VALUE TO E21X-ED-TERM
005980         MOVE SPACES TO E21X-DISAGREE-TEXT
005990         STRING "PAIR " E21X-ED-KEY " / " E21X-ED-PARTNER
006000                " MEMBER " E21X-ED-MEMBER
006010                " TRAJECTORY ENDS AT " E21X-ED-TERM
006020                ", OUTSIDE THE PAIR"
006030                DELIMITED BY SIZE INTO E21X-DISAGREE-TEXT
006040         END-STRING
006050         PERFORM 7000-REPORT-DISAGREEMENT THRU 7000-EXIT
006060     END-IF.
006070 4200-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110*  5000-PRINT-VERDICT -- COUNTS AND THE GATE FOR THE SCHEDULER   *
006120*****************************************************************
006130 5000-PRINT-VERDICT.
006140     MOVE SPACES TO E21X-XRECRPT-RECORD.
006150     WRITE E21X-XRECRPT-RECORD.
006160     MOVE "LEDGER RECORDS READ " TO E21X-SUM-LABEL.
006170     MOVE E21X-LEDGER-READ-CNT TO E21X-SUM-COUNT.
006180     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
006190     MOVE "  WITHOUT A RUN MODE" TO E21X-SUM-LABEL.
006200     MOVE E21X-NO-MODE-CNT TO E21X-SUM-COUNT.
006210     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
006220     MOVE "CHAINS READ ........" TO E21X-SUM-LABEL.
006230     MOVE E21X-CHAINS-READ-CNT TO E21X-SUM-COUNT.
006240     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
006250     MOVE "PAIRS READ ........." TO E21X-SUM-LABEL.
006260     MOVE E21X-PAIRS-READ-CNT TO E21X-SUM-COUNT.
006270     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
006280     MOVE "CHECKS IN SCOPE ...." TO E21X-SUM-LABEL.
006290     MOVE E21X-CHECKS-CNT TO E21X-SUM-COUNT.
006300     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
006310     MOVE "DISAGREEMENTS ......" TO E21X-SUM-LABEL.
006320     MOVE E21X-DISAGREE-CNT TO E21X-SUM-COUNT.
006330     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
006340     IF E21X-DISAGREE-CNT GREATER THAN ZERO
006350         MOVE "VERDICT: FILES DISAGREE, HOLD DOWNSTREAM JOBS"
006360             TO E21X-XRECRPT-RECORD
006370         WRITE E21X-XRECRPT-RECORD
006380         MOVE 16 TO RETURN-CODE
006390     ELSE
006400         IF E21X-CHECKS-CNT EQUAL ZERO
006410             MOVE "VERDICT: NOTHING IN SCOPE, NOTHING RECONCILED"
006420                 TO E21X-XRECRPT-RECORD
006430         ELSE
006440             MOVE "VERDICT: FILES AGREE"
006450                 TO E21X-XRECRPT-RECORD
006460         END-IF
006470         WRITE E21X-XRECRPT-RECORD
006480     END-IF.
006490 5000-EXIT.
006500     EXIT.
006510
006520 5100-WRITE-COUNT-LINE.
006530     MOVE E21X-SUM-COUNT TO E21X-ED-COUNT.
006540     MOVE SPACES TO E21X-DETAIL-LINE.
006550     STRING "  " E21X-SUM-LABEL ": " E21X-ED-COUNT
006560            DELIMITED BY SIZE INTO E21X-DETAIL-LINE
006570     END-STRING.
006580     MOVE E21X-DETAIL-LINE TO E21X-XRECRPT-RECORD.
006590     WRITE E21X-XRECRPT-RECORD.
006600 5100-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640*  5500-WRITE-OUTCOME -- ONE MACHINE-READABLE RECORD FOR THE     *
006650*  EULER21OPS CONTROL JOB, RECREATED EVERY RUN SO IT ALWAYS      *
006660*  DESCRIBES TONIGHT (SEE E21OUT.CPY FOR VERDICTS AND COUNTS)    *
006670*****************************************************************
006680 5500-WRITE-OUTCOME.
006690     OPEN OUTPUT XRECOUT.
006700     IF E21X-XRECOUT-STATUS NOT EQUAL "00"
006710         DISPLAY "EULER21XREC: UNABLE TO OPEN XRECOUT, STATUS="
006720                 E21X-XRECOUT-STATUS
006730         GO TO 5500-EXIT
006740     END-IF.
006750     MOVE SPACES TO E21-OUTCOME-RECORD.
006760     MOVE "EULER21XREC" TO E21-OUT-JOB-NAME.
006770     MOVE E21X-RUN-TIMESTAMP TO E21-OUT-TIMESTAMP.
006780     EVALUATE TRUE
006790         WHEN E21X-DISAGREE-CNT GREATER THAN ZERO
006800             MOVE "D" TO E21-OUT-VERDICT
006810         WHEN E21X-CHECKS-CNT EQUAL ZERO
006820             MOVE "E" TO E21-OUT-VERDICT
006830         WHEN OTHER
006840             MOVE "M" TO E21-OUT-VERDICT
006850     END-EVALUATE.
006860     MOVE E21X-CHECKS-CNT      TO E21-OUT-COUNT-1.
006870     MOVE E21X-DISAGREE-CNT    TO E21-OUT-COUNT-2.
006880     MOVE E21X-LEDGER-COUNT    TO E21-OUT-COUNT-3.
006890     MOVE RETURN-CODE          TO E21-OUT-RETURN-CODE.
006900     WRITE E21-OUTCOME-RECORD.
006910     CLOSE XRECOUT.
006920 5500-EXIT.
006930     EXIT.
006940
006950*****************************************************************
006960*  7000-REPORT-DISAGREEMENT -- ONE LINE PER DISAGREEMENT         *
006970*****************************************************************
006980 7000-REPORT-DISAGREEMENT.
006990     ADD 1 TO E21X-DISAGREE-CNT.
007000     MOVE SPACES TO E21X-DETAIL-LINE.
007010     STRING "DISAGREE " E21X-DISAGREE-TEXT
007020            DELIMITED BY SIZE INTO E21X-DETAIL-LINE
007030     END-STRING.
007040     MOVE E21X-DETAIL-LINE TO E21X-XRECRPT-RECORD.
007050     WRITE E21X-XRECRPT-RECORD.
007060 7000-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*  9000-TERMINATE -- CLOSE FILES                                 *
007110*****************************************************************
007120 9000-TERMINATE.
007130     IF E21X-PAIRFIL-OPEN
007140         CLOSE PAIRFIL
007150     END-IF.
007160     IF E21X-CHNFIL-OPEN
007170         CLOSE CHNFIL
007180     END-IF.
007190     IF E21X-TRAJFIL-OPEN
007200         CLOSE TRAJFIL
007210     END-IF.
007220     CLOSE XRECRPT.
007230 9000-EXIT.
007240     EXIT.
