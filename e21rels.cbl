000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21RELS.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  DATE        INIT  DESCRIPTION                                 *
000100*  10/15/2026  RM    ORIGINAL - NUMBERED, SELF-CHECKED RELEASE   *
000110*                    PACKAGE OF THE CUMULATIVE PAIRFIL FOR       *
000120*                    OUTSIDE CONSUMERS, WITH A RELEASE REGISTER. *
000130*****************************************************************
000140*****************************************************************
000150*  RUN AFTER EULER21OPS.  A PACKAGE IS BUILT ONLY WHEN OPSOUT    *
000160*  (SEE E21OUT.CPY) HOLDS A RELEASE DECISION, NO SCAN HAS BEEN   *
000170*  LOGGED ON AUDTLOG SINCE THAT DECISION, AND NO PACKAGE HAS     *
000180*  YET BEEN ISSUED ON IT; OTHERWISE NOTHING IS WRITTEN AND THE   *
000190*  RETURN CODE IS 8.  THE RELEASE NUMBER IS ONE MORE THAN THE    *
000200*  LAST ON THE REGISTER RELREG (SEE E21RREG.CPY).                *
000210*  THE PACKAGE (SEE E21REL.CPY) IS FIRST BUILT IN RELWORK: A     *
000220*  HEADER WITH THE RELEASE NUMBER AND THE AS-OF DATE OF THE      *
000230*  DECISION, ONE COVERAGE RECORD PER MERGED STRETCH OF STEP-1    *
000240*  COVLEDG COVERAGE IN A MODE THAT WRITES PAIRFIL (A OR B, AND   *
000250*  RECORDS WRITTEN BEFORE THE LEDGER CARRIED A MODE, AS          *
000260*  EULER21COV COUNTS THEM), EVERY PAIRFIL RECORD IN KEY ORDER    *
000270*  WITH ITS PROVENANCE, AND A TRAILER WITH THE RECORD COUNT AND  *
000280*  THE HASH TOTALS OF THE KEYS AND OF THE PARTNERS.  RELWORK IS  *
000290*  THEN READ BACK AND EVERY TOTAL RECOMPUTED.  ONLY A PACKAGE    *
000300*  THAT AGREES WITH ITS OWN TRAILER AND WITH PAIRFIL IS COPIED   *
000310*  TO RELPKG AND ENTERED ON THE REGISTER (RETURN CODE 0); ONE    *
000320*  THAT DOES NOT IS LEFT IN RELWORK FOR INSPECTION, RELPKG KEEPS *
000330*  THE LAST GOOD PACKAGE, AND THE RETURN CODE IS 12.  RELRPT     *
000340*  SHOWS WHAT WAS DONE.                                          *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPSOUT   ASSIGN TO "OPSOUT"
000430         ORGANIZATION LINE SEQUENTIAL
000440         FILE STATUS  E21Z-OPSOUT-STATUS.
000450
000460     SELECT AUDTLOG  ASSIGN TO "AUDTLOG"
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS  E21Z-AUDTLOG-STATUS.
000490
000500     SELECT COVLEDG  ASSIGN TO "COVLEDG"
000510         ORGANIZATION LINE SEQUENTIAL
000520         FILE STATUS  E21Z-COVLEDG-STATUS.
000530
000540     SELECT PAIRFIL  ASSIGN TO "PAIRFIL"
000550         ORGANIZATION INDEXED
000560         ACCESS MODE  SEQUENTIAL
000570         RECORD KEY   E21-PAIR-KEY
000580         ALTERNATE RECORD KEY E21-PAIR-PARTNER
000590         FILE STATUS  E21Z-PAIRFIL-STATUS.
000600
000610     SELECT RELWORK  ASSIGN TO "RELWORK"
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS  E21Z-RELWORK-STATUS.
000640
000650     SELECT RELPKG   ASSIGN TO "RELPKG"
000660         ORGANIZATION LINE SEQUENTIAL
000670         FILE STATUS  E21Z-RELPKG-STATUS.
000680
000690     SELECT RELREG   ASSIGN TO "RELREG"
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS  E21Z-RELREG-STATUS.
000720
000730     SELECT RELRPT   ASSIGN TO "RELRPT"
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS  E21Z-RELRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  OPSOUT.
000800     COPY E21OUT.
000810
000820 FD  AUDTLOG.
000830     COPY E21AUD.
000840
000850 FD  COVLEDG.
000860     COPY E21COV.
000870
000880 FD  PAIRFIL.
000890     COPY E21PAIR.
000900
000910 FD  RELWORK.
000920     COPY E21REL.
000930
000940 FD  RELPKG.
000950 01  E21Z-RELPKG-RECORD         PIC X(100).
000960
000970 FD  RELREG.
000980     COPY E21RREG.
000990
001000 FD  RELRPT.
001010 01  E21Z-RELRPT-RECORD         PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040*****************************************************************
001050*  FILE STATUS FIELDS                                            *
001060*****************************************************************
001070 01  E21Z-FILE-STATUSES.
001080     05  E21Z-OPSOUT-STATUS     PIC X(02)  VALUE "00".
001090     05  E21Z-AUDTLOG-STATUS    PIC X(02)  VALUE "00".
001100     05  E21Z-COVLEDG-STATUS    PIC X(02)  VALUE "00".
001110     05  E21Z-PAIRFIL-STATUS    PIC X(02)  VALUE "00".
001120     05  E21Z-RELWORK-STATUS    PIC X(02)  VALUE "00".
001130     05  E21Z-RELPKG-STATUS     PIC X(02)  VALUE "00".
001140     05  E21Z-RELREG-STATUS     PIC X(02)  VALUE "00".
001150     05  E21Z-RELRPT-STATUS     PIC X(02)  VALUE "00".
001160
001170 01  E21Z-EOF-SWITCH         PIC X(01)  VALUE "N".
001180     88  E21Z-AT-EOF               VALUE "Y".
001190
001200*****************************************************************
001210*  RUN SWITCHES.  STOPPED: A GATE REFUSED, NOTHING IS BUILT OR   *
001220*  ISSUED.  FAILED: THE BUILT PACKAGE DID NOT PROVE OUT AGAINST  *
001230*  ITS OWN TOTALS, AND IS NOT ISSUED.                            *
001240*****************************************************************
001250 01  E21Z-STOP-SWITCH        PIC X(01)  VALUE "N".
001260     88  E21Z-RELEASE-STOPPED      VALUE "Y".
001270 01  E21Z-FAIL-SWITCH        PIC X(01)  VALUE "N".
001280     88  E21Z-CHECK-FAILED         VALUE "Y".
001290 01  E21Z-ISSUED-SWITCH      PIC X(01)  VALUE "N".
001300     88  E21Z-PACKAGE-ISSUED       VALUE "Y".
001310 01  E21Z-MSG-TEXT           PIC X(64)  VALUE SPACES.
001320 01  E21Z-FAIL-TEXT          PIC X(64)  VALUE SPACES.
001330 77  E21Z-FAIL-CNT           PIC S9(07)  COMP VALUE ZERO.
001340
001350*****************************************************************
001360*  THE RELEASE DECISION, THE LAST SCAN LOGGED, AND THE REGISTER  *
001370*****************************************************************
001380 01  E21Z-OPS-TIMESTAMP      PIC X(26)  VALUE SPACES.
001390 01  E21Z-AS-OF-DATE         PIC X(10)  VALUE SPACES.
001400 01  E21Z-LAST-AUDIT-TS      PIC X(26)  VALUE SPACES.
001410 77  E21Z-SCANS-SINCE-CNT    PIC S9(05)  COMP VALUE ZERO.
001420 01  E21Z-LAST-RELEASE-NO    PIC 9(05)  VALUE ZERO.
001430 01  E21Z-RELEASE-NO         PIC 9(05)  VALUE ZERO.
001440 01  E21Z-DUP-RELEASE-NO     PIC 9(05)  VALUE ZERO.
001450 77  E21Z-REGISTER-CNT       PIC S9(05)  COMP VALUE ZERO.
001460
001470*****************************************************************
001480*  COVERAGE: THE QUALIFYING LEDGER INTERVALS, SORTED, THEN       *
001490*  MERGED INTO THE STRETCHES THE PACKAGE DECLARES                *
001500*****************************************************************
001510 01  E21Z-LED-COUNT          PIC S9(04)  COMP VALUE ZERO.
001520 01  E21Z-LED-IX             PIC S9(04)  COMP.
001530 01  E21Z-SMALL-IX           PIC S9(04)  COMP.
001540 01  E21Z-SCAN-IX            PIC S9(04)  COMP.
001550 01  E21Z-LED-TABLE.
001560     05  E21Z-LED-ENTRY OCCURS 2000 TIMES.
001570         10  E21Z-LED-LOWER         PIC S9(09)  COMP.
001580         10  E21Z-LED-UPPER         PIC S9(09)  COMP.
001590 01  E21Z-SWAP-ENTRY            PIC X(08).
001600 01  E21Z-COV-COUNT          PIC S9(04)  COMP VALUE ZERO.
001610 01  E21Z-COV-IX             PIC S9(04)  COMP.
001620 01  E21Z-COV-TABLE.
001630     05  E21Z-COV-ENTRY OCCURS 2000 TIMES.
001640         10  E21Z-COV-LOWER         PIC S9(09)  COMP.
001650         10  E21Z-COV-UPPER         PIC S9(09)  COMP.
001660 77  E21Z-COV-NUMBERS        PIC S9(09)  COMP VALUE ZERO.
001670 77  E21Z-NO-MODE-CNT        PIC S9(05)  COMP VALUE ZERO.
001680
001690*****************************************************************
001700*  PACKAGE TOTALS: AS WRITTEN FROM PAIRFIL, AND AS READ BACK     *
001710*  FROM RELWORK.  THE TRAILER MUST AGREE WITH BOTH.              *
001720*****************************************************************
001730 77  E21Z-BUILD-CNT          PIC S9(07)  COMP VALUE ZERO.
001740 77  E21Z-BUILD-KEY-HASH     PIC S9(15)  COMP VALUE ZERO.
001750 77  E21Z-BUILD-PTNR-HASH    PIC S9(15)  COMP VALUE ZERO.
001760 77  E21Z-CHECK-CNT          PIC S9(07)  COMP VALUE ZERO.
001770 77  E21Z-CHECK-KEY-HASH     PIC S9(15)  COMP VALUE ZERO.
001780 77  E21Z-CHECK-PTNR-HASH    PIC S9(15)  COMP VALUE ZERO.
001790 77  E21Z-CHECK-COV-CNT      PIC S9(05)  COMP VALUE ZERO.
001800 77  E21Z-HEADER-COV-CNT     PIC S9(05)  COMP VALUE ZERO.
001810 77  E21Z-RECORDS-READ       PIC S9(07)  COMP VALUE ZERO.
001820 77  E21Z-COPIED-CNT         PIC S9(07)  COMP VALUE ZERO.
001830 01  E21Z-PRIOR-KEY          PIC 9(07)  VALUE ZERO.
001840 01  E21Z-PRIOR-TYPE         PIC X(01)  VALUE SPACE.
001850 01  E21Z-TRAILER-SWITCH     PIC X(01)  VALUE "N".
001860     88  E21Z-TRAILER-SEEN         VALUE "Y".
001870 01  E21Z-TRL-CNT            PIC 9(07)  VALUE ZERO.
001880 01  E21Z-TRL-KEY-HASH       PIC 9(15)  VALUE ZERO.
001890 01  E21Z-TRL-PTNR-HASH      PIC 9(15)  VALUE ZERO.
001900
001910*****************************************************************
001920*  RUN TIMESTAMP WORK FIELDS                                     *
001930*****************************************************************
001940 01  E21Z-SYSTEM-DATE-TIME   PIC X(21).
001950 01  E21Z-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001960
001970*****************************************************************
001980*  REPORT LINE-BUILDING FIELDS                                   *
001990*****************************************************************
002000 01  E21Z-DETAIL-LINE        PIC X(132) VALUE SPACES.
002010 01  E21Z-EDIT-FIELDS.
002020     05  E21Z-ED-LOWER          PIC ZZZZZZ9.
002030     05  E21Z-ED-UPPER          PIC ZZZZZZ9.
002040     05  E21Z-ED-COUNT          PIC ZZZZZZZZ9.
002050     05  E21Z-ED-HASH           PIC ZZZZZZZZZZZZZZ9.
002060     05  E21Z-ED-RELEASE        PIC ZZZZ9.
002070 01  E21Z-SUM-LABEL          PIC X(20)  VALUE SPACES.
002080 01  E21Z-SUM-COUNT          PIC S9(09)  COMP VALUE ZERO.
002090
002100 PROCEDURE DIVISION.
002110*****************************************************************
002120*  0000-MAINLINE                                                 *
002130*****************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002160     PERFORM 2000-CHECK-DECISION   THRU 2000-EXIT.
002170     PERFORM 2500-CHECK-SCANS      THRU 2500-EXIT.
002180     PERFORM 2700-READ-REGISTER    THRU 2700-EXIT.
002190     PERFORM 3000-LOAD-LEDGER      THRU 3000-EXIT.
002200     PERFORM 3500-SORT-LEDGER      THRU 3500-EXIT.
002210     PERFORM 3800-MERGE-LEDGER     THRU 3800-EXIT.
002220     PERFORM 4000-BUILD-PACKAGE    THRU 4000-EXIT.
002230     PERFORM 5000-CHECK-PACKAGE    THRU 5000-EXIT.
002240     PERFORM 6000-ISSUE-PACKAGE    THRU 6000-EXIT.
002250     PERFORM 7000-PRINT-SUMMARY    THRU 7000-EXIT.
002260     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002270     STOP RUN.
002280
002290*****************************************************************
002300*  1000-INITIALIZE -- RUN TIMESTAMP AND THE REPORT               *
002310*****************************************************************
002320 1000-INITIALIZE.
002330     MOVE FUNCTION CURRENT-DATE TO E21Z-SYSTEM-DATE-TIME.
002340     STRING E21Z-SYSTEM-DATE-TIME (1:4)  "-"
002350            E21Z-SYSTEM-DATE-TIME (5:2)  "-"
002360            E21Z-SYSTEM-DATE-TIME (7:2)  " "
002370            E21Z-SYSTEM-DATE-TIME (9:2)  ":"
002380            E21Z-SYSTEM-DATE-TIME (11:2) ":"
002390            E21Z-SYSTEM-DATE-TIME (13:2)
002400            DELIMITED BY SIZE INTO E21Z-RUN-TIMESTAMP
002410     END-STRING.
002420     OPEN OUTPUT RELRPT.
002430     IF E21Z-RELRPT-STATUS NOT EQUAL "00"
002440         DISPLAY "EULER21RELS: UNABLE TO OPEN RELRPT, STATUS="
002450                 E21Z-RELRPT-STATUS
002460         MOVE 8 TO RETURN-CODE
002470         GO TO 1000-EXIT-ERROR
002480     END-IF.
002490     MOVE SPACES TO E21Z-DETAIL-LINE.
002500     STRING "PAIRFIL RELEASE PACKAGE   RUN "
002510            E21Z-RUN-TIMESTAMP (1:19)
002520            DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
002530     END-STRING.
002540     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
002550     WRITE E21Z-RELRPT-RECORD.
002560     MOVE SPACES TO E21Z-RELRPT-RECORD.
002570     WRITE E21Z-RELRPT-RECORD.
002580     GO TO 1000-EXIT.
002590
002600 1000-EXIT-ERROR.
002610     STOP RUN.
002620
002630 1000-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670*  2000-CHECK-DECISION -- OPSOUT MUST HOLD AN EULER21OPS         *
002680*  RELEASE.  THE AS-OF DATE IS THE NIGHT IT REVIEWED (ITS OWN    *
002690*  RUN DATE WHEN THE RECORD PREDATES THAT FIELD).                *
002700*****************************************************************
002710 2000-CHECK-DECISION.
002720     OPEN INPUT OPSOUT.
002730     IF E21Z-OPSOUT-STATUS NOT EQUAL "00"
002740         MOVE "NO OPSOUT ON FILE, RUN EULER21OPS FIRST"
002750             TO E21Z-MSG-TEXT
002760         PERFORM 8900-REFUSE THRU 8900-EXIT
002770         GO TO 2000-EXIT
002780     END-IF.
002790     READ OPSOUT
002800         AT END
002810             MOVE SPACES TO E21-OUTCOME-RECORD
002820     END-READ.
002830     CLOSE OPSOUT.
002840     IF E21-OUT-JOB-NAME NOT EQUAL "EULER21OPS"
002850         MOVE "OPSOUT IS NOT AN EULER21OPS OUTCOME"
002855             TO E21Z-MSG-TEXT
002860         PERFORM 8900-REFUSE THRU 8900-EXIT
002870         GO TO 2000-EXIT
002880     END-IF.
002890     MOVE E21-OUT-TIMESTAMP TO E21Z-OPS-TIMESTAMP.
002900     IF E21-OUT-AS-OF-DATE EQUAL SPACES
002910         MOVE E21-OUT-TIMESTAMP (1:10) TO E21Z-AS-OF-DATE
002920     ELSE
002930         MOVE E21-OUT-AS-OF-DATE TO E21Z-AS-OF-DATE
002940     END-IF.
002950     MOVE SPACES TO E21Z-DETAIL-LINE.
002960     STRING "RELEASE DECISION ... EULER21OPS "
002970            E21Z-OPS-TIMESTAMP (1:19) "  VERDICT "
002980            E21-OUT-VERDICT "  AS OF " E21Z-AS-OF-DATE
002990            DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
003000     END-STRING.
003010     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
003020     WRITE E21Z-RELRPT-RECORD.
003030     IF NOT E21-OUT-RELEASE
003040         MOVE "EULER21OPS DID NOT DECIDE TO RELEASE"
003050             TO E21Z-MSG-TEXT
003060         PERFORM 8900-REFUSE THRU 8900-EXIT
003070     END-IF.
003080 2000-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003120*  2500-CHECK-SCANS -- EVERY EULER21 AND EULER21MERG RUN LOGS TO *
003130*  AUDTLOG, SO A RECORD LATER THAN THE DECISION MEANS PAIRFIL    *
003140*  MAY HAVE CHANGED SINCE EULER21OPS REVIEWED IT                 *
003150*****************************************************************
003160 2500-CHECK-SCANS.
003170     IF E21Z-RELEASE-STOPPED
003180         GO TO 2500-EXIT
003190     END-IF.
003200     OPEN INPUT AUDTLOG.
003210     IF E21Z-AUDTLOG-STATUS NOT EQUAL "00"
003220         GO TO 2500-EXIT
003230     END-IF.
003240     MOVE "N" TO E21Z-EOF-SWITCH.
003250     PERFORM 2600-READ-ONE-AUDIT THRU 2600-EXIT
003260         UNTIL E21Z-AT-EOF.
003270     CLOSE AUDTLOG.
003280     IF E21Z-SCANS-SINCE-CNT GREATER THAN ZERO
003290         MOVE SPACES TO E21Z-DETAIL-LINE
003300         STRING "LAST SCAN LOGGED ... "
003310                E21Z-LAST-AUDIT-TS (1:19)
003320                DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
003330         END-STRING
003340         MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD
003350         WRITE E21Z-RELRPT-RECORD
003360         MOVE "SCANS RAN AFTER THE DECISION, RERUN EULER21OPS"
003370             TO E21Z-MSG-TEXT
003380         PERFORM 8900-REFUSE THRU 8900-EXIT
003390     END-IF.
003400 2500-EXIT.
003410     EXIT.
003420
003430 2600-READ-ONE-AUDIT.
003440     READ AUDTLOG
003450         AT END
003460             MOVE "Y" TO E21Z-EOF-SWITCH
003470             GO TO 2600-EXIT
003480     END-READ.
003490     IF E21-AUDIT-TIMESTAMP GREATER THAN E21Z-OPS-TIMESTAMP
003500         ADD 1 TO E21Z-SCANS-SINCE-CNT
003510         IF E21-AUDIT-TIMESTAMP GREATER THAN E21Z-LAST-AUDIT-TS
003520             MOVE E21-AUDIT-TIMESTAMP TO E21Z-LAST-AUDIT-TS
003530         END-IF
003540     END-IF.
003550 2600-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*  2700-READ-REGISTER -- THE NEXT RELEASE NUMBER, AND A REFUSAL  *
003600*  IF A PACKAGE HAS ALREADY BEEN ISSUED ON THIS DECISION.  NO    *
003610*  REGISTER YET MEANS THIS IS RELEASE 1.                         *
003620*****************************************************************
003630 2700-READ-REGISTER.
003640     IF E21Z-RELEASE-STOPPED
003650         GO TO 2700-EXIT
003660     END-IF.
003670     OPEN INPUT RELREG.
003680     IF E21Z-RELREG-STATUS EQUAL "00"
003690         MOVE "N" TO E21Z-EOF-SWITCH
003700         PERFORM 2800-READ-ONE-ENTRY THRU 2800-EXIT
003710             UNTIL E21Z-AT-EOF
003720         CLOSE RELREG
003730     END-IF.
003740     IF E21Z-DUP-RELEASE-NO GREATER THAN ZERO
003750         MOVE E21Z-DUP-RELEASE-NO TO E21Z-ED-RELEASE
003760         MOVE SPACES TO E21Z-MSG-TEXT
003770         STRING "RELEASE " E21Z-ED-RELEASE
003780                " WAS ALREADY ISSUED ON THIS DECISION"
003790                DELIMITED BY SIZE INTO E21Z-MSG-TEXT
003800         END-STRING
003810         PERFORM 8900-REFUSE THRU 8900-EXIT
003820         GO TO 2700-EXIT
003830     END-IF.
003840     IF E21Z-LAST-RELEASE-NO NOT LESS THAN 99999
003850         MOVE "RELEASE NUMBERS ARE EXHAUSTED" TO E21Z-MSG-TEXT
003860         PERFORM 8900-REFUSE THRU 8900-EXIT
003870         GO TO 2700-EXIT
003880     END-IF.
003890     COMPUTE E21Z-RELEASE-NO = E21Z-LAST-RELEASE-NO + 1.
003900     MOVE E21Z-RELEASE-NO TO E21Z-ED-RELEASE.
003910     MOVE SPACES TO E21Z-DETAIL-LINE.
003920     STRING "RELEASE NUMBER ..... " E21Z-ED-RELEASE
003930            DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
003940     END-STRING.
003950     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
003960     WRITE E21Z-RELRPT-RECORD.
003970 2700-EXIT.
003980     EXIT.
003990
004000 2800-READ-ONE-ENTRY.
004010     READ RELREG
004020         AT END
004030             MOVE "Y" TO E21Z-EOF-SWITCH
004040             GO TO 2800-EXIT
004050     END-READ.
004060     IF E21-RREG-RELEASE-NO NOT NUMERIC
004070         GO TO 2800-EXIT
004080     END-IF.
004090     ADD 1 TO E21Z-REGISTER-CNT.
004100     IF E21-RREG-RELEASE-NO GREATER THAN E21Z-LAST-RELEASE-NO
004110         MOVE E21-RREG-RELEASE-NO TO E21Z-LAST-RELEASE-NO
004120     END-IF.
004130     IF E21-RREG-OPS-TIMESTAMP EQUAL E21Z-OPS-TIMESTAMP
004140         MOVE E21-RREG-RELEASE-NO TO E21Z-DUP-RELEASE-NO
004150     END-IF.
004160 2800-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*  3000-LOAD-LEDGER -- STEP-1 LEDGER RECORDS IN A MODE THAT      *
004210*  WRITES PAIRFIL (A OR B) OR IN NO RECORDED MODE.  A LEDGER TOO *
004220*  LARGE TO HOLD WOULD UNDERSTATE THE COVERAGE, SO IT STOPS THE  *
004230*  RELEASE.                                                      *
004240*****************************************************************
004250 3000-LOAD-LEDGER.
004260     IF E21Z-RELEASE-STOPPED
004270         GO TO 3000-EXIT
004280     END-IF.
004290     OPEN INPUT COVLEDG.
004300     IF E21Z-COVLEDG-STATUS NOT EQUAL "00"
004310         MOVE "  NO COVLEDG ON FILE, NO COVERAGE DECLARED"
004320             TO E21Z-RELRPT-RECORD
004330         WRITE E21Z-RELRPT-RECORD
004340         GO TO 3000-EXIT
004350     END-IF.
004360     MOVE "N" TO E21Z-EOF-SWITCH.
004370     PERFORM 3100-READ-ONE-LEDGER THRU 3100-EXIT
004380         UNTIL E21Z-AT-EOF.
004390     CLOSE COVLEDG.
004400 3000-EXIT.
004410     EXIT.
004420
004430 3100-READ-ONE-LEDGER.
004440     READ COVLEDG
004450         AT END
004460             MOVE "Y" TO E21Z-EOF-SWITCH
004470             GO TO 3100-EXIT
004480     END-READ.
004490     IF E21-COV-LOWER NOT NUMERIC
004500        OR E21-COV-UPPER NOT NUMERIC
004510        OR E21-COV-STEP NOT NUMERIC
004520         GO TO 3100-EXIT
004530     END-IF.
004540     IF E21-COV-STEP NOT EQUAL 1
004550         GO TO 3100-EXIT
004560     END-IF.
004570     IF E21-COV-RUN-MODE NOT EQUAL "A"
004580        AND E21-COV-RUN-MODE NOT EQUAL "B"
004590        AND E21-COV-RUN-MODE NOT EQUAL SPACE
004600         GO TO 3100-EXIT
004610     END-IF.
004620     IF E21Z-LED-COUNT NOT LESS THAN 2000
004630         MOVE "Y" TO E21Z-EOF-SWITCH
004640         MOVE "MORE THAN 2000 LEDGER RECORDS, COVERAGE NOT STATED"
004650             TO E21Z-MSG-TEXT
004660         PERFORM 8900-REFUSE THRU 8900-EXIT
004670         GO TO 3100-EXIT
004680     END-IF.
004690     IF E21-COV-RUN-MODE EQUAL SPACE
004700         ADD 1 TO E21Z-NO-MODE-CNT
004710     END-IF.
004720     ADD 1 TO E21Z-LED-COUNT.
004730     MOVE E21-COV-LOWER TO E21Z-LED-LOWER (E21Z-LED-COUNT).
004740     MOVE E21-COV-UPPER TO E21Z-LED-UPPER (E21Z-LED-COUNT).
004750 3100-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790*  3500-SORT-LEDGER -- SELECTION SORT BY LOWER BOUND (UPPER      *
004800*  BOUND BREAKING TIES), AS EULER21COV SORTS IT                  *
004810*****************************************************************
004820 3500-SORT-LEDGER.
004830     IF E21Z-RELEASE-STOPPED
004840        OR E21Z-LED-COUNT LESS THAN 2
004850         GO TO 3500-EXIT
004860     END-IF.
004870     PERFORM 3600-SELECT-SMALLEST THRU 3600-EXIT
004880         VARYING E21Z-LED-IX FROM 1 BY 1
004890         UNTIL E21Z-LED-IX NOT LESS THAN E21Z-LED-COUNT.
004900 3500-EXIT.
004910     EXIT.
004920
004930 3600-SELECT-SMALLEST.
004940     MOVE E21Z-LED-IX TO E21Z-SMALL-IX.
004950     PERFORM 3610-COMPARE-ONE THRU 3610-EXIT
004960         VARYING E21Z-SCAN-IX FROM E21Z-LED-IX BY 1
004970         UNTIL E21Z-SCAN-IX GREATER THAN E21Z-LED-COUNT.
004980     IF E21Z-SMALL-IX NOT EQUAL E21Z-LED-IX
004990         MOVE E21Z-LED-ENTRY (E21Z-LED-IX) TO E21Z-SWAP-ENTRY
005000         MOVE E21Z-LED-ENTRY (E21Z-SMALL-IX)
005010             TO E21Z-LED-ENTRY (E21Z-LED-IX)
005020         MOVE E21Z-SWAP-ENTRY TO E21Z-LED-ENTRY (E21Z-SMALL-IX)
005030     END-IF.
005040 3600-EXIT.
005050     EXIT.
005060
005070 3610-COMPARE-ONE.
005080     IF E21Z-LED-LOWER (E21Z-SCAN-IX)
005090        LESS THAN E21Z-LED-LOWER (E21Z-SMALL-IX)
005100         MOVE E21Z-SCAN-IX TO E21Z-SMALL-IX
005110     ELSE
005120         IF E21Z-LED-LOWER (E21Z-SCAN-IX)
005130            EQUAL E21Z-LED-LOWER (E21Z-SMALL-IX)
005140            AND E21Z-LED-UPPER (E21Z-SCAN-IX)
005150            LESS THAN E21Z-LED-UPPER (E21Z-SMALL-IX)
005160             MOVE E21Z-SCAN-IX TO E21Z-SMALL-IX
005170         END-IF
005180     END-IF.
005190 3610-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*  3800-MERGE-LEDGER -- OVERLAPPING OR TOUCHING INTERVALS JOIN   *
005240*  INTO ONE STRETCH; EACH STRETCH IS ONE COVERAGE RECORD         *
005250*****************************************************************
005260 3800-MERGE-LEDGER.
005270     IF E21Z-RELEASE-STOPPED
005280         GO TO 3800-EXIT
005290     END-IF.
005300     PERFORM 3900-MERGE-ONE-INTERVAL THRU 3900-EXIT
005310         VARYING E21Z-LED-IX FROM 1 BY 1
005320         UNTIL E21Z-LED-IX GREATER THAN E21Z-LED-COUNT.
005330     PERFORM 3950-COUNT-ONE-STRETCH THRU 3950-EXIT
005340         VARYING E21Z-COV-IX FROM 1 BY 1
005350         UNTIL E21Z-COV-IX GREATER THAN E21Z-COV-COUNT.
005360 3800-EXIT.
005370     EXIT.
005380
005390 3900-MERGE-ONE-INTERVAL.
005400     IF E21Z-COV-COUNT GREATER THAN ZERO
005410         IF E21Z-LED-LOWER (E21Z-LED-IX)
005420            NOT GREATER THAN E21Z-COV-UPPER (E21Z-COV-COUNT) + 1
005430             IF E21Z-LED-UPPER (E21Z-LED-IX)
005440                GREATER THAN E21Z-COV-UPPER (E21Z-COV-COUNT)
005450                 MOVE E21Z-LED-UPPER (E21Z-LED-IX)
005460                     TO E21Z-COV-UPPER (E21Z-COV-COUNT)
005470             END-IF
005480             GO TO 3900-EXIT
005490         END-IF
005500     END-IF.
005510     ADD 1 TO E21Z-COV-COUNT.
005520     MOVE E21Z-LED-LOWER (E21Z-LED-IX)
005530         TO E21Z-COV-LOWER (E21Z-COV-COUNT).
005540     MOVE E21Z-LED-UPPER (E21Z-LED-IX)
005550         TO E21Z-COV-UPPER (E21Z-COV-COUNT).
005560 3900-EXIT.
005570     EXIT.
005580
005590 3950-COUNT-ONE-STRETCH.
005600     COMPUTE E21Z-COV-NUMBERS = E21Z-COV-NUMBERS
005610         + E21Z-COV-UPPER (E21Z-COV-IX)
005620         - E21Z-COV-LOWER (E21Z-COV-IX) + 1.
005630 3950-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670*  4000-BUILD-PACKAGE -- HEADER, COVERAGE, EVERY PAIRFIL RECORD  *
005680*  IN KEY ORDER, TRAILER, ALL TO RELWORK.  THE TRAILER TOTALS ARE*
005690*  KEPT AS EACH DETAIL IS WRITTEN.                               *
005700*****************************************************************
005710 4000-BUILD-PACKAGE.
005720     IF E21Z-RELEASE-STOPPED
005730         GO TO 4000-EXIT
005740     END-IF.
005750     OPEN INPUT PAIRFIL.
005760     IF E21Z-PAIRFIL-STATUS NOT EQUAL "00"
005770         MOVE "UNABLE TO OPEN PAIRFIL" TO E21Z-MSG-TEXT
005780         PERFORM 8900-REFUSE THRU 8900-EXIT
005790         GO TO 4000-EXIT
005800     END-IF.
005810     OPEN OUTPUT RELWORK.
005820     IF E21Z-RELWORK-STATUS NOT EQUAL "00"
005830         CLOSE PAIRFIL
005840         MOVE "UNABLE TO OPEN RELWORK" TO E21Z-MSG-TEXT
005850         PERFORM 8900-REFUSE THRU 8900-EXIT
005860         GO TO 4000-EXIT
005870     END-IF.
005880     MOVE SPACES TO E21-REL-RECORD.
005890     MOVE "H"                   TO E21-REL-TYPE.
005900     MOVE E21Z-RELEASE-NO       TO E21-REL-RELEASE-NO.
005910     MOVE E21Z-AS-OF-DATE       TO E21-REL-AS-OF-DATE.
005920     MOVE E21Z-RUN-TIMESTAMP    TO E21-REL-BUILT-TIMESTAMP.
005930     MOVE E21Z-COV-COUNT        TO E21-REL-COV-RANGE-CNT.
005940     MOVE E21Z-COV-NUMBERS      TO E21-REL-COV-NUMBERS.
005950     MOVE E21Z-OPS-TIMESTAMP    TO E21-REL-OPS-TIMESTAMP.
005960     WRITE E21-REL-RECORD.
005970     PERFORM 4100-WRITE-ONE-STRETCH THRU 4100-EXIT
005980         VARYING E21Z-COV-IX FROM 1 BY 1
005990         UNTIL E21Z-COV-IX GREATER THAN E21Z-COV-COUNT.
006000     MOVE "N" TO E21Z-EOF-SWITCH.
006010     PERFORM 4200-WRITE-ONE-PAIR THRU 4200-EXIT
006020         UNTIL E21Z-AT-EOF.
006030     CLOSE PAIRFIL.
006040     MOVE SPACES TO E21-REL-RECORD.
006050     MOVE "T"                   TO E21-REL-TYPE.
006060     MOVE E21Z-RELEASE-NO       TO E21-REL-RELEASE-NO.
006070     MOVE E21Z-BUILD-CNT        TO E21-REL-RECORD-CNT.
006080     MOVE E21Z-BUILD-KEY-HASH   TO E21-REL-KEY-HASH.
006090     MOVE E21Z-BUILD-PTNR-HASH  TO E21-REL-PARTNER-HASH.
006100     WRITE E21-REL-RECORD.
006110     CLOSE RELWORK.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4100-WRITE-ONE-STRETCH.
006160     MOVE SPACES TO E21-REL-RECORD.
006170     MOVE "C"                   TO E21-REL-TYPE.
006180     MOVE E21Z-RELEASE-NO       TO E21-REL-RELEASE-NO.
006190     MOVE E21Z-COV-LOWER (E21Z-COV-IX) TO E21-REL-COV-LOWER.
006200     MOVE E21Z-COV-UPPER (E21Z-COV-IX) TO E21-REL-COV-UPPER.
006210     WRITE E21-REL-RECORD.
006220 4100-EXIT.
006230     EXIT.
006240
006250 4200-WRITE-ONE-PAIR.
006260     READ PAIRFIL
006270         AT END
006280             MOVE "Y" TO E21Z-EOF-SWITCH
006290             GO TO 4200-EXIT
006300     END-READ.
006310     MOVE SPACES TO E21-REL-RECORD.
006320     MOVE "D"                   TO E21-REL-TYPE.
006330     MOVE E21Z-RELEASE-NO       TO E21-REL-RELEASE-NO.
006340     MOVE E21-PAIR-KEY          TO E21-REL-PAIR-KEY.
006350     MOVE E21-PAIR-PARTNER      TO E21-REL-PAIR-PARTNER.
006360     MOVE E21-PAIR-KEY-SUM      TO E21-REL-KEY-SUM.
006370     MOVE E21-PAIR-PARTNER-SUM  TO E21-REL-PARTNER-SUM.
006380     MOVE E21-PAIR-RUN-TIMESTAMP TO E21-REL-RUN-TIMESTAMP.
006390     MOVE E21-PAIR-FOUND-LOWER  TO E21-REL-FOUND-LOWER.
006400     MOVE E21-PAIR-FOUND-UPPER  TO E21-REL-FOUND-UPPER.
006410     WRITE E21-REL-RECORD.
006420     ADD 1                TO E21Z-BUILD-CNT.
006430     ADD E21-PAIR-KEY     TO E21Z-BUILD-KEY-HASH.
006440     ADD E21-PAIR-PARTNER TO E21Z-BUILD-PTNR-HASH.
006450 4200-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*  5000-CHECK-PACKAGE -- READ RELWORK BACK AS A CONSUMER WOULD:  *
006500*  ONE HEADER FIRST, ITS COVERAGE RECORDS, DETAILS IN RISING     *
006510*  KEY ORDER, ONE TRAILER LAST, THIS RELEASE NUMBER THROUGHOUT.  *
006520*  THE RECOUNTED TOTALS MUST MATCH THE TRAILER, AND THE TRAILER  *
006530*  MUST MATCH WHAT WAS READ FROM PAIRFIL.                        *
006540*****************************************************************
006550 5000-CHECK-PACKAGE.
006560     IF E21Z-RELEASE-STOPPED
006570         GO TO 5000-EXIT
006580     END-IF.
006590     OPEN INPUT RELWORK.
006600     IF E21Z-RELWORK-STATUS NOT EQUAL "00"
006610         MOVE "RELWORK CANNOT BE READ BACK" TO E21Z-MSG-TEXT
006620         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
006630         GO TO 5000-EXIT
006640     END-IF.
006650     MOVE SPACE TO E21Z-PRIOR-TYPE.
006660     MOVE ZERO  TO E21Z-PRIOR-KEY.
006670     MOVE "N" TO E21Z-EOF-SWITCH.
006680     PERFORM 5100-CHECK-ONE-RECORD THRU 5100-EXIT
006690         UNTIL E21Z-AT-EOF.
006700     CLOSE RELWORK.
006710     IF NOT E21Z-TRAILER-SEEN
006720         MOVE "NO TRAILER RECORD" TO E21Z-MSG-TEXT
006730         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
006740         GO TO 5000-EXIT
006750     END-IF.
006760     IF E21Z-CHECK-COV-CNT NOT EQUAL E21Z-HEADER-COV-CNT
006770         MOVE "COVERAGE RECORDS DISAGREE WITH THE HEADER"
006780             TO E21Z-MSG-TEXT
006790         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
006800     END-IF.
006810     IF E21Z-TRL-CNT NOT EQUAL E21Z-CHECK-CNT
006820         MOVE "TRAILER RECORD COUNT DISAGREES WITH THE DETAILS"
006830             TO E21Z-MSG-TEXT
006840         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
006850     END-IF.
006860     IF E21Z-TRL-KEY-HASH NOT EQUAL E21Z-CHECK-KEY-HASH
006870         MOVE "TRAILER KEY HASH DISAGREES WITH THE DETAILS"
006880             TO E21Z-MSG-TEXT
006890         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
006900     END-IF.
006910     IF E21Z-TRL-PTNR-HASH NOT EQUAL E21Z-CHECK-PTNR-HASH
006920         MOVE "TRAILER PARTNER HASH DISAGREES WITH THE DETAILS"
006930             TO E21Z-MSG-TEXT
006940         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
006950     END-IF.
006960     IF E21Z-TRL-CNT NOT EQUAL E21Z-BUILD-CNT
006970        OR E21Z-TRL-KEY-HASH NOT EQUAL E21Z-BUILD-KEY-HASH
006980        OR E21Z-TRL-PTNR-HASH NOT EQUAL E21Z-BUILD-PTNR-HASH
006990         MOVE "TRAILER TOTALS DISAGREE WITH PAIRFIL"
007000             TO E21Z-MSG-TEXT
007010         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007020     END-IF.
007030 5000-EXIT.
007040     EXIT.
007050
007060 5100-CHECK-ONE-RECORD.
007070     READ RELWORK
007080         AT END
007090             MOVE "Y" TO E21Z-EOF-SWITCH
007100             GO TO 5100-EXIT
007110     END-READ.
007120     ADD 1 TO E21Z-RECORDS-READ.
007130     IF E21-REL-RELEASE-NO NOT EQUAL E21Z-RELEASE-NO
007140         MOVE "RECORD CARRIES THE WRONG RELEASE NUMBER"
007150             TO E21Z-MSG-TEXT
007160         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007170     END-IF.
007180     IF E21Z-TRAILER-SEEN
007190         MOVE "RECORD FOLLOWS THE TRAILER" TO E21Z-MSG-TEXT
007200         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007210         GO TO 5100-EXIT
007220     END-IF.
007230     IF E21Z-RECORDS-READ EQUAL 1
007240        AND NOT E21-REL-HEADER
007250         MOVE "FIRST RECORD IS NOT THE HEADER" TO E21Z-MSG-TEXT
007260         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007270     END-IF.
007280     EVALUATE TRUE
007290         WHEN E21-REL-HEADER
007300             IF E21Z-RECORDS-READ NOT EQUAL 1
007310                 MOVE "SECOND HEADER RECORD" TO E21Z-MSG-TEXT
007320                 PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007330             END-IF
007340             IF E21-REL-COV-RANGE-CNT NUMERIC
007350                 MOVE E21-REL-COV-RANGE-CNT
007360                     TO E21Z-HEADER-COV-CNT
007370             END-IF
007380         WHEN E21-REL-COVERAGE
007390             IF E21Z-PRIOR-TYPE NOT EQUAL "H"
007400                AND E21Z-PRIOR-TYPE NOT EQUAL "C"
007410                 MOVE "COVERAGE RECORD OUT OF PLACE"
007420                     TO E21Z-MSG-TEXT
007430                 PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007440             END-IF
007450             ADD 1 TO E21Z-CHECK-COV-CNT
007460         WHEN E21-REL-DETAIL
007470             PERFORM 5200-CHECK-ONE-DETAIL THRU 5200-EXIT
007480         WHEN E21-REL-TRAILER
007490             MOVE "Y" TO E21Z-TRAILER-SWITCH
007500             IF E21-REL-RECORD-CNT NOT NUMERIC
007510                OR E21-REL-KEY-HASH NOT NUMERIC
007520                OR E21-REL-PARTNER-HASH NOT NUMERIC
007530                 MOVE "TRAILER TOTALS ARE NOT NUMERIC"
007540                     TO E21Z-MSG-TEXT
007550                 PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007560             ELSE
007570                 MOVE E21-REL-RECORD-CNT   TO E21Z-TRL-CNT
007580                 MOVE E21-REL-KEY-HASH     TO E21Z-TRL-KEY-HASH
007590                 MOVE E21-REL-PARTNER-HASH TO E21Z-TRL-PTNR-HASH
007600             END-IF
007610         WHEN OTHER
007620             MOVE "UNKNOWN RECORD TYPE" TO E21Z-MSG-TEXT
007630             PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007640     END-EVALUATE.
007650     MOVE E21-REL-TYPE TO E21Z-PRIOR-TYPE.
007660 5100-EXIT.
007670     EXIT.
007680
007690 5200-CHECK-ONE-DETAIL.
007700     IF E21-REL-PAIR-KEY NOT NUMERIC
007710        OR E21-REL-PAIR-PARTNER NOT NUMERIC
007720         MOVE "DETAIL KEY OR PARTNER IS NOT NUMERIC"
007730             TO E21Z-MSG-TEXT
007740         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007750         GO TO 5200-EXIT
007760     END-IF.
007770     IF E21-REL-PAIR-KEY NOT GREATER THAN E21Z-PRIOR-KEY
007780         MOVE "DETAIL KEYS ARE NOT IN RISING ORDER"
007790             TO E21Z-MSG-TEXT
007800         PERFORM 8950-CHECK-FAILURE THRU 8950-EXIT
007810     END-IF.
007820     MOVE E21-REL-PAIR-KEY TO E21Z-PRIOR-KEY.
007830     ADD 1                    TO E21Z-CHECK-CNT.
007840     ADD E21-REL-PAIR-KEY     TO E21Z-CHECK-KEY-HASH.
007850     ADD E21-REL-PAIR-PARTNER TO E21Z-CHECK-PTNR-HASH.
007860 5200-EXIT.
007870     EXIT.
007880
007890*****************************************************************
007900*  6000-ISSUE-PACKAGE -- ONLY A PACKAGE THAT PROVED OUT.  THE    *
007910*  REGISTER IS OPENED FIRST, SO A PACKAGE IS NEVER ISSUED THAT   *
007920*  CANNOT BE REGISTERED; THEN RELWORK IS COPIED TO RELPKG AND    *
007930*  THE RELEASE IS ENTERED ON THE REGISTER.                       *
007940*****************************************************************
007950 6000-ISSUE-PACKAGE.
007960     IF E21Z-RELEASE-STOPPED
007970        OR E21Z-CHECK-FAILED
007980         GO TO 6000-EXIT
007990     END-IF.
008000     OPEN EXTEND RELREG.
008010     IF E21Z-RELREG-STATUS NOT EQUAL "00"
008020         OPEN OUTPUT RELREG
008030     END-IF.
008040     IF E21Z-RELREG-STATUS NOT EQUAL "00"
008050         DISPLAY "EULER21RELS: UNABLE TO OPEN RELREG, STATUS="
008060                 E21Z-RELREG-STATUS
008070         MOVE "NO RELEASE REGISTER" TO E21Z-MSG-TEXT
008080         PERFORM 8900-REFUSE THRU 8900-EXIT
008090         GO TO 6000-EXIT
008100     END-IF.
008110     OPEN INPUT RELWORK.
008120     IF E21Z-RELWORK-STATUS NOT EQUAL "00"
008130         CLOSE RELREG
008140         MOVE "RELWORK CANNOT BE READ FOR COPYING"
008145             TO E21Z-MSG-TEXT
008150         PERFORM 8900-REFUSE THRU 8900-EXIT
008160         GO TO 6000-EXIT
008170     END-IF.
008180     OPEN OUTPUT RELPKG.
008190     IF E21Z-RELPKG-STATUS NOT EQUAL "00"
008200         CLOSE RELWORK
008210         CLOSE RELREG
008220         MOVE "UNABLE TO OPEN RELPKG" TO E21Z-MSG-TEXT
008230         PERFORM 8900-REFUSE THRU 8900-EXIT
008240         GO TO 6000-EXIT
008250     END-IF.
008260     MOVE "N" TO E21Z-EOF-SWITCH.
008270     PERFORM 6100-COPY-ONE-RECORD THRU 6100-EXIT
008280         UNTIL E21Z-AT-EOF.
008290     CLOSE RELWORK.
008300     CLOSE RELPKG.
008310     MOVE SPACES TO E21-RREG-RECORD.
008320     MOVE E21Z-RELEASE-NO       TO E21-RREG-RELEASE-NO.
008330     MOVE E21Z-RUN-TIMESTAMP    TO E21-RREG-ISSUED-TIMESTAMP.
008340     MOVE E21Z-AS-OF-DATE       TO E21-RREG-AS-OF-DATE.
008350     MOVE E21Z-OPS-TIMESTAMP    TO E21-RREG-OPS-TIMESTAMP.
008360     MOVE E21Z-TRL-CNT          TO E21-RREG-RECORD-CNT.
008370     MOVE E21Z-TRL-KEY-HASH     TO E21-RREG-KEY-HASH.
008380     MOVE E21Z-TRL-PTNR-HASH    TO E21-RREG-PARTNER-HASH.
008390     MOVE E21Z-COV-COUNT        TO E21-RREG-COV-RANGE-CNT.
008400     WRITE E21-RREG-RECORD.
008410     CLOSE RELREG.
008420     MOVE "Y" TO E21Z-ISSUED-SWITCH.
008430 6000-EXIT.
008440     EXIT.
008450
008460 6100-COPY-ONE-RECORD.
008470     READ RELWORK
008480         AT END
008490             MOVE "Y" TO E21Z-EOF-SWITCH
008500             GO TO 6100-EXIT
008510     END-READ.
008520     MOVE E21-REL-RECORD TO E21Z-RELPKG-RECORD.
008530     WRITE E21Z-RELPKG-RECORD.
008540     ADD 1 TO E21Z-COPIED-CNT.
008550 6100-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590*  7000-PRINT-SUMMARY -- COVERAGE DECLARED, PACKAGE TOTALS AND   *
008600*  THE OUTCOME                                                   *
008610*****************************************************************
008620 7000-PRINT-SUMMARY.
008630     IF E21Z-RELEASE-STOPPED
008640        AND E21Z-BUILD-CNT EQUAL ZERO
008650        AND E21Z-COV-COUNT EQUAL ZERO
008660         GO TO 7000-OUTCOME
008670     END-IF.
008680     MOVE SPACES TO E21Z-RELRPT-RECORD.
008690     WRITE E21Z-RELRPT-RECORD.
008700     MOVE "COVERAGE DECLARED (STEP 1, MODES A AND B)"
008710         TO E21Z-RELRPT-RECORD.
008720     WRITE E21Z-RELRPT-RECORD.
008730     IF E21Z-COV-COUNT EQUAL ZERO
008740         MOVE "  NONE" TO E21Z-RELRPT-RECORD
008750         WRITE E21Z-RELRPT-RECORD
008760     END-IF.
008770     PERFORM 7100-PRINT-ONE-STRETCH THRU 7100-EXIT
008780         VARYING E21Z-COV-IX FROM 1 BY 1
008790         UNTIL E21Z-COV-IX GREATER THAN E21Z-COV-COUNT.
008800     MOVE "NUMBERS COVERED ...." TO E21Z-SUM-LABEL.
008810     MOVE E21Z-COV-NUMBERS TO E21Z-SUM-COUNT.
008820     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
008830     MOVE "UNRECORDED MODE ...." TO E21Z-SUM-LABEL.
008840     MOVE E21Z-NO-MODE-CNT TO E21Z-SUM-COUNT.
008850     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
008860     MOVE SPACES TO E21Z-RELRPT-RECORD.
008870     WRITE E21Z-RELRPT-RECORD.
008880     MOVE "PACKAGE TOTALS" TO E21Z-RELRPT-RECORD.
008890     WRITE E21Z-RELRPT-RECORD.
008900     MOVE "PAIRS READ ........." TO E21Z-SUM-LABEL.
008910     MOVE E21Z-BUILD-CNT TO E21Z-SUM-COUNT.
008920     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
008930     MOVE "PAIRS READ BACK ...." TO E21Z-SUM-LABEL.
008940     MOVE E21Z-CHECK-CNT TO E21Z-SUM-COUNT.
008950     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
008960     MOVE "TRAILER COUNT ......" TO E21Z-SUM-LABEL.
008970     MOVE E21Z-TRL-CNT TO E21Z-SUM-COUNT.
008980     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
008990     MOVE "KEY HASH ..........." TO E21Z-SUM-LABEL.
009000     MOVE E21Z-TRL-KEY-HASH TO E21Z-ED-HASH.
009010     PERFORM 8100-WRITE-HASH-LINE THRU 8100-EXIT.
009020     MOVE "PARTNER HASH ......." TO E21Z-SUM-LABEL.
009030     MOVE E21Z-TRL-PTNR-HASH TO E21Z-ED-HASH.
009040     PERFORM 8100-WRITE-HASH-LINE THRU 8100-EXIT.
009050     MOVE "RECORDS IN PACKAGE ." TO E21Z-SUM-LABEL.
009060     MOVE E21Z-RECORDS-READ TO E21Z-SUM-COUNT.
009070     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
009080
009090 7000-OUTCOME.
009100     MOVE SPACES TO E21Z-RELRPT-RECORD.
009110     WRITE E21Z-RELRPT-RECORD.
009120     MOVE E21Z-RELEASE-NO TO E21Z-ED-RELEASE.
009130     MOVE SPACES TO E21Z-DETAIL-LINE.
009140     EVALUATE TRUE
009150         WHEN E21Z-PACKAGE-ISSUED
009160             STRING "RELEASE " E21Z-ED-RELEASE
009165                    " ISSUED TO RELPKG "
009170                    "AS OF " E21Z-AS-OF-DATE
009180                    " AND ENTERED ON RELREG"
009190                    DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009200             END-STRING
009210         WHEN E21Z-CHECK-FAILED
009220             MOVE E21Z-FAIL-CNT TO E21Z-ED-COUNT
009230             STRING "*** PACKAGE FAILED ITS OWN TOTALS, FAULTS"
009240                    E21Z-ED-COUNT " - FIRST: "
009250                    E21Z-FAIL-TEXT
009260                    DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009270             END-STRING
009280             MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD
009290             WRITE E21Z-RELRPT-RECORD
009300             MOVE SPACES TO E21Z-DETAIL-LINE
009310             STRING "*** NOT ISSUED - LEFT IN RELWORK, RELPKG "
009320                    "AND RELREG UNCHANGED"
009330                    DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009340             END-STRING
009350         WHEN OTHER
009360             STRING "NO PACKAGE ISSUED: " E21Z-MSG-TEXT
009370                    DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009380             END-STRING
009390     END-EVALUATE.
009400     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
009410     WRITE E21Z-RELRPT-RECORD.
009420 7000-EXIT.
009430     EXIT.
009440
009450 7100-PRINT-ONE-STRETCH.
009460     MOVE E21Z-COV-LOWER (E21Z-COV-IX) TO E21Z-ED-LOWER.
009470     MOVE E21Z-COV-UPPER (E21Z-COV-IX) TO E21Z-ED-UPPER.
009480     MOVE SPACES TO E21Z-DETAIL-LINE.
009490     STRING "  " E21Z-ED-LOWER " - " E21Z-ED-UPPER
009500            DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009510     END-STRING.
009520     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
009530     WRITE E21Z-RELRPT-RECORD.
009540 7100-EXIT.
009550     EXIT.
009560
009570 8000-WRITE-COUNT-LINE.
009580     MOVE E21Z-SUM-COUNT TO E21Z-ED-COUNT.
009590     MOVE SPACES TO E21Z-DETAIL-LINE.
009600     STRING "  " E21Z-SUM-LABEL ": " E21Z-ED-COUNT
009610            DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009620     END-STRING.
009630     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
009640     WRITE E21Z-RELRPT-RECORD.
009650 8000-EXIT.
009660     EXIT.
009670
009680 8100-WRITE-HASH-LINE.
009690     MOVE SPACES TO E21Z-DETAIL-LINE.
009700     STRING "  " E21Z-SUM-LABEL ": " E21Z-ED-HASH
009710            DELIMITED BY SIZE INTO E21Z-DETAIL-LINE
009720     END-STRING.
009730     MOVE E21Z-DETAIL-LINE TO E21Z-RELRPT-RECORD.
009740     WRITE E21Z-RELRPT-RECORD.
009750 8100-EXIT.
009760     EXIT.
009770
009780*****************************************************************
009790*  8900-REFUSE -- A GATE OR FILE FAILED: NOTHING IS ISSUED       *
009800*****************************************************************
009810 8900-REFUSE.
009820     DISPLAY "EULER21RELS: " E21Z-MSG-TEXT.
009830     MOVE "Y" TO E21Z-STOP-SWITCH.
009840     MOVE 8 TO RETURN-CODE.
009850 8900-EXIT.
009860     EXIT.
009870
009880*****************************************************************
009890*  8950-CHECK-FAILURE -- THE PACKAGE DISAGREES WITH ITSELF; THE  *
009900*  FIRST FAULT IS KEPT FOR THE REPORT, ALL ARE COUNTED           *
009910*****************************************************************
009920 8950-CHECK-FAILURE.
009930     ADD 1 TO E21Z-FAIL-CNT.
009940     IF E21Z-FAIL-CNT EQUAL 1
009950         MOVE E21Z-MSG-TEXT TO E21Z-FAIL-TEXT
009960         DISPLAY "EULER21RELS: PACKAGE CHECK FAILED: "
009970                 E21Z-MSG-TEXT
009980     END-IF.
009990     MOVE "Y" TO E21Z-FAIL-SWITCH.
010000     MOVE 12 TO RETURN-CODE.
010010 8950-EXIT.
010020     EXIT.
010030
010040*****************************************************************
010050*  9000-TERMINATE -- CLOSE THE REPORT                            *
010060*****************************************************************
010070 9000-TERMINATE.
010080     CLOSE RELRPT.
010090     IF E21Z-PACKAGE-ISSUED
010100         MOVE E21Z-RELEASE-NO TO E21Z-ED-RELEASE
010110         DISPLAY "EULER21RELS: RELEASE " E21Z-ED-RELEASE
010120                 " ISSUED AS OF " E21Z-AS-OF-DATE
010130     END-IF.
010140 9000-EXIT.
010150     EXIT.
