000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21CAUD.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - COMPLETENESS AUDIT OF PAIRFIL    *
000110*                    AGAINST THE REFERENCE CATALOG (CATLFIL).    *
000120*****************************************************************
000130*****************************************************************
000140*  EULER21CERT PROVES EVERY PAIR ON PAIRFIL IS GENUINE; THIS    *
000150*  JOB ASKS WHETHER WE FOUND ALL OF THEM.  A SCAN THAT SKIPPED  *
000160*  NUMBERS (A BAD STEP, A SIGMA OVERFLOW FALLING BACK TO ZERO)  *
000170*  STILL CERTIFIES CLEAN, BUT IT LEAVES A PUBLISHED PAIR OFF    *
000180*  THE DATABASE.  THE SCOPE IS EVERY NUMBER COVLEDG SHOWS AS    *
000190*  SCANNED AT STEP 1 IN RUN MODE A OR B (THE MODES THAT WRITE   *
000200*  PAIRFIL); A CATALOG PAIR IS IN SCOPE WHEN ITS SMALLER        *
000210*  MEMBER IS, SINCE THAT IS THE CANDIDATE THAT RECORDS THE      *
000220*  PAIR.  LEDGER RECORDS WITHOUT A RUN MODE ARE NOT USED.       *
000230*  CAUDRPT LISTS EVERY CATALOG PAIR IN SCOPE MISSING FROM       *
000240*  PAIRFIL OR HELD WITH A DIFFERENT PARTNER, EVERY PAIRFIL      *
000250*  PAIR THE CATALOG LACKS (WITH THE RANGE THAT FOUND IT), AND   *
000260*  THE PERCENTAGE OF THE CATALOG THE COVERAGE ACCOUNTS FOR.     *
000270*  A MISSING PAIRFIL READS AS EMPTY.  RETURN CODES: 0 COMPLETE, *
000280*  4 COMPLETE BUT HOLDING PAIRS THE CATALOG LACKS, 16 PAIRS     *
000290*  MISSING OR DIFFERENT, 8 CATALOG OR REPORT NOT AVAILABLE.     *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT COVLEDG  ASSIGN TO "COVLEDG"
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS  E21U-COVLEDG-STATUS.
000400     SELECT CATLFIL  ASSIGN TO "CATLFIL"
000410         ORGANIZATION INDEXED
000420         ACCESS MODE  DYNAMIC
000430         RECORD KEY   E21-CATL-KEY
000440         FILE STATUS  E21U-CATLFIL-STATUS.
000450     SELECT PAIRFIL  ASSIGN TO "PAIRFIL"
000460         ORGANIZATION INDEXED
000470         ACCESS MODE  DYNAMIC
000480         RECORD KEY   E21-PAIR-KEY
000490         ALTERNATE RECORD KEY E21-PAIR-PARTNER
000500         FILE STATUS  E21U-PAIRFIL-STATUS.
000510     SELECT CAUDRPT  ASSIGN TO "CAUDRPT"
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS  E21U-CAUDRPT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  COVLEDG.
000570     COPY E21COV.
000580 FD  CATLFIL.
000590     COPY E21CATL.
000600 FD  PAIRFIL.
000610     COPY E21PAIR.
000620 FD  CAUDRPT.
000630 01  E21U-CAUDRPT-RECORD        PIC X(132).
000640 WORKING-STORAGE SECTION.
000650 01  E21U-FILE-STATUSES.
000660     05  E21U-COVLEDG-STATUS    PIC X(02)  VALUE "00".
000670     05  E21U-CATLFIL-STATUS    PIC X(02)  VALUE "00".
000680     05  E21U-PAIRFIL-STATUS    PIC X(02)  VALUE "00".
000690     05  E21U-CAUDRPT-STATUS    PIC X(02)  VALUE "00".
000700
000710 01  E21U-EOF-SWITCH         PIC X(01)  VALUE "N".
000720     88  E21U-AT-EOF               VALUE "Y".
000730 01  E21U-PAIRFIL-SWITCH     PIC X(01)  VALUE "N".
000740     88  E21U-PAIRFIL-OPEN         VALUE "Y".
000750 01  E21U-FOUND-SWITCH       PIC X(01)  VALUE "N".
000760     88  E21U-RECORD-FOUND         VALUE "Y".
000770 01  E21U-COVERED-SWITCH     PIC X(01)  VALUE "N".
000780     88  E21U-IS-COVERED           VALUE "Y".
000790
000800*****************************************************************
000810*  STEP-1 LEDGER RANGES SCANNED IN MODE A OR B (500 LIKE        *
000820*  EULER21COV)                                                  *
000830*****************************************************************
000840 01  E21U-LEDGER-COUNT       PIC S9(04)  COMP VALUE ZERO.
000850 01  E21U-LEDGER-IX          PIC S9(04)  COMP.
000860 01  E21U-LEDGER-TABLE.
000870     05  E21U-LED-ENTRY OCCURS 500 TIMES.
000880         10  E21U-LED-LOWER         PIC 9(07).
000890         10  E21U-LED-UPPER         PIC 9(07).
000900         10  E21U-LED-MODE          PIC X(01).
000910 01  E21U-PROBE-NUMBER       PIC S9(09)  COMP VALUE ZERO.
000920
000930*****************************************************************
000940*  COUNTERS AND PERCENTAGES                                     *
000950*****************************************************************
000960 77  E21U-LEDGER-READ-CNT    PIC S9(07)  COMP VALUE ZERO.
000970 77  E21U-NO-MODE-CNT        PIC S9(07)  COMP VALUE ZERO.
000980 77  E21U-CATALOG-CNT        PIC S9(07)  COMP VALUE ZERO.
000990 77  E21U-IN-SCOPE-CNT       PIC S9(07)  COMP VALUE ZERO.
001000 77  E21U-FOUND-CNT          PIC S9(07)  COMP VALUE ZERO.
001010 77  E21U-MISSING-CNT        PIC S9(07)  COMP VALUE ZERO.
001020 77  E21U-DIFFERS-CNT        PIC S9(07)  COMP VALUE ZERO.
001030 77  E21U-PAIRS-READ-CNT     PIC S9(07)  COMP VALUE ZERO.
001040 77  E21U-EXTRA-CNT          PIC S9(07)  COMP VALUE ZERO.
001050 01  E21U-PCT-COVERED        PIC 9(03)V9  VALUE ZERO.
001060 01  E21U-PCT-FOUND          PIC 9(03)V9  VALUE ZERO.
001070
001080*****************************************************************
001090*  REPORT LINE-BUILDING FIELDS                                  *
001100*****************************************************************
001110 01  E21U-DETAIL-LINE        PIC X(132) VALUE SPACES.
001120 01  E21U-EDIT-FIELDS.
001130     05  E21U-ED-KEY            PIC ZZZZZZZZ9.
001140     05  E21U-ED-PARTNER        PIC ZZZZZZZZ9.
001150     05  E21U-ED-HELD           PIC ZZZZZZZZ9.
001160     05  E21U-ED-LOWER          PIC ZZZZZZ9.
001170     05  E21U-ED-UPPER          PIC ZZZZZZ9.
001180     05  E21U-ED-COUNT          PIC ZZZZZZ9.
001190     05  E21U-ED-PCT            PIC ZZ9.9.
001200 01  E21U-SUM-LABEL          PIC X(20)  VALUE SPACES.
001210 01  E21U-SUM-COUNT          PIC S9(07)  COMP VALUE ZERO.
001220 PROCEDURE DIVISION.
001230*****************************************************************
001240*  0000-MAINLINE                                                 *
001250*****************************************************************
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001280     PERFORM 2000-LOAD-LEDGER     THRU 2000-EXIT.
001290     PERFORM 3000-AUDIT-CATALOG   THRU 3000-EXIT.
001300     PERFORM 4000-AUDIT-PAIRFIL   THRU 4000-EXIT.
001310     PERFORM 5000-PRINT-SUMMARY   THRU 5000-EXIT.
001320     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001330     STOP RUN.
001340
001350*****************************************************************
001360*  1000-INITIALIZE -- THE REPORT, THE CATALOG AND PAIRFIL        *
001370*****************************************************************
001380 1000-INITIALIZE.
001390     OPEN OUTPUT CAUDRPT.
001400     IF E21U-CAUDRPT-STATUS NOT EQUAL "00"
001410         DISPLAY "EULER21CAUD: UNABLE TO OPEN CAUDRPT, STATUS="
001420                 E21U-CAUDRPT-STATUS
001430         MOVE 8 TO RETURN-CODE
001440         GO TO 1000-EXIT-ERROR
001450     END-IF.
001460     MOVE "PAIRFIL COMPLETENESS AUDIT AGAINST REFERENCE CATALOG"
001470         TO E21U-CAUDRPT-RECORD.
001480     WRITE E21U-CAUDRPT-RECORD.
001490     OPEN INPUT CATLFIL.
001500     IF E21U-CATLFIL-STATUS NOT EQUAL "00"
001510         DISPLAY "EULER21CAUD: UNABLE TO OPEN CATLFIL, STATUS="
001520                 E21U-CATLFIL-STATUS
001530         MOVE "  NO REFERENCE CATALOG ON FILE, NOTHING AUDITED"
001540             TO E21U-CAUDRPT-RECORD
001550         WRITE E21U-CAUDRPT-RECORD
001560         CLOSE CAUDRPT
001570         MOVE 8 TO RETURN-CODE
001580         GO TO 1000-EXIT-ERROR
001590     END-IF.
001600     OPEN INPUT PAIRFIL.
001610     IF E21U-PAIRFIL-STATUS EQUAL "00"
001620         MOVE "Y" TO E21U-PAIRFIL-SWITCH
001630     ELSE
001640         MOVE "  PAIRFIL NOT ON FILE, READ AS EMPTY"
001650             TO E21U-CAUDRPT-RECORD
001660         WRITE E21U-CAUDRPT-RECORD
001670     END-IF.
001680     GO TO 1000-EXIT.
001690
001700 1000-EXIT-ERROR.
001710     STOP RUN.
001720
001730 1000-EXIT.
001740     EXIT.
001750
001760*****************************************************************
001770*  2000-LOAD-LEDGER -- THE STEP-1 RANGES SCANNED IN MODE A OR B, *
001780*  LISTED AS THEY ARE LOADED                                     *
001790*****************************************************************
001800 2000-LOAD-LEDGER.
001810     MOVE SPACES TO E21U-CAUDRPT-RECORD.
001820     WRITE E21U-CAUDRPT-RECORD.
001830     MOVE "STEP-1 RANGES SCANNED IN RUN MODE A OR B"
001840         TO E21U-CAUDRPT-RECORD.
001850     WRITE E21U-CAUDRPT-RECORD.
001860     OPEN INPUT COVLEDG.
001870     IF E21U-COVLEDG-STATUS NOT EQUAL "00"
001880         MOVE "  NO COVERAGE LEDGER ON FILE, NOTHING IN SCOPE"
001890             TO E21U-CAUDRPT-RECORD
001900         WRITE E21U-CAUDRPT-RECORD
001910         GO TO 2000-EXIT
001920     END-IF.
001930     MOVE "N" TO E21U-EOF-SWITCH.
001940     PERFORM 2100-READ-ONE-LEDGER THRU 2100-EXIT
001950         UNTIL E21U-AT-EOF.
001960     CLOSE COVLEDG.
001970     IF E21U-LEDGER-COUNT EQUAL ZERO
001980         MOVE "  NONE" TO E21U-CAUDRPT-RECORD
001990         WRITE E21U-CAUDRPT-RECORD
002000     END-IF.
002010 2000-EXIT.
002020     EXIT.
002030
002040 2100-READ-ONE-LEDGER.
002050     READ COVLEDG
002060         AT END
002070             MOVE "Y" TO E21U-EOF-SWITCH
002080         NOT AT END
002090             PERFORM 2200-STORE-ONE-LEDGER THRU 2200-EXIT
002100     END-READ.
002110 2100-EXIT.
002120     EXIT.
002130
002140 2200-STORE-ONE-LEDGER.
002150     IF E21-COV-LOWER NOT NUMERIC
002160        OR E21-COV-UPPER NOT NUMERIC
002170        OR E21-COV-STEP NOT NUMERIC
002180         GO TO 2200-EXIT
002190     END-IF.
002200     ADD 1 TO E21U-LEDGER-READ-CNT.
002210     IF E21-COV-RUN-MODE EQUAL SPACE
002220         ADD 1 TO E21U-NO-MODE-CNT
002230         GO TO 2200-EXIT
002240     END-IF.
002250     IF E21-COV-STEP NOT EQUAL 1
002260        OR (E21-COV-RUN-MODE NOT EQUAL "A"
002270            AND E21-COV-RUN-MODE NOT EQUAL "B")
002280         GO TO 2200-EXIT
002290     END-IF.
002300     IF E21U-LEDGER-COUNT NOT LESS THAN 500
002310         DISPLAY "EULER21CAUD: MORE THAN 500 LEDGER RECORDS, "
002320                 "REMAINDER NOT USED"
002330         MOVE "Y" TO E21U-EOF-SWITCH
002340         GO TO 2200-EXIT
002350     END-IF.
002360     ADD 1 TO E21U-LEDGER-COUNT.
002370     MOVE E21U-LEDGER-COUNT TO E21U-LEDGER-IX.
002380     MOVE E21-COV-LOWER    TO E21U-LED-LOWER (E21U-LEDGER-IX).
002390     MOVE E21-COV-UPPER    TO E21U-LED-UPPER (E21U-LEDGER-IX).
002400     MOVE E21-COV-RUN-MODE TO E21U-LED-MODE  (E21U-LEDGER-IX).
002410     MOVE E21-COV-LOWER TO E21U-ED-LOWER.
002420     MOVE E21-COV-UPPER TO E21U-ED-UPPER.
002430     MOVE SPACES TO E21U-DETAIL-LINE.
002440     STRING "  RANGE " E21U-ED-LOWER " - " E21U-ED-UPPER
002450            "  MODE " E21-COV-RUN-MODE
002460            "  RUN " E21-COV-TIMESTAMP (1:19)
002470            DELIMITED BY SIZE INTO E21U-DETAIL-LINE
002480     END-STRING.
002490     MOVE E21U-DETAIL-LINE TO E21U-CAUDRPT-RECORD.
002500     WRITE E21U-CAUDRPT-RECORD.
002510 2200-EXIT.
002520     EXIT.
002530
002540*****************************************************************
002550*  2500-TEST-COVERAGE -- IS E21U-PROBE-NUMBER INSIDE ANY OF THE  *
002560*  STEP-1 RANGES?                                                *
002570*****************************************************************
002580 2500-TEST-COVERAGE.
002590     MOVE "N" TO E21U-COVERED-SWITCH.
002600     PERFORM 2510-TEST-ONE-RANGE THRU 2510-EXIT
002610         VARYING E21U-LEDGER-IX FROM 1 BY 1
002620         UNTIL E21U-LEDGER-IX GREATER THAN E21U-LEDGER-COUNT
002630            OR E21U-IS-COVERED.
002640 2500-EXIT.
002650     EXIT.
002660
002670 2510-TEST-ONE-RANGE.
002680     IF E21U-PROBE-NUMBER
002690           NOT LESS THAN E21U-LED-LOWER (E21U-LEDGER-IX)
002700        AND E21U-PROBE-NUMBER
002710           NOT GREATER THAN E21U-LED-UPPER (E21U-LEDGER-IX)
002720         MOVE "Y" TO E21U-COVERED-SWITCH
002730     END-IF.
002740 2510-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780*  3000-AUDIT-CATALOG -- EVERY CATALOG PAIR IN SCOPE MUST BE ON  *
002790*  PAIRFIL WITH THE SAME PARTNER                                 *
002800*****************************************************************
002810 3000-AUDIT-CATALOG.
002820     MOVE SPACES TO E21U-CAUDRPT-RECORD.
002830     WRITE E21U-CAUDRPT-RECORD.
002840     MOVE "CATALOG PAIRS WITHIN COVERAGE NOT HELD ON PAIRFIL"
002850         TO E21U-CAUDRPT-RECORD.
002860     WRITE E21U-CAUDRPT-RECORD.
002870     MOVE "N" TO E21U-EOF-SWITCH.
002880     PERFORM 3100-READ-ONE-CATALOG THRU 3100-EXIT
002890         UNTIL E21U-AT-EOF.
002900     IF E21U-MISSING-CNT EQUAL ZERO
002910        AND E21U-DIFFERS-CNT EQUAL ZERO
002920         MOVE "  NONE" TO E21U-CAUDRPT-RECORD
002930         WRITE E21U-CAUDRPT-RECORD
002940     END-IF.
002950 3000-EXIT.
002960     EXIT.
002970
002980 3100-READ-ONE-CATALOG.
002990     READ CATLFIL NEXT RECORD
003000         AT END
003010             MOVE "Y" TO E21U-EOF-SWITCH
003020         NOT AT END
003030             PERFORM 3200-CHECK-ONE-CATALOG THRU 3200-EXIT
003040     END-READ.
003050 3100-EXIT.
003060     EXIT.
003070
003080 3200-CHECK-ONE-CATALOG.
003090     ADD 1 TO E21U-CATALOG-CNT.
003100     IF E21-CATL-KEY NOT NUMERIC
003110        OR E21-CATL-PARTNER NOT NUMERIC
003120         GO TO 3200-EXIT
003130     END-IF.
003140     IF E21-CATL-KEY GREATER THAN 9999999
003150         GO TO 3200-EXIT
003160     END-IF.
003170     MOVE E21-CATL-KEY TO E21U-PROBE-NUMBER.
003180     PERFORM 2500-TEST-COVERAGE THRU 2500-EXIT.
003190     IF NOT E21U-IS-COVERED
003200         GO TO 3200-EXIT
003210     END-IF.
003220     ADD 1 TO E21U-IN-SCOPE-CNT.
003230     MOVE E21-CATL-KEY     TO E21U-ED-KEY.
003240     MOVE E21-CATL-PARTNER TO E21U-ED-PARTNER.
003250     MOVE "N" TO E21U-FOUND-SWITCH.
003260     IF E21U-PAIRFIL-OPEN
003270         MOVE E21-CATL-KEY TO E21-PAIR-KEY
003280         READ PAIRFIL
003290             KEY IS E21-PAIR-KEY
003300             INVALID KEY
003310                 MOVE "N" TO E21U-FOUND-SWITCH
003320             NOT INVALID KEY
003330                 MOVE "Y" TO E21U-FOUND-SWITCH
003340         END-READ
003350     END-IF.
003360     MOVE SPACES TO E21U-DETAIL-LINE.
003370     EVALUATE TRUE
003380         WHEN NOT E21U-RECORD-FOUND
003390             ADD 1 TO E21U-MISSING-CNT
003400             STRING "  MISSING  " E21U-ED-KEY " / "
003410                    E21U-ED-PARTNER "  SOURCE " E21-CATL-SOURCE
003420                    DELIMITED BY SIZE INTO E21U-DETAIL-LINE
003430             END-STRING
003440         WHEN E21-PAIR-PARTNER NOT EQUAL E21-CATL-PARTNER
003450             ADD 1 TO E21U-DIFFERS-CNT
003460             MOVE E21-PAIR-PARTNER TO E21U-ED-HELD
003470             STRING "  DIFFERS  " E21U-ED-KEY " / "
003480                    E21U-ED-PARTNER "  PAIRFIL PARTNER "
003490                    E21U-ED-HELD
003500                    DELIMITED BY SIZE INTO E21U-DETAIL-LINE
003510             END-STRING
003520         WHEN OTHER
003530             ADD 1 TO E21U-FOUND-CNT
003540             GO TO 3200-EXIT
003550     END-EVALUATE.
003560     MOVE E21U-DETAIL-LINE TO E21U-CAUDRPT-RECORD.
003570     WRITE E21U-CAUDRPT-RECORD.
003580 3200-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620*  4000-AUDIT-PAIRFIL -- EVERY PAIR WE HOLD THAT THE CATALOG     *
003630*  LACKS.  PAIRFIL WAS PROBED AT RANDOM BY THE CATALOG PASS, SO  *
003640*  IT IS REOPENED TO READ SEQUENTIALLY FROM THE FIRST KEY.       *
003650*****************************************************************
003660 4000-AUDIT-PAIRFIL.
003670     MOVE SPACES TO E21U-CAUDRPT-RECORD.
003680     WRITE E21U-CAUDRPT-RECORD.
003690     MOVE "PAIRFIL PAIRS THE CATALOG LACKS"
003700         TO E21U-CAUDRPT-RECORD.
003710     WRITE E21U-CAUDRPT-RECORD.
003720     IF NOT E21U-PAIRFIL-OPEN
003730         MOVE "  NONE" TO E21U-CAUDRPT-RECORD
003740         WRITE E21U-CAUDRPT-RECORD
003750         GO TO 4000-EXIT
003760     END-IF.
003770     CLOSE PAIRFIL.
003780     OPEN INPUT PAIRFIL.
003790     IF E21U-PAIRFIL-STATUS NOT EQUAL "00"
003800         MOVE "N" TO E21U-PAIRFIL-SWITCH
003810         DISPLAY "EULER21CAUD: UNABLE TO REOPEN PAIRFIL, STATUS="
003820                 E21U-PAIRFIL-STATUS
003830         GO TO 4000-EXIT
003840     END-IF.
003850     MOVE "N" TO E21U-EOF-SWITCH.
003860     PERFORM 4100-READ-ONE-PAIR THRU 4100-EXIT
003870         UNTIL E21U-AT-EOF.
003880     IF E21U-EXTRA-CNT EQUAL ZERO
003890         MOVE "  NONE" TO E21U-CAUDRPT-RECORD
003900         WRITE E21U-CAUDRPT-RECORD
003910     END-IF.
003920 4000-EXIT.
003930     EXIT.
003940
003950 4100-READ-ONE-PAIR.
003960     READ PAIRFIL NEXT RECORD
003970         AT END
003980             MOVE "Y" TO E21U-EOF-SWITCH
003990         NOT AT END
004000             PERFORM 4200-CHECK-ONE-PAIR THRU 4200-EXIT
004010     END-READ.
004020 4100-EXIT.
004030     EXIT.
004040
004050 4200-CHECK-ONE-PAIR.
004060     ADD 1 TO E21U-PAIRS-READ-CNT.
004070     IF E21-PAIR-KEY NOT NUMERIC
004080         GO TO 4200-EXIT
004090     END-IF.
004100     MOVE E21-PAIR-KEY TO E21-CATL-KEY.
004110     READ CATLFIL
004120         KEY IS E21-CATL-KEY
004130         INVALID KEY
004140             MOVE "N" TO E21U-FOUND-SWITCH
004150         NOT INVALID KEY
004160             MOVE "Y" TO E21U-FOUND-SWITCH
004170     END-READ.
004180     IF E21U-RECORD-FOUND
004190         GO TO 4200-EXIT
004200     END-IF.
004210     ADD 1 TO E21U-EXTRA-CNT.
004220     MOVE E21-PAIR-KEY         TO E21U-ED-KEY.
004230     MOVE E21-PAIR-PARTNER     TO E21U-ED-PARTNER.
004240     MOVE E21-PAIR-FOUND-LOWER TO E21U-ED-LOWER.
004250     MOVE E21-PAIR-FOUND-UPPER TO E21U-ED-UPPER.
004260     MOVE SPACES TO E21U-DETAIL-LINE.
004270     STRING "  EXTRA    " E21U-ED-KEY " / " E21U-ED-PARTNER
004280            "  FOUND IN RANGE " E21U-ED-LOWER " - " E21U-ED-UPPER
004290            "  RUN " E21-PAIR-RUN-TIMESTAMP (1:19)
004300            DELIMITED BY SIZE INTO E21U-DETAIL-LINE
004310     END-STRING.
004320     MOVE E21U-DETAIL-LINE TO E21U-CAUDRPT-RECORD.
004330     WRITE E21U-CAUDRPT-RECORD.
004340 4200-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380*  5000-PRINT-SUMMARY -- COUNTS, PERCENTAGES AND THE VERDICT     *
004390*****************************************************************
004400 5000-PRINT-SUMMARY.
004410     MOVE SPACES TO E21U-CAUDRPT-RECORD.
004420     WRITE E21U-CAUDRPT-RECORD.
004430     MOVE "LEDGER RECORDS READ " TO E21U-SUM-LABEL.
004440     MOVE E21U-LEDGER-READ-CNT TO E21U-SUM-COUNT.
004450     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004460     MOVE "  WITHOUT A RUN MODE" TO E21U-SUM-LABEL.
004470     MOVE E21U-NO-MODE-CNT TO E21U-SUM-COUNT.
004480     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004490     MOVE "STEP-1 RANGES USED ." TO E21U-SUM-LABEL.
004500     MOVE E21U-LEDGER-COUNT TO E21U-SUM-COUNT.
004510     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004520     MOVE "CATALOG PAIRS ......" TO E21U-SUM-LABEL.
004530     MOVE E21U-CATALOG-CNT TO E21U-SUM-COUNT.
004540     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004550     MOVE "  WITHIN COVERAGE .." TO E21U-SUM-LABEL.
004560     MOVE E21U-IN-SCOPE-CNT TO E21U-SUM-COUNT.
004570     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004580     MOVE "  FOUND ON PAIRFIL ." TO E21U-SUM-LABEL.
004590     MOVE E21U-FOUND-CNT TO E21U-SUM-COUNT.
004600     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004610     MOVE "  MISSING .........." TO E21U-SUM-LABEL.
004620     MOVE E21U-MISSING-CNT TO E21U-SUM-COUNT.
004630     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004640     MOVE "  PARTNER DIFFERS .." TO E21U-SUM-LABEL.
004650     MOVE E21U-DIFFERS-CNT TO E21U-SUM-COUNT.
004660     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004670     MOVE "PAIRFIL PAIRS READ ." TO E21U-SUM-LABEL.
004680     MOVE E21U-PAIRS-READ-CNT TO E21U-SUM-COUNT.
004690     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004700     MOVE "  NOT IN CATALOG ..." TO E21U-SUM-LABEL.
004710     MOVE E21U-EXTRA-CNT TO E21U-SUM-COUNT.
004720     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
004730     IF E21U-CATALOG-CNT GREATER THAN ZERO
004740         COMPUTE E21U-PCT-COVERED ROUNDED =
004750             E21U-IN-SCOPE-CNT * 100 / E21U-CATALOG-CNT
004760         COMPUTE E21U-PCT-FOUND ROUNDED =
004770             E21U-FOUND-CNT * 100 / E21U-CATALOG-CNT
004780     END-IF.
004790     MOVE E21U-PCT-COVERED TO E21U-ED-PCT.
004800     MOVE SPACES TO E21U-DETAIL-LINE.
004810     STRING "  CATALOG WITHIN OUR COVERAGE ....: " E21U-ED-PCT
004820            " PERCENT"
004830            DELIMITED BY SIZE INTO E21U-DETAIL-LINE
004840     END-STRING.
004850     MOVE E21U-DETAIL-LINE TO E21U-CAUDRPT-RECORD.
004860     WRITE E21U-CAUDRPT-RECORD.
004870     MOVE E21U-PCT-FOUND TO E21U-ED-PCT.
004880     MOVE SPACES TO E21U-DETAIL-LINE.
004890     STRING "  CATALOG HELD ON PAIRFIL ........: " E21U-ED-PCT
004900            " PERCENT"
004910            DELIMITED BY SIZE INTO E21U-DETAIL-LINE
004920     END-STRING.
004930     MOVE E21U-DETAIL-LINE TO E21U-CAUDRPT-RECORD.
004940     WRITE E21U-CAUDRPT-RECORD.
004950     EVALUATE TRUE
004960         WHEN E21U-MISSING-CNT GREATER THAN ZERO
004970           OR E21U-DIFFERS-CNT GREATER THAN ZERO
004980             MOVE "VERDICT: PAIRFIL INCOMPLETE WITHIN COVERAGE"
004990                 TO E21U-CAUDRPT-RECORD
005000             MOVE 16 TO RETURN-CODE
005010         WHEN E21U-EXTRA-CNT GREATER THAN ZERO
005020             MOVE "VERDICT: COMPLETE, EXTRA PAIRS HELD"
005030                 TO E21U-CAUDRPT-RECORD
005040             MOVE 4 TO RETURN-CODE
005050         WHEN E21U-IN-SCOPE-CNT EQUAL ZERO
005060             MOVE "VERDICT: NO CATALOG PAIR WITHIN COVERAGE"
005070                 TO E21U-CAUDRPT-RECORD
005080         WHEN OTHER
005090             MOVE "VERDICT: PAIRFIL COMPLETE WITHIN COVERAGE"
005100                 TO E21U-CAUDRPT-RECORD
005110     END-EVALUATE.
005120     WRITE E21U-CAUDRPT-RECORD.
005130 5000-EXIT.
005140     EXIT.
005150
005160 5100-WRITE-COUNT-LINE.
005170     MOVE E21U-SUM-COUNT TO E21U-ED-COUNT.
005180     MOVE SPACES TO E21U-DETAIL-LINE.
005190     STRING "  " E21U-SUM-LABEL ": " E21U-ED-COUNT
005200            DELIMITED BY SIZE INTO E21U-DETAIL-LINE
005210     END-STRING.
005220     MOVE E21U-DETAIL-LINE TO E21U-CAUDRPT-RECORD.
005230     WRITE E21U-CAUDRPT-RECORD.
005240 5100-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280*  9000-TERMINATE -- CLOSE FILES                                 *
005290*****************************************************************
005300 9000-TERMINATE.
005310     CLOSE CATLFIL.
005320     IF E21U-PAIRFIL-OPEN
005330         CLOSE PAIRFIL
005340     END-IF.
005350     CLOSE CAUDRPT.
005360 9000-EXIT.
005370     EXIT.
