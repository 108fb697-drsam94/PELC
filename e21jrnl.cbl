000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21JRNL.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  DATE        INIT  DESCRIPTION                                 *
000100*  10/15/2026  RM    ORIGINAL - CHANGE-JOURNAL REPORT FOR        *
000110*                    PARMCRD AND CTLCARD, WITH RESTORE OF A      *
000120*                    JOURNALED CARD IMAGE.                       *
000130*****************************************************************
000140*****************************************************************
000150*  READS JRNLFIL (SEE E21JRNL.CPY), WHERE EULER21PMNT,           *
000160*  EULER21CMNT AND EULER21PLAN RECORD EVERY CHANGE THEY COMMIT.  *
000170*  FUNCTION L (LIST) PRINTS THE CHANGES TO JRNLRPT TWICE: BY     *
000180*  DATE, IN JOURNAL ORDER WITH THE BEFORE AND AFTER IMAGES, AND  *
000190*  BY RANGE (LOWER/UPPER/STEP).  EVERY CTLCARD CHANGE THAT       *
000200*  LEAVES AN EXPECTED TOTAL IN PLACE IS CHECKED AGAINST          *
000210*  AUDTLOG: IT NEEDS A COMPLETE (NOT PARTIAL) RUN OF THE SAME    *
000220*  RANGE AND STEP, LOGGED NO LATER THAN THE CHANGE, WHOSE FINAL  *
000230*  ANS IS THE NEW TOTAL.  A CHANGE WITH NO SUCH RUN IS FLAGGED   *
000240*  AND THE RETURN CODE IS 4 (0 WHEN NOTHING IS FLAGGED, 8 WHEN   *
000250*  THE JOURNAL OR REPORT WILL NOT OPEN).  AN OPTIONAL FROM-DATE  *
000260*  LIMITS THE LIST TO RECENT CHANGES.                            *
000270*  FUNCTION R (RESTORE) PUTS BACK THE BEFORE (OR AFTER) IMAGE    *
000280*  OF ONE JOURNAL ENTRY, NUMBERED AS ON THE REPORT: A CTLCARD    *
000290*  IMAGE REPLACES THE ENTRY FOR ITS RANGE, A PARMCRD IMAGE THE   *
000300*  CARD AT ITS SCHEDULE POSITION; A BLANK IMAGE REMOVES THE      *
000310*  ENTRY OR CARD.  THE OPERATOR CONFIRMS, AND THE RESTORE IS     *
000320*  ITSELF JOURNALED (ACTION R) UNDER THE OPERATOR ID.            *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT JRNLFIL  ASSIGN TO "JRNLFIL"
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS  E21J-JRNLFIL-STATUS.
000430
000440     SELECT AUDTLOG  ASSIGN TO "AUDTLOG"
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS  E21J-AUDTLOG-STATUS.
000470
000480     SELECT JRNLRPT  ASSIGN TO "JRNLRPT"
000490         ORGANIZATION LINE SEQUENTIAL
000500         FILE STATUS  E21J-JRNLRPT-STATUS.
000510
000520     SELECT CTLCARD  ASSIGN TO "CTLCARD"
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS  E21J-CTLCARD-STATUS.
000550
000560     SELECT PARMCRD  ASSIGN TO "PARMCRD"
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS  E21J-PARMCRD-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  JRNLFIL.
000630     COPY E21JRNL.
000640
000650 FD  AUDTLOG.
000660     COPY E21AUD.
000670
000680 FD  JRNLRPT.
000690 01  E21J-JRNLRPT-RECORD        PIC X(132).
000700
000710 FD  CTLCARD.
000720     COPY E21CTL.
000730
000740 FD  PARMCRD.
000750     COPY E21PARM.
000760
000770 WORKING-STORAGE SECTION.
000780*****************************************************************
000790*  FILE STATUS FIELDS                                            *
000800*****************************************************************
000810 01  E21J-FILE-STATUSES.
000820     05  E21J-JRNLFIL-STATUS    PIC X(02)  VALUE "00".
000830     05  E21J-AUDTLOG-STATUS    PIC X(02)  VALUE "00".
000840     05  E21J-JRNLRPT-STATUS    PIC X(02)  VALUE "00".
000850     05  E21J-CTLCARD-STATUS    PIC X(02)  VALUE "00".
000860     05  E21J-PARMCRD-STATUS    PIC X(02)  VALUE "00".
000870
000880 01  E21J-EOF-SWITCH         PIC X(01)  VALUE "N".
000890     88  E21J-AT-EOF               VALUE "Y".
000900
000910*****************************************************************
000920*  FUNCTION AND SESSION SWITCHES                                 *
000930*****************************************************************
000940 01  E21J-FUNCTION-CODE      PIC X(01)  VALUE "L".
000950     88  E21J-FUNCTION-LIST        VALUE "L".
000960     88  E21J-FUNCTION-RESTORE     VALUE "R".
000970 01  E21J-SWITCHES.
000980     05  E21J-REFUSE-SWITCH     PIC X(01)  VALUE "N".
000990         88  E21J-RESTORE-REFUSED   VALUE "Y".
001000     05  E21J-CONFIRM-SWITCH    PIC X(01)  VALUE "N".
001010         88  E21J-CONFIRMED         VALUE "Y".
001020     05  E21J-FULL-SWITCH       PIC X(01)  VALUE "N".
001030         88  E21J-TABLE-FULL        VALUE "Y".
001040 01  E21J-MSG-TEXT           PIC X(64)  VALUE SPACES.
001050
001060*****************************************************************
001070*  CONSOLE ENTRIES                                               *
001080*****************************************************************
001090 01  E21J-ANS-FUNCTION       PIC X(01)  VALUE SPACES.
001100 01  E21J-ANS-FROM-DATE      PIC X(10)  VALUE SPACES.
001110 01  E21J-ANS-ENTRY          PIC X(05)  VALUE SPACES.
001120 01  E21J-SHIFT-WORK         PIC X(04)  VALUE SPACES.
001130 01  E21J-ANS-IMAGE          PIC X(01)  VALUE SPACES.
001140 01  E21J-ANS-CONFIRM        PIC X(01)  VALUE SPACES.
001150 01  E21J-OPERATOR-ID        PIC X(08)  VALUE SPACES.
001160
001170*****************************************************************
001180*  THE JOURNAL ENTRIES LISTED, WITH THE AUDIT-TRAIL CHECK OF     *
001190*  EACH CTLCARD CHANGE.  CHECK CODES: M A MATCHING CERTIFIED     *
001200*  RUN IS ON FILE, F NONE IS (FLAGGED), B THE NEW IMAGE IS NOT   *
001210*  A VALID TOTAL (FLAGGED), D THE TOTAL WAS REMOVED, SPACE NOT   *
001220*  A CTLCARD CHANGE.                                             *
001230*****************************************************************
001240 01  E21J-JT-COUNT           PIC S9(04)  COMP VALUE ZERO.
001250 01  E21J-JT-IX              PIC S9(04)  COMP.
001260 01  E21J-SMALL-IX           PIC S9(04)  COMP.
001270 01  E21J-SCAN-IX            PIC S9(04)  COMP.
001280 01  E21J-JRNL-TABLE.
001290     05  E21J-JT-ENTRY OCCURS 1000 TIMES.
001300         10  E21J-JT-SEQ            PIC S9(05)  COMP.
001310         10  E21J-JT-FILE           PIC X(08).
001320         10  E21J-JT-LOWER          PIC 9(07).
001330         10  E21J-JT-UPPER          PIC 9(07).
001340         10  E21J-JT-STEP           PIC 9(07).
001350         10  E21J-JT-TIMESTAMP      PIC X(26).
001360         10  E21J-JT-ANS            PIC S9(11).
001370         10  E21J-JT-CHECK          PIC X(01).
001380         10  E21J-JT-RECORD         PIC X(240).
001390 01  E21J-SWAP-ENTRY            PIC X(313).
001400 77  E21J-READ-CNT           PIC S9(05)  COMP VALUE ZERO.
001410 77  E21J-CTL-CHECKED-CNT    PIC S9(05)  COMP VALUE ZERO.
001420 77  E21J-FLAGGED-CNT        PIC S9(05)  COMP VALUE ZERO.
001430 77  E21J-PARM-CHANGE-CNT    PIC S9(05)  COMP VALUE ZERO.
001440 01  E21J-PRIOR-DATE         PIC X(10)  VALUE SPACES.
001450 01  E21J-PRIOR-RANGE        PIC X(21)  VALUE SPACES.
001460 01  E21J-THIS-RANGE.
001470     05  E21J-THIS-LOWER        PIC 9(07).
001480     05  E21J-THIS-UPPER        PIC 9(07).
001490     05  E21J-THIS-STEP         PIC 9(07).
001500
001510*****************************************************************
001520*  RESTORE: THE CHOSEN JOURNAL ENTRY, THE IMAGE BEING PUT BACK,  *
001530*  AND THE IMAGE IT DISPLACES                                    *
001540*****************************************************************
001550 01  E21J-PICK-SEQ           PIC S9(05)  COMP VALUE ZERO.
001560 01  E21J-PICK-RECORD        PIC X(240) VALUE SPACES.
001570 01  E21J-RESTORE-IMAGE      PIC X(80)  VALUE SPACES.
001580 01  E21J-OTHER-IMAGE        PIC X(80)  VALUE SPACES.
001590 01  E21J-CURRENT-IMAGE      PIC X(80)  VALUE SPACES.
001600 01  E21J-RESTORE-CARD-NO    PIC S9(04)  COMP VALUE ZERO.
001610 01  E21J-RESTORE-RANGE      PIC X(21)  VALUE SPACES.
001620
001630*****************************************************************
001640*  RESTORE: CTLCARD HELD WHOLE, AS EULER21CMNT HOLDS IT; A       *
001650*  DELETED ENTRY IS MARKED AND SKIPPED ON THE REWRITE            *
001660*****************************************************************
001670 01  E21J-CTL-COUNT          PIC S9(04)  COMP VALUE ZERO.
001680 01  E21J-CTL-IX             PIC S9(04)  COMP.
001690 01  E21J-FOUND-IX           PIC S9(04)  COMP.
001700 01  E21J-CTL-TABLE.
001710     05  E21J-CTL-ENTRY OCCURS 200 TIMES.
001720         10  E21J-ENT-LOWER         PIC 9(07).
001730         10  E21J-ENT-UPPER         PIC 9(07).
001740         10  E21J-ENT-STEP          PIC 9(07).
001750         10  E21J-ENT-ANS           PIC S9(11).
001760         10  E21J-ENT-DELETED       PIC X(01).
001770
001780*****************************************************************
001790*  RESTORE: THE PARMCRD SCHEDULE HELD WHOLE, AS EULER21PMNT      *
001800*  HOLDS IT                                                      *
001810*****************************************************************
001820 01  E21J-SCHED-COUNT        PIC S9(04)  COMP VALUE ZERO.
001830 01  E21J-SCHED-IX           PIC S9(04)  COMP.
001840 01  E21J-SCHED-TABLE.
001850     05  E21J-SCHED-ENTRY OCCURS 51 TIMES
001860                             PIC X(66).
001870
001880*****************************************************************
001890*  RUN TIMESTAMP WORK FIELDS                                     *
001900*****************************************************************
001910 01  E21J-SYSTEM-DATE-TIME   PIC X(21).
001920 01  E21J-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001930
001940*****************************************************************
001950*  REPORT LINE-BUILDING FIELDS                                   *
001960*****************************************************************
001970 01  E21J-DETAIL-LINE        PIC X(132) VALUE SPACES.
001980 01  E21J-EDIT-FIELDS.
001990     05  E21J-ED-SEQ            PIC ZZZZ9.
002000     05  E21J-ED-CARD           PIC Z9.
002010     05  E21J-ED-LOWER          PIC ZZZZZZ9.
002020     05  E21J-ED-UPPER          PIC ZZZZZZ9.
002030     05  E21J-ED-STEP           PIC ZZZZZZ9.
002040     05  E21J-ED-COUNT          PIC ZZZZ9.
002050 01  E21J-CARD-TEXT          PIC X(02)  VALUE SPACES.
002060 01  E21J-ACTION-TEXT        PIC X(07)  VALUE SPACES.
002070 01  E21J-CHECK-TEXT         PIC X(22)  VALUE SPACES.
002080 01  E21J-SUM-LABEL          PIC X(20)  VALUE SPACES.
002090 01  E21J-SUM-COUNT          PIC S9(05)  COMP VALUE ZERO.
002100
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130*  0000-MAINLINE                                                 *
002140*****************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002170     IF E21J-FUNCTION-RESTORE
002180         PERFORM 6000-RESTORE-IMAGE THRU 6000-EXIT
002190         STOP RUN
002200     END-IF.
002210     PERFORM 2000-LOAD-JOURNAL     THRU 2000-EXIT.
002220     PERFORM 2500-CHECK-AUDIT      THRU 2500-EXIT.
002230     PERFORM 3000-LIST-BY-DATE     THRU 3000-EXIT.
002240     PERFORM 4000-SORT-BY-RANGE    THRU 4000-EXIT.
002250     PERFORM 4500-LIST-BY-RANGE    THRU 4500-EXIT.
002260     PERFORM 5000-PRINT-SUMMARY    THRU 5000-EXIT.
002270     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002280     STOP RUN.
002290
002300*****************************************************************
002310*  1000-INITIALIZE -- THE FUNCTION; FOR A LIST, THE FROM-DATE,   *
002320*  THE JOURNAL AND THE REPORT                                    *
002330*****************************************************************
002340 1000-INITIALIZE.
002350     MOVE FUNCTION CURRENT-DATE TO E21J-SYSTEM-DATE-TIME.
002360     STRING E21J-SYSTEM-DATE-TIME (1:4)  "-"
002370            E21J-SYSTEM-DATE-TIME (5:2)  "-"
002380            E21J-SYSTEM-DATE-TIME (7:2)  " "
002390            E21J-SYSTEM-DATE-TIME (9:2)  ":"
002400            E21J-SYSTEM-DATE-TIME (11:2) ":"
002410            E21J-SYSTEM-DATE-TIME (13:2)
002420            DELIMITED BY SIZE INTO E21J-RUN-TIMESTAMP
002430     END-STRING.
002440     DISPLAY "ENTER FUNCTION L=LIST, R=RESTORE AN IMAGE "
002450             "(BLANK = L): ".
002460     ACCEPT E21J-ANS-FUNCTION.
002470     IF E21J-ANS-FUNCTION NOT EQUAL SPACES
002480         MOVE E21J-ANS-FUNCTION TO E21J-FUNCTION-CODE
002490     END-IF.
002500     IF NOT E21J-FUNCTION-LIST AND NOT E21J-FUNCTION-RESTORE
002510         DISPLAY "EULER21JRNL: FUNCTION MUST BE L OR R"
002520         MOVE 8 TO RETURN-CODE
002530         GO TO 1000-EXIT-ERROR
002540     END-IF.
002550     IF E21J-FUNCTION-RESTORE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     DISPLAY "ENTER FROM DATE YYYY-MM-DD (BLANK = ALL): ".
002590     ACCEPT E21J-ANS-FROM-DATE.
002600     OPEN INPUT JRNLFIL.
002610     IF E21J-JRNLFIL-STATUS NOT EQUAL "00"
002620         DISPLAY "EULER21JRNL: UNABLE TO OPEN JRNLFIL, STATUS="
002630                 E21J-JRNLFIL-STATUS
002640         MOVE 8 TO RETURN-CODE
002650         GO TO 1000-EXIT-ERROR
002660     END-IF.
002670     OPEN OUTPUT JRNLRPT.
002680     IF E21J-JRNLRPT-STATUS NOT EQUAL "00"
002690         DISPLAY "EULER21JRNL: UNABLE TO OPEN JRNLRPT, STATUS="
002700                 E21J-JRNLRPT-STATUS
002710         MOVE 8 TO RETURN-CODE
002720         GO TO 1000-EXIT-ERROR
002730     END-IF.
002740     MOVE SPACES TO E21J-DETAIL-LINE.
002750     STRING "PARMCRD / CTLCARD CHANGE JOURNAL   RUN "
002760            E21J-RUN-TIMESTAMP (1:19)
002770            DELIMITED BY SIZE INTO E21J-DETAIL-LINE
002780     END-STRING.
002790     MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD.
002800     WRITE E21J-JRNLRPT-RECORD.
002810     IF E21J-ANS-FROM-DATE NOT EQUAL SPACES
002820         MOVE SPACES TO E21J-DETAIL-LINE
002830         STRING "CHANGES FROM " E21J-ANS-FROM-DATE " ONWARD"
002840                DELIMITED BY SIZE INTO E21J-DETAIL-LINE
002850         END-STRING
002860         MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD
002870         WRITE E21J-JRNLRPT-RECORD
002880     END-IF.
002890     GO TO 1000-EXIT.
002900
002910 1000-EXIT-ERROR.
002920     STOP RUN.
002930
002940 1000-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980*  2000-LOAD-JOURNAL -- EVERY ENTRY ON OR AFTER THE FROM-DATE,   *
002990*  NUMBERED BY ITS PLACE IN THE WHOLE JOURNAL                    *
003000*****************************************************************
003010 2000-LOAD-JOURNAL.
003020     MOVE "N" TO E21J-EOF-SWITCH.
003030     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003040         UNTIL E21J-AT-EOF.
003050     CLOSE JRNLFIL.
003060 2000-EXIT.
003070     EXIT.
003080
003090 2100-LOAD-ONE-ENTRY.
003100     READ JRNLFIL
003110         AT END
003120             MOVE "Y" TO E21J-EOF-SWITCH
003130             GO TO 2100-EXIT
003140     END-READ.
003150     ADD 1 TO E21J-READ-CNT.
003160     IF E21-JRNL-TIMESTAMP (1:10) LESS THAN E21J-ANS-FROM-DATE
003170         GO TO 2100-EXIT
003180     END-IF.
003190     IF E21J-JT-COUNT NOT LESS THAN 1000
003200         MOVE "Y" TO E21J-FULL-SWITCH
003210         GO TO 2100-EXIT
003220     END-IF.
003230     ADD 1 TO E21J-JT-COUNT.
003240     MOVE E21J-JT-COUNT TO E21J-JT-IX.
003250     MOVE E21J-READ-CNT     TO E21J-JT-SEQ       (E21J-JT-IX).
003260     MOVE E21-JRNL-FILE     TO E21J-JT-FILE      (E21J-JT-IX).
003270     MOVE E21-JRNL-LOWER    TO E21J-JT-LOWER     (E21J-JT-IX).
003280     MOVE E21-JRNL-UPPER    TO E21J-JT-UPPER     (E21J-JT-IX).
003290     MOVE E21-JRNL-STEP     TO E21J-JT-STEP      (E21J-JT-IX).
003300     MOVE E21-JRNL-TIMESTAMP TO E21J-JT-TIMESTAMP (E21J-JT-IX).
003310     MOVE ZERO              TO E21J-JT-ANS       (E21J-JT-IX).
003320     MOVE SPACE             TO E21J-JT-CHECK     (E21J-JT-IX).
003330     MOVE E21-JRNL-RECORD   TO E21J-JT-RECORD    (E21J-JT-IX).
003340     IF NOT E21-JRNL-CTLCARD
003350         ADD 1 TO E21J-PARM-CHANGE-CNT
003360         GO TO 2100-EXIT
003370     END-IF.
003380     IF E21-JRNL-AFTER-IMAGE EQUAL SPACES
003390         MOVE "D" TO E21J-JT-CHECK (E21J-JT-IX)
003400         GO TO 2100-EXIT
003410     END-IF.
003420     ADD 1 TO E21J-CTL-CHECKED-CNT.
003430     MOVE E21-JRNL-AFTER-IMAGE TO E21-CTL-RECORD.
003440     IF E21-CTL-LOWER NOT NUMERIC
003450        OR E21-CTL-UPPER NOT NUMERIC
003460        OR E21-CTL-STEP NOT NUMERIC
003470        OR E21-CTL-EXPECTED-ANS NOT NUMERIC
003480         MOVE "B" TO E21J-JT-CHECK (E21J-JT-IX)
003490         GO TO 2100-EXIT
003500     END-IF.
003510     MOVE E21-CTL-EXPECTED-ANS TO E21J-JT-ANS (E21J-JT-IX).
003520     MOVE "F" TO E21J-JT-CHECK (E21J-JT-IX).
003530 2100-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*  2500-CHECK-AUDIT -- ONE PASS OF THE AUDIT TRAIL.  EACH        *
003580*  COMPLETE RUN CLEARS THE FLAG ON EVERY CTLCARD CHANGE OF ITS   *
003590*  RANGE AND STEP THAT SET ITS FINAL ANS AS THE TOTAL, AT OR     *
003600*  AFTER THE TIME THE RUN WAS LOGGED.  NO AUDIT TRAIL LEAVES     *
003610*  EVERY SUCH CHANGE FLAGGED.                                    *
003620*****************************************************************
003630 2500-CHECK-AUDIT.
003640     IF E21J-CTL-CHECKED-CNT EQUAL ZERO
003650         GO TO 2500-EXIT
003660     END-IF.
003670     OPEN INPUT AUDTLOG.
003680     IF E21J-AUDTLOG-STATUS NOT EQUAL "00"
003690         DISPLAY "EULER21JRNL: NO AUDIT TRAIL ON FILE, EVERY "
003700                 "CTLCARD CHANGE IS FLAGGED"
003710         GO TO 2500-EXIT
003720     END-IF.
003730     MOVE "N" TO E21J-EOF-SWITCH.
003740     PERFORM 2600-READ-ONE-AUDIT THRU 2600-EXIT
003750         UNTIL E21J-AT-EOF.
003760     CLOSE AUDTLOG.
003770 2500-EXIT.
003780     EXIT.
003790
003800 2600-READ-ONE-AUDIT.
003810     READ AUDTLOG
003820         AT END
003830             MOVE "Y" TO E21J-EOF-SWITCH
003840             GO TO 2600-EXIT
003850     END-READ.
003860     IF NOT E21-AUDIT-COMPLETE-RUN
003870        OR E21-AUDIT-LOWER-BOUND NOT NUMERIC
003880        OR E21-AUDIT-UPPER-BOUND NOT NUMERIC
003890        OR E21-AUDIT-STEP NOT NUMERIC
003900        OR E21-AUDIT-FINAL-ANS NOT NUMERIC
003910         GO TO 2600-EXIT
003920     END-IF.
003930     PERFORM 2610-MATCH-ONE-CHANGE THRU 2610-EXIT
003940         VARYING E21J-JT-IX FROM 1 BY 1
003950         UNTIL E21J-JT-IX GREATER THAN E21J-JT-COUNT.
003960 2600-EXIT.
003970     EXIT.
003980
003990 2610-MATCH-ONE-CHANGE.
004000     IF E21J-JT-CHECK (E21J-JT-IX) EQUAL "F"
004010        AND E21J-JT-LOWER (E21J-JT-IX) EQUAL E21-AUDIT-LOWER-BOUND
004020        AND E21J-JT-UPPER (E21J-JT-IX) EQUAL E21-AUDIT-UPPER-BOUND
004030        AND E21J-JT-STEP  (E21J-JT-IX) EQUAL E21-AUDIT-STEP
004040        AND E21J-JT-ANS   (E21J-JT-IX) EQUAL E21-AUDIT-FINAL-ANS
004050        AND E21-AUDIT-TIMESTAMP
004060            NOT GREATER THAN E21J-JT-TIMESTAMP (E21J-JT-IX)
004070         MOVE "M" TO E21J-JT-CHECK (E21J-JT-IX)
004080     END-IF.
004090 2610-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130*  3000-LIST-BY-DATE -- JOURNAL ORDER, A HEADING AT EACH NEW     *
004140*  DATE, EACH ENTRY WITH ITS BEFORE AND AFTER IMAGES             *
004150*****************************************************************
004160 3000-LIST-BY-DATE.
004170     PERFORM 3900-COUNT-FLAGS THRU 3900-EXIT
004180         VARYING E21J-JT-IX FROM 1 BY 1
004190         UNTIL E21J-JT-IX GREATER THAN E21J-JT-COUNT.
004200     MOVE SPACES TO E21J-JRNLRPT-RECORD.
004210     WRITE E21J-JRNLRPT-RECORD.
004220     MOVE "CHANGES BY DATE" TO E21J-JRNLRPT-RECORD.
004230     WRITE E21J-JRNLRPT-RECORD.
004240     IF E21J-JT-COUNT EQUAL ZERO
004250         MOVE "  (NO CHANGES JOURNALED)" TO E21J-JRNLRPT-RECORD
004260         WRITE E21J-JRNLRPT-RECORD
004270         GO TO 3000-EXIT
004280     END-IF.
004290     PERFORM 3800-WRITE-COLUMN-HEADS THRU 3800-EXIT.
004300     MOVE SPACES TO E21J-PRIOR-DATE.
004310     PERFORM 3100-LIST-ONE-BY-DATE THRU 3100-EXIT
004320         VARYING E21J-JT-IX FROM 1 BY 1
004330         UNTIL E21J-JT-IX GREATER THAN E21J-JT-COUNT.
004340 3000-EXIT.
004350     EXIT.
004360
004370 3100-LIST-ONE-BY-DATE.
004380     IF E21J-JT-TIMESTAMP (E21J-JT-IX) (1:10)
004390        NOT EQUAL E21J-PRIOR-DATE
004400         MOVE E21J-JT-TIMESTAMP (E21J-JT-IX) (1:10)
004410             TO E21J-PRIOR-DATE
004420         MOVE SPACES TO E21J-DETAIL-LINE
004430         STRING "  DATE " E21J-PRIOR-DATE
004440                DELIMITED BY SIZE INTO E21J-DETAIL-LINE
004450         END-STRING
004460         MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD
004470         WRITE E21J-JRNLRPT-RECORD
004480     END-IF.
004490     PERFORM 3500-WRITE-ENTRY-LINE THRU 3500-EXIT.
004500     MOVE SPACES TO E21J-DETAIL-LINE.
004510     IF E21-JRNL-BEFORE-IMAGE EQUAL SPACES
004520         MOVE "           BEFORE  (NONE)" TO E21J-DETAIL-LINE
004530     ELSE
004540         STRING "           BEFORE  " E21-JRNL-BEFORE-IMAGE
004550                DELIMITED BY SIZE INTO E21J-DETAIL-LINE
004560         END-STRING
004570     END-IF.
004580     MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD.
004590     WRITE E21J-JRNLRPT-RECORD.
004600     MOVE SPACES TO E21J-DETAIL-LINE.
004610     IF E21-JRNL-AFTER-IMAGE EQUAL SPACES
004620         MOVE "           AFTER   (NONE)" TO E21J-DETAIL-LINE
004630     ELSE
004640         STRING "           AFTER   " E21-JRNL-AFTER-IMAGE
004650                DELIMITED BY SIZE INTO E21J-DETAIL-LINE
004660         END-STRING
004670     END-IF.
004680     MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD.
004690     WRITE E21J-JRNLRPT-RECORD.
004700 3100-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*  3500-WRITE-ENTRY-LINE -- ONE LINE FOR TABLE ENTRY JT-IX.  THE *
004750*  ENTRY IS MOVED BACK INTO THE JOURNAL RECORD AREA (THE FILE IS *
004760*  CLOSED) SO ITS FIELDS CAN BE READ BY NAME.                    *
004770*****************************************************************
004780 3500-WRITE-ENTRY-LINE.
004790     MOVE E21J-JT-RECORD (E21J-JT-IX) TO E21-JRNL-RECORD.
004800     MOVE E21J-JT-SEQ (E21J-JT-IX) TO E21J-ED-SEQ.
004810     MOVE E21-JRNL-LOWER TO E21J-ED-LOWER.
004820     MOVE E21-JRNL-UPPER TO E21J-ED-UPPER.
004830     MOVE E21-JRNL-STEP  TO E21J-ED-STEP.
004840     MOVE SPACES TO E21J-CARD-TEXT.
004850     IF E21-JRNL-PARMCRD
004860        AND E21-JRNL-CARD-NUMBER NUMERIC
004870         MOVE E21-JRNL-CARD-NUMBER TO E21J-ED-CARD
004880         MOVE E21J-ED-CARD TO E21J-CARD-TEXT
004890     END-IF.
004900     EVALUATE TRUE
004910         WHEN E21-JRNL-ADD
004920             MOVE "ADD"     TO E21J-ACTION-TEXT
004930         WHEN E21-JRNL-CHANGE
004940             MOVE "CHANGE"  TO E21J-ACTION-TEXT
004950         WHEN E21-JRNL-DELETE
004960             MOVE "DELETE"  TO E21J-ACTION-TEXT
004970         WHEN E21-JRNL-SEED
004980             MOVE "SEED"    TO E21J-ACTION-TEXT
004990         WHEN E21-JRNL-PLAN-REPLACE
005000             MOVE "PLAN"    TO E21J-ACTION-TEXT
005010         WHEN E21-JRNL-RESTORE
005020             MOVE "RESTORE" TO E21J-ACTION-TEXT
005030         WHEN OTHER
005040             MOVE "?"       TO E21J-ACTION-TEXT
005050     END-EVALUATE.
005060     EVALUATE E21J-JT-CHECK (E21J-JT-IX)
005070         WHEN "M"
005080             MOVE "CERTIFIED RUN MATCHED" TO E21J-CHECK-TEXT
005090         WHEN "F"
005100             MOVE "*** NO CERTIFIED RUN"  TO E21J-CHECK-TEXT
005110         WHEN "B"
005120             MOVE "*** NOT A VALID TOTAL" TO E21J-CHECK-TEXT
005130         WHEN "D"
005140             MOVE "TOTAL REMOVED"         TO E21J-CHECK-TEXT
005150         WHEN OTHER
005160             MOVE SPACES                  TO E21J-CHECK-TEXT
005170     END-EVALUATE.
005180     MOVE SPACES TO E21J-DETAIL-LINE.
005190     STRING "  " E21J-ED-SEQ "  " E21-JRNL-TIMESTAMP (1:19)
005200            "  " E21-JRNL-OPERATOR " " E21-JRNL-PROGRAM
005210            " " E21-JRNL-FILE " " E21J-CARD-TEXT
005220            "  " E21J-ACTION-TEXT " " E21J-ED-LOWER
005230            " " E21J-ED-UPPER " " E21J-ED-STEP
005240            "  " E21J-CHECK-TEXT
005250            DELIMITED BY SIZE INTO E21J-DETAIL-LINE
005260     END-STRING.
005270     MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD.
005280     WRITE E21J-JRNLRPT-RECORD.
005290 3500-EXIT.
005300     EXIT.
005310
005320 3800-WRITE-COLUMN-HEADS.
005330     MOVE SPACES TO E21J-DETAIL-LINE.
005340     STRING "  ENTRY  DATE       TIME      OPERATOR PROGRAM     "
005350            " FILE     CARD ACTION    LOWER   UPPER    STEP  "
005360            "AUDIT CHECK"
005370            DELIMITED BY SIZE INTO E21J-DETAIL-LINE
005380     END-STRING.
005390     MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD.
005400     WRITE E21J-JRNLRPT-RECORD.
005410 3800-EXIT.
005420     EXIT.
005430
005440 3900-COUNT-FLAGS.
005450     IF E21J-JT-CHECK (E21J-JT-IX) EQUAL "F"
005460        OR E21J-JT-CHECK (E21J-JT-IX) EQUAL "B"
005470         ADD 1 TO E21J-FLAGGED-CNT
005480     END-IF.
005490 3900-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530*  4000-SORT-BY-RANGE -- SELECTION SORT ON LOWER, UPPER, STEP,   *
005540*  THEN JOURNAL NUMBER, SO EACH RANGE'S HISTORY READS IN ORDER   *
005550*****************************************************************
005560 4000-SORT-BY-RANGE.
005570     IF E21J-JT-COUNT LESS THAN 2
005580         GO TO 4000-EXIT
005590     END-IF.
005600     PERFORM 4100-SELECT-SMALLEST THRU 4100-EXIT
005610         VARYING E21J-JT-IX FROM 1 BY 1
005620         UNTIL E21J-JT-IX NOT LESS THAN E21J-JT-COUNT.
005630 4000-EXIT.
005640     EXIT.
005650
005660 4100-SELECT-SMALLEST.
005670     MOVE E21J-JT-IX TO E21J-SMALL-IX.
005680     PERFORM 4110-COMPARE-ONE THRU 4110-EXIT
005690         VARYING E21J-SCAN-IX FROM E21J-JT-IX BY 1
005700         UNTIL E21J-SCAN-IX GREATER THAN E21J-JT-COUNT.
005710     IF E21J-SMALL-IX NOT EQUAL E21J-JT-IX
005720         MOVE E21J-JT-ENTRY (E21J-JT-IX) TO E21J-SWAP-ENTRY
005730         MOVE E21J-JT-ENTRY (E21J-SMALL-IX)
005740             TO E21J-JT-ENTRY (E21J-JT-IX)
005750         MOVE E21J-SWAP-ENTRY TO E21J-JT-ENTRY (E21J-SMALL-IX)
005760     END-IF.
005770 4100-EXIT.
005780     EXIT.
005790
005800 4110-COMPARE-ONE.
005810     EVALUATE TRUE
005820         WHEN E21J-JT-LOWER (E21J-SCAN-IX)
005830              LESS THAN E21J-JT-LOWER (E21J-SMALL-IX)
005840             MOVE E21J-SCAN-IX TO E21J-SMALL-IX
005850         WHEN E21J-JT-LOWER (E21J-SCAN-IX)
005860              GREATER THAN E21J-JT-LOWER (E21J-SMALL-IX)
005870             CONTINUE
005880         WHEN E21J-JT-UPPER (E21J-SCAN-IX)
005890              LESS THAN E21J-JT-UPPER (E21J-SMALL-IX)
005900             MOVE E21J-SCAN-IX TO E21J-SMALL-IX
005910         WHEN E21J-JT-UPPER (E21J-SCAN-IX)
005920              GREATER THAN E21J-JT-UPPER (E21J-SMALL-IX)
005930             CONTINUE
005940         WHEN E21J-JT-STEP (E21J-SCAN-IX)
005950              LESS THAN E21J-JT-STEP (E21J-SMALL-IX)
005960             MOVE E21J-SCAN-IX TO E21J-SMALL-IX
005970         WHEN E21J-JT-STEP (E21J-SCAN-IX)
005980              GREATER THAN E21J-JT-STEP (E21J-SMALL-IX)
005990             CONTINUE
006000         WHEN E21J-JT-SEQ (E21J-SCAN-IX)
006010              LESS THAN E21J-JT-SEQ (E21J-SMALL-IX)
006020             MOVE E21J-SCAN-IX TO E21J-SMALL-IX
006030         WHEN OTHER
006040             CONTINUE
006050     END-EVALUATE.
006060 4110-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100*  4500-LIST-BY-RANGE -- A HEADING AT EACH NEW RANGE, ONE LINE   *
006110*  PER CHANGE (THE IMAGES ARE IN THE BY-DATE LIST)               *
006120*****************************************************************
006130 4500-LIST-BY-RANGE.
006140     IF E21J-JT-COUNT EQUAL ZERO
006150         GO TO 4500-EXIT
006160     END-IF.
006170     MOVE SPACES TO E21J-JRNLRPT-RECORD.
006180     WRITE E21J-JRNLRPT-RECORD.
006190     MOVE "CHANGES BY RANGE" TO E21J-JRNLRPT-RECORD.
006200     WRITE E21J-JRNLRPT-RECORD.
006210     PERFORM 3800-WRITE-COLUMN-HEADS THRU 3800-EXIT.
006220     MOVE SPACES TO E21J-PRIOR-RANGE.
006230     PERFORM 4600-LIST-ONE-BY-RANGE THRU 4600-EXIT
006240         VARYING E21J-JT-IX FROM 1 BY 1
006250         UNTIL E21J-JT-IX GREATER THAN E21J-JT-COUNT.
006260 4500-EXIT.
006270     EXIT.
006280
006290 4600-LIST-ONE-BY-RANGE.
006300     MOVE E21J-JT-LOWER (E21J-JT-IX) TO E21J-THIS-LOWER.
006310     MOVE E21J-JT-UPPER (E21J-JT-IX) TO E21J-THIS-UPPER.
006320     MOVE E21J-JT-STEP  (E21J-JT-IX) TO E21J-THIS-STEP.
006330     IF E21J-THIS-RANGE NOT EQUAL E21J-PRIOR-RANGE
006340         MOVE E21J-THIS-RANGE TO E21J-PRIOR-RANGE
006350         MOVE E21J-THIS-LOWER TO E21J-ED-LOWER
006360         MOVE E21J-THIS-UPPER TO E21J-ED-UPPER
006370         MOVE E21J-THIS-STEP  TO E21J-ED-STEP
006380         MOVE SPACES TO E21J-DETAIL-LINE
006390         STRING "  RANGE " E21J-ED-LOWER " - " E21J-ED-UPPER
006400                " STEP " E21J-ED-STEP
006410                DELIMITED BY SIZE INTO E21J-DETAIL-LINE
006420         END-STRING
006430         MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD
006440         WRITE E21J-JRNLRPT-RECORD
006450     END-IF.
006460     PERFORM 3500-WRITE-ENTRY-LINE THRU 3500-EXIT.
006470 4600-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510*  5000-PRINT-SUMMARY -- COUNTS AND THE RETURN CODE              *
006520*****************************************************************
006530 5000-PRINT-SUMMARY.
006540     MOVE SPACES TO E21J-JRNLRPT-RECORD.
006550     WRITE E21J-JRNLRPT-RECORD.
006560     MOVE "SUMMARY" TO E21J-JRNLRPT-RECORD.
006570     WRITE E21J-JRNLRPT-RECORD.
006580     MOVE "JOURNAL ENTRIES ...." TO E21J-SUM-LABEL.
006590     MOVE E21J-READ-CNT TO E21J-SUM-COUNT.
006600     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
006610     MOVE "LISTED ............." TO E21J-SUM-LABEL.
006620     MOVE E21J-JT-COUNT TO E21J-SUM-COUNT.
006630     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
006640     MOVE "PARMCRD CHANGES ...." TO E21J-SUM-LABEL.
006650     MOVE E21J-PARM-CHANGE-CNT TO E21J-SUM-COUNT.
006660     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
006670     MOVE "CTLCARD CHECKED ...." TO E21J-SUM-LABEL.
006680     MOVE E21J-CTL-CHECKED-CNT TO E21J-SUM-COUNT.
006690     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
006700     MOVE "NO CERTIFIED RUN ..." TO E21J-SUM-LABEL.
006710     MOVE E21J-FLAGGED-CNT TO E21J-SUM-COUNT.
006720     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
006730     IF E21J-TABLE-FULL
006740         MOVE "  MORE THAN 1000 ENTRIES IN RANGE, LATER ONES NOT "
006750             TO E21J-JRNLRPT-RECORD
006760         MOVE "LISTED - GIVE A LATER FROM DATE"
006770             TO E21J-JRNLRPT-RECORD (52:31)
006780         WRITE E21J-JRNLRPT-RECORD
006790     END-IF.
006800     IF E21J-FLAGGED-CNT GREATER THAN ZERO
006810        OR E21J-TABLE-FULL
006820         MOVE 4 TO RETURN-CODE
006830     END-IF.
006840 5000-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880*  6000-RESTORE-IMAGE -- FIND THE JOURNAL ENTRY, CHOOSE THE      *
006890*  IMAGE, AND HAND OFF TO THE FILE IT BELONGS TO.  EACH STEP     *
006900*  REFUSES (RETURN CODE 8, NOTHING CHANGED) UNLESS THE ONE       *
006910*  BEFORE IT PASSED.                                             *
006920*****************************************************************
006930 6000-RESTORE-IMAGE.
006940     DISPLAY "ENTER OPERATOR ID: ".
006950     ACCEPT E21J-OPERATOR-ID.
006960     IF E21J-OPERATOR-ID EQUAL SPACES
006970         MOVE "OPERATOR ID IS REQUIRED" TO E21J-MSG-TEXT
006980         PERFORM 8900-REFUSE THRU 8900-EXIT
006990         GO TO 6000-EXIT
007000     END-IF.
007010     PERFORM 6100-PICK-ENTRY THRU 6100-EXIT.
007020     IF E21J-RESTORE-REFUSED
007030         GO TO 6000-EXIT
007040     END-IF.
007050     PERFORM 6200-SHOW-ENTRY THRU 6200-EXIT.
007060     DISPLAY "RESTORE WHICH IMAGE, B=BEFORE A=AFTER "
007070             "(BLANK = B): ".
007080     ACCEPT E21J-ANS-IMAGE.
007090     EVALUATE E21J-ANS-IMAGE
007100         WHEN SPACE
007110         WHEN "B"
007120         WHEN "b"
007130             MOVE E21-JRNL-BEFORE-IMAGE TO E21J-RESTORE-IMAGE
007140             MOVE E21-JRNL-AFTER-IMAGE  TO E21J-OTHER-IMAGE
007150         WHEN "A"
007160         WHEN "a"
007170             MOVE E21-JRNL-AFTER-IMAGE  TO E21J-RESTORE-IMAGE
007180             MOVE E21-JRNL-BEFORE-IMAGE TO E21J-OTHER-IMAGE
007190         WHEN OTHER
007200             MOVE "IMAGE MUST BE B OR A" TO E21J-MSG-TEXT
007210             PERFORM 8900-REFUSE THRU 8900-EXIT
007220             GO TO 6000-EXIT
007230     END-EVALUATE.
007240     MOVE E21-JRNL-RANGE TO E21J-RESTORE-RANGE.
007250     IF E21-JRNL-CTLCARD
007260         PERFORM 7000-RESTORE-CTLCARD THRU 7000-EXIT
007270         GO TO 6000-EXIT
007280     END-IF.
007290     IF E21-JRNL-PARMCRD
007300         PERFORM 7500-RESTORE-PARMCRD THRU 7500-EXIT
007310         GO TO 6000-EXIT
007320     END-IF.
007330     MOVE "ENTRY IS FOR NEITHER PARMCRD NOR CTLCARD"
007340         TO E21J-MSG-TEXT.
007350     PERFORM 8900-REFUSE THRU 8900-EXIT.
007360 6000-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400*  6100-PICK-ENTRY -- READ THE JOURNAL TO THE ENTRY NUMBERED ON  *
007410*  THE REPORT AND LEAVE IT IN THE JOURNAL RECORD AREA            *
007420*****************************************************************
007430 6100-PICK-ENTRY.
007440     DISPLAY "ENTER JOURNAL ENTRY NUMBER (AS ON JRNLRPT): ".
007450     ACCEPT E21J-ANS-ENTRY.
007460     PERFORM 6150-RIGHT-ALIGN-ENTRY THRU 6150-EXIT 4 TIMES.
007470     INSPECT E21J-ANS-ENTRY REPLACING LEADING " " BY "0".
007480     IF E21J-ANS-ENTRY NOT NUMERIC
007490         MOVE "ENTRY NUMBER IS NOT NUMERIC" TO E21J-MSG-TEXT
007500         PERFORM 8900-REFUSE THRU 8900-EXIT
007510         GO TO 6100-EXIT
007520     END-IF.
007530     MOVE E21J-ANS-ENTRY TO E21J-PICK-SEQ.
007540     IF E21J-PICK-SEQ LESS THAN 1
007550         MOVE "ENTRY NUMBER MUST BE 1 OR MORE" TO E21J-MSG-TEXT
007560         PERFORM 8900-REFUSE THRU 8900-EXIT
007570         GO TO 6100-EXIT
007580     END-IF.
007590     OPEN INPUT JRNLFIL.
007600     IF E21J-JRNLFIL-STATUS NOT EQUAL "00"
007610         MOVE "NO JRNLFIL ON FILE" TO E21J-MSG-TEXT
007620         PERFORM 8900-REFUSE THRU 8900-EXIT
007630         GO TO 6100-EXIT
007640     END-IF.
007650     MOVE ZERO TO E21J-READ-CNT.
007660     MOVE "N" TO E21J-EOF-SWITCH.
007670     PERFORM 6110-READ-TO-ENTRY THRU 6110-EXIT
007680         UNTIL E21J-AT-EOF
007690            OR E21J-READ-CNT EQUAL E21J-PICK-SEQ.
007700     CLOSE JRNLFIL.
007710     IF E21J-READ-CNT NOT EQUAL E21J-PICK-SEQ
007720         MOVE "NO SUCH ENTRY ON THE JOURNAL" TO E21J-MSG-TEXT
007730         PERFORM 8900-REFUSE THRU 8900-EXIT
007740         GO TO 6100-EXIT
007750     END-IF.
007760     MOVE E21-JRNL-RECORD TO E21J-PICK-RECORD.
007770 6100-EXIT.
007780     EXIT.
007790
007800 6110-READ-TO-ENTRY.
007810     READ JRNLFIL
007820         AT END
007830             MOVE "Y" TO E21J-EOF-SWITCH
007840         NOT AT END
007850             ADD 1 TO E21J-READ-CNT
007860     END-READ.
007870 6110-EXIT.
007880     EXIT.
007890
007900*****************************************************************
007910*  6150-RIGHT-ALIGN-ENTRY -- SHIFT A LEFT-JUSTIFIED CONSOLE      *
007920*  ENTRY RIGHT ONE PLACE WHILE ITS LAST POSITION IS BLANK, SO    *
007930*  AN UNPADDED ENTRY SUCH AS 12 PASSES THE NUMERIC TEST          *
007940*****************************************************************
007950 6150-RIGHT-ALIGN-ENTRY.
007960     IF E21J-ANS-ENTRY (5:1) EQUAL SPACE
007970         MOVE E21J-ANS-ENTRY (1:4) TO E21J-SHIFT-WORK
007980         MOVE SPACE                TO E21J-ANS-ENTRY (1:1)
007990         MOVE E21J-SHIFT-WORK      TO E21J-ANS-ENTRY (2:4)
008000     END-IF.
008010 6150-EXIT.
008020     EXIT.
008030
008040 6200-SHOW-ENTRY.
008050     MOVE E21J-PICK-RECORD TO E21-JRNL-RECORD.
008060     MOVE E21J-PICK-SEQ TO E21J-ED-SEQ.
008070     DISPLAY "ENTRY " E21J-ED-SEQ ": " E21-JRNL-TIMESTAMP (1:19)
008080             " " E21-JRNL-OPERATOR " " E21-JRNL-PROGRAM
008090             " " E21-JRNL-FILE " ACTION " E21-JRNL-ACTION.
008100     IF E21-JRNL-PARMCRD
008110         DISPLAY "  SCHEDULE CARD " E21-JRNL-CARD-NUMBER
008120     END-IF.
008130     DISPLAY "  BEFORE: " E21-JRNL-BEFORE-IMAGE.
008140     DISPLAY "  AFTER : " E21-JRNL-AFTER-IMAGE.
008150 6200-EXIT.
008160     EXIT.
008170
008180*****************************************************************
008190*  6300-CONFIRM-RESTORE -- SHOW WHAT IS IN PLACE NOW AND WHAT    *
008200*  WILL REPLACE IT; WARN WHEN THE CARD OR ENTRY HAS MOVED ON     *
008210*  SINCE THE JOURNALED CHANGE.  NOTHING TO DO IS NOT AN ERROR.   *
008220*****************************************************************
008230 6300-CONFIRM-RESTORE.
008240     MOVE "N" TO E21J-CONFIRM-SWITCH.
008250     IF E21J-CURRENT-IMAGE EQUAL E21J-RESTORE-IMAGE
008260         DISPLAY "EULER21JRNL: THAT IMAGE IS ALREADY IN PLACE, "
008270                 "NOTHING RESTORED"
008280         GO TO 6300-EXIT
008290     END-IF.
008300     IF E21J-CURRENT-IMAGE NOT EQUAL E21J-OTHER-IMAGE
008310         DISPLAY "NOTE: CHANGED AGAIN SINCE THIS JOURNAL ENTRY"
008320     END-IF.
008330     DISPLAY "  NOW     : " E21J-CURRENT-IMAGE.
008340     DISPLAY "  RESTORE : " E21J-RESTORE-IMAGE.
008350     DISPLAY "RESTORE THIS IMAGE (Y/N): ".
008360     ACCEPT E21J-ANS-CONFIRM.
008370     IF E21J-ANS-CONFIRM EQUAL "Y" OR E21J-ANS-CONFIRM EQUAL "y"
008380         MOVE "Y" TO E21J-CONFIRM-SWITCH
008390     ELSE
008400         DISPLAY "EULER21JRNL: NOTHING RESTORED"
008410     END-IF.
008420 6300-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460*  7000-RESTORE-CTLCARD -- THE IMAGE REPLACES THE ENTRY FOR THE  *
008470*  JOURNALED RANGE (ADDING IT IF IT IS GONE); A BLANK IMAGE      *
008480*  DELETES THE ENTRY                                             *
008490*****************************************************************
008500 7000-RESTORE-CTLCARD.
008510     IF E21J-RESTORE-IMAGE NOT EQUAL SPACES
008520         MOVE E21J-RESTORE-IMAGE TO E21-CTL-RECORD
008530         IF E21-CTL-LOWER NOT NUMERIC
008540            OR E21-CTL-UPPER NOT NUMERIC
008550            OR E21-CTL-STEP NOT NUMERIC
008560            OR E21-CTL-EXPECTED-ANS NOT NUMERIC
008570             MOVE "IMAGE IS NOT A VALID CONTROL TOTAL"
008580                 TO E21J-MSG-TEXT
008590             PERFORM 8900-REFUSE THRU 8900-EXIT
008600             GO TO 7000-EXIT
008610         END-IF
008620     END-IF.
008630     PERFORM 7100-LOAD-CTLCARD THRU 7100-EXIT.
008640     MOVE ZERO TO E21J-FOUND-IX.
008650     PERFORM 7200-MATCH-ONE-CTL THRU 7200-EXIT
008660         VARYING E21J-CTL-IX FROM 1 BY 1
008670         UNTIL E21J-CTL-IX GREATER THAN E21J-CTL-COUNT
008680            OR E21J-FOUND-IX GREATER THAN ZERO.
008690     MOVE SPACES TO E21J-CURRENT-IMAGE.
008700     IF E21J-FOUND-IX GREATER THAN ZERO
008710         MOVE E21J-FOUND-IX TO E21J-CTL-IX
008720         PERFORM 7300-ENTRY-IMAGE THRU 7300-EXIT
008730     END-IF.
008740     IF E21J-FOUND-IX EQUAL ZERO
008750        AND E21J-RESTORE-IMAGE NOT EQUAL SPACES
008760        AND E21J-CTL-COUNT NOT LESS THAN 200
008770         MOVE "CTLCARD IS FULL (200 ENTRIES)" TO E21J-MSG-TEXT
008780         PERFORM 8900-REFUSE THRU 8900-EXIT
008790         GO TO 7000-EXIT
008800     END-IF.
008810     MOVE ZERO TO E21J-RESTORE-CARD-NO.
008820     PERFORM 6300-CONFIRM-RESTORE THRU 6300-EXIT.
008830     IF NOT E21J-CONFIRMED
008840         GO TO 7000-EXIT
008850     END-IF.
008860     MOVE E21J-RESTORE-IMAGE TO E21-CTL-RECORD.
008870     EVALUATE TRUE
008880         WHEN E21J-RESTORE-IMAGE EQUAL SPACES
008890             MOVE "Y" TO E21J-ENT-DELETED (E21J-FOUND-IX)
008900         WHEN E21J-FOUND-IX GREATER THAN ZERO
008910             MOVE E21-CTL-EXPECTED-ANS
008920                 TO E21J-ENT-ANS (E21J-FOUND-IX)
008930         WHEN OTHER
008940             ADD 1 TO E21J-CTL-COUNT
008950             MOVE E21J-CTL-COUNT TO E21J-CTL-IX
008960             MOVE E21-CTL-LOWER TO E21J-ENT-LOWER (E21J-CTL-IX)
008970             MOVE E21-CTL-UPPER TO E21J-ENT-UPPER (E21J-CTL-IX)
008980             MOVE E21-CTL-STEP  TO E21J-ENT-STEP  (E21J-CTL-IX)
008990             MOVE E21-CTL-EXPECTED-ANS
009000                 TO E21J-ENT-ANS (E21J-CTL-IX)
009010             MOVE "N" TO E21J-ENT-DELETED (E21J-CTL-IX)
009020     END-EVALUATE.
009030     PERFORM 8500-OPEN-JOURNAL THRU 8500-EXIT.
009040     IF E21J-RESTORE-REFUSED
009050         GO TO 7000-EXIT
009060     END-IF.
009070     OPEN OUTPUT CTLCARD.
009080     IF E21J-CTLCARD-STATUS NOT EQUAL "00"
009090         CLOSE JRNLFIL
009100         MOVE "UNABLE TO REWRITE CTLCARD" TO E21J-MSG-TEXT
009110         PERFORM 8900-REFUSE THRU 8900-EXIT
009120         GO TO 7000-EXIT
009130     END-IF.
009140     PERFORM 7400-WRITE-ONE-CTL THRU 7400-EXIT
009150         VARYING E21J-CTL-IX FROM 1 BY 1
009160         UNTIL E21J-CTL-IX GREATER THAN E21J-CTL-COUNT.
009170     CLOSE CTLCARD.
009180     PERFORM 8600-WRITE-JOURNAL THRU 8600-EXIT.
009190     CLOSE JRNLFIL.
009200     DISPLAY "EULER21JRNL: CTLCARD ENTRY RESTORED".
009210 7000-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250*  7100-LOAD-CTLCARD -- THE WHOLE FILE, AS EULER21CMNT LOADS IT; *
009260*  NONE ON FILE IS AN EMPTY TABLE                                *
009270*****************************************************************
009280 7100-LOAD-CTLCARD.
009290     MOVE ZERO TO E21J-CTL-COUNT.
009300     OPEN INPUT CTLCARD.
009310     IF E21J-CTLCARD-STATUS NOT EQUAL "00"
009320         GO TO 7100-EXIT
009330     END-IF.
009340     MOVE "N" TO E21J-EOF-SWITCH.
009350     PERFORM 7110-LOAD-ONE-CTL THRU 7110-EXIT
009360         UNTIL E21J-AT-EOF.
009370     CLOSE CTLCARD.
009380 7100-EXIT.
009390     EXIT.
009400
009410 7110-LOAD-ONE-CTL.
009420     READ CTLCARD
009430         AT END
009440             MOVE "Y" TO E21J-EOF-SWITCH
009450         NOT AT END
009460             EVALUATE TRUE
009470                 WHEN E21-CTL-RECORD EQUAL SPACES
009480                     CONTINUE
009490                 WHEN E21-CTL-LOWER NOT NUMERIC
009500                  OR E21-CTL-UPPER NOT NUMERIC
009510                  OR E21-CTL-STEP NOT NUMERIC
009520                     DISPLAY "EULER21JRNL: MALFORMED ENTRY "
009530                             "DROPPED: " E21-CTL-RECORD (1:32)
009540                 WHEN E21J-CTL-COUNT LESS THAN 200
009550                     ADD 1 TO E21J-CTL-COUNT
009560                     MOVE E21J-CTL-COUNT TO E21J-CTL-IX
009570                     MOVE E21-CTL-LOWER
009580                         TO E21J-ENT-LOWER (E21J-CTL-IX)
009590                     MOVE E21-CTL-UPPER
009600                         TO E21J-ENT-UPPER (E21J-CTL-IX)
009610                     MOVE E21-CTL-STEP
009620                         TO E21J-ENT-STEP (E21J-CTL-IX)
009630                     MOVE E21-CTL-EXPECTED-ANS
009640                         TO E21J-ENT-ANS (E21J-CTL-IX)
009650                     MOVE "N" TO E21J-ENT-DELETED (E21J-CTL-IX)
009660                 WHEN OTHER
009670                     DISPLAY "EULER21JRNL: MORE THAN 200 ENTRIES,"
009680                             " ENTRY DROPPED"
009690             END-EVALUATE
009700     END-READ.
009710 7110-EXIT.
009720     EXIT.
009730
009740 7200-MATCH-ONE-CTL.
009750     MOVE E21J-ENT-LOWER (E21J-CTL-IX) TO E21J-THIS-LOWER.
009760     MOVE E21J-ENT-UPPER (E21J-CTL-IX) TO E21J-THIS-UPPER.
009770     MOVE E21J-ENT-STEP  (E21J-CTL-IX) TO E21J-THIS-STEP.
009780     IF E21J-ENT-DELETED (E21J-CTL-IX) NOT EQUAL "Y"
009790        AND E21J-THIS-RANGE EQUAL E21J-RESTORE-RANGE
009800         MOVE E21J-CTL-IX TO E21J-FOUND-IX
009810     END-IF.
009820 7200-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860*  7300-ENTRY-IMAGE -- THE CTLCARD IMAGE OF ENTRY CTL-IX, AS     *
009870*  EULER21CMNT JOURNALS IT                                       *
009880*****************************************************************
009890 7300-ENTRY-IMAGE.
009900     MOVE SPACES TO E21-CTL-RECORD.
009910     MOVE E21J-ENT-LOWER (E21J-CTL-IX) TO E21-CTL-LOWER.
009920     MOVE E21J-ENT-UPPER (E21J-CTL-IX) TO E21-CTL-UPPER.
009930     MOVE E21J-ENT-STEP  (E21J-CTL-IX) TO E21-CTL-STEP.
009940     MOVE E21J-ENT-ANS   (E21J-CTL-IX) TO E21-CTL-EXPECTED-ANS.
009950     MOVE E21-CTL-RECORD TO E21J-CURRENT-IMAGE.
009960 7300-EXIT.
009970     EXIT.
009980
009990 7400-WRITE-ONE-CTL.
010000     IF E21J-ENT-DELETED (E21J-CTL-IX) EQUAL "Y"
010010         GO TO 7400-EXIT
010020     END-IF.
010030     MOVE SPACES TO E21-CTL-RECORD.
010040     MOVE E21J-ENT-LOWER (E21J-CTL-IX) TO E21-CTL-LOWER.
010050     MOVE E21J-ENT-UPPER (E21J-CTL-IX) TO E21-CTL-UPPER.
010060     MOVE E21J-ENT-STEP  (E21J-CTL-IX) TO E21-CTL-STEP.
010070     MOVE E21J-ENT-ANS   (E21J-CTL-IX) TO E21-CTL-EXPECTED-ANS.
010080     WRITE E21-CTL-RECORD.
010090 7400-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130*  7500-RESTORE-PARMCRD -- THE IMAGE REPLACES THE CARD AT THE    *
010140*  JOURNALED SCHEDULE POSITION, OR IS ADDED AS THE LAST CARD     *
010150*  WHEN THE SCHEDULE IS NOW SHORTER; A BLANK IMAGE REMOVES THE   *
010160*  CARD AT THAT POSITION.  RUN EULER21PFLT BEFORE THE NEXT       *
010170*  WINDOW, AS AFTER ANY SCHEDULE EDIT.                           *
010180*****************************************************************
010190 7500-RESTORE-PARMCRD.
010200     IF E21-JRNL-CARD-NUMBER NOT NUMERIC
010210        OR E21-JRNL-CARD-NUMBER EQUAL ZERO
010220         MOVE "ENTRY CARRIES NO SCHEDULE POSITION"
010225             TO E21J-MSG-TEXT
010230         PERFORM 8900-REFUSE THRU 8900-EXIT
010240         GO TO 7500-EXIT
010250     END-IF.
010260     MOVE E21-JRNL-CARD-NUMBER TO E21J-RESTORE-CARD-NO.
010270     PERFORM 7510-LOAD-PARMCRD THRU 7510-EXIT.
010280     MOVE SPACES TO E21J-CURRENT-IMAGE.
010290     IF E21J-RESTORE-CARD-NO NOT GREATER THAN E21J-SCHED-COUNT
010300         MOVE E21J-SCHED-ENTRY (E21J-RESTORE-CARD-NO)
010310             TO E21J-CURRENT-IMAGE
010320     ELSE
010330         IF E21J-RESTORE-IMAGE NOT EQUAL SPACES
010340             IF E21J-SCHED-COUNT NOT LESS THAN 50
010350                 MOVE "SCHEDULE IS FULL (50 CARDS)"
010360                     TO E21J-MSG-TEXT
010370                 PERFORM 8900-REFUSE THRU 8900-EXIT
010380                 GO TO 7500-EXIT
010390             END-IF
010400             COMPUTE E21J-RESTORE-CARD-NO = E21J-SCHED-COUNT + 1
010410         END-IF
010420     END-IF.
010430     PERFORM 6300-CONFIRM-RESTORE THRU 6300-EXIT.
010440     IF NOT E21J-CONFIRMED
010450         GO TO 7500-EXIT
010460     END-IF.
010470     EVALUATE TRUE
010480         WHEN E21J-RESTORE-IMAGE EQUAL SPACES
010490             PERFORM 7600-SHIFT-ONE-CARD THRU 7600-EXIT
010500                 VARYING E21J-SCHED-IX FROM E21J-RESTORE-CARD-NO
010510                 BY 1
010520                 UNTIL E21J-SCHED-IX
010525                     NOT LESS THAN E21J-SCHED-COUNT
010530             SUBTRACT 1 FROM E21J-SCHED-COUNT
010540         WHEN E21J-RESTORE-CARD-NO GREATER THAN E21J-SCHED-COUNT
010550             ADD 1 TO E21J-SCHED-COUNT
010560             MOVE E21J-RESTORE-IMAGE
010570                 TO E21J-SCHED-ENTRY (E21J-SCHED-COUNT)
010580         WHEN OTHER
010590             MOVE E21J-RESTORE-IMAGE
010600                 TO E21J-SCHED-ENTRY (E21J-RESTORE-CARD-NO)
010610     END-EVALUATE.
010620     PERFORM 8500-OPEN-JOURNAL THRU 8500-EXIT.
010630     IF E21J-RESTORE-REFUSED
010640         GO TO 7500-EXIT
010650     END-IF.
010660     OPEN OUTPUT PARMCRD.
010670     IF E21J-PARMCRD-STATUS NOT EQUAL "00"
010680         CLOSE JRNLFIL
010690         MOVE "UNABLE TO REWRITE PARMCRD" TO E21J-MSG-TEXT
010700         PERFORM 8900-REFUSE THRU 8900-EXIT
010710         GO TO 7500-EXIT
010720     END-IF.
010730     PERFORM 7700-WRITE-ONE-CARD THRU 7700-EXIT
010740         VARYING E21J-SCHED-IX FROM 1 BY 1
010750         UNTIL E21J-SCHED-IX GREATER THAN E21J-SCHED-COUNT.
010760     CLOSE PARMCRD.
010770     PERFORM 8600-WRITE-JOURNAL THRU 8600-EXIT.
010780     CLOSE JRNLFIL.
010790     DISPLAY "EULER21JRNL: PARMCRD CARD RESTORED, RUN "
010800             "EULER21PFLT BEFORE THE NEXT WINDOW".
010810 7500-EXIT.
010820     EXIT.
010830
010840 7510-LOAD-PARMCRD.
010850     MOVE ZERO TO E21J-SCHED-COUNT.
010860     OPEN INPUT PARMCRD.
010870     IF E21J-PARMCRD-STATUS NOT EQUAL "00"
010880         GO TO 7510-EXIT
010890     END-IF.
010900     MOVE "N" TO E21J-EOF-SWITCH.
010910     PERFORM 7520-LOAD-ONE-CARD THRU 7520-EXIT
010920         UNTIL E21J-AT-EOF.
010930     CLOSE PARMCRD.
010940 7510-EXIT.
010950     EXIT.
010960
010970 7520-LOAD-ONE-CARD.
010980     READ PARMCRD
010990         AT END
011000             MOVE "Y" TO E21J-EOF-SWITCH
011010         NOT AT END
011020             EVALUATE TRUE
011030                 WHEN E21-PARM-RECORD EQUAL SPACES
011040                     CONTINUE
011050                 WHEN E21J-SCHED-COUNT LESS THAN 50
011060                     ADD 1 TO E21J-SCHED-COUNT
011070                     MOVE E21-PARM-RECORD TO
011080                         E21J-SCHED-ENTRY (E21J-SCHED-COUNT)
011090                 WHEN OTHER
011100                     DISPLAY "EULER21JRNL: MORE THAN 50 CARDS,"
011110                             " CARD DROPPED"
011120             END-EVALUATE
011130     END-READ.
011140 7520-EXIT.
011150     EXIT.
011160
011170 7600-SHIFT-ONE-CARD.
011180     MOVE E21J-SCHED-ENTRY (E21J-SCHED-IX + 1)
011190         TO E21J-SCHED-ENTRY (E21J-SCHED-IX).
011200 7600-EXIT.
011210     EXIT.
011220
011230 7700-WRITE-ONE-CARD.
011240     MOVE E21J-SCHED-ENTRY (E21J-SCHED-IX) TO E21-PARM-RECORD.
011250     WRITE E21-PARM-RECORD.
011260 7700-EXIT.
011270     EXIT.
011280
011290*****************************************************************
011300 8000-WRITE-COUNT-LINE.
011310     MOVE E21J-SUM-COUNT TO E21J-ED-COUNT.
011320     MOVE SPACES TO E21J-DETAIL-LINE.
011330     STRING "  " E21J-SUM-LABEL ": " E21J-ED-COUNT
011340            DELIMITED BY SIZE INTO E21J-DETAIL-LINE
011350     END-STRING.
011360     MOVE E21J-DETAIL-LINE TO E21J-JRNLRPT-RECORD.
011370     WRITE E21J-JRNLRPT-RECORD.
011380 8000-EXIT.
011390     EXIT.
011400
011410*****************************************************************
011420*  8500-OPEN-JOURNAL -- THE JOURNAL IS OPENED BEFORE THE FILE IS *
011430*  REWRITTEN, SO A RESTORE IS NEVER MADE THAT CANNOT BE          *
011440*  RECORDED                                                      *
011450*****************************************************************
011460 8500-OPEN-JOURNAL.
011470     OPEN EXTEND JRNLFIL.
011480     IF E21J-JRNLFIL-STATUS NOT EQUAL "00"
011490         OPEN OUTPUT JRNLFIL
011500     END-IF.
011510     IF E21J-JRNLFIL-STATUS NOT EQUAL "00"
011520         DISPLAY "EULER21JRNL: UNABLE TO OPEN JRNLFIL, STATUS="
011530                 E21J-JRNLFIL-STATUS
011540         MOVE "NO JOURNAL, NOTHING RESTORED" TO E21J-MSG-TEXT
011550         PERFORM 8900-REFUSE THRU 8900-EXIT
011560     END-IF.
011570 8500-EXIT.
011580     EXIT.
011590
011600*****************************************************************
011610*  8600-WRITE-JOURNAL -- ONE RESTORE RECORD: THE FILE OF THE     *
011620*  ENTRY RESTORED FROM, THE IMAGE DISPLACED AND THE IMAGE PUT    *
011630*  BACK                                                          *
011640*****************************************************************
011650 8600-WRITE-JOURNAL.
011660     MOVE E21J-PICK-RECORD      TO E21-JRNL-RECORD.
011670     MOVE E21J-RUN-TIMESTAMP    TO E21-JRNL-TIMESTAMP.
011680     MOVE E21J-OPERATOR-ID      TO E21-JRNL-OPERATOR.
011690     MOVE "EULER21JRNL"         TO E21-JRNL-PROGRAM.
011700     MOVE "R"                   TO E21-JRNL-ACTION.
011710     MOVE E21J-RESTORE-CARD-NO  TO E21-JRNL-CARD-NUMBER.
011720     MOVE E21J-CURRENT-IMAGE    TO E21-JRNL-BEFORE-IMAGE.
011730     MOVE E21J-RESTORE-IMAGE    TO E21-JRNL-AFTER-IMAGE.
011740     IF E21J-RESTORE-IMAGE NOT EQUAL SPACES
011750         MOVE E21J-RESTORE-IMAGE (1:21) TO E21-JRNL-RANGE
011760     ELSE
011770         MOVE E21J-CURRENT-IMAGE (1:21) TO E21-JRNL-RANGE
011780     END-IF.
011790     WRITE E21-JRNL-RECORD.
011800 8600-EXIT.
011810     EXIT.
011820
011830 8900-REFUSE.
011840     DISPLAY "EULER21JRNL: " E21J-MSG-TEXT.
011850     MOVE "Y" TO E21J-REFUSE-SWITCH.
011860     MOVE 8 TO RETURN-CODE.
011870 8900-EXIT.
011880     EXIT.
011890
011900*****************************************************************
011910*  9000-TERMINATE                                                *
011920*****************************************************************
011930 9000-TERMINATE.
011940     CLOSE JRNLRPT.
011950     MOVE E21J-JT-COUNT    TO E21J-ED-SEQ.
011953     MOVE E21J-FLAGGED-CNT TO E21J-ED-COUNT.
011956     DISPLAY "EULER21JRNL: " E21J-ED-SEQ " ENTRIES LISTED, "
011960             E21J-ED-COUNT " CTLCARD CHANGES WITHOUT A "
011970             "CERTIFIED RUN".
011980 9000-EXIT.
011990     EXIT.
