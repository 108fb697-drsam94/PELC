000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21CATM.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - LOAD AND MAINTAIN THE REFERENCE  *
000110*                    CATALOG OF PUBLISHED AMICABLE PAIRS.        *
000120*****************************************************************
000130*****************************************************************
000140*  KEEPS CATLFIL, THE REFERENCE CATALOG EULER21CAUD AUDITS      *
000150*  PAIRFIL AGAINST.  LISTS THE PAIRS ON FILE, THEN PERFORMS     *
000160*  ONE ACTION PER SESSION WITH THE SAME VALIDATE-AND-CONFIRM    *
000170*  FLOW AS EULER21CMNT: ADD, CHANGE OR DELETE ONE PAIR, OR      *
000180*  LOAD A DECK OF PUBLISHED PAIRS FROM CATLIN.  EVERY PAIR IS   *
000190*  CHECKED BEFORE IT IS STORED: THE KEY MUST BE THE SMALLER     *
000200*  MEMBER, AND EACH MEMBER'S ALIQUOT SUM (THE E21SIGMA "F"      *
000210*  REQUEST) MUST BE THE OTHER, SO A MIS-KEYED PAIR NEVER        *
000220*  REACHES THE CATALOG.  A SUM BEYOND THE RANGE E21SIGMA CAN    *
000230*  COMPUTE IS TAKEN AS PUBLISHED AND FLAGGED UNVERIFIED.  A     *
000240*  LOAD NEVER OVERWRITES A PAIR ALREADY ON FILE.                *
000250*  CATLIN CARD: COLS 1-9 KEY, 11-19 PARTNER, 21-50 SOURCE.      *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CATLFIL  ASSIGN TO "CATLFIL"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE  DYNAMIC
000360         RECORD KEY   E21-CATL-KEY
000370         FILE STATUS  E21K-CATLFIL-STATUS.
000380
000390     SELECT CATLIN   ASSIGN TO "CATLIN"
000400         ORGANIZATION LINE SEQUENTIAL
000410         FILE STATUS  E21K-CATLIN-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CATLFIL.
000460     COPY E21CATL.
000470
000480 FD  CATLIN.
000490 01  E21K-CATLIN-RECORD.
000500     05  E21K-CARD-KEY          PIC X(09).
000510     05  FILLER                 PIC X(01).
000520     05  E21K-CARD-PARTNER      PIC X(09).
000530     05  FILLER                 PIC X(01).
000540     05  E21K-CARD-SOURCE       PIC X(30).
000550     05  FILLER                 PIC X(30).
000560
000570 WORKING-STORAGE SECTION.
000580 01  E21K-FILE-STATUSES.
000590     05  E21K-CATLFIL-STATUS    PIC X(02)  VALUE "00".
000600     05  E21K-CATLIN-STATUS     PIC X(02)  VALUE "00".
000610
000620 01  E21K-EOF-SWITCH         PIC X(01)  VALUE "N".
000630     88  E21K-AT-EOF               VALUE "Y".
000640
000650 01  E21K-SWITCHES.
000660     05  E21K-VALID-SWITCH      PIC X(01)  VALUE "Y".
000670         88  E21K-INPUT-VALID       VALUE "Y".
000680         88  E21K-INPUT-INVALID     VALUE "N".
000690     05  E21K-CONFIRM-SWITCH    PIC X(01)  VALUE "N".
000700         88  E21K-CONFIRMED         VALUE "Y".
000710     05  E21K-FOUND-SWITCH      PIC X(01)  VALUE "N".
000720         88  E21K-PAIR-ON-FILE      VALUE "Y".
000730     05  E21K-CHANGED-SWITCH    PIC X(01)  VALUE "N".
000740         88  E21K-CATALOG-CHANGED   VALUE "Y".
000750
000760*****************************************************************
000770*  DIVISOR-SUM SERVICE PARAMETER AREA (E21SIGMA "F" REQUESTS)   *
000780*****************************************************************
000790     COPY E21SIGP.
000800
000810*****************************************************************
000820*  ACCEPT WORK FIELDS -- ONE ALPHANUMERIC FIELD PER PROMPT SO    *
000830*  A NON-NUMERIC ENTRY CAN BE DETECTED AND REJECTED CLEANLY     *
000840*****************************************************************
000850 01  E21K-ANS-FUNCTION       PIC X(01)  VALUE SPACES.
000860 01  E21K-ANS-KEY            PIC X(09)  VALUE SPACES.
000870 01  E21K-ANS-PARTNER        PIC X(09)  VALUE SPACES.
000880 01  E21K-ANS-SOURCE         PIC X(30)  VALUE SPACES.
000890 01  E21K-ANS-CONFIRM        PIC X(01)  VALUE SPACES.
000900
000910*****************************************************************
000920*  THE PAIR BEING ADDED, CHANGED OR LOADED                      *
000930*****************************************************************
000940 01  E21K-NEW-KEY            PIC 9(09)  VALUE ZEROS.
000950 01  E21K-NEW-PARTNER        PIC 9(09)  VALUE ZEROS.
000960 01  E21K-NEW-SOURCE         PIC X(30)  VALUE SPACES.
000970 01  E21K-NEW-VERIFIED       PIC X(01)  VALUE "N".
000980
000990*****************************************************************
001000*  COUNTERS                                                     *
001010*****************************************************************
001020 77  E21K-ON-FILE-COUNT      PIC S9(07)  COMP VALUE ZERO.
001030 77  E21K-CARDS-READ-COUNT   PIC S9(07)  COMP VALUE ZERO.
001040 77  E21K-LOADED-COUNT       PIC S9(07)  COMP VALUE ZERO.
001050 77  E21K-DUPLICATE-COUNT    PIC S9(07)  COMP VALUE ZERO.
001060 77  E21K-REJECTED-COUNT     PIC S9(07)  COMP VALUE ZERO.
001070
001080*****************************************************************
001090*  DISPLAY EDIT FIELDS                                           *
001100*****************************************************************
001110 01  E21K-EDIT-FIELDS.
001120     05  E21K-ED-KEY            PIC ZZZZZZZZ9.
001130     05  E21K-ED-PARTNER        PIC ZZZZZZZZ9.
001140     05  E21K-ED-SUM            PIC ZZZZZZZZ9.
001150     05  E21K-ED-COUNT          PIC ZZZZZZ9.
001160
001170*****************************************************************
001180*  RUN TIMESTAMP WORK FIELDS                                    *
001190*****************************************************************
001200 01  E21K-SYSTEM-DATE-TIME   PIC X(21).
001210 01  E21K-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001220
001230 PROCEDURE DIVISION.
001240*****************************************************************
001250*  0000-MAINLINE                                                 *
001260*****************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001290     PERFORM 2000-LIST-CURRENT    THRU 2000-EXIT.
001300     PERFORM 3000-PROMPT-FUNCTION THRU 3000-EXIT.
001310     CLOSE CATLFIL.
001320     IF E21K-CATALOG-CHANGED
001330         DISPLAY "EULER21CATM: CATALOG SAVED"
001340     ELSE
001350         DISPLAY "EULER21CATM: NO CHANGES SAVED"
001360     END-IF.
001370     STOP RUN.
001380
001390*****************************************************************
001400*  1000-INITIALIZE -- THE RUN TIMESTAMP AND THE CATALOG FILE     *
001410*  (CREATED EMPTY THE FIRST TIME)                                *
001420*****************************************************************
001430 1000-INITIALIZE.
001440     MOVE FUNCTION CURRENT-DATE TO E21K-SYSTEM-DATE-TIME.
001450     STRING E21K-SYSTEM-DATE-TIME (1:4)  "-"
001460            E21K-SYSTEM-DATE-TIME (5:2)  "-"
001470            E21K-SYSTEM-DATE-TIME (7:2)  " "
001480            E21K-SYSTEM-DATE-TIME (9:2)  ":"
001490            E21K-SYSTEM-DATE-TIME (11:2) ":"
001500            E21K-SYSTEM-DATE-TIME (13:2)
001510            DELIMITED BY SIZE INTO E21K-RUN-TIMESTAMP
001520     END-STRING.
001530     OPEN I-O CATLFIL.
001540     IF E21K-CATLFIL-STATUS NOT EQUAL "00"
001550         DISPLAY "EULER21CATM: NO CATALOG ON FILE, STARTING EMPTY"
001560         OPEN OUTPUT CATLFIL
001570         IF E21K-CATLFIL-STATUS EQUAL "00"
001580             CLOSE CATLFIL
001590             OPEN I-O CATLFIL
001600         END-IF
001610     END-IF.
001620     IF E21K-CATLFIL-STATUS NOT EQUAL "00"
001630         DISPLAY "EULER21CATM: UNABLE TO OPEN CATLFIL, STATUS="
001640                 E21K-CATLFIL-STATUS
001650         MOVE 8 TO RETURN-CODE
001660         GO TO 1000-EXIT-ERROR
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
001770*  2000-LIST-CURRENT -- THE PAIRS ON FILE, ONE LINE EACH         *
001780*****************************************************************
001790 2000-LIST-CURRENT.
001800     DISPLAY "AMICABLE PAIR REFERENCE CATALOG - CURRENT CONTENTS".
001810     MOVE "N" TO E21K-EOF-SWITCH.
001820     PERFORM 2100-LIST-ONE-PAIR THRU 2100-EXIT
001830         UNTIL E21K-AT-EOF.
001840     IF E21K-ON-FILE-COUNT EQUAL ZERO
001850         DISPLAY "  (NONE ON FILE)"
001860     ELSE
001870         MOVE E21K-ON-FILE-COUNT TO E21K-ED-COUNT
001880         DISPLAY "  " E21K-ED-COUNT " PAIRS ON FILE"
001890     END-IF.
001900 2000-EXIT.
001910     EXIT.
001920
001930 2100-LIST-ONE-PAIR.
001940     READ CATLFIL NEXT RECORD
001950         AT END
001960             MOVE "Y" TO E21K-EOF-SWITCH
001970             GO TO 2100-EXIT
001980     END-READ.
001990     ADD 1 TO E21K-ON-FILE-COUNT.
002000     MOVE E21-CATL-KEY     TO E21K-ED-KEY.
002010     MOVE E21-CATL-PARTNER TO E21K-ED-PARTNER.
002020     DISPLAY "  " E21K-ED-KEY " / " E21K-ED-PARTNER
002030             "  VERIFIED=" E21-CATL-VERIFIED
002040             "  " E21-CATL-SOURCE.
002050 2100-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090*  3000-PROMPT-FUNCTION -- ONE MAINTENANCE ACTION PER SESSION,   *
002100*  SAME AS EULER21CMNT                                           *
002110*****************************************************************
002120 3000-PROMPT-FUNCTION.
002130     DISPLAY "FUNCTION: A=ADD C=CHANGE D=DELETE L=LOAD X=EXIT: ".
002140     ACCEPT E21K-ANS-FUNCTION.
002150     EVALUATE E21K-ANS-FUNCTION
002160         WHEN "A"
002170         WHEN "a"
002180             PERFORM 3100-ADD-PAIR THRU 3100-EXIT
002190         WHEN "C"
002200         WHEN "c"
002210             PERFORM 3200-CHANGE-PAIR THRU 3200-EXIT
002220         WHEN "D"
002230         WHEN "d"
002240             PERFORM 3300-DELETE-PAIR THRU 3300-EXIT
002250         WHEN "L"
002260         WHEN "l"
002270             PERFORM 3500-LOAD-CATALOG THRU 3500-EXIT
002280         WHEN OTHER
002290             CONTINUE
002300     END-EVALUATE.
002310 3000-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350*  3100-ADD-PAIR -- A NEW PAIR, KEYED BY ITS SMALLER MEMBER      *
002360*****************************************************************
002370 3100-ADD-PAIR.
002380     PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
002390     IF E21K-INPUT-INVALID
002400         GO TO 3100-EXIT
002410     END-IF.
002420     PERFORM 7000-READ-PAIR THRU 7000-EXIT.
002430     IF E21K-PAIR-ON-FILE
002440         DISPLAY "EULER21CATM: PAIR ALREADY ON FILE, USE CHANGE"
002450         GO TO 3100-EXIT
002460     END-IF.
002470     MOVE ZEROS  TO E21K-NEW-PARTNER.
002480     MOVE SPACES TO E21K-NEW-SOURCE.
002490     PERFORM 6100-ACCEPT-PARTNER THRU 6100-EXIT.
002500     IF E21K-INPUT-INVALID
002510         GO TO 3100-EXIT
002520     END-IF.
002530     PERFORM 6400-VERIFY-PAIR THRU 6400-EXIT.
002540     IF E21K-INPUT-INVALID
002550         GO TO 3100-EXIT
002560     END-IF.
002570     PERFORM 6300-CONFIRM-SAVE THRU 6300-EXIT.
002580     IF NOT E21K-CONFIRMED
002590         GO TO 3100-EXIT
002600     END-IF.
002610     PERFORM 7100-BUILD-RECORD THRU 7100-EXIT.
002620     WRITE E21-CATL-RECORD
002630         INVALID KEY
002640             DISPLAY "EULER21CATM: UNABLE TO ADD PAIR, STATUS="
002650                     E21K-CATLFIL-STATUS
002660         NOT INVALID KEY
002670             MOVE "Y" TO E21K-CHANGED-SWITCH
002680     END-WRITE.
002690 3100-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730*  3200-CHANGE-PAIR -- NEW PARTNER OR SOURCE FOR A PAIR ON FILE  *
002740*  (A BLANK ENTRY KEEPS THE CURRENT VALUE)                       *
002750*****************************************************************
002760 3200-CHANGE-PAIR.
002770     PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
002780     IF E21K-INPUT-INVALID
002790         GO TO 3200-EXIT
002800     END-IF.
002810     PERFORM 7000-READ-PAIR THRU 7000-EXIT.
002820     IF NOT E21K-PAIR-ON-FILE
002830         DISPLAY "EULER21CATM: PAIR NOT ON FILE, USE ADD"
002840         GO TO 3200-EXIT
002850     END-IF.
002860     MOVE E21-CATL-PARTNER TO E21K-ED-PARTNER.
002870     DISPLAY "CURRENT PARTNER IS " E21K-ED-PARTNER
002880             ", SOURCE " E21-CATL-SOURCE.
002890     MOVE E21-CATL-PARTNER TO E21K-NEW-PARTNER.
002900     MOVE E21-CATL-SOURCE  TO E21K-NEW-SOURCE.
002910     PERFORM 6100-ACCEPT-PARTNER THRU 6100-EXIT.
002920     IF E21K-INPUT-INVALID
002930         GO TO 3200-EXIT
002940     END-IF.
002950     PERFORM 6400-VERIFY-PAIR THRU 6400-EXIT.
002960     IF E21K-INPUT-INVALID
002970         GO TO 3200-EXIT
002980     END-IF.
002990     PERFORM 6300-CONFIRM-SAVE THRU 6300-EXIT.
003000     IF NOT E21K-CONFIRMED
003010         GO TO 3200-EXIT
003020     END-IF.
003030     MOVE E21K-NEW-PARTNER  TO E21-CATL-PARTNER.
003040     MOVE E21K-NEW-SOURCE   TO E21-CATL-SOURCE.
003050     MOVE E21K-NEW-VERIFIED TO E21-CATL-VERIFIED.
003060     REWRITE E21-CATL-RECORD
003070         INVALID KEY
003080             DISPLAY "EULER21CATM: UNABLE TO CHANGE PAIR, STATUS="
003090                     E21K-CATLFIL-STATUS
003100         NOT INVALID KEY
003110             MOVE "Y" TO E21K-CHANGED-SWITCH
003120     END-REWRITE.
003130 3200-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170*  3300-DELETE-PAIR -- DROP A PAIR FROM THE CATALOG              *
003180*****************************************************************
003190 3300-DELETE-PAIR.
003200     PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
003210     IF E21K-INPUT-INVALID
003220         GO TO 3300-EXIT
003230     END-IF.
003240     PERFORM 7000-READ-PAIR THRU 7000-EXIT.
003250     IF NOT E21K-PAIR-ON-FILE
003260         DISPLAY "EULER21CATM: PAIR NOT ON FILE"
003270         GO TO 3300-EXIT
003280     END-IF.
003290     MOVE E21-CATL-PARTNER TO E21K-ED-PARTNER.
003300     DISPLAY "DELETING PAIR WITH PARTNER " E21K-ED-PARTNER.
003310     PERFORM 6300-CONFIRM-SAVE THRU 6300-EXIT.
003320     IF NOT E21K-CONFIRMED
003330         GO TO 3300-EXIT
003340     END-IF.
003350     DELETE CATLFIL RECORD
003360         INVALID KEY
003370             DISPLAY "EULER21CATM: UNABLE TO DELETE PAIR, STATUS="
003380                     E21K-CATLFIL-STATUS
003390         NOT INVALID KEY
003400             MOVE "Y" TO E21K-CHANGED-SWITCH
003410     END-DELETE.
003420 3300-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*  3500-LOAD-CATALOG -- EVERY VALID CARD ON CATLIN NOT ALREADY   *
003470*  ON FILE.  A PAIR ALREADY ON FILE IS LEFT AS IT IS (USE        *
003480*  CHANGE TO CORRECT ONE); A CARD THAT FAILS VALIDATION IS       *
003490*  DISPLAYED AND SKIPPED.                                        *
003500*****************************************************************
003510 3500-LOAD-CATALOG.
003520     OPEN INPUT CATLIN.
003530     IF E21K-CATLIN-STATUS NOT EQUAL "00"
003540         DISPLAY "EULER21CATM: UNABLE TO OPEN CATLIN, STATUS="
003550                 E21K-CATLIN-STATUS
003560         MOVE 8 TO RETURN-CODE
003570         GO TO 3500-EXIT
003580     END-IF.
003590     PERFORM 6300-CONFIRM-SAVE THRU 6300-EXIT.
003600     IF NOT E21K-CONFIRMED
003610         CLOSE CATLIN
003620         GO TO 3500-EXIT
003630     END-IF.
003640     MOVE "N" TO E21K-EOF-SWITCH.
003650     PERFORM 3510-READ-ONE-CARD THRU 3510-EXIT
003660         UNTIL E21K-AT-EOF.
003670     CLOSE CATLIN.
003680     MOVE E21K-CARDS-READ-COUNT TO E21K-ED-COUNT.
003690     DISPLAY "EULER21CATM: CARDS READ ........ " E21K-ED-COUNT.
003700     MOVE E21K-LOADED-COUNT TO E21K-ED-COUNT.
003710     DISPLAY "EULER21CATM: PAIRS LOADED ...... " E21K-ED-COUNT.
003720     MOVE E21K-DUPLICATE-COUNT TO E21K-ED-COUNT.
003730     DISPLAY "EULER21CATM: ALREADY ON FILE ... " E21K-ED-COUNT.
003740     MOVE E21K-REJECTED-COUNT TO E21K-ED-COUNT.
003750     DISPLAY "EULER21CATM: CARDS REJECTED .... " E21K-ED-COUNT.
003760     IF E21K-REJECTED-COUNT GREATER THAN ZERO
003770         MOVE 4 TO RETURN-CODE
003780     END-IF.
003790 3500-EXIT.
003800     EXIT.
003810
003820 3510-READ-ONE-CARD.
003830     READ CATLIN
003840         AT END
003850             MOVE "Y" TO E21K-EOF-SWITCH
003860         NOT AT END
003870             PERFORM 3520-LOAD-ONE-CARD THRU 3520-EXIT
003880     END-READ.
003890 3510-EXIT.
003900     EXIT.
003910
003920 3520-LOAD-ONE-CARD.
003930     IF E21K-CATLIN-RECORD EQUAL SPACES
003940         GO TO 3520-EXIT
003950     END-IF.
003960     ADD 1 TO E21K-CARDS-READ-COUNT.
003970     MOVE "Y" TO E21K-VALID-SWITCH.
003980     IF E21K-CARD-KEY NOT NUMERIC
003990        OR E21K-CARD-PARTNER NOT NUMERIC
004000         DISPLAY "EULER21CATM: CARD NOT NUMERIC, REJECTED: "
004010                 E21K-CATLIN-RECORD (1:19)
004020         ADD 1 TO E21K-REJECTED-COUNT
004030         GO TO 3520-EXIT
004040     END-IF.
004050     MOVE E21K-CARD-KEY     TO E21K-NEW-KEY.
004060     MOVE E21K-CARD-PARTNER TO E21K-NEW-PARTNER.
004070     MOVE E21K-CARD-SOURCE  TO E21K-NEW-SOURCE.
004080     PERFORM 6150-CHECK-ORDER THRU 6150-EXIT.
004090     IF E21K-INPUT-VALID
004100         PERFORM 6400-VERIFY-PAIR THRU 6400-EXIT
004110     END-IF.
004120     IF E21K-INPUT-INVALID
004130         DISPLAY "EULER21CATM: CARD REJECTED: "
004140                 E21K-CATLIN-RECORD (1:19)
004150         ADD 1 TO E21K-REJECTED-COUNT
004160         GO TO 3520-EXIT
004170     END-IF.
004180     PERFORM 7000-READ-PAIR THRU 7000-EXIT.
004190     IF E21K-PAIR-ON-FILE
004200         ADD 1 TO E21K-DUPLICATE-COUNT
004210         GO TO 3520-EXIT
004220     END-IF.
004230     PERFORM 7100-BUILD-RECORD THRU 7100-EXIT.
004240     WRITE E21-CATL-RECORD
004250         INVALID KEY
004260             DISPLAY "EULER21CATM: UNABLE TO LOAD PAIR, STATUS="
004270                     E21K-CATLFIL-STATUS
004280             ADD 1 TO E21K-REJECTED-COUNT
004290         NOT INVALID KEY
004300             ADD 1 TO E21K-LOADED-COUNT
004310             MOVE "Y" TO E21K-CHANGED-SWITCH
004320     END-WRITE.
004330 3520-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*  6000-ACCEPT-KEY -- THE SMALLER MEMBER, VALIDATED              *
004380*****************************************************************
004390 6000-ACCEPT-KEY.
004400     MOVE "Y" TO E21K-VALID-SWITCH.
004410     DISPLAY "ENTER SMALLER MEMBER (000000001-999999999): ".
004420     ACCEPT E21K-ANS-KEY.
004430     IF E21K-ANS-KEY NOT NUMERIC
004440         DISPLAY "EULER21CATM: KEY IS NOT NUMERIC"
004450         MOVE "N" TO E21K-VALID-SWITCH
004460         GO TO 6000-EXIT
004470     END-IF.
004480     MOVE E21K-ANS-KEY TO E21K-NEW-KEY.
004490     IF E21K-NEW-KEY LESS THAN 1
004500         DISPLAY "EULER21CATM: KEY IS NOT SENSIBLE"
004510         MOVE "N" TO E21K-VALID-SWITCH
004520     END-IF.
004530 6000-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*  6100-ACCEPT-PARTNER -- THE LARGER MEMBER AND THE SOURCE.  A   *
004580*  BLANK ENTRY KEEPS WHAT IS ALREADY IN THE WORK FIELDS.         *
004590*****************************************************************
004600 6100-ACCEPT-PARTNER.
004610     DISPLAY "ENTER LARGER MEMBER (000000001-999999999): ".
004620     ACCEPT E21K-ANS-PARTNER.
004630     IF E21K-ANS-PARTNER NOT EQUAL SPACES
004640         IF E21K-ANS-PARTNER NOT NUMERIC
004650             DISPLAY "EULER21CATM: PARTNER IS NOT NUMERIC"
004660             MOVE "N" TO E21K-VALID-SWITCH
004670             GO TO 6100-EXIT
004680         END-IF
004690         MOVE E21K-ANS-PARTNER TO E21K-NEW-PARTNER
004700     END-IF.
004710     DISPLAY "ENTER SOURCE (UP TO 30 CHARACTERS): ".
004720     ACCEPT E21K-ANS-SOURCE.
004730     IF E21K-ANS-SOURCE NOT EQUAL SPACES
004740         MOVE E21K-ANS-SOURCE TO E21K-NEW-SOURCE
004750     END-IF.
004760     PERFORM 6150-CHECK-ORDER THRU 6150-EXIT.
004770 6100-EXIT.
004780     EXIT.
004790
004800 6150-CHECK-ORDER.
004810     IF E21K-NEW-KEY LESS THAN 1
004820        OR E21K-NEW-PARTNER NOT GREATER THAN E21K-NEW-KEY
004830         DISPLAY "EULER21CATM: PARTNER MUST EXCEED THE KEY"
004840         MOVE "N" TO E21K-VALID-SWITCH
004850     END-IF.
004860 6150-EXIT.
004870     EXIT.
004880
004890 6300-CONFIRM-SAVE.
004900     MOVE "N" TO E21K-CONFIRM-SWITCH.
004910     DISPLAY "SAVE THIS CHANGE (Y/N): ".
004920     ACCEPT E21K-ANS-CONFIRM.
004930     IF E21K-ANS-CONFIRM EQUAL "Y" OR E21K-ANS-CONFIRM EQUAL "y"
004940         MOVE "Y" TO E21K-CONFIRM-SWITCH
004950     END-IF.
004960 6300-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*  6400-VERIFY-PAIR -- EACH MEMBER'S ALIQUOT SUM MUST BE THE     *
005010*  OTHER.  A SUM E21SIGMA CANNOT COMPUTE LEAVES THE PAIR         *
005020*  UNVERIFIED RATHER THAN REJECTED.                              *
005030*****************************************************************
005040 6400-VERIFY-PAIR.
005050     MOVE "Y" TO E21K-NEW-VERIFIED.
005060     MOVE "F" TO E21-SIGSVC-REQUEST.
005070     MOVE E21K-NEW-KEY TO E21-SIGSVC-NUMBER.
005080     CALL "E21SIGMA" USING E21-SIGSVC-PARMS.
005090     IF NOT E21-SIGSVC-OK
005100         MOVE "N" TO E21K-NEW-VERIFIED
005110     ELSE
005120         IF E21-SIGSVC-RESULT NOT EQUAL E21K-NEW-PARTNER
005130             MOVE E21K-NEW-KEY      TO E21K-ED-KEY
005140             MOVE E21-SIGSVC-RESULT TO E21K-ED-SUM
005150             DISPLAY "EULER21CATM: ALIQUOT SUM OF " E21K-ED-KEY
005160                     " IS " E21K-ED-SUM ", NOT THE PARTNER"
005170             MOVE "N" TO E21K-VALID-SWITCH
005180             GO TO 6400-EXIT
005190         END-IF
005200     END-IF.
005210     MOVE "F" TO E21-SIGSVC-REQUEST.
005220     MOVE E21K-NEW-PARTNER TO E21-SIGSVC-NUMBER.
005230     CALL "E21SIGMA" USING E21-SIGSVC-PARMS.
005240     IF NOT E21-SIGSVC-OK
005250         MOVE "N" TO E21K-NEW-VERIFIED
005260     ELSE
005270         IF E21-SIGSVC-RESULT NOT EQUAL E21K-NEW-KEY
005280             MOVE E21K-NEW-PARTNER  TO E21K-ED-PARTNER
005290             MOVE E21-SIGSVC-RESULT TO E21K-ED-SUM
005300             DISPLAY "EULER21CATM: ALIQUOT SUM OF "
005310                     E21K-ED-PARTNER " IS " E21K-ED-SUM
005320                     ", NOT THE KEY"
005330             MOVE "N" TO E21K-VALID-SWITCH
005340             GO TO 6400-EXIT
005350         END-IF
005360     END-IF.
005370     IF E21K-NEW-VERIFIED EQUAL "N"
005380         DISPLAY "EULER21CATM: SUM BEYOND E21SIGMA RANGE, PAIR "
005390                 "TAKEN AS PUBLISHED"
005400     END-IF.
005410 6400-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*  7000-READ-PAIR -- LOOK THE KEY UP ON THE CATALOG              *
005460*****************************************************************
005470 7000-READ-PAIR.
005480     MOVE E21K-NEW-KEY TO E21-CATL-KEY.
005490     READ CATLFIL
005500         KEY IS E21-CATL-KEY
005510         INVALID KEY
005520             MOVE "N" TO E21K-FOUND-SWITCH
005530         NOT INVALID KEY
005540             MOVE "Y" TO E21K-FOUND-SWITCH
005550     END-READ.
005560 7000-EXIT.
005570     EXIT.
005580
005590 7100-BUILD-RECORD.
005600     MOVE SPACES TO E21-CATL-RECORD.
005610     MOVE E21K-NEW-KEY       TO E21-CATL-KEY.
005620     MOVE E21K-NEW-PARTNER   TO E21-CATL-PARTNER.
005630     MOVE E21K-NEW-SOURCE    TO E21-CATL-SOURCE.
005640     MOVE E21K-RUN-TIMESTAMP TO E21-CATL-ADDED-TIMESTAMP.
005650     MOVE E21K-NEW-VERIFIED  TO E21-CATL-VERIFIED.
005660 7100-EXIT.
005670     EXIT.
