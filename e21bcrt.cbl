000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  EULER21BCRT.
000030 AUTHOR.      R MITCHELL.
000040 INSTALLATION. NUMERIC LIBRARY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MODIFICATION HISTORY                                         *
000090*  DATE        INIT  DESCRIPTION                                *
000100*  10/15/2026  RM    ORIGINAL - BETRFIL INTEGRITY CERTIFICATION  *
000110*                    WITH AN OUTCOME RECORD ON BCRTOUT FOR THE   *
000120*                    EULER21OPS CONTROL JOB.                     *
000130*****************************************************************
000140*****************************************************************
000150*  INDEPENDENT VERIFICATION OF EVERY E21-BETR-RECORD BEFORE     *
000160*  BETRFIL IS RELEASED, ON THE SAME TERMS AS EULER21CERT GIVES  *
000170*  PAIRFIL.  EACH MEMBER'S DIVISOR SUM IS RECOMPUTED FROM       *
000180*  SCRATCH BY TRIAL DIVISION (THE E21SIGMA "F" REQUEST,         *
000190*  DELIBERATELY INDEPENDENT OF THE SIEVE TABLE THAT PRODUCED    *
000200*  THE FILE), AND EACH RECORD MUST SATISFY: THE KEY-SUM LESS    *
000210*  ONE EQUALS THE PARTNER, THE PARTNER-SUM LESS ONE POINTS      *
000220*  BACK TO THE KEY, BOTH STORED SUMS MATCH THE RECOMPUTATION,   *
000230*  THE KEY IS STRICTLY THE SMALLER MEMBER, AND KEYS ARRIVE IN   *
000240*  STRICTLY ASCENDING ORDER (NO DUPLICATES).  A CERTIFICATION   *
000250*  REPORT GOES TO BCRTRPT, THE OUTCOME RECORD TO BCRTOUT, AND   *
000260*  THE RETURN CODE GATES THE SCHEDULER: 0 CERTIFIED, 16 ONE OR  *
000270*  MORE RECORDS FAILED, 8 THE FILE COULD NOT BE READ.           *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BETRFIL  ASSIGN TO "BETRFIL"
000360         ORGANIZATION INDEXED
000370         ACCESS MODE  SEQUENTIAL
000380         RECORD KEY   E21-BETR-KEY
000390         ALTERNATE RECORD KEY E21-BETR-PARTNER
000400         FILE STATUS  E21B-BETRFIL-STATUS.
000410     SELECT BCRTRPT  ASSIGN TO "BCRTRPT"
000420         ORGANIZATION LINE SEQUENTIAL
000430         FILE STATUS  E21B-BCRTRPT-STATUS.
000440     SELECT BCRTOUT  ASSIGN TO "BCRTOUT"
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS  E21B-BCRTOUT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  BETRFIL.
000500     COPY E21BETR.
000510 FD  BCRTRPT.
000520 01  E21B-BCRTRPT-RECORD        PIC X(132).
000530 FD  BCRTOUT.
000540     COPY E21OUT.
000550 WORKING-STORAGE SECTION.
000560 01  E21B-FILE-STATUSES.
000570     05  E21B-BETRFIL-STATUS    PIC X(02)  VALUE "00".
000580     05  E21B-BCRTRPT-STATUS    PIC X(02)  VALUE "00".
000590     05  E21B-BCRTOUT-STATUS    PIC X(02)  VALUE "00".
000600
000610 01  E21B-EOF-SWITCH         PIC X(01)  VALUE "N".
000620     88  E21B-AT-EOF               VALUE "Y".
000630
000640 01  E21B-RECORD-OK-SWITCH   PIC X(01)  VALUE "Y".
000650     88  E21B-RECORD-OK            VALUE "Y".
000660     88  E21B-RECORD-FAILED        VALUE "N".
000670
000680*****************************************************************
000690*  DIVISOR-SUM SERVICE PARAMETER AREA (E21SIGMA "F" REQUESTS)   *
000700*****************************************************************
000710     COPY E21SIGP.
000720
000730*****************************************************************
000740*  CERTIFICATION WORK FIELDS AND COUNTERS                       *
000750*****************************************************************
000760 01  E21B-KEY-SUM-CALC       PIC S9(09)  COMP VALUE ZERO.
000770 01  E21B-PARTNER-SUM-CALC   PIC S9(09)  COMP VALUE ZERO.
000780 01  E21B-PRIOR-KEY          PIC S9(09)  COMP VALUE ZERO.
000790 77  E21B-READ-COUNT         PIC S9(07)  COMP VALUE ZERO.
000800 77  E21B-CERTIFIED-COUNT    PIC S9(07)  COMP VALUE ZERO.
000810 77  E21B-FAILED-COUNT       PIC S9(07)  COMP VALUE ZERO.
000820
000830*****************************************************************
000840*  REPORT LINE-BUILDING FIELDS                                  *
000850*****************************************************************
000860 01  E21B-DETAIL-LINE        PIC X(132) VALUE SPACES.
000870 01  E21B-FAULT-TEXT         PIC X(44)  VALUE SPACES.
000880 01  E21B-EDIT-FIELDS.
000890     05  E21B-ED-KEY            PIC ZZZZZZ9.
000900     05  E21B-ED-PARTNER        PIC ZZZZZZ9.
000910     05  E21B-ED-COUNT          PIC ZZZZZZ9.
000920 01  E21B-SUM-LABEL          PIC X(20)  VALUE SPACES.
000930 01  E21B-SUM-COUNT          PIC S9(07)  COMP VALUE ZERO.
000940
000950*****************************************************************
000960*  RUN TIMESTAMP WORK FIELDS (FOR THE OUTCOME RECORD)           *
000970*****************************************************************
000980 01  E21B-SYSTEM-DATE-TIME   PIC X(21).
000990 01  E21B-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001000 PROCEDURE DIVISION.
001010*****************************************************************
001020*  0000-MAINLINE                                                 *
001030*****************************************************************
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001060     PERFORM 2000-CERTIFY-FILE   THRU 2000-EXIT.
001070     PERFORM 3000-PRINT-VERDICT  THRU 3000-EXIT.
001080     PERFORM 3500-WRITE-OUTCOME  THRU 3500-EXIT.
001090     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001100     STOP RUN.
001110
001120*****************************************************************
001130*  1000-INITIALIZE -- OPEN THE BETROTHED FILE AND THE REPORT     *
001140*****************************************************************
001150 1000-INITIALIZE.
001160     MOVE FUNCTION CURRENT-DATE TO E21B-SYSTEM-DATE-TIME.
001170     STRING E21B-SYSTEM-DATE-TIME (1:4)  "-"
001180            E21B-SYSTEM-DATE-TIME (5:2)  "-"
001190            E21B-SYSTEM-DATE-TIME (7:2)  " "
001200            E21B-SYSTEM-DATE-TIME (9:2)  ":"
001210            E21B-SYSTEM-DATE-TIME (11:2) ":"
001220            E21B-SYSTEM-DATE-TIME (13:2)
001230            DELIMITED BY SIZE INTO E21B-RUN-TIMESTAMP
001240     END-STRING.
001250     OPEN OUTPUT BCRTRPT.
001260     IF E21B-BCRTRPT-STATUS NOT EQUAL "00"
001270         DISPLAY "EULER21BCRT: UNABLE TO OPEN BCRTRPT, STATUS="
001280                 E21B-BCRTRPT-STATUS
001290         MOVE 8 TO RETURN-CODE
001300         GO TO 1000-EXIT-ERROR
001310     END-IF.
001320     MOVE "BETRFIL INTEGRITY CERTIFICATION"
001330         TO E21B-BCRTRPT-RECORD.
001340     WRITE E21B-BCRTRPT-RECORD.
001350     OPEN INPUT BETRFIL.
001360     IF E21B-BETRFIL-STATUS NOT EQUAL "00"
001370         DISPLAY "EULER21BCRT: UNABLE TO OPEN BETRFIL, STATUS="
001380                 E21B-BETRFIL-STATUS
001390         MOVE 8 TO RETURN-CODE
001400         GO TO 1000-EXIT-ERROR
001410     END-IF.
001420     GO TO 1000-EXIT.
001430
001440 1000-EXIT-ERROR.
001450     STOP RUN.
001460
001470 1000-EXIT.
001480     EXIT.
001490
001500*****************************************************************
001510*  2000-CERTIFY-FILE -- ONE FORWARD PASS, EVERY RECORD CHECKED   *
001520*****************************************************************
001530 2000-CERTIFY-FILE.
001540     PERFORM 2100-READ-ONE-PAIR THRU 2100-EXIT.
001550     PERFORM 2200-CERTIFY-ONE-PAIR THRU 2200-EXIT
001560         UNTIL E21B-AT-EOF.
001570 2000-EXIT.
001580     EXIT.
001590
001600 2100-READ-ONE-PAIR.
001610     READ BETRFIL
001620         AT END
001630             MOVE "Y" TO E21B-EOF-SWITCH
001640         NOT AT END
001650             ADD 1 TO E21B-READ-COUNT
001660     END-READ.
001670 2100-EXIT.
001680     EXIT.
001690
001700*****************************************************************
001710*  2200-CERTIFY-ONE-PAIR -- RECOMPUTE BOTH DIVISOR SUMS FROM     *
001720*  SCRATCH AND CHECK EVERY INVARIANT; EVERY FAULT ON A RECORD    *
001730*  IS REPORTED, NOT JUST THE FIRST                               *
001740*****************************************************************
001750 2200-CERTIFY-ONE-PAIR.
001760     MOVE "Y" TO E21B-RECORD-OK-SWITCH.
001770
001780     MOVE "F" TO E21-SIGSVC-REQUEST.
001790     MOVE E21-BETR-KEY TO E21-SIGSVC-NUMBER.
001800     CALL "E21SIGMA" USING E21-SIGSVC-PARMS.
001810     MOVE E21-SIGSVC-RESULT TO E21B-KEY-SUM-CALC.
001820
001830     MOVE "F" TO E21-SIGSVC-REQUEST.
001840     MOVE E21-BETR-PARTNER TO E21-SIGSVC-NUMBER.
001850     CALL "E21SIGMA" USING E21-SIGSVC-PARMS.
001860     MOVE E21-SIGSVC-RESULT TO E21B-PARTNER-SUM-CALC.
001870
001880     IF E21-BETR-KEY NOT LESS THAN E21-BETR-PARTNER
001890         MOVE "KEY IS NOT THE SMALLER MEMBER" TO E21B-FAULT-TEXT
001900         PERFORM 2300-REPORT-FAULT THRU 2300-EXIT
001910     END-IF.
001920     IF E21-BETR-KEY NOT GREATER THAN E21B-PRIOR-KEY
001930        AND E21B-READ-COUNT GREATER THAN 1
001940         MOVE "KEY DUPLICATE OR OUT OF SEQUENCE"
001950             TO E21B-FAULT-TEXT
001960         PERFORM 2300-REPORT-FAULT THRU 2300-EXIT
001970     END-IF.
001980     IF E21B-KEY-SUM-CALC NOT EQUAL E21-BETR-KEY-SUM
001990         MOVE "KEY-SUM DOES NOT MATCH RECOMPUTATION"
002000             TO E21B-FAULT-TEXT
002010         PERFORM 2300-REPORT-FAULT THRU 2300-EXIT
002020     END-IF.
002030     IF E21B-KEY-SUM-CALC - 1 NOT EQUAL E21-BETR-PARTNER
002040         MOVE "KEY-SUM LESS ONE DOES NOT EQUAL THE PARTNER"
002050             TO E21B-FAULT-TEXT
002060         PERFORM 2300-REPORT-FAULT THRU 2300-EXIT
002070     END-IF.
002080     IF E21B-PARTNER-SUM-CALC NOT EQUAL E21-BETR-PARTNER-SUM
002090         MOVE "PARTNER-SUM DOES NOT MATCH RECOMPUTATION"
002100             TO E21B-FAULT-TEXT
002110         PERFORM 2300-REPORT-FAULT THRU 2300-EXIT
002120     END-IF.
002130     IF E21B-PARTNER-SUM-CALC - 1 NOT EQUAL E21-BETR-KEY
002140         MOVE "PARTNER-SUM LESS ONE DOES NOT POINT TO KEY"
002150             TO E21B-FAULT-TEXT
002160         PERFORM 2300-REPORT-FAULT THRU 2300-EXIT
002170     END-IF.
002180
002190     IF E21B-RECORD-OK
002200         ADD 1 TO E21B-CERTIFIED-COUNT
002210     ELSE
002220         ADD 1 TO E21B-FAILED-COUNT
002230     END-IF.
002240     MOVE E21-BETR-KEY TO E21B-PRIOR-KEY.
002250     PERFORM 2100-READ-ONE-PAIR THRU 2100-EXIT.
002260 2200-EXIT.
002270     EXIT.
002280
002290 2300-REPORT-FAULT.
002300     MOVE "N" TO E21B-RECORD-OK-SWITCH.
002310     MOVE E21-BETR-KEY     TO E21B-ED-KEY.
002320     MOVE E21-BETR-PARTNER TO E21B-ED-PARTNER.
002330     MOVE SPACES TO E21B-DETAIL-LINE.
002340     STRING "FAIL PAIR " E21B-ED-KEY " / " E21B-ED-PARTNER
002350            ": " E21B-FAULT-TEXT
002360            DELIMITED BY SIZE INTO E21B-DETAIL-LINE
002370     END-STRING.
002380     MOVE E21B-DETAIL-LINE TO E21B-BCRTRPT-RECORD.
002390     WRITE E21B-BCRTRPT-RECORD.
002400 2300-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*  3000-PRINT-VERDICT -- COUNTS AND THE GATE FOR THE SCHEDULER   *
002450*****************************************************************
002460 3000-PRINT-VERDICT.
002470     MOVE SPACES TO E21B-BCRTRPT-RECORD.
002480     WRITE E21B-BCRTRPT-RECORD.
002490     MOVE "RECORDS READ ......." TO E21B-SUM-LABEL.
002500     MOVE E21B-READ-COUNT TO E21B-SUM-COUNT.
002510     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
002520     MOVE "RECORDS CERTIFIED .." TO E21B-SUM-LABEL.
002530     MOVE E21B-CERTIFIED-COUNT TO E21B-SUM-COUNT.
002540     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
002550     MOVE "RECORDS FAILED ....." TO E21B-SUM-LABEL.
002560     MOVE E21B-FAILED-COUNT TO E21B-SUM-COUNT.
002570     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
002580     IF E21B-FAILED-COUNT GREATER THAN ZERO
002590         MOVE "VERDICT: FILE REJECTED, HOLD DOWNSTREAM JOBS"
002600             TO E21B-BCRTRPT-RECORD
002610         WRITE E21B-BCRTRPT-RECORD
002620         MOVE 16 TO RETURN-CODE
002630     ELSE
002640         IF E21B-READ-COUNT EQUAL ZERO
002650             MOVE "VERDICT: FILE IS EMPTY, NOTHING CERTIFIED"
002660                 TO E21B-BCRTRPT-RECORD
002670         ELSE
002680             MOVE "VERDICT: FILE CERTIFIED"
002690                 TO E21B-BCRTRPT-RECORD
002700         END-IF
002710         WRITE E21B-BCRTRPT-RECORD
002720     END-IF.
002730 3000-EXIT.
002740     EXIT.
002750
002760 3100-WRITE-COUNT-LINE.
002770     MOVE E21B-SUM-COUNT TO E21B-ED-COUNT.
002780     MOVE SPACES TO E21B-DETAIL-LINE.
002790     STRING "  " E21B-SUM-LABEL ": " E21B-ED-COUNT
002800            DELIMITED BY SIZE INTO E21B-DETAIL-LINE
002810     END-STRING.
002820     MOVE E21B-DETAIL-LINE TO E21B-BCRTRPT-RECORD.
002830     WRITE E21B-BCRTRPT-RECORD.
002840 3100-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*  3500-WRITE-OUTCOME -- ONE MACHINE-READABLE RECORD FOR THE     *
002890*  EULER21OPS CONTROL JOB, RECREATED EVERY RUN SO IT ALWAYS      *
002900*  DESCRIBES TONIGHT (SEE E21OUT.CPY FOR VERDICTS AND COUNTS)    *
002910*****************************************************************
002920 3500-WRITE-OUTCOME.
002930     OPEN OUTPUT BCRTOUT.
002940     IF E21B-BCRTOUT-STATUS NOT EQUAL "00"
002950         DISPLAY "EULER21BCRT: UNABLE TO OPEN BCRTOUT, STATUS="
002960                 E21B-BCRTOUT-STATUS
002970         GO TO 3500-EXIT
002980     END-IF.
002990     MOVE SPACES TO E21-OUTCOME-RECORD.
003000     MOVE "EULER21BCRT" TO E21-OUT-JOB-NAME.
003010     MOVE E21B-RUN-TIMESTAMP TO E21-OUT-TIMESTAMP.
003020     EVALUATE TRUE
003030         WHEN E21B-FAILED-COUNT GREATER THAN ZERO
003040             MOVE "R" TO E21-OUT-VERDICT
003050         WHEN E21B-READ-COUNT EQUAL ZERO
003060             MOVE "E" TO E21-OUT-VERDICT
003070         WHEN OTHER
003080             MOVE "C" TO E21-OUT-VERDICT
003090     END-EVALUATE.
003100     MOVE E21B-CERTIFIED-COUNT TO E21-OUT-COUNT-1.
003110     MOVE E21B-FAILED-COUNT    TO E21-OUT-COUNT-2.
003120     MOVE E21B-READ-COUNT      TO E21-OUT-COUNT-3.
003130     MOVE RETURN-CODE          TO E21-OUT-RETURN-CODE.
003140     WRITE E21-OUTCOME-RECORD.
003150     CLOSE BCRTOUT.
003160 3500-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*  9000-TERMINATE -- CLOSE FILES                                 *
003210*****************************************************************
003220 9000-TERMINATE.
003230     CLOSE BETRFIL.
003240     CLOSE BCRTRPT.
003250 9000-EXIT.
003260     EXIT.
