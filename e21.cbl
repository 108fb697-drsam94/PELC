000586*                    RECREATING THE FILE, AND EACH RECORD        *
000588*                    CARRIES THE RUN TIMESTAMP AND SCAN RANGE    *
000589*                    THAT FIRST FOUND THE PAIR.                  *
000590*  10/15/2026  RM    EVERY ABUNDANT NUMBER IS TESTED FOR         *
000591*                    SEMIPERFECT, PRIMITIVE AND WEIRD; EACH      *
000592*                    CLASSIFIED NUMBER IS MERGED INTO THE KEYED  *
000593*                    CLASSIFICATION FILE CLASFIL, AND CLASFRPT   *
000594*                    GAINS SUBTYPE COUNTS AND A WEIRD ROSTER.    *
000595*  10/15/2026  RM    BETROTHED (QUASI-AMICABLE) RUN MODE Q       *
000596*                    FINDS PAIRS WHOSE ALIQUOT SUMS LESS ONE     *
000597*                    POINT AT EACH OTHER AND MERGES THEM INTO    *
000598*                    THE KEYED BETRFIL.                          *
000599*  10/15/2026  RM    EACH COVLEDG RECORD CARRIES THE RUN MODE    *
000600*                    THE RANGE WAS SCANNED IN.                   *
000601*  10/15/2026  RM    PARTITIONED SCAN: A PARTITION NUMBER AND    *
000602*                    COUNT ON THE CARD CUT EACH RANGE TO ONE     *
000603*                    SLICE, AND THAT JOB WRITES ITS FINDS AND    *
000604*                    SUBTOTALS ONLY TO PARTWRK, LEAVING THE      *
000605*                    SHARED FILES, AUDIT AND LEDGER TO THE       *
000606*                    EULER21MERG STEP.                           *
000607*  10/15/2026  RM    AUDIT RECORD CARRIES THE RUN MODE AND THE   *
000608*                    RANGE'S ELAPSED SECONDS FOR THE EULER21PLAN *
000609*                    THROUGHPUT FIGURES.                         *
000610*****************************************************************
000611
000612 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.  IBM-370.
000640 OBJECT-COMPUTER.  IBM-370.
000830         RECORD KEY   E21-PAIR-KEY
000840         ALTERNATE RECORD KEY E21-PAIR-PARTNER
000850         FILE STATUS  E21-PAIRFIL-STATUS.
000851
000852     SELECT BETRFIL  ASSIGN TO "BETRFIL"
000853         ORGANIZATION INDEXED
000854         ACCESS MODE  RANDOM
000855         RECORD KEY   E21-BETR-KEY
000856         ALTERNATE RECORD KEY E21-BETR-PARTNER
000857         FILE STATUS  E21-BETRFIL-STATUS.
000860
000870     SELECT CHNFIL   ASSIGN TO "CHAINFIL"
000880         ORGANIZATION INDEXED
000960         RECORD KEY   E21-TRAJ-KEY
000970         FILE STATUS  E21-TRAJFIL-STATUS.
000980
000982     SELECT CLASFIL  ASSIGN TO "CLASFIL"
000984         ORGANIZATION INDEXED
000986         ACCESS MODE  RANDOM
000988         RECORD KEY   E21-CLS-KEY
000990         FILE STATUS  E21-CLASFIL-STATUS.
000992
000993     SELECT CTLCARD  ASSIGN TO "CTLCARD"
001000         ORGANIZATION LINE SEQUENTIAL
001010         FILE STATUS  E21-CTLCARD-STATUS.
001020
001150     SELECT COVLEDG  ASSIGN TO "COVLEDG"
001160         ORGANIZATION LINE SEQUENTIAL
001170         FILE STATUS  E21-COVLEDG-STATUS.
001172
001174     SELECT PARTWRK  ASSIGN TO "PARTWRK"
001176         ORGANIZATION LINE SEQUENTIAL
001178         FILE STATUS  E21-PARTWRK-STATUS.
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001290
001300 FD  PAIRFIL.
001310     COPY E21PAIR.
001312
001314 FD  BETRFIL.
001316     COPY E21BETR.
001320
001330 FD  CHNFIL.
001340     COPY E21CHN.
001360 FD  TRAJFIL.
001370     COPY E21TRAJ.
001380
001382 FD  CLASFIL.
001384     COPY E21CLS.
001386
001390 FD  CTLCARD.
001400     COPY E21CTL.
001410
001500
001510 FD  COVLEDG.
001520     COPY E21COV.
001522
001524 FD  PARTWRK.
001526     COPY E21PWRK.
001530
001540 WORKING-STORAGE SECTION.
001550*****************************************************************
001720*****************************************************************
001730 01  E21-CALC-FIELDS.
001740     05  E21-CALC-TEMP          PIC S9(09)  COMP.
001743     05  E21-BETR-X             PIC S9(09)  COMP.
001746     05  E21-BETR-COUNT         PIC S9(07)  COMP VALUE ZERO.
001750
001760*****************************************************************
001770*  SIGMA TABLE LOOKUP WORK FIELDS                                *
002170     05  E21-JOB-START-SECS     PIC S9(11)  COMP VALUE ZERO.
002180     05  E21-NOW-SECS           PIC S9(11)  COMP VALUE ZERO.
002190     05  E21-ELAPSED-SECS       PIC S9(11)  COMP VALUE ZERO.
002195     05  E21-RANGE-START-SECS   PIC S9(11)  COMP VALUE ZERO.
002200     05  E21-TS-DATE-PART       PIC 9(08).
002210     05  E21-TS-DAY-NUMBER      PIC S9(07)  COMP.
002220     05  E21-TS-HH              PIC 9(02).
002810     05  E21-TRAJ-CYCLE-COUNT   PIC S9(07)  COMP VALUE ZERO.
002820     05  E21-TRAJ-OPEN-COUNT    PIC S9(07)  COMP VALUE ZERO.
002830
002831*****************************************************************
002832*  PARTITIONED-SCAN FIELDS.  A PARTITION COUNT ABOVE 1 ON THE   *
002833*  FIRST CARD MAKES THIS A PARTITION JOB: EVERY CARD MUST CARRY *
002834*  THE SAME PARTITION, EACH RANGE IS CUT DOWN TO THIS           *
002835*  PARTITION'S SLICE, AND EVERYTHING BOUND FOR THE SHARED FILES *
002836*  GOES TO PARTWRK.  THE SLICE SIZE IS THE CANDIDATE COUNT OF   *
002837*  THE RANGE OVER THE PARTITION COUNT, ROUNDED UP, SO ONLY THE  *
002838*  LAST SLICES CAN BE SHORT (OR EMPTY, FOR A VERY SMALL RANGE). *
002839*****************************************************************
002840 01  E21-PART-FIELDS.
002841     05  E21-PART-NUMBER-USED   PIC 9(02)   VALUE ZERO.
002842     05  E21-PART-COUNT-USED    PIC 9(02)   VALUE ZERO.
002843     05  E21-PART-RANGE-LOWER   PIC 9(07)   VALUE ZERO.
002844     05  E21-PART-RANGE-UPPER   PIC 9(07)   VALUE ZERO.
002845     05  E21-PART-CANDIDATES    PIC S9(09)  COMP.
002846     05  E21-PART-SLICE-SIZE    PIC S9(09)  COMP.
002847     05  E21-PART-SLICE-LOWER   PIC S9(09)  COMP.
002848     05  E21-PART-SLICE-UPPER   PIC S9(09)  COMP.
002849 01  E21-PART-SWITCH         PIC X(01)  VALUE "N".
002850     88  E21-PARTITIONED           VALUE "Y".
002851 01  E21-PART-EMPTY-SWITCH   PIC X(01)  VALUE "N".
002852     88  E21-PART-SLICE-EMPTY      VALUE "Y".
002853
002854*****************************************************************
002855*  SWITCHES                                                      *
002860*****************************************************************
002870 01  E21-EOF-SWITCH          PIC X(01)  VALUE "N".
002880     88  E21-AT-EOF                VALUE "Y".
003100     05  E21-PARMCRD-STATUS     PIC X(02)  VALUE "00".
003110     05  E21-CHKPNT-STATUS      PIC X(02)  VALUE "00".
003120     05  E21-PAIRFIL-STATUS     PIC X(02)  VALUE "00".
003125     05  E21-BETRFIL-STATUS     PIC X(02)  VALUE "00".
003130     05  E21-CHNFIL-STATUS      PIC X(02)  VALUE "00".
003140     05  E21-TRAJFIL-STATUS     PIC X(02)  VALUE "00".
003150     05  E21-CTLCARD-STATUS     PIC X(02)  VALUE "00".
003180     05  E21-CLASFRPT-STATUS    PIC X(02)  VALUE "00".
003190     05  E21-CSVOUT-STATUS      PIC X(02)  VALUE "00".
003200     05  E21-COVLEDG-STATUS     PIC X(02)  VALUE "00".
003205     05  E21-CLASFIL-STATUS     PIC X(02)  VALUE "00".
003207     05  E21-PARTWRK-STATUS     PIC X(02)  VALUE "00".
003210
003220*****************************************************************
003230*  CHECKPOINT RESTART WORK FIELDS                                *
003570     05  E21-ED-BAND-LO         PIC ZZZZZZZ9.
003580     05  E21-ED-BAND-HI         PIC ZZZZZZZ9.
003590     05  E21-ED-TRAJ-CNT        PIC ZZZZZZ9.
003592     05  E21-ED-CLASS-SEMI      PIC ZZZZZZ9.
003594     05  E21-ED-CLASS-WEIRD     PIC ZZZZZZ9.
003596     05  E21-ED-CLASS-PRIM      PIC ZZZZZZ9.
003597     05  E21-ED-CLASS-UNRES     PIC ZZZZZZ9.
003598     05  E21-ED-CLASS-ABN       PIC ZZZZZZZZ9.
003599     05  E21-ED-PART1           PIC Z9.
003600     05  E21-ED-PART2           PIC Z9.
003601 01  E21-TRAJ-SUM-LABEL      PIC X(20)  VALUE SPACES.
003610
003620*****************************************************************
003630*  CLASSIFICATION WORK FIELDS                                   *
003640*****************************************************************
003650 01  E21-CLASS-NAME          PIC X(09)  VALUE SPACES.
003660 01  E21-CLASS-LINE          PIC X(132) VALUE SPACES.
003662 01  E21-CLASS-CODE          PIC X(01)  VALUE SPACES.
003664 01  E21-CLASS-SUBTYPE       PIC X(01)  VALUE SPACES.
003666 01  E21-CLASS-PRIMITIVE     PIC X(01)  VALUE SPACES.
003668 01  E21-CLASS-SUBNAME       PIC X(22)  VALUE SPACES.
003670
003680*****************************************************************
003690*  CLASSIFICATION SUMMARY ACCUMULATORS.  COUNTS ARE KEPT IN     *
003840     05  E21-BAND-HIGH-IX       PIC S9(07)  COMP.
003850     05  E21-PERF-IX            PIC S9(04)  COMP.
003860     05  E21-PERF-FOUND         PIC S9(04)  COMP VALUE ZERO.
003862     05  E21-SEMIPERF-COUNT     PIC S9(07)  COMP VALUE ZERO.
003864     05  E21-WEIRD-COUNT        PIC S9(07)  COMP VALUE ZERO.
003866     05  E21-PRIMITIVE-COUNT    PIC S9(07)  COMP VALUE ZERO.
003867     05  E21-UNRESOLVED-COUNT   PIC S9(07)  COMP VALUE ZERO.
003868     05  E21-WEIRD-IX           PIC S9(04)  COMP.
003869     05  E21-WEIRD-FOUND        PIC S9(04)  COMP VALUE ZERO.
003870 01  E21-BAND-TABLE.
003880     05  E21-BAND-ENTRY OCCURS 10000 TIMES.
003890         10  E21-BAND-ABUNDANT      PIC S9(07)  COMP.
003930     05  E21-PERF-ENTRY OCCURS 10 TIMES.
003940         10  E21-PERF-NUMBER        PIC S9(09)  COMP.
003950         10  E21-PERF-SUM           PIC S9(09)  COMP.
003952 01  E21-WEIRD-ROSTER.
003954     05  E21-WEIRD-ENTRY OCCURS 50 TIMES.
003956         10  E21-WEIRD-NUMBER       PIC S9(09)  COMP.
003957         10  E21-WEIRD-SUM          PIC S9(09)  COMP.
003958         10  E21-WEIRD-PRIMITIVE    PIC X(01).
003960
003961*****************************************************************
003962*  SEMIPERFECT / WEIRD TEST WORK FIELDS.  EVERY PROPER DIVISOR  *
003963*  OF AN ABUNDANT CANDIDATE IS LISTED IN DESCENDING ORDER WITH  *
003964*  THE SUM OF ITSELF AND ALL SMALLER DIVISORS ALONGSIDE.  THE   *
003965*  NUMBER IS SEMIPERFECT WHEN SOME SUBSET OF THOSE DIVISORS     *
003966*  SUMS TO ITS ABUNDANCE (THE REMAINING DIVISORS THEN SUM TO    *
003967*  THE NUMBER ITSELF).  THE SEARCH IS A DEPTH-FIRST WALK WITH   *
003968*  AN EXPLICIT STACK OF THE DIVISORS TAKEN, PRUNED AS SOON AS   *
003969*  THE DIVISORS LEFT CANNOT MAKE UP THE REMAINDER, AND CAPPED   *
003970*  SO THAT NO SINGLE NUMBER CAN EAT THE BATCH WINDOW.  SMALL    *
003971*  DIVISORS (UP TO THE SQUARE ROOT) AND THEIR LARGE CO-         *
003972*  DIVISORS ARE GATHERED SEPARATELY AND MERGED INTO ORDER.      *
003973*****************************************************************
003974 01  E21-SEMI-FIELDS.
003975     05  E21-SEMI-TRIAL         PIC S9(09)  COMP.
003976     05  E21-SEMI-QUOT          PIC S9(09)  COMP.
003977     05  E21-SEMI-REM           PIC S9(09)  COMP.
003978     05  E21-SEMI-TARGET        PIC S9(09)  COMP.
003979     05  E21-SEMI-REMAINING     PIC S9(09)  COMP.
003980     05  E21-SEMI-STEPS         PIC S9(09)  COMP.
003981     05  E21-SEMI-STEP-CAP      PIC S9(09)  COMP VALUE 1000000.
003982     05  E21-SEMI-IX            PIC S9(04)  COMP.
003983     05  E21-SEMI-LOW-COUNT     PIC S9(04)  COMP.
003984     05  E21-SEMI-HIGH-COUNT    PIC S9(04)  COMP.
003985     05  E21-DIV-COUNT          PIC S9(04)  COMP.
003986     05  E21-DIV-IX             PIC S9(04)  COMP.
003987     05  E21-STACK-DEPTH        PIC S9(04)  COMP.
003988 01  E21-DIV-LOW-TABLE.
003989     05  E21-DIV-LOW OCCURS 250 TIMES
003990                             PIC S9(09)  COMP.
003991 01  E21-DIV-HIGH-TABLE.
003992     05  E21-DIV-HIGH OCCURS 250 TIMES
003993                             PIC S9(09)  COMP.
003994 01  E21-DIV-TABLE.
003995     05  E21-DIV-ENTRY OCCURS 500 TIMES.
003996         10  E21-DIV-VALUE          PIC S9(09)  COMP.
003997         10  E21-DIV-SUFFIX         PIC S9(09)  COMP.
003998 01  E21-DIV-STACK-TABLE.
003999     05  E21-DIV-STACK OCCURS 500 TIMES
004000                             PIC S9(04)  COMP.
004001 01  E21-SEMI-STATE          PIC X(01)  VALUE "N".
004002     88  E21-SEMI-SEARCHING        VALUE "N".
004003     88  E21-SEMI-FOUND            VALUE "Y".
004004     88  E21-SEMI-EXHAUSTED        VALUE "X".
004005     88  E21-SEMI-CAPPED           VALUE "U".
004006 01  E21-PRIMITIVE-SWITCH    PIC X(01)  VALUE "Y".
004007     88  E21-IS-PRIMITIVE          VALUE "Y".
004008
004009*****************************************************************
004010*  CSV EXTRACT WORK FIELDS                                      *
004011*****************************************************************
004012 01  E21-RUN-DATE-CSV         PIC X(10)  VALUE SPACES.
004013 01  E21-CSV-LINE             PIC X(80)  VALUE SPACES.
004020
004030 01  E21-CSV-EDIT-FIELDS.
004040     05  E21-CSV-NUM1            PIC 9(07).
004230*  0100-PROCESS-ONE-RANGE -- RUN ONE SCHEDULED SCAN REQUEST:    *
004240*  SET UP THE RANGE, REBUILD THE SIGMA TABLE FOR ITS UPPER      *
004250*  BOUND, SCAN, PRINT THE RANGE SUBTOTAL, THEN RECONCILE AND    *
004260*  AUDIT THAT RANGE ON ITS OWN.  A PARTITION JOB ENDS THE RANGE *
004263*  WITH ITS SUBTOTAL ON PARTWRK INSTEAD; THE MERGE STEP         *
004266*  RECONCILES AND AUDITS THE WHOLE RANGE ONCE.                  *
004270*****************************************************************
004280 0100-PROCESS-ONE-RANGE.
004290     PERFORM 1200-SET-UP-RANGE      THRU 1200-EXIT.
004420         PERFORM 3750-WRITE-TRAJ-SUMMARY THRU 3750-EXIT
004430     END-IF.
004440     ADD ANS TO E21-GRAND-ANS.
004442     IF E21-PARTITIONED
004444         PERFORM 3780-WRITE-PART-SUBTOTAL THRU 3780-EXIT
004446         GO TO 0100-EXIT
004448     END-IF.
004450     IF E21-BUDGET-EXHAUSTED
004460         PERFORM 5000-WRITE-AUDIT   THRU 5000-EXIT
004470         GO TO 0100-EXIT
005050     IF E21-PARM-MAX-ITERS NUMERIC
005060         MOVE E21-PARM-MAX-ITERS TO E21-MAX-ITERS-USED
005070     END-IF.
005071     IF E21-PARM-PART-COUNT NUMERIC
005072        AND E21-PARM-PART-COUNT GREATER THAN 1
005073         IF E21-PARM-PART-NUMBER NOT NUMERIC
005074            OR E21-PARM-PART-NUMBER LESS THAN 1
005075            OR E21-PARM-PART-NUMBER
005076                   GREATER THAN E21-PARM-PART-COUNT
005077            OR E21-PARM-PART-COUNT GREATER THAN 20
005078             DISPLAY "EULER21: INVALID PARTITION, NUMBER="
005079                     E21-PARM-PART-NUMBER
005080                     " COUNT=" E21-PARM-PART-COUNT
005081             MOVE 8 TO RETURN-CODE
005082             GO TO 1000-EXIT-ERROR
005083         END-IF
005084         MOVE "Y" TO E21-PART-SWITCH
005085         MOVE E21-PARM-PART-NUMBER TO E21-PART-NUMBER-USED
005086         MOVE E21-PARM-PART-COUNT  TO E21-PART-COUNT-USED
005087         DISPLAY "EULER21: PARTITION " E21-PART-NUMBER-USED
005088                 " OF " E21-PART-COUNT-USED
005089                 ", WORK GOES TO PARTWRK"
005090     END-IF.
005091     PERFORM 1300-CURRENT-TIME-SECONDS THRU 1300-EXIT.
005092     MOVE E21-NOW-SECS TO E21-JOB-START-SECS.
005100
005110     IF E21-ANY-RESTART
005120         PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
005860         GO TO 1000-EXIT-ERROR
005870     END-IF.
005880
005881*    A PARTITION JOB LEAVES THE LEDGER, THE AUDIT TRAIL AND THE
005882*    SHARED KEYED FILES ALONE; ITS ONLY OTHER OUTPUT IS PARTWRK,
005883*    KEPT ACROSS A RESTART LIKE THE CHAIN AND TRAJECTORY FILES.
005884     IF E21-PARTITIONED
005885         IF E21-ANY-RESTART
005886             OPEN EXTEND PARTWRK
005887             IF E21-PARTWRK-STATUS NOT EQUAL "00"
005888                 OPEN OUTPUT PARTWRK
005889             END-IF
005890         ELSE
005891             OPEN OUTPUT PARTWRK
005892         END-IF
005893         IF E21-PARTWRK-STATUS NOT EQUAL "00"
005894             DISPLAY "EULER21: UNABLE TO OPEN PARTWRK, STATUS="
005895                     E21-PARTWRK-STATUS
005896             MOVE 8 TO RETURN-CODE
005897             GO TO 1000-EXIT-ERROR
005898         END-IF
005899         GO TO 1000-EXIT
005900     END-IF.
005901
005902     OPEN EXTEND COVLEDG.
005903     IF E21-COVLEDG-STATUS NOT EQUAL "00"
005910         OPEN OUTPUT COVLEDG
005920     END-IF.
005930     IF E21-COVLEDG-STATUS NOT EQUAL "00"
006220         MOVE 8 TO RETURN-CODE
006230         GO TO 1000-EXIT-ERROR
006240     END-IF.
006241
006242*    THE BETROTHED-PAIR FILE IS CUMULATIVE IN THE SAME WAY.
006243     OPEN I-O BETRFIL.
006244     IF E21-BETRFIL-STATUS NOT EQUAL "00"
006245         OPEN OUTPUT BETRFIL
006246     END-IF.
006247     IF E21-BETRFIL-STATUS NOT EQUAL "00"
006248         DISPLAY "EULER21: UNABLE TO OPEN BETRFIL, STATUS="
006249                 E21-BETRFIL-STATUS
006250         MOVE 8 TO RETURN-CODE
006251         GO TO 1000-EXIT-ERROR
006252     END-IF.
006253
006260     IF E21-ANY-RESTART
006270         OPEN I-O CHNFIL
006280         IF E21-CHNFIL-STATUS NOT EQUAL "00"
006520         MOVE 8 TO RETURN-CODE
006530         GO TO 1000-EXIT-ERROR
006540     END-IF.
006541
006542*    THE CLASSIFICATION FILE IS CUMULATIVE LIKE THE PAIR FILE.
006543     OPEN I-O CLASFIL.
006544     IF E21-CLASFIL-STATUS NOT EQUAL "00"
006545         OPEN OUTPUT CLASFIL
006546     END-IF.
006547     IF E21-CLASFIL-STATUS NOT EQUAL "00"
006548         DISPLAY "EULER21: UNABLE TO OPEN CLASFIL, STATUS="
006549                 E21-CLASFIL-STATUS
006550         MOVE 8 TO RETURN-CODE
006551         GO TO 1000-EXIT-ERROR
006552     END-IF.
006553     GO TO 1000-EXIT.
006560
006570 1000-EXIT-ERROR.
006580     STOP RUN.
007360*  ONLY WHEN THE BOUNDS RECORDED IN THAT CHECKPOINT MATCH THIS   *
007370*  RANGE EXACTLY (OVERLAPPING OR DUPLICATED BANDS IN THE         *
007380*  SCHEDULE MUST NEVER INHERIT ANOTHER RANGE'S POSITION);        *
007390*  EVERY OTHER RANGE SCANS COLD.  IN A PARTITION JOB THE RANGE   *
007395*  IS FIRST CUT DOWN TO THIS PARTITION'S SLICE (1250).           *
007400*****************************************************************
007410 1200-SET-UP-RANGE.
007420     MOVE E21-SCHED-ENTRY (E21-SCHED-IX) TO E21-PARM-RECORD.
007750        AND NOT E21-CLASS-BOTH
007760         MOVE "B" TO E21-PARM-CLASS-RPT
007770     END-IF.
007771     IF E21-PARM-PART-COUNT NOT NUMERIC
007772        OR E21-PARM-PART-NUMBER NOT NUMERIC
007773         MOVE ZERO TO E21-PARM-PART-COUNT
007774         MOVE ZERO TO E21-PARM-PART-NUMBER
007775     END-IF.
007776     IF E21-PARM-PART-COUNT NOT GREATER THAN 1
007777         MOVE ZERO TO E21-PARM-PART-COUNT
007778         MOVE ZERO TO E21-PARM-PART-NUMBER
007779     END-IF.
007780     PERFORM 1220-RESET-CLASS-SUMMARY THRU 1220-EXIT.
007790     PERFORM 1240-RESET-TRAJ-COUNTS   THRU 1240-EXIT.
007800
007910         GO TO 1200-EXIT
007920     END-IF.
007930
007931     MOVE "N" TO E21-PART-EMPTY-SWITCH.
007932     PERFORM 1250-SET-UP-PARTITION THRU 1250-EXIT.
007933     IF E21-RANGE-SKIPPED
007934         GO TO 1200-EXIT
007935     END-IF.
007936
007940     MOVE ZEROS TO ANS.
007950     MOVE ZEROS TO E21-ITER-COUNT.
007955     MOVE ZERO TO E21-BETR-COUNT.
007960     MOVE SPACES TO E21-RECON-RESULT.
007970     MOVE "N" TO E21-RANGE-RESUMED-SWITCH.
007980     MOVE E21-PARM-LOWER-BOUND TO E21-RESUME-START.
007985     PERFORM 1300-CURRENT-TIME-SECONDS THRU 1300-EXIT.
007986     MOVE E21-NOW-SECS TO E21-RANGE-START-SECS.
007990
008000     IF E21-RESTART-REQUESTED
008010        AND E21-LAST-CHKPT-NUMBER GREATER THAN ZERO
008100                 E21-PARM-LOWER-BOUND "-" E21-PARM-UPPER-BOUND
008110                 " AFTER " E21-LAST-CHKPT-NUMBER
008120     END-IF.
008121     IF E21-PART-SLICE-EMPTY
008122         COMPUTE E21-RESUME-START = E21-PARM-UPPER-BOUND + 1
008123         DISPLAY "EULER21: NO CANDIDATES IN THIS PARTITION OF "
008124                 E21-PART-RANGE-LOWER "-" E21-PART-RANGE-UPPER
008125     END-IF.
008130
008140     PERFORM 1210-WRITE-RANGE-HEADER THRU 1210-EXIT.
008150 1200-EXIT.
008270     END-STRING.
008280     MOVE E21-DETAIL-LINE TO E21-DETRPT-RECORD.
008290     WRITE E21-DETRPT-RECORD.
008291     IF E21-PARTITIONED
008292         MOVE E21-PART-NUMBER-USED TO E21-ED-PART1
008293         MOVE E21-PART-COUNT-USED  TO E21-ED-PART2
008294         MOVE E21-PART-RANGE-LOWER TO E21-ED-NUM1
008295         MOVE E21-PART-RANGE-UPPER TO E21-ED-NUM2
008296         MOVE SPACES TO E21-DETAIL-LINE
008297         STRING "  PARTITION " E21-ED-PART1 " OF " E21-ED-PART2
008298                " OF SCHEDULED RANGE "
008299                E21-ED-NUM1 " - " E21-ED-NUM2
008300                DELIMITED BY SIZE INTO E21-DETAIL-LINE
008301         END-STRING
008302         MOVE E21-DETAIL-LINE TO E21-DETRPT-RECORD
008303         WRITE E21-DETRPT-RECORD
008304     END-IF.
008305 1210-EXIT.
008310     EXIT.
008320
008330 1220-RESET-CLASS-SUMMARY.
008350     MOVE ZERO TO E21-DEFICIENT-COUNT.
008360     MOVE ZERO TO E21-PERFECT-COUNT.
008370     MOVE ZERO TO E21-PERF-FOUND.
008371     MOVE ZERO TO E21-SEMIPERF-COUNT.
008372     MOVE ZERO TO E21-WEIRD-COUNT.
008373     MOVE ZERO TO E21-PRIMITIVE-COUNT.
008374     MOVE ZERO TO E21-UNRESOLVED-COUNT.
008375     MOVE ZERO TO E21-WEIRD-FOUND.
008380     PERFORM 1230-CLEAR-ONE-BAND THRU 1230-EXIT
008390         VARYING E21-BAND-IX FROM 1 BY 1
008400         UNTIL E21-BAND-IX GREATER THAN 10000.
008550     MOVE ZERO TO E21-TRAJ-OPEN-COUNT.
008560 1240-EXIT.
008570     EXIT.
008571
008572*****************************************************************
008573*  1250-SET-UP-PARTITION -- HOLD EVERY CARD TO THE PARTITION OF  *
008574*  THE FIRST CARD AND, IN A PARTITION JOB, CUT THE RANGE DOWN TO *
008575*  THIS PARTITION'S SLICE.  THE SCHEDULED BOUNDS ARE KEPT FOR   *
008576*  THE WORK RECORDS; THE PARAMETER AREA THEN CARRIES THE SLICE, *
008577*  SO THE SIGMA BUILD, THE SCAN, THE CHECKPOINTS AND THE        *
008578*  RESTART MATCH ALL WORK ON THE SLICE AS THEY WOULD ON A WHOLE *
008579*  RANGE.  A SLICE WITH NO CANDIDATES IS MARKED EMPTY: IT SCANS  *
008580*  NOTHING BUT STILL WRITES ITS ZERO SUBTOTAL, SO THE MERGE STEP *
008581*  CAN SEE THAT EVERY PARTITION OF THE RANGE RAN.                *
008582*****************************************************************
008583 1250-SET-UP-PARTITION.
008584     IF E21-PARM-PART-COUNT  NOT EQUAL E21-PART-COUNT-USED
008585        OR E21-PARM-PART-NUMBER NOT EQUAL E21-PART-NUMBER-USED
008586         DISPLAY "EULER21: PARTITION ON CARD DIFFERS FROM FIRST "
008587                 "CARD, RANGE SKIPPED"
008588         IF RETURN-CODE LESS THAN 8
008589             MOVE 8 TO RETURN-CODE
008590         END-IF
008591         MOVE "N" TO E21-RANGE-OK-SWITCH
008592         GO TO 1250-EXIT
008593     END-IF.
008594     IF NOT E21-PARTITIONED
008595         GO TO 1250-EXIT
008596     END-IF.
008597
008598     MOVE E21-PARM-LOWER-BOUND TO E21-PART-RANGE-LOWER.
008599     MOVE E21-PARM-UPPER-BOUND TO E21-PART-RANGE-UPPER.
008600     COMPUTE E21-PART-CANDIDATES =
008601         (E21-PARM-UPPER-BOUND - E21-PARM-LOWER-BOUND)
008602         / E21-PARM-STEP + 1.
008603     COMPUTE E21-PART-SLICE-SIZE =
008604         (E21-PART-CANDIDATES + E21-PART-COUNT-USED - 1)
008605         / E21-PART-COUNT-USED.
008606     COMPUTE E21-PART-SLICE-LOWER = E21-PARM-LOWER-BOUND
008607         + (E21-PART-NUMBER-USED - 1) * E21-PART-SLICE-SIZE
008608         * E21-PARM-STEP.
008609     COMPUTE E21-PART-SLICE-UPPER = E21-PART-SLICE-LOWER
008610         + (E21-PART-SLICE-SIZE - 1) * E21-PARM-STEP.
008611     IF E21-PART-SLICE-UPPER GREATER THAN E21-PARM-UPPER-BOUND
008612         MOVE E21-PARM-UPPER-BOUND TO E21-PART-SLICE-UPPER
008613     END-IF.
008614     IF E21-PART-SLICE-LOWER GREATER THAN E21-PARM-UPPER-BOUND
008615         MOVE "Y" TO E21-PART-EMPTY-SWITCH
008616         MOVE E21-PARM-UPPER-BOUND TO E21-PART-SLICE-LOWER
008617     END-IF.
008618     MOVE E21-PART-SLICE-LOWER TO E21-PARM-LOWER-BOUND.
008619     MOVE E21-PART-SLICE-UPPER TO E21-PARM-UPPER-BOUND.
008620 1250-EXIT.
008621     EXIT.
008622
008623*****************************************************************
008624*  1300-CURRENT-TIME-SECONDS -- THE CLOCK REDUCED TO WHOLE      *
008625*  SECONDS, FOR THE ELAPSED-TIME SIDE OF THE WINDOW BUDGET      *
008626*****************************************************************
008630 1300-CURRENT-TIME-SECONDS.
008640     MOVE FUNCTION CURRENT-DATE TO E21-SYSTEM-DATE-TIME.
008650     MOVE E21-SYSTEM-DATE-TIME (1:8)  TO E21-TS-DATE-PART.
009210     ADD 1 TO E21-JOB-ITER-COUNT.
009220
009230     IF NOT E21-MODE-SOCIABLE AND NOT E21-MODE-TRAJECTORY
009235        AND NOT E21-MODE-BETROTHED
009240         MOVE LOOPCOUNT2 TO E21-LOOKUP-X
009250         PERFORM 3200-LOOKUP-SIGMA THRU 3200-EXIT
009260         MOVE E21-LOOKUP-RESULT TO TEMP2
009440
009450     IF E21-MODE-TRAJECTORY
009460         PERFORM 3650-FOLLOW-TRAJECTORY THRU 3650-EXIT
009462     END-IF.
009464
009466     IF E21-MODE-BETROTHED
009468         PERFORM 3350-CHECK-BETROTHED THRU 3350-EXIT
009470     END-IF.
009480
009490     IF E21-PARM-CHKPT-INTERVAL GREATER THAN ZERO
010222     MOVE E21-RUN-TIMESTAMP    TO E21-PAIR-RUN-TIMESTAMP.
010224     MOVE E21-PARM-LOWER-BOUND TO E21-PAIR-FOUND-LOWER.
010226     MOVE E21-PARM-UPPER-BOUND TO E21-PAIR-FOUND-UPPER.
010227     IF E21-PARTITIONED
010228         MOVE SPACES TO E21-PWRK-RECORD
010229         MOVE "P" TO E21-PWRK-TYPE
010230         MOVE E21-PAIR-RECORD TO E21-PWRK-DATA
010231         PERFORM 3790-WRITE-PART-WORK THRU 3790-EXIT
010232         GO TO 3320-EXIT
010233     END-IF.
010234     WRITE E21-PAIR-RECORD
010240         INVALID KEY
010250             CONTINUE
010270     END-WRITE.
010470     WRITE E21-CSVOUT-RECORD.
010480 3330-EXIT.
010490     EXIT.
010491
010492*****************************************************************
010493*  3350-CHECK-BETROTHED -- QUASI-AMICABLE TEST (RUN MODE Q).     *
010494*  THE CANDIDATE N IS BETROTHED WHEN M = S(N) - 1 IS ANOTHER     *
010495*  NUMBER WITH S(M) - 1 = N, WHERE S IS THE ALIQUOT SUM.  EACH   *
010496*  MEMBER IS LISTED ON DETRPT WHEN SCANNED, AND THE PAIR IS      *
010497*  WRITTEN ONCE, FROM ITS SMALLER MEMBER.  A PRIME (SUM 1) OR A  *
010498*  SUM OF 2 CANNOT HAVE A PARTNER AND IS PASSED OVER.  ANS IS    *
010499*  LEFT ALONE: IT REMAINS THE AMICABLE CONTROL FIGURE.           *
010500*****************************************************************
010501 3350-CHECK-BETROTHED.
010502     MOVE LOOPCOUNT2 TO E21-LOOKUP-X.
010503     PERFORM 3200-LOOKUP-SIGMA THRU 3200-EXIT.
010504     MOVE E21-LOOKUP-RESULT TO TEMP2.
010505     IF TEMP2 NOT GREATER THAN 2
010506         GO TO 3350-EXIT
010507     END-IF.
010508     COMPUTE E21-BETR-X = TEMP2 - 1.
010509     IF E21-BETR-X EQUAL LOOPCOUNT2
010510         GO TO 3350-EXIT
010511     END-IF.
010512     MOVE E21-BETR-X TO E21-LOOKUP-X.
010513     PERFORM 3200-LOOKUP-SIGMA THRU 3200-EXIT.
010514     MOVE E21-LOOKUP-RESULT TO RESULT.
010515     IF RESULT - 1 NOT EQUAL LOOPCOUNT2
010516         GO TO 3350-EXIT
010517     END-IF.
010518     PERFORM 3360-WRITE-BETR-LINE THRU 3360-EXIT.
010519     IF LOOPCOUNT2 LESS THAN E21-BETR-X
010520         ADD 1 TO E21-BETR-COUNT
010521         PERFORM 3370-WRITE-BETR-RECORD THRU 3370-EXIT
010522     END-IF.
010523 3350-EXIT.
010524     EXIT.
010525
010526 3360-WRITE-BETR-LINE.
010527     MOVE LOOPCOUNT2 TO E21-ED-NUM1.
010528     MOVE E21-BETR-X TO E21-ED-NUM2.
010529     MOVE TEMP2      TO E21-ED-SUM1.
010530     MOVE RESULT     TO E21-ED-SUM2.
010531     MOVE SPACES TO E21-DETAIL-LINE.
010532     STRING "BETROTHED " E21-ED-NUM1 " / " E21-ED-NUM2
010533            "  SUM1=" E21-ED-SUM1 "  SUM2=" E21-ED-SUM2
010534            DELIMITED BY SIZE INTO E21-DETAIL-LINE
010535     END-STRING.
010536     MOVE E21-DETAIL-LINE TO E21-DETRPT-RECORD.
010537     WRITE E21-DETRPT-RECORD.
010538 3360-EXIT.
010539     EXIT.
010540
010541*****************************************************************
010542*  3370-WRITE-BETR-RECORD -- KEYED BETROTHED-PAIR RECORD, MERGED *
010543*  INTO THE RETAINED FILE EXACTLY AS 3320 MERGES AMICABLE PAIRS: *
010544*  A PAIR ALREADY ON FILE KEEPS ITS ORIGINAL PROVENANCE.         *
010545*****************************************************************
010546 3370-WRITE-BETR-RECORD.
010547     MOVE SPACES TO E21-BETR-RECORD.
010548     MOVE LOOPCOUNT2 TO E21-BETR-KEY.
010549     MOVE E21-BETR-X TO E21-BETR-PARTNER.
010550     MOVE TEMP2      TO E21-BETR-KEY-SUM.
010551     MOVE RESULT     TO E21-BETR-PARTNER-SUM.
010552     MOVE E21-RUN-TIMESTAMP    TO E21-BETR-RUN-TIMESTAMP.
010553     MOVE E21-PARM-LOWER-BOUND TO E21-BETR-FOUND-LOWER.
010554     MOVE E21-PARM-UPPER-BOUND TO E21-BETR-FOUND-UPPER.
010555     IF E21-PARTITIONED
010556         MOVE SPACES TO E21-PWRK-RECORD
010557         MOVE "Q" TO E21-PWRK-TYPE
010558         MOVE E21-BETR-RECORD TO E21-PWRK-DATA
010559         PERFORM 3790-WRITE-PART-WORK THRU 3790-EXIT
010560         GO TO 3370-EXIT
010561     END-IF.
010562     WRITE E21-BETR-RECORD
010563         INVALID KEY
010564             CONTINUE
010565     END-WRITE.
010566 3370-EXIT.
010567     EXIT.
010568
010569*****************************************************************
010570*  3400-CLASSIFY-CANDIDATE -- ABUNDANT/DEFICIENT/PERFECT TEST    *
010571*  BASED ON THE ALIQUOT (PROPER DIVISOR) SUM ALREADY LOOKED UP   *
010572*  INTO TEMP2 FOR THIS CANDIDATE.  AN ABUNDANT NUMBER IS TESTED  *
010573*  FURTHER FOR SEMIPERFECT, WEIRD AND PRIMITIVE, AND EVERY       *
010574*  NUMBER CLASSIFIED IS MERGED INTO THE CLASSIFICATION FILE.     *
010575*****************************************************************
010576 3400-CLASSIFY-CANDIDATE.
010577     COMPUTE E21-BAND-IX = (LOOPCOUNT2 - 1) / 1000 + 1.
010578     MOVE SPACES TO E21-CLASS-SUBTYPE.
010579     MOVE SPACES TO E21-CLASS-PRIMITIVE.
010580     EVALUATE TRUE
010590         WHEN TEMP2 EQUAL LOOPCOUNT2
010600             MOVE "PERFECT"   TO E21-CLASS-NAME
010605             MOVE "P"         TO E21-CLASS-CODE
010610             ADD 1 TO E21-PERFECT-COUNT
010620             ADD 1 TO E21-BAND-PERFECT (E21-BAND-IX)
010630             IF E21-PERF-FOUND LESS THAN 10
010680             END-IF
010690         WHEN TEMP2 GREATER THAN LOOPCOUNT2
010700             MOVE "ABUNDANT"  TO E21-CLASS-NAME
010705             MOVE "A"         TO E21-CLASS-CODE
010710             ADD 1 TO E21-ABUNDANT-COUNT
010720             ADD 1 TO E21-BAND-ABUNDANT (E21-BAND-IX)
010725             PERFORM 3420-TEST-ABUNDANT-SUBTYPE THRU 3420-EXIT
010730         WHEN OTHER
010740             MOVE "DEFICIENT" TO E21-CLASS-NAME
010745             MOVE "D"         TO E21-CLASS-CODE
010750             ADD 1 TO E21-DEFICIENT-COUNT
010760             ADD 1 TO E21-BAND-DEFICIENT (E21-BAND-IX)
010770     END-EVALUATE.
010780     IF E21-CLASS-DETAIL-ONLY OR E21-CLASS-BOTH
010790         PERFORM 3410-WRITE-CLASS-LINE THRU 3410-EXIT
010800     END-IF.
010805     PERFORM 3460-WRITE-CLASS-RECORD THRU 3460-EXIT.
010810 3400-EXIT.
010820     EXIT.
010830
010840 3410-WRITE-CLASS-LINE.
010850     MOVE LOOPCOUNT2 TO E21-ED-CLASS-NUM.
010860     MOVE TEMP2      TO E21-ED-CLASS-SUM.
010861     MOVE SPACES TO E21-CLASS-SUBNAME.
010862     EVALUATE TRUE
010863         WHEN E21-CLASS-SUBTYPE EQUAL "S"
010864             MOVE "  SEMIPERFECT" TO E21-CLASS-SUBNAME
010865         WHEN E21-CLASS-SUBTYPE EQUAL "W"
010866             MOVE "  WEIRD"       TO E21-CLASS-SUBNAME
010867         WHEN E21-CLASS-SUBTYPE EQUAL "U"
010868             MOVE "  UNRESOLVED"  TO E21-CLASS-SUBNAME
010869     END-EVALUATE.
010870     IF E21-CLASS-PRIMITIVE EQUAL "Y"
010871         MOVE "PRIMITIVE" TO E21-CLASS-SUBNAME (14:9)
010872     END-IF.
010873     MOVE SPACES TO E21-CLASS-LINE.
010880     STRING "NUMBER " E21-ED-CLASS-NUM
010890            "  ALIQUOT-SUM=" E21-ED-CLASS-SUM
010900            "  CLASS=" E21-CLASS-NAME
010905            E21-CLASS-SUBNAME
010910            DELIMITED BY SIZE INTO E21-CLASS-LINE
010920     END-STRING.
010930     MOVE E21-CLASS-LINE TO E21-CLASFRPT-RECORD.
010940     WRITE E21-CLASFRPT-RECORD.
010950 3410-EXIT.
010960     EXIT.
010961
010962*****************************************************************
010963*  3420-TEST-ABUNDANT-SUBTYPE -- LIST THE PROPER DIVISORS, THEN  *
010964*  DECIDE PRIMITIVE (EVERY PROPER DIVISOR DEFICIENT) AND         *
010965*  SEMIPERFECT OR WEIRD (WHETHER ANY SUBSET OF THE DIVISORS      *
010966*  SUMS TO THE NUMBER).  WEIRD NUMBERS GO ON THE ROSTER.         *
010967*****************************************************************
010968 3420-TEST-ABUNDANT-SUBTYPE.
010969     PERFORM 3422-LIST-DIVISORS    THRU 3422-EXIT.
010970     PERFORM 3430-CHECK-PRIMITIVE  THRU 3430-EXIT.
010971     PERFORM 3440-SEARCH-SUBSET    THRU 3440-EXIT.
010972     IF E21-IS-PRIMITIVE
010973         MOVE "Y" TO E21-CLASS-PRIMITIVE
010974         ADD 1 TO E21-PRIMITIVE-COUNT
010975     ELSE
010976         MOVE "N" TO E21-CLASS-PRIMITIVE
010977     END-IF.
010978     EVALUATE TRUE
010979         WHEN E21-SEMI-FOUND
010980             MOVE "S" TO E21-CLASS-SUBTYPE
010981             ADD 1 TO E21-SEMIPERF-COUNT
010982         WHEN E21-SEMI-CAPPED
010983             MOVE "U" TO E21-CLASS-SUBTYPE
010984             ADD 1 TO E21-UNRESOLVED-COUNT
010985             DISPLAY "EULER21: SUBSET SEARCH CAP REACHED FOR "
010986                     LOOPCOUNT2 ", SUBTYPE LEFT UNRESOLVED"
010987         WHEN OTHER
010988             MOVE "W" TO E21-CLASS-SUBTYPE
010989             ADD 1 TO E21-WEIRD-COUNT
010990             IF E21-WEIRD-FOUND LESS THAN 50
010991                 ADD 1 TO E21-WEIRD-FOUND
010992                 MOVE LOOPCOUNT2 TO E21-WEIRD-NUMBER
010993                     (E21-WEIRD-FOUND)
010994                 MOVE TEMP2 TO E21-WEIRD-SUM (E21-WEIRD-FOUND)
010995                 MOVE E21-CLASS-PRIMITIVE
010996                     TO E21-WEIRD-PRIMITIVE (E21-WEIRD-FOUND)
010997             END-IF
010998     END-EVALUATE.
010999 3420-EXIT.
011000     EXIT.
011001
011002*****************************************************************
011003*  3422-LIST-DIVISORS -- TRIAL DIVISION UP TO THE SQUARE ROOT.   *
011004*  EACH SMALL DIVISOR FOUND GIVES A LARGE CO-DIVISOR TOO (THE    *
011005*  NUMBER ITSELF EXCLUDED); THE LARGE ONES ARISE IN DESCENDING   *
011006*  ORDER AND THE SMALL ONES IN ASCENDING, SO THE FULL LIST IN    *
011007*  DESCENDING ORDER IS THE LARGE LIST FOLLOWED BY THE SMALL      *
011008*  LIST REVERSED.  THE RUNNING SUFFIX SUMS ARE THEN ADDED FROM   *
011009*  THE SMALLEST DIVISOR UP.                                     *
011010*****************************************************************
011011 3422-LIST-DIVISORS.
011012     MOVE ZERO TO E21-SEMI-LOW-COUNT.
011013     MOVE ZERO TO E21-SEMI-HIGH-COUNT.
011014     PERFORM 3423-TRY-ONE-DIVISOR THRU 3423-EXIT
011015         VARYING E21-SEMI-TRIAL FROM 1 BY 1
011016         UNTIL E21-SEMI-TRIAL * E21-SEMI-TRIAL
011017               GREATER THAN LOOPCOUNT2.
011018     MOVE ZERO TO E21-DIV-COUNT.
011019     PERFORM 3424-COPY-HIGH-DIVISOR THRU 3424-EXIT
011020         VARYING E21-SEMI-IX FROM 1 BY 1
011021         UNTIL E21-SEMI-IX GREATER THAN E21-SEMI-HIGH-COUNT.
011022     PERFORM 3425-COPY-LOW-DIVISOR THRU 3425-EXIT
011023         VARYING E21-SEMI-IX FROM E21-SEMI-LOW-COUNT BY -1
011024         UNTIL E21-SEMI-IX LESS THAN 1.
011025     PERFORM 3426-SUM-ONE-SUFFIX THRU 3426-EXIT
011026         VARYING E21-DIV-IX FROM E21-DIV-COUNT BY -1
011027         UNTIL E21-DIV-IX LESS THAN 1.
011028 3422-EXIT.
011029     EXIT.
011030
011031 3423-TRY-ONE-DIVISOR.
011032     DIVIDE LOOPCOUNT2 BY E21-SEMI-TRIAL
011033         GIVING E21-SEMI-QUOT REMAINDER E21-SEMI-REM.
011034     IF E21-SEMI-REM NOT EQUAL ZERO
011035         GO TO 3423-EXIT
011036     END-IF.
011037     ADD 1 TO E21-SEMI-LOW-COUNT.
011038     MOVE E21-SEMI-TRIAL TO E21-DIV-LOW (E21-SEMI-LOW-COUNT).
011039     IF E21-SEMI-QUOT NOT EQUAL E21-SEMI-TRIAL
011040        AND E21-SEMI-QUOT NOT EQUAL LOOPCOUNT2
011041         ADD 1 TO E21-SEMI-HIGH-COUNT
011042         MOVE E21-SEMI-QUOT TO E21-DIV-HIGH (E21-SEMI-HIGH-COUNT)
011043     END-IF.
011044 3423-EXIT.
011045     EXIT.
011046
011047 3424-COPY-HIGH-DIVISOR.
011048     ADD 1 TO E21-DIV-COUNT.
011049     MOVE E21-DIV-HIGH (E21-SEMI-IX)
011050         TO E21-DIV-VALUE (E21-DIV-COUNT).
011051 3424-EXIT.
011052     EXIT.
011053
011054 3425-COPY-LOW-DIVISOR.
011055     ADD 1 TO E21-DIV-COUNT.
011056     MOVE E21-DIV-LOW (E21-SEMI-IX)
011057         TO E21-DIV-VALUE (E21-DIV-COUNT).
011058 3425-EXIT.
011059     EXIT.
011060
011061 3426-SUM-ONE-SUFFIX.
011062     IF E21-DIV-IX EQUAL E21-DIV-COUNT
011063         MOVE E21-DIV-VALUE (E21-DIV-IX)
011064             TO E21-DIV-SUFFIX (E21-DIV-IX)
011065     ELSE
011066         COMPUTE E21-DIV-SUFFIX (E21-DIV-IX) =
011067             E21-DIV-VALUE (E21-DIV-IX)
011068             + E21-DIV-SUFFIX (E21-DIV-IX + 1)
011069     END-IF.
011070 3426-EXIT.
011071     EXIT.
011072
011073*****************************************************************
011074*  3430-CHECK-PRIMITIVE -- AN ABUNDANT NUMBER IS PRIMITIVE WHEN  *
011075*  NONE OF ITS PROPER DIVISORS IS ITSELF ABUNDANT OR PERFECT.    *
011076*  EVERY DIVISOR IS BELOW THE CANDIDATE, SO ITS SUM COMES FROM   *
011077*  THE SIGMA TABLE ALREADY BUILT FOR THE RANGE.                  *
011078*****************************************************************
011079 3430-CHECK-PRIMITIVE.
011080     MOVE "Y" TO E21-PRIMITIVE-SWITCH.
011081     PERFORM 3432-CHECK-ONE-DIVISOR THRU 3432-EXIT
011082         VARYING E21-DIV-IX FROM 1 BY 1
011083         UNTIL E21-DIV-IX GREATER THAN E21-DIV-COUNT
011084            OR NOT E21-IS-PRIMITIVE.
011085 3430-EXIT.
011086     EXIT.
011087
011088 3432-CHECK-ONE-DIVISOR.
011089     IF E21-DIV-VALUE (E21-DIV-IX) GREATER THAN 1
011090         MOVE E21-DIV-VALUE (E21-DIV-IX) TO E21-LOOKUP-X
011091         PERFORM 3200-LOOKUP-SIGMA THRU 3200-EXIT
011092         IF E21-LOOKUP-RESULT NOT LESS THAN E21-LOOKUP-X
011093             MOVE "N" TO E21-PRIMITIVE-SWITCH
011094         END-IF
011095     END-IF.
011096 3432-EXIT.
011097     EXIT.
011098
011099*****************************************************************
011100*  3440-SEARCH-SUBSET -- LOOK FOR A SUBSET OF THE DIVISORS       *
011101*  SUMMING TO THE ABUNDANCE.  AT EACH STEP THE WALK EITHER       *
011102*  TAKES THE CURRENT DIVISOR (PUSHING IT ON THE STACK), SKIPS    *
011103*  ONE TOO LARGE FOR THE REMAINDER, OR - WHEN THE DIVISORS LEFT  *
011104*  CANNOT MAKE UP THE REMAINDER - BACKS OUT THE LAST DIVISOR     *
011105*  TAKEN AND TRIES THE BRANCH WITHOUT IT.  AN EMPTY STACK TO     *
011106*  BACK OUT OF MEANS NO SUBSET EXISTS: THE NUMBER IS WEIRD.      *
011107*****************************************************************
011108 3440-SEARCH-SUBSET.
011109     MOVE "N" TO E21-SEMI-STATE.
011110     COMPUTE E21-SEMI-TARGET = TEMP2 - LOOPCOUNT2.
011111     MOVE E21-SEMI-TARGET TO E21-SEMI-REMAINING.
011112     MOVE ZERO TO E21-STACK-DEPTH.
011113     MOVE ZERO TO E21-SEMI-STEPS.
011114     MOVE 1 TO E21-DIV-IX.
011115     PERFORM 3442-SEARCH-ONE-STEP THRU 3442-EXIT
011116         UNTIL NOT E21-SEMI-SEARCHING.
011117 3440-EXIT.
011118     EXIT.
011119
011120 3442-SEARCH-ONE-STEP.
011121     ADD 1 TO E21-SEMI-STEPS.
011122     EVALUATE TRUE
011123         WHEN E21-SEMI-REMAINING EQUAL ZERO
011124             MOVE "Y" TO E21-SEMI-STATE
011125         WHEN E21-SEMI-STEPS GREATER THAN E21-SEMI-STEP-CAP
011126             MOVE "U" TO E21-SEMI-STATE
011127         WHEN E21-DIV-IX GREATER THAN E21-DIV-COUNT
011128             PERFORM 3444-BACK-OUT-ONE THRU 3444-EXIT
011129         WHEN E21-DIV-SUFFIX (E21-DIV-IX) LESS THAN
011130              E21-SEMI-REMAINING
011131             PERFORM 3444-BACK-OUT-ONE THRU 3444-EXIT
011132         WHEN E21-DIV-VALUE (E21-DIV-IX) GREATER THAN
011133              E21-SEMI-REMAINING
011134             ADD 1 TO E21-DIV-IX
011135         WHEN OTHER
011136             ADD 1 TO E21-STACK-DEPTH
011137             MOVE E21-DIV-IX TO E21-DIV-STACK (E21-STACK-DEPTH)
011138             SUBTRACT E21-DIV-VALUE (E21-DIV-IX)
011139                 FROM E21-SEMI-REMAINING
011140             ADD 1 TO E21-DIV-IX
011141     END-EVALUATE.
011142 3442-EXIT.
011143     EXIT.
011144
011145 3444-BACK-OUT-ONE.
011146     IF E21-STACK-DEPTH EQUAL ZERO
011147         MOVE "X" TO E21-SEMI-STATE
011148         GO TO 3444-EXIT
011149     END-IF.
011150     MOVE E21-DIV-STACK (E21-STACK-DEPTH) TO E21-DIV-IX.
011151     SUBTRACT 1 FROM E21-STACK-DEPTH.
011152     ADD E21-DIV-VALUE (E21-DIV-IX) TO E21-SEMI-REMAINING.
011153     ADD 1 TO E21-DIV-IX.
011154 3444-EXIT.
011155     EXIT.
011156
011157*****************************************************************
011158*  3460-WRITE-CLASS-RECORD -- KEYED CLASSIFICATION RECORD, ONE   *
011159*  PER NUMBER CLASSIFIED.  A NUMBER ALREADY ON FILE FROM AN      *
011160*  EARLIER RUN IS REWRITTEN WITH THE RESULT JUST COMPUTED.       *
011161*****************************************************************
011162 3460-WRITE-CLASS-RECORD.
011163     MOVE SPACES TO E21-CLS-RECORD.
011164     MOVE LOOPCOUNT2          TO E21-CLS-KEY.
011165     MOVE TEMP2               TO E21-CLS-ALIQUOT-SUM.
011166     MOVE E21-CLASS-CODE      TO E21-CLS-CLASS.
011167     COMPUTE E21-CLS-ABUNDANCE = TEMP2 - LOOPCOUNT2.
011168     MOVE E21-CLASS-SUBTYPE   TO E21-CLS-SUBTYPE.
011169     MOVE E21-CLASS-PRIMITIVE TO E21-CLS-PRIMITIVE.
011170     IF E21-PARTITIONED
011171         MOVE SPACES TO E21-PWRK-RECORD
011172         MOVE "C" TO E21-PWRK-TYPE
011173         MOVE E21-CLS-RECORD TO E21-PWRK-DATA
011174         PERFORM 3790-WRITE-PART-WORK THRU 3790-EXIT
011175         GO TO 3460-EXIT
011176     END-IF.
011177     WRITE E21-CLS-RECORD
011178         INVALID KEY
011179             REWRITE E21-CLS-RECORD
011180                 INVALID KEY
011181                     DISPLAY "EULER21: CLASFIL REWRITE FAILED, "
011182                             "KEY " E21-CLS-KEY
011183             END-REWRITE
011184     END-WRITE.
011185 3460-EXIT.
011186     EXIT.
011187
011188*****************************************************************
011189*  3500-WRITE-CHECKPOINT -- APPEND CURRENT POSITION TO CHKPNT    *
011190*****************************************************************
011191 3500-WRITE-CHECKPOINT.
011192     MOVE SPACES TO E21-CHKPT-RECORD.
011193     MOVE E21-RUN-TIMESTAMP TO E21-CHKPT-TIMESTAMP.
011194     MOVE LOOPCOUNT2        TO E21-CHKPT-LAST-NUMBER.
011195     MOVE ANS               TO E21-CHKPT-RUNNING-ANS.
011196     MOVE E21-ITER-COUNT    TO E21-CHKPT-ITER-COUNT.
011197     MOVE E21-PARM-LOWER-BOUND TO E21-CHKPT-LOWER-BOUND.
011198     MOVE E21-PARM-UPPER-BOUND TO E21-CHKPT-UPPER-BOUND.
011199     WRITE E21-CHKPT-RECORD.
011200 3500-EXIT.
011201     EXIT.
011202
011203*****************************************************************
011204*  3600-CHECK-SOCIABLE -- FOLLOW THE ALIQUOT SEQUENCE FROM THE   *
011205*  CURRENT CANDIDATE THROUGH THE SIGMA TABLE, UP TO THE          *
011206*  CONFIGURED CHAIN-LENGTH LIMIT.  A SOCIABLE CYCLE EXISTS WHEN  *
011207*  THE SEQUENCE RETURNS TO THE CANDIDATE; THE SEARCH IS          *
011208*  ABANDONED AS SOON AS THE SEQUENCE DROPS BELOW THE CANDIDATE,  *
011209*  BECAUSE ANY CYCLE THROUGH A SMALLER MEMBER IS FOUND (AND      *
011210*  RECORDED ONCE) WHEN THAT SMALLER MEMBER IS ITSELF SCANNED.    *
011211*****************************************************************
011220 3600-CHECK-SOCIABLE.
011230     MOVE "N" TO E21-CHAIN-STATE.
011240     MOVE LOOPCOUNT2 TO E21-CHAIN-X.
011650     PERFORM 3625-COPY-ONE-MEMBER THRU 3625-EXIT
011660         VARYING E21-CHAIN-COPY-IX FROM 1 BY 1
011670         UNTIL E21-CHAIN-COPY-IX GREATER THAN E21-CHAIN-CYCLE-LEN.
011671     IF E21-PARTITIONED
011672         MOVE SPACES TO E21-PWRK-RECORD
011673         MOVE "S" TO E21-PWRK-TYPE
011674         MOVE E21-CHAIN-RECORD TO E21-PWRK-DATA
011675         PERFORM 3790-WRITE-PART-WORK THRU 3790-EXIT
011676         GO TO 3620-EXIT
011677     END-IF.
011680     WRITE E21-CHAIN-RECORD
011690         INVALID KEY
011700             DISPLAY "EULER21: DUPLICATE CHAINFIL KEY "
013090     MOVE E21-TRAJ-LEN        TO E21-TRAJ-LENGTH.
013100     MOVE E21-TRAJ-PEAK-VALUE TO E21-TRAJ-PEAK.
013110     MOVE E21-TRAJ-TERM-AT    TO E21-TRAJ-TERM-VALUE.
013111     IF E21-PARTITIONED
013112         MOVE SPACES TO E21-PWRK-RECORD
013113         MOVE "T" TO E21-PWRK-TYPE
013114         MOVE E21-TRAJ-RECORD TO E21-PWRK-DATA
013115         PERFORM 3790-WRITE-PART-WORK THRU 3790-EXIT
013116         GO TO 3656-EXIT
013117     END-IF.
013120     WRITE E21-TRAJ-RECORD
013130         INVALID KEY
013140             DISPLAY "EULER21: DUPLICATE TRAJFIL KEY "
013310     END-STRING.
013320     MOVE E21-DETAIL-LINE TO E21-DETRPT-RECORD.
013330     WRITE E21-DETRPT-RECORD.
013331     IF E21-MODE-BETROTHED
013332         MOVE E21-BETR-COUNT TO E21-ED-TRAJ-CNT
013333         MOVE SPACES TO E21-DETAIL-LINE
013334         STRING "  BETROTHED PAIRS FOUND: " E21-ED-TRAJ-CNT
013335                DELIMITED BY SIZE INTO E21-DETAIL-LINE
013336         END-STRING
013337         IF E21-RANGE-RESUMED
013338             STRING "  (RESUMED TAIL ONLY)"
013339                 DELIMITED BY SIZE INTO E21-DETAIL-LINE (33:)
013340             END-STRING
013341         END-IF
013342         MOVE E21-DETAIL-LINE TO E21-DETRPT-RECORD
013343         WRITE E21-DETRPT-RECORD
013344     END-IF.
013345 3700-EXIT.
013350     EXIT.
013360
013370*****************************************************************
013850 3752-EXIT.
013860     EXIT.
013870
013871*****************************************************************
013872*  3780-WRITE-PART-SUBTOTAL -- CLOSE THE RANGE ON PARTWRK WITH   *
013873*  THIS PARTITION'S SLICE, ITERATIONS AND ANS, FLAGGED PARTIAL   *
013874*  WHEN THE WINDOW BUDGET STOPPED THE SCAN SHORT                 *
013875*****************************************************************
013876 3780-WRITE-PART-SUBTOTAL.
013877     MOVE SPACES TO E21-PWRK-RECORD.
013878     MOVE "Z" TO E21-PWRK-TYPE.
013879     MOVE E21-PARM-LOWER-BOUND TO E21-PWRK-SLICE-LOWER.
013880     MOVE E21-PARM-UPPER-BOUND TO E21-PWRK-SLICE-UPPER.
013881     MOVE E21-ITER-COUNT        TO E21-PWRK-ITER-COUNT.
013882     MOVE ANS                   TO E21-PWRK-ANS.
013883     MOVE E21-RUN-TIMESTAMP     TO E21-PWRK-RUN-TIMESTAMP.
013884     IF E21-BUDGET-EXHAUSTED
013885         MOVE "P" TO E21-PWRK-PARTIAL-FLAG
013886     END-IF.
013887     PERFORM 3790-WRITE-PART-WORK THRU 3790-EXIT.
013888 3780-EXIT.
013889     EXIT.
013890
013891*****************************************************************
013892*  3790-WRITE-PART-WORK -- STAMP THE SCHEDULED RANGE AND THE     *
013893*  PARTITION ON A WORK RECORD ALREADY BUILT AND WRITE IT         *
013894*****************************************************************
013895 3790-WRITE-PART-WORK.
013896     MOVE E21-PART-RANGE-LOWER TO E21-PWRK-LOWER.
013897     MOVE E21-PART-RANGE-UPPER TO E21-PWRK-UPPER.
013898     MOVE E21-PARM-STEP        TO E21-PWRK-STEP.
013899     MOVE E21-PARM-RUN-MODE    TO E21-PWRK-RUN-MODE.
013900     MOVE E21-PART-NUMBER-USED TO E21-PWRK-PART-NUMBER.
013901     MOVE E21-PART-COUNT-USED  TO E21-PWRK-PART-COUNT.
013902     WRITE E21-PWRK-RECORD.
013903     IF E21-PARTWRK-STATUS NOT EQUAL "00"
013904         DISPLAY "EULER21: PARTWRK WRITE FAILED, STATUS="
013905                 E21-PARTWRK-STATUS " TYPE " E21-PWRK-TYPE
013906         IF RETURN-CODE LESS THAN 8
013907             MOVE 8 TO RETURN-CODE
013908         END-IF
013909     END-IF.
013910 3790-EXIT.
013911     EXIT.
013912
013913*****************************************************************
013914*  3800-WRITE-CLASS-SUMMARY -- ONE-PAGE CLASSIFICATION SUMMARY   *
013915*  FOR THE RANGE JUST SCANNED: TOTAL ABUNDANT/DEFICIENT/PERFECT  *
013916*  COUNTS, THE SAME COUNTS BY 1000-NUMBER BAND, AND A ROSTER OF  *
013920*  EVERY PERFECT NUMBER FOUND WITH ITS ALIQUOT SUM.  THE         *
013923*  ABUNDANT SUBTYPE COUNTS AND A ROSTER OF THE WEIRD NUMBERS     *
013926*  FOUND FOLLOW.                                                 *
013930*****************************************************************
013940 3800-WRITE-CLASS-SUMMARY.
013950     MOVE SPACES TO E21-CLASFRPT-RECORD.
014280     END-STRING.
014290     MOVE E21-CLASS-LINE TO E21-CLASFRPT-RECORD.
014300     WRITE E21-CLASFRPT-RECORD.
014301     MOVE E21-SEMIPERF-COUNT   TO E21-ED-CLASS-SEMI.
014302     MOVE E21-WEIRD-COUNT      TO E21-ED-CLASS-WEIRD.
014303     MOVE E21-PRIMITIVE-COUNT  TO E21-ED-CLASS-PRIM.
014304     MOVE E21-UNRESOLVED-COUNT TO E21-ED-CLASS-UNRES.
014305     MOVE SPACES TO E21-CLASS-LINE.
014306     STRING "ABUNDANT: SEMIPERFECT=" E21-ED-CLASS-SEMI
014307            "  WEIRD=" E21-ED-CLASS-WEIRD
014308            "  PRIMITIVE=" E21-ED-CLASS-PRIM
014309            "  UNRESOLVED=" E21-ED-CLASS-UNRES
014310            DELIMITED BY SIZE INTO E21-CLASS-LINE
014311     END-STRING.
014312     MOVE E21-CLASS-LINE TO E21-CLASFRPT-RECORD.
014313     WRITE E21-CLASFRPT-RECORD.
014314     COMPUTE E21-BAND-LOW-IX =
014320         (E21-PARM-LOWER-BOUND - 1) / 1000 + 1.
014330     COMPUTE E21-BAND-HIGH-IX =
014340         (E21-PARM-UPPER-BOUND - 1) / 1000 + 1.
014480             TO E21-CLASFRPT-RECORD
014490         WRITE E21-CLASFRPT-RECORD
014500     END-IF.
014501     IF E21-WEIRD-FOUND GREATER THAN ZERO
014502         MOVE "WEIRD NUMBERS FOUND IN THIS RANGE:"
014503             TO E21-CLASFRPT-RECORD
014504         WRITE E21-CLASFRPT-RECORD
014505         PERFORM 3830-WRITE-WEIRD-LINE THRU 3830-EXIT
014506             VARYING E21-WEIRD-IX FROM 1 BY 1
014507             UNTIL E21-WEIRD-IX GREATER THAN E21-WEIRD-FOUND
014508     END-IF.
014509     IF E21-WEIRD-COUNT GREATER THAN E21-WEIRD-FOUND
014510         MOVE "  (WEIRD ROSTER SHOWS THE FIRST 50 ONLY)"
014511             TO E21-CLASFRPT-RECORD
014512         WRITE E21-CLASFRPT-RECORD
014513     END-IF.
014514 3800-EXIT.
014520     EXIT.
014530
014540 3810-WRITE-BAND-LINE.
014830     WRITE E21-CLASFRPT-RECORD.
014840 3820-EXIT.
014850     EXIT.
014851
014852 3830-WRITE-WEIRD-LINE.
014853     MOVE E21-WEIRD-NUMBER (E21-WEIRD-IX) TO E21-ED-CLASS-NUM.
014854     MOVE E21-WEIRD-SUM    (E21-WEIRD-IX) TO E21-ED-CLASS-SUM.
014855     COMPUTE E21-ED-CLASS-ABN =
014856         E21-WEIRD-SUM (E21-WEIRD-IX)
014857         - E21-WEIRD-NUMBER (E21-WEIRD-IX).
014858     MOVE SPACES TO E21-CLASS-LINE.
014859     STRING "  WEIRD " E21-ED-CLASS-NUM
014860            "  ALIQUOT-SUM=" E21-ED-CLASS-SUM
014861            "  ABUNDANCE=" E21-ED-CLASS-ABN
014862            "  PRIMITIVE=" E21-WEIRD-PRIMITIVE (E21-WEIRD-IX)
014863            DELIMITED BY SIZE INTO E21-CLASS-LINE
014864     END-STRING.
014865     MOVE E21-CLASS-LINE TO E21-CLASFRPT-RECORD.
014866     WRITE E21-CLASFRPT-RECORD.
014867 3830-EXIT.
014868     EXIT.
014869
014870*****************************************************************
014880*  3900-CHECK-WINDOW-BUDGET -- END THE EXECUTION CLEANLY WHEN   *
014890*  THE ELAPSED-TIME OR ITERATION LIMIT FROM THE PARAMETER CARD  *
015900     ELSE
015910         MOVE " " TO E21-AUDIT-PARTIAL-FLAG
015920     END-IF.
015921     MOVE E21-PARM-RUN-MODE TO E21-AUDIT-RUN-MODE.
015922     MOVE ZERO TO E21-AUDIT-ELAPSED-SECS.
015923     IF NOT E21-RANGE-RESUMED
015924         PERFORM 1300-CURRENT-TIME-SECONDS THRU 1300-EXIT
015925         COMPUTE E21-ELAPSED-SECS =
015926             E21-NOW-SECS - E21-RANGE-START-SECS
015927         IF E21-ELAPSED-SECS GREATER THAN 99999
015928             MOVE 99999 TO E21-ELAPSED-SECS
015929         END-IF
015930         IF E21-ELAPSED-SECS GREATER THAN ZERO
015931             MOVE E21-ELAPSED-SECS TO E21-AUDIT-ELAPSED-SECS
015932         END-IF
015933     END-IF.
015934     WRITE E21-AUDIT-RECORD.
015940 5000-EXIT.
015950     EXIT.
015960
016070     MOVE E21-PARM-STEP        TO E21-COV-STEP.
016080     MOVE E21-RUN-TIMESTAMP    TO E21-COV-TIMESTAMP.
016090     MOVE ANS                  TO E21-COV-FINAL-ANS.
016095     MOVE E21-PARM-RUN-MODE    TO E21-COV-RUN-MODE.
016100     WRITE E21-COV-RECORD.
016110 5500-EXIT.
016120     EXIT.
016180     CLOSE DETRPT.
016190     CLOSE CLASFRPT.
016200     CLOSE CHKPNT.
016250     CLOSE CSVOUT.
016251     IF E21-PARTITIONED
016252         CLOSE PARTWRK
016253     ELSE
016254         CLOSE PAIRFIL
016255         CLOSE BETRFIL
016256         CLOSE CHNFIL
016257         CLOSE TRAJFIL
016258         CLOSE AUDTLOG
016259         CLOSE COVLEDG
016260         CLOSE CLASFIL
016261     END-IF.
016270     IF E21-BUDGET-EXHAUSTED
016280         DISPLAY "EULER21: PARTIAL RUN, RESUBMIT WITH RESTART"
016290         IF RETURN-CODE LESS THAN 2
