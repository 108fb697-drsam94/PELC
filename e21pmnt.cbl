000204*                    THE 9,999,999 SCAN CEILING.                 *
000206*  09/02/2026  RM    TRAJECTORY RUN MODE T AND ITS STEP/VALUE    *
000208*                    LIMITS JOIN THE PARAMETER CARD.             *
000209*  10/15/2026  RM    BETROTHED-PAIR RUN MODE Q ACCEPTED.         *
000210*  10/15/2026  RM    PARTITION NUMBER AND COUNT JOIN THE         *
000211*                    PARAMETER CARD.                             *
000212*  10/15/2026  RM    EVERY SAVED CARD CHANGE IS APPENDED TO THE  *
000213*                    CHANGE JOURNAL JRNLFIL WITH THE OPERATOR    *
000214*                    ID AND THE BEFORE AND AFTER CARD IMAGES.    *
000215*****************************************************************
000220*****************************************************************
000230*  DISPLAYS AND VALIDATES THE CURRENT EULER21 SCAN-RANGE         *
000240*  PARAMETERS (LOWER BOUND, UPPER BOUND, STEP, RUN MODE,         *
000250*  RESTART FLAG, CHECKPOINT INTERVAL) AND REWRITES PARMCRD,      *
000260*  THE SAME PARAMETER CARD EULER21 READS AT 1000-INITIALIZE.     *
000262*  EVERY SAVED CHANGE IS APPENDED TO JRNLFIL (SEE E21JRNL.CPY)   *
000264*  UNDER THE OPERATOR ID ENTERED AT THE START; NOTHING IS SAVED  *
000266*  WHEN THE JOURNAL CANNOT BE OPENED.                            *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000340     SELECT PARMCRD  ASSIGN TO "PARMCRD"
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS  E21P-PARMCRD-STATUS.
000362     SELECT JRNLFIL  ASSIGN TO "JRNLFIL"
000364         ORGANIZATION LINE SEQUENTIAL
000366         FILE STATUS  E21P-JRNLFIL-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PARMCRD.
000400     COPY E21PARM.
000403 FD  JRNLFIL.
000406     COPY E21JRNL.
000410 WORKING-STORAGE SECTION.
000420 01  E21P-PARMCRD-STATUS     PIC X(02)  VALUE "00".
000425 01  E21P-JRNLFIL-STATUS     PIC X(02)  VALUE "00".
000430 01  E21P-EOF-SWITCH         PIC X(01)  VALUE "N".
000440     88  E21P-AT-EOF               VALUE "Y".
000450*****************************************************************
000590         88  E21P-INPUT-INVALID     VALUE "N".
000600     05  E21P-CONFIRM-SWITCH     PIC X(01)  VALUE "N".
000610         88  E21P-CONFIRMED          VALUE "Y".
000611     05  E21P-SAVED-SWITCH       PIC X(01)  VALUE "N".
000612         88  E21P-CHANGE-SAVED       VALUE "Y".
000613     05  E21P-DEFAULT-SWITCH     PIC X(01)  VALUE "N".
000614         88  E21P-DEFAULT-CARD       VALUE "Y".
000615*****************************************************************
000616*  CHANGE-JOURNAL FIELDS -- WHO MADE THE CHANGE, WHEN, AND THE   *
000617*  CARD AS IT STOOD BEFORE THE EDIT                              *
000618*****************************************************************
000619 01  E21P-OPERATOR-ID        PIC X(08)  VALUE SPACES.
000620 01  E21P-BEFORE-CARD        PIC X(66)  VALUE SPACES.
000621 01  E21P-SYSTEM-DATE-TIME   PIC X(21).
000622 01  E21P-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
000623*****************************************************************
000630*  ACCEPT WORK FIELDS -- ONE ALPHANUMERIC FIELD PER PROMPT SO    *
000640*  A NON-NUMERIC ENTRY CAN BE DETECTED AND REJECTED CLEANLY      *
000650*****************************************************************
000760 01  E21P-ANS-MAXIT          PIC X(09)  VALUE SPACES.
000762 01  E21P-ANS-TSTEPS         PIC X(03)  VALUE SPACES.
000764 01  E21P-ANS-TVALUE         PIC X(09)  VALUE SPACES.
000766 01  E21P-ANS-PCOUNT         PIC X(02)  VALUE SPACES.
000768 01  E21P-ANS-PNUMBER        PIC X(02)  VALUE SPACES.
000770 01  E21P-ANS-CONFIRM        PIC X(01)  VALUE SPACES.
000780 01  E21P-NEW-LOWER          PIC 9(07)  VALUE ZEROS.
000790 01  E21P-NEW-UPPER          PIC 9(07)  VALUE ZEROS.
000850 01  E21P-NEW-MAXIT          PIC 9(09)  VALUE ZEROS.
000852 01  E21P-NEW-TSTEPS         PIC 9(03)  VALUE ZEROS.
000854 01  E21P-NEW-TVALUE         PIC 9(09)  VALUE ZEROS.
000856 01  E21P-NEW-PCOUNT         PIC 9(02)  VALUE ZEROS.
000858 01  E21P-NEW-PNUMBER        PIC 9(02)  VALUE ZEROS.
000860 PROCEDURE DIVISION.
000870*****************************************************************
000880*  0000-MAINLINE                                                 *
000890*****************************************************************
000900 0000-MAINLINE.
000910     PERFORM 1000-LOAD-SCHEDULE       THRU 1000-EXIT.
000914     PERFORM 1400-ACCEPT-OPERATOR     THRU 1400-EXIT.
000918     IF E21P-INPUT-VALID
000922         PERFORM 1500-SELECT-CARD     THRU 1500-EXIT
000926     END-IF.
000930     IF E21P-INPUT-VALID
000940         MOVE E21P-SCHED-ENTRY (E21P-EDIT-IX) TO E21-PARM-RECORD
000945         MOVE E21P-SCHED-ENTRY (E21P-EDIT-IX) TO E21P-BEFORE-CARD
000950         PERFORM 2000-DISPLAY-CURRENT THRU 2000-EXIT
000960         PERFORM 3000-PROMPT-FOR-CHANGES THRU 3000-EXIT
000970     END-IF.
000980     IF E21P-CONFIRMED
000990         PERFORM 4000-REWRITE-PARMCRD THRU 4000-EXIT
000993     END-IF.
000996     IF E21P-CHANGE-SAVED
001000         DISPLAY "EULER21PMNT: PARAMETERS SAVED"
001010     ELSE
001020         DISPLAY "EULER21PMNT: NO CHANGES SAVED"
001580     MOVE ZEROS TO E21-PARM-MAX-ITERS.
001582     MOVE ZEROS TO E21-PARM-TRAJ-MAX-STEPS.
001584     MOVE ZEROS TO E21-PARM-TRAJ-MAX-VALUE.
001586     MOVE ZEROS TO E21-PARM-PART-NUMBER.
001588     MOVE ZEROS TO E21-PARM-PART-COUNT.
001590     MOVE 1 TO E21P-SCHED-COUNT.
001595     MOVE "Y" TO E21P-DEFAULT-SWITCH.
001600     MOVE E21-PARM-RECORD TO E21P-SCHED-ENTRY (1).
001610 1200-EXIT.
001620     EXIT.
001630
001631*****************************************************************
001632*  1400-ACCEPT-OPERATOR -- THE ID EVERY JOURNALED CHANGE IN THIS *
001633*  SESSION IS RECORDED UNDER; NO ID, NO SESSION                  *
001634*****************************************************************
001635 1400-ACCEPT-OPERATOR.
001636     DISPLAY "ENTER OPERATOR ID: ".
001637     ACCEPT E21P-OPERATOR-ID.
001638     IF E21P-OPERATOR-ID EQUAL SPACES
001639         DISPLAY "EULER21PMNT: OPERATOR ID IS REQUIRED"
001640         MOVE "N" TO E21P-VALID-SWITCH
001641     END-IF.
001642 1400-EXIT.
001643     EXIT.
001644
001645*****************************************************************
001650*  1500-SELECT-CARD -- PICK WHICH SCHEDULE CARD TO EDIT.  A      *
001660*  ONE-CARD FILE IS EDITED DIRECTLY; OTHERWISE THE OPERATOR IS   *
001670*  ASKED FOR THE CARD NUMBER.                                    *
001990     DISPLAY "  LOWER BOUND ......: " E21-PARM-LOWER-BOUND.
002000     DISPLAY "  UPPER BOUND ......: " E21-PARM-UPPER-BOUND.
002010     DISPLAY "  STEP .............: " E21-PARM-STEP.
002020     DISPLAY "  RUN MODE (A/C/B/S/T/Q): " E21-PARM-RUN-MODE.
002030     DISPLAY "  RESTART (Y/N).....: " E21-PARM-RESTART-FLAG.
002040     DISPLAY "  CHECKPOINT EVERY..: " E21-PARM-CHKPT-INTERVAL.
002050     DISPLAY "  CHAIN LIMIT (S)...: " E21-PARM-CHAIN-LIMIT.
002080     DISPLAY "  MAX ITERATIONS ...: " E21-PARM-MAX-ITERS.
002082     DISPLAY "  TRAJ MAX STEPS (T): " E21-PARM-TRAJ-MAX-STEPS.
002084     DISPLAY "  TRAJ MAX VALUE (T): " E21-PARM-TRAJ-MAX-VALUE.
002086     DISPLAY "  PARTITIONS .......: " E21-PARM-PART-COUNT.
002088     DISPLAY "  PARTITION NUMBER .: " E21-PARM-PART-NUMBER.
002090 2000-EXIT.
002100     EXIT.
002110*****************************************************************
002180     ACCEPT E21P-ANS-UPPER.
002190     DISPLAY "ENTER NEW STEP        (0000001-9999999): ".
002200     ACCEPT E21P-ANS-STEP.
002210     DISPLAY "ENTER NEW RUN MODE    (A/C/B/S/T/Q) : ".
002220     ACCEPT E21P-ANS-MODE.
002230     DISPLAY "RESTART FROM LAST CHECKPOINT (Y/N)  : ".
002240     ACCEPT E21P-ANS-RESTART.
002344     ACCEPT E21P-ANS-TSTEPS.
002346     DISPLAY "TRAJ MAX VALUE, MODE T (000000000=DFLT): ".
002348     ACCEPT E21P-ANS-TVALUE.
002349     DISPLAY "PARTITIONS, 00=WHOLE RANGE (00-20)   : ".
002350     ACCEPT E21P-ANS-PCOUNT.
002351     DISPLAY "THIS JOB'S PARTITION NUMBER (01-20)  : ".
002352     ACCEPT E21P-ANS-PNUMBER.
002353     MOVE "Y" TO E21P-VALID-SWITCH.
002360     PERFORM 3100-VALIDATE-NEW-VALUES THRU 3100-EXIT.
002370     IF E21P-INPUT-INVALID
002380         DISPLAY "EULER21PMNT: INVALID ENTRY, NO CHANGES SAVED"
002540         MOVE E21P-NEW-MAXIT TO E21-PARM-MAX-ITERS
002542         MOVE E21P-NEW-TSTEPS TO E21-PARM-TRAJ-MAX-STEPS
002544         MOVE E21P-NEW-TVALUE TO E21-PARM-TRAJ-MAX-VALUE
002546         MOVE E21P-NEW-PCOUNT TO E21-PARM-PART-COUNT
002548         MOVE E21P-NEW-PNUMBER TO E21-PARM-PART-NUMBER
002550         MOVE E21-PARM-RECORD TO E21P-SCHED-ENTRY (E21P-EDIT-IX)
002560     END-IF.
002570 3000-EXIT.
002680        OR E21P-ANS-MAXIT NOT NUMERIC
002682        OR E21P-ANS-TSTEPS NOT NUMERIC
002684        OR E21P-ANS-TVALUE NOT NUMERIC
002686        OR E21P-ANS-PCOUNT NOT NUMERIC
002688        OR E21P-ANS-PNUMBER NOT NUMERIC
002690         MOVE "N" TO E21P-VALID-SWITCH
002700         GO TO 3100-EXIT
002710     END-IF.
002780     MOVE E21P-ANS-MAXIT TO E21P-NEW-MAXIT.
002782     MOVE E21P-ANS-TSTEPS TO E21P-NEW-TSTEPS.
002784     MOVE E21P-ANS-TVALUE TO E21P-NEW-TVALUE.
002786     MOVE E21P-ANS-PCOUNT TO E21P-NEW-PCOUNT.
002788     MOVE E21P-ANS-PNUMBER TO E21P-NEW-PNUMBER.
002790     IF E21P-NEW-LOWER LESS THAN 1
002800        OR E21P-NEW-UPPER LESS THAN E21P-NEW-LOWER
002810        OR E21P-NEW-STEP  LESS THAN 1
002870        AND E21P-ANS-MODE NOT EQUAL "B"
002880        AND E21P-ANS-MODE NOT EQUAL "S"
002882        AND E21P-ANS-MODE NOT EQUAL "T"
002886        AND E21P-ANS-MODE NOT EQUAL "Q"
002890         MOVE "N" TO E21P-VALID-SWITCH
002900         GO TO 3100-EXIT
002910     END-IF.
002980         MOVE "N" TO E21P-VALID-SWITCH
002990         GO TO 3100-EXIT
003000     END-IF.
003001     IF E21P-NEW-PCOUNT NOT GREATER THAN 1
003002         MOVE ZEROS TO E21P-NEW-PCOUNT
003003         MOVE ZEROS TO E21P-NEW-PNUMBER
003004     END-IF.
003005     IF E21P-NEW-PCOUNT GREATER THAN 20
003006        OR (E21P-NEW-PCOUNT GREATER THAN 1
003007            AND (E21P-NEW-PNUMBER LESS THAN 1
003008                 OR E21P-NEW-PNUMBER GREATER THAN
003009                    E21P-NEW-PCOUNT))
003010         MOVE "N" TO E21P-VALID-SWITCH
003011         GO TO 3100-EXIT
003012     END-IF.
003013     IF E21P-ANS-CLASS NOT EQUAL "D"
003020        AND E21P-ANS-CLASS NOT EQUAL "S"
003030        AND E21P-ANS-CLASS NOT EQUAL "B"
003040         MOVE "N" TO E21P-VALID-SWITCH
003060 3100-EXIT.
003070     EXIT.
003080*****************************************************************
003090*  4000-REWRITE-PARMCRD -- WRITE THE VALIDATED PARAMETER CARD,   *
003095*  ONCE THE JOURNAL IS KNOWN TO BE WRITABLE, THEN JOURNAL IT     *
003100*****************************************************************
003110 4000-REWRITE-PARMCRD.
003112     PERFORM 4500-OPEN-JOURNAL THRU 4500-EXIT.
003114     IF E21P-JRNLFIL-STATUS NOT EQUAL "00"
003116         GO TO 4000-EXIT
003118     END-IF.
003120     OPEN OUTPUT PARMCRD.
003130     PERFORM 4100-WRITE-ONE-CARD THRU 4100-EXIT
003140         VARYING E21P-SCHED-IX FROM 1 BY 1
003150         UNTIL E21P-SCHED-IX GREATER THAN E21P-SCHED-COUNT.
003160     CLOSE PARMCRD.
003162     MOVE "Y" TO E21P-SAVED-SWITCH.
003164     PERFORM 4600-WRITE-JOURNAL THRU 4600-EXIT.
003166     CLOSE JRNLFIL.
003170 4000-EXIT.
003180     EXIT.
003190
003220     WRITE E21-PARM-RECORD.
003230 4100-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270*  4500-OPEN-JOURNAL -- APPEND TO JRNLFIL, CREATING IT THE FIRST *
003280*  TIME; IF IT STILL WILL NOT OPEN THE CHANGE IS NOT SAVED       *
003290*****************************************************************
003300 4500-OPEN-JOURNAL.
003310     OPEN EXTEND JRNLFIL.
003320     IF E21P-JRNLFIL-STATUS NOT EQUAL "00"
003330         OPEN OUTPUT JRNLFIL
003340     END-IF.
003350     IF E21P-JRNLFIL-STATUS NOT EQUAL "00"
003360         DISPLAY "EULER21PMNT: UNABLE TO OPEN JRNLFIL, STATUS="
003370                 E21P-JRNLFIL-STATUS
003380         MOVE 8 TO RETURN-CODE
003390     END-IF.
003400 4500-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  4600-WRITE-JOURNAL -- ONE RECORD FOR THE EDITED CARD.  A CARD *
003450*  BUILT FROM DEFAULTS (NO SCHEDULE ON FILE) IS JOURNALED AS AN  *
003460*  ADD WITH A BLANK BEFORE IMAGE.                                *
003470*****************************************************************
003480 4600-WRITE-JOURNAL.
003490     MOVE FUNCTION CURRENT-DATE TO E21P-SYSTEM-DATE-TIME.
003500     STRING E21P-SYSTEM-DATE-TIME (1:4)  "-"
003510            E21P-SYSTEM-DATE-TIME (5:2)  "-"
003520            E21P-SYSTEM-DATE-TIME (7:2)  " "
003530            E21P-SYSTEM-DATE-TIME (9:2)  ":"
003540            E21P-SYSTEM-DATE-TIME (11:2) ":"
003550            E21P-SYSTEM-DATE-TIME (13:2)
003560            DELIMITED BY SIZE INTO E21P-RUN-TIMESTAMP
003570     END-STRING.
003580     MOVE SPACES TO E21-JRNL-RECORD.
003590     MOVE E21P-RUN-TIMESTAMP TO E21-JRNL-TIMESTAMP.
003600     MOVE E21P-OPERATOR-ID   TO E21-JRNL-OPERATOR.
003610     MOVE "EULER21PMNT"      TO E21-JRNL-PROGRAM.
003620     MOVE "PARMCRD"          TO E21-JRNL-FILE.
003630     MOVE E21P-EDIT-IX       TO E21-JRNL-CARD-NUMBER.
003640     IF E21P-DEFAULT-CARD
003650         MOVE "A" TO E21-JRNL-ACTION
003660     ELSE
003670         MOVE "C" TO E21-JRNL-ACTION
003680         MOVE E21P-BEFORE-CARD TO E21-JRNL-BEFORE-IMAGE
003690     END-IF.
003700     MOVE E21P-SCHED-ENTRY (E21P-EDIT-IX) TO E21-JRNL-AFTER-IMAGE.
003710     MOVE E21-JRNL-AFTER-IMAGE (1:21) TO E21-JRNL-RANGE.
003720     WRITE E21-JRNL-RECORD.
003730 4600-EXIT.
003740     EXIT.
