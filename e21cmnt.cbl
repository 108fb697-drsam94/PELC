000110*                    CONTROL TOTALS WITHOUT A HAND DATASET       *
000120*                    EDIT, INCLUDING SEEDING A NEW TOTAL FROM    *
000130*                    A CERTIFIED RUN ON THE AUDIT TRAIL.         *
000132*  10/15/2026  RM    EVERY SAVED ADD, CHANGE, DELETE OR SEED IS  *
000134*                    APPENDED TO THE CHANGE JOURNAL JRNLFIL      *
000136*                    WITH THE OPERATOR ID AND THE BEFORE AND     *
000138*                    AFTER ENTRY IMAGES.                         *
000140*****************************************************************
000150*****************************************************************
000160*  COMPANION TO EULER21PMNT FOR CTLCARD, THE EXPECTED-ANS FILE  *
000220*  THE NEW EXPECTED TOTAL, FOR ONCE THE RESULT HAS BEEN         *
000230*  CERTIFIED - SO A NEW RANGE STOPS RUNNING UNCHECKED (RC=12,   *
000240*  RECON STATUS U) FOR WEEKS.                                   *
000242*  EVERY SAVED CHANGE IS APPENDED TO JRNLFIL (SEE E21JRNL.CPY)  *
000244*  UNDER THE OPERATOR ID ENTERED AT THE START; NOTHING IS SAVED *
000246*  WHEN THE JOURNAL CANNOT BE OPENED.                           *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000360     SELECT AUDTLOG  ASSIGN TO "AUDTLOG"
000370         ORGANIZATION LINE SEQUENTIAL
000380         FILE STATUS  E21M-AUDTLOG-STATUS.
000382
000384     SELECT JRNLFIL  ASSIGN TO "JRNLFIL"
000386         ORGANIZATION LINE SEQUENTIAL
000388         FILE STATUS  E21M-JRNLFIL-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000440
000450 FD  AUDTLOG.
000460     COPY E21AUD.
000462
000464 FD  JRNLFIL.
000466     COPY E21JRNL.
000470
000480 WORKING-STORAGE SECTION.
000490 01  E21M-FILE-STATUSES.
000500     05  E21M-CTLCARD-STATUS    PIC X(02)  VALUE "00".
000510     05  E21M-AUDTLOG-STATUS    PIC X(02)  VALUE "00".
000515     05  E21M-JRNLFIL-STATUS    PIC X(02)  VALUE "00".
000520
000530 01  E21M-EOF-SWITCH         PIC X(01)  VALUE "N".
000540     88  E21M-AT-EOF               VALUE "Y".
000610         88  E21M-CONFIRMED         VALUE "Y".
000620     05  E21M-SEED-SWITCH       PIC X(01)  VALUE "N".
000630         88  E21M-SEED-FOUND        VALUE "Y".
000633     05  E21M-SAVED-SWITCH      PIC X(01)  VALUE "N".
000636         88  E21M-CHANGE-SAVED      VALUE "Y".
000640
000650*****************************************************************
000660*  THE WHOLE CONTROL-TOTAL FILE, HELD SO A REWRITE PRESERVES    *
000980*****************************************************************
000990 01  E21M-SEED-ANS           PIC S9(11) VALUE ZEROS.
001000 01  E21M-SEED-TIMESTAMP     PIC X(26)  VALUE SPACES.
001001
001002*****************************************************************
001003*  CHANGE-JOURNAL FIELDS -- WHO MADE THE CHANGE, WHEN, THE KIND  *
001004*  OF CHANGE, AND THE ENTRY AS IT STOOD BEFORE AND AFTER         *
001005*****************************************************************
001006 01  E21M-OPERATOR-ID        PIC X(08)  VALUE SPACES.
001007 01  E21M-JRNL-ACTION        PIC X(01)  VALUE SPACES.
001008 01  E21M-BEFORE-IMAGE       PIC X(80)  VALUE SPACES.
001009 01  E21M-AFTER-IMAGE        PIC X(80)  VALUE SPACES.
001010 01  E21M-SYSTEM-DATE-TIME   PIC X(21).
001011 01  E21M-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
001012
001020*****************************************************************
001030*  DISPLAY EDIT FIELDS                                           *
001040*****************************************************************
001160 0000-MAINLINE.
001170     PERFORM 1000-LOAD-CTLCARD    THRU 1000-EXIT.
001180     PERFORM 2000-LIST-CURRENT    THRU 2000-EXIT.
001184     PERFORM 2500-ACCEPT-OPERATOR THRU 2500-EXIT.
001188     IF E21M-INPUT-VALID
001192         PERFORM 3000-PROMPT-FUNCTION THRU 3000-EXIT
001196     END-IF.
001200     IF E21M-CONFIRMED
001210         PERFORM 8000-REWRITE-CTLCARD THRU 8000-EXIT
001213     END-IF.
001216     IF E21M-CHANGE-SAVED
001220         DISPLAY "EULER21CMNT: CONTROL TOTALS SAVED"
001230     ELSE
001240         DISPLAY "EULER21CMNT: NO CHANGES SAVED"
002030 2100-EXIT.
002040     EXIT.
002050
002051*****************************************************************
002052*  2500-ACCEPT-OPERATOR -- THE ID THE SESSION'S CHANGE IS        *
002053*  JOURNALED UNDER; NO ID, NO SESSION                            *
002054*****************************************************************
002055 2500-ACCEPT-OPERATOR.
002056     DISPLAY "ENTER OPERATOR ID: ".
002057     ACCEPT E21M-OPERATOR-ID.
002058     IF E21M-OPERATOR-ID EQUAL SPACES
002059         DISPLAY "EULER21CMNT: OPERATOR ID IS REQUIRED"
002060         MOVE "N" TO E21M-VALID-SWITCH
002061     END-IF.
002062 2500-EXIT.
002063     EXIT.
002064
002065*****************************************************************
002070*  3000-PROMPT-FUNCTION -- ONE MAINTENANCE ACTION PER SESSION,   *
002080*  SAME AS THE ONE-CARD-PER-SESSION FLOW IN EULER21PMNT          *
002090*****************************************************************
002590         MOVE E21M-KEY-STEP  TO E21M-ENT-STEP  (E21M-CTL-IX)
002600         MOVE E21M-NEW-TOTAL TO E21M-ENT-ANS   (E21M-CTL-IX)
002610         MOVE "N" TO E21M-ENT-DELETED (E21M-CTL-IX)
002612         MOVE "A" TO E21M-JRNL-ACTION
002614         MOVE SPACES TO E21M-BEFORE-IMAGE
002616         PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT
002618         MOVE E21-CTL-RECORD TO E21M-AFTER-IMAGE
002620     END-IF.
002630 3100-EXIT.
002640     EXIT.
002780     END-IF.
002790     MOVE E21M-ENT-ANS (E21M-FOUND-IX) TO E21M-ED-ANS.
002800     DISPLAY "CURRENT ANS IS " E21M-ED-ANS.
002802     MOVE E21M-FOUND-IX TO E21M-CTL-IX.
002804     PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT.
002806     MOVE E21-CTL-RECORD TO E21M-BEFORE-IMAGE.
002810     PERFORM 6100-ACCEPT-TOTAL THRU 6100-EXIT.
002820     IF E21M-INPUT-INVALID
002830         GO TO 3200-EXIT
002850     PERFORM 6200-CONFIRM-SAVE THRU 6200-EXIT.
002860     IF E21M-CONFIRMED
002870         MOVE E21M-NEW-TOTAL TO E21M-ENT-ANS (E21M-FOUND-IX)
002872         MOVE "C" TO E21M-JRNL-ACTION
002874         PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT
002876         MOVE E21-CTL-RECORD TO E21M-AFTER-IMAGE
002880     END-IF.
002890 3200-EXIT.
002900     EXIT.
003040     END-IF.
003050     MOVE E21M-ENT-ANS (E21M-FOUND-IX) TO E21M-ED-ANS.
003060     DISPLAY "DELETING ENTRY WITH ANS " E21M-ED-ANS.
003062     MOVE E21M-FOUND-IX TO E21M-CTL-IX.
003064     PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT.
003066     MOVE E21-CTL-RECORD TO E21M-BEFORE-IMAGE.
003070     PERFORM 6200-CONFIRM-SAVE THRU 6200-EXIT.
003080     IF E21M-CONFIRMED
003090         MOVE "Y" TO E21M-ENT-DELETED (E21M-FOUND-IX)
003093         MOVE "D" TO E21M-JRNL-ACTION
003096         MOVE SPACES TO E21M-AFTER-IMAGE
003100     END-IF.
003110 3300-EXIT.
003120     EXIT.
003390         GO TO 3500-EXIT
003400     END-IF.
003410     MOVE "Y" TO E21M-CONFIRM-SWITCH.
003413     MOVE "S" TO E21M-JRNL-ACTION.
003416     MOVE SPACES TO E21M-BEFORE-IMAGE.
003420     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
003430     IF E21M-FOUND-IX GREATER THAN ZERO
003432         MOVE E21M-FOUND-IX TO E21M-CTL-IX
003434         PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT
003436         MOVE E21-CTL-RECORD TO E21M-BEFORE-IMAGE
003440         MOVE E21M-SEED-ANS TO E21M-ENT-ANS (E21M-FOUND-IX)
003450         MOVE "N" TO E21M-ENT-DELETED (E21M-FOUND-IX)
003453         PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT
003456         MOVE E21-CTL-RECORD TO E21M-AFTER-IMAGE
003460         GO TO 3500-EXIT
003470     END-IF.
003480     IF E21M-CTL-COUNT NOT LESS THAN 200
003570     MOVE E21M-KEY-STEP  TO E21M-ENT-STEP  (E21M-CTL-IX).
003580     MOVE E21M-SEED-ANS  TO E21M-ENT-ANS   (E21M-CTL-IX).
003590     MOVE "N" TO E21M-ENT-DELETED (E21M-CTL-IX).
003593     PERFORM 7200-ENTRY-IMAGE THRU 7200-EXIT.
003596     MOVE E21-CTL-RECORD TO E21M-AFTER-IMAGE.
003600 3500-EXIT.
003610     EXIT.
003620
004700     END-IF.
004710 7100-EXIT.
004720     EXIT.
004721
004722*****************************************************************
004723*  7200-ENTRY-IMAGE -- THE CTLCARD IMAGE OF TABLE ENTRY CTL-IX,  *
004724*  BUILT IN THE RECORD AREA FOR THE JOURNAL                      *
004725*****************************************************************
004726 7200-ENTRY-IMAGE.
004727     MOVE SPACES TO E21-CTL-RECORD.
004728     MOVE E21M-ENT-LOWER (E21M-CTL-IX) TO E21-CTL-LOWER.
004729     MOVE E21M-ENT-UPPER (E21M-CTL-IX) TO E21-CTL-UPPER.
004730     MOVE E21M-ENT-STEP  (E21M-CTL-IX) TO E21-CTL-STEP.
004731     MOVE E21M-ENT-ANS   (E21M-CTL-IX) TO E21-CTL-EXPECTED-ANS.
004732 7200-EXIT.
004733     EXIT.
004734
004740*****************************************************************
004750*  8000-REWRITE-CTLCARD -- WRITE EVERY LIVE ENTRY BACK, ONCE THE *
004755*  JOURNAL IS KNOWN TO BE WRITABLE, THEN JOURNAL THE CHANGE      *
004760*****************************************************************
004770 8000-REWRITE-CTLCARD.
004772     PERFORM 8500-OPEN-JOURNAL THRU 8500-EXIT.
004774     IF E21M-JRNLFIL-STATUS NOT EQUAL "00"
004776         GO TO 8000-EXIT
004778     END-IF.
004780     OPEN OUTPUT CTLCARD.
004790     IF E21M-CTLCARD-STATUS NOT EQUAL "00"
004800         DISPLAY "EULER21CMNT: UNABLE TO REWRITE CTLCARD,"
004810                 " STATUS=" E21M-CTLCARD-STATUS
004820         MOVE 8 TO RETURN-CODE
004825         CLOSE JRNLFIL
004830         GO TO 8000-EXIT
004840     END-IF.
004850     PERFORM 8100-WRITE-ONE-ENTRY THRU 8100-EXIT
004860         VARYING E21M-CTL-IX FROM 1 BY 1
004870         UNTIL E21M-CTL-IX GREATER THAN E21M-CTL-COUNT.
004880     CLOSE CTLCARD.
004882     MOVE "Y" TO E21M-SAVED-SWITCH.
004884     PERFORM 8600-WRITE-JOURNAL THRU 8600-EXIT.
004886     CLOSE JRNLFIL.
004890 8000-EXIT.
004900     EXIT.
004910
005010     WRITE E21-CTL-RECORD.
005020 8100-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  8500-OPEN-JOURNAL -- APPEND TO JRNLFIL, CREATING IT THE FIRST *
005070*  TIME; IF IT STILL WILL NOT OPEN THE CHANGE IS NOT SAVED       *
005080*****************************************************************
005090 8500-OPEN-JOURNAL.
005100     OPEN EXTEND JRNLFIL.
005110     IF E21M-JRNLFIL-STATUS NOT EQUAL "00"
005120         OPEN OUTPUT JRNLFIL
005130     END-IF.
005140     IF E21M-JRNLFIL-STATUS NOT EQUAL "00"
005150         DISPLAY "EULER21CMNT: UNABLE TO OPEN JRNLFIL, STATUS="
005160                 E21M-JRNLFIL-STATUS
005170         MOVE 8 TO RETURN-CODE
005180     END-IF.
005190 8500-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*  8600-WRITE-JOURNAL -- ONE RECORD FOR THE SESSION'S CHANGE,    *
005240*  KEYED BY THE RANGE OF THE AFTER IMAGE (THE BEFORE IMAGE FOR A *
005250*  DELETE)                                                       *
005260*****************************************************************
005270 8600-WRITE-JOURNAL.
005280     MOVE FUNCTION CURRENT-DATE TO E21M-SYSTEM-DATE-TIME.
005290     STRING E21M-SYSTEM-DATE-TIME (1:4)  "-"
005300            E21M-SYSTEM-DATE-TIME (5:2)  "-"
005310            E21M-SYSTEM-DATE-TIME (7:2)  " "
005320            E21M-SYSTEM-DATE-TIME (9:2)  ":"
005330            E21M-SYSTEM-DATE-TIME (11:2) ":"
005340            E21M-SYSTEM-DATE-TIME (13:2)
005350            DELIMITED BY SIZE INTO E21M-RUN-TIMESTAMP
005360     END-STRING.
005370     MOVE SPACES TO E21-JRNL-RECORD.
005380     MOVE E21M-RUN-TIMESTAMP TO E21-JRNL-TIMESTAMP.
005390     MOVE E21M-OPERATOR-ID   TO E21-JRNL-OPERATOR.
005400     MOVE "EULER21CMNT"      TO E21-JRNL-PROGRAM.
005410     MOVE "CTLCARD"          TO E21-JRNL-FILE.
005420     MOVE E21M-JRNL-ACTION   TO E21-JRNL-ACTION.
005430     MOVE ZEROS              TO E21-JRNL-CARD-NUMBER.
005440     MOVE E21M-BEFORE-IMAGE  TO E21-JRNL-BEFORE-IMAGE.
005450     MOVE E21M-AFTER-IMAGE   TO E21-JRNL-AFTER-IMAGE.
005460     IF E21M-AFTER-IMAGE EQUAL SPACES
005470         MOVE E21M-BEFORE-IMAGE (1:21) TO E21-JRNL-RANGE
005480     ELSE
005490         MOVE E21M-AFTER-IMAGE (1:21) TO E21-JRNL-RANGE
005500     END-IF.
005510     WRITE E21-JRNL-RECORD.
005520 8600-EXIT.
005530     EXIT.
