000100*  09/02/2026  RM    ORIGINAL - END-OF-STREAM OPERATIONS         *
000110*                    CONTROL SUMMARY WITH A SINGLE RELEASE/      *
000120*                    HOLD RETURN CODE FOR THE SCHEDULER.         *
000123*  10/15/2026  RM    BETROTHED CERTIFICATION OUTCOME (BCRTOUT)   *
000126*                    READ BACK; A REJECTED BETRFIL HOLDS.        *
000127*  10/15/2026  RM    CROSS-FILE RECONCILIATION OUTCOME (XRECOUT) *
000128*                    READ BACK; CONTRADICTIONS HOLD RELEASE.     *
000129*  10/15/2026  RM    RELEASE/HOLD OUTCOME RECORD WRITTEN TO      *
000130*                    OPSOUT FOR THE RELEASE-PACKAGE JOB.         *
000131*****************************************************************
000140*****************************************************************
000150*  RUN AS THE LAST STEP OF THE NIGHTLY STREAM.  READS AUDTLOG   *
000160*  (PER-RANGE ANS, RECONCILE STATUS AND PARTIAL FLAGS),         *
000250*  CODE GATE THE DOWNSTREAM SUITE: 0 RELEASE, 8 HOLD.  HOLD IS  *
000260*  RAISED BY A CONTROL-TOTAL MISMATCH TONIGHT, A REJECTED OR    *
000270*  MISSING CERTIFICATION, OR A PARTIAL RANGE AWAITING RESTART.  *
000272*  THE EULER21BCRT OUTCOME (BCRTOUT) IS REPORTED WHEN PRESENT   *
000274*  AND A REJECTED BETRFIL ALSO HOLDS; ITS ABSENCE DOES NOT, AS  *
000276*  MOST NIGHTS RUN NO BETROTHED (MODE Q) RANGE.                 *
000277*  THE EULER21XREC OUTCOME (XRECOUT) IS REPORTED THE SAME WAY:  *
000278*  PAIRFIL, CHAINFIL AND TRAJFIL CONTRADICTING EACH OTHER       *
000279*  WITHIN THE SCANNED RANGES HOLDS.                             *
000280*  THE DECISION IS ALSO WRITTEN AS ONE RECORD TO OPSOUT (SEE    *
000281*  E21OUT.CPY), WHICH EULER21RELS REQUIRES BEFORE IT WILL ISSUE *
000282*  A RELEASE PACKAGE OF PAIRFIL.                                *
000283*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000480         ORGANIZATION LINE SEQUENTIAL
000490         FILE STATUS  E21O-CMPOUT-STATUS.
000500
000502     SELECT BCRTOUT  ASSIGN TO "BCRTOUT"
000504         ORGANIZATION LINE SEQUENTIAL
000506         FILE STATUS  E21O-BCRTOUT-STATUS.
000508
000509     SELECT XRECOUT  ASSIGN TO "XRECOUT"
000510         ORGANIZATION LINE SEQUENTIAL
000511         FILE STATUS  E21O-XRECOUT-STATUS.
000512
000513     SELECT OPSOUT   ASSIGN TO "OPSOUT"
000514         ORGANIZATION LINE SEQUENTIAL
000515         FILE STATUS  E21O-OPSOUT-STATUS.
000516
000517     SELECT OPSRPT   ASSIGN TO "OPSRPT"
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS  E21O-OPSRPT-STATUS.
000540
000660 FD  CMPOUT.
000670 01  E21O-CMPOUT-RECORD         PIC X(80).
000680
000682 FD  BCRTOUT.
000684 01  E21O-BCRTOUT-RECORD        PIC X(80).
000686
000687 FD  XRECOUT.
000688 01  E21O-XRECOUT-RECORD        PIC X(80).
000689
000690 FD  OPSOUT.
000691 01  E21O-OPSOUT-RECORD         PIC X(80).
000692
000693 FD  OPSRPT.
000700 01  E21O-OPSRPT-RECORD         PIC X(132).
000710
000720 WORKING-STORAGE SECTION.
000780     05  E21O-COVLEDG-STATUS    PIC X(02)  VALUE "00".
000790     05  E21O-CERTOUT-STATUS    PIC X(02)  VALUE "00".
000800     05  E21O-CMPOUT-STATUS     PIC X(02)  VALUE "00".
000805     05  E21O-BCRTOUT-STATUS    PIC X(02)  VALUE "00".
000807     05  E21O-XRECOUT-STATUS    PIC X(02)  VALUE "00".
000808     05  E21O-OPSOUT-STATUS     PIC X(02)  VALUE "00".
000810     05  E21O-OPSRPT-STATUS     PIC X(02)  VALUE "00".
000820
000830 01  E21O-EOF-SWITCH         PIC X(01)  VALUE "N".
000900 01  E21O-RUN-DATE           PIC X(10)  VALUE SPACES.
000910 01  E21O-ANS-DATE           PIC X(10)  VALUE SPACES.
000920 01  E21O-SYSTEM-DATE-TIME   PIC X(21).
000925 01  E21O-RUN-TIMESTAMP      PIC X(26)  VALUE SPACES.
000930
000940*****************************************************************
000950*  TONIGHT'S AUDIT COUNTERS                                     *
001230 77  E21O-COV-NUMBERS        PIC S9(09)  COMP VALUE ZERO.
001240
001250*****************************************************************
001260*  JOB OUTCOMES READ BACK FROM CERTOUT, CMPOUT, BCRTOUT AND     *
001265*  XRECOUT                                                      *
001270*****************************************************************
001280 01  E21O-CERT-SWITCH        PIC X(01)  VALUE "N".
001290     88  E21O-CERT-ON-FILE         VALUE "Y".
001360 01  E21O-CMP-ADDED          PIC 9(07)  VALUE ZEROS.
001370 01  E21O-CMP-DROPPED        PIC 9(07)  VALUE ZEROS.
001380 01  E21O-CMP-CHANGED        PIC 9(07)  VALUE ZEROS.
001381 01  E21O-BCRT-SWITCH        PIC X(01)  VALUE "N".
001382     88  E21O-BCRT-ON-FILE         VALUE "Y".
001383 01  E21O-BCRT-VERDICT       PIC X(01)  VALUE SPACES.
001384 01  E21O-BCRT-CERTIFIED     PIC 9(07)  VALUE ZEROS.
001385 01  E21O-BCRT-FAILED        PIC 9(07)  VALUE ZEROS.
001386 01  E21O-XREC-SWITCH        PIC X(01)  VALUE "N".
001387     88  E21O-XREC-ON-FILE         VALUE "Y".
001388 01  E21O-XREC-VERDICT       PIC X(01)  VALUE SPACES.
001389 01  E21O-XREC-CHECKS        PIC 9(07)  VALUE ZEROS.
001390 01  E21O-XREC-DISAGREE      PIC 9(07)  VALUE ZEROS.
001391
001400*****************************************************************
001410*  HOLD REASONS -- EACH RAISED AT MOST ONCE, ALL PRINTED        *
001420*****************************************************************
001440     05  E21O-HOLD-MISMATCH     PIC X(01)  VALUE "N".
001450     05  E21O-HOLD-CERT         PIC X(01)  VALUE "N".
001460     05  E21O-HOLD-PARTIAL      PIC X(01)  VALUE "N".
001465     05  E21O-HOLD-BCRT         PIC X(01)  VALUE "N".
001467     05  E21O-HOLD-XREC         PIC X(01)  VALUE "N".
001470 01  E21O-HOLD-ANY-SWITCH    PIC X(01)  VALUE "N".
001480     88  E21O-HOLD-RAISED          VALUE "Y".
001485 77  E21O-HOLD-REASON-CNT    PIC S9(04)  COMP VALUE ZERO.
001490
001500*****************************************************************
001510*  REPORT LINE-BUILDING FIELDS                                  *
001700     PERFORM 3000-SCAN-COVERAGE  THRU 3000-EXIT.
001710     PERFORM 4000-READ-CERT-OUTCOME THRU 4000-EXIT.
001720     PERFORM 4500-READ-CMP-OUTCOME  THRU 4500-EXIT.
001725     PERFORM 4600-READ-BCRT-OUTCOME THRU 4600-EXIT.
001727     PERFORM 4700-READ-XREC-OUTCOME THRU 4700-EXIT.
001730     PERFORM 5000-PRINT-SUMMARY  THRU 5000-EXIT.
001740     PERFORM 6000-DECIDE         THRU 6000-EXIT.
001750     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001860         MOVE 8 TO RETURN-CODE
001870         GO TO 1000-EXIT-ERROR
001880     END-IF.
001881     MOVE FUNCTION CURRENT-DATE TO E21O-SYSTEM-DATE-TIME.
001882     STRING E21O-SYSTEM-DATE-TIME (1:4)  "-"
001883            E21O-SYSTEM-DATE-TIME (5:2)  "-"
001884            E21O-SYSTEM-DATE-TIME (7:2)  " "
001885            E21O-SYSTEM-DATE-TIME (9:2)  ":"
001886            E21O-SYSTEM-DATE-TIME (11:2) ":"
001887            E21O-SYSTEM-DATE-TIME (13:2)
001888            DELIMITED BY SIZE INTO E21O-RUN-TIMESTAMP
001889     END-STRING.
001890     DISPLAY "ENTER RUN DATE YYYY-MM-DD (BLANK = TODAY): ".
001900     ACCEPT E21O-ANS-DATE.
001910     IF E21O-ANS-DATE EQUAL SPACES
001930         STRING E21O-SYSTEM-DATE-TIME (1:4) "-"
001940                E21O-SYSTEM-DATE-TIME (5:2) "-"
001950                E21O-SYSTEM-DATE-TIME (7:2)
004690 4500-EXIT.
004700     EXIT.
004710
004711*****************************************************************
004712*  4600-READ-BCRT-OUTCOME -- THE BETROTHED CERTIFICATION, PARSED *
004713*  FROM THE 80-BYTE IMAGE LIKE CMPOUT.  NOT ON FILE SIMPLY MEANS *
004714*  NO BETROTHED RANGE HAS BEEN CERTIFIED.                        *
004715*****************************************************************
004716 4600-READ-BCRT-OUTCOME.
004717     OPEN INPUT BCRTOUT.
004718     IF E21O-BCRTOUT-STATUS NOT EQUAL "00"
004719         GO TO 4600-EXIT
004720     END-IF.
004721     MOVE "N" TO E21O-EOF-SWITCH.
004722     READ BCRTOUT
004723         AT END
004724             MOVE "Y" TO E21O-EOF-SWITCH
004725     END-READ.
004726     IF NOT E21O-AT-EOF
004727        AND E21O-BCRTOUT-RECORD (1:11) EQUAL "EULER21BCRT"
004728         MOVE "Y" TO E21O-BCRT-SWITCH
004729         MOVE E21O-BCRTOUT-RECORD (39:1) TO E21O-BCRT-VERDICT
004730         IF E21O-BCRTOUT-RECORD (40:7) NUMERIC
004731             MOVE E21O-BCRTOUT-RECORD (40:7)
004732                 TO E21O-BCRT-CERTIFIED
004733         END-IF
004734         IF E21O-BCRTOUT-RECORD (47:7) NUMERIC
004735             MOVE E21O-BCRTOUT-RECORD (47:7) TO E21O-BCRT-FAILED
004736         END-IF
004737     END-IF.
004738     CLOSE BCRTOUT.
004739 4600-EXIT.
004740     EXIT.
004741
004742*****************************************************************
004743*  4700-READ-XREC-OUTCOME -- THE CROSS-FILE RECONCILIATION,      *
004744*  PARSED FROM THE 80-BYTE IMAGE LIKE CMPOUT                     *
004745*****************************************************************
004746 4700-READ-XREC-OUTCOME.
004747     OPEN INPUT XRECOUT.
004748     IF E21O-XRECOUT-STATUS NOT EQUAL "00"
004749         GO TO 4700-EXIT
004750     END-IF.
004751     MOVE "N" TO E21O-EOF-SWITCH.
004752     READ XRECOUT
004753         AT END
004754             MOVE "Y" TO E21O-EOF-SWITCH
004755     END-READ.
004756     IF NOT E21O-AT-EOF
004757        AND E21O-XRECOUT-RECORD (1:11) EQUAL "EULER21XREC"
004758         MOVE "Y" TO E21O-XREC-SWITCH
004759         MOVE E21O-XRECOUT-RECORD (39:1) TO E21O-XREC-VERDICT
004760         IF E21O-XRECOUT-RECORD (40:7) NUMERIC
004761             MOVE E21O-XRECOUT-RECORD (40:7) TO E21O-XREC-CHECKS
004762         END-IF
004763         IF E21O-XRECOUT-RECORD (47:7) NUMERIC
004764             MOVE E21O-XRECOUT-RECORD (47:7) TO E21O-XREC-DISAGREE
004765         END-IF
004766     END-IF.
004767     CLOSE XRECOUT.
004768 4700-EXIT.
004769     EXIT.
004770
004771*****************************************************************
004772*  5000-PRINT-SUMMARY -- PAIR DATABASE, CERTIFICATION AND THE    *
004773*  OUTSTANDING PARTIALS                                          *
004774*****************************************************************
004775 5000-PRINT-SUMMARY.
004776     MOVE SPACES TO E21O-OPSRPT-RECORD.
004780     WRITE E21O-OPSRPT-RECORD.
004790     MOVE "PAIR DATABASE (EULER21CMP)" TO E21O-OPSRPT-RECORD.
004800     WRITE E21O-OPSRPT-RECORD.
005300         PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT
005310     END-IF.
005320
005321     MOVE SPACES TO E21O-OPSRPT-RECORD.
005322     WRITE E21O-OPSRPT-RECORD.
005323     MOVE "BETROTHED CERTIFICATION (EULER21BCRT)"
005324         TO E21O-OPSRPT-RECORD.
005325     WRITE E21O-OPSRPT-RECORD.
005326     EVALUATE TRUE
005327         WHEN NOT E21O-BCRT-ON-FILE
005328             MOVE "  NO BETROTHED CERTIFICATION ON FILE"
005329                 TO E21O-OPSRPT-RECORD
005330         WHEN E21O-BCRT-VERDICT EQUAL "C"
005331             MOVE "  VERDICT: FILE CERTIFIED"
005332                 TO E21O-OPSRPT-RECORD
005333         WHEN E21O-BCRT-VERDICT EQUAL "E"
005334             MOVE "  VERDICT: FILE EMPTY, NOTHING CERTIFIED"
005335                 TO E21O-OPSRPT-RECORD
005336         WHEN E21O-BCRT-VERDICT EQUAL "R"
005337             MOVE "  VERDICT: FILE REJECTED"
005338                 TO E21O-OPSRPT-RECORD
005339         WHEN OTHER
005340             MOVE "  VERDICT: UNRECOGNIZED"
005341                 TO E21O-OPSRPT-RECORD
005342     END-EVALUATE.
005343     WRITE E21O-OPSRPT-RECORD.
005344     IF E21O-BCRT-ON-FILE
005345         MOVE "PAIRS CERTIFIED ...." TO E21O-SUM-LABEL
005346         MOVE E21O-BCRT-CERTIFIED TO E21O-SUM-COUNT
005347         PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT
005348         MOVE "PAIRS FAILED ......." TO E21O-SUM-LABEL
005349         MOVE E21O-BCRT-FAILED TO E21O-SUM-COUNT
005350         PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT
005351     END-IF.
005352
005353     MOVE SPACES TO E21O-OPSRPT-RECORD.
005354     WRITE E21O-OPSRPT-RECORD.
005355     MOVE "CROSS-FILE RECONCILIATION (EULER21XREC)"
005356         TO E21O-OPSRPT-RECORD.
005357     WRITE E21O-OPSRPT-RECORD.
005358     EVALUATE TRUE
005359         WHEN NOT E21O-XREC-ON-FILE
005360             MOVE "  NO CROSS-FILE RECONCILIATION ON FILE"
005361                 TO E21O-OPSRPT-RECORD
005362         WHEN E21O-XREC-VERDICT EQUAL "M"
005363             MOVE "  VERDICT: FILES AGREE"
005364                 TO E21O-OPSRPT-RECORD
005365         WHEN E21O-XREC-VERDICT EQUAL "E"
005366             MOVE "  VERDICT: NOTHING IN SCOPE"
005367                 TO E21O-OPSRPT-RECORD
005368         WHEN E21O-XREC-VERDICT EQUAL "D"
005369             MOVE "  VERDICT: FILES DISAGREE"
005370                 TO E21O-OPSRPT-RECORD
005371         WHEN OTHER
005372             MOVE "  VERDICT: UNRECOGNIZED"
005373                 TO E21O-OPSRPT-RECORD
005374     END-EVALUATE.
005375     WRITE E21O-OPSRPT-RECORD.
005376     IF E21O-XREC-ON-FILE
005377         MOVE "CHECKS IN SCOPE ...." TO E21O-SUM-LABEL
005378         MOVE E21O-XREC-CHECKS TO E21O-SUM-COUNT
005379         PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT
005380         MOVE "DISAGREEMENTS ......" TO E21O-SUM-LABEL
005381         MOVE E21O-XREC-DISAGREE TO E21O-SUM-COUNT
005382         PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT
005383     END-IF.
005384
005385     MOVE SPACES TO E21O-OPSRPT-RECORD.
005386     WRITE E21O-OPSRPT-RECORD.
005387     MOVE "OUTSTANDING PARTIALS AWAITING RESTART"
005388         TO E21O-OPSRPT-RECORD.
005389     WRITE E21O-OPSRPT-RECORD.
005390     MOVE ZERO TO E21O-OUTSTANDING-CNT.
005391     PERFORM 5100-LIST-ONE-PARTIAL THRU 5100-EXIT
005400         VARYING E21O-RANGE-IX FROM 1 BY 1
005410         UNTIL E21O-RANGE-IX GREATER THAN E21O-RANGE-COUNT.
005420     IF E21O-OUTSTANDING-CNT EQUAL ZERO
005720     IF E21O-RECON-MISMAT-CNT GREATER THAN ZERO
005730         MOVE "Y" TO E21O-HOLD-MISMATCH
005740         MOVE "Y" TO E21O-HOLD-ANY-SWITCH
005745         ADD 1 TO E21O-HOLD-REASON-CNT
005750         MOVE "HOLD REASON: CONTROL-TOTAL MISMATCH TONIGHT"
005760             TO E21O-OPSRPT-RECORD
005770         WRITE E21O-OPSRPT-RECORD
005800        OR E21O-CERT-VERDICT EQUAL "R"
005810         MOVE "Y" TO E21O-HOLD-CERT
005820         MOVE "Y" TO E21O-HOLD-ANY-SWITCH
005825         ADD 1 TO E21O-HOLD-REASON-CNT
005830         MOVE "HOLD REASON: CERTIFICATION REJECTED OR MISSING"
005840             TO E21O-OPSRPT-RECORD
005850         WRITE E21O-OPSRPT-RECORD
005870     IF E21O-OUTSTANDING-CNT GREATER THAN ZERO
005880         MOVE "Y" TO E21O-HOLD-PARTIAL
005890         MOVE "Y" TO E21O-HOLD-ANY-SWITCH
005895         ADD 1 TO E21O-HOLD-REASON-CNT
005900         MOVE "HOLD REASON: PARTIAL RANGE AWAITING RESTART"
005910             TO E21O-OPSRPT-RECORD
005920         WRITE E21O-OPSRPT-RECORD
005930     END-IF.
005931     IF E21O-BCRT-ON-FILE
005932        AND E21O-BCRT-VERDICT EQUAL "R"
005933         MOVE "Y" TO E21O-HOLD-BCRT
005934         MOVE "Y" TO E21O-HOLD-ANY-SWITCH
005935         ADD 1 TO E21O-HOLD-REASON-CNT
005936         MOVE "HOLD REASON: BETROTHED CERTIFICATION REJECTED"
005937             TO E21O-OPSRPT-RECORD
005938         WRITE E21O-OPSRPT-RECORD
005939     END-IF.
005940     IF E21O-XREC-ON-FILE
005941        AND E21O-XREC-VERDICT EQUAL "D"
005942         MOVE "Y" TO E21O-HOLD-XREC
005943         MOVE "Y" TO E21O-HOLD-ANY-SWITCH
005944         ADD 1 TO E21O-HOLD-REASON-CNT
005945         MOVE "HOLD REASON: CROSS-FILE RECONCILIATION FOUND "
005946             TO E21O-OPSRPT-RECORD
005947         MOVE "CONTRADICTIONS" TO E21O-OPSRPT-RECORD (46:14)
005948         WRITE E21O-OPSRPT-RECORD
005949     END-IF.
005950     IF E21O-HOLD-RAISED
005951         MOVE "DECISION: HOLD" TO E21O-OPSRPT-RECORD
005960         WRITE E21O-OPSRPT-RECORD
005970         MOVE 8 TO RETURN-CODE
005980     ELSE
005990         MOVE "DECISION: RELEASE" TO E21O-OPSRPT-RECORD
006000         WRITE E21O-OPSRPT-RECORD
006010     END-IF.
006015     PERFORM 6500-WRITE-OUTCOME THRU 6500-EXIT.
006020 6000-EXIT.
006030     EXIT.
006040
006041*****************************************************************
006042*  6500-WRITE-OUTCOME -- ONE MACHINE-READABLE RECORD, RECREATED  *
006043*  EVERY RUN, SO THE RELEASE-PACKAGE JOB CAN SEE THE DECISION    *
006044*  (SEE E21OUT.CPY).  THE RECORD IS BUILT IN THE CERTOUT AREA,   *
006045*  CLOSED SINCE 4000.                                            *
006046*****************************************************************
006047 6500-WRITE-OUTCOME.
006048     OPEN OUTPUT OPSOUT.
006049     IF E21O-OPSOUT-STATUS NOT EQUAL "00"
006050         DISPLAY "EULER21OPS: UNABLE TO OPEN OPSOUT, STATUS="
006051                 E21O-OPSOUT-STATUS
006052         GO TO 6500-EXIT
006053     END-IF.
006054     MOVE SPACES TO E21-OUTCOME-RECORD.
006055     MOVE "EULER21OPS" TO E21-OUT-JOB-NAME.
006056     MOVE E21O-RUN-TIMESTAMP TO E21-OUT-TIMESTAMP.
006057     IF E21O-HOLD-RAISED
006058         MOVE "H" TO E21-OUT-VERDICT
006059     ELSE
006060         MOVE "L" TO E21-OUT-VERDICT
006061     END-IF.
006062     MOVE E21O-RANGES-RUN-CNT    TO E21-OUT-COUNT-1.
006063     MOVE E21O-HOLD-REASON-CNT   TO E21-OUT-COUNT-2.
006064     MOVE E21O-OUTSTANDING-CNT   TO E21-OUT-COUNT-3.
006065     MOVE RETURN-CODE            TO E21-OUT-RETURN-CODE.
006066     MOVE E21O-RUN-DATE          TO E21-OUT-AS-OF-DATE.
006067     MOVE E21-OUTCOME-RECORD TO E21O-OPSOUT-RECORD.
006068     WRITE E21O-OPSOUT-RECORD.
006069     CLOSE OPSOUT.
006070 6500-EXIT.
006071     EXIT.
006072
006073 8000-WRITE-COUNT-LINE.
006074     MOVE E21O-SUM-COUNT TO E21O-ED-COUNT.
006075     MOVE SPACES TO E21O-DETAIL-LINE.
006080     STRING "  " E21O-SUM-LABEL ": " E21O-ED-COUNT
006090            DELIMITED BY SIZE INTO E21O-DETAIL-LINE
006100     END-STRING.
