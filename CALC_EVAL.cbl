003250*                   restarted run cannot hold a half-processed
003260*                   batch against the record it wrote before
003270*                   the abend, and only CLEAN or REJECTS
003271*                   records block a resubmission - an OUT OF
003272*                   BAL or HELD DUP batch never consumed its
003273*                   file, and its corrected CALCREJ bracket
003274*                   carries the same department, run date and
003275*                   hash on purpose.
003276*   2026-10-15  CB  Every balanced batch is now checked against
003277*                   the new keyed CALCDEPT department master.
003278*                   An unknown or inactive department rejects
003279*                   the batch whole (reason UD, condition BAD
003280*                   DEPT), as does a batch with more details
003281*                   than the department may send (reason DX,
003282*                   condition OVER DEPT MAX); a good result
003283*                   past the department's per-transaction limit
003284*                   rejects that transaction (reason RL).  The
003285*                   new reject counts ride in the checkpoint.
003286*   2026-10-15  CB  Each batch goes on CALCHIST not yet posted
003287*                   to the general ledger (CALC_POST marks it).
003288*   2026-10-15  CB  Expressions go to CALC_EXPR with its rate
003289*                   override cleared - live rates only.
003290*   2026-10-15  CB  A batch of any size now runs: each detail
003291*                   is spilled to the CALCSPL work file as the
003292*                   batch count and hash build up, and once the
003293*                   batch is balanced it is read back off
003294*                   CALCSPL one detail at a time instead of out
003295*                   of a 2000-entry table, so a big department
003296*                   file no longer stops the run and every good
003297*                   batch behind it.  The TRANIN record read
003298*                   ahead (the next batch's header) is now held
003299*                   across the replay instead of being
003300*                   overwritten by the last detail.  The
003301*                   department breakout has a slot for every
003302*                   batch the run can number (9999, so nothing
003303*                   folds together), pages its CALCRPT listing
003304*                   and prints wider counts.  The named-store
003305*                   table holds 500 names, checkpointed on
003306*                   records of their own behind the checkpoint
003307*                   record.
003308*   2026-10-15  CB  A batch whose header run date falls in a
003309*                   month closed on the CALCPERD period-control
003310*                   file is rejected whole (reason CP, condition
003311*                   CLOSED PERIOD) and counted on the summary
003312*                   and in the checkpoint.  No CALCPERD means no
003313*                   month is closed.
003314*   2026-10-15  CB  Each batch's processed result total goes on
003315*                   its CALCHIST record with the counts.
003316*   2026-10-15  CB  A restarted run finishes the batch its
003317*                   checkpoint fell inside as that batch began:
003318*                   the processed and rejected counts and result
003319*                   total it had reached carry over to its
003320*                   CALCHIST record, and the verdict it was given
003321*                   (forced reason, department result limit)
003322*                   stands instead of the department, period and
003323*                   duplicate checks being run on it again.
003330******************************************************************
003340 IDENTIFICATION DIVISION.
003350 PROGRAM-ID. CALC_EVAL.
003670         FILE STATUS IS WS-STAT-FILE-STATUS.
003680     SELECT WORK-FILE ASSIGN TO CALCWRK
003690         ORGANIZATION IS LINE SEQUENTIAL
003691         FILE STATUS IS WS-WRK-FILE-STATUS.
003692     SELECT DEPT-FILE ASSIGN TO CALCDEPT
003693         ORGANIZATION IS INDEXED
003694         ACCESS MODE IS DYNAMIC
003695         RECORD KEY IS DEPT-CODE
003696         FILE STATUS IS WS-DEPT-FILE-STATUS.
003697     SELECT SPILL-FILE ASSIGN TO CALCSPL
003698         ORGANIZATION IS LINE SEQUENTIAL
003699         FILE STATUS IS WS-SPL-FILE-STATUS.
003700     SELECT PERIOD-FILE ASSIGN TO CALCPERD
003701         ORGANIZATION IS INDEXED
003702         ACCESS MODE IS RANDOM
003703         RECORD KEY IS PERIOD-MONTH
003704         FILE STATUS IS WS-PERD-FILE-STATUS.
003710 DATA DIVISION.
003720 FILE SECTION.
003730 FD  TRAN-FILE.
004200     COPY CALCSTA.
004210 FD  WORK-FILE.
004220 01  WORK-RECORD                     PIC X(80).
004221 FD  DEPT-FILE.
004222     COPY CALCDPT.
004223 FD  SPILL-FILE.
004224 01  SPILL-RECORD                    PIC X(90).
004225 FD  PERIOD-FILE.
004226     COPY CALCPRD.
004230 WORKING-STORAGE SECTION.
004240     COPY CALCREC.
004250     COPY CALCRTW.
004350 77  WS-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
004360 77  WS-EXT-FILE-STATUS      PIC X(02) VALUE SPACES.
004370 77  WS-STAT-FILE-STATUS     PIC X(02) VALUE SPACES.
004375 77  WS-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
004377 77  WS-SPL-FILE-STATUS      PIC X(02) VALUE SPACES.
004378 77  WS-PERD-FILE-STATUS     PIC X(02) VALUE SPACES.
004380 77  WS-JOB-RC               PIC 9(04) VALUE 0.
004390 77  WS-START-TS             PIC X(19) VALUE SPACES.
004400 77  WS-REJECT-TOTAL         PIC 9(08) VALUE 0.
004540     88  WS-EXT-TRIM-OK          VALUE "Y".
004550 77  WS-TRAN-NUMBER          PIC 9(08) VALUE 0.
004560 77  WS-CHECKPOINT-NUMBER    PIC 9(08) VALUE 0.
004561*    The batch in progress at the checkpoint: its figures and
004562*    its verdict, restored to it when a restarted run reaches it.
004563 77  WS-CKPT-BATCH-SW        PIC X(01) VALUE "N".
004564     88  WS-CKPT-BATCH-KEPT      VALUE "Y".
004565 77  WS-CKPT-PROCESSED       PIC 9(08) VALUE 0.
004566 77  WS-CKPT-REJECTED        PIC 9(08) VALUE 0.
004567 77  WS-CKPT-RESULT-TOT      PIC S9(13)V9(2) VALUE 0.
004568 77  WS-CKPT-REASON          PIC X(02) VALUE SPACES.
004569 77  WS-CKPT-RESULT-LIMIT    PIC 9(06)V9(02) VALUE 0.
004570 77  WS-CKPT-INTERVAL        PIC 9(04) VALUE 100.
004580 77  WS-PAGE-NUM             PIC 9(04) VALUE 0.
004590 77  WS-LINE-COUNT           PIC 9(02) VALUE 0.
004770*    the reason derives from CALC-STATUS as usual.
004780 77  WS-FORCED-REASON        PIC X(02) VALUE SPACES.
004790 77  WS-BATCH-HELD-SW        PIC X(01) VALUE "N".
004791     88  WS-BATCH-HELD           VALUE "Y".
004792*    The batch's standing on the CALCDEPT department master
004793*    (3190), and the department's per-transaction result limit
004794*    (zero = none) while its details run.
004795 77  WS-DEPT-CHECK-SW        PIC X(01) VALUE SPACE.
004796     88  WS-DEPT-PASSED          VALUE "P".
004797     88  WS-DEPT-REFUSED         VALUE "U".
004798     88  WS-DEPT-OVER-MAX        VALUE "X".
004799 77  WS-DEPT-RESULT-LIMIT    PIC 9(06)V9(02) VALUE 0.
004800 77  WS-RESULT-ABS           PIC 9(06)V9(02) VALUE 0.
004801 77  WS-PERD-OPEN-SW         PIC X(01) VALUE "N".
004802     88  WS-PERD-FILE-OPEN       VALUE "Y".
004803 77  WS-PERIOD-CHECK-SW      PIC X(01) VALUE SPACE.
004804     88  WS-PERIOD-CLOSED        VALUE "C".
004810 77  WS-EXPECTED-COUNT       PIC 9(08) VALUE 0.
004820 77  WS-ACTUAL-COUNT         PIC 9(08) VALUE 0.
004830 77  WS-EXPECTED-HASH        PIC S9(13)V9(2) VALUE 0.
004850 77  WS-BATCH-NUMBER         PIC 9(04) VALUE 0.
004860 77  WS-BATCH-DETAIL-COUNT   PIC 9(08) VALUE 0.
004870 77  WS-BATCH-PROCESSED      PIC 9(08) VALUE 0.
004875 77  WS-BATCH-RESULT-TOT     PIC S9(13)V9(2) VALUE 0.
004880 77  WS-BATCH-REJECTED       PIC 9(08) VALUE 0.
004881*    The batch in hand began at or before the checkpoint.
004882 77  WS-BATCH-RESUMED-SW     PIC X(01) VALUE "N".
004883     88  WS-BATCH-RESUMED        VALUE "Y".
004890 77  WS-OOB-BATCH-COUNT      PIC 9(04) VALUE 0.
004900 77  WS-REJ-BATCH-COUNT      PIC 9(08) VALUE 0.
004910 77  WS-REJ-BATCH-HASH       PIC S9(13)V9(2) VALUE 0.
004930     88  WS-REJ-TAIL-DONE        VALUE "Y".
004940 77  WS-TRAN-RUN-DATE        PIC X(10) VALUE SPACES.
004950 77  WS-TRAN-DEPARTMENT      PIC X(20) VALUE SPACES.
004957*    One batch detail on its way to or back from the CALCSPL
004964*    spill file (3140 writes it, 3136 reads it back), and the
004971*    TRANIN record read ahead, held aside across the replay.
004990 01  WS-BT-ENTRY.
005010     05  WS-BT-REC-TYPE          PIC X(01).
005020     05  WS-BT-NUM1-TXT          PIC X(10).
005030     05  WS-BT-OPERATOR          PIC X(01).
005040     05  WS-BT-NUM2-TXT          PIC X(10).
005050     05  WS-BT-EXPR-TEXT         PIC X(60).
005060     05  WS-BT-TRAN-NUMBER       PIC 9(08).
005080 77  WS-SPILL-EOF-SW         PIC X(01) VALUE "N".
005081     88  WS-END-OF-SPILL         VALUE "Y".
005090 01  WS-TRAN-HOLD            PIC X(61) VALUE SPACES.
005091*    A run can number 9999 batches (WS-BATCH-NUMBER), so the
005092*    department breakout can never need more slots than this.
005100 77  WS-DEPT-MAX             PIC 9(04) COMP VALUE 9999.
005101 77  WS-DEPT-USED            PIC 9(04) COMP VALUE 0.
005102 77  WS-DEPT-SUB             PIC 9(04) COMP VALUE 0.
005103 77  WS-DEPT-CUR             PIC 9(04) COMP VALUE 0.
005110 01  WS-DEPT-TABLE.
005120     05  WS-DEPT-ENTRY OCCURS 9999.
005130         10  WS-DEPT-NAME        PIC X(20).
005140         10  WS-DEPT-READ        PIC 9(08).
005150         10  WS-DEPT-PROCESSED   PIC 9(08).
005200 77  WS-PRIOR-SW             PIC X(01) VALUE "N".
005210     88  WS-PRIOR-RESULT-SET     VALUE "Y".
005220 01  WS-PRIOR-RESULT-TXT     PIC -999999.99.
005230 77  WS-STORE-MAX            PIC 9(04) COMP VALUE 500.
005240 77  WS-STORE-USED           PIC 9(04) COMP VALUE 0.
005250 77  WS-STORE-SUB            PIC 9(04) COMP VALUE 0.
005260 77  WS-STORE-HIT            PIC 9(04) COMP VALUE 0.
005270 77  WS-STORE-NAME           PIC X(09) VALUE SPACES.
005280 77  WS-RECALL-IN            PIC X(10) VALUE SPACES.
005290 77  WS-RECALL-SW            PIC X(01) VALUE "N".
005300     88  WS-RECALL-FOUND         VALUE "Y".
005310 01  WS-STORE-TABLE.
005320     05  WS-STORE-ENTRY OCCURS 500.
005330         10  WS-STORE-ENT-NAME   PIC X(09).
005340         10  WS-STORE-ENT-VALUE  PIC S9(6)V9(2).
005350 01  WS-STORE-VALUE-TXT      PIC -999999.99.
005500     05  WS-CT-STORE-COUNT        PIC 9(07) VALUE 0.
005510     05  WS-CT-EXPR-COUNT         PIC 9(07) VALUE 0.
005520     05  WS-CT-DUP-COUNT          PIC 9(07) VALUE 0.
005522     05  WS-CT-BAD-DEPT-COUNT     PIC 9(07) VALUE 0.
005524     05  WS-CT-DEPT-MAX-COUNT     PIC 9(07) VALUE 0.
005526     05  WS-CT-OVER-LIMIT-COUNT   PIC 9(07) VALUE 0.
005528     05  WS-CT-CLOSED-PER-COUNT   PIC 9(07) VALUE 0.
005530     05  WS-CT-RESULT-TOTAL   PIC S9(10)V9(2) VALUE 0.
005540 01  WS-CT-COUNT-EDIT         PIC Z,ZZZ,ZZ9.
005550 01  WS-CT-TOTAL-EDIT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
006090 01  WS-DEPT-TOTAL-LINE.
006100     05  WS-DTL-DEPT          PIC X(20).
006110     05  FILLER               PIC X(01) VALUE SPACE.
006120     05  WS-DTL-READ          PIC Z,ZZZ,ZZ9.
006130     05  FILLER               PIC X(01) VALUE SPACE.
006140     05  WS-DTL-PROCESSED     PIC Z,ZZZ,ZZ9.
006150     05  FILLER               PIC X(01) VALUE SPACE.
006160     05  WS-DTL-REJECTED      PIC Z,ZZZ,ZZ9.
006170     05  FILLER               PIC X(01) VALUE SPACE.
006180     05  WS-DTL-DEPT-TOTAL    PIC -Z,ZZZ,ZZZ,ZZ9.99.
006190     05  FILLER               PIC X(01) VALUE SPACE.
006200     05  WS-DTL-BALANCE       PIC X(10).
006210 01  WS-DEPT-TOTAL-HEADING.
006220     05  FILLER               PIC X(21) VALUE "DEPARTMENT".
006230     05  FILLER               PIC X(10) VALUE "     READ".
006240     05  FILLER               PIC X(10) VALUE "     PROC".
006250     05  FILLER               PIC X(10) VALUE "      REJ".
006260     05  FILLER               PIC X(18)
006270         VALUE "      RESULT TOTAL".
006280     05  FILLER               PIC X(09) VALUE "  CONTROL".
008300             WS-EXT-FILE-STATUS
008310         CLOSE TRAN-FILE
008320         CLOSE REJECT-FILE
008321         MOVE 8 TO WS-JOB-RC
008322         GO TO 3000-EXIT
008323     END-IF
008324*    Every batch is vetted against the department master
008325*    (3190); without it no batch can be accepted or refused
008326*    honestly, so the run does not start.
008327     OPEN INPUT DEPT-FILE
008328     IF WS-DEPT-FILE-STATUS NOT = "00"
008329         DISPLAY "CALC_EVAL: UNABLE TO OPEN CALCDEPT, STATUS = "
008330             WS-DEPT-FILE-STATUS
008331         CLOSE TRAN-FILE
008332         CLOSE REJECT-FILE
008333         CLOSE EXTRACT-FILE
008334         MOVE 8 TO WS-JOB-RC
008335         GO TO 3000-EXIT
008336     END-IF
008337*    Batches dated in a month accounting has closed are refused
008338*    (3195).  A shop that has never closed a month has no
008339*    CALCPERD, and then every month stands open.
008340     OPEN INPUT PERIOD-FILE
008341     IF WS-PERD-FILE-STATUS = "00"
008342         SET WS-PERD-FILE-OPEN TO TRUE
008343     ELSE
008344         IF WS-PERD-FILE-STATUS NOT = "35"
008345             DISPLAY "CALC_EVAL: UNABLE TO OPEN CALCPERD, "
008346                 "STATUS = " WS-PERD-FILE-STATUS
008347             CLOSE TRAN-FILE
008348             CLOSE DEPT-FILE
008349             CLOSE REJECT-FILE
008350             CLOSE EXTRACT-FILE
008351             MOVE 8 TO WS-JOB-RC
008352             GO TO 3000-EXIT
008353         END-IF
008354     END-IF
008360     PERFORM 3100-READ-TRAN THRU 3100-EXIT
008370     PERFORM 3130-PROCESS-BATCH THRU 3130-EXIT
008380         UNTIL WS-END-OF-TRAN-FILE OR WS-RUN-STOPPED
008393     END-IF
008394     MOVE WS-TRAN-NUMBER TO WS-ACTUAL-COUNT
008400     CLOSE TRAN-FILE
008405     CLOSE DEPT-FILE
008406     IF WS-PERD-FILE-OPEN
008407         CLOSE PERIOD-FILE
008408     END-IF
008410     PERFORM 7300-PRINT-DEPT-TOTALS THRU 7300-EXIT
008420     CLOSE REJECT-FILE
008430     CLOSE EXTRACT-FILE
009310                     MOVE CKPT-STORE-OP-COUNT
009320                         TO WS-CT-STORE-COUNT
009330                 END-IF
009331                 IF CKPT-BAD-DEPT-COUNT IS NUMERIC
009332                     MOVE CKPT-BAD-DEPT-COUNT
009333                         TO WS-CT-BAD-DEPT-COUNT
009334                 END-IF
009335                 IF CKPT-DEPT-MAX-COUNT IS NUMERIC
009336                     MOVE CKPT-DEPT-MAX-COUNT
009337                         TO WS-CT-DEPT-MAX-COUNT
009338                 END-IF
009339                 IF CKPT-OVER-LIMIT-COUNT IS NUMERIC
009340                     MOVE CKPT-OVER-LIMIT-COUNT
009341                         TO WS-CT-OVER-LIMIT-COUNT
009342                 END-IF
009343                 IF CKPT-CLOSED-PER-COUNT IS NUMERIC
009344                     MOVE CKPT-CLOSED-PER-COUNT
009345                         TO WS-CT-CLOSED-PER-COUNT
009346                 END-IF
009347*            The batch in progress resumes with the figures
009348*            and the verdict it had reached.
009349                 IF CKPT-BATCH-PROCESSED IS NUMERIC
009350                     AND CKPT-BATCH-REJECTED IS NUMERIC
009351                     AND CKPT-BATCH-RESULT-TOT IS NUMERIC
009352                     AND CKPT-BATCH-RESULT-LIMIT IS NUMERIC
009353                     MOVE CKPT-BATCH-PROCESSED
009354                         TO WS-CKPT-PROCESSED
009355                     MOVE CKPT-BATCH-REJECTED
009356                         TO WS-CKPT-REJECTED
009357                     MOVE CKPT-BATCH-RESULT-TOT
009358                         TO WS-CKPT-RESULT-TOT
009359                     MOVE CKPT-BATCH-REASON TO WS-CKPT-REASON
009360                     MOVE CKPT-BATCH-RESULT-LIMIT
009361                         TO WS-CKPT-RESULT-LIMIT
009362                     SET WS-CKPT-BATCH-KEPT TO TRUE
009363                 END-IF
009364*            The store table follows on records of its own;
009365*            a checkpoint written before that carries at most
009366*            ten names inside the checkpoint record itself.
009367                 IF CKPT-STORE-COUNT IS NUMERIC
009368                     AND CKPT-STORE-COUNT <= WS-STORE-MAX
009369                     MOVE CKPT-STORE-COUNT TO WS-STORE-USED
009370                     PERFORM 3065-READ-STORE-RECORD
009371                         THRU 3065-EXIT
009380                         VARYING WS-STORE-SUB FROM 1 BY 1
009390                         UNTIL WS-STORE-SUB > WS-STORE-USED
009391                 ELSE
009392                     IF CKPT-STORE-USED IS NUMERIC
009393                         MOVE CKPT-STORE-USED TO WS-STORE-USED
009394                         PERFORM 3060-RESTORE-STORE-ENTRY
009395                             THRU 3060-EXIT
009396                             VARYING WS-STORE-SUB FROM 1 BY 1
009397                             UNTIL WS-STORE-SUB > WS-STORE-USED
009398                     END-IF
009400                 END-IF
009410             END-IF
009420         END-IF
009490 3050-EXIT.
009500     EXIT.
009510*----------------------------------------------------------------
009520* 3060-RESTORE-STORE-ENTRY - one named-store entry back into
009521* the table from a checkpoint record of the older layout, which
009530* carried the table inline.
009540*----------------------------------------------------------------
009550 3060-RESTORE-STORE-ENTRY.
009560     MOVE CKPT-STORE-NAME (WS-STORE-SUB)
009570         TO WS-STORE-ENT-NAME (WS-STORE-SUB)
009580     MOVE CKPT-STORE-VALUE (WS-STORE-SUB)
009590         TO WS-STORE-ENT-VALUE (WS-STORE-SUB).
009591 3060-EXIT.
009592     EXIT.
009593*----------------------------------------------------------------
009594* 3065-READ-STORE-RECORD - one named-store entry back into the
009595* table off its own record behind the checkpoint record.  A
009596* checkpoint cut short leaves the name blank, so a later recall
009597* of it rejects the same audible way a stale name does.
009598*----------------------------------------------------------------
009599 3065-READ-STORE-RECORD.
009600     READ CHECKPOINT-FILE
009601         AT END
009602             CONTINUE
009603     END-READ
009604     IF WS-CKPT-FILE-STATUS NOT = "00"
009605         MOVE SPACES TO WS-STORE-ENT-NAME (WS-STORE-SUB)
009606         MOVE 0 TO WS-STORE-ENT-VALUE (WS-STORE-SUB)
009607         GO TO 3065-EXIT
009608     END-IF
009609     MOVE CKPT-SR-NAME  TO WS-STORE-ENT-NAME (WS-STORE-SUB)
009610     MOVE CKPT-SR-VALUE TO WS-STORE-ENT-VALUE (WS-STORE-SUB).
009611 3065-EXIT.
009612     EXIT.
009620*----------------------------------------------------------------
009630* 3100-READ-TRAN - read the next transaction record.  Record
009640* typing (header, trailer, detail) belongs to the batch loop in
009730     EXIT.
009740*----------------------------------------------------------------
009750* 3130-PROCESS-BATCH - take one H/detail/T bracket off TRANIN:
009760* capture the header, spill the details to CALCSPL, capture
009770* the trailer, balance the batch, and only then process or -
009780* out of balance - reject the spilled details, so a bad batch
009790* goes to CALCREJ whole and the batches around it still run,
009800* whatever their size.  A record stream with no header, or cut
009805* off before its
009810* trailer, is a batch out of balance by definition.  The chained
009820* "R" result never crosses a batch boundary; the reset is
009830* skipped while replaying records a restarted run has already
009850*----------------------------------------------------------------
009860 3130-PROCESS-BATCH.
009870     ADD 1 TO WS-BATCH-NUMBER
009890     MOVE 0 TO WS-BATCH-DETAIL-COUNT
009900     MOVE 0 TO WS-ACTUAL-HASH
009910     MOVE 0 TO WS-EXPECTED-COUNT
009950     MOVE "N" TO WS-BALANCE-SW
009960     MOVE "N" TO WS-BATCH-HELD-SW
009970     MOVE SPACES TO WS-FORCED-REASON
009973     MOVE SPACE TO WS-DEPT-CHECK-SW
009976     MOVE 0 TO WS-DEPT-RESULT-LIMIT
009978     MOVE SPACE TO WS-PERIOD-CHECK-SW
009980     MOVE 0 TO WS-BATCH-PROCESSED
009985     MOVE 0 TO WS-BATCH-RESULT-TOT
009990     MOVE 0 TO WS-BATCH-REJECTED
010000     MOVE "N" TO WS-COLLECT-DONE-SW
010010     MOVE SPACES        TO WS-TRAN-RUN-DATE
010050         MOVE "N" TO WS-REJ-HDR-SW
010060         MOVE 0 TO WS-REJ-BATCH-COUNT
010070         MOVE 0 TO WS-REJ-BATCH-HASH
010071         MOVE 0 TO WS-STORE-USED
010072*    A batch that began at or before the checkpoint carries on
010073*    from the figures it had reached; the details replayed
010074*    below are not counted a second time.
010075     ELSE
010076         MOVE WS-CKPT-PROCESSED  TO WS-BATCH-PROCESSED
010077         MOVE WS-CKPT-REJECTED   TO WS-BATCH-REJECTED
010078         MOVE WS-CKPT-RESULT-TOT TO WS-BATCH-RESULT-TOT
010079     END-IF
010080     OPEN OUTPUT SPILL-FILE
010081     IF WS-SPL-FILE-STATUS NOT = "00"
010082         DISPLAY "CALC_EVAL: UNABLE TO OPEN CALCSPL, STATUS = "
010083             WS-SPL-FILE-STATUS " - RUN STOPPED"
010084         IF WS-JOB-RC < 8
010085             MOVE 8 TO WS-JOB-RC
010086         END-IF
010087         SET WS-RUN-STOPPED TO TRUE
010088         GO TO 3130-EXIT
010090     END-IF
010100     IF TRAN-NUM1-TXT(1:1) = "H"
010110         PERFORM 3110-CAPTURE-HEADER THRU 3110-EXIT
010140     PERFORM 3140-COLLECT-DETAIL THRU 3140-EXIT
010150         UNTIL WS-BATCH-COLLECTED OR WS-RUN-STOPPED
010160     IF WS-RUN-STOPPED
010165         CLOSE SPILL-FILE
010170         GO TO 3130-EXIT
010180     END-IF
010185     CLOSE SPILL-FILE
010190     IF NOT WS-END-OF-TRAN-FILE
010200         AND TRAN-NUM1-TXT(1:1) = "T"
010210         PERFORM 3120-CAPTURE-TRAILER THRU 3120-EXIT
010220         PERFORM 3100-READ-TRAN THRU 3100-EXIT
010230     END-IF
010240     PERFORM 3150-BALANCE-BATCH THRU 3150-EXIT
010241     PERFORM 3160-POST-DEPARTMENT THRU 3160-EXIT
010242*    The batch the checkpoint fell inside was judged before the
010243*    abend and keeps that verdict (3185); the department, period
010244*    and duplicate checks are not put to it again.
010245     MOVE "N" TO WS-BATCH-RESUMED-SW
010246     IF WS-BATCH-DETAIL-COUNT > 0
010247         AND WS-TRAN-NUMBER - WS-BATCH-DETAIL-COUNT + 1
010248             <= WS-CHECKPOINT-NUMBER
010249         SET WS-BATCH-RESUMED TO TRUE
010250     END-IF
010251     IF NOT WS-BATCH-OUT-OF-BALANCE AND WS-BATCH-RESUMED
010252         PERFORM 3185-RESTORE-VERDICT THRU 3185-EXIT
010253     END-IF
010260     IF NOT WS-BATCH-OUT-OF-BALANCE
010261         PERFORM 3190-CHECK-DEPARTMENT THRU 3190-EXIT
010262     END-IF
010263     IF NOT WS-BATCH-OUT-OF-BALANCE AND WS-DEPT-PASSED
010264         PERFORM 3195-CHECK-PERIOD THRU 3195-EXIT
010265     END-IF
010266     IF NOT WS-BATCH-OUT-OF-BALANCE AND WS-DEPT-PASSED
010267         AND NOT WS-PERIOD-CLOSED
010270         PERFORM 3170-CHECK-DUPLICATE THRU 3170-EXIT
010280     END-IF
010290     EVALUATE TRUE
010300         WHEN WS-BATCH-OUT-OF-BALANCE
010310             MOVE "OB" TO WS-FORCED-REASON
010320             MOVE "OUT OF BALANCE" TO WS-STATUS-TEXT
010324         WHEN WS-DEPT-REFUSED
010328             MOVE "UD" TO WS-FORCED-REASON
010332             MOVE "DEPARTMENT REFUSED" TO WS-STATUS-TEXT
010336         WHEN WS-DEPT-OVER-MAX
010340             MOVE "DX" TO WS-FORCED-REASON
010344             MOVE "OVER DEPT MAX" TO WS-STATUS-TEXT
010348         WHEN WS-PERIOD-CLOSED
010352             MOVE "CP" TO WS-FORCED-REASON
010356             MOVE "CLOSED PERIOD" TO WS-STATUS-TEXT
010360         WHEN WS-BATCH-HELD
010370             MOVE "DU" TO WS-FORCED-REASON
010380             MOVE "DUPLICATE BATCH" TO WS-STATUS-TEXT
010420         WHEN OTHER
010430             IF WS-BATCH-DETAIL-COUNT > 0
010450                 AND WS-TRAN-NUMBER > WS-CHECKPOINT-NUMBER
010460                 PERFORM 7200-WRITE-BATCH-HEADING THRU 7200-EXIT
010470             END-IF
010510     END-EVALUATE
010512     PERFORM 3135-REPLAY-BATCH THRU 3135-EXIT
010514     IF WS-RUN-STOPPED
010516         GO TO 3130-EXIT
010518     END-IF
010520     MOVE SPACES TO WS-FORCED-REASON
010530*    A batch replayed whole by a restarted run already has its
010540*    reject bracket closed on file - only a batch that reached
010590             OR (WS-TRAN-NUMBER = WS-CHECKPOINT-NUMBER
010600                 AND WS-REJ-HEADER-WRITTEN))
010610         PERFORM 3270-WRITE-REJECT-CONTROLS THRU 3270-EXIT
010611     END-IF
010612     IF WS-TRAN-NUMBER > WS-CHECKPOINT-NUMBER
010613         PERFORM 3180-RECORD-BATCH-HISTORY THRU 3180-EXIT
010614     END-IF.
010615 3130-EXIT.
010616     EXIT.
010617*----------------------------------------------------------------
010618* 3135-REPLAY-BATCH - read the batch back off CALCSPL one detail
010619* at a time once it has been balanced and vetted.  Each detail
010620* goes back through the TRANIN record area, where the record
010621* read ahead (the next batch's header) is sitting, so that
010622* record is held aside for the replay and put back after it.
010623*----------------------------------------------------------------
010624 3135-REPLAY-BATCH.
010625     MOVE TRAN-EXPR-RECORD TO WS-TRAN-HOLD
010626     MOVE "N" TO WS-SPILL-EOF-SW
010627     OPEN INPUT SPILL-FILE
010628     IF WS-SPL-FILE-STATUS NOT = "00"
010629         DISPLAY "CALC_EVAL: UNABLE TO REOPEN CALCSPL, STATUS = "
010630             WS-SPL-FILE-STATUS " - RUN STOPPED"
010631         IF WS-JOB-RC < 8
010632             MOVE 8 TO WS-JOB-RC
010633         END-IF
010634         SET WS-RUN-STOPPED TO TRUE
010635         GO TO 3135-RESTORE
010636     END-IF
010637     PERFORM 3136-REPLAY-DETAIL THRU 3136-EXIT
010638         UNTIL WS-END-OF-SPILL OR WS-RUN-STOPPED
010639     CLOSE SPILL-FILE.
010640 3135-RESTORE.
010641     MOVE WS-TRAN-HOLD TO TRAN-EXPR-RECORD.
010642 3135-EXIT.
010643     EXIT.
010644*----------------------------------------------------------------
010645* 3136-REPLAY-DETAIL - the next spilled detail: calculated
010646* through 3200, or - when a whole-batch rejection has set a
010647* forced reason - sent to CALCREJ through 3230.
010648*----------------------------------------------------------------
010649 3136-REPLAY-DETAIL.
010650     READ SPILL-FILE INTO WS-BT-ENTRY
010651         AT END
010652             SET WS-END-OF-SPILL TO TRUE
010653     END-READ
010654     IF WS-END-OF-SPILL
010655         GO TO 3136-EXIT
010656     END-IF
010657     IF WS-SPL-FILE-STATUS NOT = "00"
010658         DISPLAY "CALC_EVAL: CALCSPL READ FAILED, STATUS = "
010659             WS-SPL-FILE-STATUS " - RUN STOPPED"
010660         IF WS-JOB-RC < 8
010661             MOVE 8 TO WS-JOB-RC
010662         END-IF
010663         SET WS-RUN-STOPPED TO TRUE
010664         GO TO 3136-EXIT
010665     END-IF
010666     IF WS-FORCED-REASON NOT = SPACES
010667         PERFORM 3230-REJECT-BATCH-DETAIL THRU 3230-EXIT
010668     ELSE
010669         PERFORM 3200-PROCESS-DETAIL THRU 3200-EXIT
010670     END-IF.
010671 3136-EXIT.
010672     EXIT.
010680*----------------------------------------------------------------
010690* 3170-CHECK-DUPLICATE - ask CALC_HIST whether an already-
010700* completed, unreversed run took a batch with this department,
010750* same night - not after the totals have been paid out twice.
010760*----------------------------------------------------------------
010770 3170-CHECK-DUPLICATE.
010780     IF NOT WS-HEADER-SEEN OR WS-BATCH-DETAIL-COUNT = 0
010790         GO TO 3170-EXIT
010800     END-IF
010810*    A batch a restarted run is merely replaying already stands
010820*    in the history it wrote before the abend - it must not
010830*    match itself and hold the restart.
010840     IF WS-BATCH-RESUMED
010850         GO TO 3170-EXIT
010860     END-IF
010870*    Passing this run's own id lets CALC_HIST skip the records
011110*----------------------------------------------------------------
011120* 3180-RECORD-BATCH-HISTORY - append (or, on a restart,
011130* rewrite) this batch's outcome on the CALCHIST run-history
011140* file: run id, department, run date, counts, operand hash,
011150* processed result total and the final condition.  This is
011151* what the duplicate check, the menu inquiry and the variance
011160* report read, and what the backout job marks reversed.
011180*----------------------------------------------------------------
011190 3180-RECORD-BATCH-HISTORY.
011200     MOVE WS-RUN-ID           TO HIST-RUN-ID
011230     MOVE WS-TRAN-RUN-DATE    TO HIST-RUN-DATE
011240     MOVE WS-BATCH-DETAIL-COUNT TO HIST-READ-CNT
011250     MOVE WS-BATCH-PROCESSED  TO HIST-PROCESSED-CNT
011255     MOVE WS-BATCH-RESULT-TOT TO HIST-RESULT-TOTAL
011260     MOVE WS-BATCH-REJECTED   TO HIST-REJECTED-CNT
011270     MOVE WS-ACTUAL-HASH      TO HIST-HASH
011280     EVALUATE TRUE
011300             MOVE "HELD DUP"    TO HIST-CONDITION
011310         WHEN WS-BATCH-OUT-OF-BALANCE
011320             MOVE "OUT OF BAL"  TO HIST-CONDITION
011321         WHEN WS-DEPT-REFUSED
011322             MOVE "BAD DEPT"    TO HIST-CONDITION
011323         WHEN WS-DEPT-OVER-MAX
011324             MOVE "OVER DEPT MAX" TO HIST-CONDITION
011325         WHEN WS-PERIOD-CLOSED
011326             MOVE "CLOSED PERIOD" TO HIST-CONDITION
011330         WHEN WS-BATCH-REJECTED > 0
011340             MOVE "REJECTS"     TO HIST-CONDITION
011350         WHEN OTHER
011360             MOVE "CLEAN"       TO HIST-CONDITION
011370     END-EVALUATE
011380     MOVE "N" TO HIST-REVERSED
011385     MOVE "N" TO HIST-POSTED
011390     SET HIST-FUNC-RECORD TO TRUE
011400     CALL "CALC_HIST" USING HIST-REQUEST
011410     IF NOT HIST-STATUS-OK
011460 3180-EXIT.
011470     EXIT.
011480*----------------------------------------------------------------
011481* 3185-RESTORE-VERDICT - give a batch a restarted run resumes
011482* inside the verdict the checkpoint recorded for it: refused
011483* (UD, DX), in a closed period (CP), held as a duplicate (DU),
011484* or passed with the department result limit it ran under.
011485* A batch wholly behind the checkpoint is only being skipped
011486* past, and a checkpoint of the older layout carries no
011487* verdict - that batch goes through the checks as before.
011488*----------------------------------------------------------------
011489 3185-RESTORE-VERDICT.
011490     SET WS-DEPT-PASSED TO TRUE
011491     IF WS-TRAN-NUMBER <= WS-CHECKPOINT-NUMBER
011492         GO TO 3185-EXIT
011493     END-IF
011494     IF NOT WS-CKPT-BATCH-KEPT
011495         MOVE "N" TO WS-BATCH-RESUMED-SW
011496         GO TO 3185-EXIT
011497     END-IF
011498     EVALUATE WS-CKPT-REASON
011499         WHEN "UD"
011500             SET WS-DEPT-REFUSED TO TRUE
011501         WHEN "DX"
011502             SET WS-DEPT-OVER-MAX TO TRUE
011503         WHEN "CP"
011504             SET WS-PERIOD-CLOSED TO TRUE
011505         WHEN "DU"
011506             SET WS-BATCH-HELD TO TRUE
011507             IF WS-JOB-RC < 12
011508                 MOVE 12 TO WS-JOB-RC
011509             END-IF
011510         WHEN OTHER
011511             MOVE WS-CKPT-RESULT-LIMIT TO WS-DEPT-RESULT-LIMIT
011512     END-EVALUATE
011513     DISPLAY "CALC_EVAL: BATCH " WS-BATCH-NUMBER
011514         " RESUMED WITH ITS CHECKPOINT VERDICT".
011515 3185-EXIT.
011516     EXIT.
011517*----------------------------------------------------------------
011518* 3190-CHECK-DEPARTMENT - hold a balanced batch's department
011519* against the CALCDEPT department master.  A department the
011520* master does not know, or one marked inactive, has its batch
011521* rejected whole (reason UD); a batch with more details than
011522* the department may send is rejected whole too (reason DX) -
011523* both go back for correction and resubmission the way an
011524* out-of-balance batch does.  A batch that passes carries the
011525* department's per-transaction result limit into its details.
011526* Codes are held in upper case, so the lookup is case-blind.
011527*----------------------------------------------------------------
011528 3190-CHECK-DEPARTMENT.
011529*    A batch a restarted run resumes or replays keeps the verdict
011530*    given before the abend, whatever became of its department.
011531     IF WS-BATCH-RESUMED
011532         GO TO 3190-EXIT
011533     END-IF
011534     SET WS-DEPT-PASSED TO TRUE
011535     MOVE FUNCTION UPPER-CASE(WS-TRAN-DEPARTMENT) TO DEPT-CODE
011536     READ DEPT-FILE
011537         INVALID KEY
011538             SET WS-DEPT-REFUSED TO TRUE
011539             DISPLAY "CALC_EVAL: BATCH " WS-BATCH-NUMBER
011540                 " DEPARTMENT " WS-TRAN-DEPARTMENT
011541                 " NOT ON CALCDEPT - BATCH REJECTED"
011542             GO TO 3190-EXIT
011543     END-READ
011544     IF WS-DEPT-FILE-STATUS NOT = "00"
011545         SET WS-DEPT-REFUSED TO TRUE
011546         DISPLAY "CALC_EVAL: UNABLE TO READ CALCDEPT, STATUS = "
011547             WS-DEPT-FILE-STATUS " - BATCH " WS-BATCH-NUMBER
011548             " REJECTED"
011549         IF WS-JOB-RC < 8
011550             MOVE 8 TO WS-JOB-RC
011551         END-IF
011552         GO TO 3190-EXIT
011553     END-IF
011554     IF NOT DEPT-IS-ACTIVE
011555         SET WS-DEPT-REFUSED TO TRUE
011556         DISPLAY "CALC_EVAL: BATCH " WS-BATCH-NUMBER
011557             " DEPARTMENT " WS-TRAN-DEPARTMENT
011558             " IS INACTIVE - BATCH REJECTED"
011559         GO TO 3190-EXIT
011560     END-IF
011561     IF DEPT-MAX-DETAILS > 0
011562         AND WS-BATCH-DETAIL-COUNT > DEPT-MAX-DETAILS
011563         SET WS-DEPT-OVER-MAX TO TRUE
011564         DISPLAY "CALC_EVAL: BATCH " WS-BATCH-NUMBER
011565             " HAS " WS-BATCH-DETAIL-COUNT " DETAILS - "
011566             WS-TRAN-DEPARTMENT " MAY SEND " DEPT-MAX-DETAILS
011567         GO TO 3190-EXIT
011568     END-IF
011569     MOVE DEPT-MAX-RESULT TO WS-DEPT-RESULT-LIMIT.
011570 3190-EXIT.
011571     EXIT.
011572*----------------------------------------------------------------
011573* 3195-CHECK-PERIOD - hold a balanced, department-approved
011574* batch's header run date against the CALCPERD period-control
011575* file.  A batch dated in a month accounting has closed is
011576* rejected whole (reason CP) - its results would land in a
011577* period already reported - until a supervisor reopens the
011578* month at the menu.  A month not on file stands open.
011579*----------------------------------------------------------------
011580 3195-CHECK-PERIOD.
011581     IF NOT WS-PERD-FILE-OPEN OR NOT WS-HEADER-SEEN
011582         GO TO 3195-EXIT
011583     END-IF
011584*    A batch a restarted run is merely replaying was accepted
011585*    or refused before the abend; a month closed since then
011586*    does not change what is already on file.
011587     IF WS-BATCH-RESUMED
011588         GO TO 3195-EXIT
011589     END-IF
011590     IF WS-TRAN-RUN-DATE(1:4) IS NOT NUMERIC
011591         OR WS-TRAN-RUN-DATE(5:1) NOT = "-"
011592         OR WS-TRAN-RUN-DATE(6:2) IS NOT NUMERIC
011593         GO TO 3195-EXIT
011594     END-IF
011595     MOVE WS-TRAN-RUN-DATE(1:7) TO PERIOD-MONTH
011596     READ PERIOD-FILE
011597         INVALID KEY
011598             GO TO 3195-EXIT
011599     END-READ
011600     IF WS-PERD-FILE-STATUS NOT = "00"
011601         SET WS-PERIOD-CLOSED TO TRUE
011602         DISPLAY "CALC_EVAL: UNABLE TO READ CALCPERD, STATUS = "
011603             WS-PERD-FILE-STATUS " - BATCH " WS-BATCH-NUMBER
011604             " REJECTED"
011605         IF WS-JOB-RC < 8
011606             MOVE 8 TO WS-JOB-RC
011607         END-IF
011608         GO TO 3195-EXIT
011609     END-IF
011610     IF PERIOD-IS-CLOSED
011611         SET WS-PERIOD-CLOSED TO TRUE
011612         DISPLAY "CALC_EVAL: BATCH " WS-BATCH-NUMBER
011613             " RUN DATE " WS-TRAN-RUN-DATE
011614             " IS IN CLOSED PERIOD - BATCH REJECTED"
011615     END-IF.
011616 3195-EXIT.
011617     EXIT.
011618*----------------------------------------------------------------
011619* 3140-COLLECT-DETAIL - spill the next detail record of the
011620* current batch to CALCSPL, numbering it and rolling its
011621* numeric operands into the batch operand hash.  A trailer, a
011622* following batch's header, or end of file ends the
011623* collection.  Only the detail in hand is held in storage, so a
011624* batch balances whatever its size; a failed spill write stops
011625* the run hard rather than splitting the batch.
011626*----------------------------------------------------------------
011627 3140-COLLECT-DETAIL.
011628     IF WS-END-OF-TRAN-FILE
011629         OR TRAN-NUM1-TXT(1:1) = "T"
011630         OR TRAN-NUM1-TXT(1:1) = "H"
011631         SET WS-BATCH-COLLECTED TO TRUE
011632         GO TO 3140-EXIT
011633     END-IF
011700     ADD 1 TO WS-TRAN-NUMBER
011710     ADD 1 TO WS-BATCH-DETAIL-COUNT
011730*    An "E" expression record carries free text, not operands -
011740*    it contributes nothing to the operand hash, and the
011750*    departments key their trailers the same way.
011760     IF TRAN-NUM1-TXT(1:1) = "E"
011770         MOVE "E" TO WS-BT-REC-TYPE
011780         MOVE SPACES TO WS-BT-NUM1-TXT
011790         MOVE SPACE  TO WS-BT-OPERATOR
011800         MOVE SPACES TO WS-BT-NUM2-TXT
011810         MOVE TRAN-EXPR-TEXT TO WS-BT-EXPR-TEXT
011820     ELSE
011830         MOVE "D" TO WS-BT-REC-TYPE
011840         IF FUNCTION TEST-NUMVAL(TRAN-NUM1-TXT) = 0
011850             ADD FUNCTION NUMVAL(TRAN-NUM1-TXT)
011860                 TO WS-ACTUAL-HASH
011890             ADD FUNCTION NUMVAL(TRAN-NUM2-TXT)
011900                 TO WS-ACTUAL-HASH
011910         END-IF
011920         MOVE TRAN-NUM1-TXT  TO WS-BT-NUM1-TXT
011930         MOVE TRAN-OPERATOR  TO WS-BT-OPERATOR
011940         MOVE TRAN-NUM2-TXT  TO WS-BT-NUM2-TXT
011941         MOVE SPACES TO WS-BT-EXPR-TEXT
011942     END-IF
011943     MOVE WS-TRAN-NUMBER TO WS-BT-TRAN-NUMBER
011944     WRITE SPILL-RECORD FROM WS-BT-ENTRY
011945     IF WS-SPL-FILE-STATUS NOT = "00"
011946         DISPLAY "CALC_EVAL: CALCSPL WRITE FAILED, STATUS = "
011947             WS-SPL-FILE-STATUS " - RUN STOPPED"
011948         IF WS-JOB-RC < 8
011949             MOVE 8 TO WS-JOB-RC
011950         END-IF
011951         SET WS-RUN-STOPPED TO TRUE
011952         GO TO 3140-EXIT
011960     END-IF
011980     PERFORM 3100-READ-TRAN THRU 3100-EXIT.
011990 3140-EXIT.
012000     EXIT.
013020 3165-EXIT.
013030     EXIT.
013040*----------------------------------------------------------------
013050* 3200-PROCESS-DETAIL - calculate one spilled transaction of a
013060* balanced batch, unless it was already completed on a prior
013070* run.  The spilled detail goes back into the TRANIN record area
013080* so the resolve, reject and extract paragraphs read the same
013090* fields they always have.
013100*----------------------------------------------------------------
013110 3200-PROCESS-DETAIL.
013120     IF WS-BT-TRAN-NUMBER <= WS-CHECKPOINT-NUMBER
013130         GO TO 3200-EXIT
013140     END-IF
013150     MOVE WS-BT-TRAN-NUMBER TO WS-TRAN-NUMBER
013160     IF WS-BT-REC-TYPE = "E"
013170         PERFORM 3240-PROCESS-EXPRESSION THRU 3240-EXIT
013180         GO TO 3200-EXIT
013190     END-IF
013200     MOVE WS-BT-NUM1-TXT TO TRAN-NUM1-TXT
013210     MOVE WS-BT-OPERATOR TO TRAN-OPERATOR
013220     MOVE WS-BT-NUM2-TXT TO TRAN-NUM2-TXT
013230     IF TRAN-NUM1-TXT(1:1) = "="
013240         PERFORM 3220-STORE-RESULT THRU 3220-EXIT
013250         PERFORM 6000-WRITE-LOG THRU 6000-EXIT
013500         ADD 1 TO WS-DEPT-PROCESSED (WS-DEPT-CUR)
013510         ADD 1 TO WS-BATCH-PROCESSED
013520         ADD CALC-RESULT TO WS-DEPT-RESULT-TOT (WS-DEPT-CUR)
013525         ADD CALC-RESULT TO WS-BATCH-RESULT-TOT
013530     ELSE
013540         MOVE "N" TO WS-PRIOR-SW
013550         ADD 1 TO WS-DEPT-REJECTED (WS-DEPT-CUR)
013770* column.  The result feeds the "R" chain like any other.
013780*----------------------------------------------------------------
013790 3240-PROCESS-EXPRESSION.
013800     MOVE WS-BT-EXPR-TEXT TO EXPR-TEXT
013810     MOVE RATE-AS-OF-DATE TO EXPR-AS-OF-DATE
013815     MOVE SPACE TO EXPR-OVR-SW
013820     CALL "CALC_EXPR" USING EXPR-REQUEST
013830*    A rates file that cannot be read is a broken run, not a
013840*    keying error - grade it at the error level, matching
013890     MOVE EXPR-STATUS-CODE TO CALC-STATUS-CODE
013900     MOVE EXPR-RESULT TO CALC-RESULT
013910     MOVE CALC-RESULT TO CALC-RESULT-EDIT
013912     IF CALC-STATUS-OK AND WS-DEPT-RESULT-LIMIT > 0
013914         PERFORM 5050-CHECK-RESULT-LIMIT THRU 5050-EXIT
013916     END-IF
013920     MOVE EXPR-TEXT(1:10)  TO CALC-NUM1-TXT
013930     MOVE "E"              TO CALC-OPERATOR
013940     MOVE EXPR-TEXT(11:10) TO CALC-NUM2-TXT
014100             DISPLAY "RESULT TOO LARGE - TRANSACTION SKIPPED"
014110             MOVE "OVERFLOW" TO WS-STATUS-TEXT
014120             ADD 1 TO WS-CT-OVERFLOW-COUNT
014122         WHEN CALC-STATUS-OVER-LIMIT
014124             DISPLAY "OVER DEPARTMENT LIMIT - TRANSACTION SKIPPED"
014126             MOVE "OVER DEPT LIMIT" TO WS-STATUS-TEXT
014128             ADD 1 TO WS-CT-OVER-LIMIT-COUNT
014130         WHEN OTHER
014140             MOVE "OK" TO WS-STATUS-TEXT
014150             ADD 1 TO WS-CT-EXPR-COUNT
014210         ADD 1 TO WS-DEPT-PROCESSED (WS-DEPT-CUR)
014220         ADD 1 TO WS-BATCH-PROCESSED
014230         ADD CALC-RESULT TO WS-DEPT-RESULT-TOT (WS-DEPT-CUR)
014235         ADD CALC-RESULT TO WS-BATCH-RESULT-TOT
014240     ELSE
014250         MOVE "N" TO WS-PRIOR-SW
014260         ADD 1 TO WS-DEPT-REJECTED (WS-DEPT-CUR)
014380 3240-EXIT.
014390     EXIT.
014400*----------------------------------------------------------------
014410* 3230-REJECT-BATCH-DETAIL - send one spilled detail of a
014420* rejected-whole batch (out of balance, reason OB; a held
014430* duplicate submission, reason DU; a department the CALCDEPT
014433* master refuses, reason UD, or whose detail maximum the batch
014436* passes, reason DX; a batch dated in a closed accounting
014438* period, reason CP) to CALCREJ, logging it and
014440* writing its extract row the same as any other reject, so the
014450* audit log and the extract still carry one line per input
014460* record and the department can resubmit the corrected batch
014480* for the whole sweep.
014490*----------------------------------------------------------------
014500 3230-REJECT-BATCH-DETAIL.
014510     IF WS-BT-TRAN-NUMBER <= WS-CHECKPOINT-NUMBER
014520         GO TO 3230-EXIT
014530     END-IF
014540     MOVE WS-BT-TRAN-NUMBER TO WS-TRAN-NUMBER
014550     MOVE WS-BT-NUM1-TXT TO TRAN-NUM1-TXT
014560     MOVE WS-BT-OPERATOR TO TRAN-OPERATOR
014570     MOVE WS-BT-NUM2-TXT TO TRAN-NUM2-TXT
014580     IF WS-BT-REC-TYPE = "E"
014590         MOVE WS-BT-EXPR-TEXT (1:10)
014600             TO CALC-NUM1-TXT
014610         MOVE "E" TO CALC-OPERATOR
014620         MOVE WS-BT-EXPR-TEXT (11:10)
014630             TO CALC-NUM2-TXT
014640     ELSE
014650         MOVE TRAN-NUM1-TXT TO CALC-NUM1-TXT
014680     END-IF
014690     MOVE 0 TO CALC-RESULT
014700     MOVE CALC-RESULT TO CALC-RESULT-EDIT
014710     EVALUATE WS-FORCED-REASON
014715         WHEN "DU"
014720             ADD 1 TO WS-CT-DUP-COUNT
014723         WHEN "UD"
014740             ADD 1 TO WS-CT-BAD-DEPT-COUNT
014741         WHEN "DX"
014742             ADD 1 TO WS-CT-DEPT-MAX-COUNT
014743         WHEN "CP"
014744             ADD 1 TO WS-CT-CLOSED-PER-COUNT
014745         WHEN OTHER
014746             ADD 1 TO WS-CT-OUT-OF-BAL-COUNT
014750     END-EVALUATE
014760     ADD 1 TO WS-DEPT-REJECTED (WS-DEPT-CUR)
014770     ADD 1 TO WS-BATCH-REJECTED
014780     PERFORM 6000-WRITE-LOG THRU 6000-EXIT
014790     IF WS-BT-REC-TYPE = "E"
014800         PERFORM 3252-WRITE-EXPR-REJECT THRU 3252-EXIT
014810     ELSE
014820         PERFORM 3250-WRITE-REJECT THRU 3250-EXIT
016340             MOVE "IN" TO REJ-REASON-CODE
016350         WHEN CALC-STATUS-OVERFLOW
016360             MOVE "OV" TO REJ-REASON-CODE
016363         WHEN CALC-STATUS-OVER-LIMIT
016366             MOVE "RL" TO REJ-REASON-CODE
016370         WHEN OTHER
016380             MOVE "??" TO REJ-REASON-CODE
016390     END-EVALUATE
016650     END-IF
016660     MOVE SPACES TO REJ-EXPR-RECORD
016670     MOVE "E" TO REJ-EXPR-TYPE
016680     MOVE WS-BT-EXPR-TEXT TO REJ-EXPR-TEXT
016690     MOVE WS-TRAN-NUMBER TO REJ-EXPR-TRAN-NUMBER
016700     EVALUATE TRUE
016710         WHEN WS-FORCED-REASON NOT = SPACES
016780             MOVE "IN" TO REJ-EXPR-REASON-CODE
016790         WHEN CALC-STATUS-OVERFLOW
016800             MOVE "OV" TO REJ-EXPR-REASON-CODE
016803         WHEN CALC-STATUS-OVER-LIMIT
016806             MOVE "RL" TO REJ-EXPR-REASON-CODE
016810         WHEN OTHER
016820             MOVE "??" TO REJ-EXPR-REASON-CODE
016830     END-EVALUATE
019550             MOVE 8 TO WS-JOB-RC
019555         END-IF
019560     ELSE
019565         MOVE SPACES                  TO CHECKPOINT-RECORD
019570         MOVE WS-TRAN-NUMBER          TO CKPT-TRAN-NUMBER
019580         MOVE WS-CT-ADD-COUNT         TO CKPT-ADD-COUNT
019590         MOVE WS-CT-SUB-COUNT         TO CKPT-SUB-COUNT
019820         MOVE WS-LOG-SEQ              TO CKPT-LOG-SEQ
019830         MOVE WS-CT-DUP-COUNT         TO CKPT-DUP-COUNT
019840         MOVE WS-CT-STORE-COUNT       TO CKPT-STORE-OP-COUNT
019841         MOVE 0                       TO CKPT-STORE-USED
019842         MOVE WS-STORE-USED           TO CKPT-STORE-COUNT
019843         MOVE WS-CT-BAD-DEPT-COUNT    TO CKPT-BAD-DEPT-COUNT
019844         MOVE WS-CT-DEPT-MAX-COUNT    TO CKPT-DEPT-MAX-COUNT
019845         MOVE WS-CT-OVER-LIMIT-COUNT  TO CKPT-OVER-LIMIT-COUNT
019846         MOVE WS-CT-CLOSED-PER-COUNT  TO CKPT-CLOSED-PER-COUNT
019847         MOVE WS-BATCH-PROCESSED      TO CKPT-BATCH-PROCESSED
019848         MOVE WS-BATCH-REJECTED       TO CKPT-BATCH-REJECTED
019849         MOVE WS-BATCH-RESULT-TOT     TO CKPT-BATCH-RESULT-TOT
019850         MOVE WS-FORCED-REASON        TO CKPT-BATCH-REASON
019851         MOVE WS-DEPT-RESULT-LIMIT    TO CKPT-BATCH-RESULT-LIMIT
019852         WRITE CHECKPOINT-RECORD
019860         PERFORM 3310-SAVE-STORE-ENTRY THRU 3310-EXIT
019870             VARYING WS-STORE-SUB FROM 1 BY 1
019880             UNTIL WS-STORE-SUB > WS-STORE-USED
019900         CLOSE CHECKPOINT-FILE
019910     END-IF.
019920 3300-EXIT.
019930     EXIT.
019940*----------------------------------------------------------------
019950* 3310-SAVE-STORE-ENTRY - one named-store entry onto a record
019960* of its own behind the checkpoint record.
019970*----------------------------------------------------------------
019980 3310-SAVE-STORE-ENTRY.
020030     MOVE WS-STORE-ENT-NAME (WS-STORE-SUB)  TO CKPT-SR-NAME
020050     MOVE WS-STORE-ENT-VALUE (WS-STORE-SUB) TO CKPT-SR-VALUE
020060     WRITE CHECKPOINT-STORE-RECORD.
020080 3310-EXIT.
020090     EXIT.
020100*----------------------------------------------------------------
020215         END-IF
020220     END-IF
020230     CALL "CALC_ENGINE" USING CALC-TRANSACTION
020232     IF CALC-STATUS-OK AND WS-DEPT-RESULT-LIMIT > 0
020234         PERFORM 5050-CHECK-RESULT-LIMIT THRU 5050-EXIT
020236     END-IF
020240     EVALUATE TRUE
020250         WHEN CALC-STATUS-DIVIDE-ZERO
020260             DISPLAY "Cannot Be Divided to 0 - "
020390             DISPLAY "RESULT TOO LARGE - TRANSACTION SKIPPED"
020400             MOVE "OVERFLOW" TO WS-STATUS-TEXT
020410             ADD 1 TO WS-CT-OVERFLOW-COUNT
020412         WHEN CALC-STATUS-OVER-LIMIT
020414             DISPLAY "OVER DEPARTMENT LIMIT - TRANSACTION SKIPPED"
020416             MOVE "OVER DEPT LIMIT" TO WS-STATUS-TEXT
020418             ADD 1 TO WS-CT-OVER-LIMIT-COUNT
020420         WHEN OTHER
020430             MOVE "OK" TO WS-STATUS-TEXT
020440             EVALUATE CALC-OPERATOR
020570             END-EVALUATE
020580     END-EVALUATE
020590     ADD CALC-RESULT TO WS-CT-RESULT-TOTAL.
020591 5000-EXIT.
020592     EXIT.
020593*----------------------------------------------------------------
020594* 5050-CHECK-RESULT-LIMIT - refuse a good result whose size,
020595* either sign, passes the batch department's per-transaction
020596* limit from CALCDEPT.  The transaction rejects (reason RL)
020597* with a zero result like any engine reject, so nothing past
020598* the limit reaches the totals or the extract.
020599*----------------------------------------------------------------
020600 5050-CHECK-RESULT-LIMIT.
020601*    The unsigned receiving field takes the absolute value.
020602     MOVE CALC-RESULT TO WS-RESULT-ABS
020603     IF WS-RESULT-ABS > WS-DEPT-RESULT-LIMIT
020604         DISPLAY "CALC_EVAL: RESULT " CALC-RESULT-EDIT
020605             " AT RECORD " WS-TRAN-NUMBER
020606             " PASSES THE DEPARTMENT LIMIT"
020607         SET CALC-STATUS-OVER-LIMIT TO TRUE
020608         MOVE 0 TO CALC-RESULT
020609         MOVE CALC-RESULT TO CALC-RESULT-EDIT
020610     END-IF.
020611 5050-EXIT.
020612     EXIT.
020620*----------------------------------------------------------------
020630* 5100-RESOLVE-NUM2 - when NUM2 is a rate name rather than a
020640* number, replace it with the standing value from the CALCRATE
021400* 7300-PRINT-DEPT-TOTALS - end-of-job page on CALCRPT breaking
021410* the run's counts and result total out per department, with
021420* each department's balance standing, above the console copy of
021430* the same numbers.  A long list carries on over further pages.
021440*----------------------------------------------------------------
021450 7300-PRINT-DEPT-TOTALS.
021460     IF WS-DEPT-USED = 0
021470         GO TO 7300-EXIT
021480     END-IF
021490     PERFORM 7320-WRITE-DEPT-HEADING THRU 7320-EXIT
021560     PERFORM 7310-PRINT-DEPT-LINE THRU 7310-EXIT
021570         VARYING WS-DEPT-SUB FROM 1 BY 1
021580         UNTIL WS-DEPT-SUB > WS-DEPT-USED.
021600 7300-EXIT.
021610     EXIT.
021620*----------------------------------------------------------------
021630* 7310-PRINT-DEPT-LINE - one department's totals line.
021640*----------------------------------------------------------------
021650 7310-PRINT-DEPT-LINE.
021651     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
021652         PERFORM 7320-WRITE-DEPT-HEADING THRU 7320-EXIT
021653     END-IF
021660     MOVE SPACES TO WS-DEPT-TOTAL-LINE
021670     MOVE WS-DEPT-NAME (WS-DEPT-SUB)       TO WS-DTL-DEPT
021680     MOVE WS-DEPT-READ (WS-DEPT-SUB)       TO WS-DTL-READ
021700     MOVE WS-DEPT-REJECTED (WS-DEPT-SUB)   TO WS-DTL-REJECTED
021710     MOVE WS-DEPT-RESULT-TOT (WS-DEPT-SUB) TO WS-DTL-DEPT-TOTAL
021720     IF WS-DEPT-OOB-SW (WS-DEPT-SUB) = "Y"
021730         MOVE "OUT OF BAL"     TO WS-DTL-BALANCE
021740     ELSE
021750         MOVE "IN BALANCE"     TO WS-DTL-BALANCE
021760     END-IF
021780     WRITE PRINT-RECORD
021790     ADD 1 TO WS-LINE-COUNT.
021800 7310-EXIT.
021801     EXIT.
021802*----------------------------------------------------------------
021803* 7320-WRITE-DEPT-HEADING - a new CALCRPT page headed for the
021804* department totals.
021805*----------------------------------------------------------------
021806 7320-WRITE-DEPT-HEADING.
021807     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
021808     MOVE "DEPARTMENT CONTROL TOTALS" TO PRINT-RECORD
021809     WRITE PRINT-RECORD
021810     MOVE SPACES TO PRINT-RECORD
021811     WRITE PRINT-RECORD
021812     MOVE WS-DEPT-TOTAL-HEADING TO PRINT-RECORD
021813     WRITE PRINT-RECORD
021814     ADD 3 TO WS-LINE-COUNT.
021815 7320-EXIT.
021816     EXIT.
021820*----------------------------------------------------------------
021830* 8000-PRINT-CONTROL-TOTALS - end-of-job control totals: counts
021840* of each operation, counts of rejected transactions, and a
022170     DISPLAY "  OUT-OF-BALANCE REJECTS  : " WS-CT-COUNT-EDIT
022180     MOVE WS-CT-DUP-COUNT TO WS-CT-COUNT-EDIT
022190     DISPLAY "  DUPLICATE-BATCH REJECTS : " WS-CT-COUNT-EDIT
022191     MOVE WS-CT-BAD-DEPT-COUNT TO WS-CT-COUNT-EDIT
022192     DISPLAY "  REFUSED-DEPT REJECTS    : " WS-CT-COUNT-EDIT
022193     MOVE WS-CT-DEPT-MAX-COUNT TO WS-CT-COUNT-EDIT
022194     DISPLAY "  OVER-DEPT-MAX REJECTS   : " WS-CT-COUNT-EDIT
022195     MOVE WS-CT-OVER-LIMIT-COUNT TO WS-CT-COUNT-EDIT
022196     DISPLAY "  OVER-DEPT-LIMIT REJECTS : " WS-CT-COUNT-EDIT
022197     MOVE WS-CT-CLOSED-PER-COUNT TO WS-CT-COUNT-EDIT
022198     DISPLAY "  CLOSED-PERIOD REJECTS   : " WS-CT-COUNT-EDIT
022200     IF WS-RUN-MODE(1:5) = "BATCH" AND WS-END-OF-TRAN-FILE
022210         IF WS-ANY-BATCH-OOB
022220             DISPLAY "  RUN CONTROL : *** OUT-OF-BALANCE "
022670         WS-CT-DIVIDE-ZERO-COUNT + WS-CT-INVALID-OP-COUNT
022680         + WS-CT-INVALID-NUM-COUNT + WS-CT-OVERFLOW-COUNT
022690         + WS-CT-OUT-OF-BAL-COUNT + WS-CT-DUP-COUNT
022693         + WS-CT-BAD-DEPT-COUNT + WS-CT-DEPT-MAX-COUNT
022696         + WS-CT-OVER-LIMIT-COUNT + WS-CT-CLOSED-PER-COUNT
022700     COMPUTE WS-PROCESSED-TOTAL =
022710         WS-CT-ADD-COUNT + WS-CT-SUB-COUNT + WS-CT-MUL-COUNT
022720         + WS-CT-DIV-COUNT + WS-CT-MOD-COUNT + WS-CT-PCT-COUNT
