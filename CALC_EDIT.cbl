000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: Afternoon pre-edit of an incoming TRANIN file, run
000060*          before the nightly window.  A department's file used
000070*          to be found bad only when CALC_EVAL ran it overnight -
000080*          a batch out of balance, a rate name not on CALCRATE
000090*          as of the header run date, an "E" record that will
000100*          not parse, a batch CALC_HIST would hold as a
000110*          duplicate - and by then it was too late for the
000120*          department to resend.  This job reads the file and
000130*          applies the same checks
000140*          CALC_EVAL applies: H/T balancing per batch, operand
000150*          and chain/store validation through CALC_ENGINE, rate
000160*          names through CALC_RATES as of each header run date,
000170*          expressions through CALC_EXPR and the duplicate-batch
000180*          test through CALC_HIST.  It is edit-only: nothing is
000190*          written to CALCLOG, CALCEXT, CALCREJ, CALCHIST or
000200*          CALCCKPT.  The EDITRPT listing starts each batch on a
000210*          page of its own - the exceptions found, the balancing
000220*          figures and the batch verdict - so each department's
000230*          pages can go back to it the same afternoon.  The job
000240*          grades like the nightly run so the scheduler can hold
000250*          CALC_EVAL on it: 0 clean, 4 when details would
000260*          reject, 8 when a batch is out of balance or a file
000270*          cannot be read, 12 when a batch would be held as a
000280*          duplicate.
000290* Tectonics: cobc
000300* Modification History:
000310*   2026-10-15  CB  Original program.
000311*   2026-10-15  CB  Department master: a batch from a department
000312*                   not on CALCDEPT or not active, or with more
000313*                   details than the department may send, is
000314*                   listed as a whole-batch reject (UD / DX) as
000315*                   CALC_EVAL would take it, and a detail whose
000316*                   result passes the department's limit is
000317*                   listed under reason RL.  Refused batches
000318*                   grade 4 like any other reject.
000321*   2026-10-15  CB  Expressions go to CALC_EXPR with its rate
000324*                   override cleared - live rates only.
000326*   2026-10-15  CB  CALC_EVAL no longer stops on a batch of more
000328*                   than 2000 details, so the detail-cap check
000330*                   and its summary line are gone; the store
000332*                   table holds 500 names, as the nightly run's
000334*                   does.
000336*   2026-10-15  CB  A batch whose header run date falls in a
000338*                   month closed on CALCPERD is reported as one
000340*                   CALC_EVAL would reject whole (reason CP),
000342*                   with its own summary count.
000343*   2026-10-15  CB  E records are held to the result limit too.
000344******************************************************************
000346 IDENTIFICATION DIVISION.
000348 PROGRAM-ID. CALC_EDIT.
000350 AUTHOR. CRISTOPHER BOHOL.
000360 INSTALLATION. SHOP DATA PROCESSING.
000370 DATE-WRITTEN. OCTOBER 15, 2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRAN-FILE ASSIGN TO TRANIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRAN-FILE-STATUS.
000450     SELECT EDIT-FILE ASSIGN TO EDITRPT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EDIT-FILE-STATUS.
000471     SELECT DEPT-FILE ASSIGN TO CALCDEPT
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS DEPT-CODE
000475         FILE STATUS IS WS-DEPT-FILE-STATUS.
000477     SELECT PERIOD-FILE ASSIGN TO CALCPERD
000479         ORGANIZATION IS INDEXED
000481         ACCESS MODE IS RANDOM
000483         RECORD KEY IS PERIOD-MONTH
000485         FILE STATUS IS WS-PERD-FILE-STATUS.
000487 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TRAN-FILE.
000510 01  TRAN-RECORD.
000520     05  TRAN-NUM1-TXT           PIC X(10).
000530     05  TRAN-OPERATOR           PIC X(01).
000540     05  TRAN-NUM2-TXT           PIC X(10).
000550 01  TRAN-HEADER-RECORD.
000560     05  TRAN-HDR-TYPE           PIC X(01).
000570     05  TRAN-HDR-RUN-DATE       PIC X(10).
000580     05  TRAN-HDR-DEPARTMENT     PIC X(20).
000590 01  TRAN-TRAILER-RECORD.
000600     05  TRAN-TRL-TYPE           PIC X(01).
000610     05  TRAN-TRL-EXPECTED-COUNT PIC 9(08).
000620     05  TRAN-TRL-HASH-TOTAL     PIC S9(13)V9(2)
000630                                 SIGN LEADING SEPARATE.
000640 01  TRAN-EXPR-RECORD.
000650     05  TRAN-EXPR-TYPE          PIC X(01).
000660     05  TRAN-EXPR-TEXT          PIC X(60).
000670 FD  EDIT-FILE.
000680 01  EDIT-RECORD                 PIC X(80).
000683 FD  DEPT-FILE.
000686     COPY CALCDPT.
000687 FD  PERIOD-FILE.
000688     COPY CALCPRD.
000690 WORKING-STORAGE SECTION.
000700     COPY CALCREC.
000710     COPY CALCRTW.
000720     COPY CALCXPW.
000730     COPY CALCHSW.
000740 01  WS-RATE-VALUE-TXT       PIC -999999.99.
000750 77  WS-STATUS-TEXT          PIC X(20) VALUE SPACES.
000760 77  WS-TRAN-FILE-STATUS     PIC X(02) VALUE SPACES.
000770 77  WS-EDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
000775 77  WS-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000777 77  WS-PERD-FILE-STATUS     PIC X(02) VALUE SPACES.
000780 77  WS-JOB-RC               PIC 9(04) VALUE 0.
000790 77  WS-EOF-SW               PIC X(01) VALUE "N".
000800     88  WS-END-OF-TRAN-FILE     VALUE "Y".
000810 77  WS-HDR-SEEN-SW          PIC X(01) VALUE "N".
000820     88  WS-HEADER-SEEN          VALUE "Y".
000830 77  WS-TRL-SEEN-SW          PIC X(01) VALUE "N".
000840     88  WS-TRAILER-SEEN         VALUE "Y".
000850 77  WS-BALANCE-SW           PIC X(01) VALUE "N".
000860     88  WS-BATCH-OUT-OF-BALANCE VALUE "Y".
000870 77  WS-BATCH-HELD-SW        PIC X(01) VALUE "N".
000880     88  WS-BATCH-HELD           VALUE "Y".
000910 77  WS-COLLECT-DONE-SW      PIC X(01) VALUE "N".
000920     88  WS-BATCH-COLLECTED      VALUE "Y".
000930 77  WS-RATE-NAME-SW         PIC X(01) VALUE "N".
000940     88  WS-NUM2-IS-RATE-NAME    VALUE "Y".
000941*    Department master verdict for the batch: taken at the
000942*    header (2130) so the result limit applies to every detail,
000943*    and settled against the detail maximum at the end (2350).
000944 77  WS-DEPT-CHECK-SW        PIC X(01) VALUE SPACE.
000945     88  WS-DEPT-PASSED          VALUE "P".
000946     88  WS-DEPT-REFUSED         VALUE "U".
000947     88  WS-DEPT-OVER-MAX        VALUE "X".
000948 77  WS-DEPT-REFUSE-TEXT     PIC X(74) VALUE SPACES.
000949 77  WS-DEPT-MAX-DETAILS     PIC 9(08) VALUE 0.
000950 77  WS-DEPT-RESULT-LIMIT    PIC 9(06)V9(02) VALUE 0.
000951 77  WS-PERD-OPEN-SW         PIC X(01) VALUE "N".
000952     88  WS-PERD-FILE-OPEN       VALUE "Y".
000953 77  WS-PERIOD-CHECK-SW      PIC X(01) VALUE SPACE.
000954     88  WS-PERIOD-CLOSED        VALUE "C".
000955 77  WS-RESULT-ABS           PIC 9(06)V9(02) VALUE 0.
000956 77  WS-TRAN-NUMBER          PIC 9(08) VALUE 0.
000960 77  WS-EXPECTED-COUNT       PIC 9(08) VALUE 0.
000970 77  WS-EXPECTED-HASH        PIC S9(13)V9(2) VALUE 0.
000980 77  WS-ACTUAL-HASH          PIC S9(13)V9(2) VALUE 0.
000990 77  WS-BATCH-NUMBER         PIC 9(04) VALUE 0.
001000 77  WS-BATCH-DETAIL-COUNT   PIC 9(08) VALUE 0.
001010 77  WS-BATCH-PROCESSED      PIC 9(08) VALUE 0.
001020 77  WS-BATCH-REJECTED       PIC 9(08) VALUE 0.
001030 77  WS-TRAN-RUN-DATE        PIC X(10) VALUE SPACES.
001040 77  WS-TRAN-DEPARTMENT      PIC X(20) VALUE SPACES.
001050 77  WS-DUP-RUN-ID           PIC X(14) VALUE SPACES.
001100 77  WS-FILE-DETAILS         PIC 9(08) VALUE 0.
001110 77  WS-FILE-PROCESSED       PIC 9(08) VALUE 0.
001120 77  WS-FILE-REJECTED        PIC 9(08) VALUE 0.
001130 77  WS-CLEAN-BATCHES        PIC 9(04) VALUE 0.
001140 77  WS-REJECT-BATCHES       PIC 9(04) VALUE 0.
001150 77  WS-OOB-BATCHES          PIC 9(04) VALUE 0.
001160 77  WS-HELD-BATCHES         PIC 9(04) VALUE 0.
001175 77  WS-DEPT-BATCHES         PIC 9(04) VALUE 0.
001177 77  WS-PERIOD-BATCHES       PIC 9(04) VALUE 0.
001180 77  WS-PRIOR-RESULT         PIC S9(6)V9(2) VALUE 0.
001190 77  WS-PRIOR-SW             PIC X(01) VALUE "N".
001200     88  WS-PRIOR-RESULT-SET     VALUE "Y".
001210 01  WS-PRIOR-RESULT-TXT     PIC -999999.99.
001220 77  WS-STORE-MAX            PIC 9(04) COMP VALUE 500.
001230 77  WS-STORE-USED           PIC 9(04) COMP VALUE 0.
001240 77  WS-STORE-SUB            PIC 9(04) COMP VALUE 0.
001250 77  WS-STORE-HIT            PIC 9(04) COMP VALUE 0.
001260 77  WS-STORE-NAME           PIC X(09) VALUE SPACES.
001270 77  WS-RECALL-IN            PIC X(10) VALUE SPACES.
001280 77  WS-RECALL-SW            PIC X(01) VALUE "N".
001290     88  WS-RECALL-FOUND         VALUE "Y".
001300 01  WS-STORE-TABLE.
001310     05  WS-STORE-ENTRY OCCURS 500.
001320         10  WS-STORE-ENT-NAME   PIC X(09).
001330         10  WS-STORE-ENT-VALUE  PIC S9(6)V9(2).
001340 01  WS-STORE-VALUE-TXT      PIC -999999.99.
001350 77  WS-PAGE-NUM             PIC 9(04) VALUE 0.
001360 77  WS-LINE-COUNT           PIC 9(02) VALUE 0.
001370 77  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
001380 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
001390 77  WS-HOLD-LINE            PIC X(80) VALUE SPACES.
001400     COPY CALCLGW.
001410 01  WS-REPORT-DATE-EDIT.
001420     05  WS-RD-YYYY           PIC 9(04).
001430     05  FILLER               PIC X VALUE "-".
001440     05  WS-RD-MM             PIC 9(02).
001450     05  FILLER               PIC X VALUE "-".
001460     05  WS-RD-DD             PIC 9(02).
001470 01  WS-HEADING-1.
001480     05  FILLER               PIC X(26)
001490         VALUE "CALC_EDIT PRE-EDIT LISTING".
001500     05  FILLER               PIC X(14) VALUE SPACES.
001510     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
001520     05  WS-HDR-DATE          PIC X(10).
001530     05  FILLER               PIC X(06) VALUE SPACES.
001540     05  FILLER               PIC X(05) VALUE "PAGE ".
001550     05  WS-HDR-PAGE          PIC ZZZ9.
001560 01  WS-HEADING-1B.
001570     05  FILLER               PIC X(13) VALUE "EDIT RUN ID: ".
001580     05  WS-HDR-RUN-ID        PIC X(14).
001590     05  FILLER               PIC X(12) VALUE "  OPERATOR: ".
001600     05  WS-HDR-OPERATOR      PIC X(08).
001610 01  WS-BATCH-HEADING.
001620     05  FILLER               PIC X(06) VALUE "BATCH ".
001630     05  WS-BH-BATCH          PIC 9(04).
001640     05  FILLER               PIC X(14) VALUE "  DEPARTMENT: ".
001650     05  WS-BH-DEPARTMENT     PIC X(20).
001660     05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
001670     05  WS-BH-RUN-DATE       PIC X(10).
001680 01  WS-EXCEPTION-HEADING.
001690     05  FILLER               PIC X(09) VALUE "TRAN".
001700     05  FILLER               PIC X(11) VALUE "NUM1".
001710     05  FILLER               PIC X(02) VALUE "OP".
001720     05  FILLER               PIC X(11) VALUE " NUM2".
001730     05  FILLER               PIC X(04) VALUE "RSN".
001740     05  FILLER               PIC X(09) VALUE "EXCEPTION".
001750 01  WS-EXCEPTION-LINE.
001760     05  WS-EXC-TRAN          PIC 9(08).
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  WS-EXC-NUM1          PIC X(10).
001790     05  FILLER               PIC X(01) VALUE SPACE.
001800     05  WS-EXC-OPER          PIC X(01).
001810     05  FILLER               PIC X(02) VALUE SPACES.
001820     05  WS-EXC-NUM2          PIC X(10).
001830     05  FILLER               PIC X(01) VALUE SPACE.
001840     05  WS-EXC-REASON        PIC X(02).
001850     05  FILLER               PIC X(02) VALUE SPACES.
001860     05  WS-EXC-TEXT          PIC X(42).
001870 01  WS-FIGURE-LINE.
001880     05  FILLER               PIC X(02) VALUE SPACES.
001890     05  WS-FIG-LABEL         PIC X(20).
001900     05  FILLER               PIC X(02) VALUE ": ".
001910     05  WS-FIG-ACTUAL        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001920     05  FILLER               PIC X(04) VALUE SPACES.
001930     05  WS-FIG-EXPECTED      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001940 01  WS-FIGURE-HEADING.
001950     05  FILLER               PIC X(24) VALUE SPACES.
001960     05  FILLER               PIC X(22)
001970         VALUE "                ACTUAL".
001980     05  FILLER               PIC X(04) VALUE SPACES.
001990     05  FILLER               PIC X(22)
002000         VALUE "               TRAILER".
002010 01  WS-COUNT-LINE.
002020     05  FILLER               PIC X(02) VALUE SPACES.
002030     05  WS-CNT-LABEL         PIC X(20).
002040     05  FILLER               PIC X(02) VALUE ": ".
002050     05  WS-CNT-VALUE         PIC Z,ZZZ,ZZ9.
002060 01  WS-MESSAGE-LINE.
002070     05  FILLER               PIC X(02) VALUE SPACES.
002080     05  FILLER               PIC X(04) VALUE "*** ".
002090     05  WS-MSG-TEXT          PIC X(74).
002100 01  WS-VERDICT-LINE.
002110     05  FILLER               PIC X(02) VALUE SPACES.
002120     05  FILLER               PIC X(22)
002130         VALUE "BATCH VERDICT       : ".
002140     05  WS-VERDICT-TEXT      PIC X(56).
002150 PROCEDURE DIVISION.
002160*----------------------------------------------------------------
002170* 0000-MAINLINE - edit TRANIN batch by batch onto the listing,
002180* then grade the file for the scheduler.
002190*----------------------------------------------------------------
002200 0000-MAINLINE.
002210     DISPLAY "CALC_EDIT - TRANIN PRE-EDIT"
002220     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
002230     MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-ID
002240     MOVE WS-CURR-YYYY TO WS-RD-YYYY
002250     MOVE WS-CURR-MM   TO WS-RD-MM
002260     MOVE WS-CURR-DD   TO WS-RD-DD
002270     MOVE "EDIT" TO WS-RUN-SOURCE
002280     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
002290     IF WS-OPERATOR-ID = SPACES
002300         MOVE "UNKNOWN" TO WS-OPERATOR-ID
002310     END-IF
002320     MOVE WS-RUN-ID      TO RATE-RUN-ID
002330     MOVE WS-RUN-SOURCE  TO RATE-SOURCE
002340     MOVE WS-OPERATOR-ID TO RATE-OPERATOR-ID
002350*    Rates resolve as of today until a header names the run date
002360*    its batch was keyed against (2110).
002370     MOVE WS-REPORT-DATE-EDIT TO RATE-AS-OF-DATE
002380     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002390     IF WS-JOB-RC NOT = 0
002400         GO TO 0000-END-OF-JOB
002410     END-IF
002420     PERFORM 2100-READ-TRAN THRU 2100-EXIT
002430     PERFORM 2000-EDIT-BATCH THRU 2000-EXIT
002440         UNTIL WS-END-OF-TRAN-FILE
002450*    An empty file is the truncated transfer the balancing was
002460*    built for - the nightly run grades it out of balance too.
002470     IF WS-BATCH-NUMBER = 0
002480         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
002490         MOVE "EMPTY TRANIN - NIGHTLY RUN WOULD BE OUT OF BALANCE"
002500             TO WS-MSG-TEXT
002510         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
002520         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002530         DISPLAY "CALC_EDIT: TRANIN IS EMPTY"
002540         ADD 1 TO WS-OOB-BATCHES
002550         IF WS-JOB-RC < 8
002560             MOVE 8 TO WS-JOB-RC
002570         END-IF
002580     END-IF
002590     IF WS-JOB-RC < 8 AND WS-FILE-REJECTED > 0
002600         MOVE 4 TO WS-JOB-RC
002610     END-IF
002620     PERFORM 7400-WRITE-FILE-SUMMARY THRU 7400-EXIT
002630     CLOSE TRAN-FILE
002640     CLOSE EDIT-FILE
002645     CLOSE DEPT-FILE
002646     IF WS-PERD-FILE-OPEN
002647         CLOSE PERIOD-FILE
002648     END-IF
002650     SET RATE-FUNC-END TO TRUE
002660     CALL "CALC_RATES" USING RATE-REQUEST
002670     SET HIST-FUNC-END TO TRUE
002680     CALL "CALC_HIST" USING HIST-REQUEST.
002690 0000-END-OF-JOB.
002700     MOVE WS-FILE-DETAILS TO WS-COUNT-EDIT
002710     DISPLAY "CALC_EDIT: DETAILS EDITED       : " WS-COUNT-EDIT
002720     MOVE WS-FILE-REJECTED TO WS-COUNT-EDIT
002730     DISPLAY "CALC_EDIT: DETAILS THAT REJECT  : " WS-COUNT-EDIT
002740     IF WS-JOB-RC >= 8
002750         DISPLAY "CALC_EDIT: *** HOLD THE NIGHTLY CALC_EVAL "
002760             "RUN ***"
002770     END-IF
002780     MOVE WS-JOB-RC TO RETURN-CODE
002790     GOBACK.
002800*----------------------------------------------------------------
002810* 1000-OPEN-FILES - the input file, the edit listing and the
002816* CALCDEPT department master.  Any one failing stops the edit at
002822* the error level.  The CALCPERD period-control file is read too
002826* when there is one; without it no month is closed.
002830*----------------------------------------------------------------
002840 1000-OPEN-FILES.
002850     OPEN INPUT TRAN-FILE
002860     IF WS-TRAN-FILE-STATUS NOT = "00"
002870         DISPLAY "CALC_EDIT: UNABLE TO OPEN TRANIN, STATUS = "
002880             WS-TRAN-FILE-STATUS
002890         MOVE 8 TO WS-JOB-RC
002900         GO TO 1000-EXIT
002910     END-IF
002920     OPEN OUTPUT EDIT-FILE
002930     IF WS-EDIT-FILE-STATUS NOT = "00"
002940         DISPLAY "CALC_EDIT: UNABLE TO OPEN EDITRPT, STATUS = "
002950             WS-EDIT-FILE-STATUS
002960         CLOSE TRAN-FILE
002970         MOVE 8 TO WS-JOB-RC
002971         GO TO 1000-EXIT
002972     END-IF
002973     OPEN INPUT DEPT-FILE
002974     IF WS-DEPT-FILE-STATUS NOT = "00"
002975         DISPLAY "CALC_EDIT: UNABLE TO OPEN CALCDEPT, STATUS = "
002976             WS-DEPT-FILE-STATUS
002977         CLOSE TRAN-FILE
002978         CLOSE EDIT-FILE
002979         MOVE 8 TO WS-JOB-RC
002980         GO TO 1000-EXIT
002981     END-IF
002982     OPEN INPUT PERIOD-FILE
002983     IF WS-PERD-FILE-STATUS = "00"
002984         SET WS-PERD-FILE-OPEN TO TRUE
002985     ELSE
002986         IF WS-PERD-FILE-STATUS NOT = "35"
002987             DISPLAY "CALC_EDIT: UNABLE TO OPEN CALCPERD, "
002988                 "STATUS = " WS-PERD-FILE-STATUS
002989             CLOSE TRAN-FILE
002990             CLOSE EDIT-FILE
002991             CLOSE DEPT-FILE
002992             MOVE 8 TO WS-JOB-RC
002993         END-IF
002994     END-IF.
002995 1000-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020* 2000-EDIT-BATCH - take one H/detail/T bracket off TRANIN the
003030* way CALC_EVAL's 3130 does: header, details, trailer, then the
003040* balance and duplicate tests.  Details are edited as they are
003050* read rather than buffered - an edit has no reason to hold a
003060* batch back - and every exception goes on the batch's pages
003070* whether or not the batch as a whole would run.
003080*----------------------------------------------------------------
003090 2000-EDIT-BATCH.
003100     ADD 1 TO WS-BATCH-NUMBER
003110     MOVE 0 TO WS-BATCH-DETAIL-COUNT
003120     MOVE 0 TO WS-BATCH-PROCESSED
003130     MOVE 0 TO WS-BATCH-REJECTED
003140     MOVE 0 TO WS-ACTUAL-HASH
003150     MOVE 0 TO WS-EXPECTED-COUNT
003160     MOVE 0 TO WS-EXPECTED-HASH
003170     MOVE "N" TO WS-HDR-SEEN-SW
003180     MOVE "N" TO WS-TRL-SEEN-SW
003190     MOVE "N" TO WS-BALANCE-SW
003200     MOVE "N" TO WS-BATCH-HELD-SW
003220     MOVE "N" TO WS-COLLECT-DONE-SW
003230     MOVE "N" TO WS-PRIOR-SW
003232     MOVE "U" TO WS-DEPT-CHECK-SW
003234     MOVE SPACES TO WS-DEPT-REFUSE-TEXT
003236     MOVE 0 TO WS-DEPT-MAX-DETAILS
003238     MOVE 0 TO WS-DEPT-RESULT-LIMIT
003239     MOVE SPACE TO WS-PERIOD-CHECK-SW
003240     MOVE 0 TO WS-STORE-USED
003250     MOVE SPACES        TO WS-TRAN-RUN-DATE
003260     MOVE "*NO HEADER*" TO WS-TRAN-DEPARTMENT
003270     IF TRAN-NUM1-TXT(1:1) = "H"
003280         PERFORM 2110-CAPTURE-HEADER THRU 2110-EXIT
003290         PERFORM 2100-READ-TRAN THRU 2100-EXIT
003300     END-IF
003310     PERFORM 7200-WRITE-BATCH-HEADING THRU 7200-EXIT
003320     PERFORM 2200-EDIT-DETAIL THRU 2200-EXIT
003330         UNTIL WS-BATCH-COLLECTED
003340     IF NOT WS-END-OF-TRAN-FILE
003350         AND TRAN-NUM1-TXT(1:1) = "T"
003360         PERFORM 2120-CAPTURE-TRAILER THRU 2120-EXIT
003370         PERFORM 2100-READ-TRAN THRU 2100-EXIT
003380     END-IF
003390     PERFORM 2300-BALANCE-BATCH THRU 2300-EXIT
003400     IF NOT WS-BATCH-OUT-OF-BALANCE
003402         PERFORM 2350-CHECK-DEPARTMENT THRU 2350-EXIT
003404     END-IF
003406     IF NOT WS-BATCH-OUT-OF-BALANCE AND WS-DEPT-PASSED
003408         PERFORM 2360-CHECK-PERIOD THRU 2360-EXIT
003410     END-IF
003412     IF NOT WS-BATCH-OUT-OF-BALANCE AND WS-DEPT-PASSED
003414         AND NOT WS-PERIOD-CLOSED
003416         PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
003420     END-IF
003430     PERFORM 2500-JUDGE-BATCH THRU 2500-EXIT
003440     PERFORM 7300-WRITE-BATCH-SUMMARY THRU 7300-EXIT.
003450 2000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 2100-READ-TRAN - read the next input record.
003490*----------------------------------------------------------------
003500 2100-READ-TRAN.
003510     READ TRAN-FILE
003520         AT END
003530             SET WS-END-OF-TRAN-FILE TO TRUE
003540     END-READ.
003550 2100-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 2110-CAPTURE-HEADER - run date and department off the header;
003590* the batch's rate names resolve as of that date.
003600*----------------------------------------------------------------
003610 2110-CAPTURE-HEADER.
003620     SET WS-HEADER-SEEN TO TRUE
003630     MOVE TRAN-HDR-RUN-DATE   TO WS-TRAN-RUN-DATE
003640     MOVE TRAN-HDR-RUN-DATE   TO RATE-AS-OF-DATE
003650     MOVE TRAN-HDR-DEPARTMENT TO WS-TRAN-DEPARTMENT
003655     PERFORM 2130-READ-DEPARTMENT THRU 2130-EXIT.
003660 2110-EXIT.
003670     EXIT.
003671*----------------------------------------------------------------
003672* 2130-READ-DEPARTMENT - look the header department up on
003673* CALCDEPT (case-blind, as CALC_EVAL does).  Not on file or not
003674* active refuses the batch; otherwise its detail maximum is kept
003675* for 2350 and its result limit applies to each detail (5000).
003676*----------------------------------------------------------------
003677 2130-READ-DEPARTMENT.
003678     MOVE FUNCTION UPPER-CASE(WS-TRAN-DEPARTMENT) TO DEPT-CODE
003679     READ DEPT-FILE
003680         INVALID KEY
003681             MOVE "DEPARTMENT NOT ON CALCDEPT"
003682                 TO WS-DEPT-REFUSE-TEXT
003683             GO TO 2130-EXIT
003684     END-READ
003685     IF WS-DEPT-FILE-STATUS NOT = "00"
003686         DISPLAY "CALC_EDIT: UNABLE TO READ CALCDEPT, STATUS = "
003687             WS-DEPT-FILE-STATUS
003688         MOVE "CALCDEPT UNREADABLE - DEPARTMENT NOT PROVEN"
003689             TO WS-DEPT-REFUSE-TEXT
003690         IF WS-JOB-RC < 8
003691             MOVE 8 TO WS-JOB-RC
003692         END-IF
003693         GO TO 2130-EXIT
003694     END-IF
003695     IF NOT DEPT-IS-ACTIVE
003696         MOVE "DEPARTMENT IS INACTIVE ON CALCDEPT"
003697             TO WS-DEPT-REFUSE-TEXT
003698         GO TO 2130-EXIT
003699     END-IF
003700     SET WS-DEPT-PASSED TO TRUE
003701     MOVE DEPT-MAX-DETAILS TO WS-DEPT-MAX-DETAILS
003702     MOVE DEPT-MAX-RESULT  TO WS-DEPT-RESULT-LIMIT.
003703 2130-EXIT.
003704     EXIT.
003705*----------------------------------------------------------------
003706* 2120-CAPTURE-TRAILER - expected count and operand hash.
003707*----------------------------------------------------------------
003710 2120-CAPTURE-TRAILER.
003720     SET WS-TRAILER-SEEN TO TRUE
003730     MOVE TRAN-TRL-EXPECTED-COUNT TO WS-EXPECTED-COUNT
003740     MOVE TRAN-TRL-HASH-TOTAL     TO WS-EXPECTED-HASH.
003750 2120-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2200-EDIT-DETAIL - edit one detail record of the current
003790* batch: number it, roll its numeric operands into the operand
003800* hash ("E" records excepted, as on the nightly run), and put it
003810* through the same resolution and calculation CALC_EVAL would.
003820* A detail that would reject goes on the listing.  A trailer,
003830* the next batch's header or end of file ends the batch.
003840*----------------------------------------------------------------
003850 2200-EDIT-DETAIL.
003860     IF WS-END-OF-TRAN-FILE
003870         OR TRAN-NUM1-TXT(1:1) = "T"
003880         OR TRAN-NUM1-TXT(1:1) = "H"
003890         SET WS-BATCH-COLLECTED TO TRUE
003900         GO TO 2200-EXIT
003910     END-IF
003920     ADD 1 TO WS-TRAN-NUMBER
003930     ADD 1 TO WS-BATCH-DETAIL-COUNT
003940     ADD 1 TO WS-FILE-DETAILS
003950     MOVE "N" TO WS-RATE-NAME-SW
003960     IF TRAN-NUM1-TXT(1:1) = "E"
003970         PERFORM 2240-EDIT-EXPRESSION THRU 2240-EXIT
003980     ELSE
003990         IF FUNCTION TEST-NUMVAL(TRAN-NUM1-TXT) = 0
004000             ADD FUNCTION NUMVAL(TRAN-NUM1-TXT) TO WS-ACTUAL-HASH
004010         END-IF
004020         IF FUNCTION TEST-NUMVAL(TRAN-NUM2-TXT) = 0
004030             ADD FUNCTION NUMVAL(TRAN-NUM2-TXT) TO WS-ACTUAL-HASH
004040         END-IF
004050         IF TRAN-NUM1-TXT(1:1) = "="
004060             PERFORM 2220-STORE-RESULT THRU 2220-EXIT
004070         ELSE
004080             PERFORM 2210-RESOLVE-NUM1 THRU 2210-EXIT
004090             MOVE TRAN-OPERATOR TO CALC-OPERATOR
004100             MOVE TRAN-NUM2-TXT TO CALC-NUM2-TXT
004110             IF TRAN-NUM2-TXT(1:1) = "@"
004120                 MOVE TRAN-NUM2-TXT TO WS-RECALL-IN
004130                 PERFORM 2215-RECALL-STORED THRU 2215-EXIT
004140                 IF WS-RECALL-FOUND
004150                     MOVE WS-STORE-VALUE-TXT TO CALC-NUM2-TXT
004160                 END-IF
004170             END-IF
004180             PERFORM 5000-CALCULATE THRU 5000-EXIT
004190         END-IF
004200     END-IF
004210     IF CALC-STATUS-OK
004220         IF TRAN-NUM1-TXT(1:1) NOT = "="
004230             MOVE CALC-RESULT TO WS-PRIOR-RESULT
004240             SET WS-PRIOR-RESULT-SET TO TRUE
004250         END-IF
004260         ADD 1 TO WS-BATCH-PROCESSED
004270         ADD 1 TO WS-FILE-PROCESSED
004280     ELSE
004290         MOVE "N" TO WS-PRIOR-SW
004300         ADD 1 TO WS-BATCH-REJECTED
004310         ADD 1 TO WS-FILE-REJECTED
004320         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004330     END-IF
004340     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
004350 2200-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 2210-RESOLVE-NUM1 - "R" takes the standing chain result and
004390* "@NAME" a stored value, exactly as on the nightly run; with
004400* nothing standing the text is left for CALC_ENGINE to reject.
004410*----------------------------------------------------------------
004420 2210-RESOLVE-NUM1.
004430     MOVE TRAN-NUM1-TXT TO CALC-NUM1-TXT
004440     IF TRAN-NUM1-TXT(1:1) = "R" AND TRAN-NUM1-TXT(2:9) = SPACES
004450         AND WS-PRIOR-RESULT-SET
004460         MOVE WS-PRIOR-RESULT     TO WS-PRIOR-RESULT-TXT
004470         MOVE WS-PRIOR-RESULT-TXT TO CALC-NUM1-TXT
004480     END-IF
004490     IF TRAN-NUM1-TXT(1:1) = "@"
004500         MOVE TRAN-NUM1-TXT TO WS-RECALL-IN
004510         PERFORM 2215-RECALL-STORED THRU 2215-EXIT
004520         IF WS-RECALL-FOUND
004530             MOVE WS-STORE-VALUE-TXT TO CALC-NUM1-TXT
004540         END-IF
004550     END-IF.
004560 2210-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 2215-RECALL-STORED - look an "@NAME" reference up in the
004600* batch's named-store table.
004610*----------------------------------------------------------------
004620 2215-RECALL-STORED.
004630     MOVE "N" TO WS-RECALL-SW
004640     MOVE FUNCTION UPPER-CASE(WS-RECALL-IN(2:9))
004650         TO WS-STORE-NAME
004660     MOVE 0 TO WS-STORE-HIT
004670     PERFORM 2225-SCAN-STORE THRU 2225-EXIT
004680         VARYING WS-STORE-SUB FROM 1 BY 1
004690         UNTIL WS-STORE-SUB > WS-STORE-USED
004700     IF WS-STORE-HIT > 0
004710         MOVE WS-STORE-ENT-VALUE (WS-STORE-HIT)
004720             TO WS-STORE-VALUE-TXT
004730         SET WS-RECALL-FOUND TO TRUE
004740     END-IF.
004750 2215-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 2220-STORE-RESULT - an "=NAME" record stores the standing
004790* chain result, under the nightly run's rules: no standing
004800* result, a blank name or a full store table rejects it as an
004810* invalid number, and a failed store drops any older value
004820* under the same name.
004830*----------------------------------------------------------------
004840 2220-STORE-RESULT.
004850     MOVE TRAN-NUM1-TXT TO CALC-NUM1-TXT
004860     MOVE TRAN-OPERATOR TO CALC-OPERATOR
004870     MOVE TRAN-NUM2-TXT TO CALC-NUM2-TXT
004880     SET CALC-STATUS-OK TO TRUE
004890     MOVE FUNCTION UPPER-CASE(TRAN-NUM1-TXT(2:9))
004900         TO WS-STORE-NAME
004910     MOVE 0 TO WS-STORE-HIT
004920     PERFORM 2225-SCAN-STORE THRU 2225-EXIT
004930         VARYING WS-STORE-SUB FROM 1 BY 1
004940         UNTIL WS-STORE-SUB > WS-STORE-USED
004950     IF WS-STORE-NAME = SPACES
004960         OR NOT WS-PRIOR-RESULT-SET
004970         IF WS-STORE-HIT > 0
004980             MOVE SPACES TO WS-STORE-ENT-NAME (WS-STORE-HIT)
004990         END-IF
005000         MOVE "NOTHING TO STORE" TO WS-STATUS-TEXT
005010         GO TO 2220-REJECT
005020     END-IF
005030     IF WS-STORE-HIT = 0
005040         IF WS-STORE-USED >= WS-STORE-MAX
005050             MOVE "STORE TABLE FULL" TO WS-STATUS-TEXT
005060             GO TO 2220-REJECT
005070         END-IF
005080         ADD 1 TO WS-STORE-USED
005090         MOVE WS-STORE-USED TO WS-STORE-HIT
005100         MOVE WS-STORE-NAME TO WS-STORE-ENT-NAME (WS-STORE-HIT)
005110     END-IF
005120     MOVE WS-PRIOR-RESULT TO WS-STORE-ENT-VALUE (WS-STORE-HIT)
005130     MOVE WS-PRIOR-RESULT TO CALC-RESULT
005140     MOVE "RESULT STORED" TO WS-STATUS-TEXT
005150     GO TO 2220-EXIT.
005160 2220-REJECT.
005170     SET CALC-STATUS-INVALID-NUM TO TRUE
005180     MOVE 0 TO CALC-RESULT.
005190 2220-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 2225-SCAN-STORE - note the slot holding WS-STORE-NAME.
005230*----------------------------------------------------------------
005240 2225-SCAN-STORE.
005250     IF WS-STORE-ENT-NAME (WS-STORE-SUB) = WS-STORE-NAME
005260         AND WS-STORE-NAME NOT = SPACES
005270         MOVE WS-STORE-SUB TO WS-STORE-HIT
005280     END-IF.
005290 2225-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320* 2240-EDIT-EXPRESSION - parse and evaluate one "E" record
005330* through CALC_EXPR as of the batch run date; the status byte
005340* matches CALC-STATUS, so it is judged like any other detail,
005345* the department's result limit included.
005350*----------------------------------------------------------------
005360 2240-EDIT-EXPRESSION.
005370     MOVE TRAN-EXPR-TEXT  TO EXPR-TEXT
005380     MOVE RATE-AS-OF-DATE TO EXPR-AS-OF-DATE
005385     MOVE SPACE TO EXPR-OVR-SW
005390     CALL "CALC_EXPR" USING EXPR-REQUEST
005400     IF EXPR-RATE-IO-ERROR
005410         DISPLAY "CALC_EDIT: RATES FILE ERROR AT RECORD "
005420             WS-TRAN-NUMBER
005430         IF WS-JOB-RC < 8
005440             MOVE 8 TO WS-JOB-RC
005450         END-IF
005460     END-IF
005470     MOVE EXPR-STATUS-CODE TO CALC-STATUS-CODE
005480     MOVE EXPR-RESULT      TO CALC-RESULT
005490     MOVE EXPR-TEXT(1:10)  TO CALC-NUM1-TXT
005500     MOVE "E"              TO CALC-OPERATOR
005510     MOVE EXPR-TEXT(11:10) TO CALC-NUM2-TXT
005511     IF CALC-STATUS-OK AND WS-DEPT-RESULT-LIMIT > 0
005512         MOVE CALC-RESULT TO WS-RESULT-ABS
005513         IF WS-RESULT-ABS > WS-DEPT-RESULT-LIMIT
005514             SET CALC-STATUS-OVER-LIMIT TO TRUE
005515         END-IF
005516     END-IF
005520     PERFORM 5200-STATUS-TEXT THRU 5200-EXIT
005530     IF NOT CALC-STATUS-OK
005540         MOVE "EXPRESSION: " TO WS-STATUS-TEXT(1:12)
005550         EVALUATE TRUE
005560             WHEN CALC-STATUS-DIVIDE-ZERO
005570                 MOVE "DIV BY 0" TO WS-STATUS-TEXT(13:8)
005580             WHEN CALC-STATUS-INVALID-OPER
005590                 MOVE "NO PARSE" TO WS-STATUS-TEXT(13:8)
005600             WHEN CALC-STATUS-INVALID-NUM
005610                 MOVE "BAD NUM " TO WS-STATUS-TEXT(13:8)
005620             WHEN CALC-STATUS-OVERFLOW
005630                 MOVE "OVERFLOW" TO WS-STATUS-TEXT(13:8)
005633             WHEN CALC-STATUS-OVER-LIMIT
005636                 MOVE "OVER LIM" TO WS-STATUS-TEXT(13:8)
005640         END-EVALUATE
005650     END-IF.
005660 2240-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------
005690* 2300-BALANCE-BATCH - the nightly run's 3150 test: a missing
005700* header or trailer, a count difference or a hash difference
005710* puts the whole batch out of balance.
005720*----------------------------------------------------------------
005730 2300-BALANCE-BATCH.
005740     IF NOT WS-HEADER-SEEN
005750         SET WS-BATCH-OUT-OF-BALANCE TO TRUE
005760         MOVE "HEADER RECORD MISSING" TO WS-MSG-TEXT
005770         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
005780         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005790     END-IF
005800     IF NOT WS-TRAILER-SEEN
005810         SET WS-BATCH-OUT-OF-BALANCE TO TRUE
005820         MOVE "TRAILER RECORD MISSING" TO WS-MSG-TEXT
005830         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
005840         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005850     ELSE
005860         IF WS-BATCH-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
005870             SET WS-BATCH-OUT-OF-BALANCE TO TRUE
005880             MOVE "RECORD COUNT OUT OF BALANCE" TO WS-MSG-TEXT
005890             MOVE WS-MESSAGE-LINE TO EDIT-RECORD
005900             PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005910         END-IF
005920         IF WS-ACTUAL-HASH NOT = WS-EXPECTED-HASH
005930             SET WS-BATCH-OUT-OF-BALANCE TO TRUE
005940             MOVE "OPERAND HASH OUT OF BALANCE" TO WS-MSG-TEXT
005950             MOVE WS-MESSAGE-LINE TO EDIT-RECORD
005960             PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005970         END-IF
005980     END-IF.
006110 2300-EXIT.
006120     EXIT.
006121*----------------------------------------------------------------
006122* 2350-CHECK-DEPARTMENT - the nightly run's 3190 test on a
006123* balanced batch: refused at the header (2130), or more details
006124* than the department may send, rejects the whole batch.
006125*----------------------------------------------------------------
006126 2350-CHECK-DEPARTMENT.
006127     IF WS-DEPT-REFUSED
006128         MOVE WS-DEPT-REFUSE-TEXT TO WS-MSG-TEXT
006129         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
006130         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006131         GO TO 2350-EXIT
006132     END-IF
006133     IF WS-DEPT-MAX-DETAILS > 0
006134         AND WS-BATCH-DETAIL-COUNT > WS-DEPT-MAX-DETAILS
006135         SET WS-DEPT-OVER-MAX TO TRUE
006136         MOVE WS-DEPT-MAX-DETAILS TO WS-COUNT-EDIT
006137         MOVE SPACES TO WS-MSG-TEXT
006138         STRING "DEPARTMENT MAY SEND NO MORE THAN "
006139                    DELIMITED BY SIZE
006140                WS-COUNT-EDIT DELIMITED BY SIZE
006141                " DETAILS A BATCH" DELIMITED BY SIZE
006142             INTO WS-MSG-TEXT
006143         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
006144         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006145     END-IF.
006146 2350-EXIT.
006147     EXIT.
006148*----------------------------------------------------------------
006149* 2360-CHECK-PERIOD - the nightly run's 3195 test: a batch whose
006150* header run date falls in a month closed on CALCPERD would be
006151* rejected whole.
006152*----------------------------------------------------------------
006153 2360-CHECK-PERIOD.
006154     IF NOT WS-PERD-FILE-OPEN OR NOT WS-HEADER-SEEN
006155         GO TO 2360-EXIT
006156     END-IF
006157     IF WS-TRAN-RUN-DATE(1:4) IS NOT NUMERIC
006158         OR WS-TRAN-RUN-DATE(5:1) NOT = "-"
006159         OR WS-TRAN-RUN-DATE(6:2) IS NOT NUMERIC
006160         GO TO 2360-EXIT
006161     END-IF
006162     MOVE WS-TRAN-RUN-DATE(1:7) TO PERIOD-MONTH
006163     READ PERIOD-FILE
006164         INVALID KEY
006165             GO TO 2360-EXIT
006166     END-READ
006167     IF WS-PERD-FILE-STATUS NOT = "00"
006168         SET WS-PERIOD-CLOSED TO TRUE
006169         MOVE SPACES TO WS-MSG-TEXT
006170         STRING "UNABLE TO READ CALCPERD, STATUS = "
006171                    DELIMITED BY SIZE
006172                WS-PERD-FILE-STATUS DELIMITED BY SIZE
006173             INTO WS-MSG-TEXT
006174         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
006175         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006176         IF WS-JOB-RC < 8
006177             MOVE 8 TO WS-JOB-RC
006178         END-IF
006179         GO TO 2360-EXIT
006180     END-IF
006181     IF PERIOD-IS-CLOSED
006182         SET WS-PERIOD-CLOSED TO TRUE
006183         MOVE SPACES TO WS-MSG-TEXT
006184         STRING "RUN DATE " DELIMITED BY SIZE
006185                WS-TRAN-RUN-DATE DELIMITED BY SIZE
006186                " FALLS IN CLOSED PERIOD " DELIMITED BY SIZE
006187                PERIOD-MONTH DELIMITED BY SIZE
006188             INTO WS-MSG-TEXT
006189         MOVE WS-MESSAGE-LINE TO EDIT-RECORD
006190         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006191     END-IF.
006192 2360-EXIT.
006193     EXIT.
006194*----------------------------------------------------------------
006195* 2400-CHECK-DUPLICATE - ask CALC_HIST whether a completed,
006196* unreversed run already took a batch with this department, run
006197* date and operand hash - the FIND-DUP request only reads the
006198* history.  The edit's own run id never stands on CALCHIST, so
006199* every earlier run is a candidate.
006200*----------------------------------------------------------------
006201 2400-CHECK-DUPLICATE.
006210     IF NOT WS-HEADER-SEEN OR WS-BATCH-DETAIL-COUNT = 0
006220         GO TO 2400-EXIT
006230     END-IF
006240     MOVE WS-RUN-ID          TO HIST-RUN-ID
006250     MOVE WS-TRAN-DEPARTMENT TO HIST-DEPARTMENT
006260     MOVE WS-TRAN-RUN-DATE   TO HIST-RUN-DATE
006270     MOVE WS-ACTUAL-HASH     TO HIST-HASH
006280     SET HIST-FUNC-FIND-DUP TO TRUE
006290     CALL "CALC_HIST" USING HIST-REQUEST
006300     EVALUATE TRUE
006310         WHEN HIST-STATUS-DUPLICATE-RUN
006320             SET WS-BATCH-HELD TO TRUE
006330             MOVE HIST-RUN-ID TO WS-DUP-RUN-ID
006340             MOVE SPACES TO WS-MSG-TEXT
006350             STRING "MATCHES COMPLETED RUN " DELIMITED BY SIZE
006360                    WS-DUP-RUN-ID DELIMITED BY SIZE
006370                    " - WOULD BE HELD AS A DUPLICATE"
006380                        DELIMITED BY SIZE
006390                 INTO WS-MSG-TEXT
006400             MOVE WS-MESSAGE-LINE TO EDIT-RECORD
006410             PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006420         WHEN HIST-STATUS-IO-ERROR
006430             DISPLAY "CALC_EDIT: RUN-HISTORY FILE ERROR - "
006440                 "DUPLICATE CHECK SKIPPED"
006450             MOVE "CALCHIST UNREADABLE - DUPLICATE CHECK SKIPPED"
006460                 TO WS-MSG-TEXT
006470             MOVE WS-MESSAGE-LINE TO EDIT-RECORD
006480             PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006490             IF WS-JOB-RC < 8
006500                 MOVE 8 TO WS-JOB-RC
006510             END-IF
006520     END-EVALUATE.
006530 2400-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 2500-JUDGE-BATCH - the batch's verdict, worst first, and its
006570* floor on the job return code: a held duplicate 12, a batch
006580* out of balance 8, a batch the department
006585* master refuses 4 like any other reject.
006590*----------------------------------------------------------------
006600 2500-JUDGE-BATCH.
006610     EVALUATE TRUE
006690         WHEN WS-BATCH-OUT-OF-BALANCE
006700             MOVE "OUT OF BALANCE - WHOLE BATCH WOULD REJECT (OB)"
006710                 TO WS-VERDICT-TEXT
006720             ADD 1 TO WS-OOB-BATCHES
006730             IF WS-JOB-RC < 8
006740                 MOVE 8 TO WS-JOB-RC
006750             END-IF
006751         WHEN WS-DEPT-REFUSED
006752             MOVE "DEPT REFUSED - WHOLE BATCH WOULD REJECT (UD)"
006753                 TO WS-VERDICT-TEXT
006754             ADD 1 TO WS-DEPT-BATCHES
006755             IF WS-JOB-RC < 4
006756                 MOVE 4 TO WS-JOB-RC
006757             END-IF
006758         WHEN WS-DEPT-OVER-MAX
006759             MOVE "OVER DEPT DETAIL MAX - BATCH WOULD REJECT (DX)"
006760                 TO WS-VERDICT-TEXT
006761             ADD 1 TO WS-DEPT-BATCHES
006762             IF WS-JOB-RC < 4
006763                 MOVE 4 TO WS-JOB-RC
006764             END-IF
006765         WHEN WS-PERIOD-CLOSED
006766             MOVE "CLOSED PERIOD - WHOLE BATCH WOULD REJECT (CP)"
006767                 TO WS-VERDICT-TEXT
006768             ADD 1 TO WS-PERIOD-BATCHES
006769             IF WS-JOB-RC < 4
006770                 MOVE 4 TO WS-JOB-RC
006771             END-IF
006772         WHEN WS-BATCH-HELD
006773             MOVE "DUPLICATE - WHOLE BATCH WOULD BE HELD (DU)"
006780                 TO WS-VERDICT-TEXT
006790             ADD 1 TO WS-HELD-BATCHES
006800             IF WS-JOB-RC < 12
006810                 MOVE 12 TO WS-JOB-RC
006820             END-IF
006830         WHEN WS-BATCH-REJECTED > 0
006840             MOVE "RUNS - LISTED DETAILS WOULD REJECT"
006850                 TO WS-VERDICT-TEXT
006860             ADD 1 TO WS-REJECT-BATCHES
006870         WHEN OTHER
006880             MOVE "CLEAN - RUNS AS SUBMITTED" TO WS-VERDICT-TEXT
006890             ADD 1 TO WS-CLEAN-BATCHES
006900     END-EVALUATE
006910     DISPLAY "CALC_EDIT: BATCH " WS-BATCH-NUMBER " "
006920         WS-TRAN-DEPARTMENT " " WS-VERDICT-TEXT.
006930 2500-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 5000-CALCULATE - resolve a rate name in NUM2 as of the batch
006970* run date and run the detail through CALC_ENGINE.  A name the
006980* rates file does not hold as of that date is called out as
006990* such, not just as the invalid number the engine sees.  A
006993* result past the department's limit rejects as on the nightly
006996* run.
007000*----------------------------------------------------------------
007010 5000-CALCULATE.
007020     IF CALC-NUM2-TXT NOT = SPACES
007030         AND CALC-NUM2-TXT(1:1) NOT = "@"
007040         AND FUNCTION TEST-NUMVAL(CALC-NUM2-TXT) NOT = 0
007050         SET WS-NUM2-IS-RATE-NAME TO TRUE
007060     END-IF
007070     PERFORM 5100-RESOLVE-NUM2 THRU 5100-EXIT
007080     IF WS-NUM2-IS-RATE-NAME AND RATE-STATUS-IO-ERROR
007090         DISPLAY "CALC_EDIT: RATES FILE ERROR AT RECORD "
007100             WS-TRAN-NUMBER
007110         IF WS-JOB-RC < 8
007120             MOVE 8 TO WS-JOB-RC
007130         END-IF
007140     END-IF
007150     CALL "CALC_ENGINE" USING CALC-TRANSACTION
007151     IF CALC-STATUS-OK AND WS-DEPT-RESULT-LIMIT > 0
007152         MOVE CALC-RESULT TO WS-RESULT-ABS
007153         IF WS-RESULT-ABS > WS-DEPT-RESULT-LIMIT
007154             SET CALC-STATUS-OVER-LIMIT TO TRUE
007155         END-IF
007156     END-IF
007160     PERFORM 5200-STATUS-TEXT THRU 5200-EXIT
007170     IF WS-NUM2-IS-RATE-NAME AND NOT RATE-STATUS-OK
007180         MOVE "RATE NOT ON FILE" TO WS-STATUS-TEXT
007190     END-IF.
007200 5000-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230* 5100-RESOLVE-NUM2 - shared rate-name resolution body.
007240*----------------------------------------------------------------
007250 5100-RESOLVE-NUM2.
007260     COPY CALCRTP.
007270 5100-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------
007300* 5200-STATUS-TEXT - the nightly run's status text for the
007310* engine's verdict.
007320*----------------------------------------------------------------
007330 5200-STATUS-TEXT.
007340     EVALUATE TRUE
007350         WHEN CALC-STATUS-DIVIDE-ZERO
007360             MOVE "DIVIDE BY ZERO"   TO WS-STATUS-TEXT
007370         WHEN CALC-STATUS-INVALID-OPER
007380             MOVE "INVALID OPERATOR" TO WS-STATUS-TEXT
007390         WHEN CALC-STATUS-INVALID-NUM
007400             MOVE "INVALID NUMBER"   TO WS-STATUS-TEXT
007410         WHEN CALC-STATUS-OVERFLOW
007420             MOVE "OVERFLOW"         TO WS-STATUS-TEXT
007423         WHEN CALC-STATUS-OVER-LIMIT
007426             MOVE "OVER DEPT LIMIT"  TO WS-STATUS-TEXT
007430         WHEN OTHER
007440             MOVE "OK"               TO WS-STATUS-TEXT
007450     END-EVALUATE.
007460 5200-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490* 7000-WRITE-EXCEPTION - one detail that would reject, with the
007500* CALCREJ reason code it would carry and what is wrong with it.
007510*----------------------------------------------------------------
007520 7000-WRITE-EXCEPTION.
007530     MOVE SPACES TO WS-EXCEPTION-LINE
007540     MOVE WS-TRAN-NUMBER TO WS-EXC-TRAN
007550     IF TRAN-NUM1-TXT(1:1) = "E"
007560         MOVE TRAN-EXPR-TEXT(1:10)  TO WS-EXC-NUM1
007570         MOVE "E"                   TO WS-EXC-OPER
007580         MOVE TRAN-EXPR-TEXT(11:10) TO WS-EXC-NUM2
007590     ELSE
007600         MOVE TRAN-NUM1-TXT TO WS-EXC-NUM1
007610         MOVE TRAN-OPERATOR TO WS-EXC-OPER
007620         MOVE TRAN-NUM2-TXT TO WS-EXC-NUM2
007630     END-IF
007640     EVALUATE TRUE
007650         WHEN CALC-STATUS-DIVIDE-ZERO
007660             MOVE "DZ" TO WS-EXC-REASON
007670         WHEN CALC-STATUS-INVALID-OPER
007680             MOVE "IO" TO WS-EXC-REASON
007690         WHEN CALC-STATUS-INVALID-NUM
007700             MOVE "IN" TO WS-EXC-REASON
007710         WHEN CALC-STATUS-OVERFLOW
007720             MOVE "OV" TO WS-EXC-REASON
007723         WHEN CALC-STATUS-OVER-LIMIT
007726             MOVE "RL" TO WS-EXC-REASON
007730         WHEN OTHER
007740             MOVE "??" TO WS-EXC-REASON
007750     END-EVALUATE
007760     MOVE WS-STATUS-TEXT TO WS-EXC-TEXT
007770     IF WS-NUM2-IS-RATE-NAME AND NOT RATE-STATUS-OK
007780         MOVE SPACES TO WS-EXC-TEXT
007790         STRING "RATE NOT ON CALCRATE AS OF " DELIMITED BY SIZE
007800                RATE-AS-OF-DATE DELIMITED BY SIZE
007810             INTO WS-EXC-TEXT
007820     END-IF
007830     MOVE WS-EXCEPTION-LINE TO EDIT-RECORD
007840     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007850 7000-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------
007880* 7100-WRITE-REPORT-HEADERS - page heading with the date, page
007890* number and the edit's own run id.
007900*----------------------------------------------------------------
007910 7100-WRITE-REPORT-HEADERS.
007920     ADD 1 TO WS-PAGE-NUM
007930     MOVE WS-REPORT-DATE-EDIT TO WS-HDR-DATE
007940     MOVE WS-PAGE-NUM TO WS-HDR-PAGE
007950     MOVE WS-HEADING-1 TO EDIT-RECORD
007960     WRITE EDIT-RECORD
007970     MOVE WS-RUN-ID      TO WS-HDR-RUN-ID
007980     MOVE WS-OPERATOR-ID TO WS-HDR-OPERATOR
007990     MOVE WS-HEADING-1B TO EDIT-RECORD
008000     WRITE EDIT-RECORD
008010     MOVE SPACES TO EDIT-RECORD
008020     WRITE EDIT-RECORD
008030     MOVE 0 TO WS-LINE-COUNT.
008040 7100-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 7200-WRITE-BATCH-HEADING - every batch starts a fresh page, so
008080* each department's pages can be sent back on their own.
008090*----------------------------------------------------------------
008100 7200-WRITE-BATCH-HEADING.
008110     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
008120     MOVE WS-BATCH-NUMBER    TO WS-BH-BATCH
008130     MOVE WS-TRAN-DEPARTMENT TO WS-BH-DEPARTMENT
008140     MOVE WS-TRAN-RUN-DATE   TO WS-BH-RUN-DATE
008150     MOVE WS-BATCH-HEADING TO EDIT-RECORD
008160     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008170     MOVE SPACES TO EDIT-RECORD
008180     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008190     MOVE WS-EXCEPTION-HEADING TO EDIT-RECORD
008200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008210 7200-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240* 7300-WRITE-BATCH-SUMMARY - the batch's balancing figures
008250* against its trailer, what would process and reject, and the
008260* verdict.
008270*----------------------------------------------------------------
008280 7300-WRITE-BATCH-SUMMARY.
008290     MOVE SPACES TO EDIT-RECORD
008300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008310     MOVE WS-FIGURE-HEADING TO EDIT-RECORD
008320     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008330     MOVE "DETAIL COUNT"          TO WS-FIG-LABEL
008340     MOVE WS-BATCH-DETAIL-COUNT   TO WS-FIG-ACTUAL
008350     MOVE WS-EXPECTED-COUNT       TO WS-FIG-EXPECTED
008360     MOVE WS-FIGURE-LINE TO EDIT-RECORD
008370     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008380     MOVE "OPERAND HASH"          TO WS-FIG-LABEL
008390     MOVE WS-ACTUAL-HASH          TO WS-FIG-ACTUAL
008400     MOVE WS-EXPECTED-HASH        TO WS-FIG-EXPECTED
008410     MOVE WS-FIGURE-LINE TO EDIT-RECORD
008420     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008430     MOVE "WOULD PROCESS"         TO WS-CNT-LABEL
008440     MOVE WS-BATCH-PROCESSED      TO WS-CNT-VALUE
008450     MOVE WS-COUNT-LINE TO EDIT-RECORD
008460     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008470     MOVE "WOULD REJECT"          TO WS-CNT-LABEL
008480     MOVE WS-BATCH-REJECTED       TO WS-CNT-VALUE
008490     MOVE WS-COUNT-LINE TO EDIT-RECORD
008500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008510     MOVE SPACES TO EDIT-RECORD
008520     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008530     MOVE WS-VERDICT-LINE TO EDIT-RECORD
008540     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008550 7300-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------
008580* 7400-WRITE-FILE-SUMMARY - the whole file on a last page: batch
008590* verdict counts and whether the nightly run should be held.
008600*----------------------------------------------------------------
008610 7400-WRITE-FILE-SUMMARY.
008620     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
008630     MOVE "FILE SUMMARY" TO EDIT-RECORD
008640     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008650     MOVE SPACES TO EDIT-RECORD
008660     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008670     MOVE "BATCHES EDITED"        TO WS-CNT-LABEL
008680     MOVE WS-BATCH-NUMBER         TO WS-CNT-VALUE
008690     MOVE WS-COUNT-LINE TO EDIT-RECORD
008700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008710     MOVE "  CLEAN"               TO WS-CNT-LABEL
008720     MOVE WS-CLEAN-BATCHES        TO WS-CNT-VALUE
008730     MOVE WS-COUNT-LINE TO EDIT-RECORD
008740     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008750     MOVE "  WITH REJECTS"        TO WS-CNT-LABEL
008760     MOVE WS-REJECT-BATCHES       TO WS-CNT-VALUE
008770     MOVE WS-COUNT-LINE TO EDIT-RECORD
008780     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008790     MOVE "  OUT OF BALANCE"      TO WS-CNT-LABEL
008800     MOVE WS-OOB-BATCHES          TO WS-CNT-VALUE
008810     MOVE WS-COUNT-LINE TO EDIT-RECORD
008820     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008830     MOVE "  HELD DUPLICATE"      TO WS-CNT-LABEL
008840     MOVE WS-HELD-BATCHES         TO WS-CNT-VALUE
008850     MOVE WS-COUNT-LINE TO EDIT-RECORD
008860     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008902     MOVE "  REFUSED BY DEPT"     TO WS-CNT-LABEL
008904     MOVE WS-DEPT-BATCHES         TO WS-CNT-VALUE
008906     MOVE WS-COUNT-LINE TO EDIT-RECORD
008908     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008910     MOVE "  IN CLOSED PERIOD"    TO WS-CNT-LABEL
008912     MOVE WS-PERIOD-BATCHES       TO WS-CNT-VALUE
008914     MOVE WS-COUNT-LINE TO EDIT-RECORD
008916     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008918     MOVE "DETAILS EDITED"        TO WS-CNT-LABEL
008920     MOVE WS-FILE-DETAILS         TO WS-CNT-VALUE
008930     MOVE WS-COUNT-LINE TO EDIT-RECORD
008940     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008950     MOVE "DETAILS THAT REJECT"   TO WS-CNT-LABEL
008960     MOVE WS-FILE-REJECTED        TO WS-CNT-VALUE
008970     MOVE WS-COUNT-LINE TO EDIT-RECORD
008980     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008990     MOVE SPACES TO EDIT-RECORD
009000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009010     IF WS-JOB-RC >= 8
009020         MOVE "*** HOLD THE NIGHTLY CALC_EVAL RUN ***"
009030             TO EDIT-RECORD
009040     ELSE
009050         MOVE "FILE MAY BE RELEASED TO THE NIGHTLY CALC_EVAL RUN"
009060             TO EDIT-RECORD
009070     END-IF
009080     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009090 7400-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------
009120* 7900-WRITE-LINE - write one listing line from EDIT-RECORD,
009130* continuing a full page under fresh headings.
009140*----------------------------------------------------------------
009150 7900-WRITE-LINE.
009160     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009170         MOVE EDIT-RECORD TO WS-HOLD-LINE
009180         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
009190         MOVE WS-HOLD-LINE TO EDIT-RECORD
009200     END-IF
009210     WRITE EDIT-RECORD
009220     ADD 1 TO WS-LINE-COUNT.
009230 7900-EXIT.
009240     EXIT.
009250 END PROGRAM CALC_EDIT.
