000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: Callable what-if pricing of one pending rate change.
000060*          A supervisor answering a CALCRPND request at CALC_MENU
000070*          option 6 could not see what the change would do to the
000080*          numbers until the next night's run had already used
000090*          it.  Given the pending change and a TRANIN-format file
000100*          (the night's TRANIN, or any kept copy of a batch file),
000110*          this module prices every detail twice - once with the
000120*          rates standing on CALCRATE as of each batch's run date,
000130*          once with the pending change applied - the way
000140*          CALC_EVAL prices it: "R" chains, "=NAME" stores and
000150*          "@NAME" recalls, rate names in NUM2, "E" expressions
000160*          through CALC_EXPR, and the CALCDEPT per-transaction
000170*          result limit.  Each pricing keeps its own chain and
000180*          store table, so a changed result carries down a chain
000190*          exactly as it would in the live run.  The side-by-side
000200*          report CALCWHAT.<timestamp> shows old result, new
000210*          result and difference per transaction, flags every
000220*          transaction whose outcome moves, and totals by
000230*          department; the counts and totals also come back to
000240*          the caller (CALCWIW copybook).
000250*          How the pending change is applied for each batch:
000260*            - add or change: the rate name takes the proposed
000270*              value (a run date before the effective date is
000280*              noted on the batch heading - the live run would
000290*              not use it yet);
000300*            - delete: when the record being deleted is the one in
000310*              force on the run date, the name falls back to the
000320*              record in force the day before its effective date,
000330*              or to no rate at all; otherwise nothing changes.
000340*          Balancing, duplicate checks and the department detail
000350*          maximum are left to CALC_EDIT and CALC_EVAL - this is
000360*          a pricing view.  The module writes nothing but its
000370*          report: no CALCLOG, CALCEXT, CALCREJ, CALCHIST or
000380*          CALCCKPT record, and CALCRATE is only read.  The rates
000390*          file stays open for the caller, which ends CALC_RATES
000400*          the way it always does.
000410* Tectonics: cobc
000420* Modification History:
000430*   2026-10-15  CB  Original module.
000433*   2026-10-15  CB  Store tables hold 500 names each, matching
000436*                   CALC_EVAL's.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CALC_WHATIF.
000470 AUTHOR. CRISTOPHER BOHOL.
000480 INSTALLATION. SHOP DATA PROCESSING.
000490 DATE-WRITTEN. OCTOBER 15, 2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT TRAN-FILE ASSIGN USING WS-INPUT-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TRAN-FILE-STATUS.
000570     SELECT WHATIF-FILE ASSIGN USING WS-WHATIF-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-WHATIF-FILE-STATUS.
000600     SELECT DEPT-FILE ASSIGN TO CALCDEPT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DEPT-CODE
000640         FILE STATUS IS WS-DEPT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  TRAN-FILE.
000680 01  TRAN-RECORD.
000690     05  TRAN-NUM1-TXT           PIC X(10).
000700     05  TRAN-OPERATOR           PIC X(01).
000710     05  TRAN-NUM2-TXT           PIC X(10).
000720 01  TRAN-HEADER-RECORD.
000730     05  TRAN-HDR-TYPE           PIC X(01).
000740     05  TRAN-HDR-RUN-DATE       PIC X(10).
000750     05  TRAN-HDR-DEPARTMENT     PIC X(20).
000760 01  TRAN-EXPR-RECORD.
000770     05  TRAN-EXPR-TYPE          PIC X(01).
000780     05  TRAN-EXPR-TEXT          PIC X(60).
000790 FD  WHATIF-FILE.
000800 01  WHATIF-RECORD               PIC X(132).
000810 FD  DEPT-FILE.
000820     COPY CALCDPT.
000830 WORKING-STORAGE SECTION.
000840     COPY CALCREC.
000850     COPY CALCRTW.
000860     COPY CALCXPW.
000870     COPY CALCLGW.
000880 77  WS-TRAN-FILE-STATUS     PIC X(02) VALUE SPACES.
000890 77  WS-WHATIF-FILE-STATUS   PIC X(02) VALUE SPACES.
000900 77  WS-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000910 77  WS-INPUT-NAME           PIC X(60) VALUE SPACES.
000920 77  WS-WHATIF-NAME          PIC X(60) VALUE SPACES.
000930 77  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
000940     88  WS-END-OF-TRAN-FILE     VALUE "Y".
000950 77  WS-DEPT-OPEN-SW         PIC X(01) VALUE "N".
000960     88  WS-DEPT-FILE-OPEN       VALUE "Y".
000970 77  WS-BATCH-OPEN-SW        PIC X(01) VALUE "N".
000980     88  WS-BATCH-IS-OPEN        VALUE "Y".
000990 77  WS-RATE-VALUE-TXT       PIC -999999.99.
001000 77  WS-TRAN-NUMBER          PIC 9(08) VALUE 0.
001010 77  WS-BATCH-NUMBER         PIC 9(04) VALUE 0.
001020 77  WS-BATCH-RUN-DATE       PIC X(10) VALUE SPACES.
001030 77  WS-BATCH-DEPARTMENT     PIC X(20) VALUE SPACES.
001040 77  WS-DEPT-RESULT-LIMIT    PIC 9(06)V9(02) VALUE 0.
001050 77  WS-RESULT-ABS           PIC 9(06)V9(02) VALUE 0.
001060*    The pending change as it applies to the batch in hand -
001070*    "V" the name prices at WS-OVR-VALUE, "X" the name has no
001080*    rate, space the batch is unaffected.
001090 77  WS-OVR-SW               PIC X(01) VALUE SPACE.
001100     88  WS-OVR-VALUE-SET        VALUE "V".
001110     88  WS-OVR-REMOVED          VALUE "X".
001120 77  WS-OVR-VALUE            PIC S9(6)V9(2) VALUE 0.
001130 77  WS-OVR-NOTE             PIC X(60) VALUE SPACES.
001140 77  WS-STANDING-SW          PIC X(01) VALUE "N".
001150     88  WS-STANDING-FOUND       VALUE "Y".
001160 77  WS-STANDING-VALUE       PIC S9(6)V9(2) VALUE 0.
001170 77  WS-STANDING-EFF-DATE    PIC X(10) VALUE SPACES.
001180 77  WS-EFF-YMD-TXT          PIC X(08) VALUE SPACES.
001190 77  WS-EFF-YMD              PIC 9(08) VALUE 0.
001200 77  WS-DAY-NUMBER           PIC 9(08) VALUE 0.
001210 01  WS-DAY-BEFORE.
001220     05  WS-DB-YYYY              PIC 9(04).
001230     05  FILLER                  PIC X VALUE "-".
001240     05  WS-DB-MM                PIC 9(02).
001250     05  FILLER                  PIC X VALUE "-".
001260     05  WS-DB-DD                PIC 9(02).
001270 01  WS-DAY-BEFORE-YMD.
001280     05  WS-DBY-YYYY             PIC 9(04).
001290     05  WS-DBY-MM               PIC 9(02).
001300     05  WS-DBY-DD               PIC 9(02).
001310*    The detail being priced, held while it goes through both
001320*    pricings.
001330 77  WS-DET-TYPE             PIC X(01) VALUE SPACE.
001340 77  WS-DET-NUM1-TXT         PIC X(10) VALUE SPACES.
001350 77  WS-DET-OPERATOR         PIC X(01) VALUE SPACE.
001360 77  WS-DET-NUM2-TXT         PIC X(10) VALUE SPACES.
001370 77  WS-DET-EXPR-TEXT        PIC X(60) VALUE SPACES.
001380*    Pricing contexts - 1 prices at the standing rates, 2 with
001390*    the pending change.  Each carries its own "R" chain and
001400*    named-store table, 500 names like CALC_EVAL's.
001410 77  WS-PASS                 PIC 9(01) COMP VALUE 1.
001420 77  WS-STORE-MAX            PIC 9(04) COMP VALUE 500.
001430 77  WS-STORE-SUB            PIC 9(04) COMP VALUE 0.
001440 77  WS-STORE-HIT            PIC 9(04) COMP VALUE 0.
001450 77  WS-STORE-NAME           PIC X(09) VALUE SPACES.
001460 77  WS-RECALL-IN            PIC X(10) VALUE SPACES.
001470 77  WS-RECALL-SW            PIC X(01) VALUE "N".
001480     88  WS-RECALL-FOUND         VALUE "Y".
001490 77  WS-STORE-VALUE-TXT      PIC -999999.99.
001500 77  WS-PRIOR-RESULT-TXT     PIC -999999.99.
001510 01  WS-CONTEXT-TABLE.
001520     05  WS-CTX-ENTRY OCCURS 2.
001530         10  WS-CTX-PRIOR-SW         PIC X(01).
001540             88  WS-CTX-PRIOR-SET        VALUE "Y".
001550         10  WS-CTX-PRIOR-RESULT     PIC S9(6)V9(2).
001560         10  WS-CTX-STORE-USED       PIC 9(04) COMP.
001570         10  WS-CTX-STORE-ENTRY OCCURS 500.
001580             15  WS-CTX-STORE-NAME       PIC X(09).
001590             15  WS-CTX-STORE-VALUE      PIC S9(6)V9(2).
001600*    Outcome of each pricing of the detail in hand.
001610 01  WS-OUTCOME-TABLE.
001620     05  WS-OUT-ENTRY OCCURS 2.
001630         10  WS-OUT-RESULT           PIC S9(6)V9(2).
001640         10  WS-OUT-COUNTED          PIC S9(6)V9(2).
001650         10  WS-OUT-STATUS-TEXT      PIC X(16).
001660 77  WS-DIFFERENCE           PIC S9(7)V9(2) VALUE 0.
001670 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
001680     88  WS-DETAIL-CHANGED       VALUE "Y".
001690*    Department totals - one slot per department met in the
001700*    file; more departments than the table holds share the last
001710*    slot, which is then labelled as such.
001720 77  WS-DEPT-MAX             PIC 9(04) COMP VALUE 500.
001730 77  WS-DEPT-USED            PIC 9(04) COMP VALUE 0.
001740 77  WS-DEPT-SUB             PIC 9(04) COMP VALUE 0.
001750 77  WS-DEPT-CUR             PIC 9(04) COMP VALUE 0.
001760 01  WS-DEPT-TABLE.
001770     05  WS-DEPT-ENTRY OCCURS 500.
001780         10  WS-DEPT-NAME            PIC X(20).
001790         10  WS-DEPT-DETAILS         PIC 9(08).
001800         10  WS-DEPT-CHANGED         PIC 9(08).
001810         10  WS-DEPT-OLD-TOTAL       PIC S9(10)V9(2).
001820         10  WS-DEPT-NEW-TOTAL       PIC S9(10)V9(2).
001830 77  WS-DETAIL-COUNT         PIC 9(08) VALUE 0.
001840 77  WS-CHANGED-COUNT        PIC 9(08) VALUE 0.
001850 77  WS-OLD-TOTAL            PIC S9(10)V9(2) VALUE 0.
001860 77  WS-NEW-TOTAL            PIC S9(10)V9(2) VALUE 0.
001870 77  WS-TOTAL-DIFF           PIC S9(10)V9(2) VALUE 0.
001880 77  WS-PAGE-NUM             PIC 9(04) VALUE 0.
001890 77  WS-LINE-COUNT           PIC 9(02) VALUE 0.
001900 77  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
001910 77  WS-TOTALS-SW            PIC X(01) VALUE "N".
001920     88  WS-PRINTING-TOTALS      VALUE "Y".
001930 01  WS-REPORT-DATE-EDIT.
001940     05  WS-RD-YYYY           PIC 9(04).
001950     05  FILLER               PIC X VALUE "-".
001960     05  WS-RD-MM             PIC 9(02).
001970     05  FILLER               PIC X VALUE "-".
001980     05  WS-RD-DD             PIC 9(02).
001990 01  WS-HEADING-1.
002000     05  FILLER               PIC X(40)
002010         VALUE "CALC_WHATIF RATE CHANGE SIMULATION".
002020     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
002030     05  WS-HDR-DATE          PIC X(10).
002040     05  FILLER               PIC X(13) VALUE "  REPORT ID: ".
002050     05  WS-HDR-REPORT-ID     PIC X(14).
002060     05  FILLER               PIC X(13) VALUE "  OPERATOR: ".
002070     05  WS-HDR-OPERATOR      PIC X(08).
002080     05  FILLER               PIC X(06) VALUE SPACES.
002090     05  FILLER               PIC X(05) VALUE "PAGE ".
002100     05  WS-HDR-PAGE          PIC ZZZ9.
002110 01  WS-HEADING-1B.
002120     05  FILLER               PIC X(16) VALUE "PENDING CHANGE: ".
002130     05  WS-HDR-ACTION        PIC X(06).
002140     05  FILLER               PIC X(06) VALUE " RATE ".
002150     05  WS-HDR-RATE-NAME     PIC X(10).
002160     05  FILLER               PIC X(11) VALUE " EFFECTIVE ".
002170     05  WS-HDR-EFF-DATE      PIC X(10).
002180     05  FILLER               PIC X(07) VALUE " VALUE ".
002190     05  WS-HDR-VALUE         PIC -ZZZ,ZZ9.99.
002200 01  WS-HEADING-1C.
002210     05  FILLER               PIC X(07) VALUE "INPUT: ".
002220     05  WS-HDR-INPUT         PIC X(60).
002230     05  FILLER               PIC X(45)
002240         VALUE "  SIMULATION ONLY - NOTHING POSTED OR LOGGED".
002250 01  WS-DETAIL-HEADING.
002260     05  FILLER               PIC X(09) VALUE "TRAN".
002270     05  FILLER               PIC X(11) VALUE "NUM1".
002280     05  FILLER               PIC X(02) VALUE "OP".
002290     05  FILLER               PIC X(12) VALUE " NUM2".
002300     05  FILLER               PIC X(12) VALUE "  OLD RESULT".
002310     05  FILLER               PIC X(18) VALUE " OLD STATUS".
002320     05  FILLER               PIC X(12) VALUE "  NEW RESULT".
002330     05  FILLER               PIC X(18) VALUE " NEW STATUS".
002340     05  FILLER               PIC X(14) VALUE "    DIFFERENCE".
002350     05  FILLER               PIC X(04) VALUE " CHG".
002360 01  WS-DETAIL-LINE.
002370     05  WS-DL-TRAN           PIC 9(08).
002380     05  FILLER               PIC X(01) VALUE SPACE.
002390     05  WS-DL-NUM1           PIC X(10).
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  WS-DL-OPER           PIC X(01).
002420     05  FILLER               PIC X(01) VALUE SPACE.
002430     05  WS-DL-NUM2           PIC X(10).
002440     05  FILLER               PIC X(02) VALUE SPACES.
002450     05  WS-DL-OLD-RESULT     PIC -ZZZ,ZZ9.99.
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  WS-DL-OLD-STATUS     PIC X(16).
002480     05  FILLER               PIC X(02) VALUE SPACES.
002490     05  WS-DL-NEW-RESULT     PIC -ZZZ,ZZ9.99.
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  WS-DL-NEW-STATUS     PIC X(16).
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  WS-DL-DIFFERENCE     PIC -Z,ZZZ,ZZ9.99.
002540     05  FILLER               PIC X(03) VALUE SPACES.
002550     05  WS-DL-CHANGED        PIC X(01).
002560 01  WS-BATCH-HEADING.
002570     05  FILLER               PIC X(06) VALUE "BATCH ".
002580     05  WS-BH-BATCH          PIC 9(04).
002590     05  FILLER               PIC X(14) VALUE "  DEPARTMENT: ".
002600     05  WS-BH-DEPARTMENT     PIC X(20).
002610     05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
002620     05  WS-BH-RUN-DATE       PIC X(10).
002630 01  WS-BATCH-RATE-LINE.
002640     05  FILLER               PIC X(18)
002650         VALUE "  STANDING RATE:  ".
002660     05  WS-BR-STANDING       PIC X(30).
002670     05  FILLER               PIC X(14) VALUE "  SIMULATED:  ".
002680     05  WS-BR-SIMULATED      PIC X(30).
002690 01  WS-RATE-SHOWN.
002700     05  WS-RS-VALUE          PIC -ZZZ,ZZ9.99.
002710     05  FILLER               PIC X(05) VALUE " EFF ".
002720     05  WS-RS-EFF-DATE       PIC X(10).
002730 01  WS-VALUE-SHOWN           PIC -ZZZ,ZZ9.99.
002740 01  WS-DEPT-TOTAL-HEADING.
002750     05  FILLER               PIC X(21) VALUE "DEPARTMENT".
002760     05  FILLER               PIC X(10) VALUE "   DETAILS".
002770     05  FILLER               PIC X(10) VALUE "   CHANGED".
002780     05  FILLER               PIC X(19)
002790         VALUE "          OLD TOTAL".
002800     05  FILLER               PIC X(19)
002810         VALUE "          NEW TOTAL".
002820     05  FILLER               PIC X(19)
002830         VALUE "         DIFFERENCE".
002840 01  WS-DEPT-TOTAL-LINE.
002850     05  WS-DTL-DEPT          PIC X(20).
002860     05  FILLER               PIC X(01) VALUE SPACE.
002870     05  WS-DTL-DETAILS       PIC Z,ZZZ,ZZ9.
002880     05  FILLER               PIC X(01) VALUE SPACE.
002890     05  WS-DTL-CHANGED       PIC Z,ZZZ,ZZ9.
002900     05  FILLER               PIC X(01) VALUE SPACE.
002910     05  WS-DTL-OLD-TOTAL     PIC -Z,ZZZ,ZZZ,ZZ9.99.
002920     05  FILLER               PIC X(01) VALUE SPACE.
002930     05  WS-DTL-NEW-TOTAL     PIC -Z,ZZZ,ZZZ,ZZ9.99.
002940     05  FILLER               PIC X(01) VALUE SPACE.
002950     05  WS-DTL-DIFFERENCE    PIC -Z,ZZZ,ZZZ,ZZ9.99.
002960 LINKAGE SECTION.
002970 COPY CALCWIW.
002980 PROCEDURE DIVISION USING WHATIF-REQUEST.
002990*----------------------------------------------------------------
003000* 0000-MAINLINE - open the input and the report, price the file
003010* record by record, print the department totals and hand the
003020* figures back.  Every call starts from a clean slate - the
003030* module stays loaded between calls from the menu.
003040*----------------------------------------------------------------
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     IF NOT WHATIF-STATUS-OK
003080         GO TO 0000-GOBACK
003090     END-IF
003100     PERFORM 2000-READ-TRAN THRU 2000-EXIT
003110     PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT
003120         UNTIL WS-END-OF-TRAN-FILE
003130     PERFORM 7300-PRINT-DEPT-TOTALS THRU 7300-EXIT
003140     CLOSE TRAN-FILE
003150     CLOSE WHATIF-FILE
003160     IF WS-DEPT-FILE-OPEN
003170         CLOSE DEPT-FILE
003180     END-IF
003190     MOVE WS-DETAIL-COUNT  TO WHATIF-DETAIL-COUNT
003200     MOVE WS-CHANGED-COUNT TO WHATIF-CHANGED-COUNT
003210     MOVE WS-OLD-TOTAL     TO WHATIF-OLD-TOTAL
003220     MOVE WS-NEW-TOTAL     TO WHATIF-NEW-TOTAL
003230     MOVE WS-OLD-TOTAL     TO WHATIF-OLD-TOTAL-EDIT
003240     MOVE WS-NEW-TOTAL     TO WHATIF-NEW-TOTAL-EDIT
003250     MOVE WS-TOTAL-DIFF    TO WHATIF-DIFF-EDIT.
003260 0000-GOBACK.
003270     GOBACK.
003280*----------------------------------------------------------------
003290* 1000-INITIALIZE - reset every count and switch, check the
003300* pending action, name the report after the clock and open the
003310* files.  CALCDEPT is optional here: without it the department
003320* result limits are simply not applied, and the report says so.
003330*----------------------------------------------------------------
003340 1000-INITIALIZE.
003350     SET WHATIF-STATUS-OK TO TRUE
003360     MOVE 0 TO WHATIF-DETAIL-COUNT
003370     MOVE 0 TO WHATIF-CHANGED-COUNT
003380     MOVE 0 TO WHATIF-OLD-TOTAL
003390     MOVE 0 TO WHATIF-NEW-TOTAL
003400     MOVE 0 TO WHATIF-OLD-TOTAL-EDIT
003410     MOVE 0 TO WHATIF-NEW-TOTAL-EDIT
003420     MOVE 0 TO WHATIF-DIFF-EDIT
003430     MOVE SPACES TO WHATIF-REPORT-NAME
003440     MOVE "N" TO WS-TRAN-EOF-SW
003450     MOVE "N" TO WS-DEPT-OPEN-SW
003460     MOVE "N" TO WS-BATCH-OPEN-SW
003470     MOVE 0 TO WS-TRAN-NUMBER
003480     MOVE 0 TO WS-BATCH-NUMBER
003490     MOVE 0 TO WS-DEPT-USED
003500     MOVE 0 TO WS-DETAIL-COUNT
003510     MOVE 0 TO WS-CHANGED-COUNT
003520     MOVE 0 TO WS-OLD-TOTAL
003530     MOVE 0 TO WS-NEW-TOTAL
003540     MOVE 0 TO WS-TOTAL-DIFF
003550     MOVE 0 TO WS-PAGE-NUM
003560     MOVE 0 TO WS-LINE-COUNT
003570     MOVE "N" TO WS-TOTALS-SW
003580     IF NOT WHATIF-ACTION-ADD
003590         AND NOT WHATIF-ACTION-CHANGE
003600         AND NOT WHATIF-ACTION-DELETE
003610         SET WHATIF-STATUS-BAD-ACTION TO TRUE
003620         GO TO 1000-EXIT
003630     END-IF
003640     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
003650     MOVE WS-CURR-YYYY TO WS-RD-YYYY
003660     MOVE WS-CURR-MM   TO WS-RD-MM
003670     MOVE WS-CURR-DD   TO WS-RD-DD
003680     MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-ID
003690     MOVE WHATIF-INPUT-NAME TO WS-INPUT-NAME
003700     IF WS-INPUT-NAME = SPACES
003710         MOVE "TRANIN" TO WS-INPUT-NAME
003720     END-IF
003730     OPEN INPUT TRAN-FILE
003740     IF WS-TRAN-FILE-STATUS NOT = "00"
003750         SET WHATIF-STATUS-NO-INPUT TO TRUE
003760         GO TO 1000-EXIT
003770     END-IF
003780     MOVE SPACES TO WS-WHATIF-NAME
003790     STRING "CALCWHAT." DELIMITED BY SIZE
003800         WS-RUN-ID DELIMITED BY SIZE
003810         INTO WS-WHATIF-NAME
003820     END-STRING
003830     OPEN OUTPUT WHATIF-FILE
003840     IF WS-WHATIF-FILE-STATUS NOT = "00"
003850         SET WHATIF-STATUS-NO-REPORT TO TRUE
003860         CLOSE TRAN-FILE
003870         GO TO 1000-EXIT
003880     END-IF
003890     MOVE WS-WHATIF-NAME TO WHATIF-REPORT-NAME
003900     OPEN INPUT DEPT-FILE
003910     IF WS-DEPT-FILE-STATUS = "00"
003920         SET WS-DEPT-FILE-OPEN TO TRUE
003930     END-IF
003940     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
003950     IF NOT WS-DEPT-FILE-OPEN
003960         MOVE "CALCDEPT NOT AVAILABLE - DEPT LIMITS NOT APPLIED"
003970             TO WHATIF-RECORD
003980         WRITE WHATIF-RECORD
003990         ADD 1 TO WS-LINE-COUNT
004000     END-IF.
004010 1000-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 2000-READ-TRAN - read the next record of the input file.
004050*----------------------------------------------------------------
004060 2000-READ-TRAN.
004070     READ TRAN-FILE
004080         AT END
004090             SET WS-END-OF-TRAN-FILE TO TRUE
004100     END-READ.
004110 2000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 2100-PROCESS-RECORD - a header opens a batch, a trailer is
004150* passed over (balancing is CALC_EDIT's and CALC_EVAL's job) and
004160* anything else is a detail to price.
004170*----------------------------------------------------------------
004180 2100-PROCESS-RECORD.
004190     EVALUATE TRAN-NUM1-TXT(1:1)
004200         WHEN "H"
004210             MOVE TRAN-HDR-RUN-DATE   TO WS-BATCH-RUN-DATE
004220             MOVE TRAN-HDR-DEPARTMENT TO WS-BATCH-DEPARTMENT
004230             PERFORM 2200-START-BATCH THRU 2200-EXIT
004240         WHEN "T"
004250             CONTINUE
004260         WHEN OTHER
004270             PERFORM 2300-PRICE-DETAIL THRU 2300-EXIT
004280     END-EVALUATE
004290     PERFORM 2000-READ-TRAN THRU 2000-EXIT.
004300 2100-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 2200-START-BATCH - a new batch resets both pricings' chains
004340* and stores, resolves as of its run date (today when it has
004350* none) the way CALC_EVAL's header does, picks up the
004360* department's result limit and works out what the pending
004370* change means for this run date.
004380*----------------------------------------------------------------
004390 2200-START-BATCH.
004400     ADD 1 TO WS-BATCH-NUMBER
004410     SET WS-BATCH-IS-OPEN TO TRUE
004420     IF WS-BATCH-RUN-DATE = SPACES
004430         MOVE WS-REPORT-DATE-EDIT TO WS-BATCH-RUN-DATE
004440     END-IF
004450     MOVE WS-BATCH-RUN-DATE TO RATE-AS-OF-DATE
004460     MOVE "N" TO WS-CTX-PRIOR-SW (1)
004470     MOVE "N" TO WS-CTX-PRIOR-SW (2)
004480     MOVE 0 TO WS-CTX-STORE-USED (1)
004490     MOVE 0 TO WS-CTX-STORE-USED (2)
004500     PERFORM 2210-FIND-DEPT THRU 2210-EXIT
004510     PERFORM 7200-WRITE-BATCH-HEADING THRU 7200-EXIT
004520     PERFORM 2220-GET-DEPT-LIMIT THRU 2220-EXIT
004530     PERFORM 2250-SET-OVERRIDE THRU 2250-EXIT
004540     PERFORM 7250-WRITE-BATCH-RATES THRU 7250-EXIT.
004550 2200-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 2210-FIND-DEPT - point WS-DEPT-CUR at the batch department's
004590* totals slot, opening one the first time the department is met.
004600*----------------------------------------------------------------
004610 2210-FIND-DEPT.
004620     MOVE 0 TO WS-DEPT-CUR
004630     PERFORM 2215-SCAN-DEPT THRU 2215-EXIT
004640         VARYING WS-DEPT-SUB FROM 1 BY 1
004650         UNTIL WS-DEPT-SUB > WS-DEPT-USED
004660     IF WS-DEPT-CUR > 0
004670         GO TO 2210-EXIT
004680     END-IF
004690     IF WS-DEPT-USED >= WS-DEPT-MAX
004700         MOVE WS-DEPT-MAX TO WS-DEPT-CUR
004710         MOVE "ALL OTHER DEPTS" TO WS-DEPT-NAME (WS-DEPT-CUR)
004720         GO TO 2210-EXIT
004730     END-IF
004740     ADD 1 TO WS-DEPT-USED
004750     MOVE WS-DEPT-USED TO WS-DEPT-CUR
004760     MOVE WS-BATCH-DEPARTMENT TO WS-DEPT-NAME (WS-DEPT-CUR)
004770     MOVE 0 TO WS-DEPT-DETAILS (WS-DEPT-CUR)
004780     MOVE 0 TO WS-DEPT-CHANGED (WS-DEPT-CUR)
004790     MOVE 0 TO WS-DEPT-OLD-TOTAL (WS-DEPT-CUR)
004800     MOVE 0 TO WS-DEPT-NEW-TOTAL (WS-DEPT-CUR).
004810 2210-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 2215-SCAN-DEPT - note the slot already holding the department.
004850*----------------------------------------------------------------
004860 2215-SCAN-DEPT.
004870     IF WS-DEPT-NAME (WS-DEPT-SUB) = WS-BATCH-DEPARTMENT
004880         MOVE WS-DEPT-SUB TO WS-DEPT-CUR
004890     END-IF.
004900 2215-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 2220-GET-DEPT-LIMIT - the department's per-transaction result
004940* limit from CALCDEPT, as CALC_EVAL applies it.  A department the
004950* master would refuse is still priced, with a warning line - the
004960* live run would reject the whole batch.
004970*----------------------------------------------------------------
004980 2220-GET-DEPT-LIMIT.
004990     MOVE 0 TO WS-DEPT-RESULT-LIMIT
005000     IF NOT WS-DEPT-FILE-OPEN
005010         GO TO 2220-EXIT
005020     END-IF
005030     MOVE FUNCTION UPPER-CASE(WS-BATCH-DEPARTMENT) TO DEPT-CODE
005040     READ DEPT-FILE
005050         INVALID KEY
005060             MOVE SPACES TO WHATIF-RECORD
005070             STRING "  DEPARTMENT NOT ON CALCDEPT - "
005080                     DELIMITED BY SIZE
005090                 "CALC_EVAL WOULD REJECT THIS BATCH"
005100                     DELIMITED BY SIZE
005110                 INTO WHATIF-RECORD
005120             END-STRING
005130             WRITE WHATIF-RECORD
005140             ADD 1 TO WS-LINE-COUNT
005150             GO TO 2220-EXIT
005160     END-READ
005170     IF WS-DEPT-FILE-STATUS NOT = "00"
005180         MOVE SPACES TO WHATIF-RECORD
005190         STRING "  CALCDEPT COULD NOT BE READ - "
005200                 DELIMITED BY SIZE
005210             "DEPARTMENT LIMIT NOT APPLIED" DELIMITED BY SIZE
005220             INTO WHATIF-RECORD
005230         END-STRING
005240         WRITE WHATIF-RECORD
005250         ADD 1 TO WS-LINE-COUNT
005260         GO TO 2220-EXIT
005270     END-IF
005280     IF NOT DEPT-IS-ACTIVE
005290         MOVE SPACES TO WHATIF-RECORD
005300         STRING "  DEPARTMENT INACTIVE ON CALCDEPT - "
005310                 DELIMITED BY SIZE
005320             "CALC_EVAL WOULD REJECT THIS BATCH" DELIMITED BY SIZE
005330             INTO WHATIF-RECORD
005340         END-STRING
005350         WRITE WHATIF-RECORD
005360         ADD 1 TO WS-LINE-COUNT
005370     END-IF
005380     MOVE DEPT-MAX-RESULT TO WS-DEPT-RESULT-LIMIT.
005390 2220-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420* 2250-SET-OVERRIDE - what the pending change does to the rate
005430* name on this batch's run date.  The standing record comes from
005440* CALC_RATES as of the run date; an add or change prices the name
005450* at the proposed value; a delete matters only when the record
005460* it removes is the one in force, and then the name falls back
005470* to the record in force the day before that record's effective
005480* date - or, with none, to no rate at all.
005490*----------------------------------------------------------------
005500 2250-SET-OVERRIDE.
005510     MOVE SPACE TO WS-OVR-SW
005520     MOVE 0 TO WS-OVR-VALUE
005530     MOVE SPACES TO WS-OVR-NOTE
005540     MOVE "N" TO WS-STANDING-SW
005550     MOVE 0 TO WS-STANDING-VALUE
005560     MOVE SPACES TO WS-STANDING-EFF-DATE
005570     MOVE WHATIF-RATE-NAME TO RATE-NAME
005580     SET RATE-FUNC-LOOKUP TO TRUE
005590     CALL "CALC_RATES" USING RATE-REQUEST
005600     EVALUATE TRUE
005610         WHEN RATE-STATUS-OK
005620             SET WS-STANDING-FOUND TO TRUE
005630             MOVE RATE-VALUE    TO WS-STANDING-VALUE
005640             MOVE RATE-EFF-DATE TO WS-STANDING-EFF-DATE
005650         WHEN RATE-STATUS-IO-ERROR
005660             SET WHATIF-STATUS-RATE-IO TO TRUE
005670     END-EVALUATE
005680     EVALUATE TRUE
005690         WHEN WHATIF-ACTION-ADD
005700         WHEN WHATIF-ACTION-CHANGE
005710             SET WS-OVR-VALUE-SET TO TRUE
005720             MOVE WHATIF-VALUE TO WS-OVR-VALUE
005730             IF WS-BATCH-RUN-DATE < WHATIF-EFF-DATE
005740                 MOVE "NOT YET EFFECTIVE ON THIS RUN DATE"
005750                     TO WS-OVR-NOTE
005760             END-IF
005770         WHEN WHATIF-ACTION-DELETE
005780             IF WS-STANDING-FOUND
005790                 AND WS-STANDING-EFF-DATE = WHATIF-EFF-DATE
005800                 PERFORM 2260-FIND-FALLBACK THRU 2260-EXIT
005810             ELSE
005820                 MOVE "RECORD TO DELETE NOT IN FORCE ON RUN DATE"
005830                     TO WS-OVR-NOTE
005840             END-IF
005850     END-EVALUATE
005860     MOVE WS-BATCH-RUN-DATE TO RATE-AS-OF-DATE.
005870 2250-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 2260-FIND-FALLBACK - the rate in force the day before the
005910* deleted record's effective date is what the name resolves to
005920* once the record is gone.
005930*----------------------------------------------------------------
005940 2260-FIND-FALLBACK.
005950     SET WS-OVR-REMOVED TO TRUE
005960     MOVE WHATIF-EFF-DATE(1:4) TO WS-EFF-YMD-TXT(1:4)
005970     MOVE WHATIF-EFF-DATE(6:2) TO WS-EFF-YMD-TXT(5:2)
005980     MOVE WHATIF-EFF-DATE(9:2) TO WS-EFF-YMD-TXT(7:2)
005990     IF WS-EFF-YMD-TXT NOT NUMERIC
006000         GO TO 2260-EXIT
006010     END-IF
006020     MOVE WS-EFF-YMD-TXT TO WS-EFF-YMD
006030     COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-EFF-YMD)
006040     IF WS-DAY-NUMBER < 2
006050         GO TO 2260-EXIT
006060     END-IF
006070     SUBTRACT 1 FROM WS-DAY-NUMBER
006080     MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
006090         TO WS-DAY-BEFORE-YMD
006100     MOVE WS-DBY-YYYY TO WS-DB-YYYY
006110     MOVE WS-DBY-MM   TO WS-DB-MM
006120     MOVE WS-DBY-DD   TO WS-DB-DD
006130     MOVE WHATIF-RATE-NAME TO RATE-NAME
006140     MOVE WS-DAY-BEFORE TO RATE-AS-OF-DATE
006150     SET RATE-FUNC-LOOKUP TO TRUE
006160     CALL "CALC_RATES" USING RATE-REQUEST
006170     EVALUATE TRUE
006180         WHEN RATE-STATUS-OK
006190             SET WS-OVR-VALUE-SET TO TRUE
006200             MOVE RATE-VALUE TO WS-OVR-VALUE
006210         WHEN RATE-STATUS-IO-ERROR
006220             SET WHATIF-STATUS-RATE-IO TO TRUE
006230     END-EVALUATE.
006240 2260-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* 2300-PRICE-DETAIL - price one detail at the standing rates and
006280* again with the pending change, then post the pair to the
006290* report and the totals.  Details ahead of any header price as a
006300* batch of their own, as of today.
006310*----------------------------------------------------------------
006320 2300-PRICE-DETAIL.
006330     IF NOT WS-BATCH-IS-OPEN
006340         MOVE SPACES TO WS-BATCH-RUN-DATE
006350         MOVE "(NO HEADER)" TO WS-BATCH-DEPARTMENT
006360         PERFORM 2200-START-BATCH THRU 2200-EXIT
006370     END-IF
006380     ADD 1 TO WS-TRAN-NUMBER
006390     IF TRAN-NUM1-TXT(1:1) = "E"
006400         MOVE "E" TO WS-DET-TYPE
006410         MOVE TRAN-EXPR-TEXT TO WS-DET-EXPR-TEXT
006420         MOVE TRAN-EXPR-TEXT(1:10)  TO WS-DET-NUM1-TXT
006430         MOVE "E"                   TO WS-DET-OPERATOR
006440         MOVE TRAN-EXPR-TEXT(11:10) TO WS-DET-NUM2-TXT
006450     ELSE
006460         MOVE "D" TO WS-DET-TYPE
006470         MOVE SPACES TO WS-DET-EXPR-TEXT
006480         MOVE TRAN-NUM1-TXT TO WS-DET-NUM1-TXT
006490         MOVE TRAN-OPERATOR TO WS-DET-OPERATOR
006500         MOVE TRAN-NUM2-TXT TO WS-DET-NUM2-TXT
006510     END-IF
006520     MOVE 1 TO WS-PASS
006530     PERFORM 3000-PRICE-ONE THRU 3000-EXIT
006540     MOVE 2 TO WS-PASS
006550     PERFORM 3000-PRICE-ONE THRU 3000-EXIT
006560     COMPUTE WS-DIFFERENCE = WS-OUT-COUNTED (2)
006570         - WS-OUT-COUNTED (1)
006580     MOVE "N" TO WS-CHANGED-SW
006590     IF WS-OUT-RESULT (1) NOT = WS-OUT-RESULT (2)
006600         OR WS-OUT-STATUS-TEXT (1) NOT = WS-OUT-STATUS-TEXT (2)
006610         SET WS-DETAIL-CHANGED TO TRUE
006620         ADD 1 TO WS-CHANGED-COUNT
006630         ADD 1 TO WS-DEPT-CHANGED (WS-DEPT-CUR)
006640     END-IF
006650     ADD 1 TO WS-DETAIL-COUNT
006660     ADD 1 TO WS-DEPT-DETAILS (WS-DEPT-CUR)
006670     ADD WS-OUT-COUNTED (1) TO WS-OLD-TOTAL
006680     ADD WS-OUT-COUNTED (2) TO WS-NEW-TOTAL
006690     ADD WS-DIFFERENCE TO WS-TOTAL-DIFF
006700     ADD WS-OUT-COUNTED (1) TO WS-DEPT-OLD-TOTAL (WS-DEPT-CUR)
006710     ADD WS-OUT-COUNTED (2) TO WS-DEPT-NEW-TOTAL (WS-DEPT-CUR)
006720     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
006730 2300-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 3000-PRICE-ONE - price the detail in hand in context WS-PASS,
006770* following CALC_EVAL's 3200-PROCESS-DETAIL: a store record, an
006780* expression, or a plain record with its "R" / "@NAME" operands
006790* and rate name resolved.  A good result carries the chain; a
006800* reject breaks it.  Only "OK" results count toward the totals,
006810* the same rows CALC_STMT and CALC_POST total.
006820*----------------------------------------------------------------
006830 3000-PRICE-ONE.
006840     IF WS-DET-TYPE = "E"
006850         PERFORM 3400-PRICE-EXPRESSION THRU 3400-EXIT
006860     ELSE
006870         IF WS-DET-NUM1-TXT(1:1) = "="
006880             PERFORM 3300-STORE-RESULT THRU 3300-EXIT
006890             GO TO 3000-POST
006900         END-IF
006910         PERFORM 3100-RESOLVE-NUM1 THRU 3100-EXIT
006920         MOVE WS-DET-OPERATOR TO CALC-OPERATOR
006930         MOVE WS-DET-NUM2-TXT TO CALC-NUM2-TXT
006940         IF WS-DET-NUM2-TXT(1:1) = "@"
006950             MOVE WS-DET-NUM2-TXT TO WS-RECALL-IN
006960             PERFORM 3200-RECALL-STORED THRU 3200-EXIT
006970             IF WS-RECALL-FOUND
006980                 MOVE WS-STORE-VALUE-TXT TO CALC-NUM2-TXT
006990             END-IF
007000         END-IF
007010         PERFORM 5100-RESOLVE-NUM2 THRU 5100-EXIT
007020         CALL "CALC_ENGINE" USING CALC-TRANSACTION
007030     END-IF
007040     IF CALC-STATUS-OK AND WS-DEPT-RESULT-LIMIT > 0
007050         PERFORM 5050-CHECK-RESULT-LIMIT THRU 5050-EXIT
007060     END-IF
007070     EVALUATE TRUE
007080         WHEN CALC-STATUS-DIVIDE-ZERO
007090             MOVE "DIVIDE BY ZERO" TO WS-OUT-STATUS-TEXT (WS-PASS)
007100         WHEN CALC-STATUS-INVALID-OPER
007110             MOVE "INVALID OPERATOR"
007120                 TO WS-OUT-STATUS-TEXT (WS-PASS)
007130         WHEN CALC-STATUS-INVALID-NUM
007140             MOVE "INVALID NUMBER" TO WS-OUT-STATUS-TEXT (WS-PASS)
007150         WHEN CALC-STATUS-OVERFLOW
007160             MOVE "OVERFLOW" TO WS-OUT-STATUS-TEXT (WS-PASS)
007170         WHEN CALC-STATUS-OVER-LIMIT
007180             MOVE "OVER DEPT LIMIT"
007190                 TO WS-OUT-STATUS-TEXT (WS-PASS)
007200         WHEN OTHER
007210             MOVE "OK" TO WS-OUT-STATUS-TEXT (WS-PASS)
007220     END-EVALUATE
007230     IF CALC-STATUS-OK
007240         MOVE CALC-RESULT TO WS-CTX-PRIOR-RESULT (WS-PASS)
007250         SET WS-CTX-PRIOR-SET (WS-PASS) TO TRUE
007260     ELSE
007270         MOVE "N" TO WS-CTX-PRIOR-SW (WS-PASS)
007280         MOVE 0 TO CALC-RESULT
007290     END-IF.
007300 3000-POST.
007310     MOVE CALC-RESULT TO WS-OUT-RESULT (WS-PASS)
007320     IF WS-OUT-STATUS-TEXT (WS-PASS) = "OK"
007330         MOVE CALC-RESULT TO WS-OUT-COUNTED (WS-PASS)
007340     ELSE
007350         MOVE 0 TO WS-OUT-COUNTED (WS-PASS)
007360     END-IF.
007370 3000-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400* 3100-RESOLVE-NUM1 - "R" takes this context's standing chain
007410* result and "@NAME" its stored value; with neither standing the
007420* operand is left as keyed and CALC_ENGINE rejects it.
007430*----------------------------------------------------------------
007440 3100-RESOLVE-NUM1.
007450     MOVE WS-DET-NUM1-TXT TO CALC-NUM1-TXT
007460     IF WS-DET-NUM1-TXT(1:1) = "R"
007470         AND WS-DET-NUM1-TXT(2:9) = SPACES
007480         AND WS-CTX-PRIOR-SET (WS-PASS)
007490         MOVE WS-CTX-PRIOR-RESULT (WS-PASS) TO WS-PRIOR-RESULT-TXT
007500         MOVE WS-PRIOR-RESULT-TXT TO CALC-NUM1-TXT
007510     END-IF
007520     IF WS-DET-NUM1-TXT(1:1) = "@"
007530         MOVE WS-DET-NUM1-TXT TO WS-RECALL-IN
007540         PERFORM 3200-RECALL-STORED THRU 3200-EXIT
007550         IF WS-RECALL-FOUND
007560             MOVE WS-STORE-VALUE-TXT TO CALC-NUM1-TXT
007570         END-IF
007580     END-IF.
007590 3100-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620* 3200-RECALL-STORED - look an "@NAME" reference up in this
007630* context's store table.
007640*----------------------------------------------------------------
007650 3200-RECALL-STORED.
007660     MOVE "N" TO WS-RECALL-SW
007670     MOVE FUNCTION UPPER-CASE(WS-RECALL-IN(2:9)) TO WS-STORE-NAME
007680     MOVE 0 TO WS-STORE-HIT
007690     PERFORM 3250-SCAN-STORE THRU 3250-EXIT
007700         VARYING WS-STORE-SUB FROM 1 BY 1
007710         UNTIL WS-STORE-SUB > WS-CTX-STORE-USED (WS-PASS)
007720     IF WS-STORE-HIT > 0
007730         MOVE WS-CTX-STORE-VALUE (WS-PASS, WS-STORE-HIT)
007740             TO WS-STORE-VALUE-TXT
007750         SET WS-RECALL-FOUND TO TRUE
007760     END-IF.
007770 3200-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------
007800* 3250-SCAN-STORE - note the slot holding WS-STORE-NAME.
007810*----------------------------------------------------------------
007820 3250-SCAN-STORE.
007830     IF WS-CTX-STORE-NAME (WS-PASS, WS-STORE-SUB) = WS-STORE-NAME
007840         AND WS-STORE-NAME NOT = SPACES
007850         MOVE WS-STORE-SUB TO WS-STORE-HIT
007860     END-IF.
007870 3250-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900* 3300-STORE-RESULT - an "=NAME" record stores this context's
007910* standing chain result, with CALC_EVAL's rules: a blank name, no
007920* standing result or a full table rejects it, and a failed store
007930* clears any older value under the name.  The chain is left as
007940* it stood either way.
007950*----------------------------------------------------------------
007960 3300-STORE-RESULT.
007970     MOVE FUNCTION UPPER-CASE(WS-DET-NUM1-TXT(2:9))
007980         TO WS-STORE-NAME
007990     MOVE 0 TO WS-STORE-HIT
008000     PERFORM 3250-SCAN-STORE THRU 3250-EXIT
008010         VARYING WS-STORE-SUB FROM 1 BY 1
008020         UNTIL WS-STORE-SUB > WS-CTX-STORE-USED (WS-PASS)
008030     IF WS-STORE-NAME = SPACES
008040         OR NOT WS-CTX-PRIOR-SET (WS-PASS)
008050         IF WS-STORE-HIT > 0
008060             MOVE SPACES
008070                 TO WS-CTX-STORE-NAME (WS-PASS, WS-STORE-HIT)
008080         END-IF
008090         GO TO 3300-REJECT
008100     END-IF
008110     IF WS-STORE-HIT = 0
008120         IF WS-CTX-STORE-USED (WS-PASS) >= WS-STORE-MAX
008130             GO TO 3300-REJECT
008140         END-IF
008150         ADD 1 TO WS-CTX-STORE-USED (WS-PASS)
008160         MOVE WS-CTX-STORE-USED (WS-PASS) TO WS-STORE-HIT
008170         MOVE WS-STORE-NAME
008180             TO WS-CTX-STORE-NAME (WS-PASS, WS-STORE-HIT)
008190     END-IF
008200     MOVE WS-CTX-PRIOR-RESULT (WS-PASS)
008210         TO WS-CTX-STORE-VALUE (WS-PASS, WS-STORE-HIT)
008220     MOVE WS-CTX-PRIOR-RESULT (WS-PASS) TO CALC-RESULT
008230     SET CALC-STATUS-OK TO TRUE
008240     MOVE "RESULT STORED" TO WS-OUT-STATUS-TEXT (WS-PASS)
008250     GO TO 3300-EXIT.
008260 3300-REJECT.
008270     SET CALC-STATUS-INVALID-NUM TO TRUE
008280     MOVE 0 TO CALC-RESULT
008290     MOVE "INVALID NUMBER" TO WS-OUT-STATUS-TEXT (WS-PASS).
008300 3300-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330* 3400-PRICE-EXPRESSION - hand an "E" record to CALC_EXPR as of
008340* the batch run date; the second pricing passes the pending
008350* change as the module's rate override.
008360*----------------------------------------------------------------
008370 3400-PRICE-EXPRESSION.
008380     MOVE WS-DET-EXPR-TEXT TO EXPR-TEXT
008390     MOVE RATE-AS-OF-DATE  TO EXPR-AS-OF-DATE
008400     MOVE SPACE TO EXPR-OVR-SW
008410     IF WS-PASS = 2
008420         MOVE WHATIF-RATE-NAME TO EXPR-OVR-NAME
008430         MOVE WS-OVR-SW        TO EXPR-OVR-SW
008440         MOVE WS-OVR-VALUE     TO EXPR-OVR-VALUE
008450     END-IF
008460     CALL "CALC_EXPR" USING EXPR-REQUEST
008470     IF EXPR-RATE-IO-ERROR
008480         SET WHATIF-STATUS-RATE-IO TO TRUE
008490     END-IF
008500     MOVE EXPR-STATUS-CODE TO CALC-STATUS-CODE
008510     MOVE EXPR-RESULT TO CALC-RESULT.
008520 3400-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550* 5050-CHECK-RESULT-LIMIT - refuse a good result whose size,
008560* either sign, passes the department's per-transaction limit,
008570* as CALC_EVAL does (reason RL there).
008580*----------------------------------------------------------------
008590 5050-CHECK-RESULT-LIMIT.
008600*    The unsigned receiving field takes the absolute value.
008610     MOVE CALC-RESULT TO WS-RESULT-ABS
008620     IF WS-RESULT-ABS > WS-DEPT-RESULT-LIMIT
008630         SET CALC-STATUS-OVER-LIMIT TO TRUE
008640         MOVE 0 TO CALC-RESULT
008650     END-IF.
008660 5050-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690* 5100-RESOLVE-NUM2 - a rate name in NUM2.  On the second
008700* pricing the pending change's name takes the override (left as
008710* keyed when the change removes it, so CALC_ENGINE rejects it);
008720* every other name resolves through the shared CALCRTP body.
008730*----------------------------------------------------------------
008740 5100-RESOLVE-NUM2.
008750     SET RATE-STATUS-OK TO TRUE
008760     IF WS-PASS = 2
008770         AND (WS-OVR-VALUE-SET OR WS-OVR-REMOVED)
008780         AND CALC-NUM2-TXT NOT = SPACES
008790         AND FUNCTION TEST-NUMVAL(CALC-NUM2-TXT) NOT = 0
008800         AND FUNCTION UPPER-CASE(CALC-NUM2-TXT) = WHATIF-RATE-NAME
008810         IF WS-OVR-VALUE-SET
008820             MOVE WS-OVR-VALUE      TO WS-RATE-VALUE-TXT
008830             MOVE WS-RATE-VALUE-TXT TO CALC-NUM2-TXT
008840         END-IF
008850         GO TO 5100-EXIT
008860     END-IF
008870     PERFORM 5110-LOOKUP-NUM2 THRU 5110-EXIT
008880     IF RATE-STATUS-IO-ERROR
008890         SET WHATIF-STATUS-RATE-IO TO TRUE
008900     END-IF.
008910 5100-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------
008940* 5110-LOOKUP-NUM2 - standing rate for a NUM2 rate name, shared
008950* body (CALCRTP) with CALC_EVAL and CALC_MENU.
008960*----------------------------------------------------------------
008970 5110-LOOKUP-NUM2.
008980     COPY CALCRTP.
008990 5110-EXIT.
009000     EXIT.
009010*----------------------------------------------------------------
009020* 7000-WRITE-DETAIL-LINE - one transaction, both pricings side
009030* by side, flagged when the outcome moves.
009040*----------------------------------------------------------------
009050 7000-WRITE-DETAIL-LINE.
009060     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009070         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
009080     END-IF
009090     MOVE WS-TRAN-NUMBER        TO WS-DL-TRAN
009100     MOVE WS-DET-NUM1-TXT       TO WS-DL-NUM1
009110     MOVE WS-DET-OPERATOR       TO WS-DL-OPER
009120     MOVE WS-DET-NUM2-TXT       TO WS-DL-NUM2
009130     MOVE WS-OUT-RESULT (1)     TO WS-DL-OLD-RESULT
009140     MOVE WS-OUT-STATUS-TEXT (1) TO WS-DL-OLD-STATUS
009150     MOVE WS-OUT-RESULT (2)     TO WS-DL-NEW-RESULT
009160     MOVE WS-OUT-STATUS-TEXT (2) TO WS-DL-NEW-STATUS
009170     MOVE WS-DIFFERENCE         TO WS-DL-DIFFERENCE
009180     IF WS-DETAIL-CHANGED
009190         MOVE "*" TO WS-DL-CHANGED
009200     ELSE
009210         MOVE SPACE TO WS-DL-CHANGED
009220     END-IF
009230     MOVE WS-DETAIL-LINE TO WHATIF-RECORD
009240     WRITE WHATIF-RECORD
009250     ADD 1 TO WS-LINE-COUNT.
009260 7000-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------
009290* 7100-WRITE-REPORT-HEADERS - page heading: the simulation, the
009300* pending change it prices and the input it priced, over the
009310* detail columns on every page but the totals page.
009320*----------------------------------------------------------------
009330 7100-WRITE-REPORT-HEADERS.
009340     ADD 1 TO WS-PAGE-NUM
009350     MOVE WS-REPORT-DATE-EDIT TO WS-HDR-DATE
009360     MOVE WS-RUN-ID           TO WS-HDR-REPORT-ID
009370     MOVE WHATIF-OPERATOR-ID  TO WS-HDR-OPERATOR
009380     MOVE WS-PAGE-NUM         TO WS-HDR-PAGE
009390     MOVE WS-HEADING-1 TO WHATIF-RECORD
009400     WRITE WHATIF-RECORD
009410     EVALUATE TRUE
009420         WHEN WHATIF-ACTION-ADD
009430             MOVE "ADD"    TO WS-HDR-ACTION
009440         WHEN WHATIF-ACTION-CHANGE
009450             MOVE "CHANGE" TO WS-HDR-ACTION
009460         WHEN OTHER
009470             MOVE "DELETE" TO WS-HDR-ACTION
009480     END-EVALUATE
009490     MOVE WHATIF-RATE-NAME TO WS-HDR-RATE-NAME
009500     MOVE WHATIF-EFF-DATE  TO WS-HDR-EFF-DATE
009510     MOVE WHATIF-VALUE     TO WS-HDR-VALUE
009520     MOVE WS-HEADING-1B TO WHATIF-RECORD
009530     WRITE WHATIF-RECORD
009540     MOVE WS-INPUT-NAME TO WS-HDR-INPUT
009550     MOVE WS-HEADING-1C TO WHATIF-RECORD
009560     WRITE WHATIF-RECORD
009570     MOVE SPACES TO WHATIF-RECORD
009580     WRITE WHATIF-RECORD
009590     IF NOT WS-PRINTING-TOTALS
009600         MOVE WS-DETAIL-HEADING TO WHATIF-RECORD
009610         WRITE WHATIF-RECORD
009620     END-IF
009630     MOVE 0 TO WS-LINE-COUNT.
009640 7100-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
009670* 7200-WRITE-BATCH-HEADING - one batch's department and run date
009680* over its detail lines.
009690*----------------------------------------------------------------
009700 7200-WRITE-BATCH-HEADING.
009710     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009720         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
009730     END-IF
009740     MOVE SPACES TO WHATIF-RECORD
009750     WRITE WHATIF-RECORD
009760     MOVE WS-BATCH-NUMBER     TO WS-BH-BATCH
009770     MOVE WS-BATCH-DEPARTMENT TO WS-BH-DEPARTMENT
009780     MOVE WS-BATCH-RUN-DATE   TO WS-BH-RUN-DATE
009790     MOVE WS-BATCH-HEADING TO WHATIF-RECORD
009800     WRITE WHATIF-RECORD
009810     ADD 2 TO WS-LINE-COUNT.
009820 7200-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850* 7250-WRITE-BATCH-RATES - the rate as it stands on the batch run
009860* date and as the simulation prices it, with any note on how the
009870* pending change applies.
009880*----------------------------------------------------------------
009890 7250-WRITE-BATCH-RATES.
009900     IF WS-STANDING-FOUND
009910         MOVE WS-STANDING-VALUE    TO WS-RS-VALUE
009920         MOVE WS-STANDING-EFF-DATE TO WS-RS-EFF-DATE
009930         MOVE WS-RATE-SHOWN TO WS-BR-STANDING
009940     ELSE
009950         MOVE "NONE IN FORCE" TO WS-BR-STANDING
009960     END-IF
009970     EVALUATE TRUE
009980         WHEN WS-OVR-VALUE-SET
009990             MOVE WS-OVR-VALUE TO WS-VALUE-SHOWN
010000             MOVE WS-VALUE-SHOWN TO WS-BR-SIMULATED
010010         WHEN WS-OVR-REMOVED
010020             MOVE "NONE - RATE REMOVED" TO WS-BR-SIMULATED
010030         WHEN OTHER
010040             MOVE "UNCHANGED" TO WS-BR-SIMULATED
010050     END-EVALUATE
010060     MOVE WS-BATCH-RATE-LINE TO WHATIF-RECORD
010070     WRITE WHATIF-RECORD
010080     ADD 1 TO WS-LINE-COUNT
010090     IF WS-OVR-NOTE NOT = SPACES
010100         MOVE SPACES TO WHATIF-RECORD
010110         STRING "  NOTE: " DELIMITED BY SIZE
010120             WS-OVR-NOTE DELIMITED BY SIZE
010130             INTO WHATIF-RECORD
010140         END-STRING
010150         WRITE WHATIF-RECORD
010160         ADD 1 TO WS-LINE-COUNT
010170     END-IF.
010180 7250-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210* 7300-PRINT-DEPT-TOTALS - closing page: each department's
010220* details, changed count and old and new totals, then the file's.
010230*----------------------------------------------------------------
010240 7300-PRINT-DEPT-TOTALS.
010250     SET WS-PRINTING-TOTALS TO TRUE
010260     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
010270     MOVE "DEPARTMENT TOTALS - OLD AND NEW COUNT ONLY OK RESULTS"
010280         TO WHATIF-RECORD
010290     WRITE WHATIF-RECORD
010300     MOVE SPACES TO WHATIF-RECORD
010310     WRITE WHATIF-RECORD
010320     MOVE WS-DEPT-TOTAL-HEADING TO WHATIF-RECORD
010330     WRITE WHATIF-RECORD
010340     PERFORM 7310-PRINT-DEPT-LINE THRU 7310-EXIT
010350         VARYING WS-DEPT-SUB FROM 1 BY 1
010360         UNTIL WS-DEPT-SUB > WS-DEPT-USED
010370     MOVE SPACES TO WS-DEPT-TOTAL-LINE
010380     MOVE "ALL DEPARTMENTS"  TO WS-DTL-DEPT
010390     MOVE WS-DETAIL-COUNT    TO WS-DTL-DETAILS
010400     MOVE WS-CHANGED-COUNT   TO WS-DTL-CHANGED
010410     MOVE WS-OLD-TOTAL       TO WS-DTL-OLD-TOTAL
010420     MOVE WS-NEW-TOTAL       TO WS-DTL-NEW-TOTAL
010430     MOVE WS-TOTAL-DIFF      TO WS-DTL-DIFFERENCE
010440     MOVE SPACES TO WHATIF-RECORD
010450     WRITE WHATIF-RECORD
010460     MOVE WS-DEPT-TOTAL-LINE TO WHATIF-RECORD
010470     WRITE WHATIF-RECORD
010480     IF WHATIF-STATUS-RATE-IO
010490         MOVE "CALCRATE COULD NOT BE READ - FIGURES INCOMPLETE"
010500             TO WHATIF-RECORD
010510         WRITE WHATIF-RECORD
010520     END-IF.
010530 7300-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560* 7310-PRINT-DEPT-LINE - one department's totals line.
010570*----------------------------------------------------------------
010580 7310-PRINT-DEPT-LINE.
010590     MOVE SPACES TO WS-DEPT-TOTAL-LINE
010600     MOVE WS-DEPT-NAME (WS-DEPT-SUB)     TO WS-DTL-DEPT
010610     MOVE WS-DEPT-DETAILS (WS-DEPT-SUB)  TO WS-DTL-DETAILS
010620     MOVE WS-DEPT-CHANGED (WS-DEPT-SUB)  TO WS-DTL-CHANGED
010630     MOVE WS-DEPT-OLD-TOTAL (WS-DEPT-SUB) TO WS-DTL-OLD-TOTAL
010640     MOVE WS-DEPT-NEW-TOTAL (WS-DEPT-SUB) TO WS-DTL-NEW-TOTAL
010650     COMPUTE WS-DTL-DIFFERENCE = WS-DEPT-NEW-TOTAL (WS-DEPT-SUB)
010660         - WS-DEPT-OLD-TOTAL (WS-DEPT-SUB)
010670     MOVE WS-DEPT-TOTAL-LINE TO WHATIF-RECORD
010680     WRITE WHATIF-RECORD.
010690 7310-EXIT.
010700     EXIT.
