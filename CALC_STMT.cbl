000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: Per-department results statements for one batch run,
000060*          run right after CALC_EVAL.  CALCRPT holds every
000070*          department's batches on one print file, and each
000080*          department's rejects sit on CALCREJ among everyone
000090*          else's, so the morning split was done by hand.  For
000100*          the run recorded on CALCSTAT this job writes one
000110*          statement file per TRANIN header department, named
000120*          CALCSTMT.<department>.<run id>, holding only that
000130*          department's results:
000140*            - each of its batches with every detail - processed
000150*              ones with their result, rejected ones with the
000160*              CALCREJ reason code and its text spelled out;
000170*            - each batch's balancing result and counts as the
000180*              run recorded them on CALCHIST;
000190*            - the department's own control totals.
000200*          Every page carries the run id.  The batch boundaries
000210*          come from CALCHIST (each batch's detail count, in
000220*          batch order, since transaction numbers run on through
000230*          the whole file); the details come from CALCEXT and the
000240*          reason codes from CALCREJ, both matched on transaction
000250*          number.  A batch whose rows do not agree with its run
000260*          history is called out on its statement and grades the
000270*          job RC 8; otherwise the job ends RC 0.
000280* Tectonics: cobc
000290* Modification History:
000300*   2026-10-15  CB  Original program.
000302*   2026-10-15  CB  Spelled out the CALCDEPT department-master
000304*                   reject reasons (UD, DX, RL) and the BAD
000306*                   DEPT / OVER DEPT MAX batch conditions, and
000308*                   count the refused batches in the totals.
000310*   2026-10-15  CB  Spelled out the closed-period reject reason
000312*                   (CP) and the CLOSED PERIOD batch condition,
000314*                   counted in the totals of their own.
000316******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALC_STMT.
000340 AUTHOR. CRISTOPHER BOHOL.
000350 INSTALLATION. SHOP DATA PROCESSING.
000360 DATE-WRITTEN. OCTOBER 15, 2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RUN-STATUS-FILE ASSIGN TO CALCSTAT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STAT-FILE-STATUS.
000440     SELECT EXTRACT-FILE ASSIGN TO CALCEXT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-EXT-FILE-STATUS.
000470     SELECT REJECT-FILE ASSIGN TO CALCREJ
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REJ-FILE-STATUS.
000500     SELECT STMT-FILE ASSIGN USING WS-STMT-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STMT-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-STATUS-FILE.
000560     COPY CALCSTA.
000570 FD  EXTRACT-FILE.
000580 01  EXTRACT-RECORD.
000590     05  EXT-TRAN-NUMBER             PIC 9(08).
000600     05  FILLER                      PIC X(01).
000610     05  EXT-NUM1                    PIC X(10).
000620     05  FILLER                      PIC X(01).
000630     05  EXT-OPER                    PIC X(01).
000640     05  FILLER                      PIC X(01).
000650     05  EXT-NUM2                    PIC X(10).
000660     05  FILLER                      PIC X(01).
000670     05  EXT-RESULT                  PIC X(10).
000680     05  FILLER                      PIC X(01).
000690     05  EXT-STATUS                  PIC X(20).
000700     05  FILLER                      PIC X(01).
000710     05  EXT-RUN-ID                  PIC X(14).
000720 FD  REJECT-FILE.
000730 01  REJECT-RECORD.
000740     05  REJ-NUM1-TXT                PIC X(10).
000750     05  REJ-OPERATOR                PIC X(01).
000760     05  REJ-NUM2-TXT                PIC X(10).
000770     05  REJ-TRAN-NUMBER             PIC 9(08).
000780     05  REJ-REASON-CODE             PIC X(02).
000790*    The "E" expression-reject layout sizes the record area to
000800*    the 71 bytes CALC_EVAL writes.
000810 01  REJ-EXPR-RECORD.
000820     05  REJ-EXPR-TYPE               PIC X(01).
000830     05  REJ-EXPR-TEXT               PIC X(60).
000840     05  REJ-EXPR-TRAN-NUMBER        PIC 9(08).
000850     05  REJ-EXPR-REASON-CODE        PIC X(02).
000860 FD  STMT-FILE.
000870 01  STMT-RECORD                     PIC X(80).
000880 WORKING-STORAGE SECTION.
000890     COPY CALCHSW.
000900 77  WS-STAT-FILE-STATUS     PIC X(02) VALUE SPACES.
000910 77  WS-EXT-FILE-STATUS      PIC X(02) VALUE SPACES.
000920 77  WS-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
000930 77  WS-STMT-FILE-STATUS     PIC X(02) VALUE SPACES.
000940 77  WS-JOB-RC               PIC 9(04) VALUE 0.
000950*    WS-RUN-ID comes in through CALCLGW, the same field every
000960*    CALCLOG writer stamps from.
000970 77  WS-STMT-NAME            PIC X(60) VALUE SPACES.
000980 77  WS-STMT-KEY             PIC X(20) VALUE SPACES.
000990 77  WS-STMT-KEY-REV         PIC X(20) VALUE SPACES.
001000 77  WS-STMT-KEY-TRAIL       PIC 9(04) COMP VALUE 0.
001010 77  WS-STMT-KEY-LEN         PIC 9(04) COMP VALUE 0.
001020 77  WS-EXT-EOF-SW           PIC X(01) VALUE "N".
001030     88  WS-END-OF-EXT-FILE      VALUE "Y".
001040 77  WS-REJ-EOF-SW           PIC X(01) VALUE "N".
001050     88  WS-END-OF-REJ-FILE      VALUE "Y".
001060 77  WS-INPUT-FAIL-SW        PIC X(01) VALUE "N".
001070     88  WS-INPUT-FAILED         VALUE "Y".
001080*    Next reject waiting on CALCREJ, in transaction order.
001090 77  WS-REJ-NEXT-TRAN        PIC 9(08) VALUE 0.
001100 77  WS-REJ-NEXT-REASON      PIC X(02) VALUE SPACES.
001110*    Batch table - one slot per CALCHIST batch sequence number of
001120*    the run.  HIST-BATCH-SEQ is four digits, so the table holds
001130*    every batch a run can number.
001140 77  WS-BAT-HIGH             PIC 9(04) COMP VALUE 0.
001150 77  WS-BAT-SUB              PIC 9(04) COMP VALUE 0.
001160 77  WS-BAT-COUNT            PIC 9(04) COMP VALUE 0.
001170 77  WS-NEXT-FIRST-TRAN      PIC 9(08) VALUE 1.
001180 01  WS-BATCH-TABLE.
001190     05  WS-BAT-ENTRY OCCURS 9999.
001200         10  WS-BAT-PRESENT-SW   PIC X(01).
001210             88  WS-BAT-PRESENT      VALUE "Y".
001220         10  WS-BAT-DEPT-SUB     PIC 9(04) COMP.
001230         10  WS-BAT-RUN-DATE     PIC X(10).
001240         10  WS-BAT-READ         PIC 9(08).
001250         10  WS-BAT-PROCESSED    PIC 9(08).
001260         10  WS-BAT-REJECTED     PIC 9(08).
001270         10  WS-BAT-HASH         PIC S9(13)V9(2).
001280         10  WS-BAT-CONDITION    PIC X(14).
001290         10  WS-BAT-FIRST-TRAN   PIC 9(08).
001300         10  WS-BAT-LAST-TRAN    PIC 9(08).
001310*    Department table - one slot per department on the run, so
001320*    never more than the batches it came from.
001330 77  WS-DEPT-USED            PIC 9(04) COMP VALUE 0.
001340 77  WS-DEPT-SUB             PIC 9(04) COMP VALUE 0.
001350 77  WS-DEPT-CUR             PIC 9(04) COMP VALUE 0.
001360 01  WS-DEPT-TABLE.
001370     05  WS-DEPT-ENTRY OCCURS 9999.
001380         10  WS-DEPT-NAME        PIC X(20).
001390         10  WS-DEPT-FILE-NAME   PIC X(60).
001400         10  WS-DEPT-PAGE-NUM    PIC 9(04).
001410         10  WS-DEPT-LINE-COUNT  PIC 9(02).
001420         10  WS-DEPT-BATCHES     PIC 9(04).
001430         10  WS-DEPT-READ        PIC 9(08).
001440         10  WS-DEPT-PROCESSED   PIC 9(08).
001450         10  WS-DEPT-REJECTED    PIC 9(08).
001460         10  WS-DEPT-RESULT-TOT  PIC S9(10)V9(2).
001470         10  WS-DEPT-OOB-COUNT   PIC 9(04).
001480         10  WS-DEPT-HELD-COUNT  PIC 9(04).
001485         10  WS-DEPT-REFUSED-COUNT PIC 9(04).
001487         10  WS-DEPT-CLOSED-COUNT PIC 9(04).
001490         10  WS-DEPT-BREAK-COUNT PIC 9(04).
001500*    Figures for the batch on the statement being written.
001510 77  WS-ROW-COUNT            PIC 9(08) VALUE 0.
001520 77  WS-ROW-PROCESSED        PIC 9(08) VALUE 0.
001530 77  WS-ROW-REJECTED         PIC 9(08) VALUE 0.
001540 77  WS-ROW-RESULT-TOT       PIC S9(10)V9(2) VALUE 0.
001550 77  WS-ROW-RESULT           PIC S9(6)V9(2) VALUE 0.
001560 77  WS-ORPHAN-ROWS          PIC 9(08) VALUE 0.
001570 77  WS-STMT-COUNT           PIC 9(04) VALUE 0.
001580*    Reject reasons CALC_EVAL writes on CALCREJ, spelled out.
001590 77  WS-RSN-MAX              PIC 9(02) COMP VALUE 10.
001600 77  WS-RSN-SUB              PIC 9(02) COMP VALUE 0.
001610 77  WS-RSN-CODE-IN          PIC X(02) VALUE SPACES.
001620 77  WS-RSN-TEXT-OUT         PIC X(28) VALUE SPACES.
001630 01  WS-REASON-VALUES.
001640     05  FILLER  PIC X(30) VALUE "DZDIVIDE BY ZERO".
001650     05  FILLER  PIC X(30) VALUE "IOINVALID OPERATOR".
001660     05  FILLER  PIC X(30) VALUE "ININVALID NUMBER OR OPERAND".
001670     05  FILLER  PIC X(30) VALUE "OVRESULT TOO LARGE".
001680     05  FILLER  PIC X(30) VALUE "OBBATCH OUT OF BALANCE".
001690     05  FILLER  PIC X(30) VALUE "DUDUPLICATE BATCH HELD".
001692     05  FILLER  PIC X(30) VALUE "UDUNKNOWN OR INACTIVE DEPT".
001694     05  FILLER  PIC X(30) VALUE "DXBATCH OVER DEPT DETAIL MAX".
001696     05  FILLER  PIC X(30) VALUE "RLOVER DEPARTMENT RESULT LIMIT".
001698     05  FILLER  PIC X(30) VALUE "CPBATCH IN CLOSED PERIOD".
001700 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001710     05  WS-RSN-ENTRY OCCURS 10.
001720         10  WS-RSN-CODE         PIC X(02).
001730         10  WS-RSN-TEXT         PIC X(28).
001740 77  WS-PAGE-NUM             PIC 9(04) VALUE 0.
001750 77  WS-LINE-COUNT           PIC 9(02) VALUE 0.
001760 77  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
001770 77  WS-HOLD-LINE            PIC X(80) VALUE SPACES.
001780 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
001790     COPY CALCLGW.
001800 01  WS-REPORT-DATE-EDIT.
001810     05  WS-RD-YYYY           PIC 9(04).
001820     05  FILLER               PIC X VALUE "-".
001830     05  WS-RD-MM             PIC 9(02).
001840     05  FILLER               PIC X VALUE "-".
001850     05  WS-RD-DD             PIC 9(02).
001860 01  WS-HEADING-1.
001870     05  FILLER               PIC X(30)
001880         VALUE "CALC_STMT RESULTS STATEMENT".
001890     05  FILLER               PIC X(10) VALUE SPACES.
001900     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
001910     05  WS-HDR-DATE          PIC X(10).
001920     05  FILLER               PIC X(06) VALUE SPACES.
001930     05  FILLER               PIC X(05) VALUE "PAGE ".
001940     05  WS-HDR-PAGE          PIC ZZZ9.
001950 01  WS-HEADING-1B.
001960     05  FILLER               PIC X(12) VALUE "DEPARTMENT: ".
001970     05  WS-HDR-DEPARTMENT    PIC X(20).
001980     05  FILLER               PIC X(16) VALUE "  BATCH RUN ID: ".
001990     05  WS-HDR-RUN-ID        PIC X(14).
002000 01  WS-BATCH-HEADING.
002010     05  FILLER               PIC X(06) VALUE "BATCH ".
002020     05  WS-BH-BATCH          PIC 9(04).
002030     05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
002040     05  WS-BH-RUN-DATE       PIC X(10).
002050 01  WS-DETAIL-HEADING.
002060     05  FILLER               PIC X(09) VALUE "TRAN".
002070     05  FILLER               PIC X(11) VALUE "NUM1".
002080     05  FILLER               PIC X(02) VALUE "OP".
002090     05  FILLER               PIC X(11) VALUE " NUM2".
002100     05  FILLER               PIC X(12) VALUE "     RESULT".
002110     05  FILLER               PIC X(06) VALUE "STATUS".
002120 01  WS-DETAIL-LINE.
002130     05  WS-DL-TRAN           PIC 9(08).
002140     05  FILLER               PIC X(01) VALUE SPACE.
002150     05  WS-DL-NUM1           PIC X(10).
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170     05  WS-DL-OPER           PIC X(01).
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  WS-DL-NUM2           PIC X(10).
002200     05  FILLER               PIC X(01) VALUE SPACE.
002210     05  WS-DL-RESULT         PIC X(11).
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  WS-DL-REMARK         PIC X(35).
002240 01  WS-RESULT-EDIT           PIC -ZZZ,ZZ9.99.
002250 01  WS-COUNT-LINE.
002260     05  FILLER               PIC X(02) VALUE SPACES.
002270     05  WS-CNT-LABEL         PIC X(24).
002280     05  FILLER               PIC X(02) VALUE ": ".
002290     05  WS-CNT-VALUE         PIC Z,ZZZ,ZZ9.
002300 01  WS-AMOUNT-LINE.
002310     05  FILLER               PIC X(02) VALUE SPACES.
002320     05  WS-AMT-LABEL         PIC X(24).
002330     05  FILLER               PIC X(02) VALUE ": ".
002340     05  WS-AMT-VALUE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002350 01  WS-BALANCE-LINE.
002360     05  FILLER               PIC X(02) VALUE SPACES.
002370     05  FILLER               PIC X(26)
002380         VALUE "BALANCING RESULT        : ".
002390     05  WS-BAL-TEXT          PIC X(52).
002400 01  WS-MESSAGE-LINE.
002410     05  FILLER               PIC X(02) VALUE SPACES.
002420     05  FILLER               PIC X(04) VALUE "*** ".
002430     05  WS-MSG-TEXT          PIC X(74).
002440 PROCEDURE DIVISION.
002450*----------------------------------------------------------------
002460* 0000-MAINLINE - take the run off CALCSTAT, lay its batches out
002470* by department from CALCHIST, then write the statements.
002480*----------------------------------------------------------------
002490 0000-MAINLINE.
002500     DISPLAY "CALC_STMT - DEPARTMENT RESULTS STATEMENTS"
002510     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
002520     MOVE WS-CURR-YYYY TO WS-RD-YYYY
002530     MOVE WS-CURR-MM   TO WS-RD-MM
002540     MOVE WS-CURR-DD   TO WS-RD-DD
002550     PERFORM 1000-READ-RUN-STATUS THRU 1000-EXIT
002560     IF WS-JOB-RC NOT = 0
002570         GO TO 0000-END-OF-JOB
002580     END-IF
002590     PERFORM 2000-LOAD-BATCHES THRU 2000-EXIT
002600     IF WS-JOB-RC NOT = 0
002610         GO TO 0000-END-OF-JOB
002620     END-IF
002630     PERFORM 3000-START-STATEMENTS THRU 3000-EXIT
002640     IF WS-JOB-RC NOT = 0
002650         GO TO 0000-END-OF-JOB
002660     END-IF
002670     PERFORM 4000-STATE-BATCHES THRU 4000-EXIT
002680     IF WS-INPUT-FAILED
002690         GO TO 0000-END-OF-JOB
002700     END-IF
002710     PERFORM 5000-STATE-DEPT-TOTALS THRU 5000-EXIT
002720         VARYING WS-DEPT-CUR FROM 1 BY 1
002730         UNTIL WS-DEPT-CUR > WS-DEPT-USED.
002740 0000-END-OF-JOB.
002750     MOVE WS-STMT-COUNT TO WS-COUNT-EDIT
002760     DISPLAY "CALC_STMT: STATEMENTS WRITTEN : " WS-COUNT-EDIT
002770     MOVE WS-JOB-RC TO RETURN-CODE
002780     GOBACK.
002790*----------------------------------------------------------------
002800* 1000-READ-RUN-STATUS - the run id of the batch run to state.
002810* No status, or one that cannot be read, fails the job.
002820*----------------------------------------------------------------
002830 1000-READ-RUN-STATUS.
002840     OPEN INPUT RUN-STATUS-FILE
002850     IF WS-STAT-FILE-STATUS NOT = "00"
002860         DISPLAY "CALC_STMT: UNABLE TO OPEN CALCSTAT, "
002870             "STATUS = " WS-STAT-FILE-STATUS
002880         MOVE 8 TO WS-JOB-RC
002890         GO TO 1000-EXIT
002900     END-IF
002910     READ RUN-STATUS-FILE
002920         AT END
002930             DISPLAY "CALC_STMT: CALCSTAT IS EMPTY"
002940             MOVE 8 TO WS-JOB-RC
002950             CLOSE RUN-STATUS-FILE
002960             GO TO 1000-EXIT
002970     END-READ
002980     MOVE STAT-RUN-ID TO WS-RUN-ID
002990     CLOSE RUN-STATUS-FILE
003000     DISPLAY "CALC_STMT: STATEMENTS FOR RUN " WS-RUN-ID.
003010 1000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* 2000-LOAD-BATCHES - browse the run's CALCHIST records through
003050* CALC_HIST into the batch table by batch sequence number, then
003060* give each batch its transaction-number range in batch order.
003070*----------------------------------------------------------------
003080 2000-LOAD-BATCHES.
003090     MOVE WS-RUN-ID TO HIST-RUN-ID
003100     SET HIST-FUNC-START TO TRUE
003110     CALL "CALC_HIST" USING HIST-REQUEST
003120     IF HIST-STATUS-IO-ERROR
003130         DISPLAY "CALC_STMT: RUN-HISTORY FILE ERROR"
003140         MOVE 8 TO WS-JOB-RC
003150         GO TO 2000-EXIT
003160     END-IF
003170     PERFORM 2100-LOAD-NEXT-BATCH THRU 2100-EXIT
003180         UNTIL NOT HIST-STATUS-OK
003190     IF HIST-STATUS-IO-ERROR
003200         DISPLAY "CALC_STMT: RUN-HISTORY FILE ERROR"
003210         MOVE 8 TO WS-JOB-RC
003220     END-IF
003230     SET HIST-FUNC-END TO TRUE
003240     CALL "CALC_HIST" USING HIST-REQUEST
003250     IF WS-JOB-RC NOT = 0
003260         GO TO 2000-EXIT
003270     END-IF
003280     IF WS-BAT-COUNT = 0
003290         DISPLAY "CALC_STMT: NO BATCHES ON CALCHIST FOR RUN "
003300             WS-RUN-ID
003310         MOVE 8 TO WS-JOB-RC
003320         GO TO 2000-EXIT
003330     END-IF
003340     MOVE 1 TO WS-NEXT-FIRST-TRAN
003350     PERFORM 2200-RANGE-BATCH THRU 2200-EXIT
003360         VARYING WS-BAT-SUB FROM 1 BY 1
003370         UNTIL WS-BAT-SUB > WS-BAT-HIGH.
003380 2000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 2100-LOAD-NEXT-BATCH - one history record of the run into its
003420* batch slot; the first record keyed past the run ends the load.
003430*----------------------------------------------------------------
003440 2100-LOAD-NEXT-BATCH.
003450     SET HIST-FUNC-NEXT TO TRUE
003460     CALL "CALC_HIST" USING HIST-REQUEST
003470     IF NOT HIST-STATUS-OK
003480         GO TO 2100-EXIT
003490     END-IF
003500     IF HIST-RUN-ID NOT = WS-RUN-ID
003510         SET HIST-STATUS-END-OF-FILE TO TRUE
003520         GO TO 2100-EXIT
003530     END-IF
003540     IF HIST-BATCH-SEQ = 0
003550         GO TO 2100-EXIT
003560     END-IF
003570     MOVE HIST-BATCH-SEQ TO WS-BAT-SUB
003580     PERFORM 2110-FIND-DEPT THRU 2110-EXIT
003590     MOVE "Y"                TO WS-BAT-PRESENT-SW (WS-BAT-SUB)
003600     MOVE WS-DEPT-CUR        TO WS-BAT-DEPT-SUB (WS-BAT-SUB)
003610     MOVE HIST-RUN-DATE      TO WS-BAT-RUN-DATE (WS-BAT-SUB)
003620     MOVE HIST-READ-CNT      TO WS-BAT-READ (WS-BAT-SUB)
003630     MOVE HIST-PROCESSED-CNT TO WS-BAT-PROCESSED (WS-BAT-SUB)
003640     MOVE HIST-REJECTED-CNT  TO WS-BAT-REJECTED (WS-BAT-SUB)
003650     MOVE HIST-HASH          TO WS-BAT-HASH (WS-BAT-SUB)
003660     MOVE HIST-CONDITION     TO WS-BAT-CONDITION (WS-BAT-SUB)
003670     ADD 1 TO WS-BAT-COUNT
003680     IF WS-BAT-SUB > WS-BAT-HIGH
003690         MOVE WS-BAT-SUB TO WS-BAT-HIGH
003700     END-IF.
003710 2100-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 2110-FIND-DEPT - the department slot for this history record,
003750* adding one the first time a department turns up.
003760*----------------------------------------------------------------
003770 2110-FIND-DEPT.
003780     MOVE 0 TO WS-DEPT-CUR
003790     PERFORM 2115-SCAN-DEPT THRU 2115-EXIT
003800         VARYING WS-DEPT-SUB FROM 1 BY 1
003810         UNTIL WS-DEPT-SUB > WS-DEPT-USED
003820     IF WS-DEPT-CUR = 0
003830         ADD 1 TO WS-DEPT-USED
003840         MOVE WS-DEPT-USED TO WS-DEPT-CUR
003850         MOVE HIST-DEPARTMENT TO WS-DEPT-NAME (WS-DEPT-CUR)
003860         MOVE 0 TO WS-DEPT-PAGE-NUM (WS-DEPT-CUR)
003870         MOVE 0 TO WS-DEPT-LINE-COUNT (WS-DEPT-CUR)
003880         MOVE 0 TO WS-DEPT-BATCHES (WS-DEPT-CUR)
003890         MOVE 0 TO WS-DEPT-READ (WS-DEPT-CUR)
003900         MOVE 0 TO WS-DEPT-PROCESSED (WS-DEPT-CUR)
003910         MOVE 0 TO WS-DEPT-REJECTED (WS-DEPT-CUR)
003920         MOVE 0 TO WS-DEPT-RESULT-TOT (WS-DEPT-CUR)
003930         MOVE 0 TO WS-DEPT-OOB-COUNT (WS-DEPT-CUR)
003940         MOVE 0 TO WS-DEPT-HELD-COUNT (WS-DEPT-CUR)
003945         MOVE 0 TO WS-DEPT-REFUSED-COUNT (WS-DEPT-CUR)
003947         MOVE 0 TO WS-DEPT-CLOSED-COUNT (WS-DEPT-CUR)
003950         MOVE 0 TO WS-DEPT-BREAK-COUNT (WS-DEPT-CUR)
003960         PERFORM 2120-BUILD-STMT-NAME THRU 2120-EXIT
003970     END-IF.
003980 2110-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 2115-SCAN-DEPT - note the slot already holding the department.
004020*----------------------------------------------------------------
004030 2115-SCAN-DEPT.
004040     IF WS-DEPT-NAME (WS-DEPT-SUB) = HIST-DEPARTMENT
004050         MOVE WS-DEPT-SUB TO WS-DEPT-CUR
004060     END-IF.
004070 2115-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 2120-BUILD-STMT-NAME - CALCSTMT.<department>.<run id>.  The
004110* department text is cut at its last non-blank, and embedded
004120* blanks and characters a file name cannot carry become "_".
004130*----------------------------------------------------------------
004140 2120-BUILD-STMT-NAME.
004150     MOVE HIST-DEPARTMENT TO WS-STMT-KEY
004160     INSPECT WS-STMT-KEY CONVERTING "*/\.:;,'" TO "________"
004170     MOVE FUNCTION REVERSE(WS-STMT-KEY) TO WS-STMT-KEY-REV
004180     MOVE 0 TO WS-STMT-KEY-TRAIL
004190     INSPECT WS-STMT-KEY-REV TALLYING WS-STMT-KEY-TRAIL
004200         FOR LEADING SPACES
004210     COMPUTE WS-STMT-KEY-LEN = 20 - WS-STMT-KEY-TRAIL
004220     IF WS-STMT-KEY-LEN = 0
004230         MOVE "BLANK" TO WS-STMT-KEY
004240         MOVE 5 TO WS-STMT-KEY-LEN
004250     END-IF
004260     INSPECT WS-STMT-KEY(1:WS-STMT-KEY-LEN)
004270         REPLACING ALL SPACE BY "_"
004280     MOVE SPACES TO WS-DEPT-FILE-NAME (WS-DEPT-CUR)
004290     STRING "CALCSTMT." DELIMITED BY SIZE
004300            WS-STMT-KEY(1:WS-STMT-KEY-LEN) DELIMITED BY SIZE
004310            "." DELIMITED BY SIZE
004320            WS-RUN-ID DELIMITED BY SIZE
004330         INTO WS-DEPT-FILE-NAME (WS-DEPT-CUR).
004340 2120-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 2200-RANGE-BATCH - a batch's transactions follow on from the
004380* batch before it: CALC_EVAL numbers details straight through
004390* the file.  A sequence number with no history record is a gap
004400* and takes no range.
004410*----------------------------------------------------------------
004420 2200-RANGE-BATCH.
004430     IF NOT WS-BAT-PRESENT (WS-BAT-SUB)
004440         GO TO 2200-EXIT
004450     END-IF
004460     MOVE WS-NEXT-FIRST-TRAN TO WS-BAT-FIRST-TRAN (WS-BAT-SUB)
004470     COMPUTE WS-BAT-LAST-TRAN (WS-BAT-SUB) =
004480         WS-NEXT-FIRST-TRAN + WS-BAT-READ (WS-BAT-SUB) - 1
004490     ADD WS-BAT-READ (WS-BAT-SUB) TO WS-NEXT-FIRST-TRAN.
004500 2200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 3000-START-STATEMENTS - create each department's statement
004540* fresh, so a rerun for the same run id replaces it instead of
004550* adding to it.
004560*----------------------------------------------------------------
004570 3000-START-STATEMENTS.
004580     PERFORM 3100-CREATE-STATEMENT THRU 3100-EXIT
004590         VARYING WS-DEPT-CUR FROM 1 BY 1
004600         UNTIL WS-DEPT-CUR > WS-DEPT-USED
004610         OR WS-JOB-RC NOT = 0.
004620 3000-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* 3100-CREATE-STATEMENT - open one department's file OUTPUT and
004660* close it empty; its first page is written with its first
004670* batch.
004680*----------------------------------------------------------------
004690 3100-CREATE-STATEMENT.
004700     MOVE WS-DEPT-FILE-NAME (WS-DEPT-CUR) TO WS-STMT-NAME
004710     OPEN OUTPUT STMT-FILE
004720     IF WS-STMT-FILE-STATUS NOT = "00"
004730         DISPLAY "CALC_STMT: UNABLE TO OPEN " WS-STMT-NAME
004740             " STATUS = " WS-STMT-FILE-STATUS
004750         MOVE 8 TO WS-JOB-RC
004760         GO TO 3100-EXIT
004770     END-IF
004780     CLOSE STMT-FILE
004790     ADD 1 TO WS-STMT-COUNT.
004800 3100-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830* 4000-STATE-BATCHES - walk CALCEXT and CALCREJ once, in step,
004840* batch by batch: each batch goes onto its own department's
004850* statement.  Extract rows no batch range covers are a break.
004860*----------------------------------------------------------------
004870 4000-STATE-BATCHES.
004880     OPEN INPUT EXTRACT-FILE
004890     IF WS-EXT-FILE-STATUS = "35"
004900         SET WS-END-OF-EXT-FILE TO TRUE
004910     ELSE
004920         IF WS-EXT-FILE-STATUS NOT = "00"
004930             DISPLAY "CALC_STMT: UNABLE TO OPEN CALCEXT, "
004940                 "STATUS = " WS-EXT-FILE-STATUS
004950             MOVE 8 TO WS-JOB-RC
004960             SET WS-INPUT-FAILED TO TRUE
004970             GO TO 4000-EXIT
004980         END-IF
004990     END-IF
005000     OPEN INPUT REJECT-FILE
005010     IF WS-REJ-FILE-STATUS = "35"
005020         SET WS-END-OF-REJ-FILE TO TRUE
005030     ELSE
005040         IF WS-REJ-FILE-STATUS NOT = "00"
005050             DISPLAY "CALC_STMT: UNABLE TO OPEN CALCREJ, "
005060                 "STATUS = " WS-REJ-FILE-STATUS
005070             MOVE 8 TO WS-JOB-RC
005080             SET WS-INPUT-FAILED TO TRUE
005090             IF NOT WS-END-OF-EXT-FILE
005100                 CLOSE EXTRACT-FILE
005110             END-IF
005120             GO TO 4000-EXIT
005130         END-IF
005140     END-IF
005150     PERFORM 4500-READ-EXTRACT THRU 4500-EXIT
005160     PERFORM 4600-READ-REJECT THRU 4600-EXIT
005170     PERFORM 4100-STATE-ONE-BATCH THRU 4100-EXIT
005180         VARYING WS-BAT-SUB FROM 1 BY 1
005190         UNTIL WS-BAT-SUB > WS-BAT-HIGH
005200     PERFORM 4400-COUNT-ORPHAN THRU 4400-EXIT
005210         UNTIL WS-END-OF-EXT-FILE
005220     IF WS-ORPHAN-ROWS > 0
005230         MOVE WS-ORPHAN-ROWS TO WS-COUNT-EDIT
005240         DISPLAY "CALC_STMT: " WS-COUNT-EDIT
005250             " CALCEXT ROWS OUTSIDE EVERY CALCHIST BATCH"
005260         IF WS-JOB-RC < 8
005270             MOVE 8 TO WS-JOB-RC
005280         END-IF
005290     END-IF
005300     IF WS-EXT-FILE-STATUS NOT = "35"
005310         CLOSE EXTRACT-FILE
005320     END-IF
005330     IF WS-REJ-FILE-STATUS NOT = "35"
005340         CLOSE REJECT-FILE
005350     END-IF.
005360 4000-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 4100-STATE-ONE-BATCH - open the batch's department statement
005400* for extend, list the batch's rows, write its balancing result
005410* and prove the rows against the run history.
005420*----------------------------------------------------------------
005430 4100-STATE-ONE-BATCH.
005440     IF NOT WS-BAT-PRESENT (WS-BAT-SUB)
005450         GO TO 4100-EXIT
005460     END-IF
005470     MOVE WS-BAT-DEPT-SUB (WS-BAT-SUB) TO WS-DEPT-CUR
005480     MOVE WS-DEPT-FILE-NAME (WS-DEPT-CUR) TO WS-STMT-NAME
005490     OPEN EXTEND STMT-FILE
005500     IF WS-STMT-FILE-STATUS NOT = "00"
005510         DISPLAY "CALC_STMT: UNABLE TO EXTEND " WS-STMT-NAME
005520             " STATUS = " WS-STMT-FILE-STATUS
005530         IF WS-JOB-RC < 8
005540             MOVE 8 TO WS-JOB-RC
005550         END-IF
005560         GO TO 4100-EXIT
005570     END-IF
005580     MOVE WS-DEPT-PAGE-NUM (WS-DEPT-CUR)   TO WS-PAGE-NUM
005590     MOVE WS-DEPT-LINE-COUNT (WS-DEPT-CUR) TO WS-LINE-COUNT
005600     IF WS-PAGE-NUM = 0
005610         PERFORM 7100-WRITE-HEADERS THRU 7100-EXIT
005620     END-IF
005630     MOVE 0 TO WS-ROW-COUNT
005640     MOVE 0 TO WS-ROW-PROCESSED
005650     MOVE 0 TO WS-ROW-REJECTED
005660     MOVE 0 TO WS-ROW-RESULT-TOT
005670     PERFORM 7200-WRITE-BATCH-HEADING THRU 7200-EXIT
005680*    Rows ahead of this batch's range belong to no batch.
005690     PERFORM 4400-COUNT-ORPHAN THRU 4400-EXIT
005700         UNTIL WS-END-OF-EXT-FILE
005710         OR EXT-TRAN-NUMBER >= WS-BAT-FIRST-TRAN (WS-BAT-SUB)
005720     PERFORM 4200-STATE-ONE-ROW THRU 4200-EXIT
005730         UNTIL WS-END-OF-EXT-FILE
005740         OR EXT-TRAN-NUMBER > WS-BAT-LAST-TRAN (WS-BAT-SUB)
005750     PERFORM 7300-WRITE-BATCH-SUMMARY THRU 7300-EXIT
005760     ADD 1                 TO WS-DEPT-BATCHES (WS-DEPT-CUR)
005770     ADD WS-ROW-COUNT      TO WS-DEPT-READ (WS-DEPT-CUR)
005780     ADD WS-ROW-PROCESSED  TO WS-DEPT-PROCESSED (WS-DEPT-CUR)
005790     ADD WS-ROW-REJECTED   TO WS-DEPT-REJECTED (WS-DEPT-CUR)
005800     ADD WS-ROW-RESULT-TOT TO WS-DEPT-RESULT-TOT (WS-DEPT-CUR)
005810     MOVE WS-PAGE-NUM   TO WS-DEPT-PAGE-NUM (WS-DEPT-CUR)
005820     MOVE WS-LINE-COUNT TO WS-DEPT-LINE-COUNT (WS-DEPT-CUR)
005830     CLOSE STMT-FILE.
005840 4100-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* 4200-STATE-ONE-ROW - one extract row onto the statement.  A
005880* row CALCREJ holds under the same transaction number is a
005890* reject and shows its reason; any other row processed, and an
005900* "OK" result counts into the batch result total the way
005910* CALC_EVAL's department breakout counts it.
005920*----------------------------------------------------------------
005930 4200-STATE-ONE-ROW.
005940     ADD 1 TO WS-ROW-COUNT
005950     MOVE SPACES TO WS-DETAIL-LINE
005960     MOVE EXT-TRAN-NUMBER TO WS-DL-TRAN
005970     MOVE EXT-NUM1        TO WS-DL-NUM1
005980     MOVE EXT-OPER        TO WS-DL-OPER
005990     MOVE EXT-NUM2        TO WS-DL-NUM2
006000     PERFORM 4600-READ-REJECT THRU 4600-EXIT
006010         UNTIL WS-END-OF-REJ-FILE
006020         OR WS-REJ-NEXT-TRAN >= EXT-TRAN-NUMBER
006030     IF NOT WS-END-OF-REJ-FILE
006040         AND WS-REJ-NEXT-TRAN = EXT-TRAN-NUMBER
006050         ADD 1 TO WS-ROW-REJECTED
006060         MOVE WS-REJ-NEXT-REASON TO WS-RSN-CODE-IN
006070         PERFORM 4300-REASON-TEXT THRU 4300-EXIT
006080         STRING "REJ " DELIMITED BY SIZE
006090                WS-RSN-CODE-IN DELIMITED BY SIZE
006100                " " DELIMITED BY SIZE
006110                WS-RSN-TEXT-OUT DELIMITED BY SIZE
006120             INTO WS-DL-REMARK
006130     ELSE
006140         ADD 1 TO WS-ROW-PROCESSED
006150         IF FUNCTION TEST-NUMVAL(EXT-RESULT) = 0
006160             COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(EXT-RESULT)
006170         ELSE
006180             MOVE 0 TO WS-ROW-RESULT
006190         END-IF
006200         MOVE WS-ROW-RESULT TO WS-RESULT-EDIT
006210         MOVE WS-RESULT-EDIT TO WS-DL-RESULT
006220         MOVE EXT-STATUS TO WS-DL-REMARK
006230         IF EXT-STATUS = "OK"
006240             ADD WS-ROW-RESULT TO WS-ROW-RESULT-TOT
006250         END-IF
006260     END-IF
006270     MOVE WS-DETAIL-LINE TO STMT-RECORD
006280     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006290     PERFORM 4500-READ-EXTRACT THRU 4500-EXIT.
006300 4200-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* 4300-REASON-TEXT - spell out a CALCREJ reason code.
006340*----------------------------------------------------------------
006350 4300-REASON-TEXT.
006360     MOVE "UNKNOWN REASON" TO WS-RSN-TEXT-OUT
006370     PERFORM 4310-SCAN-REASON THRU 4310-EXIT
006380         VARYING WS-RSN-SUB FROM 1 BY 1
006390         UNTIL WS-RSN-SUB > WS-RSN-MAX.
006400 4300-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 4310-SCAN-REASON - one reason-table entry against the code.
006440*----------------------------------------------------------------
006450 4310-SCAN-REASON.
006460     IF WS-RSN-CODE (WS-RSN-SUB) = WS-RSN-CODE-IN
006470         MOVE WS-RSN-TEXT (WS-RSN-SUB) TO WS-RSN-TEXT-OUT
006480     END-IF.
006490 4310-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* 4400-COUNT-ORPHAN - pass over an extract row no batch owns.
006530*----------------------------------------------------------------
006540 4400-COUNT-ORPHAN.
006550     ADD 1 TO WS-ORPHAN-ROWS
006560     PERFORM 4500-READ-EXTRACT THRU 4500-EXIT.
006570 4400-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600* 4500-READ-EXTRACT - the next CALCEXT row stamped with the run
006610* id; rows from any other run are passed over.
006620*----------------------------------------------------------------
006630 4500-READ-EXTRACT.
006640     IF WS-END-OF-EXT-FILE
006650         GO TO 4500-EXIT
006660     END-IF
006670     MOVE SPACES TO EXTRACT-RECORD
006680     READ EXTRACT-FILE
006690         AT END
006700             SET WS-END-OF-EXT-FILE TO TRUE
006710             GO TO 4500-EXIT
006720     END-READ
006730     IF EXT-RUN-ID NOT = WS-RUN-ID
006740         OR EXT-TRAN-NUMBER NOT NUMERIC
006750         GO TO 4500-READ-EXTRACT
006760     END-IF.
006770 4500-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 4600-READ-REJECT - the next reject detail on CALCREJ, skipping
006810* the H/T brackets; its transaction number and reason code are
006820* held until the extract catches up with it.
006830*----------------------------------------------------------------
006840 4600-READ-REJECT.
006850     IF WS-END-OF-REJ-FILE
006860         GO TO 4600-EXIT
006870     END-IF
006880     MOVE SPACES TO REJ-EXPR-RECORD
006890     READ REJECT-FILE
006900         AT END
006910             SET WS-END-OF-REJ-FILE TO TRUE
006920             GO TO 4600-EXIT
006930     END-READ
006940     EVALUATE REJ-NUM1-TXT(1:1)
006950         WHEN "H"
006960         WHEN "T"
006970             GO TO 4600-READ-REJECT
006980         WHEN "E"
006990             MOVE REJ-EXPR-TRAN-NUMBER TO WS-REJ-NEXT-TRAN
007000             MOVE REJ-EXPR-REASON-CODE TO WS-REJ-NEXT-REASON
007010         WHEN OTHER
007020             MOVE REJ-TRAN-NUMBER      TO WS-REJ-NEXT-TRAN
007030             MOVE REJ-REASON-CODE      TO WS-REJ-NEXT-REASON
007040     END-EVALUATE.
007050 4600-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080* 5000-STATE-DEPT-TOTALS - close each statement with the
007090* department's own control totals for the run.
007100*----------------------------------------------------------------
007110 5000-STATE-DEPT-TOTALS.
007120     MOVE WS-DEPT-FILE-NAME (WS-DEPT-CUR) TO WS-STMT-NAME
007130     OPEN EXTEND STMT-FILE
007140     IF WS-STMT-FILE-STATUS NOT = "00"
007150         DISPLAY "CALC_STMT: UNABLE TO EXTEND " WS-STMT-NAME
007160             " STATUS = " WS-STMT-FILE-STATUS
007170         IF WS-JOB-RC < 8
007180             MOVE 8 TO WS-JOB-RC
007190         END-IF
007200         GO TO 5000-EXIT
007210     END-IF
007220     MOVE WS-DEPT-PAGE-NUM (WS-DEPT-CUR) TO WS-PAGE-NUM
007230     PERFORM 7100-WRITE-HEADERS THRU 7100-EXIT
007240     MOVE "DEPARTMENT CONTROL TOTALS" TO STMT-RECORD
007250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007260     MOVE SPACES TO STMT-RECORD
007270     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007280     MOVE "BATCHES"                TO WS-CNT-LABEL
007290     MOVE WS-DEPT-BATCHES (WS-DEPT-CUR) TO WS-CNT-VALUE
007300     MOVE WS-COUNT-LINE TO STMT-RECORD
007310     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007320     MOVE "  OUT OF BALANCE"       TO WS-CNT-LABEL
007330     MOVE WS-DEPT-OOB-COUNT (WS-DEPT-CUR) TO WS-CNT-VALUE
007340     MOVE WS-COUNT-LINE TO STMT-RECORD
007350     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007360     MOVE "  HELD AS DUPLICATES"   TO WS-CNT-LABEL
007370     MOVE WS-DEPT-HELD-COUNT (WS-DEPT-CUR) TO WS-CNT-VALUE
007380     MOVE WS-COUNT-LINE TO STMT-RECORD
007390     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007392     MOVE "  REFUSED BY DEPT MASTER" TO WS-CNT-LABEL
007394     MOVE WS-DEPT-REFUSED-COUNT (WS-DEPT-CUR) TO WS-CNT-VALUE
007396     MOVE WS-COUNT-LINE TO STMT-RECORD
007398     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007400     MOVE "  IN CLOSED PERIOD"     TO WS-CNT-LABEL
007402     MOVE WS-DEPT-CLOSED-COUNT (WS-DEPT-CUR) TO WS-CNT-VALUE
007404     MOVE WS-COUNT-LINE TO STMT-RECORD
007406     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007408     MOVE "DETAILS READ"           TO WS-CNT-LABEL
007410     MOVE WS-DEPT-READ (WS-DEPT-CUR) TO WS-CNT-VALUE
007420     MOVE WS-COUNT-LINE TO STMT-RECORD
007430     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007440     MOVE "DETAILS PROCESSED"      TO WS-CNT-LABEL
007450     MOVE WS-DEPT-PROCESSED (WS-DEPT-CUR) TO WS-CNT-VALUE
007460     MOVE WS-COUNT-LINE TO STMT-RECORD
007470     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007480     MOVE "DETAILS REJECTED"       TO WS-CNT-LABEL
007490     MOVE WS-DEPT-REJECTED (WS-DEPT-CUR) TO WS-CNT-VALUE
007500     MOVE WS-COUNT-LINE TO STMT-RECORD
007510     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007520     MOVE "RESULT TOTAL"           TO WS-AMT-LABEL
007530     MOVE WS-DEPT-RESULT-TOT (WS-DEPT-CUR) TO WS-AMT-VALUE
007540     MOVE WS-AMOUNT-LINE TO STMT-RECORD
007550     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007560     IF WS-DEPT-BREAK-COUNT (WS-DEPT-CUR) > 0
007570         MOVE SPACES TO STMT-RECORD
007580         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007590         MOVE "STATEMENT DOES NOT AGREE WITH THE RUN HISTORY - "
007600             TO WS-MSG-TEXT
007610         MOVE "SEE BATCHES FLAGGED ABOVE" TO WS-MSG-TEXT(50:25)
007620         MOVE WS-MESSAGE-LINE TO STMT-RECORD
007630         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007640     END-IF
007650     CLOSE STMT-FILE
007660     MOVE WS-DEPT-READ (WS-DEPT-CUR) TO WS-COUNT-EDIT
007670     DISPLAY "CALC_STMT: " WS-DEPT-NAME (WS-DEPT-CUR) " "
007680         WS-COUNT-EDIT " DETAILS TO " WS-STMT-NAME.
007690 5000-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------
007720* 7100-WRITE-HEADERS - page heading: date, page, department and
007730* the batch run id.
007740*----------------------------------------------------------------
007750 7100-WRITE-HEADERS.
007760     ADD 1 TO WS-PAGE-NUM
007770     MOVE WS-REPORT-DATE-EDIT TO WS-HDR-DATE
007780     MOVE WS-PAGE-NUM TO WS-HDR-PAGE
007790     MOVE WS-HEADING-1 TO STMT-RECORD
007800     WRITE STMT-RECORD
007810     MOVE WS-DEPT-NAME (WS-DEPT-CUR) TO WS-HDR-DEPARTMENT
007820     MOVE WS-RUN-ID TO WS-HDR-RUN-ID
007830     MOVE WS-HEADING-1B TO STMT-RECORD
007840     WRITE STMT-RECORD
007850     MOVE SPACES TO STMT-RECORD
007860     WRITE STMT-RECORD
007870     MOVE 0 TO WS-LINE-COUNT.
007880 7100-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910* 7200-WRITE-BATCH-HEADING - the batch number and run date over
007920* the detail column headings.
007930*----------------------------------------------------------------
007940 7200-WRITE-BATCH-HEADING.
007950     MOVE WS-BAT-SUB TO WS-BH-BATCH
007960     MOVE WS-BAT-RUN-DATE (WS-BAT-SUB) TO WS-BH-RUN-DATE
007970     MOVE WS-BATCH-HEADING TO STMT-RECORD
007980     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
007990     MOVE WS-DETAIL-HEADING TO STMT-RECORD
008000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008010 7200-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040* 7300-WRITE-BATCH-SUMMARY - the batch's balancing result and
008050* counts as CALCHIST recorded them, its result total, and a
008060* flag when the listed rows do not agree with the history.
008070*----------------------------------------------------------------
008080 7300-WRITE-BATCH-SUMMARY.
008090     MOVE SPACES TO STMT-RECORD
008100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008110     EVALUATE WS-BAT-CONDITION (WS-BAT-SUB)
008120         WHEN "CLEAN"
008130             MOVE "IN BALANCE - ALL DETAILS PROCESSED"
008140                 TO WS-BAL-TEXT
008150         WHEN "REJECTS"
008160             MOVE "IN BALANCE - PROCESSED WITH REJECTS"
008170                 TO WS-BAL-TEXT
008180         WHEN "OUT OF BAL"
008190             MOVE "OUT OF BALANCE - WHOLE BATCH REJECTED (OB)"
008200                 TO WS-BAL-TEXT
008210             ADD 1 TO WS-DEPT-OOB-COUNT (WS-DEPT-CUR)
008220         WHEN "HELD DUP"
008230             MOVE "DUPLICATE OF A COMPLETED RUN - HELD (DU)"
008240                 TO WS-BAL-TEXT
008250             ADD 1 TO WS-DEPT-HELD-COUNT (WS-DEPT-CUR)
008251         WHEN "BAD DEPT"
008252             MOVE "DEPARTMENT REFUSED - WHOLE BATCH REJECTED (UD)"
008253                 TO WS-BAL-TEXT
008254             ADD 1 TO WS-DEPT-REFUSED-COUNT (WS-DEPT-CUR)
008255         WHEN "OVER DEPT MAX"
008256             MOVE "TOO MANY DETAILS - WHOLE BATCH REJECTED (DX)"
008257                 TO WS-BAL-TEXT
008258             ADD 1 TO WS-DEPT-REFUSED-COUNT (WS-DEPT-CUR)
008260         WHEN "CLOSED PERIOD"
008262             MOVE "PERIOD CLOSED - WHOLE BATCH REJECTED (CP)"
008264                 TO WS-BAL-TEXT
008266             ADD 1 TO WS-DEPT-CLOSED-COUNT (WS-DEPT-CUR)
008268         WHEN OTHER
008270             MOVE WS-BAT-CONDITION (WS-BAT-SUB) TO WS-BAL-TEXT
008280     END-EVALUATE
008290     MOVE WS-BALANCE-LINE TO STMT-RECORD
008300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008310     MOVE "DETAILS READ"           TO WS-CNT-LABEL
008320     MOVE WS-BAT-READ (WS-BAT-SUB) TO WS-CNT-VALUE
008330     MOVE WS-COUNT-LINE TO STMT-RECORD
008340     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008350     MOVE "DETAILS PROCESSED"      TO WS-CNT-LABEL
008360     MOVE WS-BAT-PROCESSED (WS-BAT-SUB) TO WS-CNT-VALUE
008370     MOVE WS-COUNT-LINE TO STMT-RECORD
008380     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008390     MOVE "DETAILS REJECTED"       TO WS-CNT-LABEL
008400     MOVE WS-BAT-REJECTED (WS-BAT-SUB) TO WS-CNT-VALUE
008410     MOVE WS-COUNT-LINE TO STMT-RECORD
008420     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008430     MOVE "OPERAND HASH"           TO WS-AMT-LABEL
008440     MOVE WS-BAT-HASH (WS-BAT-SUB) TO WS-AMT-VALUE
008450     MOVE WS-AMOUNT-LINE TO STMT-RECORD
008460     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008470     MOVE "RESULT TOTAL"           TO WS-AMT-LABEL
008480     MOVE WS-ROW-RESULT-TOT        TO WS-AMT-VALUE
008490     MOVE WS-AMOUNT-LINE TO STMT-RECORD
008500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008510     IF WS-ROW-COUNT NOT = WS-BAT-READ (WS-BAT-SUB)
008520         OR WS-ROW-REJECTED NOT = WS-BAT-REJECTED (WS-BAT-SUB)
008530         MOVE "ROWS LISTED DO NOT AGREE WITH THE RUN HISTORY"
008540             TO WS-MSG-TEXT
008550         MOVE WS-MESSAGE-LINE TO STMT-RECORD
008560         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008570         ADD 1 TO WS-DEPT-BREAK-COUNT (WS-DEPT-CUR)
008580         DISPLAY "CALC_STMT: BATCH " WS-BH-BATCH " "
008590             WS-DEPT-NAME (WS-DEPT-CUR)
008600             " DOES NOT AGREE WITH CALCHIST"
008610         IF WS-JOB-RC < 8
008620             MOVE 8 TO WS-JOB-RC
008630         END-IF
008640     END-IF
008650     MOVE SPACES TO STMT-RECORD
008660     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008670 7300-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------
008700* 7900-WRITE-LINE - write one statement line from STMT-RECORD,
008710* continuing a full page under fresh headings.
008720*----------------------------------------------------------------
008730 7900-WRITE-LINE.
008740     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008750         MOVE STMT-RECORD TO WS-HOLD-LINE
008760         PERFORM 7100-WRITE-HEADERS THRU 7100-EXIT
008770         MOVE WS-HOLD-LINE TO STMT-RECORD
008780     END-IF
008790     WRITE STMT-RECORD
008800     ADD 1 TO WS-LINE-COUNT.
008810 7900-EXIT.
008820     EXIT.
008830 END PROGRAM CALC_STMT.
