000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: Run-over-run variance report by department, from the
000060*          CALCHIST run history.  Nothing compared one night's
000070*          batch with the last, so a department whose total
000080*          doubled overnight - a bad rate, a block of lines sent
000090*          twice - went unnoticed until month end.  For every
000100*          department this job takes its latest batch and holds
000110*          it against:
000120*            - its previous batch;
000130*            - the average of its batches before that, up to a
000140*              trailing number of batches the run is given.
000150*          Only batches a run actually consumed (CLEAN or
000160*          REJECTS) and that were not reversed count - a held,
000170*          refused or backed-out batch is no base to measure by.
000180*          The record count and the processed result total are
000190*          each measured as a percentage change; a move of more
000200*          than the tolerance the run is given flags the
000210*          department.  The report goes to VARRPT and the job
000220*          ends RC 4 when any department is flagged, so the
000230*          scheduler pages someone the same night; RC 0 when
000240*          nothing moved past the tolerance, RC 8 when the
000250*          parameters are bad or the history cannot be read.
000260* Tectonics: cobc
000270* Modification History:
000280*   2026-10-15  CB  Original program.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CALC_VARRPT.
000320 AUTHOR. CRISTOPHER BOHOL.
000330 INSTALLATION. SHOP DATA PROCESSING.
000340 DATE-WRITTEN. OCTOBER 15, 2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REPORT-FILE ASSIGN TO VARRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPT-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  REPORT-FILE.
000450 01  REPORT-RECORD               PIC X(132).
000460 WORKING-STORAGE SECTION.
000470     COPY CALCHSW.
000480 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000490 77  WS-JOB-RC               PIC 9(04) VALUE 0.
000500*    Run parameters - the tolerance as a percentage either way,
000510*    and how many batches before the previous one the trailing
000520*    average may reach back over.
000530 77  WS-TOL-IN               PIC X(06) VALUE SPACES.
000540 77  WS-TOLERANCE            PIC 9(03)V9(01) VALUE 25.
000550 77  WS-WINDOW-IN            PIC X(02) VALUE SPACES.
000560 77  WS-WINDOW               PIC 9(02) VALUE 5.
000570 77  WS-WINDOW-MAX           PIC 9(02) VALUE 20.
000580*    Batches kept per department: the latest plus the trailing
000590*    window behind it.
000600 77  WS-RING-SIZE            PIC 9(02) COMP VALUE 0.
000610 77  WS-HIST-READ            PIC 9(08) VALUE 0.
000620 77  WS-HIST-USED            PIC 9(08) VALUE 0.
000630 77  WS-DEPT-COMPARED        PIC 9(04) VALUE 0.
000640 77  WS-DEPT-SINGLE          PIC 9(04) VALUE 0.
000650 77  WS-DEPT-FLAGGED         PIC 9(04) VALUE 0.
000660 77  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
000670     88  WS-TABLE-IS-FULL        VALUE "Y".
000680 77  WS-DEPT-FLAG-SW         PIC X(01) VALUE "N".
000690     88  WS-DEPT-IS-FLAGGED      VALUE "Y".
000700 77  WS-LINE-FLAG-SW         PIC X(01) VALUE "N".
000710     88  WS-LINE-IS-FLAGGED      VALUE "Y".
000720*    Department table - one slot per department on the history,
000730*    each holding its latest batches newest first.
000740 77  WS-DEPT-MAX             PIC 9(04) COMP VALUE 500.
000750 77  WS-DEPT-USED            PIC 9(04) COMP VALUE 0.
000760 77  WS-DEPT-SUB             PIC 9(04) COMP VALUE 0.
000770 77  WS-DEPT-CUR             PIC 9(04) COMP VALUE 0.
000780 77  WS-DH-SUB               PIC 9(02) COMP VALUE 0.
000790 77  WS-DH-FROM              PIC 9(02) COMP VALUE 0.
000800 01  WS-DEPT-TABLE.
000810     05  WS-DEPT-ENTRY OCCURS 500.
000820         10  WS-DEPT-NAME        PIC X(20).
000830         10  WS-DEPT-HELD        PIC 9(02) COMP.
000840         10  WS-DH-ENTRY OCCURS 21.
000850             15  WS-DH-RUN-ID    PIC X(14).
000860             15  WS-DH-SEQ       PIC 9(04).
000870             15  WS-DH-RUN-DATE  PIC X(10).
000880             15  WS-DH-READ      PIC 9(08).
000890             15  WS-DH-TOTAL     PIC S9(13)V9(2).
000900*    Trailing-average work.
000910 77  WS-AVG-COUNT            PIC 9(02) COMP VALUE 0.
000920 77  WS-SUM-READ             PIC 9(10) VALUE 0.
000930 77  WS-SUM-TOTAL            PIC S9(15)V9(2) VALUE 0.
000940 77  WS-AVG-READ             PIC 9(08)V9(02) VALUE 0.
000950 77  WS-AVG-TOTAL            PIC S9(13)V9(2) VALUE 0.
000960*    One percentage measure: the latest figure against a base.
000970 77  WS-CMP-NEW              PIC S9(13)V9(2) VALUE 0.
000980 77  WS-CMP-BASE             PIC S9(13)V9(2) VALUE 0.
000990 77  WS-CMP-BASE-ABS         PIC 9(13)V9(2) VALUE 0.
001000 77  WS-CMP-PCT              PIC S9(06)V9(01) VALUE 0.
001010 77  WS-CMP-PCT-ABS          PIC 9(06)V9(01) VALUE 0.
001020 77  WS-CMP-TEXT             PIC X(10) VALUE SPACES.
001030 01  WS-PCT-EDIT             PIC -ZZZ,ZZ9.9.
001040 01  WS-TOL-EDIT             PIC ZZ9.9.
001050 01  WS-WINDOW-EDIT          PIC Z9.
001060 77  WS-PAGE-NUM             PIC 9(04) VALUE 0.
001070 77  WS-LINE-COUNT           PIC 9(02) VALUE 0.
001080 77  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
001090 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
001100     COPY CALCLGW.
001110 01  WS-REPORT-DATE-EDIT.
001120     05  WS-RD-YYYY           PIC 9(04).
001130     05  FILLER               PIC X VALUE "-".
001140     05  WS-RD-MM             PIC 9(02).
001150     05  FILLER               PIC X VALUE "-".
001160     05  WS-RD-DD             PIC 9(02).
001170 01  WS-HEADING-1.
001180     05  FILLER               PIC X(34)
001190         VALUE "CALC_VARRPT RUN-OVER-RUN VARIANCE".
001200     05  FILLER               PIC X(06) VALUE SPACES.
001210     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
001220     05  WS-HDR-DATE          PIC X(10).
001230     05  FILLER               PIC X(06) VALUE SPACES.
001240     05  FILLER               PIC X(05) VALUE "PAGE ".
001250     05  WS-HDR-PAGE          PIC ZZZ9.
001260 01  WS-HEADING-2.
001270     05  FILLER               PIC X(11) VALUE "TOLERANCE: ".
001280     05  WS-HDR-TOLERANCE     PIC ZZ9.9.
001290     05  FILLER               PIC X(24)
001300         VALUE "%   TRAILING BATCHES: ".
001310     05  WS-HDR-WINDOW        PIC Z9.
001320 01  WS-COLUMN-HEADING.
001330     05  FILLER               PIC X(21) VALUE "DEPARTMENT".
001340     05  FILLER               PIC X(09) VALUE "BATCH".
001350     05  FILLER               PIC X(15) VALUE "RUN ID".
001360     05  FILLER               PIC X(06) VALUE "SEQ".
001370     05  FILLER               PIC X(12) VALUE "RUN DATE".
001380     05  FILLER               PIC X(14) VALUE "     RECORDS".
001390     05  FILLER               PIC X(21)
001400         VALUE "       RESULT TOTAL".
001410     05  FILLER               PIC X(12) VALUE " RECORDS %".
001420     05  FILLER               PIC X(12) VALUE "   TOTAL %".
001430 01  WS-VAR-LINE.
001440     05  WS-VL-DEPT           PIC X(20).
001450     05  FILLER               PIC X(01) VALUE SPACE.
001460     05  WS-VL-LABEL          PIC X(08).
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  WS-VL-RUN-ID         PIC X(14).
001490     05  FILLER               PIC X(01) VALUE SPACE.
001500     05  WS-VL-SEQ            PIC X(04).
001510     05  FILLER               PIC X(02) VALUE SPACES.
001520     05  WS-VL-RUN-DATE       PIC X(10).
001530     05  FILLER               PIC X(02) VALUE SPACES.
001540     05  WS-VL-RECORDS        PIC Z,ZZZ,ZZ9.99.
001550     05  WS-VL-RECORDS-INT REDEFINES WS-VL-RECORDS.
001560         10  WS-VL-REC-COUNT  PIC Z,ZZZ,ZZ9.
001570         10  FILLER           PIC X(03).
001580     05  FILLER               PIC X(02) VALUE SPACES.
001590     05  WS-VL-TOTAL          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001600     05  FILLER               PIC X(02) VALUE SPACES.
001610     05  WS-VL-REC-PCT        PIC X(10).
001620     05  FILLER               PIC X(02) VALUE SPACES.
001630     05  WS-VL-TOT-PCT        PIC X(10).
001640     05  FILLER               PIC X(02) VALUE SPACES.
001650     05  WS-VL-FLAG           PIC X(09).
001660 01  WS-HOLD-LINE            PIC X(132).
001670 01  WS-MESSAGE-LINE.
001680     05  FILLER               PIC X(02) VALUE SPACES.
001690     05  FILLER               PIC X(04) VALUE "*** ".
001700     05  WS-MSG-TEXT          PIC X(74).
001710 01  WS-SUMMARY-LINE.
001720     05  FILLER               PIC X(02) VALUE SPACES.
001730     05  WS-SUM-LABEL         PIC X(30).
001740     05  FILLER               PIC X(02) VALUE ": ".
001750     05  WS-SUM-COUNT         PIC Z,ZZZ,ZZ9.
001760 PROCEDURE DIVISION.
001770*----------------------------------------------------------------
001780* 0000-MAINLINE - take the parameters, lay the history out by
001790* department, then measure and report each department.
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     DISPLAY "CALC_VARRPT - RUN-OVER-RUN VARIANCE REPORT"
001830     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
001840     MOVE WS-CURR-YYYY TO WS-RD-YYYY
001850     MOVE WS-CURR-MM   TO WS-RD-MM
001860     MOVE WS-CURR-DD   TO WS-RD-DD
001870     PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT
001880     IF WS-JOB-RC NOT = 0
001890         GO TO 0000-END-OF-JOB
001900     END-IF
001910     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
001920     IF WS-JOB-RC NOT = 0
001930         GO TO 0000-END-OF-JOB
001940     END-IF
001950     OPEN OUTPUT REPORT-FILE
001960     IF WS-RPT-FILE-STATUS NOT = "00"
001970         DISPLAY "CALC_VARRPT: UNABLE TO OPEN VARRPT, "
001980             "STATUS = " WS-RPT-FILE-STATUS
001990         MOVE 8 TO WS-JOB-RC
002000         GO TO 0000-END-OF-JOB
002010     END-IF
002020     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
002030     IF WS-DEPT-USED = 0
002040         MOVE "NO CONSUMED BATCHES ON CALCHIST - NOTHING COMPARED"
002050             TO WS-MSG-TEXT
002060         MOVE WS-MESSAGE-LINE TO REPORT-RECORD
002070         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002080     END-IF
002090     PERFORM 3000-MEASURE-DEPARTMENT THRU 3000-EXIT
002100         VARYING WS-DEPT-CUR FROM 1 BY 1
002110         UNTIL WS-DEPT-CUR > WS-DEPT-USED
002120     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002130     CLOSE REPORT-FILE
002140     IF WS-DEPT-FLAGGED > 0 OR WS-TABLE-IS-FULL
002150         MOVE 4 TO WS-JOB-RC
002160     END-IF.
002170 0000-END-OF-JOB.
002180     MOVE WS-HIST-READ TO WS-COUNT-EDIT
002190     DISPLAY "CALC_VARRPT: HISTORY RECORDS READ : " WS-COUNT-EDIT
002200     MOVE WS-DEPT-COMPARED TO WS-COUNT-EDIT
002210     DISPLAY "CALC_VARRPT: DEPARTMENTS COMPARED : " WS-COUNT-EDIT
002220     MOVE WS-DEPT-FLAGGED TO WS-COUNT-EDIT
002230     DISPLAY "CALC_VARRPT: DEPARTMENTS FLAGGED  : " WS-COUNT-EDIT
002240     IF WS-TABLE-IS-FULL
002250         DISPLAY "CALC_VARRPT: DEPARTMENT TABLE FULL - "
002260             "REPORT INCOMPLETE"
002270     END-IF
002280     MOVE WS-JOB-RC TO RETURN-CODE
002290     GOBACK.
002300*----------------------------------------------------------------
002310* 1000-GET-PARAMETERS - the tolerance percentage and the number
002320* of trailing batches to average.  A blank answer takes the
002330* standing default (25 percent, 5 batches); anything else that
002340* is not a sensible number stops the job before it reads a
002350* thing.
002360*----------------------------------------------------------------
002370 1000-GET-PARAMETERS.
002380     DISPLAY "Enter Tolerance Percent (blank = 25)  : "
002390     ACCEPT WS-TOL-IN
002400     IF WS-TOL-IN NOT = SPACES
002410         IF FUNCTION TEST-NUMVAL(WS-TOL-IN) NOT = 0
002420             DISPLAY "CALC_VARRPT: TOLERANCE MUST BE A "
002430                 "PERCENTAGE - NOTHING DONE"
002440             MOVE 8 TO WS-JOB-RC
002450             GO TO 1000-EXIT
002460         END-IF
002470         IF FUNCTION NUMVAL(WS-TOL-IN) NOT > 0
002480             OR FUNCTION NUMVAL(WS-TOL-IN) > 999.9
002490             DISPLAY "CALC_VARRPT: TOLERANCE MUST BE OVER 0 AND "
002500                 "NO MORE THAN 999.9 - NOTHING DONE"
002510             MOVE 8 TO WS-JOB-RC
002520             GO TO 1000-EXIT
002530         END-IF
002540         COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-TOL-IN)
002550     END-IF
002560     DISPLAY "Enter Trailing Batches (blank = 5)    : "
002570     ACCEPT WS-WINDOW-IN
002580     IF WS-WINDOW-IN NOT = SPACES
002590         IF FUNCTION TEST-NUMVAL(WS-WINDOW-IN) NOT = 0
002600             DISPLAY "CALC_VARRPT: TRAILING BATCHES MUST BE A "
002610                 "NUMBER - NOTHING DONE"
002620             MOVE 8 TO WS-JOB-RC
002630             GO TO 1000-EXIT
002640         END-IF
002650         IF FUNCTION NUMVAL(WS-WINDOW-IN) < 1
002660             OR FUNCTION NUMVAL(WS-WINDOW-IN) > WS-WINDOW-MAX
002670             DISPLAY "CALC_VARRPT: TRAILING BATCHES MUST BE 1 TO "
002680                 WS-WINDOW-MAX " - NOTHING DONE"
002690             MOVE 8 TO WS-JOB-RC
002700             GO TO 1000-EXIT
002710         END-IF
002720         COMPUTE WS-WINDOW = FUNCTION NUMVAL(WS-WINDOW-IN)
002730     END-IF
002740     COMPUTE WS-RING-SIZE = WS-WINDOW + 1
002750     MOVE WS-TOLERANCE TO WS-TOL-EDIT
002760     MOVE WS-WINDOW TO WS-WINDOW-EDIT
002770     DISPLAY "CALC_VARRPT: TOLERANCE " WS-TOL-EDIT
002780         " PERCENT, TRAILING BATCHES " WS-WINDOW-EDIT.
002790 1000-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* 2000-LOAD-HISTORY - browse the whole of CALCHIST through
002830* CALC_HIST.  The file is keyed on run id first, and a run id
002840* is the run's timestamp, so each department's batches arrive
002850* oldest first and the newest ends up at the head of its slot.
002860*----------------------------------------------------------------
002870 2000-LOAD-HISTORY.
002880     MOVE SPACES TO HIST-RUN-ID
002890     SET HIST-FUNC-START TO TRUE
002900     CALL "CALC_HIST" USING HIST-REQUEST
002910     IF HIST-STATUS-IO-ERROR
002920         DISPLAY "CALC_VARRPT: RUN-HISTORY FILE ERROR"
002930         MOVE 8 TO WS-JOB-RC
002940         GO TO 2000-EXIT
002950     END-IF
002960     PERFORM 2100-LOAD-NEXT-BATCH THRU 2100-EXIT
002970         UNTIL NOT HIST-STATUS-OK
002980     IF HIST-STATUS-IO-ERROR
002990         DISPLAY "CALC_VARRPT: RUN-HISTORY FILE ERROR"
003000         MOVE 8 TO WS-JOB-RC
003010     END-IF
003020     SET HIST-FUNC-END TO TRUE
003030     CALL "CALC_HIST" USING HIST-REQUEST.
003040 2000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2100-LOAD-NEXT-BATCH - one history record.  Only a batch a run
003080* consumed and nobody reversed is kept; it goes to the head of
003090* its department's slot.
003100*----------------------------------------------------------------
003110 2100-LOAD-NEXT-BATCH.
003120     SET HIST-FUNC-NEXT TO TRUE
003130     CALL "CALC_HIST" USING HIST-REQUEST
003140     IF NOT HIST-STATUS-OK
003150         GO TO 2100-EXIT
003160     END-IF
003170     ADD 1 TO WS-HIST-READ
003180     IF HIST-REVERSED = "Y"
003190         GO TO 2100-EXIT
003200     END-IF
003210     IF HIST-CONDITION NOT = "CLEAN"
003220         AND HIST-CONDITION NOT = "REJECTS"
003230         GO TO 2100-EXIT
003240     END-IF
003250     MOVE 0 TO WS-DEPT-CUR
003260     PERFORM 2110-FIND-DEPT THRU 2110-EXIT
003270         VARYING WS-DEPT-SUB FROM 1 BY 1
003280         UNTIL WS-DEPT-SUB > WS-DEPT-USED OR WS-DEPT-CUR > 0
003290     IF WS-DEPT-CUR = 0
003300         IF WS-DEPT-USED >= WS-DEPT-MAX
003310             SET WS-TABLE-IS-FULL TO TRUE
003320             GO TO 2100-EXIT
003330         END-IF
003340         ADD 1 TO WS-DEPT-USED
003350         MOVE WS-DEPT-USED TO WS-DEPT-CUR
003360         MOVE HIST-DEPARTMENT TO WS-DEPT-NAME (WS-DEPT-CUR)
003370         MOVE 0 TO WS-DEPT-HELD (WS-DEPT-CUR)
003380     END-IF
003390     ADD 1 TO WS-HIST-USED
003400     PERFORM 2120-PUSH-BATCH THRU 2120-EXIT.
003410 2100-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 2110-FIND-DEPT - note the slot already holding this batch's
003450* department, if there is one.
003460*----------------------------------------------------------------
003470 2110-FIND-DEPT.
003480     IF WS-DEPT-NAME (WS-DEPT-SUB) = HIST-DEPARTMENT
003490         MOVE WS-DEPT-SUB TO WS-DEPT-CUR
003500     END-IF.
003510 2110-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 2120-PUSH-BATCH - move the department's batches down one place
003550* (the oldest falls off once the slot holds the latest plus the
003560* trailing window) and put this batch at the head.
003570*----------------------------------------------------------------
003580 2120-PUSH-BATCH.
003590     IF WS-DEPT-HELD (WS-DEPT-CUR) < WS-RING-SIZE
003600         ADD 1 TO WS-DEPT-HELD (WS-DEPT-CUR)
003610     END-IF
003620     PERFORM 2130-SHIFT-BATCH THRU 2130-EXIT
003630         VARYING WS-DH-SUB FROM WS-DEPT-HELD (WS-DEPT-CUR) BY -1
003640         UNTIL WS-DH-SUB < 2
003650     MOVE HIST-RUN-ID    TO WS-DH-RUN-ID (WS-DEPT-CUR, 1)
003660     MOVE HIST-BATCH-SEQ TO WS-DH-SEQ (WS-DEPT-CUR, 1)
003670     MOVE HIST-RUN-DATE  TO WS-DH-RUN-DATE (WS-DEPT-CUR, 1)
003680     MOVE HIST-READ-CNT  TO WS-DH-READ (WS-DEPT-CUR, 1)
003690     MOVE HIST-RESULT-TOTAL  TO WS-DH-TOTAL (WS-DEPT-CUR, 1).
003700 2120-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 2130-SHIFT-BATCH - one batch down a place in the slot.
003740*----------------------------------------------------------------
003750 2130-SHIFT-BATCH.
003760     COMPUTE WS-DH-FROM = WS-DH-SUB - 1
003770     MOVE WS-DH-ENTRY (WS-DEPT-CUR, WS-DH-FROM)
003780         TO WS-DH-ENTRY (WS-DEPT-CUR, WS-DH-SUB).
003790 2130-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 3000-MEASURE-DEPARTMENT - the department's latest batch, then
003830* the same batch against its previous batch and against the
003840* average of the trailing batches before it.  A department with
003850* only the one batch on file has nothing to be measured by.
003860*----------------------------------------------------------------
003870 3000-MEASURE-DEPARTMENT.
003880     IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
003890         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
003900     END-IF
003910     MOVE "N" TO WS-DEPT-FLAG-SW
003920     MOVE SPACES TO WS-VAR-LINE
003930     MOVE WS-DEPT-NAME (WS-DEPT-CUR) TO WS-VL-DEPT
003940     MOVE "LATEST"  TO WS-VL-LABEL
003950     MOVE WS-DH-RUN-ID (WS-DEPT-CUR, 1)   TO WS-VL-RUN-ID
003960     MOVE WS-DH-SEQ (WS-DEPT-CUR, 1)      TO WS-VL-SEQ
003970     MOVE WS-DH-RUN-DATE (WS-DEPT-CUR, 1) TO WS-VL-RUN-DATE
003980     MOVE WS-DH-READ (WS-DEPT-CUR, 1)     TO WS-VL-REC-COUNT
003990     MOVE WS-DH-TOTAL (WS-DEPT-CUR, 1)    TO WS-VL-TOTAL
004000     MOVE WS-VAR-LINE TO REPORT-RECORD
004010     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004020     IF WS-DEPT-HELD (WS-DEPT-CUR) < 2
004030         ADD 1 TO WS-DEPT-SINGLE
004040         MOVE "NO EARLIER BATCH ON FILE - NOT COMPARED"
004050             TO WS-MSG-TEXT
004060         MOVE WS-MESSAGE-LINE TO REPORT-RECORD
004070         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004080         GO TO 3000-SPACE
004090     END-IF
004100     ADD 1 TO WS-DEPT-COMPARED
004110     PERFORM 3100-AGAINST-PREVIOUS THRU 3100-EXIT
004120     PERFORM 3200-AGAINST-AVERAGE THRU 3200-EXIT
004130     IF WS-DEPT-IS-FLAGGED
004140         ADD 1 TO WS-DEPT-FLAGGED
004150         DISPLAY "CALC_VARRPT: DEPARTMENT "
004160             WS-DEPT-NAME (WS-DEPT-CUR) " FLAGGED"
004170     END-IF.
004180 3000-SPACE.
004190     MOVE SPACES TO REPORT-RECORD
004200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004210 3000-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 3100-AGAINST-PREVIOUS - the latest batch against the one
004250* before it.
004260*----------------------------------------------------------------
004270 3100-AGAINST-PREVIOUS.
004280     MOVE "N" TO WS-LINE-FLAG-SW
004290     MOVE SPACES TO WS-VAR-LINE
004300     MOVE "PREVIOUS" TO WS-VL-LABEL
004310     MOVE WS-DH-RUN-ID (WS-DEPT-CUR, 2)   TO WS-VL-RUN-ID
004320     MOVE WS-DH-SEQ (WS-DEPT-CUR, 2)      TO WS-VL-SEQ
004330     MOVE WS-DH-RUN-DATE (WS-DEPT-CUR, 2) TO WS-VL-RUN-DATE
004340     MOVE WS-DH-READ (WS-DEPT-CUR, 2)     TO WS-VL-REC-COUNT
004350     MOVE WS-DH-TOTAL (WS-DEPT-CUR, 2)    TO WS-VL-TOTAL
004360     MOVE WS-DH-READ (WS-DEPT-CUR, 1) TO WS-CMP-NEW
004370     MOVE WS-DH-READ (WS-DEPT-CUR, 2) TO WS-CMP-BASE
004380     PERFORM 3500-PERCENT-CHANGE THRU 3500-EXIT
004390     MOVE WS-CMP-TEXT TO WS-VL-REC-PCT
004400     MOVE WS-DH-TOTAL (WS-DEPT-CUR, 1) TO WS-CMP-NEW
004410     MOVE WS-DH-TOTAL (WS-DEPT-CUR, 2) TO WS-CMP-BASE
004420     PERFORM 3500-PERCENT-CHANGE THRU 3500-EXIT
004430     MOVE WS-CMP-TEXT TO WS-VL-TOT-PCT
004440     IF WS-LINE-IS-FLAGGED
004450         MOVE "** FLAG" TO WS-VL-FLAG
004460     END-IF
004470     MOVE WS-VAR-LINE TO REPORT-RECORD
004480     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004490 3100-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520* 3200-AGAINST-AVERAGE - the latest batch against the average of
004530* every batch held behind it (up to the trailing window; fewer
004540* when the department is new).
004550*----------------------------------------------------------------
004560 3200-AGAINST-AVERAGE.
004570     MOVE "N" TO WS-LINE-FLAG-SW
004580     MOVE 0 TO WS-SUM-READ
004590     MOVE 0 TO WS-SUM-TOTAL
004600     PERFORM 3210-ADD-TRAILING THRU 3210-EXIT
004610         VARYING WS-DH-SUB FROM 2 BY 1
004620         UNTIL WS-DH-SUB > WS-DEPT-HELD (WS-DEPT-CUR)
004630     COMPUTE WS-AVG-COUNT = WS-DEPT-HELD (WS-DEPT-CUR) - 1
004640     COMPUTE WS-AVG-READ ROUNDED = WS-SUM-READ / WS-AVG-COUNT
004650     COMPUTE WS-AVG-TOTAL ROUNDED = WS-SUM-TOTAL / WS-AVG-COUNT
004660     MOVE SPACES TO WS-VAR-LINE
004670     MOVE "AVERAGE" TO WS-VL-LABEL
004680     MOVE WS-AVG-COUNT TO WS-WINDOW-EDIT
004690     STRING "OF " DELIMITED BY SIZE
004700            WS-WINDOW-EDIT DELIMITED BY SIZE
004710            " BATCHES" DELIMITED BY SIZE
004720         INTO WS-VL-RUN-ID
004730     MOVE WS-AVG-READ  TO WS-VL-RECORDS
004740     MOVE WS-AVG-TOTAL TO WS-VL-TOTAL
004750     MOVE WS-DH-READ (WS-DEPT-CUR, 1) TO WS-CMP-NEW
004760     MOVE WS-AVG-READ TO WS-CMP-BASE
004770     PERFORM 3500-PERCENT-CHANGE THRU 3500-EXIT
004780     MOVE WS-CMP-TEXT TO WS-VL-REC-PCT
004790     MOVE WS-DH-TOTAL (WS-DEPT-CUR, 1) TO WS-CMP-NEW
004800     MOVE WS-AVG-TOTAL TO WS-CMP-BASE
004810     PERFORM 3500-PERCENT-CHANGE THRU 3500-EXIT
004820     MOVE WS-CMP-TEXT TO WS-VL-TOT-PCT
004830     IF WS-LINE-IS-FLAGGED
004840         MOVE "** FLAG" TO WS-VL-FLAG
004850     END-IF
004860     MOVE WS-VAR-LINE TO REPORT-RECORD
004870     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004880 3200-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 3210-ADD-TRAILING - one trailing batch into the average.
004920*----------------------------------------------------------------
004930 3210-ADD-TRAILING.
004940     ADD WS-DH-READ (WS-DEPT-CUR, WS-DH-SUB)  TO WS-SUM-READ
004950     ADD WS-DH-TOTAL (WS-DEPT-CUR, WS-DH-SUB) TO WS-SUM-TOTAL.
004960 3210-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* 3500-PERCENT-CHANGE - WS-CMP-NEW against WS-CMP-BASE as a
005000* signed percentage of the base (of its size, for a negative
005010* total), edited into WS-CMP-TEXT.  A change past the tolerance
005020* either way flags the line and the department.  A zero base
005030* with a figure now on it has no percentage and is flagged as
005040* NO BASE; zero against zero is no change.
005050*----------------------------------------------------------------
005060 3500-PERCENT-CHANGE.
005070     MOVE SPACES TO WS-CMP-TEXT
005080     MOVE WS-CMP-BASE TO WS-CMP-BASE-ABS
005090     IF WS-CMP-BASE-ABS = 0
005100         IF WS-CMP-NEW = 0
005110             MOVE 0 TO WS-PCT-EDIT
005120             MOVE WS-PCT-EDIT TO WS-CMP-TEXT
005130         ELSE
005140             MOVE "   NO BASE" TO WS-CMP-TEXT
005150             SET WS-LINE-IS-FLAGGED TO TRUE
005160             SET WS-DEPT-IS-FLAGGED TO TRUE
005170         END-IF
005180         GO TO 3500-EXIT
005190     END-IF
005200     COMPUTE WS-CMP-PCT ROUNDED =
005210         (WS-CMP-NEW - WS-CMP-BASE) * 100 / WS-CMP-BASE-ABS
005220         ON SIZE ERROR
005230             MOVE " VERY HIGH" TO WS-CMP-TEXT
005240             SET WS-LINE-IS-FLAGGED TO TRUE
005250             SET WS-DEPT-IS-FLAGGED TO TRUE
005260             GO TO 3500-EXIT
005270     END-COMPUTE
005280     MOVE WS-CMP-PCT TO WS-PCT-EDIT
005290     MOVE WS-PCT-EDIT TO WS-CMP-TEXT
005300     MOVE WS-CMP-PCT TO WS-CMP-PCT-ABS
005310     IF WS-CMP-PCT-ABS > WS-TOLERANCE
005320         SET WS-LINE-IS-FLAGGED TO TRUE
005330         SET WS-DEPT-IS-FLAGGED TO TRUE
005340     END-IF.
005350 3500-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380* 7100-WRITE-REPORT-HEADERS - page heading with run date, page
005390* number, the parameters in force and the column heading.
005400*----------------------------------------------------------------
005410 7100-WRITE-REPORT-HEADERS.
005420     ADD 1 TO WS-PAGE-NUM
005430     MOVE WS-REPORT-DATE-EDIT TO WS-HDR-DATE
005440     MOVE WS-PAGE-NUM TO WS-HDR-PAGE
005450     MOVE WS-TOLERANCE TO WS-HDR-TOLERANCE
005460     MOVE WS-WINDOW TO WS-HDR-WINDOW
005470     MOVE WS-HEADING-1 TO REPORT-RECORD
005480     WRITE REPORT-RECORD
005490     MOVE WS-HEADING-2 TO REPORT-RECORD
005500     WRITE REPORT-RECORD
005510     MOVE SPACES TO REPORT-RECORD
005520     WRITE REPORT-RECORD
005530     MOVE WS-COLUMN-HEADING TO REPORT-RECORD
005540     WRITE REPORT-RECORD
005550     MOVE 0 TO WS-LINE-COUNT.
005560 7100-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590* 7900-WRITE-LINE - write REPORT-RECORD, starting a new page when
005600* the current one is full.
005610*----------------------------------------------------------------
005620 7900-WRITE-LINE.
005630     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005640         MOVE REPORT-RECORD TO WS-HOLD-LINE
005650         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
005660         MOVE WS-HOLD-LINE TO REPORT-RECORD
005670     END-IF
005680     WRITE REPORT-RECORD
005690     ADD 1 TO WS-LINE-COUNT.
005700 7900-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* 8000-WRITE-SUMMARY - the run's counts and its verdict.
005740*----------------------------------------------------------------
005750 8000-WRITE-SUMMARY.
005760     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
005770     MOVE "SUMMARY" TO REPORT-RECORD
005780     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005790     MOVE "HISTORY RECORDS READ"     TO WS-SUM-LABEL
005800     MOVE WS-HIST-READ               TO WS-SUM-COUNT
005810     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
005820     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005830     MOVE "CONSUMED UNREVERSED BATCHES" TO WS-SUM-LABEL
005840     MOVE WS-HIST-USED               TO WS-SUM-COUNT
005850     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
005860     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005870     MOVE "DEPARTMENTS ON HISTORY"   TO WS-SUM-LABEL
005880     MOVE WS-DEPT-USED               TO WS-SUM-COUNT
005890     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
005900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005910     MOVE "  WITH ONE BATCH ONLY"    TO WS-SUM-LABEL
005920     MOVE WS-DEPT-SINGLE             TO WS-SUM-COUNT
005930     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
005940     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005950     MOVE "DEPARTMENTS COMPARED"     TO WS-SUM-LABEL
005960     MOVE WS-DEPT-COMPARED           TO WS-SUM-COUNT
005970     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
005980     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005990     MOVE "DEPARTMENTS FLAGGED"      TO WS-SUM-LABEL
006000     MOVE WS-DEPT-FLAGGED            TO WS-SUM-COUNT
006010     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
006020     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006030     MOVE SPACES TO REPORT-RECORD
006040     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006050     IF WS-TABLE-IS-FULL
006060         MOVE "DEPARTMENT TABLE FULL - LATER DEPARTMENTS OMITTED"
006070             TO WS-MSG-TEXT
006080         MOVE WS-MESSAGE-LINE TO REPORT-RECORD
006090         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006100     END-IF
006110     IF WS-DEPT-FLAGGED > 0
006120         MOVE "OVER TOLERANCE - REVIEW THE FLAGGED DEPARTMENTS"
006130             TO WS-MSG-TEXT
006140     ELSE
006150         MOVE "NO DEPARTMENT MOVED PAST THE TOLERANCE"
006160             TO WS-MSG-TEXT
006170     END-IF
006180     MOVE WS-MESSAGE-LINE TO REPORT-RECORD
006190     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006200 8000-EXIT.
006210     EXIT.
006220 END PROGRAM CALC_VARRPT.
