000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: General-ledger posting job - build the GL journal for
000060*          one batch run by run id.  CALCEXT was built so the
000070*          spreadsheet department stopped retyping results, yet
000080*          accounting still re-keyed the same results into the
000090*          ledger.  Given a run id, this job:
000100*            - takes the run's batches off CALCHIST through
000110*              CALC_HIST, and skips the run when it was reversed,
000120*              when no batch of it was processed (every batch
000130*              rejected whole) or - refused outright - when it is
000140*              already posted;
000150*            - totals the run's processed results on CALCEXT per
000160*              department per result category: "R" ordinary
000170*              results, "M" modulus lines, "%" percentage lines;
000180*              only batches the run consumed (CLEAN or REJECTS)
000190*              and only rows that processed "OK" count, and each
000200*              batch's rows are proved against its run history
000210*              first, as CALC_STMT does, and its processed result
000211*              total against the control total CALC_EVAL put on
000212*              the batch's CALCHIST record;
000220*            - maps each department and category to its debit
000230*              and credit accounts on the maintained CALCGLMP
000240*              file - an unmapped one stops the posting;
000250*            - writes the balanced journal-entry file for the GL
000260*              load, CALCJRNL.<run id> (CALCJNL layout), reads it
000270*              back and proves the line count, and that debits
000280*              equal credits equal the run's processed result
000290*              total as CALCHIST records it;
000300*            - marks the run posted on CALCHIST, so CALC_BACKOUT
000310*              can warn that a reversal needs a reversing journal
000320*              and the run cannot be posted twice;
000330*            - and logs the posting to CALCLOG with the usual
000340*              run-id/source/operator stamping.
000350*          Ends 0 when the run posted, 4 when it was skipped
000360*          (reversed, or nothing processed), and 8 when anything
000370*          failed to prove, a mapping is missing, or the run is
000380*          already posted or unknown - the run is then left
000390*          unposted.
000391*          A run evaluated before CALCHIST carried the result
000392*          total (its records widened by the CALC_BACKUP reload
000393*          with a zero total) cannot prove its amounts here:
000394*          post such runs before the conversion.  One that was
000395*          not is refused as a break, with that reason shown.
000400* Tectonics: cobc
000410* Modification History:
000420*   2026-10-15  CB  Original program.
000421*   2026-10-15  CB  The journal now proves against an independent
000422*                   control total: each batch's processed results
000423*                   on CALCEXT must add up to the result total on
000424*                   its CALCHIST record, and the journal debits to
000425*                   the sum of those totals - before, the run
000426*                   total was summed from the same CALCEXT rows
000427*                   as the journal and proved nothing.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CALC_POST.
000460 AUTHOR. CRISTOPHER BOHOL.
000470 INSTALLATION. SHOP DATA PROCESSING.
000480 DATE-WRITTEN. OCTOBER 15, 2026.
000490 DATE-COMPILED.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT EXTRACT-FILE ASSIGN TO CALCEXT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXT-FILE-STATUS.
000560     SELECT GLMAP-FILE ASSIGN TO CALCGLMP
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS GLMAP-KEY
000600         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000610     SELECT JOURNAL-FILE ASSIGN USING WS-JRNL-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-JRNL-FILE-STATUS.
000640     SELECT LOG-FILE ASSIGN TO CALCLOG
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS LOG-KEY
000680         ALTERNATE RECORD KEY IS LOG-TIMESTAMP
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-LOG-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  EXTRACT-FILE.
000740 01  EXTRACT-RECORD.
000750     05  EXT-TRAN-NUMBER             PIC 9(08).
000760     05  FILLER                      PIC X(01).
000770     05  EXT-NUM1                    PIC X(10).
000780     05  FILLER                      PIC X(01).
000790     05  EXT-OPER                    PIC X(01).
000800     05  FILLER                      PIC X(01).
000810     05  EXT-NUM2                    PIC X(10).
000820     05  FILLER                      PIC X(01).
000830     05  EXT-RESULT                  PIC X(10).
000840     05  FILLER                      PIC X(01).
000850     05  EXT-STATUS                  PIC X(20).
000860     05  FILLER                      PIC X(01).
000870     05  EXT-RUN-ID                  PIC X(14).
000880 FD  GLMAP-FILE.
000890     COPY CALCGLM.
000900 FD  JOURNAL-FILE.
000910     COPY CALCJNL.
000920 FD  LOG-FILE.
000930     COPY CALCLOG.
000940 WORKING-STORAGE SECTION.
000950     COPY CALCREC.
000960     COPY CALCHSW.
000970 77  WS-EXT-FILE-STATUS      PIC X(02) VALUE SPACES.
000980 77  WS-GLMAP-FILE-STATUS    PIC X(02) VALUE SPACES.
000990 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
001000 77  WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
001010 77  WS-JRNL-NAME            PIC X(30) VALUE SPACES.
001020 77  WS-TARGET-RUN-ID        PIC X(14) VALUE SPACES.
001030 77  WS-JOB-RC               PIC 9(04) VALUE 0.
001040 77  WS-STATUS-TEXT          PIC X(20) VALUE SPACES.
001050 77  WS-EXT-EOF-SW           PIC X(01) VALUE "N".
001060     88  WS-END-OF-EXT-FILE      VALUE "Y".
001070 77  WS-JRNL-EOF-SW          PIC X(01) VALUE "N".
001080     88  WS-END-OF-JRNL-FILE     VALUE "Y".
001090 77  WS-BAT-SEARCH-SW        PIC X(01) VALUE SPACE.
001100     88  WS-BAT-SEARCH-FOUND     VALUE "F".
001110     88  WS-BAT-SEARCH-DONE      VALUE "D".
001120*    Batch table - one slot per CALCHIST batch sequence number of
001130*    the run, as CALC_STMT lays it out.
001140 77  WS-BAT-HIGH             PIC 9(04) COMP VALUE 0.
001150 77  WS-BAT-SUB              PIC 9(04) COMP VALUE 0.
001160 77  WS-BAT-COUNT            PIC 9(04) COMP VALUE 0.
001170 77  WS-NEXT-FIRST-TRAN      PIC 9(08) VALUE 1.
001180 01  WS-BATCH-TABLE.
001190     05  WS-BAT-ENTRY OCCURS 9999.
001200         10  WS-BAT-PRESENT-SW   PIC X(01).
001210             88  WS-BAT-PRESENT      VALUE "Y".
001220         10  WS-BAT-POSTABLE-SW  PIC X(01).
001230             88  WS-BAT-POSTABLE     VALUE "Y".
001240         10  WS-BAT-DEPT         PIC X(20).
001250         10  WS-BAT-READ         PIC 9(08).
001260         10  WS-BAT-PROCESSED    PIC 9(08).
001270         10  WS-BAT-CONDITION    PIC X(14).
001280         10  WS-BAT-FIRST-TRAN   PIC 9(08).
001290         10  WS-BAT-LAST-TRAN    PIC 9(08).
001300         10  WS-BAT-ROWS         PIC 9(08).
001310         10  WS-BAT-ROWS-DONE    PIC 9(08).
001311         10  WS-BAT-RESULT-TOTAL PIC S9(13)V9(2).
001312         10  WS-BAT-ROWS-TOTAL   PIC S9(13)V9(2).
001320 77  WS-POSTABLE-COUNT       PIC 9(04) VALUE 0.
001330 77  WS-REVERSED-COUNT       PIC 9(04) VALUE 0.
001340 77  WS-POSTED-COUNT         PIC 9(04) VALUE 0.
001350*    Entry table - one slot per department per result category,
001360*    so at most three for every batch a run can number.
001370 77  WS-ENT-MAX              PIC 9(05) COMP VALUE 29997.
001380 77  WS-ENT-USED             PIC 9(05) COMP VALUE 0.
001390 77  WS-ENT-SUB              PIC 9(05) COMP VALUE 0.
001400 77  WS-ENT-CUR              PIC 9(05) COMP VALUE 0.
001410 01  WS-ENTRY-TABLE.
001420     05  WS-ENT-ENTRY OCCURS 29997.
001430         10  WS-ENT-DEPT         PIC X(20).
001440         10  WS-ENT-CATEGORY     PIC X(01).
001450         10  WS-ENT-TOTAL        PIC S9(10)V9(2).
001460         10  WS-ENT-ROWS         PIC 9(08).
001470         10  WS-ENT-DEBIT-ACCT   PIC X(12).
001480         10  WS-ENT-CREDIT-ACCT  PIC X(12).
001490         10  WS-ENT-DESCRIPTION  PIC X(30).
001500 77  WS-ROW-CATEGORY         PIC X(01) VALUE SPACE.
001510 77  WS-ROW-RESULT           PIC S9(6)V9(2) VALUE 0.
001520 77  WS-ORPHAN-ROWS          PIC 9(08) VALUE 0.
001530 77  WS-BAD-AMOUNT-ROWS      PIC 9(08) VALUE 0.
001540 77  WS-BREAK-BATCHES        PIC 9(04) VALUE 0.
001550 77  WS-UNMAPPED-COUNT       PIC 9(05) VALUE 0.
001560 77  WS-POSTED-ROWS          PIC 9(08) VALUE 0.
001561*    The run's processed result total as CALCHIST records it,
001562*    batch by batch - the control the journal proves against.
001570 77  WS-RUN-RESULT-TOTAL     PIC S9(13)V9(2) VALUE 0.
001580*    Journal as written, and as read back for the proof.
001590 77  WS-JRNL-LINE            PIC 9(06) VALUE 0.
001600 77  WS-JRNL-DEBIT-TOTAL     PIC S9(13)V9(2) VALUE 0.
001610 77  WS-JRNL-CREDIT-TOTAL    PIC S9(13)V9(2) VALUE 0.
001620 77  WS-BACK-LINES           PIC 9(06) VALUE 0.
001630 77  WS-BACK-HEADERS         PIC 9(04) VALUE 0.
001640 77  WS-BACK-TRAILERS        PIC 9(04) VALUE 0.
001650 77  WS-BACK-STRAYS          PIC 9(04) VALUE 0.
001660 77  WS-BACK-DEBIT-TOTAL     PIC S9(13)V9(2) VALUE 0.
001670 77  WS-BACK-CREDIT-TOTAL    PIC S9(13)V9(2) VALUE 0.
001680 77  WS-TRL-LINE-COUNT       PIC 9(06) VALUE 0.
001690 77  WS-TRL-DEBIT-TOTAL      PIC S9(13)V9(2) VALUE 0.
001700 77  WS-TRL-CREDIT-TOTAL     PIC S9(13)V9(2) VALUE 0.
001710 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
001720 01  WS-AMOUNT-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001730     COPY CALCLGW.
001740 01  WS-REPORT-DATE-EDIT.
001750     05  WS-RD-YYYY           PIC 9(04).
001760     05  FILLER               PIC X VALUE "-".
001770     05  WS-RD-MM             PIC 9(02).
001780     05  FILLER               PIC X VALUE "-".
001790     05  WS-RD-DD             PIC 9(02).
001800 PROCEDURE DIVISION.
001810*----------------------------------------------------------------
001820* 0000-MAINLINE - load the run's batches, total its processed
001830* results by department and category, map the accounts, write
001840* and prove the journal, then mark the run posted and log it.
001850*----------------------------------------------------------------
001860 0000-MAINLINE.
001870     DISPLAY "CALC_POST - GENERAL-LEDGER JOURNAL FOR ONE RUN"
001880     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
001890     MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-ID
001900     MOVE WS-CURR-YYYY TO WS-RD-YYYY
001910     MOVE WS-CURR-MM   TO WS-RD-MM
001920     MOVE WS-CURR-DD   TO WS-RD-DD
001930     MOVE "POST" TO WS-RUN-SOURCE
001940     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
001950     IF WS-OPERATOR-ID = SPACES
001960         MOVE "UNKNOWN" TO WS-OPERATOR-ID
001970     END-IF
001980     PERFORM 1000-GET-RUN-ID THRU 1000-EXIT
001990     IF WS-JOB-RC NOT = 0
002000         GO TO 0000-END-OF-JOB
002010     END-IF
002020     PERFORM 2000-LOAD-BATCHES THRU 2000-EXIT
002030     IF WS-JOB-RC NOT = 0
002040         GO TO 0000-END-OF-JOB
002050     END-IF
002060     PERFORM 3000-SUM-EXTRACT THRU 3000-EXIT
002070     IF WS-JOB-RC NOT = 0
002080         GO TO 0000-END-OF-JOB
002090     END-IF
002100     PERFORM 4000-PROVE-BATCHES THRU 4000-EXIT
002110     IF WS-JOB-RC NOT = 0
002120         GO TO 0000-END-OF-JOB
002130     END-IF
002140     IF WS-ENT-USED = 0
002150         DISPLAY "CALC_POST: RUN " WS-TARGET-RUN-ID
002160             " HAS NO PROCESSED RESULTS - NOT POSTED"
002170         MOVE 4 TO WS-JOB-RC
002180         GO TO 0000-END-OF-JOB
002190     END-IF
002200     PERFORM 5000-MAP-ACCOUNTS THRU 5000-EXIT
002210     IF WS-JOB-RC NOT = 0
002220         GO TO 0000-END-OF-JOB
002230     END-IF
002240     PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT
002250     IF WS-JOB-RC NOT = 0
002260         GO TO 0000-END-OF-JOB
002270     END-IF
002280     PERFORM 6500-PROVE-JOURNAL THRU 6500-EXIT
002290     IF WS-JOB-RC NOT = 0
002300         GO TO 0000-END-OF-JOB
002310     END-IF
002320     PERFORM 7000-MARK-POSTED THRU 7000-EXIT
002330     IF WS-JOB-RC NOT = 0
002340         GO TO 0000-END-OF-JOB
002350     END-IF
002360     PERFORM 8000-LOG-POSTING THRU 8000-EXIT.
002370 0000-END-OF-JOB.
002380     SET HIST-FUNC-END TO TRUE
002390     CALL "CALC_HIST" USING HIST-REQUEST
002400     MOVE WS-POSTED-ROWS TO WS-COUNT-EDIT
002410     DISPLAY "CALC_POST: RESULT ROWS POSTED  : " WS-COUNT-EDIT
002420     MOVE WS-JRNL-LINE TO WS-COUNT-EDIT
002430     DISPLAY "CALC_POST: JOURNAL LINES       : " WS-COUNT-EDIT
002440     MOVE WS-JRNL-DEBIT-TOTAL TO WS-AMOUNT-EDIT
002450     DISPLAY "CALC_POST: DEBIT TOTAL         : " WS-AMOUNT-EDIT
002460     MOVE WS-JRNL-CREDIT-TOTAL TO WS-AMOUNT-EDIT
002470     DISPLAY "CALC_POST: CREDIT TOTAL        : " WS-AMOUNT-EDIT
002480     MOVE WS-JOB-RC TO RETURN-CODE
002490     GOBACK.
002500*----------------------------------------------------------------
002510* 1000-GET-RUN-ID - accept the run id to post.
002520*----------------------------------------------------------------
002530 1000-GET-RUN-ID.
002540     DISPLAY "Enter Run Id To Post (YYYYMMDDHHMMSS): "
002550     ACCEPT WS-TARGET-RUN-ID
002560     IF WS-TARGET-RUN-ID = SPACES
002570         OR WS-TARGET-RUN-ID IS NOT NUMERIC
002580         DISPLAY "CALC_POST: RUN ID MUST BE THE 14-DIGIT "
002590             "RUN TIMESTAMP - NOTHING DONE"
002600         MOVE 8 TO WS-JOB-RC
002610     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* 2000-LOAD-BATCHES - browse the run's CALCHIST records through
002660* CALC_HIST into the batch table, then decide whether the run
002670* can post at all: not when it is unknown or already posted
002680* (8), nor when it was reversed or consumed no batch (4).  Each
002690* batch then gets its transaction-number range in batch order.
002700*----------------------------------------------------------------
002710 2000-LOAD-BATCHES.
002720     MOVE WS-TARGET-RUN-ID TO HIST-RUN-ID
002730     SET HIST-FUNC-START TO TRUE
002740     CALL "CALC_HIST" USING HIST-REQUEST
002750     IF HIST-STATUS-IO-ERROR
002760         DISPLAY "CALC_POST: RUN-HISTORY FILE ERROR"
002770         MOVE 8 TO WS-JOB-RC
002780         GO TO 2000-EXIT
002790     END-IF
002800     PERFORM 2100-LOAD-NEXT-BATCH THRU 2100-EXIT
002810         UNTIL NOT HIST-STATUS-OK
002820     IF HIST-STATUS-IO-ERROR
002830         DISPLAY "CALC_POST: RUN-HISTORY FILE ERROR"
002840         MOVE 8 TO WS-JOB-RC
002850         GO TO 2000-EXIT
002860     END-IF
002870     EVALUATE TRUE
002880         WHEN WS-BAT-COUNT = 0
002890             DISPLAY "CALC_POST: RUN " WS-TARGET-RUN-ID
002900                 " IS NOT ON CALCHIST - NOTHING POSTED"
002910             MOVE 8 TO WS-JOB-RC
002920         WHEN WS-POSTED-COUNT > 0
002930             DISPLAY "CALC_POST: RUN " WS-TARGET-RUN-ID
002940                 " IS ALREADY POSTED - NOT POSTED AGAIN"
002950             MOVE 8 TO WS-JOB-RC
002960         WHEN WS-REVERSED-COUNT > 0
002970             DISPLAY "CALC_POST: RUN " WS-TARGET-RUN-ID
002980                 " WAS REVERSED - SKIPPED"
002990             MOVE 4 TO WS-JOB-RC
003000         WHEN WS-POSTABLE-COUNT = 0
003010             DISPLAY "CALC_POST: RUN " WS-TARGET-RUN-ID
003020                 " PROCESSED NO BATCH (ALL REJECTED) - SKIPPED"
003030             MOVE 4 TO WS-JOB-RC
003040     END-EVALUATE
003050     IF WS-JOB-RC NOT = 0
003060         GO TO 2000-EXIT
003070     END-IF
003080     MOVE 1 TO WS-NEXT-FIRST-TRAN
003090     PERFORM 2200-RANGE-BATCH THRU 2200-EXIT
003100         VARYING WS-BAT-SUB FROM 1 BY 1
003110         UNTIL WS-BAT-SUB > WS-BAT-HIGH.
003120 2000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150* 2100-LOAD-NEXT-BATCH - one history record of the run into its
003160* batch slot; the first record keyed past the run ends the load.
003170* Only a batch the run consumed (CLEAN or REJECTS) posts.  The
003180* department is held in upper case, as CALCDEPT and CALCGLMP
003190* key it.
003200*----------------------------------------------------------------
003210 2100-LOAD-NEXT-BATCH.
003220     SET HIST-FUNC-NEXT TO TRUE
003230     CALL "CALC_HIST" USING HIST-REQUEST
003240     IF NOT HIST-STATUS-OK
003250         GO TO 2100-EXIT
003260     END-IF
003270     IF HIST-RUN-ID NOT = WS-TARGET-RUN-ID
003280         SET HIST-STATUS-END-OF-FILE TO TRUE
003290         GO TO 2100-EXIT
003300     END-IF
003310     IF HIST-BATCH-SEQ = 0
003320         GO TO 2100-EXIT
003330     END-IF
003340     MOVE HIST-BATCH-SEQ TO WS-BAT-SUB
003350     MOVE "Y" TO WS-BAT-PRESENT-SW (WS-BAT-SUB)
003360     MOVE "N" TO WS-BAT-POSTABLE-SW (WS-BAT-SUB)
003370     MOVE FUNCTION UPPER-CASE(HIST-DEPARTMENT)
003380         TO WS-BAT-DEPT (WS-BAT-SUB)
003390     MOVE HIST-READ-CNT      TO WS-BAT-READ (WS-BAT-SUB)
003400     MOVE HIST-PROCESSED-CNT TO WS-BAT-PROCESSED (WS-BAT-SUB)
003410     MOVE HIST-CONDITION     TO WS-BAT-CONDITION (WS-BAT-SUB)
003420     MOVE 0 TO WS-BAT-ROWS (WS-BAT-SUB)
003430     MOVE 0 TO WS-BAT-ROWS-DONE (WS-BAT-SUB)
003431     MOVE HIST-RESULT-TOTAL  TO WS-BAT-RESULT-TOTAL (WS-BAT-SUB)
003432     MOVE 0 TO WS-BAT-ROWS-TOTAL (WS-BAT-SUB)
003440     IF HIST-CONDITION = "CLEAN" OR HIST-CONDITION = "REJECTS"
003450         MOVE "Y" TO WS-BAT-POSTABLE-SW (WS-BAT-SUB)
003460         ADD 1 TO WS-POSTABLE-COUNT
003465         ADD HIST-RESULT-TOTAL TO WS-RUN-RESULT-TOTAL
003470     END-IF
003480     IF HIST-REVERSED = "Y"
003490         ADD 1 TO WS-REVERSED-COUNT
003500     END-IF
003510     IF HIST-POSTED = "Y"
003520         ADD 1 TO WS-POSTED-COUNT
003530     END-IF
003540     ADD 1 TO WS-BAT-COUNT
003550     IF WS-BAT-SUB > WS-BAT-HIGH
003560         MOVE WS-BAT-SUB TO WS-BAT-HIGH
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610* 2200-RANGE-BATCH - a batch's transactions follow on from the
003620* batch before it: CALC_EVAL numbers details straight through
003630* the file.
003640*----------------------------------------------------------------
003650 2200-RANGE-BATCH.
003660     IF NOT WS-BAT-PRESENT (WS-BAT-SUB)
003670         GO TO 2200-EXIT
003680     END-IF
003690     MOVE WS-NEXT-FIRST-TRAN TO WS-BAT-FIRST-TRAN (WS-BAT-SUB)
003700     COMPUTE WS-BAT-LAST-TRAN (WS-BAT-SUB) =
003710         WS-NEXT-FIRST-TRAN + WS-BAT-READ (WS-BAT-SUB) - 1
003720     ADD WS-BAT-READ (WS-BAT-SUB) TO WS-NEXT-FIRST-TRAN.
003730 2200-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 3000-SUM-EXTRACT - one pass over the run's CALCEXT rows, in
003770* transaction order, each counted into its batch and - for a
003780* batch the run consumed and a row that processed "OK" - its
003790* result into the department's category entry and the batch's
003800* processed result total.
003810*----------------------------------------------------------------
003820 3000-SUM-EXTRACT.
003830     OPEN INPUT EXTRACT-FILE
003840     IF WS-EXT-FILE-STATUS NOT = "00"
003850         DISPLAY "CALC_POST: UNABLE TO OPEN CALCEXT, "
003860             "STATUS = " WS-EXT-FILE-STATUS
003870         MOVE 8 TO WS-JOB-RC
003880         GO TO 3000-EXIT
003890     END-IF
003900     MOVE 1 TO WS-BAT-SUB
003910     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
003920     PERFORM 3200-SUM-ROW THRU 3200-EXIT
003930         UNTIL WS-END-OF-EXT-FILE OR WS-JOB-RC NOT = 0
003940     CLOSE EXTRACT-FILE
003950     IF WS-ORPHAN-ROWS > 0
003960         MOVE WS-ORPHAN-ROWS TO WS-COUNT-EDIT
003970         DISPLAY "CALC_POST: " WS-COUNT-EDIT
003980             " CALCEXT ROWS OUTSIDE EVERY CALCHIST BATCH"
003990         IF WS-JOB-RC < 8
004000             MOVE 8 TO WS-JOB-RC
004010         END-IF
004020     END-IF
004030     IF WS-BAD-AMOUNT-ROWS > 0
004040         MOVE WS-BAD-AMOUNT-ROWS TO WS-COUNT-EDIT
004050         DISPLAY "CALC_POST: " WS-COUNT-EDIT
004060             " CALCEXT RESULTS THAT ARE NOT AMOUNTS"
004070         IF WS-JOB-RC < 8
004080             MOVE 8 TO WS-JOB-RC
004090         END-IF
004100     END-IF.
004110 3000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 3100-READ-EXTRACT - the next CALCEXT row stamped with the run
004150* id; rows from any other run are passed over.
004160*----------------------------------------------------------------
004170 3100-READ-EXTRACT.
004180     MOVE SPACES TO EXTRACT-RECORD
004190     READ EXTRACT-FILE
004200         AT END
004210             SET WS-END-OF-EXT-FILE TO TRUE
004220             GO TO 3100-EXIT
004230     END-READ
004240     IF EXT-RUN-ID NOT = WS-TARGET-RUN-ID
004250         OR EXT-TRAN-NUMBER NOT NUMERIC
004260         GO TO 3100-READ-EXTRACT
004270     END-IF.
004280 3100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 3200-SUM-ROW - find the row's batch (rows and batches both run
004320* in transaction order, so the search only ever moves forward)
004330* and count the row into it.
004340*----------------------------------------------------------------
004350 3200-SUM-ROW.
004360     MOVE SPACE TO WS-BAT-SEARCH-SW
004370     PERFORM 3210-ADVANCE-BATCH THRU 3210-EXIT
004380         UNTIL WS-BAT-SEARCH-FOUND OR WS-BAT-SEARCH-DONE
004390     IF WS-BAT-SEARCH-DONE
004400         ADD 1 TO WS-ORPHAN-ROWS
004410         GO TO 3200-NEXT
004420     END-IF
004430     IF EXT-TRAN-NUMBER < WS-BAT-FIRST-TRAN (WS-BAT-SUB)
004440         ADD 1 TO WS-ORPHAN-ROWS
004450         GO TO 3200-NEXT
004460     END-IF
004470     ADD 1 TO WS-BAT-ROWS (WS-BAT-SUB)
004480     IF EXT-STATUS = "OK" OR EXT-STATUS = "RESULT STORED"
004490         ADD 1 TO WS-BAT-ROWS-DONE (WS-BAT-SUB)
004500     END-IF
004510     IF WS-BAT-POSTABLE (WS-BAT-SUB) AND EXT-STATUS = "OK"
004520         PERFORM 3300-POST-ROW THRU 3300-EXIT
004530     END-IF.
004540 3200-NEXT.
004550     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
004560 3200-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 3210-ADVANCE-BATCH - stop on the batch whose range reaches the
004600* row, or run out of batches.
004610*----------------------------------------------------------------
004620 3210-ADVANCE-BATCH.
004630     IF WS-BAT-SUB > WS-BAT-HIGH
004640         SET WS-BAT-SEARCH-DONE TO TRUE
004650         GO TO 3210-EXIT
004660     END-IF
004670     IF WS-BAT-PRESENT (WS-BAT-SUB)
004680         IF EXT-TRAN-NUMBER <= WS-BAT-LAST-TRAN (WS-BAT-SUB)
004690             SET WS-BAT-SEARCH-FOUND TO TRUE
004700             GO TO 3210-EXIT
004710         END-IF
004720     END-IF
004730     ADD 1 TO WS-BAT-SUB.
004740 3210-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770* 3300-POST-ROW - one processed result into its department and
004780* category: M and % lines apart, every other operator (and an
004790* "E" expression) an ordinary result.
004800*----------------------------------------------------------------
004810 3300-POST-ROW.
004820     IF FUNCTION TEST-NUMVAL(EXT-RESULT) NOT = 0
004830         ADD 1 TO WS-BAD-AMOUNT-ROWS
004840         GO TO 3300-EXIT
004850     END-IF
004860     COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(EXT-RESULT)
004870     EVALUATE EXT-OPER
004880         WHEN "M"
004890             MOVE "M" TO WS-ROW-CATEGORY
004900         WHEN "%"
004910             MOVE "%" TO WS-ROW-CATEGORY
004920         WHEN OTHER
004930             MOVE "R" TO WS-ROW-CATEGORY
004940     END-EVALUATE
004950     PERFORM 3400-FIND-ENTRY THRU 3400-EXIT
004960     IF WS-ENT-CUR = 0
004970         GO TO 3300-EXIT
004980     END-IF
004990     ADD WS-ROW-RESULT TO WS-ENT-TOTAL (WS-ENT-CUR)
005000     ADD 1 TO WS-ENT-ROWS (WS-ENT-CUR)
005010     ADD WS-ROW-RESULT TO WS-BAT-ROWS-TOTAL (WS-BAT-SUB)
005020     ADD 1 TO WS-POSTED-ROWS.
005030 3300-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060* 3400-FIND-ENTRY - the entry slot for the batch's department and
005070* the row's category, adding one the first time it turns up.
005080*----------------------------------------------------------------
005090 3400-FIND-ENTRY.
005100     MOVE 0 TO WS-ENT-CUR
005110     PERFORM 3410-SCAN-ENTRY THRU 3410-EXIT
005120         VARYING WS-ENT-SUB FROM 1 BY 1
005130         UNTIL WS-ENT-SUB > WS-ENT-USED OR WS-ENT-CUR NOT = 0
005140     IF WS-ENT-CUR NOT = 0
005150         GO TO 3400-EXIT
005160     END-IF
005170     IF WS-ENT-USED >= WS-ENT-MAX
005180         DISPLAY "CALC_POST: MORE THAN " WS-ENT-MAX
005190             " JOURNAL ENTRIES - NOTHING POSTED"
005200         MOVE 8 TO WS-JOB-RC
005210         GO TO 3400-EXIT
005220     END-IF
005230     ADD 1 TO WS-ENT-USED
005240     MOVE WS-ENT-USED TO WS-ENT-CUR
005250     MOVE WS-BAT-DEPT (WS-BAT-SUB) TO WS-ENT-DEPT (WS-ENT-CUR)
005260     MOVE WS-ROW-CATEGORY TO WS-ENT-CATEGORY (WS-ENT-CUR)
005270     MOVE 0 TO WS-ENT-TOTAL (WS-ENT-CUR)
005280     MOVE 0 TO WS-ENT-ROWS (WS-ENT-CUR)
005290     MOVE SPACES TO WS-ENT-DEBIT-ACCT (WS-ENT-CUR)
005300     MOVE SPACES TO WS-ENT-CREDIT-ACCT (WS-ENT-CUR)
005310     MOVE SPACES TO WS-ENT-DESCRIPTION (WS-ENT-CUR).
005320 3400-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 3410-SCAN-ENTRY - note the slot already holding the entry.
005360*----------------------------------------------------------------
005370 3410-SCAN-ENTRY.
005380     IF WS-ENT-DEPT (WS-ENT-SUB) = WS-BAT-DEPT (WS-BAT-SUB)
005390         AND WS-ENT-CATEGORY (WS-ENT-SUB) = WS-ROW-CATEGORY
005400         MOVE WS-ENT-SUB TO WS-ENT-CUR
005410     END-IF.
005420 3410-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* 4000-PROVE-BATCHES - every batch that posts must show on
005460* CALCEXT exactly the rows its run history records, read and
005470* processed, and the processed result total; a batch that does
005475* not is a break and nothing posts.
005480*----------------------------------------------------------------
005490 4000-PROVE-BATCHES.
005500     PERFORM 4100-PROVE-ONE-BATCH THRU 4100-EXIT
005510         VARYING WS-BAT-SUB FROM 1 BY 1
005520         UNTIL WS-BAT-SUB > WS-BAT-HIGH
005530     IF WS-BREAK-BATCHES > 0
005540         DISPLAY "CALC_POST: EXTRACT DOES NOT AGREE WITH "
005550             "CALCHIST - NOTHING POSTED"
005560         MOVE 8 TO WS-JOB-RC
005570     END-IF.
005580 4000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* 4100-PROVE-ONE-BATCH - one batch's rows and result total
005615* against its history.
005620*----------------------------------------------------------------
005630 4100-PROVE-ONE-BATCH.
005640     IF NOT WS-BAT-PRESENT (WS-BAT-SUB)
005650         OR NOT WS-BAT-POSTABLE (WS-BAT-SUB)
005660         GO TO 4100-EXIT
005670     END-IF
005680     IF WS-BAT-ROWS (WS-BAT-SUB) NOT = WS-BAT-READ (WS-BAT-SUB)
005690         OR WS-BAT-ROWS-DONE (WS-BAT-SUB)
005700             NOT = WS-BAT-PROCESSED (WS-BAT-SUB)
005710         DISPLAY "CALC_POST: BATCH " WS-BAT-SUB " "
005720             WS-BAT-DEPT (WS-BAT-SUB) " CALCEXT ROWS "
005730             WS-BAT-ROWS (WS-BAT-SUB) "/"
005740             WS-BAT-ROWS-DONE (WS-BAT-SUB) " CALCHIST "
005750             WS-BAT-READ (WS-BAT-SUB) "/"
005760             WS-BAT-PROCESSED (WS-BAT-SUB)
005770         ADD 1 TO WS-BREAK-BATCHES
005775         GO TO 4100-EXIT
005780     END-IF
005781     IF WS-BAT-ROWS-TOTAL (WS-BAT-SUB)
005782         NOT = WS-BAT-RESULT-TOTAL (WS-BAT-SUB)
005783         MOVE WS-BAT-ROWS-TOTAL (WS-BAT-SUB) TO WS-AMOUNT-EDIT
005784         DISPLAY "CALC_POST: BATCH " WS-BAT-SUB " "
005785             WS-BAT-DEPT (WS-BAT-SUB) " CALCEXT TOTAL "
005786             WS-AMOUNT-EDIT
005787         MOVE WS-BAT-RESULT-TOTAL (WS-BAT-SUB) TO WS-AMOUNT-EDIT
005788         DISPLAY "CALC_POST:      CALCHIST RESULT TOTAL "
005789             WS-AMOUNT-EDIT
005790         IF WS-BAT-RESULT-TOTAL (WS-BAT-SUB) = 0
005791             DISPLAY "CALC_POST:      CALCHIST CARRIES NO RESULT "
005792                 "TOTAL - RUN EVALUATED BEFORE THE CALCHIST "
005793                 "CONVERSION"
005794         END-IF
005795         ADD 1 TO WS-BREAK-BATCHES
005796     END-IF.
005797 4100-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820* 5000-MAP-ACCOUNTS - give every entry its debit and credit
005830* accounts from CALCGLMP.  Every unmapped department/category is
005840* listed before the posting stops, so one pass fixes them all.
005850*----------------------------------------------------------------
005860 5000-MAP-ACCOUNTS.
005870     OPEN INPUT GLMAP-FILE
005880     IF WS-GLMAP-FILE-STATUS NOT = "00"
005890         DISPLAY "CALC_POST: UNABLE TO OPEN CALCGLMP, "
005900             "STATUS = " WS-GLMAP-FILE-STATUS
005910         MOVE 8 TO WS-JOB-RC
005920         GO TO 5000-EXIT
005930     END-IF
005940     PERFORM 5100-MAP-ONE-ENTRY THRU 5100-EXIT
005950         VARYING WS-ENT-CUR FROM 1 BY 1
005960         UNTIL WS-ENT-CUR > WS-ENT-USED
005970     CLOSE GLMAP-FILE
005980     IF WS-UNMAPPED-COUNT > 0
005990         DISPLAY "CALC_POST: GL MAPPING MISSING - NOTHING POSTED"
006000         IF WS-JOB-RC < 8
006010             MOVE 8 TO WS-JOB-RC
006020         END-IF
006030     END-IF.
006040 5000-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070* 5100-MAP-ONE-ENTRY - look one department and category up.
006080*----------------------------------------------------------------
006090 5100-MAP-ONE-ENTRY.
006100     MOVE WS-ENT-DEPT (WS-ENT-CUR)     TO GLMAP-DEPT
006110     MOVE WS-ENT-CATEGORY (WS-ENT-CUR) TO GLMAP-CATEGORY
006120     READ GLMAP-FILE
006130         INVALID KEY
006140             DISPLAY "CALC_POST: NO GL MAPPING FOR DEPARTMENT "
006150                 WS-ENT-DEPT (WS-ENT-CUR) " CATEGORY "
006160                 WS-ENT-CATEGORY (WS-ENT-CUR)
006170             ADD 1 TO WS-UNMAPPED-COUNT
006180             GO TO 5100-EXIT
006190     END-READ
006200     IF WS-GLMAP-FILE-STATUS NOT = "00"
006210         DISPLAY "CALC_POST: UNABLE TO READ CALCGLMP, STATUS = "
006220             WS-GLMAP-FILE-STATUS
006230         ADD 1 TO WS-UNMAPPED-COUNT
006240         MOVE 8 TO WS-JOB-RC
006250         GO TO 5100-EXIT
006260     END-IF
006270     MOVE GLMAP-DEBIT-ACCT  TO WS-ENT-DEBIT-ACCT (WS-ENT-CUR)
006280     MOVE GLMAP-CREDIT-ACCT TO WS-ENT-CREDIT-ACCT (WS-ENT-CUR)
006290     MOVE GLMAP-DESCRIPTION TO WS-ENT-DESCRIPTION (WS-ENT-CUR).
006300 5100-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* 5500-WRITE-JOURNAL - CALCJRNL.<run id>: a header, a debit and
006340* a credit line for every entry, and a trailer with the line
006350* count and both totals.  A rerun for the same run replaces it.
006360*----------------------------------------------------------------
006370 5500-WRITE-JOURNAL.
006380     MOVE SPACES TO WS-JRNL-NAME
006390     STRING "CALCJRNL." DELIMITED BY SIZE
006400            WS-TARGET-RUN-ID DELIMITED BY SIZE
006410         INTO WS-JRNL-NAME
006420     OPEN OUTPUT JOURNAL-FILE
006430     IF WS-JRNL-FILE-STATUS NOT = "00"
006440         DISPLAY "CALC_POST: UNABLE TO OPEN " WS-JRNL-NAME
006450             " STATUS = " WS-JRNL-FILE-STATUS
006460         MOVE 8 TO WS-JOB-RC
006470         GO TO 5500-EXIT
006480     END-IF
006490     MOVE SPACES TO JRNL-RECORD
006500     MOVE "H"                 TO JRNL-REC-TYPE
006510     MOVE WS-TARGET-RUN-ID    TO JRNL-RUN-ID
006520     MOVE WS-REPORT-DATE-EDIT TO JRNL-HDR-POST-DATE
006530     MOVE WS-RUN-ID           TO JRNL-HDR-POST-RUN-ID
006540     MOVE "CALC"              TO JRNL-HDR-SOURCE
006550     MOVE WS-OPERATOR-ID      TO JRNL-HDR-OPERATOR-ID
006560     WRITE JRNL-HEADER-RECORD
006570     PERFORM 5600-WRITE-ENTRY THRU 5600-EXIT
006580         VARYING WS-ENT-CUR FROM 1 BY 1
006590         UNTIL WS-ENT-CUR > WS-ENT-USED
006600     MOVE SPACES TO JRNL-RECORD
006610     MOVE "T"                  TO JRNL-REC-TYPE
006620     MOVE WS-TARGET-RUN-ID     TO JRNL-RUN-ID
006630     MOVE WS-JRNL-LINE         TO JRNL-TRL-LINE-COUNT
006640     MOVE WS-JRNL-DEBIT-TOTAL  TO JRNL-TRL-DEBIT-TOTAL
006650     MOVE WS-JRNL-CREDIT-TOTAL TO JRNL-TRL-CREDIT-TOTAL
006660     WRITE JRNL-TRAILER-RECORD
006670     CLOSE JOURNAL-FILE.
006680 5500-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 5600-WRITE-ENTRY - one entry's debit line and credit line, both
006720* for the category's processed result total.
006730*----------------------------------------------------------------
006740 5600-WRITE-ENTRY.
006750     MOVE "D" TO JRNL-DTL-DR-CR
006760     MOVE WS-ENT-DEBIT-ACCT (WS-ENT-CUR) TO JRNL-DTL-ACCOUNT
006770     PERFORM 5700-WRITE-LINE THRU 5700-EXIT
006780     ADD WS-ENT-TOTAL (WS-ENT-CUR) TO WS-JRNL-DEBIT-TOTAL
006790     MOVE "C" TO JRNL-DTL-DR-CR
006800     MOVE WS-ENT-CREDIT-ACCT (WS-ENT-CUR) TO JRNL-DTL-ACCOUNT
006810     PERFORM 5700-WRITE-LINE THRU 5700-EXIT
006820     ADD WS-ENT-TOTAL (WS-ENT-CUR) TO WS-JRNL-CREDIT-TOTAL
006830     MOVE WS-ENT-TOTAL (WS-ENT-CUR) TO WS-AMOUNT-EDIT
006840     DISPLAY "CALC_POST: " WS-ENT-DEPT (WS-ENT-CUR) " "
006850         WS-ENT-CATEGORY (WS-ENT-CUR) " DR "
006860         WS-ENT-DEBIT-ACCT (WS-ENT-CUR) " CR "
006870         WS-ENT-CREDIT-ACCT (WS-ENT-CUR) " " WS-AMOUNT-EDIT.
006880 5600-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910* 5700-WRITE-LINE - one journal line of the current entry; the
006920* account and side are already set.
006930*----------------------------------------------------------------
006940 5700-WRITE-LINE.
006950     ADD 1 TO WS-JRNL-LINE
006960     MOVE "D"                           TO JRNL-REC-TYPE
006970     MOVE WS-TARGET-RUN-ID              TO JRNL-RUN-ID
006980     MOVE WS-JRNL-LINE                  TO JRNL-DTL-LINE
006990     MOVE WS-ENT-DEPT (WS-ENT-CUR)      TO JRNL-DTL-DEPT
007000     MOVE WS-ENT-CATEGORY (WS-ENT-CUR)  TO JRNL-DTL-CATEGORY
007010     MOVE WS-ENT-TOTAL (WS-ENT-CUR)     TO JRNL-DTL-AMOUNT
007020     MOVE WS-ENT-ROWS (WS-ENT-CUR)      TO JRNL-DTL-ROWS
007030     MOVE WS-ENT-DESCRIPTION (WS-ENT-CUR)
007040         TO JRNL-DTL-DESCRIPTION
007050     WRITE JRNL-DETAIL-RECORD.
007060 5700-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 6500-PROVE-JOURNAL - read the journal back off disk before the
007100* run is marked posted: one header, one trailer, the lines and
007110* both totals as written and as the trailer states them, debits
007120* equal to credits, and both equal to the run's processed result
007130* total as CALCHIST records it.
007140*----------------------------------------------------------------
007150 6500-PROVE-JOURNAL.
007160     OPEN INPUT JOURNAL-FILE
007170     IF WS-JRNL-FILE-STATUS NOT = "00"
007180         DISPLAY "CALC_POST: UNABLE TO READ BACK " WS-JRNL-NAME
007190             " STATUS = " WS-JRNL-FILE-STATUS
007200         MOVE 8 TO WS-JOB-RC
007210         GO TO 6500-EXIT
007220     END-IF
007230     PERFORM 6510-READ-BACK-LINE THRU 6510-EXIT
007240         UNTIL WS-END-OF-JRNL-FILE
007250     CLOSE JOURNAL-FILE
007260     IF WS-BACK-HEADERS NOT = 1
007270         OR WS-BACK-TRAILERS NOT = 1
007280         OR WS-BACK-STRAYS NOT = 0
007290         OR WS-BACK-LINES NOT = WS-JRNL-LINE
007300         OR WS-TRL-LINE-COUNT NOT = WS-JRNL-LINE
007310         OR WS-BACK-DEBIT-TOTAL NOT = WS-JRNL-DEBIT-TOTAL
007320         OR WS-BACK-CREDIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
007330         OR WS-TRL-DEBIT-TOTAL NOT = WS-BACK-DEBIT-TOTAL
007340         OR WS-TRL-CREDIT-TOTAL NOT = WS-BACK-CREDIT-TOTAL
007350         DISPLAY "CALC_POST: JOURNAL READ-BACK DOES NOT PROVE - "
007360             "RUN NOT MARKED POSTED"
007370         MOVE 8 TO WS-JOB-RC
007380         GO TO 6500-EXIT
007390     END-IF
007400     IF WS-BACK-DEBIT-TOTAL NOT = WS-BACK-CREDIT-TOTAL
007410         OR WS-BACK-DEBIT-TOTAL NOT = WS-RUN-RESULT-TOTAL
007420         DISPLAY "CALC_POST: JOURNAL DEBITS, CREDITS AND RUN "
007430             "TOTAL DO NOT AGREE - RUN NOT MARKED POSTED"
007440         MOVE 8 TO WS-JOB-RC
007450         GO TO 6500-EXIT
007460     END-IF
007470     MOVE WS-RUN-RESULT-TOTAL TO WS-AMOUNT-EDIT
007480     DISPLAY "CALC_POST: JOURNAL PROVED - DEBITS = CREDITS = "
007490         "RUN TOTAL " WS-AMOUNT-EDIT.
007500 6500-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530* 6510-READ-BACK-LINE - read and count one journal record.
007540*----------------------------------------------------------------
007550 6510-READ-BACK-LINE.
007560     MOVE SPACES TO JRNL-RECORD
007570     READ JOURNAL-FILE
007580         AT END
007590             SET WS-END-OF-JRNL-FILE TO TRUE
007600             GO TO 6510-EXIT
007610     END-READ
007620     EVALUATE TRUE
007630         WHEN JRNL-IS-HEADER
007640             ADD 1 TO WS-BACK-HEADERS
007650         WHEN JRNL-IS-TRAILER
007660             ADD 1 TO WS-BACK-TRAILERS
007670             MOVE JRNL-TRL-LINE-COUNT   TO WS-TRL-LINE-COUNT
007680             MOVE JRNL-TRL-DEBIT-TOTAL  TO WS-TRL-DEBIT-TOTAL
007690             MOVE JRNL-TRL-CREDIT-TOTAL TO WS-TRL-CREDIT-TOTAL
007700         WHEN JRNL-IS-DETAIL AND JRNL-DTL-IS-DEBIT
007710             ADD 1 TO WS-BACK-LINES
007720             ADD JRNL-DTL-AMOUNT TO WS-BACK-DEBIT-TOTAL
007730         WHEN JRNL-IS-DETAIL AND JRNL-DTL-IS-CREDIT
007740             ADD 1 TO WS-BACK-LINES
007750             ADD JRNL-DTL-AMOUNT TO WS-BACK-CREDIT-TOTAL
007760         WHEN OTHER
007770             ADD 1 TO WS-BACK-STRAYS
007780     END-EVALUATE.
007790 6510-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 7000-MARK-POSTED - mark every batch of the run posted on
007830* CALCHIST through CALC_HIST.  Another posting of the same run
007840* getting there first comes back ALREADY-POSTED: this job's
007850* journal is then a duplicate and must not be loaded.
007860*----------------------------------------------------------------
007870 7000-MARK-POSTED.
007880     MOVE WS-TARGET-RUN-ID TO HIST-RUN-ID
007890     SET HIST-FUNC-POST TO TRUE
007900     CALL "CALC_HIST" USING HIST-REQUEST
007910     EVALUATE TRUE
007920         WHEN HIST-STATUS-OK
007930             DISPLAY "CALC_POST: RUN MARKED POSTED ON CALCHIST"
007940         WHEN HIST-STATUS-ALREADY-POSTED
007950             DISPLAY "CALC_POST: RUN WAS POSTED MEANWHILE - "
007960                 "DO NOT LOAD " WS-JRNL-NAME
007970             MOVE 8 TO WS-JOB-RC
007980         WHEN OTHER
007990             DISPLAY "CALC_POST: RUN-HISTORY FILE ERROR - "
008000                 "RUN NOT MARKED POSTED, DO NOT LOAD "
008010                 WS-JRNL-NAME
008020             MOVE 8 TO WS-JOB-RC
008030     END-EVALUATE.
008040 7000-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 8000-LOG-POSTING - the posting is audit evidence: one CALCLOG
008080* line, stamped with this job's run id, source POST and the
008090* operator who ran it; the posted run id rides in the operand
008100* columns, as CALC_BACKOUT logs a reversal.
008110*----------------------------------------------------------------
008120 8000-LOG-POSTING.
008130     OPEN I-O LOG-FILE
008140     IF WS-LOG-FILE-STATUS = "35"
008150         OPEN OUTPUT LOG-FILE
008160         IF WS-LOG-FILE-STATUS = "00"
008170             CLOSE LOG-FILE
008180             OPEN I-O LOG-FILE
008190         END-IF
008200     END-IF
008210     IF WS-LOG-FILE-STATUS NOT = "00"
008220         DISPLAY "CALC_POST: UNABLE TO LOG THE POSTING, "
008230             "STATUS = " WS-LOG-FILE-STATUS
008240         MOVE 8 TO WS-JOB-RC
008250         GO TO 8000-EXIT
008260     END-IF
008270     MOVE WS-TARGET-RUN-ID(1:10) TO CALC-NUM1-TXT
008280     MOVE "J" TO CALC-OPERATOR
008290     MOVE WS-TARGET-RUN-ID(11:4) TO CALC-NUM2-TXT
008300     MOVE 0 TO CALC-RESULT
008310     MOVE CALC-RESULT TO CALC-RESULT-EDIT
008320     MOVE "RUN POSTED TO GL" TO WS-STATUS-TEXT
008330     PERFORM 6000-WRITE-LOG THRU 6000-EXIT
008340     CLOSE LOG-FILE.
008350 8000-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 6000-WRITE-LOG - append the posting's own audit line, the
008390* shared CALCLGP body every CALCLOG writer uses.
008400*----------------------------------------------------------------
008410 6000-WRITE-LOG.
008420     COPY CALCLGP.
008430 6000-EXIT.
008440     EXIT.
008450 END PROGRAM CALC_POST.
