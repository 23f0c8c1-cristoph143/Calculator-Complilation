001090*                   new CALCRPNH verdict-history file when the
001100*                   pending file is rewritten.  CALCRPND was
001110*                   keeping every verdict forever, so once
001111*                   lifetime requests passed the review
001112*                   table's capacity the approval option could
001113*                   only answer "too many requests" and the
001114*                   two-person rule had no working apply path.
001115*   2026-10-15  CB  Added a department-master option (D, level
001116*                   3) over the new keyed CALCDEPT file - add,
001117*                   change and list each department's code,
001118*                   name, active flag, detail maximum per batch
001119*                   and result limit per transaction, the
001120*                   limits CALC_EVAL now enforces.  Deactivate
001121*                   instead of delete, like operator profiles;
001122*                   every add and change is logged to CALCLOG.
001123*   2026-10-15  CB  Added a GL account-mapping option (G, level
001124*                   3) over the new keyed CALCGLMP file - add,
001125*                   change, delete and list the debit and credit
001126*                   accounts each department's results (R), M
001127*                   lines and % lines post to through CALC_POST;
001128*                   every change is logged to CALCLOG.  The run
001129*                   history shows the new posted flag.
001130*   2026-10-15  CB  The rate-approval review offers W (what-if)
001131*                   before the verdict: CALC_WHATIF prices a
001132*                   TRANIN-format file at the standing rates and
001133*                   with the pending change, writes the side-by-
001134*                   side CALCWHAT report and the totals show on
001135*                   the screen; the request is then asked for
001136*                   again.  Nothing is logged or posted.
001137*   2026-10-15  CB  Added an accounting period-control option
001138*                   (P, level 3) over the new keyed CALCPERD
001139*                   file - close a month, reopen one, list
001140*                   them; every close and reopen is logged to
001141*                   CALCLOG.  A rate add, change or delete
001142*                   effective in a closed month is refused at
001143*                   queue time, and one that reaches approval
001144*                   after its month closed is left pending.
001145*   2026-10-15  CB  Operator profiles carry the operator's
001146*                   department (checked against CALCDEPT when
001147*                   that file exists) and the profile layout
001148*                   moves to the shared CALCOPR copybook.  Add
001149*                   and change lines on CALCLOG now carry the
001150*                   level in NUM2, and a change of level logs as
001151*                   LEVEL CHANGED (old>new), for the quarterly
001152*                   recertification report CALC_RECERT.
001160******************************************************************
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. CALC_MENU.
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001520         RECORD KEY IS OPER-ID
001521         FILE STATUS IS WS-OPER-FILE-STATUS.
001522     SELECT DEPT-FILE ASSIGN TO CALCDEPT
001523         ORGANIZATION IS INDEXED
001524         ACCESS MODE IS DYNAMIC
001525         RECORD KEY IS DEPT-CODE
001526         FILE STATUS IS WS-DEPT-FILE-STATUS.
001527     SELECT GLMAP-FILE ASSIGN TO CALCGLMP
001528         ORGANIZATION IS INDEXED
001529         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS GLMAP-KEY
001531         FILE STATUS IS WS-GLMAP-FILE-STATUS.
001532     SELECT PERIOD-FILE ASSIGN TO CALCPERD
001533         ORGANIZATION IS INDEXED
001534         ACCESS MODE IS DYNAMIC
001535         RECORD KEY IS PERIOD-MONTH
001536         FILE STATUS IS WS-PERD-FILE-STATUS.
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  LOG-FILE.
001820 FD  PENDING-HIST-FILE.
001830 01  PENDING-HIST-RECORD         PIC X(86).
001840 FD  OPERATOR-FILE.
001848     COPY CALCOPR.
001856 FD  DEPT-FILE.
001864     COPY CALCDPT.
001872 FD  GLMAP-FILE.
001880     COPY CALCGLM.
001888 FD  PERIOD-FILE.
001896     COPY CALCPRD.
001910 WORKING-STORAGE SECTION.
001920 COPY CALCREC.
001930 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACES.
002000     88  WS-CHOICE-OPERATORS         VALUE "7".
002010     88  WS-CHOICE-RUN-HISTORY       VALUE "8".
002020     88  WS-CHOICE-EXIT              VALUE "9".
002025     88  WS-CHOICE-DEPARTMENTS       VALUE "D".
002027     88  WS-CHOICE-GL-MAP            VALUE "G".
002028     88  WS-CHOICE-PERIODS           VALUE "P".
002030 77  WS-RATE-CHOICE              PIC X(01) VALUE SPACES.
002040     88  WS-RATE-CHOICE-ADD          VALUE "A".
002050     88  WS-RATE-CHOICE-CHANGE       VALUE "C".
002430     88  WS-PNH-AVAILABLE            VALUE "Y".
002440 77  WS-APPR-REPLY               PIC X(01) VALUE SPACES.
002450 77  WS-QUEUE-ACTION             PIC X(01) VALUE SPACE.
002455 77  WS-WHATIF-INPUT             PIC X(60) VALUE SPACES.
002460 01  WS-PND-TABLE.
002470     05  WS-PND-ENTRY OCCURS 100 PIC X(86).
002480 77  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
002660 77  WS-OPER-NAME-IN             PIC X(20) VALUE SPACES.
002670 77  WS-OPER-LEVEL-IN            PIC X(01) VALUE SPACE.
002680 77  WS-OPER-ACTIVE-IN           PIC X(01) VALUE SPACE.
002682 77  WS-OPER-DEPT-IN             PIC X(20) VALUE SPACES.
002684 77  WS-OPER-OLD-LEVEL           PIC 9(01) VALUE 0.
002686 77  WS-OPER-LEVEL-NOTE          PIC X(10) VALUE SPACES.
002690 77  WS-OPER-COUNT               PIC 9(04) VALUE 0.
002691 77  WS-OPER-EOF-SW              PIC X(01) VALUE "N".
002692     88  WS-END-OF-OPER-FILE         VALUE "Y".
002693 77  WS-DEPT-FILE-STATUS         PIC X(02) VALUE SPACES.
002694 77  WS-DEPT-CHOICE              PIC X(01) VALUE SPACES.
002695     88  WS-DEPT-CHOICE-ADD          VALUE "A".
002696     88  WS-DEPT-CHOICE-CHANGE       VALUE "C".
002697     88  WS-DEPT-CHOICE-LIST         VALUE "L".
002698     88  WS-DEPT-CHOICE-BACK         VALUE "X".
002699 77  WS-DEPT-DONE-SW             PIC X(01) VALUE "N".
002700     88  WS-DEPTS-DONE               VALUE "Y".
002701 77  WS-DEPT-CODE-IN             PIC X(20) VALUE SPACES.
002702 77  WS-DEPT-NAME-IN             PIC X(30) VALUE SPACES.
002703 77  WS-DEPT-ACTIVE-IN           PIC X(01) VALUE SPACE.
002704 77  WS-DEPT-DETAILS-IN          PIC X(10) VALUE SPACES.
002705 77  WS-DEPT-LIMIT-IN            PIC X(10) VALUE SPACES.
002706 77  WS-DEPT-NUM-WORK            PIC S9(09)V9(02) VALUE 0.
002707 77  WS-DEPT-DETAILS-NUM         PIC 9(08) VALUE 0.
002708 77  WS-DEPT-LIMIT-NUM           PIC 9(06)V9(02) VALUE 0.
002709 77  WS-DEPT-FIELDS-SW           PIC X(01) VALUE "N".
002710     88  WS-DEPT-FIELDS-OK           VALUE "Y".
002711 77  WS-DEPT-COUNT               PIC 9(04) VALUE 0.
002712 77  WS-DEPT-EOF-SW              PIC X(01) VALUE "N".
002713     88  WS-END-OF-DEPT-FILE         VALUE "Y".
002714 01  WS-DEPT-DETAILS-EDIT        PIC ZZ,ZZZ,ZZ9.
002715 01  WS-DEPT-LIMIT-EDIT          PIC ZZZ,ZZ9.99.
002716 77  WS-GLMAP-FILE-STATUS        PIC X(02) VALUE SPACES.
002717 77  WS-GLMAP-CHOICE             PIC X(01) VALUE SPACES.
002718     88  WS-GLMAP-CHOICE-ADD         VALUE "A".
002719     88  WS-GLMAP-CHOICE-CHANGE      VALUE "C".
002720     88  WS-GLMAP-CHOICE-DELETE      VALUE "D".
002721     88  WS-GLMAP-CHOICE-LIST        VALUE "L".
002722     88  WS-GLMAP-CHOICE-BACK        VALUE "X".
002723 77  WS-GLMAP-DONE-SW            PIC X(01) VALUE "N".
002724     88  WS-GLMAPS-DONE              VALUE "Y".
002725 77  WS-GLMAP-DEPT-IN            PIC X(20) VALUE SPACES.
002726 77  WS-GLMAP-CAT-IN             PIC X(01) VALUE SPACE.
002727 77  WS-GLMAP-DEBIT-IN           PIC X(12) VALUE SPACES.
002728 77  WS-GLMAP-CREDIT-IN          PIC X(12) VALUE SPACES.
002729 77  WS-GLMAP-DESC-IN            PIC X(30) VALUE SPACES.
002730 77  WS-GLMAP-ACTION-TEXT        PIC X(07) VALUE SPACES.
002731 77  WS-GLMAP-FIELDS-SW          PIC X(01) VALUE "N".
002732     88  WS-GLMAP-FIELDS-OK          VALUE "Y".
002733 77  WS-GLMAP-COUNT              PIC 9(04) VALUE 0.
002734 77  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
002735     88  WS-END-OF-GLMAP-FILE        VALUE "Y".
002736 77  WS-PERD-FILE-STATUS         PIC X(02) VALUE SPACES.
002737 77  WS-PERD-CHOICE              PIC X(01) VALUE SPACES.
002738     88  WS-PERD-CHOICE-CLOSE        VALUE "C".
002739     88  WS-PERD-CHOICE-REOPEN       VALUE "O".
002740     88  WS-PERD-CHOICE-LIST         VALUE "L".
002741     88  WS-PERD-CHOICE-BACK         VALUE "X".
002742 77  WS-PERD-DONE-SW             PIC X(01) VALUE "N".
002743     88  WS-PERDS-DONE               VALUE "Y".
002744 77  WS-PERD-MONTH-IN            PIC X(07) VALUE SPACES.
002745 77  WS-PERD-ON-FILE-SW          PIC X(01) VALUE "N".
002746     88  WS-PERD-ON-FILE             VALUE "Y".
002747*    A rate's effective month as 3950 finds it on CALCPERD.
002748 77  WS-PERD-CHECK-SW            PIC X(01) VALUE SPACE.
002749     88  WS-PERD-CHECK-OPEN          VALUE "O".
002750     88  WS-PERD-CHECK-CLOSED        VALUE "C".
002751     88  WS-PERD-CHECK-FAILED        VALUE "E".
002752 77  WS-PERD-COUNT               PIC 9(04) VALUE 0.
002753 77  WS-PERD-EOF-SW              PIC X(01) VALUE "N".
002754     88  WS-END-OF-PERD-FILE         VALUE "Y".
002755 77  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
002756 77  WS-STATUS-TEXT              PIC X(20) VALUE SPACES.
002757 77  WS-LOGV-FILE-STATUS         PIC X(02) VALUE SPACES.
002758 77  WS-CKPT-FILE-STATUS         PIC X(02) VALUE SPACES.
002760 77  WS-CONFIRM-REPLY            PIC X(01) VALUE SPACES.
002770 77  WS-VIEW-COUNT-IN            PIC X(02) VALUE SPACES.
002780 77  WS-VIEW-COUNT               PIC 9(02) VALUE 0.
002900     COPY CALCLGW.
002910     COPY CALCRTW.
002920     COPY CALCHSW.
002925     COPY CALCWIW.
002930 77  WS-HIST-COUNT               PIC 9(04) VALUE 0.
002940 01  WS-HIST-CNT-EDIT            PIC ZZZ,ZZ9.
002950 01  WS-RATE-VALUE-TXT           PIC -999999.99.
003640     DISPLAY "  6. APPROVE RATE CHANGES"
003650     DISPLAY "  7. OPERATOR PROFILES"
003660     DISPLAY "  8. RUN HISTORY"
003665     DISPLAY "  D. DEPARTMENT MASTER"
003667     DISPLAY "  G. GL ACCOUNT MAPPING"
003668     DISPLAY "  P. PERIOD CONTROL"
003670     DISPLAY "  9. EXIT"
003680     DISPLAY "ENTER YOUR CHOICE: "
003690     ACCEPT WS-MENU-CHOICE
003695     MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
003700*    Every choice is checked against the signed-on operator's
003710*    permission level; a refused attempt is logged to CALCLOG
003720*    like any other audit event (1600).
004200         WHEN WS-CHOICE-RUN-HISTORY
004210             MOVE 2 TO WS-REQUIRED-LEVEL
004220             PERFORM 1600-CHECK-ACCESS THRU 1600-EXIT
004221             IF WS-ACCESS-OK
004222                 PERFORM 4700-RUN-HISTORY THRU 4700-EXIT
004223             END-IF
004224         WHEN WS-CHOICE-DEPARTMENTS
004225             MOVE 3 TO WS-REQUIRED-LEVEL
004226             PERFORM 1600-CHECK-ACCESS THRU 1600-EXIT
004227             IF WS-ACCESS-OK
004228                 PERFORM 4800-OPEN-DEPT-FILE THRU 4800-EXIT
004229                 IF WS-DEPT-FILE-STATUS = "00"
004230                     MOVE "N" TO WS-DEPT-DONE-SW
004231                     PERFORM 4810-DEPT-MENU THRU 4810-EXIT
004232                         UNTIL WS-DEPTS-DONE
004233                     CLOSE DEPT-FILE
004234                 END-IF
004235             END-IF
004236         WHEN WS-CHOICE-GL-MAP
004237             MOVE 3 TO WS-REQUIRED-LEVEL
004238             PERFORM 1600-CHECK-ACCESS THRU 1600-EXIT
004239             IF WS-ACCESS-OK
004240                 PERFORM 4900-OPEN-GLMAP-FILE THRU 4900-EXIT
004241                 IF WS-GLMAP-FILE-STATUS = "00"
004242                     MOVE "N" TO WS-GLMAP-DONE-SW
004243                     PERFORM 4910-GLMAP-MENU THRU 4910-EXIT
004244                         UNTIL WS-GLMAPS-DONE
004245                     CLOSE GLMAP-FILE
004246                 END-IF
004247             END-IF
004248         WHEN WS-CHOICE-PERIODS
004249             MOVE 3 TO WS-REQUIRED-LEVEL
004250             PERFORM 1600-CHECK-ACCESS THRU 1600-EXIT
004251             IF WS-ACCESS-OK
004252                 PERFORM 5500-OPEN-PERIOD-FILE THRU 5500-EXIT
004253                 IF WS-PERD-FILE-STATUS = "00"
004254                     MOVE "N" TO WS-PERD-DONE-SW
004255                     PERFORM 5510-PERIOD-MENU THRU 5510-EXIT
004256                         UNTIL WS-PERDS-DONE
004257                     CLOSE PERIOD-FILE
004258                 END-IF
004259             END-IF
004260         WHEN WS-CHOICE-EXIT
004270             SET WS-USER-IS-DONE TO TRUE
004280         WHEN OTHER
008090* the request at the approval option - the two-person rule
008100* audit asked for after the freight-rate incident.  A blank
008110* effective date is pinned to today here, so the reviewer sees
008120* the date that will actually be keyed.  A change effective in
008123* a month accounting has closed is refused before it is queued
008126* (3950).
008130*----------------------------------------------------------------
008140 3900-QUEUE-RATE-CHANGE.
008141     IF RATE-EFF-DATE = SPACES
008142         MOVE WS-SESSION-DATE(1:7) TO WS-PERD-MONTH-IN
008143     ELSE
008144         MOVE RATE-EFF-DATE(1:7) TO WS-PERD-MONTH-IN
008145     END-IF
008146     PERFORM 3950-CHECK-RATE-PERIOD THRU 3950-EXIT
008147     IF NOT WS-PERD-CHECK-OPEN
008148         GO TO 3900-EXIT
008149     END-IF
008150     OPEN EXTEND PENDING-FILE
008160     IF WS-PND-FILE-STATUS = "35"
008170         OPEN OUTPUT PENDING-FILE
008520     MOVE PND-EFF-DATE    TO CALC-NUM2-TXT
008530     MOVE 0 TO CALC-RESULT
008540     MOVE CALC-RESULT TO CALC-RESULT-EDIT
008541     MOVE "RATE CHANGE QUEUED" TO WS-STATUS-TEXT
008542     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
008543 3900-EXIT.
008544     EXIT.
008545*----------------------------------------------------------------
008546* 3950-CHECK-RATE-PERIOD - look the rate change's effective
008547* month up on CALCPERD.  A month not on file, or no CALCPERD
008548* at all, stands open.  A closed month refuses the change -
008549* told to the operator and logged - until a supervisor reopens
008550* it; CALC_RATES applies the same test again at approval.
008551*----------------------------------------------------------------
008552 3950-CHECK-RATE-PERIOD.
008553     SET WS-PERD-CHECK-OPEN TO TRUE
008554     OPEN INPUT PERIOD-FILE
008555     IF WS-PERD-FILE-STATUS = "35"
008556         GO TO 3950-EXIT
008557     END-IF
008558     IF WS-PERD-FILE-STATUS NOT = "00"
008559         DISPLAY "UNABLE TO OPEN CALCPERD, STATUS = "
008560             WS-PERD-FILE-STATUS
008561         DISPLAY "RATE CHANGE NOT QUEUED"
008562         SET WS-PERD-CHECK-FAILED TO TRUE
008563         GO TO 3950-EXIT
008564     END-IF
008565     MOVE WS-PERD-MONTH-IN TO PERIOD-MONTH
008566     READ PERIOD-FILE
008567         INVALID KEY
008568             MOVE "O" TO PERIOD-STATUS
008569     END-READ
008570     CLOSE PERIOD-FILE
008571     IF NOT PERIOD-IS-CLOSED
008572         GO TO 3950-EXIT
008573     END-IF
008574     SET WS-PERD-CHECK-CLOSED TO TRUE
008575     DISPLAY "PERIOD " WS-PERD-MONTH-IN " IS CLOSED - "
008576         "RATE CHANGE NOT QUEUED"
008577     MOVE RATE-NAME          TO CALC-NUM1-TXT
008578     MOVE WS-QUEUE-ACTION    TO CALC-OPERATOR
008579     MOVE WS-PERD-MONTH-IN   TO CALC-NUM2-TXT
008580     MOVE 0 TO CALC-RESULT
008581     MOVE CALC-RESULT TO CALC-RESULT-EDIT
008582     MOVE "RATE REFUSED-CLOSED" TO WS-STATUS-TEXT
008583     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
008584 3950-EXIT.
008585     EXIT.
008590*----------------------------------------------------------------
008600* 4000-SHOW-CHECKPOINT - display the current CALCCKPT checkpoint
008610* in readable form, so nobody has to dump the file by hand after
010600* 4500-APPROVE-RATES - review the CALCRPND pending rate
010610* changes.  Each pending request is shown and answered A
010620* (approve - applied to CALCRATE through CALC_RATES, which
010630* journals it), R (reject) or S (skip); W first prices a
010633* transaction file both ways (what-if) to show what the
010636* change would do before the verdict.  The operator who keyed
010640* a request cannot review it - the refusal is logged to CALCLOG
010650* like any other audit event - and every verdict is stamped
010660* with the reviewer and the time before the file is rewritten.
011520         MOVE "APPROVAL REFUSED" TO WS-STATUS-TEXT
011530         PERFORM 6000-WRITE-LOG THRU 6000-EXIT
011540         GO TO 4520-EXIT
011550     END-IF.
011555 4520-ASK-VERDICT.
011560     DISPLAY "  APPROVE, REJECT, SKIP OR WHAT-IF (A/R/S/W)? "
011570     ACCEPT WS-APPR-REPLY
011580     MOVE FUNCTION UPPER-CASE(WS-APPR-REPLY) TO WS-APPR-REPLY
011590     EVALUATE WS-APPR-REPLY
011720             MOVE CALC-RESULT TO CALC-RESULT-EDIT
011730             MOVE "RATE CHANGE DENIED" TO WS-STATUS-TEXT
011740             PERFORM 6000-WRITE-LOG THRU 6000-EXIT
011742         WHEN "W"
011744             PERFORM 4525-RUN-WHATIF THRU 4525-EXIT
011746             GO TO 4520-ASK-VERDICT
011750         WHEN OTHER
011751             DISPLAY "  SKIPPED"
011752     END-EVALUATE.
011753 4520-EXIT.
011754     EXIT.
011755*----------------------------------------------------------------
011756* 4525-RUN-WHATIF - price a TRANIN-format file (blank reply:
011757* TRANIN itself) at the standing rates and with the request in
011758* hand applied, through CALC_WHATIF, and show its totals.  The
011759* simulation only writes its CALCWHAT report, so nothing is
011760* logged here and the request stays pending.
011761*----------------------------------------------------------------
011762 4525-RUN-WHATIF.
011763     DISPLAY "  TRANSACTION FILE TO PRICE (BLANK FOR TRANIN): "
011764     MOVE SPACES TO WS-WHATIF-INPUT
011765     ACCEPT WS-WHATIF-INPUT
011766     MOVE PND-RATE-NAME  TO WHATIF-RATE-NAME
011767     MOVE PND-ACTION     TO WHATIF-ACTION
011768     MOVE PND-EFF-DATE   TO WHATIF-EFF-DATE
011769     MOVE FUNCTION NUMVAL(PND-VALUE) TO WHATIF-VALUE
011770     MOVE WS-WHATIF-INPUT TO WHATIF-INPUT-NAME
011771     MOVE WS-OPERATOR-ID TO WHATIF-OPERATOR-ID
011772     CALL "CALC_WHATIF" USING WHATIF-REQUEST
011773     EVALUATE TRUE
011774         WHEN WHATIF-STATUS-NO-INPUT
011775             DISPLAY "  UNABLE TO OPEN THE TRANSACTION FILE"
011776             GO TO 4525-EXIT
011777         WHEN WHATIF-STATUS-NO-REPORT
011778             DISPLAY "  UNABLE TO OPEN THE WHAT-IF REPORT"
011779             GO TO 4525-EXIT
011780         WHEN WHATIF-STATUS-BAD-ACTION
011781             DISPLAY "  REQUEST ACTION " PND-ACTION
011782                 " CANNOT BE SIMULATED"
011783             GO TO 4525-EXIT
011784     END-EVALUATE
011785     DISPLAY "  WHAT-IF REPORT " WHATIF-REPORT-NAME
011786     DISPLAY "  DETAILS PRICED " WHATIF-DETAIL-COUNT
011787         "  CHANGED BY THIS REQUEST " WHATIF-CHANGED-COUNT
011788     DISPLAY "  TOTAL NOW   " WHATIF-OLD-TOTAL-EDIT
011789     DISPLAY "  TOTAL AFTER " WHATIF-NEW-TOTAL-EDIT
011790     DISPLAY "  DIFFERENCE  " WHATIF-DIFF-EDIT
011791     IF WHATIF-STATUS-RATE-IO
011792         DISPLAY "  CALCRATE COULD NOT BE READ - FIGURES "
011793             "INCOMPLETE"
011794     END-IF.
011795 4525-EXIT.
011796     EXIT.
011800*----------------------------------------------------------------
011810* 4530-APPLY-PENDING - apply one approved request to CALCRATE
011820* through CALC_RATES (which journals it to CALCRTJ), then stamp
011830* the verdict.  A request the rate file refuses stays pending
011840* so it can be corrected or rejected explicitly - including one
011843* whose effective month was closed after it was queued, which
011846* waits for a supervisor to reopen the month or reject it.
011850*----------------------------------------------------------------
011860 4530-APPLY-PENDING.
011870     MOVE PND-RATE-NAME TO RATE-NAME
012190         WHEN RATE-STATUS-NOT-FOUND
012200             DISPLAY "  RATE NOT ON FILE FOR THAT DATE - "
012210                 "LEFT PENDING"
012211         WHEN RATE-STATUS-PERIOD-CLOSED
012212             DISPLAY "  EFFECTIVE DATE IS IN A CLOSED PERIOD - "
012213                 "LEFT PENDING"
012220         WHEN OTHER
012230             DISPLAY "  RATE FILE ERROR - LEFT PENDING"
012240     END-EVALUATE.
013380     MOVE WS-OPER-NAME-IN   TO OPER-NAME
013390     MOVE FUNCTION NUMVAL(WS-OPER-LEVEL-IN) TO OPER-LEVEL
013400     MOVE WS-OPER-ACTIVE-IN TO OPER-ACTIVE
013405     MOVE WS-OPER-DEPT-IN   TO OPER-DEPT
013410     WRITE OPERATOR-RECORD
013420         INVALID KEY
013430             DISPLAY "OPERATOR ALREADY ON FILE - USE CHANGE"
013450     END-WRITE
013460     DISPLAY "OPERATOR ADDED"
013470     MOVE "OPERATOR ADDED" TO WS-STATUS-TEXT
013472     MOVE SPACES TO WS-OPER-LEVEL-NOTE
013474     STRING "LEVEL " DELIMITED BY SIZE
013476            WS-OPER-LEVEL-IN DELIMITED BY SIZE
013478         INTO WS-OPER-LEVEL-NOTE
013480     PERFORM 4650-LOG-OPER-EVENT THRU 4650-EXIT.
013490 4610-EXIT.
013500     EXIT.
013510*----------------------------------------------------------------
013520* 4620-OPER-CHANGE - rewrite one existing profile.  A new
013523* level logs as LEVEL CHANGED with the old and new levels, so
013526* the quarterly recertification can list every change.
013530*----------------------------------------------------------------
013540 4620-OPER-CHANGE.
013550     PERFORM 4640-GET-OPER-FIELDS THRU 4640-EXIT
013620             DISPLAY "OPERATOR NOT ON FILE - USE ADD"
013630             GO TO 4620-EXIT
013640     END-READ
013645     MOVE OPER-LEVEL TO WS-OPER-OLD-LEVEL
013650     MOVE WS-OPER-NAME-IN   TO OPER-NAME
013660     MOVE FUNCTION NUMVAL(WS-OPER-LEVEL-IN) TO OPER-LEVEL
013670     MOVE WS-OPER-ACTIVE-IN TO OPER-ACTIVE
013675     MOVE WS-OPER-DEPT-IN   TO OPER-DEPT
013680     REWRITE OPERATOR-RECORD
013690         INVALID KEY
013700             DISPLAY "OPERATOR FILE ERROR - NOT CHANGED"
013710             GO TO 4620-EXIT
013720     END-REWRITE
013730     DISPLAY "OPERATOR CHANGED"
013731     MOVE "OPERATOR CHANGED" TO WS-STATUS-TEXT
013732     MOVE SPACES TO WS-OPER-LEVEL-NOTE
013733     IF WS-OPER-LEVEL-IN = WS-OPER-OLD-LEVEL
013734         STRING "LEVEL " DELIMITED BY SIZE
013735                WS-OPER-LEVEL-IN DELIMITED BY SIZE
013736             INTO WS-OPER-LEVEL-NOTE
013737     ELSE
013738         MOVE "LEVEL CHANGED" TO WS-STATUS-TEXT
013739         STRING "LEVEL " DELIMITED BY SIZE
013740                WS-OPER-OLD-LEVEL DELIMITED BY SIZE
013741                ">" DELIMITED BY SIZE
013742                WS-OPER-LEVEL-IN DELIMITED BY SIZE
013743             INTO WS-OPER-LEVEL-NOTE
013744     END-IF
013750     PERFORM 4650-LOG-OPER-EVENT THRU 4650-EXIT.
013760 4620-EXIT.
013770     EXIT.
013870             SET WS-END-OF-OPER-FILE TO TRUE
013880     END-START
013890     IF NOT WS-END-OF-OPER-FILE
013900         DISPLAY "OPERATOR  NAME                 LVL ACTIVE "
013905             "DEPARTMENT"
013910         PERFORM 4635-LIST-NEXT-OPER THRU 4635-EXIT
013920             UNTIL WS-END-OF-OPER-FILE
013930     END-IF
014060     END-READ
014070     IF NOT WS-END-OF-OPER-FILE
014080         DISPLAY OPER-ID "  " OPER-NAME " " OPER-LEVEL
014090             "   " OPER-ACTIVE "      " OPER-DEPT
014100         ADD 1 TO WS-OPER-COUNT
014110     END-IF.
014120 4635-EXIT.
014140*----------------------------------------------------------------
014150* 4640-GET-OPER-FIELDS - collect one profile's fields.  A bad
014160* level or active flag leaves WS-OPER-LEVEL-IN blank, which
014170* the callers take as "nothing done" - as does a department
014175* not on CALCDEPT.
014180*----------------------------------------------------------------
014190 4640-GET-OPER-FIELDS.
014200     DISPLAY "Enter Operator Id       : "
014280     ACCEPT WS-OPER-ACTIVE-IN
014290     MOVE FUNCTION UPPER-CASE(WS-OPER-ACTIVE-IN)
014300         TO WS-OPER-ACTIVE-IN
014302     DISPLAY "Department (blank=none): "
014304     ACCEPT WS-OPER-DEPT-IN
014306     MOVE FUNCTION UPPER-CASE(WS-OPER-DEPT-IN)
014308         TO WS-OPER-DEPT-IN
014310     IF WS-OPER-ID-IN = SPACES
014320         OR (WS-OPER-LEVEL-IN NOT = "1"
014330             AND WS-OPER-LEVEL-IN NOT = "2"
014360             AND WS-OPER-ACTIVE-IN NOT = "N")
014370         DISPLAY "INVALID ENTRY - NOTHING DONE"
014380         MOVE SPACE TO WS-OPER-LEVEL-IN
014382         GO TO 4640-EXIT
014384     END-IF
014386     IF WS-OPER-DEPT-IN NOT = SPACES
014388         PERFORM 4645-CHECK-OPER-DEPT THRU 4645-EXIT
014390     END-IF.
014391 4640-EXIT.
014392     EXIT.
014393*----------------------------------------------------------------
014394* 4645-CHECK-OPER-DEPT - the operator's department must be on
014395* CALCDEPT.  With no CALCDEPT yet (status 35) any code stands,
014396* as CALC_EVAL would refuse nothing either; a department not on
014397* file leaves WS-OPER-LEVEL-IN blank, so nothing is done.
014398*----------------------------------------------------------------
014399 4645-CHECK-OPER-DEPT.
014400     OPEN INPUT DEPT-FILE
014401     IF WS-DEPT-FILE-STATUS = "35"
014402         GO TO 4645-EXIT
014403     END-IF
014404     IF WS-DEPT-FILE-STATUS NOT = "00"
014405         DISPLAY "UNABLE TO OPEN CALCDEPT, STATUS = "
014406             WS-DEPT-FILE-STATUS
014407         DISPLAY "DEPARTMENT NOT CHECKED - NOTHING DONE"
014408         MOVE SPACE TO WS-OPER-LEVEL-IN
014409         GO TO 4645-EXIT
014410     END-IF
014411     MOVE WS-OPER-DEPT-IN TO DEPT-CODE
014412     READ DEPT-FILE
014413         INVALID KEY
014414             DISPLAY "DEPARTMENT NOT ON CALCDEPT - NOTHING DONE"
014415             MOVE SPACE TO WS-OPER-LEVEL-IN
014416     END-READ
014417     CLOSE DEPT-FILE.
014418 4645-EXIT.
014419     EXIT.
014420*----------------------------------------------------------------
014430* 4650-LOG-OPER-EVENT - one CALCLOG line for a profile change;
014440* the id worked on rides in the NUM1 column and its level (old
014445* and new, when it changed) in NUM2.
014450*----------------------------------------------------------------
014460 4650-LOG-OPER-EVENT.
014470     MOVE WS-OPER-ID-IN TO CALC-NUM1-TXT
014480     MOVE WS-OPER-CHOICE TO CALC-OPERATOR
014490     MOVE WS-OPER-LEVEL-NOTE TO CALC-NUM2-TXT
014500     MOVE 0 TO CALC-RESULT
014510     MOVE CALC-RESULT TO CALC-RESULT-EDIT
014520     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
014690     END-IF
014700     MOVE 0 TO WS-HIST-COUNT
014710     DISPLAY "RUN ID          DEPARTMENT            RUN DATE"
014720         "      READ    PROC     REJ CONDITION     REV PST"
014730     PERFORM 4710-LIST-NEXT-RUN THRU 4710-EXIT
014740         UNTIL NOT HIST-STATUS-OK
014750     IF WS-HIST-COUNT = 0
014930         DISPLAY " " WS-HIST-CNT-EDIT WITH NO ADVANCING
014940         MOVE HIST-REJECTED-CNT TO WS-HIST-CNT-EDIT
014950         DISPLAY " " WS-HIST-CNT-EDIT WITH NO ADVANCING
014960         DISPLAY " " HIST-CONDITION " " HIST-REVERSED "   "
014965             HIST-POSTED
014970         ADD 1 TO WS-HIST-COUNT
014980     END-IF.
014990 4710-EXIT.
015540     END-IF.
015550 2060-EXIT.
015560     EXIT.
015570*----------------------------------------------------------------
015580* 4800-OPEN-DEPT-FILE - open the CALCDEPT department master for
015590* maintenance, created empty on first use (status 35) the same
015600* way CALCOPER is.
015610*----------------------------------------------------------------
015620 4800-OPEN-DEPT-FILE.
015630     OPEN I-O DEPT-FILE
015640     IF WS-DEPT-FILE-STATUS = "35"
015650         OPEN OUTPUT DEPT-FILE
015660         IF WS-DEPT-FILE-STATUS = "00"
015670             CLOSE DEPT-FILE
015680             OPEN I-O DEPT-FILE
015690         END-IF
015700     END-IF
015710     IF WS-DEPT-FILE-STATUS NOT = "00"
015720         DISPLAY "UNABLE TO OPEN CALCDEPT, STATUS = "
015730             WS-DEPT-FILE-STATUS
015740     END-IF.
015750 4800-EXIT.
015760     EXIT.
015770*----------------------------------------------------------------
015780* 4810-DEPT-MENU - supervisor maintenance over the CALCDEPT
015790* department master: add a department, change one (name,
015800* active flag, limits - deactivate instead of delete, so the
015810* department's run history keeps an owner), and list the file.
015820* CALC_EVAL refuses batches from departments not on file or
015830* not active, so a new department is keyed here first.
015840*----------------------------------------------------------------
015850 4810-DEPT-MENU.
015860     DISPLAY " "
015870     DISPLAY "DEPARTMENT MASTER"
015880     DISPLAY "  A. ADD A DEPARTMENT"
015890     DISPLAY "  C. CHANGE A DEPARTMENT"
015900     DISPLAY "  L. LIST DEPARTMENTS"
015910     DISPLAY "  X. BACK TO MAIN MENU"
015920     DISPLAY "ENTER YOUR CHOICE: "
015930     ACCEPT WS-DEPT-CHOICE
015940     MOVE FUNCTION UPPER-CASE(WS-DEPT-CHOICE)
015950         TO WS-DEPT-CHOICE
015960     EVALUATE TRUE
015970         WHEN WS-DEPT-CHOICE-ADD
015980             PERFORM 4820-DEPT-ADD THRU 4820-EXIT
015990         WHEN WS-DEPT-CHOICE-CHANGE
016000             PERFORM 4830-DEPT-CHANGE THRU 4830-EXIT
016010         WHEN WS-DEPT-CHOICE-LIST
016020             PERFORM 4840-DEPT-LIST THRU 4840-EXIT
016030         WHEN WS-DEPT-CHOICE-BACK
016040             SET WS-DEPTS-DONE TO TRUE
016050         WHEN OTHER
016060             DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
016070     END-EVALUATE.
016080 4810-EXIT.
016090     EXIT.
016100*----------------------------------------------------------------
016110* 4820-DEPT-ADD - collect and write one new department.
016120*----------------------------------------------------------------
016130 4820-DEPT-ADD.
016140     PERFORM 4850-GET-DEPT-CODE THRU 4850-EXIT
016150     IF WS-DEPT-CODE-IN = SPACES
016160         GO TO 4820-EXIT
016170     END-IF
016180     MOVE WS-DEPT-CODE-IN TO DEPT-CODE
016190     READ DEPT-FILE
016200         INVALID KEY
016210             CONTINUE
016220         NOT INVALID KEY
016230             DISPLAY "DEPARTMENT ALREADY ON FILE - USE CHANGE"
016240             GO TO 4820-EXIT
016250     END-READ
016260     PERFORM 4860-GET-DEPT-FIELDS THRU 4860-EXIT
016270     IF NOT WS-DEPT-FIELDS-OK
016280         GO TO 4820-EXIT
016290     END-IF
016300     MOVE SPACES TO DEPT-RECORD
016310     MOVE WS-DEPT-CODE-IN     TO DEPT-CODE
016320     MOVE WS-DEPT-NAME-IN     TO DEPT-NAME
016330     MOVE WS-DEPT-ACTIVE-IN   TO DEPT-ACTIVE
016340     MOVE WS-DEPT-DETAILS-NUM TO DEPT-MAX-DETAILS
016350     MOVE WS-DEPT-LIMIT-NUM   TO DEPT-MAX-RESULT
016360     WRITE DEPT-RECORD
016370         INVALID KEY
016380             DISPLAY "DEPARTMENT ALREADY ON FILE - USE CHANGE"
016390             GO TO 4820-EXIT
016400     END-WRITE
016410     DISPLAY "DEPARTMENT ADDED"
016420     MOVE "DEPARTMENT ADDED" TO WS-STATUS-TEXT
016430     PERFORM 4870-LOG-DEPT-EVENT THRU 4870-EXIT.
016440 4820-EXIT.
016450     EXIT.
016460*----------------------------------------------------------------
016470* 4830-DEPT-CHANGE - show one department as it stands and
016480* rewrite it with the fields keyed over it.
016490*----------------------------------------------------------------
016500 4830-DEPT-CHANGE.
016510     PERFORM 4850-GET-DEPT-CODE THRU 4850-EXIT
016520     IF WS-DEPT-CODE-IN = SPACES
016530         GO TO 4830-EXIT
016540     END-IF
016550     MOVE WS-DEPT-CODE-IN TO DEPT-CODE
016560     READ DEPT-FILE
016570         INVALID KEY
016580             DISPLAY "DEPARTMENT NOT ON FILE - USE ADD"
016590             GO TO 4830-EXIT
016600     END-READ
016610     DISPLAY "CURRENTLY:"
016620     PERFORM 4846-SHOW-DEPT THRU 4846-EXIT
016630     PERFORM 4860-GET-DEPT-FIELDS THRU 4860-EXIT
016640     IF NOT WS-DEPT-FIELDS-OK
016650         GO TO 4830-EXIT
016660     END-IF
016670     MOVE WS-DEPT-NAME-IN     TO DEPT-NAME
016680     MOVE WS-DEPT-ACTIVE-IN   TO DEPT-ACTIVE
016690     MOVE WS-DEPT-DETAILS-NUM TO DEPT-MAX-DETAILS
016700     MOVE WS-DEPT-LIMIT-NUM   TO DEPT-MAX-RESULT
016710     REWRITE DEPT-RECORD
016720         INVALID KEY
016730             DISPLAY "DEPARTMENT FILE ERROR - NOT CHANGED"
016740             GO TO 4830-EXIT
016750     END-REWRITE
016760     DISPLAY "DEPARTMENT CHANGED"
016770     MOVE "DEPARTMENT CHANGED" TO WS-STATUS-TEXT
016780     PERFORM 4870-LOG-DEPT-EVENT THRU 4870-EXIT.
016790 4830-EXIT.
016800     EXIT.
016810*----------------------------------------------------------------
016820* 4840-DEPT-LIST - list every department in code order.
016830*----------------------------------------------------------------
016840 4840-DEPT-LIST.
016850     MOVE 0 TO WS-DEPT-COUNT
016860     MOVE "N" TO WS-DEPT-EOF-SW
016870     MOVE LOW-VALUES TO DEPT-CODE
016880     START DEPT-FILE KEY NOT < DEPT-CODE
016890         INVALID KEY
016900             SET WS-END-OF-DEPT-FILE TO TRUE
016910     END-START
016920     IF NOT WS-END-OF-DEPT-FILE
016930         DISPLAY "DEPARTMENT           NAME"
016940             "                           ACT   MAX DETAILS"
016950             "  MAX RESULT"
016960         PERFORM 4845-LIST-NEXT-DEPT THRU 4845-EXIT
016970             UNTIL WS-END-OF-DEPT-FILE
016980     END-IF
016990     IF WS-DEPT-COUNT = 0
017000         DISPLAY "NO DEPARTMENTS ON FILE"
017010     END-IF.
017020 4840-EXIT.
017030     EXIT.
017040*----------------------------------------------------------------
017050* 4845-LIST-NEXT-DEPT - read and display the next department.
017060*----------------------------------------------------------------
017070 4845-LIST-NEXT-DEPT.
017080     READ DEPT-FILE NEXT RECORD
017090         AT END
017100             SET WS-END-OF-DEPT-FILE TO TRUE
017110     END-READ
017120     IF NOT WS-END-OF-DEPT-FILE
017130         PERFORM 4846-SHOW-DEPT THRU 4846-EXIT
017140         ADD 1 TO WS-DEPT-COUNT
017150     END-IF.
017160 4845-EXIT.
017170     EXIT.
017180*----------------------------------------------------------------
017190* 4846-SHOW-DEPT - one department's line; a zero limit reads
017200* as no limit.
017210*----------------------------------------------------------------
017220 4846-SHOW-DEPT.
017230     MOVE DEPT-MAX-DETAILS TO WS-DEPT-DETAILS-EDIT
017240     MOVE DEPT-MAX-RESULT  TO WS-DEPT-LIMIT-EDIT
017250     DISPLAY DEPT-CODE " " DEPT-NAME " " DEPT-ACTIVE "   "
017260         WS-DEPT-DETAILS-EDIT "  " WS-DEPT-LIMIT-EDIT.
017270 4846-EXIT.
017280     EXIT.
017290*----------------------------------------------------------------
017300* 4850-GET-DEPT-CODE - collect the department code, held in
017310* upper case (CALC_EVAL looks the TRANIN header department up
017320* the same way).
017330*----------------------------------------------------------------
017340 4850-GET-DEPT-CODE.
017350     DISPLAY "Enter Department Code   : "
017360     ACCEPT WS-DEPT-CODE-IN
017370     MOVE FUNCTION UPPER-CASE(WS-DEPT-CODE-IN)
017380         TO WS-DEPT-CODE-IN
017390     IF WS-DEPT-CODE-IN = SPACES
017400         DISPLAY "INVALID ENTRY - NOTHING DONE"
017410     END-IF.
017420 4850-EXIT.
017430     EXIT.
017440*----------------------------------------------------------------
017450* 4860-GET-DEPT-FIELDS - collect one department's fields.  A
017460* blank limit means no limit; a bad active flag or limit
017470* leaves WS-DEPT-FIELDS-SW off, which the callers take as
017480* "nothing done".
017490*----------------------------------------------------------------
017500 4860-GET-DEPT-FIELDS.
017510     MOVE "N" TO WS-DEPT-FIELDS-SW
017520     DISPLAY "Enter Department Name   : "
017530     ACCEPT WS-DEPT-NAME-IN
017540     DISPLAY "Active (Y/N)            : "
017550     ACCEPT WS-DEPT-ACTIVE-IN
017560     MOVE FUNCTION UPPER-CASE(WS-DEPT-ACTIVE-IN)
017570         TO WS-DEPT-ACTIVE-IN
017580     DISPLAY "Max Details per Batch   : "
017590     ACCEPT WS-DEPT-DETAILS-IN
017600     DISPLAY "Max Result per Tran     : "
017610     ACCEPT WS-DEPT-LIMIT-IN
017616     IF WS-DEPT-ACTIVE-IN NOT = "Y"
017622        AND WS-DEPT-ACTIVE-IN NOT = "N"
017630         DISPLAY "INVALID ENTRY - NOTHING DONE"
017640         GO TO 4860-EXIT
017650     END-IF
017660     MOVE 0 TO WS-DEPT-DETAILS-NUM
017670     IF WS-DEPT-DETAILS-IN NOT = SPACES
017680         IF FUNCTION TEST-NUMVAL(WS-DEPT-DETAILS-IN) NOT = 0
017690             DISPLAY "INVALID DETAIL MAXIMUM - NOTHING DONE"
017700             GO TO 4860-EXIT
017710         END-IF
017720         COMPUTE WS-DEPT-NUM-WORK =
017730             FUNCTION NUMVAL(WS-DEPT-DETAILS-IN)
017740         IF WS-DEPT-NUM-WORK < 0
017750             OR WS-DEPT-NUM-WORK > 99999999
017760             OR WS-DEPT-NUM-WORK NOT =
017770                 FUNCTION INTEGER-PART(WS-DEPT-NUM-WORK)
017780             DISPLAY "INVALID DETAIL MAXIMUM - NOTHING DONE"
017790             GO TO 4860-EXIT
017800         END-IF
017810         MOVE WS-DEPT-NUM-WORK TO WS-DEPT-DETAILS-NUM
017820     END-IF
017830     MOVE 0 TO WS-DEPT-LIMIT-NUM
017840     IF WS-DEPT-LIMIT-IN NOT = SPACES
017850         IF FUNCTION TEST-NUMVAL(WS-DEPT-LIMIT-IN) NOT = 0
017860             DISPLAY "INVALID RESULT LIMIT - NOTHING DONE"
017870             GO TO 4860-EXIT
017880         END-IF
017890         COMPUTE WS-DEPT-NUM-WORK =
017900             FUNCTION NUMVAL(WS-DEPT-LIMIT-IN)
017910         IF WS-DEPT-NUM-WORK < 0
017920             OR WS-DEPT-NUM-WORK > 999999.99
017930             DISPLAY "INVALID RESULT LIMIT - NOTHING DONE"
017940             GO TO 4860-EXIT
017950         END-IF
017960         MOVE WS-DEPT-NUM-WORK TO WS-DEPT-LIMIT-NUM
017970     END-IF
017980     SET WS-DEPT-FIELDS-OK TO TRUE.
017990 4860-EXIT.
018000     EXIT.
018010*----------------------------------------------------------------
018020* 4870-LOG-DEPT-EVENT - one CALCLOG line for a department-master
018030* change; the twenty-byte code rides in the NUM1 and NUM2
018040* columns, the result limit in the result column.
018050*----------------------------------------------------------------
018060 4870-LOG-DEPT-EVENT.
018070     MOVE WS-DEPT-CODE-IN(1:10)  TO CALC-NUM1-TXT
018080     MOVE WS-DEPT-CHOICE         TO CALC-OPERATOR
018090     MOVE WS-DEPT-CODE-IN(11:10) TO CALC-NUM2-TXT
018100     MOVE WS-DEPT-LIMIT-NUM TO CALC-RESULT
018110     MOVE CALC-RESULT TO CALC-RESULT-EDIT
018120     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
018130 4870-EXIT.
018140     EXIT.
018150*----------------------------------------------------------------
018160* 4900-OPEN-GLMAP-FILE - open the CALCGLMP account mapping for
018170* maintenance, created empty on first use (status 35) the same
018180* way CALCDEPT is.
018190*----------------------------------------------------------------
018200 4900-OPEN-GLMAP-FILE.
018210     OPEN I-O GLMAP-FILE
018220     IF WS-GLMAP-FILE-STATUS = "35"
018230         OPEN OUTPUT GLMAP-FILE
018240         IF WS-GLMAP-FILE-STATUS = "00"
018250             CLOSE GLMAP-FILE
018260             OPEN I-O GLMAP-FILE
018270         END-IF
018280     END-IF
018290     IF WS-GLMAP-FILE-STATUS NOT = "00"
018300         DISPLAY "UNABLE TO OPEN CALCGLMP, STATUS = "
018310             WS-GLMAP-FILE-STATUS
018320     END-IF.
018330 4900-EXIT.
018340     EXIT.
018350*----------------------------------------------------------------
018360* 4910-GLMAP-MENU - supervisor maintenance over the CALCGLMP
018370* account mapping: for each department and result category (R
018380* ordinary results, M modulus lines, % percentage lines) the
018390* debit and credit accounts CALC_POST journals to.  CALC_POST
018400* stops on any department and category it cannot map, so a new
018410* department is mapped here before its first run is posted.
018420*----------------------------------------------------------------
018430 4910-GLMAP-MENU.
018440     DISPLAY " "
018450     DISPLAY "GL ACCOUNT MAPPING"
018460     DISPLAY "  A. ADD A MAPPING"
018470     DISPLAY "  C. CHANGE A MAPPING"
018480     DISPLAY "  D. DELETE A MAPPING"
018490     DISPLAY "  L. LIST MAPPINGS"
018500     DISPLAY "  X. BACK TO MAIN MENU"
018510     DISPLAY "ENTER YOUR CHOICE: "
018520     ACCEPT WS-GLMAP-CHOICE
018530     MOVE FUNCTION UPPER-CASE(WS-GLMAP-CHOICE)
018540         TO WS-GLMAP-CHOICE
018550     EVALUATE TRUE
018560         WHEN WS-GLMAP-CHOICE-ADD
018570             PERFORM 4920-GLMAP-ADD THRU 4920-EXIT
018580         WHEN WS-GLMAP-CHOICE-CHANGE
018590             PERFORM 4930-GLMAP-CHANGE THRU 4930-EXIT
018600         WHEN WS-GLMAP-CHOICE-DELETE
018610             PERFORM 4935-GLMAP-DELETE THRU 4935-EXIT
018620         WHEN WS-GLMAP-CHOICE-LIST
018630             PERFORM 4940-GLMAP-LIST THRU 4940-EXIT
018640         WHEN WS-GLMAP-CHOICE-BACK
018650             SET WS-GLMAPS-DONE TO TRUE
018660         WHEN OTHER
018670             DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
018680     END-EVALUATE.
018690 4910-EXIT.
018700     EXIT.
018710*----------------------------------------------------------------
018720* 4920-GLMAP-ADD - collect and write one new mapping.
018730*----------------------------------------------------------------
018740 4920-GLMAP-ADD.
018750     PERFORM 4950-GET-GLMAP-KEY THRU 4950-EXIT
018760     IF WS-GLMAP-DEPT-IN = SPACES
018770         GO TO 4920-EXIT
018780     END-IF
018790     MOVE WS-GLMAP-DEPT-IN TO GLMAP-DEPT
018800     MOVE WS-GLMAP-CAT-IN  TO GLMAP-CATEGORY
018810     READ GLMAP-FILE
018820         INVALID KEY
018830             CONTINUE
018840         NOT INVALID KEY
018850             DISPLAY "MAPPING ALREADY ON FILE - USE CHANGE"
018860             GO TO 4920-EXIT
018870     END-READ
018880     PERFORM 4960-GET-GLMAP-FIELDS THRU 4960-EXIT
018890     IF NOT WS-GLMAP-FIELDS-OK
018900         GO TO 4920-EXIT
018910     END-IF
018920     MOVE SPACES TO GLMAP-RECORD
018930     MOVE WS-GLMAP-DEPT-IN   TO GLMAP-DEPT
018940     MOVE WS-GLMAP-CAT-IN    TO GLMAP-CATEGORY
018950     MOVE WS-GLMAP-DEBIT-IN  TO GLMAP-DEBIT-ACCT
018960     MOVE WS-GLMAP-CREDIT-IN TO GLMAP-CREDIT-ACCT
018970     MOVE WS-GLMAP-DESC-IN   TO GLMAP-DESCRIPTION
018980     WRITE GLMAP-RECORD
018990         INVALID KEY
019000             DISPLAY "MAPPING ALREADY ON FILE - USE CHANGE"
019010             GO TO 4920-EXIT
019020     END-WRITE
019030     DISPLAY "MAPPING ADDED"
019040     MOVE "ADDED" TO WS-GLMAP-ACTION-TEXT
019050     PERFORM 4970-LOG-GLMAP-EVENT THRU 4970-EXIT.
019060 4920-EXIT.
019070     EXIT.
019080*----------------------------------------------------------------
019090* 4930-GLMAP-CHANGE - show one mapping as it stands and rewrite
019100* it with the accounts keyed over it.
019110*----------------------------------------------------------------
019120 4930-GLMAP-CHANGE.
019130     PERFORM 4950-GET-GLMAP-KEY THRU 4950-EXIT
019140     IF WS-GLMAP-DEPT-IN = SPACES
019150         GO TO 4930-EXIT
019160     END-IF
019170     MOVE WS-GLMAP-DEPT-IN TO GLMAP-DEPT
019180     MOVE WS-GLMAP-CAT-IN  TO GLMAP-CATEGORY
019190     READ GLMAP-FILE
019200         INVALID KEY
019210             DISPLAY "MAPPING NOT ON FILE - USE ADD"
019220             GO TO 4930-EXIT
019230     END-READ
019240     DISPLAY "CURRENTLY:"
019250     PERFORM 4946-SHOW-GLMAP THRU 4946-EXIT
019260     PERFORM 4960-GET-GLMAP-FIELDS THRU 4960-EXIT
019270     IF NOT WS-GLMAP-FIELDS-OK
019280         GO TO 4930-EXIT
019290     END-IF
019300     MOVE WS-GLMAP-DEBIT-IN  TO GLMAP-DEBIT-ACCT
019310     MOVE WS-GLMAP-CREDIT-IN TO GLMAP-CREDIT-ACCT
019320     MOVE WS-GLMAP-DESC-IN   TO GLMAP-DESCRIPTION
019330     REWRITE GLMAP-RECORD
019340         INVALID KEY
019350             DISPLAY "MAPPING FILE ERROR - NOT CHANGED"
019360             GO TO 4930-EXIT
019370     END-REWRITE
019380     DISPLAY "MAPPING CHANGED"
019390     MOVE "CHANGED" TO WS-GLMAP-ACTION-TEXT
019400     PERFORM 4970-LOG-GLMAP-EVENT THRU 4970-EXIT.
019410 4930-EXIT.
019420     EXIT.
019430*----------------------------------------------------------------
019440* 4935-GLMAP-DELETE - remove one mapping after an explicit Y
019450* confirmation.  Runs already posted keep their journals; the
019460* next run for the department stops in CALC_POST until it is
019470* mapped again.
019480*----------------------------------------------------------------
019490 4935-GLMAP-DELETE.
019500     PERFORM 4950-GET-GLMAP-KEY THRU 4950-EXIT
019510     IF WS-GLMAP-DEPT-IN = SPACES
019520         GO TO 4935-EXIT
019530     END-IF
019540     MOVE WS-GLMAP-DEPT-IN TO GLMAP-DEPT
019550     MOVE WS-GLMAP-CAT-IN  TO GLMAP-CATEGORY
019560     READ GLMAP-FILE
019570         INVALID KEY
019580             DISPLAY "MAPPING NOT ON FILE"
019590             GO TO 4935-EXIT
019600     END-READ
019610     PERFORM 4946-SHOW-GLMAP THRU 4946-EXIT
019620     DISPLAY "DELETE THIS MAPPING (Y/N)? "
019630     ACCEPT WS-CONFIRM-REPLY
019640     IF FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
019650         DISPLAY "NOTHING DONE"
019660         GO TO 4935-EXIT
019670     END-IF
019680     MOVE GLMAP-DEBIT-ACCT  TO WS-GLMAP-DEBIT-IN
019690     MOVE GLMAP-CREDIT-ACCT TO WS-GLMAP-CREDIT-IN
019700     DELETE GLMAP-FILE
019710         INVALID KEY
019720             DISPLAY "MAPPING FILE ERROR - NOT DELETED"
019730             GO TO 4935-EXIT
019740     END-DELETE
019750     DISPLAY "MAPPING DELETED"
019760     MOVE "DELETED" TO WS-GLMAP-ACTION-TEXT
019770     PERFORM 4970-LOG-GLMAP-EVENT THRU 4970-EXIT.
019780 4935-EXIT.
019790     EXIT.
019800*----------------------------------------------------------------
019810* 4940-GLMAP-LIST - list every mapping in department and
019820* category order.
019830*----------------------------------------------------------------
019840 4940-GLMAP-LIST.
019850     MOVE 0 TO WS-GLMAP-COUNT
019860     MOVE "N" TO WS-GLMAP-EOF-SW
019870     MOVE LOW-VALUES TO GLMAP-KEY
019880     START GLMAP-FILE KEY NOT < GLMAP-KEY
019890         INVALID KEY
019900             SET WS-END-OF-GLMAP-FILE TO TRUE
019910     END-START
019920     IF NOT WS-END-OF-GLMAP-FILE
019930         DISPLAY "DEPARTMENT           C DEBIT        CREDIT"
019940             "       DESCRIPTION"
019950         PERFORM 4945-LIST-NEXT-GLMAP THRU 4945-EXIT
019960             UNTIL WS-END-OF-GLMAP-FILE
019970     END-IF
019980     IF WS-GLMAP-COUNT = 0
019990         DISPLAY "NO GL MAPPINGS ON FILE"
020000     END-IF.
020010 4940-EXIT.
020020     EXIT.
020030*----------------------------------------------------------------
020040* 4945-LIST-NEXT-GLMAP - read and display the next mapping.
020050*----------------------------------------------------------------
020060 4945-LIST-NEXT-GLMAP.
020070     READ GLMAP-FILE NEXT RECORD
020080         AT END
020090             SET WS-END-OF-GLMAP-FILE TO TRUE
020100     END-READ
020110     IF NOT WS-END-OF-GLMAP-FILE
020120         PERFORM 4946-SHOW-GLMAP THRU 4946-EXIT
020130         ADD 1 TO WS-GLMAP-COUNT
020140     END-IF.
020150 4945-EXIT.
020160     EXIT.
020170*----------------------------------------------------------------
020180* 4946-SHOW-GLMAP - one mapping's line.
020190*----------------------------------------------------------------
020200 4946-SHOW-GLMAP.
020210     DISPLAY GLMAP-DEPT " " GLMAP-CATEGORY " " GLMAP-DEBIT-ACCT
020220         " " GLMAP-CREDIT-ACCT " " GLMAP-DESCRIPTION.
020230 4946-EXIT.
020240     EXIT.
020250*----------------------------------------------------------------
020260* 4950-GET-GLMAP-KEY - collect the department code, held in
020270* upper case as CALCDEPT holds it, and the result category.  A
020280* bad entry leaves WS-GLMAP-DEPT-IN blank, which the callers
020290* take as "nothing done".
020300*----------------------------------------------------------------
020310 4950-GET-GLMAP-KEY.
020320     DISPLAY "Enter Department Code   : "
020330     ACCEPT WS-GLMAP-DEPT-IN
020340     MOVE FUNCTION UPPER-CASE(WS-GLMAP-DEPT-IN)
020350         TO WS-GLMAP-DEPT-IN
020360     DISPLAY "Category (R, M or %)    : "
020370     ACCEPT WS-GLMAP-CAT-IN
020380     MOVE FUNCTION UPPER-CASE(WS-GLMAP-CAT-IN)
020390         TO WS-GLMAP-CAT-IN
020400     MOVE WS-GLMAP-CAT-IN TO GLMAP-CATEGORY
020410     IF WS-GLMAP-DEPT-IN = SPACES
020420         OR NOT GLMAP-CAT-VALID
020430         DISPLAY "INVALID ENTRY - NOTHING DONE"
020440         MOVE SPACES TO WS-GLMAP-DEPT-IN
020450     END-IF.
020460 4950-EXIT.
020470     EXIT.
020480*----------------------------------------------------------------
020490* 4960-GET-GLMAP-FIELDS - collect one mapping's accounts.  Both
020500* accounts are required and must differ, or the entry would
020510* post to itself; a bad entry leaves WS-GLMAP-FIELDS-SW off,
020520* which the callers take as "nothing done".
020530*----------------------------------------------------------------
020540 4960-GET-GLMAP-FIELDS.
020550     MOVE "N" TO WS-GLMAP-FIELDS-SW
020560     DISPLAY "Debit Account           : "
020570     ACCEPT WS-GLMAP-DEBIT-IN
020580     MOVE FUNCTION UPPER-CASE(WS-GLMAP-DEBIT-IN)
020590         TO WS-GLMAP-DEBIT-IN
020600     DISPLAY "Credit Account          : "
020610     ACCEPT WS-GLMAP-CREDIT-IN
020620     MOVE FUNCTION UPPER-CASE(WS-GLMAP-CREDIT-IN)
020630         TO WS-GLMAP-CREDIT-IN
020640     DISPLAY "Description             : "
020650     ACCEPT WS-GLMAP-DESC-IN
020660     IF WS-GLMAP-DEBIT-IN = SPACES
020670         OR WS-GLMAP-CREDIT-IN = SPACES
020680         OR WS-GLMAP-DEBIT-IN = WS-GLMAP-CREDIT-IN
020690         DISPLAY "INVALID ENTRY - NOTHING DONE"
020700         GO TO 4960-EXIT
020710     END-IF
020720     SET WS-GLMAP-FIELDS-OK TO TRUE.
020730 4960-EXIT.
020740     EXIT.
020750*----------------------------------------------------------------
020760* 4970-LOG-GLMAP-EVENT - one CALCLOG line for a mapping change;
020770* the twenty-byte department code rides in the NUM1 and NUM2
020780* columns, the action and category in the status text.
020790*----------------------------------------------------------------
020800 4970-LOG-GLMAP-EVENT.
020810     MOVE WS-GLMAP-DEPT-IN(1:10)  TO CALC-NUM1-TXT
020820     MOVE WS-GLMAP-CHOICE         TO CALC-OPERATOR
020830     MOVE WS-GLMAP-DEPT-IN(11:10) TO CALC-NUM2-TXT
020840     MOVE 0 TO CALC-RESULT
020850     MOVE CALC-RESULT TO CALC-RESULT-EDIT
020860     MOVE SPACES TO WS-STATUS-TEXT
020870     STRING "GL MAP " DELIMITED BY SIZE
020880            WS-GLMAP-ACTION-TEXT DELIMITED BY SPACE
020890            " CAT " DELIMITED BY SIZE
020900            WS-GLMAP-CAT-IN DELIMITED BY SIZE
020910         INTO WS-STATUS-TEXT
020920     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
020930 4970-EXIT.
020940     EXIT.
020950*----------------------------------------------------------------
020960* 5500-OPEN-PERIOD-FILE - open the CALCPERD period-control file
020970* for maintenance, created empty on first use (status 35) the
020980* same way CALCDEPT is.
020990*----------------------------------------------------------------
021000 5500-OPEN-PERIOD-FILE.
021010     OPEN I-O PERIOD-FILE
021020     IF WS-PERD-FILE-STATUS = "35"
021030         OPEN OUTPUT PERIOD-FILE
021040         IF WS-PERD-FILE-STATUS = "00"
021050             CLOSE PERIOD-FILE
021060             OPEN I-O PERIOD-FILE
021070         END-IF
021080     END-IF
021090     IF WS-PERD-FILE-STATUS NOT = "00"
021100         DISPLAY "UNABLE TO OPEN CALCPERD, STATUS = "
021110             WS-PERD-FILE-STATUS
021120     END-IF.
021130 5500-EXIT.
021140     EXIT.
021150*----------------------------------------------------------------
021160* 5510-PERIOD-MENU - supervisor maintenance over the CALCPERD
021170* accounting periods: close a month once accounting has
021180* reported it, reopen one for a correction, and list them.  A
021190* closed month refuses CALC_EVAL batches dated in it,
021200* CALC_BACKOUT reversals of its runs and rate changes
021210* effective in it.  Months never closed are not on file and
021220* stand open; a reopened month keeps its record, showing who
021230* reopened it and when.
021240*----------------------------------------------------------------
021250 5510-PERIOD-MENU.
021260     DISPLAY " "
021270     DISPLAY "PERIOD CONTROL"
021280     DISPLAY "  C. CLOSE A PERIOD"
021290     DISPLAY "  O. REOPEN A PERIOD"
021300     DISPLAY "  L. LIST PERIODS"
021310     DISPLAY "  X. BACK TO MAIN MENU"
021320     DISPLAY "ENTER YOUR CHOICE: "
021330     ACCEPT WS-PERD-CHOICE
021340     MOVE FUNCTION UPPER-CASE(WS-PERD-CHOICE)
021350         TO WS-PERD-CHOICE
021360     EVALUATE TRUE
021370         WHEN WS-PERD-CHOICE-CLOSE
021380             PERFORM 5520-PERIOD-CLOSE THRU 5520-EXIT
021390         WHEN WS-PERD-CHOICE-REOPEN
021400             PERFORM 5530-PERIOD-REOPEN THRU 5530-EXIT
021410         WHEN WS-PERD-CHOICE-LIST
021420             PERFORM 5540-PERIOD-LIST THRU 5540-EXIT
021430         WHEN WS-PERD-CHOICE-BACK
021440             SET WS-PERDS-DONE TO TRUE
021450         WHEN OTHER
021460             DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
021470     END-EVALUATE.
021480 5510-EXIT.
021490     EXIT.
021500*----------------------------------------------------------------
021510* 5520-PERIOD-CLOSE - close one month after an explicit Y
021520* confirmation.  A month not yet begun cannot be closed.
021530*----------------------------------------------------------------
021540 5520-PERIOD-CLOSE.
021550     PERFORM 5550-GET-PERIOD-MONTH THRU 5550-EXIT
021560     IF WS-PERD-MONTH-IN = SPACES
021570         GO TO 5520-EXIT
021580     END-IF
021590     IF WS-PERD-MONTH-IN > WS-SESSION-DATE(1:7)
021600         DISPLAY "PERIOD " WS-PERD-MONTH-IN " HAS NOT BEGUN - "
021610             "NOTHING DONE"
021620         GO TO 5520-EXIT
021630     END-IF
021640     IF WS-PERD-ON-FILE AND PERIOD-IS-CLOSED
021650         DISPLAY "PERIOD ALREADY CLOSED"
021660         PERFORM 5546-SHOW-PERIOD THRU 5546-EXIT
021670         GO TO 5520-EXIT
021680     END-IF
021690     DISPLAY "CLOSE PERIOD " WS-PERD-MONTH-IN " (Y/N)? "
021700     ACCEPT WS-CONFIRM-REPLY
021710     IF FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
021720         DISPLAY "NOTHING DONE"
021730         GO TO 5520-EXIT
021740     END-IF
021750     MOVE "C" TO PERIOD-STATUS
021760     PERFORM 5560-STORE-PERIOD THRU 5560-EXIT
021770     IF WS-PERD-FILE-STATUS NOT = "00"
021780         GO TO 5520-EXIT
021790     END-IF
021800     DISPLAY "PERIOD CLOSED"
021810     MOVE "PERIOD CLOSED" TO WS-STATUS-TEXT
021820     PERFORM 5570-LOG-PERIOD-EVENT THRU 5570-EXIT.
021830 5520-EXIT.
021840     EXIT.
021850*----------------------------------------------------------------
021860* 5530-PERIOD-REOPEN - reopen one closed month after an
021870* explicit Y confirmation, so a correction can run; it is
021880* closed again here once the correction is in.
021890*----------------------------------------------------------------
021900 5530-PERIOD-REOPEN.
021910     PERFORM 5550-GET-PERIOD-MONTH THRU 5550-EXIT
021920     IF WS-PERD-MONTH-IN = SPACES
021930         GO TO 5530-EXIT
021940     END-IF
021950     IF NOT WS-PERD-ON-FILE OR NOT PERIOD-IS-CLOSED
021960         DISPLAY "PERIOD " WS-PERD-MONTH-IN " IS NOT CLOSED - "
021970             "NOTHING DONE"
021980         GO TO 5530-EXIT
021990     END-IF
022000     PERFORM 5546-SHOW-PERIOD THRU 5546-EXIT
022010     DISPLAY "REOPEN PERIOD " WS-PERD-MONTH-IN " (Y/N)? "
022020     ACCEPT WS-CONFIRM-REPLY
022030     IF FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
022040         DISPLAY "NOTHING DONE"
022050         GO TO 5530-EXIT
022060     END-IF
022070     MOVE "O" TO PERIOD-STATUS
022080     PERFORM 5560-STORE-PERIOD THRU 5560-EXIT
022090     IF WS-PERD-FILE-STATUS NOT = "00"
022100         GO TO 5530-EXIT
022110     END-IF
022120     DISPLAY "PERIOD REOPENED"
022130     MOVE "PERIOD REOPENED" TO WS-STATUS-TEXT
022140     PERFORM 5570-LOG-PERIOD-EVENT THRU 5570-EXIT.
022150 5530-EXIT.
022160     EXIT.
022170*----------------------------------------------------------------
022180* 5540-PERIOD-LIST - list every month on file in month order.
022190*----------------------------------------------------------------
022200 5540-PERIOD-LIST.
022210     MOVE 0 TO WS-PERD-COUNT
022220     MOVE "N" TO WS-PERD-EOF-SW
022230     MOVE LOW-VALUES TO PERIOD-MONTH
022240     START PERIOD-FILE KEY NOT < PERIOD-MONTH
022250         INVALID KEY
022260             SET WS-END-OF-PERD-FILE TO TRUE
022270     END-START
022280     IF NOT WS-END-OF-PERD-FILE
022290         DISPLAY "PERIOD   STATUS  CHANGED BY  CHANGED AT"
022300         PERFORM 5545-LIST-NEXT-PERIOD THRU 5545-EXIT
022310             UNTIL WS-END-OF-PERD-FILE
022320     END-IF
022330     IF WS-PERD-COUNT = 0
022340         DISPLAY "NO PERIODS ON FILE - EVERY MONTH IS OPEN"
022350     END-IF.
022360 5540-EXIT.
022370     EXIT.
022380*----------------------------------------------------------------
022390* 5545-LIST-NEXT-PERIOD - read and display the next month.
022400*----------------------------------------------------------------
022410 5545-LIST-NEXT-PERIOD.
022420     READ PERIOD-FILE NEXT RECORD
022430         AT END
022440             SET WS-END-OF-PERD-FILE TO TRUE
022450     END-READ
022460     IF NOT WS-END-OF-PERD-FILE
022470         PERFORM 5546-SHOW-PERIOD THRU 5546-EXIT
022480         ADD 1 TO WS-PERD-COUNT
022490     END-IF.
022500 5545-EXIT.
022510     EXIT.
022520*----------------------------------------------------------------
022530* 5546-SHOW-PERIOD - one month's line.
022540*----------------------------------------------------------------
022550 5546-SHOW-PERIOD.
022560     IF PERIOD-IS-CLOSED
022570         DISPLAY PERIOD-MONTH "  CLOSED  " PERIOD-CHANGED-BY
022580             "    " PERIOD-CHANGED-TS
022590     ELSE
022600         DISPLAY PERIOD-MONTH "  OPEN    " PERIOD-CHANGED-BY
022610             "    " PERIOD-CHANGED-TS
022620     END-IF.
022630 5546-EXIT.
022640     EXIT.
022650*----------------------------------------------------------------
022660* 5550-GET-PERIOD-MONTH - collect the month as YYYY-MM and read
022670* it.  A bad entry leaves WS-PERD-MONTH-IN blank, which the
022680* callers take as "nothing done"; WS-PERD-ON-FILE says whether
022690* the month has a record yet.
022700*----------------------------------------------------------------
022710 5550-GET-PERIOD-MONTH.
022720     MOVE "N" TO WS-PERD-ON-FILE-SW
022730     DISPLAY "Enter Period YYYY-MM    : "
022740     ACCEPT WS-PERD-MONTH-IN
022750     IF WS-PERD-MONTH-IN(1:4) IS NOT NUMERIC
022760         OR WS-PERD-MONTH-IN(5:1) NOT = "-"
022770         OR WS-PERD-MONTH-IN(6:2) IS NOT NUMERIC
022780         OR WS-PERD-MONTH-IN(6:2) < "01"
022790         OR WS-PERD-MONTH-IN(6:2) > "12"
022800         DISPLAY "PERIOD MUST BE YYYY-MM - NOTHING DONE"
022810         MOVE SPACES TO WS-PERD-MONTH-IN
022820         GO TO 5550-EXIT
022830     END-IF
022840     MOVE WS-PERD-MONTH-IN TO PERIOD-MONTH
022850     READ PERIOD-FILE
022860         INVALID KEY
022870             GO TO 5550-EXIT
022880     END-READ
022890     IF WS-PERD-FILE-STATUS NOT = "00"
022900         DISPLAY "UNABLE TO READ CALCPERD, STATUS = "
022910             WS-PERD-FILE-STATUS " - NOTHING DONE"
022920         MOVE SPACES TO WS-PERD-MONTH-IN
022930         GO TO 5550-EXIT
022940     END-IF
022950     SET WS-PERD-ON-FILE TO TRUE.
022960 5550-EXIT.
022970     EXIT.
022980*----------------------------------------------------------------
022990* 5560-STORE-PERIOD - stamp the month with the operator and the
023000* time and write it (first close) or rewrite it.  The caller
023010* has set PERIOD-STATUS.
023020*----------------------------------------------------------------
023030 5560-STORE-PERIOD.
023040     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
023050     MOVE WS-CURR-YYYY TO WS-TS-YYYY
023060     MOVE WS-CURR-MM   TO WS-TS-MM
023070     MOVE WS-CURR-DD   TO WS-TS-DD
023080     MOVE WS-CURR-HH   TO WS-TS-HH
023090     MOVE WS-CURR-MIN  TO WS-TS-MIN
023100     MOVE WS-CURR-SS   TO WS-TS-SS
023110     MOVE WS-PERD-MONTH-IN  TO PERIOD-MONTH
023120     MOVE WS-OPERATOR-ID    TO PERIOD-CHANGED-BY
023130     MOVE WS-TIMESTAMP-EDIT TO PERIOD-CHANGED-TS
023140     IF WS-PERD-ON-FILE
023150         REWRITE PERIOD-RECORD
023160             INVALID KEY
023170                 CONTINUE
023180         END-REWRITE
023190     ELSE
023200         WRITE PERIOD-RECORD
023210             INVALID KEY
023220                 CONTINUE
023230         END-WRITE
023240     END-IF
023250     IF WS-PERD-FILE-STATUS NOT = "00"
023260         DISPLAY "PERIOD FILE ERROR, STATUS = "
023270             WS-PERD-FILE-STATUS " - NOT CHANGED"
023280     END-IF.
023290 5560-EXIT.
023300     EXIT.
023310*----------------------------------------------------------------
023320* 5570-LOG-PERIOD-EVENT - one CALCLOG line for a close or a
023330* reopen; the month rides in the NUM1 column, the choice in
023340* the operator column.
023350*----------------------------------------------------------------
023360 5570-LOG-PERIOD-EVENT.
023370     MOVE WS-PERD-MONTH-IN TO CALC-NUM1-TXT
023380     MOVE WS-PERD-CHOICE   TO CALC-OPERATOR
023390     MOVE SPACES TO CALC-NUM2-TXT
023400     MOVE 0 TO CALC-RESULT
023410     MOVE CALC-RESULT TO CALC-RESULT-EDIT
023420     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
023430 5570-EXIT.
023440     EXIT.
