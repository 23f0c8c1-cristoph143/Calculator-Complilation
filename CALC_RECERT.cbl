000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: Quarterly operator access recertification.  Audit
000060*          wants a supervisor to sign off, each quarter, that
000070*          everyone on CALCOPER still needs their permission
000080*          level; until now that list was built by hand from the
000090*          CALC_MENU profile screen and by paging through
000100*          CALCLOG.  This job lists every CALCOPER profile - id,
000110*          name, level, active flag and department - with its
000120*          figures for the quarter:
000130*            - last sign-on (on or before the quarter's end);
000140*            - calculations run under the id;
000150*            - refused-permission attempts (ACCESS DENIED,
000160*              SIGN-ON REFUSED, APPROVAL REFUSED);
000170*            - rate changes requested (queued for approval);
000180*            - rate changes approved - every CALCRTJ journal
000190*              entry the id applied.
000200*          It flags:
000210*            - active profiles with no sign-on, calculation,
000220*              request or approval in the quarter;
000230*            - approvals, from the CALCRPNH verdict history and
000240*              CALCRPND, of requests keyed by an operator of the
000250*              approver's own department;
000260*            - profiles added or changed in level during the
000270*              quarter, from the LEVEL CHANGED and OPERATOR ADDED
000280*              lines CALC_MENU writes to CALCLOG.
000290*          The report goes to RECERTRPT and ends with a signature
000300*          block for the reviewing supervisor.  The quarter is
000310*          asked for as YYYYQn; a blank answer takes the last
000320*          complete quarter.  Ends 0 when nothing is flagged, 4
000330*          when anything is (or CALCLOG is not there to read), 8
000340*          when the quarter is bad or a file cannot be read.
000350* Tectonics: cobc
000360* Modification History:
000370*   2026-10-15  CB  Original program.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALC_RECERT.
000410 AUTHOR. CRISTOPHER BOHOL.
000420 INSTALLATION. SHOP DATA PROCESSING.
000430 DATE-WRITTEN. OCTOBER 15, 2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPERATOR-FILE ASSIGN TO CALCOPER
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS OPER-ID
000520         FILE STATUS IS WS-OPER-FILE-STATUS.
000530     SELECT LOG-FILE ASSIGN TO CALCLOG
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS LOG-KEY
000570         ALTERNATE RECORD KEY IS LOG-TIMESTAMP
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-LOG-FILE-STATUS.
000600     SELECT JOURNAL-FILE ASSIGN TO CALCRTJ
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-JRNL-FILE-STATUS.
000630     SELECT PENDING-FILE ASSIGN TO CALCRPND
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PND-FILE-STATUS.
000660     SELECT PENDING-HIST-FILE ASSIGN TO CALCRPNH
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PND-FILE-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO RECERTRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  OPERATOR-FILE.
000750     COPY CALCOPR.
000760 FD  LOG-FILE.
000770     COPY CALCLOG.
000780*    The CALCRTJ layout is CALC_RATES'; only the timestamp and
000790*    the operator who applied the change are used here.
000800 FD  JOURNAL-FILE.
000810 01  JOURNAL-RECORD.
000820     05  JRNL-TIMESTAMP          PIC X(19).
000830     05  FILLER                  PIC X(01).
000840     05  JRNL-ACTION             PIC X(01).
000850     05  FILLER                  PIC X(01).
000860     05  JRNL-RATE-NAME          PIC X(10).
000870     05  FILLER                  PIC X(01).
000880     05  JRNL-EFF-DATE           PIC X(10).
000890     05  FILLER                  PIC X(01).
000900     05  JRNL-OLD-VALUE          PIC -999999.99.
000910     05  FILLER                  PIC X(01).
000920     05  JRNL-NEW-VALUE          PIC -999999.99.
000930     05  FILLER                  PIC X(01).
000940     05  JRNL-OPERATOR-ID        PIC X(08).
000950     05  FILLER                  PIC X(01).
000960     05  JRNL-RUN-ID             PIC X(14).
000970     05  FILLER                  PIC X(01).
000980     05  JRNL-SOURCE             PIC X(11).
000990*    CALCRPND and CALCRPNH share CALC_MENU's pending-request
001000*    layout; both are read into PENDING-RECORD below.
001010 FD  PENDING-FILE.
001020 01  PENDING-FILE-RECORD         PIC X(86).
001030 FD  PENDING-HIST-FILE.
001040 01  PENDING-HIST-RECORD         PIC X(86).
001050 FD  REPORT-FILE.
001060 01  REPORT-RECORD               PIC X(132).
001070 WORKING-STORAGE SECTION.
001080 77  WS-OPER-FILE-STATUS     PIC X(02) VALUE SPACES.
001090 77  WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
001100 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
001110 77  WS-PND-FILE-STATUS      PIC X(02) VALUE SPACES.
001120 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001130 77  WS-JOB-RC               PIC 9(04) VALUE 0.
001140 77  WS-OPER-EOF-SW          PIC X(01) VALUE "N".
001150     88  WS-END-OF-OPER-FILE     VALUE "Y".
001160 77  WS-LOG-EOF-SW           PIC X(01) VALUE "N".
001170     88  WS-END-OF-LOG-FILE      VALUE "Y".
001180 77  WS-JRNL-EOF-SW          PIC X(01) VALUE "N".
001190     88  WS-END-OF-JRNL-FILE     VALUE "Y".
001200 77  WS-PND-EOF-SW           PIC X(01) VALUE "N".
001210     88  WS-END-OF-PND-FILE      VALUE "Y".
001220 77  WS-NO-LOG-SW            PIC X(01) VALUE "N".
001230     88  WS-LOG-NOT-FOUND        VALUE "Y".
001240 77  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
001250     88  WS-TABLE-IS-FULL        VALUE "Y".
001260 77  WS-OPER-FLAG-SW         PIC X(01) VALUE "N".
001270     88  WS-OPER-IS-FLAGGED      VALUE "Y".
001280 77  WS-IDLE-SW              PIC X(01) VALUE "N".
001290     88  WS-OPER-IS-IDLE         VALUE "Y".
001300*    The quarter asked for, and the dates it runs between.
001310 01  WS-QTR-IN.
001320     05  WS-QTR-IN-YYYY      PIC X(04).
001330     05  WS-QTR-IN-Q         PIC X(01).
001340     05  WS-QTR-IN-N         PIC X(01).
001350         88  WS-QTR-IN-N-OK      VALUE "1" THRU "4".
001360 77  WS-QTR-YYYY             PIC 9(04) VALUE 0.
001370 77  WS-QTR-NUM              PIC 9(01) VALUE 0.
001380 01  WS-QUARTER-TEXT.
001390     05  WS-QT-YYYY          PIC 9(04).
001400     05  FILLER              PIC X(01) VALUE "Q".
001410     05  WS-QT-NUM           PIC 9(01).
001420 01  WS-FROM-DATE.
001430     05  WS-FROM-YYYY        PIC 9(04).
001440     05  FILLER              PIC X(01) VALUE "-".
001450     05  WS-FROM-MM          PIC 9(02).
001460     05  FILLER              PIC X(01) VALUE "-".
001470     05  WS-FROM-DD          PIC 9(02).
001480 01  WS-THRU-DATE.
001490     05  WS-THRU-YYYY        PIC 9(04).
001500     05  FILLER              PIC X(01) VALUE "-".
001510     05  WS-THRU-MM          PIC 9(02).
001520     05  FILLER              PIC X(01) VALUE "-".
001530     05  WS-THRU-DD          PIC 9(02).
001540*    A CALCLOG status, sorted into what the quarter's figures
001550*    count.
001580 01  WS-LOG-STATUS           PIC X(20).
001590     88  WS-LOG-CALCULATION      VALUE "OK" "RESULT STORED"
001600                                       "DIVIDE BY ZERO"
001610                                       "INVALID OPERATOR"
001620                                       "INVALID NUMBER"
001630                                       "OVERFLOW"
001640                                       "OVER DEPT LIMIT".
001660     88  WS-LOG-REFUSAL          VALUE "ACCESS DENIED"
001670                                       "SIGN-ON REFUSED"
001680                                       "APPROVAL REFUSED".
001690     88  WS-LOG-SIGNED-ON        VALUE "SIGNED ON".
001700     88  WS-LOG-RATE-QUEUED      VALUE "RATE CHANGE QUEUED".
001710     88  WS-LOG-LEVEL-CHANGED    VALUE "LEVEL CHANGED".
001720     88  WS-LOG-OPER-ADDED       VALUE "OPERATOR ADDED".
001730*    CALC_MENU's pending-request layout (CALCRPND / CALCRPNH).
001740 01  PENDING-RECORD.
001750     05  PND-STATUS              PIC X(01).
001760         88  PND-IS-PENDING          VALUE "P".
001770         88  PND-IS-APPLIED          VALUE "A".
001780         88  PND-IS-DENIED           VALUE "R".
001790     05  PND-ACTION              PIC X(01).
001800     05  PND-RATE-NAME           PIC X(10).
001810     05  PND-EFF-DATE            PIC X(10).
001820     05  PND-VALUE               PIC -999999.99.
001830     05  PND-REQ-OPER            PIC X(08).
001840     05  PND-REQ-TS              PIC X(19).
001850     05  PND-REV-OPER            PIC X(08).
001860     05  PND-REV-TS              PIC X(19).
001870*    Operator table - every CALCOPER profile, in id order, with
001880*    its figures for the quarter.
001890 77  WS-OPER-MAX             PIC 9(04) COMP VALUE 500.
001900 77  WS-OPER-USED            PIC 9(04) COMP VALUE 0.
001910 77  WS-OPER-SUB             PIC 9(04) COMP VALUE 0.
001920 77  WS-OPER-CUR             PIC 9(04) COMP VALUE 0.
001930 77  WS-APPR-CUR             PIC 9(04) COMP VALUE 0.
001940 77  WS-FIND-ID              PIC X(08) VALUE SPACES.
001950*    A level note or department with room after it, so STRING can
001960*    stop at the first double space even when the field is full.
001970 77  WS-STRING-WORK          PIC X(22) VALUE SPACES.
001980 01  WS-OPER-TABLE.
001990     05  WS-OT-ENTRY OCCURS 500.
002000         10  WS-OT-ID            PIC X(08).
002010         10  WS-OT-NAME          PIC X(20).
002020         10  WS-OT-LEVEL         PIC 9(01).
002030         10  WS-OT-ACTIVE        PIC X(01).
002040         10  WS-OT-DEPT          PIC X(20).
002050         10  WS-OT-LAST-SIGNON   PIC X(10).
002060         10  WS-OT-SIGNONS       PIC 9(06).
002070         10  WS-OT-CALCS         PIC 9(08).
002080         10  WS-OT-REFUSED       PIC 9(06).
002090         10  WS-OT-REQUESTED     PIC 9(06).
002100         10  WS-OT-APPROVED      PIC 9(06).
002110         10  WS-OT-OWN-DEPT      PIC 9(04).
002120         10  WS-OT-UNCHECKED     PIC 9(04).
002130         10  WS-OT-LEVEL-EVENTS  PIC 9(04).
002140*    Level events - profiles added or changed in level during
002150*    the quarter, as CALCLOG recorded them.
002160 77  WS-LVL-MAX              PIC 9(04) COMP VALUE 500.
002170 77  WS-LVL-USED             PIC 9(04) COMP VALUE 0.
002180 77  WS-LVL-SUB              PIC 9(04) COMP VALUE 0.
002190 01  WS-LVL-TABLE.
002200     05  WS-LVL-ENTRY OCCURS 500.
002210         10  WS-LVL-OPER         PIC X(08).
002220         10  WS-LVL-DATE         PIC X(10).
002230         10  WS-LVL-KIND         PIC X(01).
002240             88  WS-LVL-WAS-ADDED    VALUE "A".
002250         10  WS-LVL-NOTE         PIC X(10).
002260         10  WS-LVL-BY           PIC X(08).
002270*    Own-department approvals found on the verdict files.
002280 77  WS-OWN-MAX              PIC 9(04) COMP VALUE 500.
002290 77  WS-OWN-USED             PIC 9(04) COMP VALUE 0.
002300 77  WS-OWN-SUB              PIC 9(04) COMP VALUE 0.
002310 01  WS-OWN-TABLE.
002320     05  WS-OWN-ENTRY OCCURS 500.
002330         10  WS-OWN-APPROVER     PIC X(08).
002340         10  WS-OWN-REQUESTER    PIC X(08).
002350         10  WS-OWN-DEPT         PIC X(20).
002360         10  WS-OWN-RATE         PIC X(10).
002370         10  WS-OWN-ACTION       PIC X(01).
002380         10  WS-OWN-EFF-DATE     PIC X(10).
002390         10  WS-OWN-DATE         PIC X(10).
002400*    Run counts.
002410 77  WS-OPER-ACTIVE-CNT      PIC 9(06) VALUE 0.
002420 77  WS-OPER-FLAGGED         PIC 9(06) VALUE 0.
002430 77  WS-IDLE-CNT             PIC 9(06) VALUE 0.
002440 77  WS-OWN-DEPT-CNT         PIC 9(06) VALUE 0.
002450 77  WS-LEVEL-EVENT-CNT      PIC 9(06) VALUE 0.
002460 77  WS-LOG-READ             PIC 9(09) VALUE 0.
002470 77  WS-LOG-IN-PERIOD        PIC 9(09) VALUE 0.
002480 77  WS-JRNL-IN-PERIOD       PIC 9(06) VALUE 0.
002490 77  WS-VERDICTS-IN-PERIOD   PIC 9(06) VALUE 0.
002500 77  WS-UNKNOWN-REFUSED      PIC 9(06) VALUE 0.
002510 77  WS-UNKNOWN-APPLIED      PIC 9(06) VALUE 0.
002520 77  WS-UNKNOWN-LEVEL        PIC 9(06) VALUE 0.
002530 77  WS-UNCHECKED-CNT        PIC 9(06) VALUE 0.
002540 77  WS-PAGE-NUM             PIC 9(04) VALUE 0.
002550 77  WS-LINE-COUNT           PIC 9(02) VALUE 0.
002560 77  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
002570 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
002580 01  WS-SMALL-EDIT           PIC ZZZ9.
002590     COPY CALCLGW.
002600 01  WS-REPORT-DATE-EDIT.
002610     05  WS-RD-YYYY           PIC 9(04).
002620     05  FILLER               PIC X VALUE "-".
002630     05  WS-RD-MM             PIC 9(02).
002640     05  FILLER               PIC X VALUE "-".
002650     05  WS-RD-DD             PIC 9(02).
002660 01  WS-HEADING-1.
002670     05  FILLER               PIC X(44)
002680         VALUE "CALC_RECERT OPERATOR ACCESS RECERTIFICATION".
002690     05  FILLER               PIC X(06) VALUE SPACES.
002700     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
002710     05  WS-HDR-DATE          PIC X(10).
002720     05  FILLER               PIC X(06) VALUE SPACES.
002730     05  FILLER               PIC X(05) VALUE "PAGE ".
002740     05  WS-HDR-PAGE          PIC ZZZ9.
002750 01  WS-HEADING-2.
002760     05  FILLER               PIC X(09) VALUE "QUARTER: ".
002770     05  WS-HDR-QUARTER       PIC X(06).
002780     05  FILLER               PIC X(08) VALUE "   FROM ".
002790     05  WS-HDR-FROM          PIC X(10).
002800     05  FILLER               PIC X(06) VALUE " THRU ".
002810     05  WS-HDR-THRU          PIC X(10).
002820 01  WS-COLUMN-HEADING.
002830     05  FILLER               PIC X(10) VALUE "OPERATOR".
002840     05  FILLER               PIC X(22) VALUE "NAME".
002850     05  FILLER               PIC X(04) VALUE "LVL".
002860     05  FILLER               PIC X(04) VALUE "ACT".
002870     05  FILLER               PIC X(22) VALUE "DEPARTMENT".
002880     05  FILLER               PIC X(12) VALUE "LAST SIGNON".
002890     05  FILLER               PIC X(12) VALUE "     CALCS".
002900     05  FILLER               PIC X(10) VALUE " REFUSED".
002910     05  FILLER               PIC X(10) VALUE "REQUESTS".
002920     05  FILLER               PIC X(10) VALUE "APPROVED".
002930     05  FILLER               PIC X(09) VALUE "REVIEW".
002940 01  WS-DETAIL-LINE.
002950     05  WS-DL-OPER-ID        PIC X(08).
002960     05  FILLER               PIC X(02) VALUE SPACES.
002970     05  WS-DL-NAME           PIC X(20).
002980     05  FILLER               PIC X(03) VALUE SPACES.
002990     05  WS-DL-LEVEL          PIC 9(01).
003000     05  FILLER               PIC X(03) VALUE SPACES.
003010     05  WS-DL-ACTIVE         PIC X(01).
003020     05  FILLER               PIC X(02) VALUE SPACES.
003030     05  WS-DL-DEPT           PIC X(20).
003040     05  FILLER               PIC X(02) VALUE SPACES.
003050     05  WS-DL-LAST-SIGNON    PIC X(10).
003060     05  FILLER               PIC X(02) VALUE SPACES.
003070     05  WS-DL-CALCS          PIC ZZ,ZZZ,ZZ9.
003080     05  FILLER               PIC X(02) VALUE SPACES.
003090     05  WS-DL-REFUSED        PIC ZZZZ,ZZ9.
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  WS-DL-REQUESTED      PIC ZZZZ,ZZ9.
003120     05  FILLER               PIC X(02) VALUE SPACES.
003130     05  WS-DL-APPROVED       PIC ZZZZ,ZZ9.
003140     05  FILLER               PIC X(02) VALUE SPACES.
003150     05  WS-DL-FLAG           PIC X(09).
003160 01  WS-NOTE-LINE.
003170     05  FILLER               PIC X(10) VALUE SPACES.
003180     05  WS-NOTE-MARK         PIC X(03).
003190     05  WS-NOTE-TEXT         PIC X(119).
003200 01  WS-HOLD-LINE            PIC X(132).
003210 01  WS-MESSAGE-LINE.
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  FILLER               PIC X(04) VALUE "*** ".
003240     05  WS-MSG-TEXT          PIC X(74).
003250 01  WS-SUMMARY-LINE.
003260     05  FILLER               PIC X(02) VALUE SPACES.
003270     05  WS-SUM-LABEL         PIC X(30).
003280     05  FILLER               PIC X(02) VALUE ": ".
003290     05  WS-SUM-COUNT         PIC Z,ZZZ,ZZ9.
003300 01  WS-ATTEST-LINE-1.
003310     05  FILLER               PIC X(46)
003320         VALUE "I HAVE REVIEWED EVERY PROFILE LISTED ABOVE FOR".
003330     05  FILLER               PIC X(47)
003340         VALUE " THE QUARTER SHOWN.  EACH STILL NEEDS ITS LEVEL".
003350     05  FILLER               PIC X(28)
003360         VALUE " EXCEPT WHERE MARKED BELOW.".
003370 01  WS-SIGNATURE-LINE.
003380     05  FILLER               PIC X(26)
003390         VALUE "REVIEWED BY (SUPERVISOR): ".
003400     05  FILLER               PIC X(30) VALUE ALL "_".
003410     05  FILLER               PIC X(04) VALUE SPACES.
003420     05  FILLER               PIC X(11) VALUE "SIGNATURE: ".
003430     05  FILLER               PIC X(30) VALUE ALL "_".
003440     05  FILLER               PIC X(04) VALUE SPACES.
003450     05  FILLER               PIC X(06) VALUE "DATE: ".
003460     05  FILLER               PIC X(12) VALUE ALL "_".
003470 01  WS-EXCEPTION-LINE.
003480     05  FILLER               PIC X(26)
003490         VALUE "PROFILES TO BE CHANGED:   ".
003500     05  FILLER               PIC X(97) VALUE ALL "_".
003510 PROCEDURE DIVISION.
003520*----------------------------------------------------------------
003530* 0000-MAINLINE - take the quarter, load the profiles, gather
003540* the quarter's figures from CALCLOG, CALCRTJ and the verdict
003550* files, then report every profile.
003560*----------------------------------------------------------------
003570 0000-MAINLINE.
003580     DISPLAY "CALC_RECERT - OPERATOR ACCESS RECERTIFICATION"
003590     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
003600     MOVE WS-CURR-YYYY TO WS-RD-YYYY
003610     MOVE WS-CURR-MM   TO WS-RD-MM
003620     MOVE WS-CURR-DD   TO WS-RD-DD
003630     PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT
003640     IF WS-JOB-RC NOT = 0
003650         GO TO 0000-END-OF-JOB
003660     END-IF
003670     PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
003680     IF WS-JOB-RC NOT = 0
003690         GO TO 0000-END-OF-JOB
003700     END-IF
003710     PERFORM 3000-SCAN-LOG THRU 3000-EXIT
003720     IF WS-JOB-RC NOT = 0
003730         GO TO 0000-END-OF-JOB
003740     END-IF
003750     PERFORM 4000-SCAN-JOURNAL THRU 4000-EXIT
003760     IF WS-JOB-RC NOT = 0
003770         GO TO 0000-END-OF-JOB
003780     END-IF
003790     PERFORM 5000-SCAN-VERDICTS THRU 5000-EXIT
003800     IF WS-JOB-RC NOT = 0
003810         GO TO 0000-END-OF-JOB
003820     END-IF
003830     OPEN OUTPUT REPORT-FILE
003840     IF WS-RPT-FILE-STATUS NOT = "00"
003850         DISPLAY "CALC_RECERT: UNABLE TO OPEN RECERTRPT, "
003860             "STATUS = " WS-RPT-FILE-STATUS
003870         MOVE 8 TO WS-JOB-RC
003880         GO TO 0000-END-OF-JOB
003890     END-IF
003900     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
003910     IF WS-LOG-NOT-FOUND
003920         MOVE "CALCLOG NOT FOUND - SIGN-ON, CALCULATION, REFUSAL,"
003930             TO WS-MSG-TEXT
003940         MOVE WS-MESSAGE-LINE TO REPORT-RECORD
003950         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003960         MOVE "REQUEST AND LEVEL FIGURES ARE NOT IN THIS REPORT"
003970             TO WS-MSG-TEXT
003980         MOVE WS-MESSAGE-LINE TO REPORT-RECORD
003990         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004000     END-IF
004010     PERFORM 7000-REPORT-OPERATOR THRU 7000-EXIT
004020         VARYING WS-OPER-CUR FROM 1 BY 1
004030         UNTIL WS-OPER-CUR > WS-OPER-USED
004040     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
004050     PERFORM 8500-WRITE-SIGNATURE-BLOCK THRU 8500-EXIT
004060     CLOSE REPORT-FILE
004070     IF WS-OPER-FLAGGED > 0 OR WS-TABLE-IS-FULL
004080         OR WS-LOG-NOT-FOUND
004090         MOVE 4 TO WS-JOB-RC
004100     END-IF.
004110 0000-END-OF-JOB.
004120     MOVE WS-OPER-USED TO WS-COUNT-EDIT
004130     DISPLAY "CALC_RECERT: PROFILES LISTED   : " WS-COUNT-EDIT
004140     MOVE WS-OPER-FLAGGED TO WS-COUNT-EDIT
004150     DISPLAY "CALC_RECERT: PROFILES FLAGGED  : " WS-COUNT-EDIT
004160     MOVE WS-LOG-IN-PERIOD TO WS-COUNT-EDIT
004170     DISPLAY "CALC_RECERT: LOG LINES IN QTR  : " WS-COUNT-EDIT
004180     IF WS-TABLE-IS-FULL
004190         DISPLAY "CALC_RECERT: A TABLE FILLED - "
004200             "REPORT INCOMPLETE"
004210     END-IF
004220     MOVE WS-JOB-RC TO RETURN-CODE
004230     GOBACK.
004240*----------------------------------------------------------------
004250* 1000-GET-PARAMETERS - the quarter to recertify, as YYYYQn.  A
004260* blank answer takes the last complete quarter before today;
004270* anything else that is not a quarter stops the job before it
004280* reads a thing.
004290*----------------------------------------------------------------
004300 1000-GET-PARAMETERS.
004310     DISPLAY "Enter Quarter YYYYQn (blank = last complete): "
004320     MOVE SPACES TO WS-QTR-IN
004330     ACCEPT WS-QTR-IN
004340     MOVE FUNCTION UPPER-CASE(WS-QTR-IN) TO WS-QTR-IN
004350     IF WS-QTR-IN = SPACES
004360         PERFORM 1100-DEFAULT-QUARTER THRU 1100-EXIT
004370     ELSE
004380         IF WS-QTR-IN-YYYY NOT NUMERIC
004390             OR WS-QTR-IN-Q NOT = "Q"
004400             OR NOT WS-QTR-IN-N-OK
004410             DISPLAY "CALC_RECERT: QUARTER MUST BE YYYYQ1 TO "
004420                 "YYYYQ4 - NOTHING DONE"
004430             MOVE 8 TO WS-JOB-RC
004440             GO TO 1000-EXIT
004450         END-IF
004460         MOVE WS-QTR-IN-YYYY TO WS-QTR-YYYY
004470         MOVE WS-QTR-IN-N    TO WS-QTR-NUM
004480     END-IF
004490     MOVE WS-QTR-YYYY TO WS-QT-YYYY WS-FROM-YYYY WS-THRU-YYYY
004500     MOVE WS-QTR-NUM  TO WS-QT-NUM
004510     COMPUTE WS-THRU-MM = WS-QTR-NUM * 3
004520     COMPUTE WS-FROM-MM = WS-THRU-MM - 2
004530     MOVE 1 TO WS-FROM-DD
004540     IF WS-QTR-NUM = 1 OR WS-QTR-NUM = 4
004550         MOVE 31 TO WS-THRU-DD
004560     ELSE
004570         MOVE 30 TO WS-THRU-DD
004580     END-IF
004590     DISPLAY "CALC_RECERT: QUARTER " WS-QUARTER-TEXT " - "
004600         WS-FROM-DATE " THRU " WS-THRU-DATE.
004610 1000-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640* 1100-DEFAULT-QUARTER - the quarter before the one today is
004650* in; in the first quarter that is the fourth of last year.
004660*----------------------------------------------------------------
004670 1100-DEFAULT-QUARTER.
004680     MOVE WS-CURR-YYYY TO WS-QTR-YYYY
004690     COMPUTE WS-QTR-NUM = (WS-CURR-MM + 2) / 3
004700     IF WS-QTR-NUM = 1
004710         MOVE 4 TO WS-QTR-NUM
004720         SUBTRACT 1 FROM WS-QTR-YYYY
004730     ELSE
004740         SUBTRACT 1 FROM WS-QTR-NUM
004750     END-IF.
004760 1100-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 2000-LOAD-OPERATORS - every CALCOPER profile into the table,
004800* in id order.  No profile file means nothing to recertify.
004810*----------------------------------------------------------------
004820 2000-LOAD-OPERATORS.
004830     OPEN INPUT OPERATOR-FILE
004840     IF WS-OPER-FILE-STATUS = "35"
004850         DISPLAY "CALC_RECERT: CALCOPER NOT FOUND - "
004860             "NOTHING TO RECERTIFY"
004870         MOVE 8 TO WS-JOB-RC
004880         GO TO 2000-EXIT
004890     END-IF
004900     IF WS-OPER-FILE-STATUS NOT = "00"
004910         DISPLAY "CALC_RECERT: UNABLE TO OPEN CALCOPER, "
004920             "STATUS = " WS-OPER-FILE-STATUS
004930         MOVE 8 TO WS-JOB-RC
004940         GO TO 2000-EXIT
004950     END-IF
004960     PERFORM 2100-LOAD-NEXT-OPERATOR THRU 2100-EXIT
004970         UNTIL WS-END-OF-OPER-FILE
004980     CLOSE OPERATOR-FILE.
004990 2000-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* 2100-LOAD-NEXT-OPERATOR - one profile, with its figures
005030* zeroed.
005040*----------------------------------------------------------------
005050 2100-LOAD-NEXT-OPERATOR.
005060     READ OPERATOR-FILE NEXT RECORD
005070         AT END
005080             SET WS-END-OF-OPER-FILE TO TRUE
005090     END-READ
005100     IF WS-END-OF-OPER-FILE
005110         GO TO 2100-EXIT
005120     END-IF
005130     IF WS-OPER-FILE-STATUS NOT = "00"
005140         DISPLAY "CALC_RECERT: CALCOPER READ FAILED, "
005150             "STATUS = " WS-OPER-FILE-STATUS
005160         MOVE 8 TO WS-JOB-RC
005170         SET WS-END-OF-OPER-FILE TO TRUE
005180         GO TO 2100-EXIT
005190     END-IF
005200     IF WS-OPER-USED >= WS-OPER-MAX
005210         SET WS-TABLE-IS-FULL TO TRUE
005220         SET WS-END-OF-OPER-FILE TO TRUE
005230         GO TO 2100-EXIT
005240     END-IF
005250     ADD 1 TO WS-OPER-USED
005260     MOVE WS-OPER-USED TO WS-OPER-CUR
005270     MOVE SPACES TO WS-OT-ENTRY (WS-OPER-CUR)
005280     MOVE OPER-ID     TO WS-OT-ID (WS-OPER-CUR)
005290     MOVE OPER-NAME   TO WS-OT-NAME (WS-OPER-CUR)
005300     MOVE OPER-LEVEL  TO WS-OT-LEVEL (WS-OPER-CUR)
005310     MOVE OPER-ACTIVE TO WS-OT-ACTIVE (WS-OPER-CUR)
005320     MOVE OPER-DEPT   TO WS-OT-DEPT (WS-OPER-CUR)
005330     MOVE 0 TO WS-OT-SIGNONS (WS-OPER-CUR)
005340               WS-OT-CALCS (WS-OPER-CUR)
005350               WS-OT-REFUSED (WS-OPER-CUR)
005360               WS-OT-REQUESTED (WS-OPER-CUR)
005370               WS-OT-APPROVED (WS-OPER-CUR)
005380               WS-OT-OWN-DEPT (WS-OPER-CUR)
005390               WS-OT-UNCHECKED (WS-OPER-CUR)
005400               WS-OT-LEVEL-EVENTS (WS-OPER-CUR)
005410     IF OPER-IS-ACTIVE
005420         ADD 1 TO WS-OPER-ACTIVE-CNT
005430     END-IF.
005440 2100-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470* 3000-SCAN-LOG - CALCLOG in timestamp order from the top to the
005480* quarter's last day.  Lines before the quarter only matter for
005490* the last sign-on; the quarter's own lines give the rest of the
005500* figures.  With no CALCLOG the report still lists the profiles
005510* but says the log figures are missing.
005520*----------------------------------------------------------------
005530 3000-SCAN-LOG.
005540     OPEN INPUT LOG-FILE
005550     IF WS-LOG-FILE-STATUS = "35"
005560         DISPLAY "CALC_RECERT: CALCLOG NOT FOUND - "
005570             "LOG FIGURES MISSING"
005580         SET WS-LOG-NOT-FOUND TO TRUE
005590         GO TO 3000-EXIT
005600     END-IF
005610     IF WS-LOG-FILE-STATUS NOT = "00"
005620         DISPLAY "CALC_RECERT: UNABLE TO OPEN CALCLOG, "
005630             "STATUS = " WS-LOG-FILE-STATUS
005640         MOVE 8 TO WS-JOB-RC
005650         GO TO 3000-EXIT
005660     END-IF
005670     MOVE SPACES TO LOG-TIMESTAMP
005680     START LOG-FILE KEY NOT < LOG-TIMESTAMP
005690         INVALID KEY
005700             SET WS-END-OF-LOG-FILE TO TRUE
005710     END-START
005720     PERFORM 3100-READ-LOG THRU 3100-EXIT
005730         UNTIL WS-END-OF-LOG-FILE
005740     CLOSE LOG-FILE.
005750 3000-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* 3100-READ-LOG - one audit-log line, credited to the operator
005790* it was stamped with.  Reading in timestamp order, the last
005800* sign-on seen is the latest, and the scan stops at the first
005810* line past the quarter.
005820*----------------------------------------------------------------
005830 3100-READ-LOG.
005840     READ LOG-FILE NEXT RECORD
005850         AT END
005860             SET WS-END-OF-LOG-FILE TO TRUE
005870     END-READ
005880     IF WS-END-OF-LOG-FILE
005890         GO TO 3100-EXIT
005900     END-IF
005910     IF WS-LOG-FILE-STATUS NOT = "00"
005920         AND WS-LOG-FILE-STATUS NOT = "02"
005930         DISPLAY "CALC_RECERT: CALCLOG READ FAILED, "
005940             "STATUS = " WS-LOG-FILE-STATUS
005950         MOVE 8 TO WS-JOB-RC
005960         SET WS-END-OF-LOG-FILE TO TRUE
005970         GO TO 3100-EXIT
005980     END-IF
005990     IF LOG-TIMESTAMP(1:10) > WS-THRU-DATE
006000         SET WS-END-OF-LOG-FILE TO TRUE
006010         GO TO 3100-EXIT
006020     END-IF
006030     ADD 1 TO WS-LOG-READ
006040     MOVE LOG-STATUS-TEXT TO WS-LOG-STATUS
006050     MOVE LOG-OPERATOR-ID TO WS-FIND-ID
006060     PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT
006070     IF WS-LOG-SIGNED-ON AND WS-OPER-CUR > 0
006080         MOVE LOG-TIMESTAMP(1:10)
006090             TO WS-OT-LAST-SIGNON (WS-OPER-CUR)
006100     END-IF
006110     IF LOG-TIMESTAMP(1:10) < WS-FROM-DATE
006120         GO TO 3100-EXIT
006130     END-IF
006140     ADD 1 TO WS-LOG-IN-PERIOD
006150     EVALUATE TRUE
006160         WHEN WS-LOG-SIGNED-ON
006170             IF WS-OPER-CUR > 0
006180                 ADD 1 TO WS-OT-SIGNONS (WS-OPER-CUR)
006190             END-IF
006200         WHEN WS-LOG-CALCULATION
006220             IF WS-OPER-CUR > 0
006230                 ADD 1 TO WS-OT-CALCS (WS-OPER-CUR)
006240             END-IF
006250         WHEN WS-LOG-REFUSAL
006260             IF WS-OPER-CUR > 0
006270                 ADD 1 TO WS-OT-REFUSED (WS-OPER-CUR)
006280             ELSE
006290                 ADD 1 TO WS-UNKNOWN-REFUSED
006300             END-IF
006310         WHEN WS-LOG-RATE-QUEUED
006320             IF WS-OPER-CUR > 0
006330                 ADD 1 TO WS-OT-REQUESTED (WS-OPER-CUR)
006340             END-IF
006350         WHEN WS-LOG-LEVEL-CHANGED
006360         WHEN WS-LOG-OPER-ADDED
006370             PERFORM 3300-NOTE-LEVEL-EVENT THRU 3300-EXIT
006380     END-EVALUATE.
006390 3100-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420* 3300-NOTE-LEVEL-EVENT - a profile added, or its level changed,
006430* in the quarter.  CALC_MENU logs the id worked on in the NUM1
006440* column, the level (old>new on a change) in NUM2, and the
006450* supervisor who did it as the line's operator.
006460*----------------------------------------------------------------
006470 3300-NOTE-LEVEL-EVENT.
006480     MOVE LOG-NUM1-TXT(1:8) TO WS-FIND-ID
006490     PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT
006500     IF WS-OPER-CUR = 0
006510         ADD 1 TO WS-UNKNOWN-LEVEL
006520         GO TO 3300-EXIT
006530     END-IF
006540     IF WS-LVL-USED >= WS-LVL-MAX
006550         SET WS-TABLE-IS-FULL TO TRUE
006560         GO TO 3300-EXIT
006570     END-IF
006580     ADD 1 TO WS-LVL-USED
006590     ADD 1 TO WS-OT-LEVEL-EVENTS (WS-OPER-CUR)
006600     ADD 1 TO WS-LEVEL-EVENT-CNT
006610     MOVE WS-FIND-ID          TO WS-LVL-OPER (WS-LVL-USED)
006620     MOVE LOG-TIMESTAMP(1:10) TO WS-LVL-DATE (WS-LVL-USED)
006630     MOVE LOG-NUM2-TXT        TO WS-LVL-NOTE (WS-LVL-USED)
006640     MOVE LOG-OPERATOR-ID     TO WS-LVL-BY (WS-LVL-USED)
006650     IF WS-LOG-OPER-ADDED
006660         MOVE "A" TO WS-LVL-KIND (WS-LVL-USED)
006670     ELSE
006680         MOVE "C" TO WS-LVL-KIND (WS-LVL-USED)
006690     END-IF.
006700 3300-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 3900-FIND-OPERATOR - point WS-OPER-CUR at the profile whose
006740* id is WS-FIND-ID; zero when it is not on CALCOPER.
006750*----------------------------------------------------------------
006760 3900-FIND-OPERATOR.
006770     MOVE 0 TO WS-OPER-CUR
006780     IF WS-FIND-ID = SPACES
006790         GO TO 3900-EXIT
006800     END-IF
006810     PERFORM 3910-MATCH-OPERATOR THRU 3910-EXIT
006820         VARYING WS-OPER-SUB FROM 1 BY 1
006830         UNTIL WS-OPER-SUB > WS-OPER-USED OR WS-OPER-CUR > 0.
006840 3900-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870* 3910-MATCH-OPERATOR - note the slot holding WS-FIND-ID.
006880*----------------------------------------------------------------
006890 3910-MATCH-OPERATOR.
006900     IF WS-OT-ID (WS-OPER-SUB) = WS-FIND-ID
006910         MOVE WS-OPER-SUB TO WS-OPER-CUR
006920     END-IF.
006930 3910-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 4000-SCAN-JOURNAL - every CALCRTJ entry stamped in the quarter
006970* is a rate change the stamped operator applied: a supervisor
006980* approving a request at CALC_MENU, or an operator running a
006990* rate load.  No journal yet means no changes.
007000*----------------------------------------------------------------
007010 4000-SCAN-JOURNAL.
007020     OPEN INPUT JOURNAL-FILE
007030     IF WS-JRNL-FILE-STATUS = "35"
007040         GO TO 4000-EXIT
007050     END-IF
007060     IF WS-JRNL-FILE-STATUS NOT = "00"
007070         DISPLAY "CALC_RECERT: UNABLE TO OPEN CALCRTJ, "
007080             "STATUS = " WS-JRNL-FILE-STATUS
007090         MOVE 8 TO WS-JOB-RC
007100         GO TO 4000-EXIT
007110     END-IF
007120     PERFORM 4100-READ-JOURNAL THRU 4100-EXIT
007130         UNTIL WS-END-OF-JRNL-FILE
007140     CLOSE JOURNAL-FILE.
007150 4000-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180* 4100-READ-JOURNAL - one journal entry.
007190*----------------------------------------------------------------
007200 4100-READ-JOURNAL.
007210     READ JOURNAL-FILE
007220         AT END
007230             SET WS-END-OF-JRNL-FILE TO TRUE
007240     END-READ
007250     IF WS-END-OF-JRNL-FILE
007260         GO TO 4100-EXIT
007270     END-IF
007280     IF JRNL-TIMESTAMP(1:10) < WS-FROM-DATE
007290         OR JRNL-TIMESTAMP(1:10) > WS-THRU-DATE
007300         GO TO 4100-EXIT
007310     END-IF
007320     ADD 1 TO WS-JRNL-IN-PERIOD
007330     MOVE JRNL-OPERATOR-ID TO WS-FIND-ID
007340     PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT
007350     IF WS-OPER-CUR > 0
007360         ADD 1 TO WS-OT-APPROVED (WS-OPER-CUR)
007370     ELSE
007380         ADD 1 TO WS-UNKNOWN-APPLIED
007390     END-IF.
007400 4100-EXIT.
007410     EXIT.
007420*----------------------------------------------------------------
007430* 5000-SCAN-VERDICTS - the approved requests answered in the
007440* quarter, from the CALCRPNH verdict history and from whatever
007450* CALCRPND still holds.  Either file may not exist yet.
007460*----------------------------------------------------------------
007470 5000-SCAN-VERDICTS.
007480     OPEN INPUT PENDING-HIST-FILE
007490     IF WS-PND-FILE-STATUS NOT = "35"
007500         IF WS-PND-FILE-STATUS NOT = "00"
007510             DISPLAY "CALC_RECERT: UNABLE TO OPEN CALCRPNH, "
007520                 "STATUS = " WS-PND-FILE-STATUS
007530             MOVE 8 TO WS-JOB-RC
007540             GO TO 5000-EXIT
007550         END-IF
007560         MOVE "N" TO WS-PND-EOF-SW
007570         PERFORM 5100-READ-VERDICT-HIST THRU 5100-EXIT
007580             UNTIL WS-END-OF-PND-FILE
007590         CLOSE PENDING-HIST-FILE
007600     END-IF
007610     OPEN INPUT PENDING-FILE
007620     IF WS-PND-FILE-STATUS = "35"
007630         GO TO 5000-EXIT
007640     END-IF
007650     IF WS-PND-FILE-STATUS NOT = "00"
007660         DISPLAY "CALC_RECERT: UNABLE TO OPEN CALCRPND, "
007670             "STATUS = " WS-PND-FILE-STATUS
007680         MOVE 8 TO WS-JOB-RC
007690         GO TO 5000-EXIT
007700     END-IF
007710     MOVE "N" TO WS-PND-EOF-SW
007720     PERFORM 5150-READ-VERDICT-PEND THRU 5150-EXIT
007730         UNTIL WS-END-OF-PND-FILE
007740     CLOSE PENDING-FILE.
007750 5000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 5100-READ-VERDICT-HIST - one CALCRPNH request.
007790*----------------------------------------------------------------
007800 5100-READ-VERDICT-HIST.
007810     READ PENDING-HIST-FILE INTO PENDING-RECORD
007820         AT END
007830             SET WS-END-OF-PND-FILE TO TRUE
007840     END-READ
007850     IF NOT WS-END-OF-PND-FILE
007860         PERFORM 5200-CHECK-VERDICT THRU 5200-EXIT
007870     END-IF.
007880 5100-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910* 5150-READ-VERDICT-PEND - one CALCRPND request.
007920*----------------------------------------------------------------
007930 5150-READ-VERDICT-PEND.
007940     READ PENDING-FILE INTO PENDING-RECORD
007950         AT END
007960             SET WS-END-OF-PND-FILE TO TRUE
007970     END-READ
007980     IF NOT WS-END-OF-PND-FILE
007990         PERFORM 5200-CHECK-VERDICT THRU 5200-EXIT
008000     END-IF.
008010 5150-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040* 5200-CHECK-VERDICT - an approved request answered in the
008050* quarter is held against the departments on the approver's and
008060* the requester's profiles.  The same department on both is an
008070* own-department approval; where either department is not set
008080* the approval cannot be checked, and is counted against the
008090* approver instead.
008100*----------------------------------------------------------------
008110 5200-CHECK-VERDICT.
008120     IF NOT PND-IS-APPLIED
008130         GO TO 5200-EXIT
008140     END-IF
008150     IF PND-REV-TS(1:10) < WS-FROM-DATE
008160         OR PND-REV-TS(1:10) > WS-THRU-DATE
008170         GO TO 5200-EXIT
008180     END-IF
008190     ADD 1 TO WS-VERDICTS-IN-PERIOD
008200     MOVE PND-REV-OPER TO WS-FIND-ID
008210     PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT
008220     MOVE WS-OPER-CUR TO WS-APPR-CUR
008230     MOVE PND-REQ-OPER TO WS-FIND-ID
008240     PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT
008250     IF WS-APPR-CUR = 0
008260         ADD 1 TO WS-UNCHECKED-CNT
008270         GO TO 5200-EXIT
008280     END-IF
008290     IF WS-OPER-CUR = 0
008300         OR WS-OT-DEPT (WS-APPR-CUR) = SPACES
008310         OR WS-OT-DEPT (WS-OPER-CUR) = SPACES
008320         ADD 1 TO WS-UNCHECKED-CNT
008330         ADD 1 TO WS-OT-UNCHECKED (WS-APPR-CUR)
008340         GO TO 5200-EXIT
008350     END-IF
008360     IF WS-OT-DEPT (WS-APPR-CUR) NOT = WS-OT-DEPT (WS-OPER-CUR)
008370         GO TO 5200-EXIT
008380     END-IF
008390     IF WS-OWN-USED >= WS-OWN-MAX
008400         SET WS-TABLE-IS-FULL TO TRUE
008410         GO TO 5200-EXIT
008420     END-IF
008430     ADD 1 TO WS-OWN-USED
008440     ADD 1 TO WS-OT-OWN-DEPT (WS-APPR-CUR)
008450     ADD 1 TO WS-OWN-DEPT-CNT
008460     MOVE PND-REV-OPER  TO WS-OWN-APPROVER (WS-OWN-USED)
008470     MOVE PND-REQ-OPER  TO WS-OWN-REQUESTER (WS-OWN-USED)
008480     MOVE WS-OT-DEPT (WS-APPR-CUR) TO WS-OWN-DEPT (WS-OWN-USED)
008490     MOVE PND-RATE-NAME TO WS-OWN-RATE (WS-OWN-USED)
008500     MOVE PND-ACTION    TO WS-OWN-ACTION (WS-OWN-USED)
008510     MOVE PND-EFF-DATE  TO WS-OWN-EFF-DATE (WS-OWN-USED)
008520     MOVE PND-REV-TS(1:10) TO WS-OWN-DATE (WS-OWN-USED).
008530 5200-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560* 7000-REPORT-OPERATOR - one profile's line, followed by a note
008570* for each thing the reviewer must look at: no activity on an
008580* active profile, each own-department approval, each level
008590* change or addition in the quarter, and approvals that could
008600* not be checked for want of a department.
008610*----------------------------------------------------------------
008620 7000-REPORT-OPERATOR.
008630     IF WS-LINE-COUNT + 2 > WS-MAX-LINES-PER-PAGE
008640         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
008650     END-IF
008660     MOVE "N" TO WS-OPER-FLAG-SW
008670     MOVE "N" TO WS-IDLE-SW
008680     IF WS-OT-ACTIVE (WS-OPER-CUR) = "Y"
008690         AND WS-OT-SIGNONS (WS-OPER-CUR) = 0
008700         AND WS-OT-CALCS (WS-OPER-CUR) = 0
008710         AND WS-OT-REQUESTED (WS-OPER-CUR) = 0
008720         AND WS-OT-APPROVED (WS-OPER-CUR) = 0
008730         SET WS-OPER-IS-IDLE TO TRUE
008740         SET WS-OPER-IS-FLAGGED TO TRUE
008750         ADD 1 TO WS-IDLE-CNT
008760     END-IF
008770     IF WS-OT-OWN-DEPT (WS-OPER-CUR) > 0
008780         OR WS-OT-LEVEL-EVENTS (WS-OPER-CUR) > 0
008790         SET WS-OPER-IS-FLAGGED TO TRUE
008800     END-IF
008810     MOVE SPACES TO WS-DETAIL-LINE
008820     MOVE WS-OT-ID (WS-OPER-CUR)     TO WS-DL-OPER-ID
008830     MOVE WS-OT-NAME (WS-OPER-CUR)   TO WS-DL-NAME
008840     MOVE WS-OT-LEVEL (WS-OPER-CUR)  TO WS-DL-LEVEL
008850     MOVE WS-OT-ACTIVE (WS-OPER-CUR) TO WS-DL-ACTIVE
008860     MOVE WS-OT-DEPT (WS-OPER-CUR)   TO WS-DL-DEPT
008870     IF WS-OT-LAST-SIGNON (WS-OPER-CUR) = SPACES
008880         MOVE "NEVER" TO WS-DL-LAST-SIGNON
008890     ELSE
008900         MOVE WS-OT-LAST-SIGNON (WS-OPER-CUR) TO WS-DL-LAST-SIGNON
008910     END-IF
008920     MOVE WS-OT-CALCS (WS-OPER-CUR)     TO WS-DL-CALCS
008930     MOVE WS-OT-REFUSED (WS-OPER-CUR)   TO WS-DL-REFUSED
008940     MOVE WS-OT-REQUESTED (WS-OPER-CUR) TO WS-DL-REQUESTED
008950     MOVE WS-OT-APPROVED (WS-OPER-CUR)  TO WS-DL-APPROVED
008960     IF WS-OPER-IS-FLAGGED
008970         MOVE "** FLAG" TO WS-DL-FLAG
008980         ADD 1 TO WS-OPER-FLAGGED
008990     END-IF
009000     MOVE WS-DETAIL-LINE TO REPORT-RECORD
009010     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009020     IF WS-OPER-IS-IDLE
009030         MOVE "** " TO WS-NOTE-MARK
009040         MOVE "ACTIVE PROFILE WITH NO ACTIVITY IN THE QUARTER"
009050             TO WS-NOTE-TEXT
009060         MOVE WS-NOTE-LINE TO REPORT-RECORD
009070         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009080     END-IF
009090     IF WS-OT-OWN-DEPT (WS-OPER-CUR) > 0
009100         PERFORM 7300-WRITE-OWN-DEPT THRU 7300-EXIT
009110             VARYING WS-OWN-SUB FROM 1 BY 1
009120             UNTIL WS-OWN-SUB > WS-OWN-USED
009130     END-IF
009140     IF WS-OT-LEVEL-EVENTS (WS-OPER-CUR) > 0
009150         PERFORM 7200-WRITE-LEVEL-EVENT THRU 7200-EXIT
009160             VARYING WS-LVL-SUB FROM 1 BY 1
009170             UNTIL WS-LVL-SUB > WS-LVL-USED
009180     END-IF
009190     IF WS-OT-UNCHECKED (WS-OPER-CUR) > 0
009200         MOVE WS-OT-UNCHECKED (WS-OPER-CUR) TO WS-SMALL-EDIT
009210         MOVE "   " TO WS-NOTE-MARK
009220         MOVE SPACES TO WS-NOTE-TEXT
009230         STRING WS-SMALL-EDIT DELIMITED BY SIZE
009240                " APPROVAL(S) NOT CHECKED FOR OWN DEPARTMENT"
009250                    DELIMITED BY SIZE
009260                " - DEPARTMENT NOT SET ON A PROFILE"
009270                    DELIMITED BY SIZE
009280             INTO WS-NOTE-TEXT
009290         MOVE WS-NOTE-LINE TO REPORT-RECORD
009300         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009310     END-IF.
009320 7000-EXIT.
009330     EXIT.
009340*----------------------------------------------------------------
009350* 7100-WRITE-REPORT-HEADERS - page headings.
009360*----------------------------------------------------------------
009370 7100-WRITE-REPORT-HEADERS.
009380     ADD 1 TO WS-PAGE-NUM
009390     MOVE WS-REPORT-DATE-EDIT TO WS-HDR-DATE
009400     MOVE WS-PAGE-NUM TO WS-HDR-PAGE
009410     MOVE WS-QUARTER-TEXT TO WS-HDR-QUARTER
009420     MOVE WS-FROM-DATE TO WS-HDR-FROM
009430     MOVE WS-THRU-DATE TO WS-HDR-THRU
009440     MOVE WS-HEADING-1 TO REPORT-RECORD
009450     WRITE REPORT-RECORD
009460     MOVE WS-HEADING-2 TO REPORT-RECORD
009470     WRITE REPORT-RECORD
009480     MOVE SPACES TO REPORT-RECORD
009490     WRITE REPORT-RECORD
009500     MOVE WS-COLUMN-HEADING TO REPORT-RECORD
009510     WRITE REPORT-RECORD
009520     MOVE 0 TO WS-LINE-COUNT.
009530 7100-EXIT.
009540     EXIT.
009550*----------------------------------------------------------------
009560* 7200-WRITE-LEVEL-EVENT - a note for one addition or level
009570* change made to the profile being reported.
009580*----------------------------------------------------------------
009590 7200-WRITE-LEVEL-EVENT.
009600     IF WS-LVL-OPER (WS-LVL-SUB) NOT = WS-OT-ID (WS-OPER-CUR)
009610         GO TO 7200-EXIT
009620     END-IF
009630     MOVE "** " TO WS-NOTE-MARK
009640     MOVE SPACES TO WS-NOTE-TEXT
009650     MOVE WS-LVL-NOTE (WS-LVL-SUB) TO WS-STRING-WORK
009660     IF WS-LVL-WAS-ADDED (WS-LVL-SUB)
009670         STRING "PROFILE ADDED " DELIMITED BY SIZE
009680                WS-LVL-DATE (WS-LVL-SUB) DELIMITED BY SIZE
009690                " " DELIMITED BY SIZE
009700                WS-STRING-WORK DELIMITED BY "  "
009710                " BY " DELIMITED BY SIZE
009720                WS-LVL-BY (WS-LVL-SUB) DELIMITED BY SPACE
009730             INTO WS-NOTE-TEXT
009740     ELSE
009750         STRING "LEVEL CHANGED " DELIMITED BY SIZE
009760                WS-LVL-DATE (WS-LVL-SUB) DELIMITED BY SIZE
009770                " " DELIMITED BY SIZE
009780                WS-STRING-WORK DELIMITED BY "  "
009790                " BY " DELIMITED BY SIZE
009800                WS-LVL-BY (WS-LVL-SUB) DELIMITED BY SPACE
009810             INTO WS-NOTE-TEXT
009820     END-IF
009830     MOVE WS-NOTE-LINE TO REPORT-RECORD
009840     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009850 7200-EXIT.
009860     EXIT.
009870*----------------------------------------------------------------
009880* 7300-WRITE-OWN-DEPT - a note for one own-department approval
009890* made by the profile being reported.
009900*----------------------------------------------------------------
009910 7300-WRITE-OWN-DEPT.
009920     IF WS-OWN-APPROVER (WS-OWN-SUB) NOT = WS-OT-ID (WS-OPER-CUR)
009930         GO TO 7300-EXIT
009940     END-IF
009950     MOVE "** " TO WS-NOTE-MARK
009960     MOVE SPACES TO WS-NOTE-TEXT
009970     MOVE WS-OWN-DEPT (WS-OWN-SUB) TO WS-STRING-WORK
009980     STRING "APPROVED OWN DEPARTMENT " DELIMITED BY SIZE
009990            WS-STRING-WORK DELIMITED BY "  "
010000            " REQUEST " DELIMITED BY SIZE
010010            WS-OWN-ACTION (WS-OWN-SUB) DELIMITED BY SIZE
010020            " " DELIMITED BY SIZE
010030            WS-OWN-RATE (WS-OWN-SUB) DELIMITED BY SPACE
010040            " EFFECTIVE " DELIMITED BY SIZE
010050            WS-OWN-EFF-DATE (WS-OWN-SUB) DELIMITED BY SIZE
010060            " FROM " DELIMITED BY SIZE
010070            WS-OWN-REQUESTER (WS-OWN-SUB) DELIMITED BY SPACE
010080            " ON " DELIMITED BY SIZE
010090            WS-OWN-DATE (WS-OWN-SUB) DELIMITED BY SIZE
010100         INTO WS-NOTE-TEXT
010110     MOVE WS-NOTE-LINE TO REPORT-RECORD
010120     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010130 7300-EXIT.
010140     EXIT.
010150*----------------------------------------------------------------
010160* 7900-WRITE-LINE - write REPORT-RECORD, starting a new page when
010170* the current one is full.
010180*----------------------------------------------------------------
010190 7900-WRITE-LINE.
010200     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010210         MOVE REPORT-RECORD TO WS-HOLD-LINE
010220         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
010230         MOVE WS-HOLD-LINE TO REPORT-RECORD
010240     END-IF
010250     WRITE REPORT-RECORD
010260     ADD 1 TO WS-LINE-COUNT.
010270 7900-EXIT.
010280     EXIT.
010290*----------------------------------------------------------------
010300* 8000-WRITE-SUMMARY - the run's counts and its verdict.
010310*----------------------------------------------------------------
010320 8000-WRITE-SUMMARY.
010330     PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
010340     MOVE "SUMMARY" TO REPORT-RECORD
010350     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010360     MOVE "PROFILES ON CALCOPER"      TO WS-SUM-LABEL
010370     MOVE WS-OPER-USED                TO WS-SUM-COUNT
010380     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010390     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010400     MOVE "  ACTIVE"                  TO WS-SUM-LABEL
010410     MOVE WS-OPER-ACTIVE-CNT          TO WS-SUM-COUNT
010420     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010430     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010440     MOVE "PROFILES FLAGGED"          TO WS-SUM-LABEL
010450     MOVE WS-OPER-FLAGGED             TO WS-SUM-COUNT
010460     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010470     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010480     MOVE "  ACTIVE WITH NO ACTIVITY"  TO WS-SUM-LABEL
010490     MOVE WS-IDLE-CNT                 TO WS-SUM-COUNT
010500     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010510     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010520     MOVE "OWN-DEPARTMENT APPROVALS"  TO WS-SUM-LABEL
010530     MOVE WS-OWN-DEPT-CNT             TO WS-SUM-COUNT
010540     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010550     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010560     MOVE "LEVEL CHANGES AND ADDITIONS" TO WS-SUM-LABEL
010570     MOVE WS-LEVEL-EVENT-CNT          TO WS-SUM-COUNT
010580     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010590     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010600     MOVE "CALCLOG LINES IN QUARTER"  TO WS-SUM-LABEL
010610     MOVE WS-LOG-IN-PERIOD            TO WS-SUM-COUNT
010620     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010630     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010640     MOVE "CALCRTJ ENTRIES IN QUARTER" TO WS-SUM-LABEL
010650     MOVE WS-JRNL-IN-PERIOD           TO WS-SUM-COUNT
010660     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010670     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010680     MOVE "REQUESTS APPROVED IN QUARTER" TO WS-SUM-LABEL
010690     MOVE WS-VERDICTS-IN-PERIOD       TO WS-SUM-COUNT
010700     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010710     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010720     MOVE "  NOT CHECKED FOR DEPARTMENT" TO WS-SUM-LABEL
010730     MOVE WS-UNCHECKED-CNT            TO WS-SUM-COUNT
010740     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010750     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010760     MOVE "REFUSALS BY UNKNOWN IDS" TO WS-SUM-LABEL
010770     MOVE WS-UNKNOWN-REFUSED          TO WS-SUM-COUNT
010780     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010790     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010800     MOVE "RATE CHANGES BY UNKNOWN IDS" TO WS-SUM-LABEL
010810     MOVE WS-UNKNOWN-APPLIED          TO WS-SUM-COUNT
010820     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010830     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010840     MOVE "LEVEL EVENTS FOR UNKNOWN IDS" TO WS-SUM-LABEL
010850     MOVE WS-UNKNOWN-LEVEL            TO WS-SUM-COUNT
010860     MOVE WS-SUMMARY-LINE TO REPORT-RECORD
010870     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010880     MOVE SPACES TO REPORT-RECORD
010890     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010900     IF WS-TABLE-IS-FULL
010910         MOVE "A TABLE FILLED - SOME PROFILES OR EVENTS OMITTED"
010920             TO WS-MSG-TEXT
010930         MOVE WS-MESSAGE-LINE TO REPORT-RECORD
010940         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010950     END-IF
010960     IF WS-OPER-FLAGGED > 0
010970         MOVE "PROFILES FLAGGED - REVIEW THEM BEFORE SIGNING"
010980             TO WS-MSG-TEXT
010990     ELSE
011000         MOVE "NO PROFILE FLAGGED FOR THE QUARTER"
011010             TO WS-MSG-TEXT
011020     END-IF
011030     MOVE WS-MESSAGE-LINE TO REPORT-RECORD
011040     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
011050 8000-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080* 8500-WRITE-SIGNATURE-BLOCK - the reviewing supervisor's
011090* attestation, with room for the profiles to be changed and for
011100* name, signature and date.  Kept together on one page.
011110*----------------------------------------------------------------
011120 8500-WRITE-SIGNATURE-BLOCK.
011130     IF WS-LINE-COUNT + 12 > WS-MAX-LINES-PER-PAGE
011140         PERFORM 7100-WRITE-REPORT-HEADERS THRU 7100-EXIT
011150     END-IF
011160     MOVE SPACES TO REPORT-RECORD
011170     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011180     MOVE "RECERTIFICATION" TO REPORT-RECORD
011190     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011200     MOVE SPACES TO REPORT-RECORD
011210     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011220     MOVE WS-ATTEST-LINE-1 TO REPORT-RECORD
011230     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011240     MOVE SPACES TO REPORT-RECORD
011250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011260     MOVE WS-EXCEPTION-LINE TO REPORT-RECORD
011270     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011280     MOVE SPACES TO REPORT-RECORD
011290     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011300     MOVE WS-EXCEPTION-LINE TO REPORT-RECORD
011310     MOVE SPACES TO REPORT-RECORD(1:26)
011320     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011330     MOVE SPACES TO REPORT-RECORD
011340     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011350     MOVE SPACES TO REPORT-RECORD
011360     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
011370     MOVE WS-SIGNATURE-LINE TO REPORT-RECORD
011380     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
011390 8500-EXIT.
011400     EXIT.
011410 END PROGRAM CALC_RECERT.
