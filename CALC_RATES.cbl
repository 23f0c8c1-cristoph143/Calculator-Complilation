000570*                   change is exactly what audit asked us to
000580*                   make impossible after the freight-rate
000590*                   incident in August.
000591*   2026-10-15  CB  An add, change or delete effective in a
000592*                   month closed on the new CALCPERD period-
000593*                   control file is refused (status 5) - the
000594*                   rate in force on a closed month's runs
000595*                   must not move under figures already
000596*                   reported.  A supervisor reopens the month
000597*                   at the menu first.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. CALC_RATES.
000750     SELECT JOURNAL-FILE ASSIGN TO CALCRTJ
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-JRNL-FILE-STATUS.
000771     SELECT PERIOD-FILE ASSIGN TO CALCPERD
000772         ORGANIZATION IS INDEXED
000773         ACCESS MODE IS RANDOM
000774         RECORD KEY IS PERIOD-MONTH
000775         FILE STATUS IS WS-PERD-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RATE-FILE.
001020     05  JRNL-RUN-ID             PIC X(14).
001030     05  FILLER                  PIC X(01).
001040     05  JRNL-SOURCE             PIC X(11).
001043 FD  PERIOD-FILE.
001046     COPY CALCPRD.
001050 WORKING-STORAGE SECTION.
001060 77  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
001070 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
001075 77  WS-PERD-FILE-STATUS     PIC X(02) VALUE SPACES.
001080 77  WS-FILE-OPEN-SW         PIC X(01) VALUE "N".
001090     88  WS-FILE-IS-OPEN         VALUE "Y".
001100 77  WS-JRNL-OPEN-SW         PIC X(01) VALUE "N".
002540     IF WS-JRNL-FILE-STATUS NOT = "00"
002550         DISPLAY "CALC_RATES: CALCRTJ WRITE FAILED, "
002560             "STATUS = " WS-JRNL-FILE-STATUS
002561         SET RATE-STATUS-IO-ERROR TO TRUE
002562     END-IF.
002563 1700-EXIT.
002564     EXIT.
002565*----------------------------------------------------------------
002566* 1800-CHECK-PERIOD - refuse an add, change or delete whose
002567* effective date falls in a month accounting has closed on
002568* CALCPERD: the rate in force on a closed month's runs must
002569* not move under figures already reported.  A month not on
002570* file - or no CALCPERD at all (status 35) - stands open.  The
002571* file is opened for each check, so a month closed or reopened
002572* at the menu earlier in the same session is honoured.  A file
002573* that cannot be read refuses the change, the same as a
002574* journal that will not open.
002575*----------------------------------------------------------------
002576 1800-CHECK-PERIOD.
002577     OPEN INPUT PERIOD-FILE
002578     IF WS-PERD-FILE-STATUS = "35"
002579         GO TO 1800-EXIT
002580     END-IF
002581     IF WS-PERD-FILE-STATUS NOT = "00"
002582         DISPLAY "CALC_RATES: UNABLE TO OPEN CALCPERD, "
002583             "STATUS = " WS-PERD-FILE-STATUS
002584         SET RATE-STATUS-IO-ERROR TO TRUE
002585         GO TO 1800-EXIT
002586     END-IF
002587     MOVE WS-WORK-EFF-DATE(1:7) TO PERIOD-MONTH
002588     READ PERIOD-FILE
002589         INVALID KEY
002590             MOVE "O" TO PERIOD-STATUS
002591     END-READ
002592     IF WS-PERD-FILE-STATUS NOT = "00"
002593         AND WS-PERD-FILE-STATUS NOT = "23"
002594         DISPLAY "CALC_RATES: UNABLE TO READ CALCPERD, "
002595             "STATUS = " WS-PERD-FILE-STATUS
002596         SET RATE-STATUS-IO-ERROR TO TRUE
002597     END-IF
002598     IF RATE-STATUS-OK AND PERIOD-IS-CLOSED
002599         DISPLAY "CALC_RATES: " RATE-NAME " EFFECTIVE "
002600             WS-WORK-EFF-DATE " FALLS IN CLOSED PERIOD "
002601             PERIOD-MONTH " - REFUSED"
002602         SET RATE-STATUS-PERIOD-CLOSED TO TRUE
002603     END-IF
002604     CLOSE PERIOD-FILE.
002605 1800-EXIT.
002606     EXIT.
002610*----------------------------------------------------------------
002620* 2000-LOOKUP-RATE - resolve the named rate as of the caller's
002630* RATE-AS-OF-DATE: position at the name's first dated record and
003360*----------------------------------------------------------------
003370 3000-ADD-RATE.
003380     PERFORM 1500-DEFAULT-EFF-DATE THRU 1500-EXIT
003382     PERFORM 1800-CHECK-PERIOD THRU 1800-EXIT
003384     IF NOT RATE-STATUS-OK
003386         GO TO 3000-EXIT
003388     END-IF
003390     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT
003400     IF RATE-STATUS-IO-ERROR
003410         GO TO 3000-EXIT
003640*----------------------------------------------------------------
003650 4000-CHANGE-RATE.
003660     PERFORM 1500-DEFAULT-EFF-DATE THRU 1500-EXIT
003662     PERFORM 1800-CHECK-PERIOD THRU 1800-EXIT
003664     IF NOT RATE-STATUS-OK
003666         GO TO 4000-EXIT
003668     END-IF
003670     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT
003680     IF RATE-STATUS-IO-ERROR
003690         GO TO 4000-EXIT
004010*----------------------------------------------------------------
004020 5000-DELETE-RATE.
004030     PERFORM 1500-DEFAULT-EFF-DATE THRU 1500-EXIT
004032     PERFORM 1800-CHECK-PERIOD THRU 1800-EXIT
004034     IF NOT RATE-STATUS-OK
004036         GO TO 5000-EXIT
004038     END-IF
004040     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT
004050     IF RATE-STATUS-IO-ERROR
004060         GO TO 5000-EXIT
