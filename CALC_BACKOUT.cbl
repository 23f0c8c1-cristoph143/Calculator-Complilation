000290*          failed or balked (the live files are left unchanged
000300*          by a failed proof), and 8 when the run id is known
000310*          to nothing at all.
000311*          A run CALC_POST already posted is still reversed,
000312*          but with a warning and RC 4: the ledger needs a
000313*          reversing journal entered by hand.
000314*          A run in a month accounting has closed on CALCPERD -
000315*          the month it ran in, or the run date of any of its
000316*          batches - is not reversed at all: the refusal is
000317*          logged and the job ends 8 until a supervisor
000318*          reopens the month.
000320* Tectonics: cobc
000330* Modification History:
000340*   2026-09-03  CB  Original program.
000341*   2026-10-15  CB  Warn when the run being reversed was already
000342*                   posted to the general ledger by CALC_POST - a
000343*                   reversing journal is needed; the backout logs
000344*                   as POSTED RUN REVERSED and ends 4.
000345*   2026-10-15  CB  Refuse to reverse a run that falls in a
000346*                   period closed on the new CALCPERD
000347*                   period-control file; the refusal is logged
000348*                   as BACKOUT REFUSED and the job ends 8.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CALC_BACKOUT.
000640     SELECT RUN-STATUS-FILE ASSIGN TO CALCSTAT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-STAT-FILE-STATUS.
000661     SELECT PERIOD-FILE ASSIGN TO CALCPERD
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS PERIOD-MONTH
000665         FILE STATUS IS WS-PERD-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  LOG-FILE.
000800 01  EXT-WORK-RECORD             PIC X(79).
000810 FD  RUN-STATUS-FILE.
000820     COPY CALCSTA.
000823 FD  PERIOD-FILE.
000826     COPY CALCPRD.
000830 WORKING-STORAGE SECTION.
000840     COPY CALCREC.
000850     COPY CALCHSW.
000890 77  WS-EXT-FILE-STATUS      PIC X(02) VALUE SPACES.
000900 77  WS-EXTW-FILE-STATUS     PIC X(02) VALUE SPACES.
000910 77  WS-STAT-FILE-STATUS     PIC X(02) VALUE SPACES.
000915 77  WS-PERD-FILE-STATUS     PIC X(02) VALUE SPACES.
000920 77  WS-BACKOUT-NAME         PIC X(30) VALUE SPACES.
000930 77  WS-TARGET-RUN-ID        PIC X(14) VALUE SPACES.
000940 77  WS-JOB-RC               PIC 9(04) VALUE 0.
001160     88  WS-BACKOUT-IS-OPEN      VALUE "Y".
001170 77  WS-HIST-MARKED-SW       PIC X(01) VALUE "N".
001180     88  WS-HISTORY-MARKED       VALUE "Y".
001181 77  WS-RUN-POSTED-SW        PIC X(01) VALUE "N".
001182     88  WS-RUN-WAS-POSTED       VALUE "Y".
001183 77  WS-PERD-OPEN-SW         PIC X(01) VALUE "N".
001184     88  WS-PERD-FILE-OPEN       VALUE "Y".
001185 77  WS-RUN-CLOSED-SW        PIC X(01) VALUE "N".
001186     88  WS-RUN-IN-CLOSED-PERIOD VALUE "Y".
001187 77  WS-PERD-MONTH-IN        PIC X(07) VALUE SPACES.
001188 77  WS-CLOSED-MONTH         PIC X(07) VALUE SPACES.
001190 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
001200     COPY CALCLGW.
001210 PROCEDURE DIVISION.
001370     IF WS-JOB-RC NOT = 0
001380         GO TO 0000-END-OF-JOB
001390     END-IF
001391     PERFORM 1500-CHECK-POSTED THRU 1500-EXIT
001392     IF WS-JOB-RC NOT = 0
001393         GO TO 0000-END-OF-JOB
001394     END-IF
001400     PERFORM 2000-BUILD-BACKOUT-NAME THRU 2000-EXIT
001410     PERFORM 3000-SPLIT-LOG THRU 3000-EXIT
001420     IF WS-JOB-RC NOT = 0
001690         MOVE 8 TO WS-JOB-RC
001700         GO TO 0000-END-OF-JOB
001710     END-IF
001720     PERFORM 8000-LOG-BACKOUT THRU 8000-EXIT
001721     IF WS-RUN-WAS-POSTED AND WS-JOB-RC = 0
001722         DISPLAY "CALC_BACKOUT: WARNING - RUN WAS POSTED TO THE "
001723             "GENERAL LEDGER, A REVERSING JOURNAL IS NEEDED"
001724         MOVE 4 TO WS-JOB-RC
001725     END-IF.
001730 0000-END-OF-JOB.
001740     MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
001750     DISPLAY "CALC_BACKOUT: LOG LINES MOVED   : " WS-COUNT-EDIT
001810     GOBACK.
001820*----------------------------------------------------------------
001830* 1000-GET-RUN-ID - accept the run id to reverse.
001831*----------------------------------------------------------------
001832 1000-GET-RUN-ID.
001833     DISPLAY "Enter Run Id To Reverse (YYYYMMDDHHMMSS): "
001834     ACCEPT WS-TARGET-RUN-ID
001835     IF WS-TARGET-RUN-ID = SPACES
001836         OR WS-TARGET-RUN-ID IS NOT NUMERIC
001837         DISPLAY "CALC_BACKOUT: RUN ID MUST BE THE 14-DIGIT "
001838             "RUN TIMESTAMP - NOTHING DONE"
001839         MOVE 8 TO WS-JOB-RC
001840     END-IF.
001841 1000-EXIT.
001842     EXIT.
001843*----------------------------------------------------------------
001844* 1500-CHECK-POSTED - browse the run's batches on CALCHIST before
001845* anything moves: a run CALC_POST has put in the general ledger
001846* still reverses here, but the ledger does not follow - warn so
001847* a reversing journal gets entered.  A run in a closed
001848* accounting period - the month of its run id, or the run date
001849* of any of its batches - is refused outright and the refusal
001850* logged; nothing moves until a supervisor reopens the month.
001851*----------------------------------------------------------------
001852 1500-CHECK-POSTED.
001853     OPEN INPUT PERIOD-FILE
001854     IF WS-PERD-FILE-STATUS = "00"
001855         SET WS-PERD-FILE-OPEN TO TRUE
001856     ELSE
001857         IF WS-PERD-FILE-STATUS NOT = "35"
001858             DISPLAY "CALC_BACKOUT: UNABLE TO OPEN CALCPERD, "
001859                 "STATUS = " WS-PERD-FILE-STATUS
001860             MOVE 8 TO WS-JOB-RC
001861             GO TO 1500-EXIT
001862         END-IF
001863     END-IF
001864     STRING WS-TARGET-RUN-ID(1:4) DELIMITED BY SIZE
001865            "-" DELIMITED BY SIZE
001866            WS-TARGET-RUN-ID(5:2) DELIMITED BY SIZE
001867         INTO WS-PERD-MONTH-IN
001868     PERFORM 1520-CHECK-PERIOD THRU 1520-EXIT
001869     MOVE WS-TARGET-RUN-ID TO HIST-RUN-ID
001870     SET HIST-FUNC-START TO TRUE
001871     CALL "CALC_HIST" USING HIST-REQUEST
001872     IF HIST-STATUS-IO-ERROR
001873         DISPLAY "CALC_BACKOUT: RUN-HISTORY FILE ERROR"
001874         MOVE 8 TO WS-JOB-RC
001875         GO TO 1500-EXIT
001876     END-IF
001877     PERFORM 1510-CHECK-NEXT-BATCH THRU 1510-EXIT
001878         UNTIL NOT HIST-STATUS-OK
001879     IF HIST-STATUS-IO-ERROR
001880         DISPLAY "CALC_BACKOUT: RUN-HISTORY FILE ERROR"
001881         MOVE 8 TO WS-JOB-RC
001882     END-IF
001883     SET HIST-FUNC-END TO TRUE
001884     CALL "CALC_HIST" USING HIST-REQUEST
001885     IF WS-PERD-FILE-OPEN
001886         CLOSE PERIOD-FILE
001887     END-IF
001888     IF WS-JOB-RC NOT = 0
001889         GO TO 1500-EXIT
001890     END-IF
001891     IF WS-RUN-IN-CLOSED-PERIOD
001892         DISPLAY "CALC_BACKOUT: RUN " WS-TARGET-RUN-ID
001893             " FALLS IN CLOSED PERIOD " WS-CLOSED-MONTH
001894         DISPLAY "CALC_BACKOUT: BACKOUT REFUSED - A SUPERVISOR "
001895             "MUST REOPEN THE PERIOD FIRST"
001896         PERFORM 8000-LOG-BACKOUT THRU 8000-EXIT
001897         MOVE 8 TO WS-JOB-RC
001898         GO TO 1500-EXIT
001899     END-IF
001900     IF WS-RUN-WAS-POSTED
001901         DISPLAY "CALC_BACKOUT: RUN " WS-TARGET-RUN-ID
001902             " WAS POSTED TO THE GENERAL LEDGER - A REVERSING"
001903         DISPLAY "CALC_BACKOUT: JOURNAL IS NEEDED FOR THE LEDGER "
001904             "ONCE THIS BACKOUT COMPLETES"
001905     END-IF.
001906 1500-EXIT.
001907     EXIT.
001908*----------------------------------------------------------------
001909* 1510-CHECK-NEXT-BATCH - one history record of the run; the
001910* first record keyed past the run ends the browse.
001911*----------------------------------------------------------------
001912 1510-CHECK-NEXT-BATCH.
001913     SET HIST-FUNC-NEXT TO TRUE
001914     CALL "CALC_HIST" USING HIST-REQUEST
001915     IF NOT HIST-STATUS-OK
001916         GO TO 1510-EXIT
001917     END-IF
001918     IF HIST-RUN-ID NOT = WS-TARGET-RUN-ID
001919         SET HIST-STATUS-END-OF-FILE TO TRUE
001920         GO TO 1510-EXIT
001921     END-IF
001922     IF HIST-POSTED = "Y"
001923         SET WS-RUN-WAS-POSTED TO TRUE
001924     END-IF
001925     MOVE HIST-RUN-DATE(1:7) TO WS-PERD-MONTH-IN
001926     PERFORM 1520-CHECK-PERIOD THRU 1520-EXIT.
001927 1510-EXIT.
001928     EXIT.
001929*----------------------------------------------------------------
001930* 1520-CHECK-PERIOD - look one month up on CALCPERD.  A month
001931* not on file, or no CALCPERD at all, stands open; so does a
001932* run date that is not a YYYY-MM month.
001933*----------------------------------------------------------------
001934 1520-CHECK-PERIOD.
001935     IF NOT WS-PERD-FILE-OPEN OR WS-RUN-IN-CLOSED-PERIOD
001936         GO TO 1520-EXIT
001937     END-IF
001938     IF WS-PERD-MONTH-IN(1:4) IS NOT NUMERIC
001939         OR WS-PERD-MONTH-IN(5:1) NOT = "-"
001940         OR WS-PERD-MONTH-IN(6:2) IS NOT NUMERIC
001941         GO TO 1520-EXIT
001942     END-IF
001943     MOVE WS-PERD-MONTH-IN TO PERIOD-MONTH
001944     READ PERIOD-FILE
001945         INVALID KEY
001946             GO TO 1520-EXIT
001947     END-READ
001948     IF WS-PERD-FILE-STATUS NOT = "00"
001949         DISPLAY "CALC_BACKOUT: UNABLE TO READ CALCPERD, "
001950             "STATUS = " WS-PERD-FILE-STATUS
001951         MOVE 8 TO WS-JOB-RC
001952         GO TO 1520-EXIT
001953     END-IF
001954     IF PERIOD-IS-CLOSED
001955         SET WS-RUN-IN-CLOSED-PERIOD TO TRUE
001956         MOVE PERIOD-MONTH TO WS-CLOSED-MONTH
001957     END-IF.
001958 1520-EXIT.
001959     EXIT.
001960*----------------------------------------------------------------
001970* 2000-BUILD-BACKOUT-NAME - dated backout file name, stamped
001980* with this job's date, the same naming CALC_LOGARC gives its
006100* 8000-LOG-BACKOUT - the reversal is audit evidence too: one
006110* CALCLOG line, stamped with this job's run id, source BACKOUT
006120* and the operator who ran it; the reversed run id rides in
006130* the operand columns.  A backout refused for a closed period
006135* is logged the same way, as BACKOUT REFUSED.
006140*----------------------------------------------------------------
006150 8000-LOG-BACKOUT.
006160     OPEN I-O LOG-FILE
006330     MOVE 0 TO CALC-RESULT
006340     MOVE CALC-RESULT TO CALC-RESULT-EDIT
006350     MOVE "RUN REVERSED" TO WS-STATUS-TEXT
006352     IF WS-RUN-WAS-POSTED
006354         MOVE "POSTED RUN REVERSED" TO WS-STATUS-TEXT
006356     END-IF
006357     IF WS-RUN-IN-CLOSED-PERIOD
006358         MOVE "BACKOUT REFUSED" TO WS-STATUS-TEXT
006359     END-IF
006360     PERFORM 6000-WRITE-LOG THRU 6000-EXIT
006370     CLOSE LOG-FILE.
006380 8000-EXIT.
