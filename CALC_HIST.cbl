000090*          from being submitted twice.  CALCHIST keeps one
000100*          record per batch per run (key: run id, department
000110*          and batch sequence) with the run date, counts,
000111*          operand hash, processed result total, final
000120*          condition and a reversed flag.
000130*          Functions (CALCHSW copybook): record a batch
000140*          (write, or rewrite on restart), find a duplicate of
000150*          an incoming batch (same department, run date and
000170*          browse for the menu inquiry, and mark a whole run
000180*          reversed for the backout job.  The file is opened
000190*          on first use and stays open until the END function
000200*          closes it, the pattern CALC_RATES set.  A run posted
000203*          to the general ledger is marked posted for CALC_POST,
000206*          once only.
000210* Tectonics: cobc
000220* Modification History:
000230*   2026-09-03  CB  Original module.
000340*                   records - an OUT OF BAL or HELD DUP batch
000350*                   never consumed its file, so its corrected
000360*                   resubmission must not be held against it.
000361*   2026-10-15  CB  Posted flag on the record and the POST
000362*                   function: every batch of the run is marked
000363*                   posted, or - when any batch already is -
000364*                   none is touched and ALREADY-POSTED comes
000365*                   back, so one run can never post twice.
000366*   2026-10-15  CB  Processed result total on the record, kept
000367*                   from the request and handed back on browse.
000368*   2026-10-15  CB  Record now 118 bytes: convert an existing
000369*                   CALCHIST once (CALC_BACKUP U, then R).
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALC_HIST.
000650     05  HIST-REC-CONDITION      PIC X(14).
000660     05  HIST-REC-REVERSED       PIC X(01).
000670         88  HIST-REC-IS-REVERSED    VALUE "Y".
000673     05  HIST-REC-POSTED         PIC X(01).
000676         88  HIST-REC-IS-POSTED      VALUE "Y".
000678     05  HIST-REC-RESULT-TOTAL   PIC S9(13)V9(2).
000680 WORKING-STORAGE SECTION.
000690 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
000700 77  WS-FILE-OPEN-SW         PIC X(01) VALUE "N".
000730     88  WS-END-OF-SCAN          VALUE "Y".
000740 77  WS-FOUND-SW             PIC X(01) VALUE "N".
000750     88  WS-MATCH-WAS-FOUND      VALUE "Y".
000753 77  WS-POSTED-SW            PIC X(01) VALUE "N".
000756     88  WS-RUN-WAS-POSTED       VALUE "Y".
000760 77  WS-CALLER-RUN-ID        PIC X(14) VALUE SPACES.
000770 LINKAGE SECTION.
000780 COPY CALCHSW.
001050             PERFORM 5000-READ-NEXT THRU 5000-EXIT
001060         WHEN HIST-FUNC-REVERSE
001070             PERFORM 6000-REVERSE-RUN THRU 6000-EXIT
001073         WHEN HIST-FUNC-POST
001076             PERFORM 7000-POST-RUN THRU 7000-EXIT
001080         WHEN OTHER
001090             SET HIST-STATUS-IO-ERROR TO TRUE
001100     END-EVALUATE.
001660     MOVE HIST-REJECTED-CNT  TO HIST-REC-REJECTED
001670     MOVE HIST-HASH          TO HIST-REC-HASH
001680     MOVE HIST-CONDITION     TO HIST-REC-CONDITION
001690     MOVE HIST-REVERSED      TO HIST-REC-REVERSED
001695     MOVE HIST-POSTED        TO HIST-REC-POSTED
001697     MOVE HIST-RESULT-TOTAL  TO HIST-REC-RESULT-TOTAL.
001700 2100-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
002650             MOVE HIST-REC-HASH      TO HIST-HASH
002660             MOVE HIST-REC-CONDITION TO HIST-CONDITION
002670             MOVE HIST-REC-REVERSED  TO HIST-REVERSED
002675             MOVE HIST-REC-POSTED    TO HIST-POSTED
002677             MOVE HIST-REC-RESULT-TOTAL TO HIST-RESULT-TOTAL
002680     END-READ
002690     IF HIST-STATUS-OK AND WS-HIST-FILE-STATUS NOT = "00"
002700         SET HIST-STATUS-IO-ERROR TO TRUE
003130         GO TO 6100-EXIT
003140     END-IF
003150     MOVE "Y" TO HIST-REC-REVERSED
003151     REWRITE HIST-RECORD
003152         INVALID KEY
003153             SET HIST-STATUS-IO-ERROR TO TRUE
003154             SET WS-END-OF-SCAN TO TRUE
003155     END-REWRITE
003156     IF HIST-STATUS-OK
003157         SET WS-MATCH-WAS-FOUND TO TRUE
003158     END-IF.
003159 6100-EXIT.
003160     EXIT.
003161*----------------------------------------------------------------
003162* 7000-POST-RUN - mark every batch of HIST-RUN-ID posted to the
003163* general ledger.  A first sweep looks for a batch already
003164* posted; finding one, nothing is changed and the run comes
003165* back ALREADY-POSTED.  A run with no batches on file comes
003166* back not-found.
003167*----------------------------------------------------------------
003168 7000-POST-RUN.
003169     MOVE "N" TO WS-FOUND-SW
003170     MOVE "N" TO WS-POSTED-SW
003171     PERFORM 7050-START-RUN THRU 7050-EXIT
003172     PERFORM 7100-CHECK-POSTED THRU 7100-EXIT
003173         UNTIL WS-END-OF-SCAN
003174     IF NOT HIST-STATUS-OK
003175         GO TO 7000-EXIT
003176     END-IF
003177     IF NOT WS-MATCH-WAS-FOUND
003178         SET HIST-STATUS-NOT-FOUND TO TRUE
003179         GO TO 7000-EXIT
003180     END-IF
003181     IF WS-RUN-WAS-POSTED
003182         SET HIST-STATUS-ALREADY-POSTED TO TRUE
003183         GO TO 7000-EXIT
003184     END-IF
003185     PERFORM 7050-START-RUN THRU 7050-EXIT
003186     PERFORM 7200-POST-RECORD THRU 7200-EXIT
003187         UNTIL WS-END-OF-SCAN.
003188 7000-EXIT.
003189     EXIT.
003190*----------------------------------------------------------------
003191* 7050-START-RUN - position on the first batch of HIST-RUN-ID.
003192*----------------------------------------------------------------
003193 7050-START-RUN.
003194     MOVE "N" TO WS-SCAN-EOF-SW
003195     MOVE LOW-VALUES  TO HIST-REC-KEY
003196     MOVE HIST-RUN-ID TO HIST-KEY-RUN-ID
003197     START HIST-FILE KEY NOT < HIST-REC-KEY
003198         INVALID KEY
003199             SET WS-END-OF-SCAN TO TRUE
003200     END-START.
003201 7050-EXIT.
003202     EXIT.
003203*----------------------------------------------------------------
003204* 7100-CHECK-POSTED - note whether one of the run's batches is
003205* already posted; the first record keyed past the run ends the
003206* sweep.
003207*----------------------------------------------------------------
003208 7100-CHECK-POSTED.
003209     READ HIST-FILE NEXT RECORD
003210         AT END
003211             SET WS-END-OF-SCAN TO TRUE
003212             GO TO 7100-EXIT
003213     END-READ
003214     IF WS-HIST-FILE-STATUS NOT = "00"
003215         SET HIST-STATUS-IO-ERROR TO TRUE
003216         SET WS-END-OF-SCAN TO TRUE
003217         GO TO 7100-EXIT
003218     END-IF
003219     IF HIST-KEY-RUN-ID NOT = HIST-RUN-ID
003220         SET WS-END-OF-SCAN TO TRUE
003221         GO TO 7100-EXIT
003222     END-IF
003223     SET WS-MATCH-WAS-FOUND TO TRUE
003224     IF HIST-REC-IS-POSTED
003225         SET WS-RUN-WAS-POSTED TO TRUE
003226     END-IF.
003227 7100-EXIT.
003228     EXIT.
003229*----------------------------------------------------------------
003230* 7200-POST-RECORD - flag one of the run's batch records posted.
003231*----------------------------------------------------------------
003232 7200-POST-RECORD.
003233     READ HIST-FILE NEXT RECORD
003234         AT END
003235             SET WS-END-OF-SCAN TO TRUE
003236             GO TO 7200-EXIT
003237     END-READ
003238     IF WS-HIST-FILE-STATUS NOT = "00"
003239         SET HIST-STATUS-IO-ERROR TO TRUE
003240         SET WS-END-OF-SCAN TO TRUE
003241         GO TO 7200-EXIT
003242     END-IF
003243     IF HIST-KEY-RUN-ID NOT = HIST-RUN-ID
003244         SET WS-END-OF-SCAN TO TRUE
003245         GO TO 7200-EXIT
003246     END-IF
003247     MOVE "Y" TO HIST-REC-POSTED
003248     REWRITE HIST-RECORD
003249         INVALID KEY
003250             SET HIST-STATUS-IO-ERROR TO TRUE
003251             SET WS-END-OF-SCAN TO TRUE
003252     END-REWRITE.
003253 7200-EXIT.
003254     EXIT.
003260*----------------------------------------------------------------
003270* 8000-CLOSE-FILE - close CALCHIST at end of the caller's run.
003280*----------------------------------------------------------------
