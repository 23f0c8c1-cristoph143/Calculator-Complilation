000010******************************************************************
000020* Author: Cristopher Bohol
000030* Installation: Shop Data Processing
000040* Date-Written: October 15, 2026
000050* Purpose: Backup and reload utility for the calculator's
000060*          indexed files - CALCLOG, CALCRATE, CALCHIST, CALCOPER,
000070*          CALCDEPT, CALCGLMP and CALCPERD.  CALC_LOGARC only
000080*          trims old audit lines; nothing could rebuild a file
000090*          that lost its index, and CALCLOG and CALCHIST are our
000100*          audit evidence.  Two modes:
000110*            U - the nightly unload.  Each indexed file is read
000120*                in key order to a dated sequential backup,
000130*                <file>.Uyyyymmdd, closed by a control record
000140*                carrying the file name, record length, record
000150*                count and hash.  The backup is then read back
000160*                and must prove to the same count and hash.  A
000170*                file not on disk yet is noted and skipped.
000180*            R - reload one file from a chosen backup.  The
000190*                backup must first prove against its own control
000200*                record; it is then loaded into a work copy,
000210*                <file>.Ryyyymmdd, and only when that rebuilt
000220*                copy reads back to the control count and hash
000230*                is the live file replaced - loaded again from
000240*                the proven backup and proved once more.  The
000250*                restore is logged to CALCLOG with the usual
000260*                run-id/source/operator stamping.
000270*          The hash is the sum over every record of each byte's
000280*          character code times its position in the record, so
000290*          a changed, shifted or dropped byte shows, and so it
000300*          does not matter what order the records come back in.
000301*          A file whose layout has grown (CALCHIST with the
000302*          posted flag and result total, CALCOPER with the
000303*          department) but which is still at its prior record
000304*          length is unloaded at that length, and R widens such
000305*          a backup to the current layout as it loads it - so
000306*          the nightly unload followed by one R of each file is
000307*          the conversion.
000310*          Ends 0 when everything proved, 8 when anything did
000320*          not - a reload that stops before the live file is
000330*          touched leaves it exactly as it was.
000340* Tectonics: cobc
000350* Modification History:
000360*   2026-10-15  CB  Original program.
000363*   2026-10-15  CB  CALCOPER now uses the shared CALCOPR layout;
000366*                   its record is 50 bytes with the department.
000367*   2026-10-15  CB  Converts CALCHIST (102 to 118 bytes) and
000368*                   CALCOPER (30 to 50) - unloaded at the old
000369*                   length, widened and proved on the reload.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALC_BACKUP.
000400 AUTHOR. CRISTOPHER BOHOL.
000410 INSTALLATION. SHOP DATA PROCESSING.
000420 DATE-WRITTEN. OCTOBER 15, 2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*    Every indexed file is assigned through WS-LIVE-NAME, so the
000480*    same file description serves the live file and the reload
000490*    work copy; only one of them is ever open at a time.
000500     SELECT LOG-FILE ASSIGN USING WS-LIVE-NAME
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LOG-KEY
000540         ALTERNATE RECORD KEY IS LOG-TIMESTAMP
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-IDX-FILE-STATUS.
000570     SELECT RATE-FILE ASSIGN USING WS-LIVE-NAME
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RATE-REC-KEY
000610         FILE STATUS IS WS-IDX-FILE-STATUS.
000620     SELECT HIST-FILE ASSIGN USING WS-LIVE-NAME
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HIST-REC-KEY
000660         FILE STATUS IS WS-IDX-FILE-STATUS.
000661*    CALCHIST and CALCOPER as they were before their layouts
000662*    grew, opened only to unload a file not yet converted.
000663     SELECT OLD-HIST-FILE ASSIGN USING WS-LIVE-NAME
000664         ORGANIZATION IS INDEXED
000665         ACCESS MODE IS DYNAMIC
000666         RECORD KEY IS OLD-HIST-REC-KEY
000667         FILE STATUS IS WS-IDX-FILE-STATUS.
000670     SELECT OPERATOR-FILE ASSIGN USING WS-LIVE-NAME
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS OPER-ID
000701         FILE STATUS IS WS-IDX-FILE-STATUS.
000702     SELECT OLD-OPERATOR-FILE ASSIGN USING WS-LIVE-NAME
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS OLD-OPER-ID
000710         FILE STATUS IS WS-IDX-FILE-STATUS.
000720     SELECT DEPT-FILE ASSIGN USING WS-LIVE-NAME
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS DEPT-CODE
000760         FILE STATUS IS WS-IDX-FILE-STATUS.
000770     SELECT GLMAP-FILE ASSIGN USING WS-LIVE-NAME
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS GLMAP-KEY
000810         FILE STATUS IS WS-IDX-FILE-STATUS.
000820     SELECT PERIOD-FILE ASSIGN USING WS-LIVE-NAME
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS PERIOD-MONTH
000860         FILE STATUS IS WS-IDX-FILE-STATUS.
000870     SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-BKUP-FILE-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  LOG-FILE.
000930     COPY CALCLOG.
000940*    CALCRATE and CALCHIST are laid out in full in CALC_RATES
000950*    and CALC_HIST; only their keys matter here, and their
000960*    lengths must match the file table below.
000970 FD  RATE-FILE.
000980 01  RATE-RECORD.
000990     05  RATE-REC-KEY                PIC X(20).
001000     05  FILLER                      PIC X(08).
001010 FD  HIST-FILE.
001020 01  HIST-RECORD.
001030     05  HIST-REC-KEY                PIC X(38).
001040     05  FILLER                      PIC X(80).
001042 FD  OLD-HIST-FILE.
001044 01  OLD-HIST-RECORD.
001046     05  OLD-HIST-REC-KEY            PIC X(38).
001048     05  FILLER                      PIC X(64).
001050 FD  OPERATOR-FILE.
001060     COPY CALCOPR.
001066 FD  OLD-OPERATOR-FILE.
001072 01  OLD-OPERATOR-RECORD.
001078     05  OLD-OPER-ID                 PIC X(08).
001084     05  FILLER                      PIC X(22).
001090 FD  DEPT-FILE.
001100     COPY CALCDPT.
001110 FD  GLMAP-FILE.
001120     COPY CALCGLM.
001130 FD  PERIOD-FILE.
001140     COPY CALCPRD.
001150*    Backup file - one D record per record unloaded, the record
001160*    itself in BKUP-DATA, then a single C control record.
001170 FD  BACKUP-FILE.
001180 01  BACKUP-RECORD.
001190     05  BKUP-TYPE                   PIC X(01).
001200         88  BKUP-IS-DATA                VALUE "D".
001210         88  BKUP-IS-CONTROL             VALUE "C".
001220     05  FILLER                      PIC X(01).
001230     05  BKUP-DATA                   PIC X(133).
001240 01  BACKUP-CONTROL-RECORD.
001250     05  BKUPC-TYPE                  PIC X(01).
001260     05  FILLER                      PIC X(01).
001270     05  BKUPC-FILE-NAME             PIC X(08).
001280     05  FILLER                      PIC X(01).
001290     05  BKUPC-RUN-ID                PIC X(14).
001300     05  FILLER                      PIC X(01).
001310     05  BKUPC-REC-LEN               PIC 9(04).
001320     05  FILLER                      PIC X(01).
001330     05  BKUPC-RECORD-COUNT          PIC 9(08).
001340     05  FILLER                      PIC X(01).
001350     05  BKUPC-HASH                  PIC 9(18).
001360     05  FILLER                      PIC X(01).
001370     05  BKUPC-OPERATOR-ID           PIC X(08).
001380     05  FILLER                      PIC X(68).
001390 WORKING-STORAGE SECTION.
001400     COPY CALCREC.
001410 77  WS-IDX-FILE-STATUS      PIC X(02) VALUE SPACES.
001420 77  WS-BKUP-FILE-STATUS     PIC X(02) VALUE SPACES.
001430 77  WS-LIVE-NAME            PIC X(30) VALUE SPACES.
001440 77  WS-BACKUP-NAME          PIC X(30) VALUE SPACES.
001450 77  WS-WORK-NAME            PIC X(30) VALUE SPACES.
001460 77  WS-STATUS-TEXT          PIC X(20) VALUE SPACES.
001470 77  WS-JOB-RC               PIC 9(04) VALUE 0.
001480 77  WS-MODE                 PIC X(01) VALUE SPACES.
001490     88  WS-MODE-UNLOAD          VALUE "U".
001500     88  WS-MODE-RELOAD          VALUE "R".
001510 77  WS-FILE-IN              PIC X(08) VALUE SPACES.
001520 77  WS-DATE-IN              PIC X(08) VALUE SPACES.
001530 77  WS-BACKUP-DATE          PIC X(08) VALUE SPACES.
001540*    The indexed files this job knows, with each one's record
001545*    length and the length it had before its layout last grew
001550*    (the same again when it never has).  A file's length
001555*    changes with its record layout.
001560 01  WS-FILE-LIST-VALUES.
001570     05  FILLER              PIC X(16) VALUE "CALCLOG 01330133".
001580     05  FILLER              PIC X(16) VALUE "CALCRATE00280028".
001590     05  FILLER              PIC X(16) VALUE "CALCHIST01180102".
001600     05  FILLER              PIC X(16) VALUE "CALCOPER00500030".
001610     05  FILLER              PIC X(16) VALUE "CALCDEPT00670067".
001620     05  FILLER              PIC X(16) VALUE "CALCGLMP00750075".
001630     05  FILLER              PIC X(16) VALUE "CALCPERD00350035".
001640 01  WS-FILE-LIST REDEFINES WS-FILE-LIST-VALUES.
001650     05  WS-FL-ENTRY OCCURS 7.
001660         10  WS-FL-NAME      PIC X(08).
001670         10  WS-FL-REC-LEN   PIC 9(04).
001675         10  WS-FL-PRIOR-LEN PIC 9(04).
001680 77  WS-FILE-MAX             PIC 9(02) COMP VALUE 7.
001690 77  WS-FILE-SUB             PIC 9(02) COMP VALUE 0.
001695 77  WS-FL-SUB               PIC 9(02) COMP VALUE 0.
001700 77  WS-FILE-NAME            PIC X(08) VALUE SPACES.
001710 77  WS-REC-LEN              PIC 9(04) COMP VALUE 0.
001720 77  WS-BYTE-SUB             PIC 9(04) COMP VALUE 0.
001730*    One record on its way through, whichever file it is from.
001740 01  WS-REC-AREA             PIC X(133) VALUE SPACES.
001741*    The bytes a CALCHIST record taken at its prior length gets
001742*    when it is widened: not posted, no result total.
001743 01  WS-HIST-NEW-FIELDS.
001744     05  WS-HIST-NEW-POSTED  PIC X(01) VALUE "N".
001745     05  WS-HIST-NEW-TOTAL   PIC S9(13)V9(2) VALUE ZERO.
001750*    Count and hash of the pass in progress.
001760 77  WS-PASS-COUNT           PIC 9(08) VALUE 0.
001770 77  WS-PASS-HASH            PIC 9(18) VALUE 0.
001780*    What the unload wrote, and what the control record says.
001790 77  WS-UNLOAD-COUNT         PIC 9(08) VALUE 0.
001800 77  WS-UNLOAD-HASH          PIC 9(18) VALUE 0.
001810 77  WS-CTL-FILE-NAME        PIC X(08) VALUE SPACES.
001820 77  WS-CTL-REC-LEN          PIC 9(04) VALUE 0.
001830 77  WS-CTL-COUNT            PIC 9(08) VALUE 0.
001840 77  WS-CTL-HASH             PIC 9(18) VALUE 0.
001850 77  WS-CTL-RUN-ID           PIC X(14) VALUE SPACES.
001852*    The hash a reloaded file must prove to - the control
001854*    record's, or the widened records' when converting.
001856 77  WS-EXPECT-HASH          PIC 9(18) VALUE 0.
001860 77  WS-CTL-FOUND-SW         PIC X(01) VALUE "N".
001870     88  WS-CTL-FOUND            VALUE "Y".
001880 77  WS-BKUP-BAD-SW          PIC X(01) VALUE "N".
001890     88  WS-BKUP-IS-BAD          VALUE "Y".
001900 77  WS-IDX-EOF-SW           PIC X(01) VALUE "N".
001910     88  WS-END-OF-IDX-FILE      VALUE "Y".
001920 77  WS-BKUP-EOF-SW          PIC X(01) VALUE "N".
001930     88  WS-END-OF-BKUP-FILE     VALUE "Y".
001940 77  WS-IO-ERROR-SW          PIC X(01) VALUE "N".
001950     88  WS-IO-ERROR             VALUE "Y".
001960 77  WS-LIVE-TOUCHED-SW      PIC X(01) VALUE "N".
001970     88  WS-LIVE-TOUCHED         VALUE "Y".
001972 77  WS-PRIOR-LAYOUT-SW      PIC X(01) VALUE "N".
001974     88  WS-PRIOR-LAYOUT         VALUE "Y".
001976 77  WS-CONVERT-SW           PIC X(01) VALUE "N".
001978     88  WS-CONVERTING           VALUE "Y".
001980 77  WS-FILES-SAVED          PIC 9(04) VALUE 0.
001990 77  WS-FILES-ABSENT         PIC 9(04) VALUE 0.
002000 77  WS-FILES-FAILED         PIC 9(04) VALUE 0.
002010 77  WS-RECORDS-SAVED        PIC 9(08) VALUE 0.
002020 77  WS-RECORDS-LOADED       PIC 9(08) VALUE 0.
002030 01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
002040     COPY CALCLGW.
002050 PROCEDURE DIVISION.
002060*----------------------------------------------------------------
002070* 0000-MAINLINE - take the mode and either unload every indexed
002080* file or reload the one asked for.
002090*----------------------------------------------------------------
002100 0000-MAINLINE.
002110     DISPLAY "CALC_BACKUP - INDEXED FILE BACKUP AND RELOAD"
002120     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
002130     MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-ID
002140     MOVE "BACKUP" TO WS-RUN-SOURCE
002150     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
002160     IF WS-OPERATOR-ID = SPACES
002170         MOVE "UNKNOWN" TO WS-OPERATOR-ID
002180     END-IF
002190     PERFORM 1000-GET-MODE THRU 1000-EXIT
002200     IF WS-JOB-RC NOT = 0
002210         GO TO 0000-END-OF-JOB
002220     END-IF
002230     IF WS-MODE-UNLOAD
002240         PERFORM 2000-UNLOAD-FILE THRU 2000-EXIT
002250             VARYING WS-FILE-SUB FROM 1 BY 1
002260             UNTIL WS-FILE-SUB > WS-FILE-MAX
002270         GO TO 0000-END-OF-JOB
002280     END-IF
002290     MOVE "RESTORE" TO WS-RUN-SOURCE
002300     PERFORM 1100-GET-RELOAD-PARMS THRU 1100-EXIT
002310     IF WS-JOB-RC NOT = 0
002320         GO TO 0000-END-OF-JOB
002330     END-IF
002340     PERFORM 3000-RELOAD-FILE THRU 3000-EXIT
002350     IF WS-LIVE-TOUCHED
002360         PERFORM 8000-LOG-RESTORE THRU 8000-EXIT
002370     END-IF.
002380 0000-END-OF-JOB.
002390     IF WS-MODE-UNLOAD
002400         MOVE WS-FILES-SAVED TO WS-COUNT-EDIT
002410         DISPLAY "CALC_BACKUP: FILES BACKED UP  : " WS-COUNT-EDIT
002420         MOVE WS-FILES-ABSENT TO WS-COUNT-EDIT
002430         DISPLAY "CALC_BACKUP: FILES NOT ON DISK: " WS-COUNT-EDIT
002440         MOVE WS-FILES-FAILED TO WS-COUNT-EDIT
002450         DISPLAY "CALC_BACKUP: FILES FAILED     : " WS-COUNT-EDIT
002460         MOVE WS-RECORDS-SAVED TO WS-COUNT-EDIT
002470         DISPLAY "CALC_BACKUP: RECORDS UNLOADED : " WS-COUNT-EDIT
002480     END-IF
002490     IF WS-MODE-RELOAD
002500         MOVE WS-CTL-COUNT TO WS-COUNT-EDIT
002510         DISPLAY "CALC_BACKUP: RECORDS ON BACKUP: " WS-COUNT-EDIT
002520         MOVE WS-RECORDS-LOADED TO WS-COUNT-EDIT
002530         DISPLAY "CALC_BACKUP: RECORDS RELOADED : " WS-COUNT-EDIT
002540     END-IF
002550     MOVE WS-JOB-RC TO RETURN-CODE
002560     GOBACK.
002570*----------------------------------------------------------------
002580* 1000-GET-MODE - U unloads every file (the nightly run, and the
002590* default when the answer is blank); R reloads one.
002600*----------------------------------------------------------------
002610 1000-GET-MODE.
002620     DISPLAY "Enter Mode (U = Unload All, R = Reload One): "
002630     ACCEPT WS-MODE
002640     MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
002650     IF WS-MODE = SPACES
002660         MOVE "U" TO WS-MODE
002670     END-IF
002680     IF NOT WS-MODE-UNLOAD AND NOT WS-MODE-RELOAD
002690         DISPLAY "CALC_BACKUP: MODE MUST BE U OR R - NOTHING DONE"
002700         MOVE 8 TO WS-JOB-RC
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 1100-GET-RELOAD-PARMS - the file to reload and the date of the
002760* backup to reload it from.
002770*----------------------------------------------------------------
002780 1100-GET-RELOAD-PARMS.
002790     DISPLAY "Enter File To Reload (CALCLOG, CALCRATE, CALCHIST, "
002800         "CALCOPER, CALCDEPT, CALCGLMP, CALCPERD): "
002810     ACCEPT WS-FILE-IN
002820     MOVE FUNCTION UPPER-CASE(WS-FILE-IN) TO WS-FILE-IN
002830     MOVE 0 TO WS-FILE-SUB
002840     PERFORM 1110-FIND-FILE THRU 1110-EXIT
002850         VARYING WS-FL-SUB FROM 1 BY 1
002860         UNTIL WS-FL-SUB > WS-FILE-MAX OR WS-FILE-SUB > 0
002870     IF WS-FILE-SUB = 0
002880         DISPLAY "CALC_BACKUP: " WS-FILE-IN " IS NOT A FILE THIS "
002890             "JOB RELOADS - NOTHING DONE"
002900         MOVE 8 TO WS-JOB-RC
002910         GO TO 1100-EXIT
002920     END-IF
002930     DISPLAY "Enter Backup Date (YYYYMMDD): "
002940     ACCEPT WS-DATE-IN
002950     IF WS-DATE-IN IS NOT NUMERIC
002960         DISPLAY "CALC_BACKUP: BACKUP DATE MUST BE YYYYMMDD - "
002970             "NOTHING DONE"
002980         MOVE 8 TO WS-JOB-RC
002990         GO TO 1100-EXIT
003000     END-IF
003010     MOVE WS-DATE-IN TO WS-BACKUP-DATE
003020     PERFORM 1200-SET-FILE THRU 1200-EXIT
003030     MOVE SPACES TO WS-WORK-NAME
003040     STRING WS-FILE-NAME DELIMITED BY SPACE
003050            ".R" DELIMITED BY SIZE
003060            WS-BACKUP-DATE DELIMITED BY SIZE
003070         INTO WS-WORK-NAME.
003080 1100-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 1110-FIND-FILE - note the file table entry matching the name.
003120*----------------------------------------------------------------
003130 1110-FIND-FILE.
003140     IF WS-FL-NAME (WS-FL-SUB) = WS-FILE-IN
003150         MOVE WS-FL-SUB TO WS-FILE-SUB
003160     END-IF.
003170 1110-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 1200-SET-FILE - take up the file table entry WS-FILE-SUB: its
003210* name, record length and the name of its backup for
003220* WS-BACKUP-DATE.  The file is taken at its current layout.
003230*----------------------------------------------------------------
003240 1200-SET-FILE.
003250     MOVE WS-FL-NAME (WS-FILE-SUB)    TO WS-FILE-NAME
003260     MOVE WS-FL-REC-LEN (WS-FILE-SUB) TO WS-REC-LEN
003263     MOVE "N" TO WS-PRIOR-LAYOUT-SW
003266     MOVE "N" TO WS-CONVERT-SW
003270     MOVE SPACES TO WS-BACKUP-NAME
003280     STRING WS-FILE-NAME DELIMITED BY SPACE
003290            ".U" DELIMITED BY SIZE
003300            WS-BACKUP-DATE DELIMITED BY SIZE
003310         INTO WS-BACKUP-NAME.
003320 1200-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 2000-UNLOAD-FILE - unload one indexed file to tonight's backup,
003360* close it with the control record, then read the backup back
003370* and prove it.  A failure stops this file only; the rest are
003380* still backed up.
003390*----------------------------------------------------------------
003400 2000-UNLOAD-FILE.
003410     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BACKUP-DATE
003420     PERFORM 1200-SET-FILE THRU 1200-EXIT
003430     MOVE WS-FILE-NAME TO WS-LIVE-NAME
003440     PERFORM 6100-OPEN-IDX-INPUT THRU 6100-EXIT
003441*    A file whose layout has grown but which has not been
003442*    reloaded since is still at its prior record length: it is
003443*    unloaded at that length, ready for R to widen.
003444     IF WS-IDX-FILE-STATUS = "39"
003445         AND WS-FL-PRIOR-LEN (WS-FILE-SUB) NOT = WS-REC-LEN
003446         SET WS-PRIOR-LAYOUT TO TRUE
003447         MOVE WS-FL-PRIOR-LEN (WS-FILE-SUB) TO WS-REC-LEN
003448         PERFORM 6100-OPEN-IDX-INPUT THRU 6100-EXIT
003449         IF WS-IDX-FILE-STATUS = "00"
003450             DISPLAY "CALC_BACKUP: " WS-FILE-NAME " IS AT ITS "
003451                 "PRIOR RECORD LENGTH - RELOAD IT FROM THIS "
003452                 "BACKUP"
003453         END-IF
003454     END-IF
003455     IF WS-IDX-FILE-STATUS = "35"
003460         DISPLAY "CALC_BACKUP: " WS-FILE-NAME
003470             " NOT ON DISK - NO BACKUP TAKEN"
003480         ADD 1 TO WS-FILES-ABSENT
003490         GO TO 2000-EXIT
003500     END-IF
003510     IF WS-IDX-FILE-STATUS NOT = "00"
003520         DISPLAY "CALC_BACKUP: UNABLE TO OPEN " WS-FILE-NAME
003530             ", STATUS = " WS-IDX-FILE-STATUS
003540         GO TO 2000-FAILED
003550     END-IF
003560     OPEN OUTPUT BACKUP-FILE
003570     IF WS-BKUP-FILE-STATUS NOT = "00"
003580         DISPLAY "CALC_BACKUP: UNABLE TO OPEN " WS-BACKUP-NAME
003590             " STATUS = " WS-BKUP-FILE-STATUS
003600         PERFORM 6140-CLOSE-IDX THRU 6140-EXIT
003610         GO TO 2000-FAILED
003620     END-IF
003630     MOVE 0 TO WS-PASS-COUNT
003640     MOVE 0 TO WS-PASS-HASH
003650     MOVE "N" TO WS-IDX-EOF-SW
003660     MOVE "N" TO WS-IO-ERROR-SW
003670     PERFORM 6120-READ-IDX-NEXT THRU 6120-EXIT
003680     PERFORM 2100-UNLOAD-RECORD THRU 2100-EXIT
003690         UNTIL WS-END-OF-IDX-FILE OR WS-IO-ERROR
003700     PERFORM 6140-CLOSE-IDX THRU 6140-EXIT
003710     MOVE WS-PASS-COUNT TO WS-UNLOAD-COUNT
003720     MOVE WS-PASS-HASH  TO WS-UNLOAD-HASH
003730     IF NOT WS-IO-ERROR
003740         PERFORM 2200-WRITE-CONTROL THRU 2200-EXIT
003750     END-IF
003760     CLOSE BACKUP-FILE
003770     IF WS-IO-ERROR
003780         GO TO 2000-FAILED
003790     END-IF
003800     PERFORM 5000-SCAN-BACKUP THRU 5000-EXIT
003810     IF WS-BKUP-IS-BAD
003820         OR WS-PASS-COUNT NOT = WS-UNLOAD-COUNT
003830         OR WS-PASS-HASH  NOT = WS-UNLOAD-HASH
003840         DISPLAY "CALC_BACKUP: " WS-BACKUP-NAME
003850             " DOES NOT READ BACK TO THE UNLOAD"
003860         GO TO 2000-FAILED
003870     END-IF
003880     ADD 1 TO WS-FILES-SAVED
003890     ADD WS-UNLOAD-COUNT TO WS-RECORDS-SAVED
003900     MOVE WS-UNLOAD-COUNT TO WS-COUNT-EDIT
003910     DISPLAY "CALC_BACKUP: " WS-FILE-NAME " " WS-COUNT-EDIT
003920         " RECORDS TO " WS-BACKUP-NAME
003930     GO TO 2000-EXIT.
003940 2000-FAILED.
003950     DISPLAY "CALC_BACKUP: " WS-FILE-NAME " NOT BACKED UP"
003960     ADD 1 TO WS-FILES-FAILED
003970     MOVE 8 TO WS-JOB-RC.
003980 2000-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 2100-UNLOAD-RECORD - one record to the backup as a D record.
004020*----------------------------------------------------------------
004030 2100-UNLOAD-RECORD.
004040     MOVE SPACES TO BACKUP-RECORD
004050     MOVE "D" TO BKUP-TYPE
004060     MOVE WS-REC-AREA TO BKUP-DATA
004070     WRITE BACKUP-RECORD
004080     IF WS-BKUP-FILE-STATUS NOT = "00"
004090         DISPLAY "CALC_BACKUP: WRITE TO " WS-BACKUP-NAME
004100             " FAILED, STATUS = " WS-BKUP-FILE-STATUS
004110         SET WS-IO-ERROR TO TRUE
004120         GO TO 2100-EXIT
004130     END-IF
004140     ADD 1 TO WS-PASS-COUNT
004150     PERFORM 6500-HASH-RECORD THRU 6500-EXIT
004160     PERFORM 6120-READ-IDX-NEXT THRU 6120-EXIT.
004170 2100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2200-WRITE-CONTROL - close the backup with its control record.
004210*----------------------------------------------------------------
004220 2200-WRITE-CONTROL.
004230     MOVE SPACES TO BACKUP-CONTROL-RECORD
004240     MOVE "C"             TO BKUPC-TYPE
004250     MOVE WS-FILE-NAME    TO BKUPC-FILE-NAME
004260     MOVE WS-RUN-ID       TO BKUPC-RUN-ID
004270     MOVE WS-REC-LEN      TO BKUPC-REC-LEN
004280     MOVE WS-UNLOAD-COUNT TO BKUPC-RECORD-COUNT
004290     MOVE WS-UNLOAD-HASH  TO BKUPC-HASH
004300     MOVE WS-OPERATOR-ID  TO BKUPC-OPERATOR-ID
004310     WRITE BACKUP-CONTROL-RECORD
004320     IF WS-BKUP-FILE-STATUS NOT = "00"
004330         DISPLAY "CALC_BACKUP: CONTROL RECORD NOT WRITTEN TO "
004340             WS-BACKUP-NAME ", STATUS = " WS-BKUP-FILE-STATUS
004350         SET WS-IO-ERROR TO TRUE
004360     END-IF.
004370 2200-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* 3000-RELOAD-FILE - prove the chosen backup, rebuild the work
004410* copy from it and prove that, and only then replace the live
004420* file and prove it in turn.
004430*----------------------------------------------------------------
004440 3000-RELOAD-FILE.
004450     PERFORM 5000-SCAN-BACKUP THRU 5000-EXIT
004460     IF WS-JOB-RC NOT = 0
004470         GO TO 3000-EXIT
004480     END-IF
004481*    A backup taken before the file's layout grew is proved over
004482*    the record length it was taken at.
004483     IF WS-CTL-FOUND
004484         AND WS-CTL-REC-LEN NOT = WS-REC-LEN
004485         AND WS-CTL-REC-LEN = WS-FL-PRIOR-LEN (WS-FILE-SUB)
004486         MOVE WS-CTL-REC-LEN TO WS-REC-LEN
004487         PERFORM 5000-SCAN-BACKUP THRU 5000-EXIT
004488     END-IF
004490     IF WS-BKUP-IS-BAD
004500         OR NOT WS-CTL-FOUND
004510         OR WS-CTL-FILE-NAME NOT = WS-FILE-NAME
004520         OR WS-CTL-REC-LEN NOT = WS-REC-LEN
004530         OR WS-PASS-COUNT NOT = WS-CTL-COUNT
004540         OR WS-PASS-HASH  NOT = WS-CTL-HASH
004550         DISPLAY "CALC_BACKUP: " WS-BACKUP-NAME " DOES NOT PROVE "
004560             "AGAINST ITS CONTROL RECORD - NOTHING DONE"
004570         MOVE 8 TO WS-JOB-RC
004580         GO TO 3000-EXIT
004590     END-IF
004600     MOVE WS-CTL-COUNT TO WS-COUNT-EDIT
004610     DISPLAY "CALC_BACKUP: BACKUP TAKEN BY RUN " WS-CTL-RUN-ID
004620         " PROVED, " WS-COUNT-EDIT " RECORDS"
004621     MOVE WS-CTL-HASH TO WS-EXPECT-HASH
004622     IF WS-REC-LEN NOT = WS-FL-REC-LEN (WS-FILE-SUB)
004623         PERFORM 3100-SET-CONVERSION THRU 3100-EXIT
004624         IF WS-JOB-RC NOT = 0
004625             GO TO 3000-EXIT
004626         END-IF
004627     END-IF
004630     MOVE WS-WORK-NAME TO WS-LIVE-NAME
004640     PERFORM 4000-LOAD-INDEXED THRU 4000-EXIT
004650     IF WS-JOB-RC = 0
004660         PERFORM 4500-PROVE-INDEXED THRU 4500-EXIT
004670     END-IF
004680     IF WS-JOB-RC NOT = 0
004690         DISPLAY "CALC_BACKUP: REBUILT " WS-WORK-NAME " DID NOT "
004700             "PROVE - " WS-FILE-NAME " LEFT UNCHANGED"
004710         GO TO 3000-EXIT
004720     END-IF
004730     MOVE WS-FILE-NAME TO WS-LIVE-NAME
004740     SET WS-LIVE-TOUCHED TO TRUE
004750     PERFORM 4000-LOAD-INDEXED THRU 4000-EXIT
004760     IF WS-JOB-RC = 0
004770         PERFORM 4500-PROVE-INDEXED THRU 4500-EXIT
004780     END-IF
004790     IF WS-JOB-RC NOT = 0
004800         DISPLAY "CALC_BACKUP: " WS-FILE-NAME " DID NOT PROVE "
004810             "AFTER THE RELOAD - THE PROVEN COPY IS " WS-WORK-NAME
004820         GO TO 3000-EXIT
004830     END-IF
004840     DISPLAY "CALC_BACKUP: " WS-FILE-NAME " RELOADED FROM "
004850         WS-BACKUP-NAME.
004860 3000-EXIT.
004861     EXIT.
004862*----------------------------------------------------------------
004863* 3100-SET-CONVERSION - the backup proved at the file's prior
004864* record length.  Every record is widened to the current layout
004865* as it is loaded, so the hash the rebuilt file must prove to is
004866* taken from the backup again, widened the same way, over the
004867* current length.
004868*----------------------------------------------------------------
004869 3100-SET-CONVERSION.
004870     DISPLAY "CALC_BACKUP: BACKUP IS AT THE PRIOR RECORD LENGTH "
004871         WS-CTL-REC-LEN " - RECORDS WIDENED TO "
004872         WS-FL-REC-LEN (WS-FILE-SUB) " ON THE RELOAD"
004873     MOVE WS-FL-REC-LEN (WS-FILE-SUB) TO WS-REC-LEN
004874     SET WS-CONVERTING TO TRUE
004875     PERFORM 5000-SCAN-BACKUP THRU 5000-EXIT
004876     IF WS-BKUP-IS-BAD
004877         OR WS-PASS-COUNT NOT = WS-CTL-COUNT
004878         DISPLAY "CALC_BACKUP: " WS-BACKUP-NAME " DID NOT READ "
004879             "BACK FOR THE CONVERSION - NOTHING DONE"
004880         MOVE 8 TO WS-JOB-RC
004881         GO TO 3100-EXIT
004882     END-IF
004883     MOVE WS-PASS-HASH TO WS-EXPECT-HASH.
004884 3100-EXIT.
004885     EXIT.
004886*----------------------------------------------------------------
004890* 4000-LOAD-INDEXED - create the indexed file named in
004900* WS-LIVE-NAME afresh and load every D record of the backup into
004910* it.  A key the file will not take (a duplicate) stops the load.
004920*----------------------------------------------------------------
004930 4000-LOAD-INDEXED.
004940     MOVE 0 TO WS-RECORDS-LOADED
004950     PERFORM 6110-OPEN-IDX-OUTPUT THRU 6110-EXIT
004960     IF WS-IDX-FILE-STATUS NOT = "00"
004970         DISPLAY "CALC_BACKUP: UNABLE TO CREATE " WS-LIVE-NAME
004980             " STATUS = " WS-IDX-FILE-STATUS
004990         MOVE 8 TO WS-JOB-RC
005000         GO TO 4000-EXIT
005010     END-IF
005020     OPEN INPUT BACKUP-FILE
005030     IF WS-BKUP-FILE-STATUS NOT = "00"
005040         DISPLAY "CALC_BACKUP: UNABLE TO REOPEN " WS-BACKUP-NAME
005050             " STATUS = " WS-BKUP-FILE-STATUS
005060         PERFORM 6140-CLOSE-IDX THRU 6140-EXIT
005070         MOVE 8 TO WS-JOB-RC
005080         GO TO 4000-EXIT
005090     END-IF
005100     MOVE "N" TO WS-BKUP-EOF-SW
005110     MOVE "N" TO WS-IO-ERROR-SW
005120     PERFORM 5100-READ-BACKUP THRU 5100-EXIT
005130     PERFORM 4100-LOAD-RECORD THRU 4100-EXIT
005140         UNTIL WS-END-OF-BKUP-FILE OR WS-IO-ERROR
005150     CLOSE BACKUP-FILE
005160     PERFORM 6140-CLOSE-IDX THRU 6140-EXIT
005170     IF WS-IO-ERROR
005180         OR WS-RECORDS-LOADED NOT = WS-CTL-COUNT
005190         DISPLAY "CALC_BACKUP: LOAD OF " WS-LIVE-NAME
005200             " DID NOT COMPLETE"
005210         MOVE 8 TO WS-JOB-RC
005220     END-IF.
005230 4000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 4100-LOAD-RECORD - write one D record's data to the indexed
005270* file; the control record carries nothing to load.
005280*----------------------------------------------------------------
005290 4100-LOAD-RECORD.
005300     IF BKUP-IS-DATA
005310         MOVE BKUP-DATA TO WS-REC-AREA
005312         IF WS-CONVERTING
005314             PERFORM 6600-WIDEN-RECORD THRU 6600-EXIT
005316         END-IF
005320         PERFORM 6130-WRITE-IDX THRU 6130-EXIT
005330         IF WS-IO-ERROR
005340             GO TO 4100-EXIT
005350         END-IF
005360         ADD 1 TO WS-RECORDS-LOADED
005370     END-IF
005380     PERFORM 5100-READ-BACKUP THRU 5100-EXIT.
005390 4100-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420* 4500-PROVE-INDEXED - read the indexed file named in
005430* WS-LIVE-NAME end to end; its count and hash must equal the
005440* backup's control record (the widened hash when converting).
005450*----------------------------------------------------------------
005460 4500-PROVE-INDEXED.
005470     PERFORM 6100-OPEN-IDX-INPUT THRU 6100-EXIT
005480     IF WS-IDX-FILE-STATUS NOT = "00"
005490         DISPLAY "CALC_BACKUP: UNABLE TO READ BACK " WS-LIVE-NAME
005500             " STATUS = " WS-IDX-FILE-STATUS
005510         MOVE 8 TO WS-JOB-RC
005520         GO TO 4500-EXIT
005530     END-IF
005540     MOVE 0 TO WS-PASS-COUNT
005550     MOVE 0 TO WS-PASS-HASH
005560     MOVE "N" TO WS-IDX-EOF-SW
005570     MOVE "N" TO WS-IO-ERROR-SW
005580     PERFORM 6120-READ-IDX-NEXT THRU 6120-EXIT
005590     PERFORM 4510-PROVE-RECORD THRU 4510-EXIT
005600         UNTIL WS-END-OF-IDX-FILE
005610     PERFORM 6140-CLOSE-IDX THRU 6140-EXIT
005620     IF WS-IO-ERROR
005630         OR WS-PASS-COUNT NOT = WS-CTL-COUNT
005640         OR WS-PASS-HASH  NOT = WS-EXPECT-HASH
005650         DISPLAY "CALC_BACKUP: " WS-LIVE-NAME " COUNT OR HASH "
005660             "DOES NOT MATCH THE CONTROL RECORD"
005670         MOVE 8 TO WS-JOB-RC
005680     END-IF.
005690 4500-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 4510-PROVE-RECORD - count and hash one record read back.
005730*----------------------------------------------------------------
005740 4510-PROVE-RECORD.
005750     ADD 1 TO WS-PASS-COUNT
005760     PERFORM 6500-HASH-RECORD THRU 6500-EXIT
005770     PERFORM 6120-READ-IDX-NEXT THRU 6120-EXIT.
005780 4510-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* 5000-SCAN-BACKUP - read the backup named in WS-BACKUP-NAME end
005820* to end: count and hash its D records and keep its control
005830* record.  Anything after the control record, a second control
005840* record or a record of no known type marks the backup bad.
005850*----------------------------------------------------------------
005860 5000-SCAN-BACKUP.
005870     MOVE 0 TO WS-PASS-COUNT
005880     MOVE 0 TO WS-PASS-HASH
005890     MOVE "N" TO WS-CTL-FOUND-SW
005900     MOVE "N" TO WS-BKUP-BAD-SW
005910     MOVE "N" TO WS-BKUP-EOF-SW
005920     MOVE SPACES TO WS-CTL-FILE-NAME
005930     MOVE 0 TO WS-CTL-COUNT
005940     MOVE 0 TO WS-CTL-HASH
005950     OPEN INPUT BACKUP-FILE
005960     IF WS-BKUP-FILE-STATUS = "35"
005970         DISPLAY "CALC_BACKUP: BACKUP " WS-BACKUP-NAME
005980             " NOT FOUND"
005990         SET WS-BKUP-IS-BAD TO TRUE
006000         MOVE 8 TO WS-JOB-RC
006010         GO TO 5000-EXIT
006020     END-IF
006030     IF WS-BKUP-FILE-STATUS NOT = "00"
006040         DISPLAY "CALC_BACKUP: UNABLE TO READ " WS-BACKUP-NAME
006050             " STATUS = " WS-BKUP-FILE-STATUS
006060         SET WS-BKUP-IS-BAD TO TRUE
006070         MOVE 8 TO WS-JOB-RC
006080         GO TO 5000-EXIT
006090     END-IF
006100     PERFORM 5100-READ-BACKUP THRU 5100-EXIT
006110     PERFORM 5200-SCAN-RECORD THRU 5200-EXIT
006120         UNTIL WS-END-OF-BKUP-FILE
006130     CLOSE BACKUP-FILE.
006140 5000-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170* 5100-READ-BACKUP - read the next backup record.
006180*----------------------------------------------------------------
006190 5100-READ-BACKUP.
006200     READ BACKUP-FILE
006210         AT END
006220             SET WS-END-OF-BKUP-FILE TO TRUE
006230     END-READ.
006240 5100-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* 5200-SCAN-RECORD - count and hash a D record, keep the control
006280* record, and note anything out of place.
006290*----------------------------------------------------------------
006300 5200-SCAN-RECORD.
006310     IF WS-CTL-FOUND
006320         SET WS-BKUP-IS-BAD TO TRUE
006330     END-IF
006340     EVALUATE TRUE
006350         WHEN BKUP-IS-DATA
006360             MOVE BKUP-DATA TO WS-REC-AREA
006362             IF WS-CONVERTING
006364                 PERFORM 6600-WIDEN-RECORD THRU 6600-EXIT
006366             END-IF
006370             ADD 1 TO WS-PASS-COUNT
006380             PERFORM 6500-HASH-RECORD THRU 6500-EXIT
006390         WHEN BKUP-IS-CONTROL
006400             SET WS-CTL-FOUND TO TRUE
006410             MOVE BKUPC-FILE-NAME    TO WS-CTL-FILE-NAME
006420             MOVE BKUPC-REC-LEN      TO WS-CTL-REC-LEN
006430             MOVE BKUPC-RECORD-COUNT TO WS-CTL-COUNT
006440             MOVE BKUPC-HASH         TO WS-CTL-HASH
006450             MOVE BKUPC-RUN-ID       TO WS-CTL-RUN-ID
006460         WHEN OTHER
006470             SET WS-BKUP-IS-BAD TO TRUE
006480     END-EVALUATE
006490     PERFORM 5100-READ-BACKUP THRU 5100-EXIT.
006500 5200-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006521* 6000-WRITE-LOG - append the restore's audit line, the shared
006522* CALCLGP body every CALCLOG writer uses.
006523*----------------------------------------------------------------
006524 6000-WRITE-LOG.
006525     COPY CALCLGP.
006526 6000-EXIT.
006527     EXIT.
006528*----------------------------------------------------------------
006530* 6100-OPEN-IDX-INPUT - open the current file (WS-FILE-SUB), by
006536* the name in WS-LIVE-NAME, for input - at its prior layout when
006542* it has not been converted yet.
006550*----------------------------------------------------------------
006560 6100-OPEN-IDX-INPUT.
006570     EVALUATE WS-FILE-SUB
006580         WHEN 1  OPEN INPUT LOG-FILE
006590         WHEN 2  OPEN INPUT RATE-FILE
006592         WHEN 3
006594             IF WS-PRIOR-LAYOUT
006596                 OPEN INPUT OLD-HIST-FILE
006598             ELSE
006600                 OPEN INPUT HIST-FILE
006602             END-IF
006604         WHEN 4
006606             IF WS-PRIOR-LAYOUT
006608                 OPEN INPUT OLD-OPERATOR-FILE
006610             ELSE
006612                 OPEN INPUT OPERATOR-FILE
006614             END-IF
006620         WHEN 5  OPEN INPUT DEPT-FILE
006630         WHEN 6  OPEN INPUT GLMAP-FILE
006640         WHEN 7  OPEN INPUT PERIOD-FILE
006650     END-EVALUATE.
006660 6100-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690* 6110-OPEN-IDX-OUTPUT - create the current file afresh.
006700*----------------------------------------------------------------
006710 6110-OPEN-IDX-OUTPUT.
006720     EVALUATE WS-FILE-SUB
006730         WHEN 1  OPEN OUTPUT LOG-FILE
006740         WHEN 2  OPEN OUTPUT RATE-FILE
006750         WHEN 3  OPEN OUTPUT HIST-FILE
006760         WHEN 4  OPEN OUTPUT OPERATOR-FILE
006770         WHEN 5  OPEN OUTPUT DEPT-FILE
006780         WHEN 6  OPEN OUTPUT GLMAP-FILE
006790         WHEN 7  OPEN OUTPUT PERIOD-FILE
006800     END-EVALUATE.
006810 6110-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* 6120-READ-IDX-NEXT - the current file's next record, in key
006850* order, into WS-REC-AREA.  A read that fails other than at end
006860* of file stops the pass as an I/O error.
006870*----------------------------------------------------------------
006880 6120-READ-IDX-NEXT.
006890     MOVE SPACES TO WS-REC-AREA
006900     EVALUATE WS-FILE-SUB
006910         WHEN 1
006920             READ LOG-FILE NEXT RECORD
006930                 AT END SET WS-END-OF-IDX-FILE TO TRUE
006940             END-READ
006950             MOVE LOG-RECORD TO WS-REC-AREA
006960         WHEN 2
006970             READ RATE-FILE NEXT RECORD
006980                 AT END SET WS-END-OF-IDX-FILE TO TRUE
006990             END-READ
007000             MOVE RATE-RECORD TO WS-REC-AREA
007010         WHEN 3
007014             IF WS-PRIOR-LAYOUT
007018                 READ OLD-HIST-FILE NEXT RECORD
007022                     AT END SET WS-END-OF-IDX-FILE TO TRUE
007026                 END-READ
007030                 MOVE OLD-HIST-RECORD TO WS-REC-AREA
007034             ELSE
007038                 READ HIST-FILE NEXT RECORD
007042                     AT END SET WS-END-OF-IDX-FILE TO TRUE
007046                 END-READ
007050                 MOVE HIST-RECORD TO WS-REC-AREA
007054             END-IF
007060         WHEN 4
007064             IF WS-PRIOR-LAYOUT
007068                 READ OLD-OPERATOR-FILE NEXT RECORD
007072                     AT END SET WS-END-OF-IDX-FILE TO TRUE
007076                 END-READ
007080                 MOVE OLD-OPERATOR-RECORD TO WS-REC-AREA
007084             ELSE
007088                 READ OPERATOR-FILE NEXT RECORD
007092                     AT END SET WS-END-OF-IDX-FILE TO TRUE
007096                 END-READ
007100                 MOVE OPERATOR-RECORD TO WS-REC-AREA
007104             END-IF
007110         WHEN 5
007120             READ DEPT-FILE NEXT RECORD
007130                 AT END SET WS-END-OF-IDX-FILE TO TRUE
007140             END-READ
007150             MOVE DEPT-RECORD TO WS-REC-AREA
007160         WHEN 6
007170             READ GLMAP-FILE NEXT RECORD
007180                 AT END SET WS-END-OF-IDX-FILE TO TRUE
007190             END-READ
007200             MOVE GLMAP-RECORD TO WS-REC-AREA
007210         WHEN 7
007220             READ PERIOD-FILE NEXT RECORD
007230                 AT END SET WS-END-OF-IDX-FILE TO TRUE
007240             END-READ
007250             MOVE PERIOD-RECORD TO WS-REC-AREA
007260     END-EVALUATE
007270     IF NOT WS-END-OF-IDX-FILE
007280         AND WS-IDX-FILE-STATUS(1:1) NOT = "0"
007290         DISPLAY "CALC_BACKUP: READ OF " WS-LIVE-NAME
007300             " FAILED, STATUS = " WS-IDX-FILE-STATUS
007310         SET WS-IO-ERROR TO TRUE
007320         SET WS-END-OF-IDX-FILE TO TRUE
007330     END-IF.
007340 6120-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370* 6130-WRITE-IDX - WS-REC-AREA to the current file.
007380*----------------------------------------------------------------
007390 6130-WRITE-IDX.
007400     EVALUATE WS-FILE-SUB
007410         WHEN 1
007420             MOVE WS-REC-AREA TO LOG-RECORD
007430             WRITE LOG-RECORD
007440         WHEN 2
007450             MOVE WS-REC-AREA TO RATE-RECORD
007460             WRITE RATE-RECORD
007470         WHEN 3
007480             MOVE WS-REC-AREA TO HIST-RECORD
007490             WRITE HIST-RECORD
007500         WHEN 4
007510             MOVE WS-REC-AREA TO OPERATOR-RECORD
007520             WRITE OPERATOR-RECORD
007530         WHEN 5
007540             MOVE WS-REC-AREA TO DEPT-RECORD
007550             WRITE DEPT-RECORD
007560         WHEN 6
007570             MOVE WS-REC-AREA TO GLMAP-RECORD
007580             WRITE GLMAP-RECORD
007590         WHEN 7
007600             MOVE WS-REC-AREA TO PERIOD-RECORD
007610             WRITE PERIOD-RECORD
007620     END-EVALUATE
007630     IF WS-IDX-FILE-STATUS(1:1) NOT = "0"
007640         DISPLAY "CALC_BACKUP: WRITE TO " WS-LIVE-NAME
007650             " FAILED, STATUS = " WS-IDX-FILE-STATUS
007660         SET WS-IO-ERROR TO TRUE
007670     END-IF.
007680 6130-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* 6140-CLOSE-IDX - close the current file.
007720*----------------------------------------------------------------
007730 6140-CLOSE-IDX.
007740     EVALUATE WS-FILE-SUB
007750         WHEN 1  CLOSE LOG-FILE
007760         WHEN 2  CLOSE RATE-FILE
007762         WHEN 3
007764             IF WS-PRIOR-LAYOUT
007766                 CLOSE OLD-HIST-FILE
007768             ELSE
007770                 CLOSE HIST-FILE
007772             END-IF
007774         WHEN 4
007776             IF WS-PRIOR-LAYOUT
007778                 CLOSE OLD-OPERATOR-FILE
007780             ELSE
007782                 CLOSE OPERATOR-FILE
007784             END-IF
007790         WHEN 5  CLOSE DEPT-FILE
007800         WHEN 6  CLOSE GLMAP-FILE
007810         WHEN 7  CLOSE PERIOD-FILE
007820     END-EVALUATE.
007830 6140-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------
007860* 6500-HASH-RECORD - add the record in WS-REC-AREA, over the
007870* current file's record length, to the pass hash.
007880*----------------------------------------------------------------
007890 6500-HASH-RECORD.
007900     PERFORM 6510-HASH-BYTE THRU 6510-EXIT
007910         VARYING WS-BYTE-SUB FROM 1 BY 1
007920         UNTIL WS-BYTE-SUB > WS-REC-LEN.
007930 6500-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960* 6510-HASH-BYTE - one byte's code, weighted by its position.
007970*----------------------------------------------------------------
007980 6510-HASH-BYTE.
007990     COMPUTE WS-PASS-HASH = WS-PASS-HASH
008000         + FUNCTION ORD(WS-REC-AREA(WS-BYTE-SUB:1)) * WS-BYTE-SUB.
008010 6510-EXIT.
008011     EXIT.
008012*----------------------------------------------------------------
008013* 6600-WIDEN-RECORD - fill the bytes a record taken at its prior
008014* length does not have: past byte 102 of a CALCHIST record, not
008015* posted and no result total; past byte 30 of a CALCOPER record,
008016* no department.
008017*----------------------------------------------------------------
008018 6600-WIDEN-RECORD.
008019     EVALUATE WS-FILE-SUB
008020         WHEN 3
008021             MOVE WS-HIST-NEW-FIELDS TO WS-REC-AREA(103:16)
008022         WHEN 4
008023             MOVE SPACES TO WS-REC-AREA(31:20)
008024     END-EVALUATE.
008025 6600-EXIT.
008026     EXIT.
008030*----------------------------------------------------------------
008040* 8000-LOG-RESTORE - write the restore to CALCLOG: the file in
008050* NUM1, R as the operator, the backup date in NUM2, and FILE
008060* RESTORED, or RESTORE FAILED when the live file was replaced
008070* but did not prove.  For a CALCLOG reload the line goes on the
008080* log just rebuilt.
008090*----------------------------------------------------------------
008100 8000-LOG-RESTORE.
008110     MOVE "CALCLOG" TO WS-LIVE-NAME
008120     OPEN I-O LOG-FILE
008130     IF WS-IDX-FILE-STATUS = "35"
008140         OPEN OUTPUT LOG-FILE
008150         IF WS-IDX-FILE-STATUS = "00"
008160             CLOSE LOG-FILE
008170             OPEN I-O LOG-FILE
008180         END-IF
008190     END-IF
008200     IF WS-IDX-FILE-STATUS NOT = "00"
008210         DISPLAY "CALC_BACKUP: UNABLE TO LOG THE RESTORE, "
008220             "STATUS = " WS-IDX-FILE-STATUS
008230         MOVE 8 TO WS-JOB-RC
008240         GO TO 8000-EXIT
008250     END-IF
008260     MOVE WS-FILE-NAME TO CALC-NUM1-TXT
008270     MOVE "R" TO CALC-OPERATOR
008280     MOVE WS-BACKUP-DATE TO CALC-NUM2-TXT
008290     MOVE 0 TO CALC-RESULT
008300     MOVE CALC-RESULT TO CALC-RESULT-EDIT
008310     MOVE "FILE RESTORED" TO WS-STATUS-TEXT
008320     IF WS-JOB-RC NOT = 0
008330         MOVE "RESTORE FAILED" TO WS-STATUS-TEXT
008340     END-IF
008350     PERFORM 6000-WRITE-LOG THRU 6000-EXIT
008360     CLOSE LOG-FILE.
008370 8000-EXIT.
008380     EXIT.
008470 END PROGRAM CALC_BACKUP.
