000060*            which keeps the CALCHIST run-history file - one
000070*            record per batch per run (key: run id, department
000080*            and the run's batch sequence number), carrying
000090*            the run date, counts, operand hash, processed
000100*            result total, final condition and the reversed
000101*            flag.  Callers:
000110*            CALC_EVAL records each batch and asks whether an
000120*            incoming batch matches one an earlier run already
000130*            consumed (department, run date and hash; the
000171*            run reversed.  COPY this member into WORKING-
000172*            STORAGE of a caller and into the LINKAGE SECTION
000173*            of CALC_HIST, the same pattern CALCRTW uses for
000174*            CALC_RATES.  CALC_POST marks a run posted to the
000175*            general ledger; CALC_VARRPT reads the history to
000176*            compare each department's batches run over run.
000180* Modification History:
000190*   2026-09-03  CB  Original copybook.
000192*   2026-09-03  CB  Added the batch sequence number to the
000197*                   FIND-DUP now takes the caller's run id in
000198*                   HIST-RUN-ID and only matches records a run
000199*                   actually consumed (CLEAN or REJECTS).
000200*   2026-10-15  CB  Added the posted flag and the POST function
000201*                   (mark every batch of a run posted to the
000202*                   general ledger; a run already posted comes
000203*                   back ALREADY-POSTED and is left alone).
000204*   2026-10-15  CB  Added the batch's processed result total
000205*                   (the sum of its good results), for the
000206*                   run-over-run variance report.
000207******************************************************************
000210 01  HIST-REQUEST.
000220     05  HIST-FUNC              PIC X(01).
000230         88  HIST-FUNC-RECORD       VALUE "W".
000250         88  HIST-FUNC-START        VALUE "S".
000260         88  HIST-FUNC-NEXT         VALUE "N".
000270         88  HIST-FUNC-REVERSE      VALUE "R".
000275         88  HIST-FUNC-POST         VALUE "P".
000280         88  HIST-FUNC-END          VALUE "E".
000290     05  HIST-RUN-ID            PIC X(14).
000300     05  HIST-DEPARTMENT        PIC X(20).
000350     05  HIST-HASH              PIC S9(13)V9(2).
000360     05  HIST-CONDITION         PIC X(14).
000370     05  HIST-REVERSED          PIC X(01).
000375     05  HIST-POSTED            PIC X(01).
000377     05  HIST-RESULT-TOTAL      PIC S9(13)V9(2).
000380     05  HIST-REQ-STATUS        PIC X(01).
000390         88  HIST-STATUS-OK             VALUE "0".
000400         88  HIST-STATUS-NOT-FOUND      VALUE "1".
000410         88  HIST-STATUS-DUPLICATE-RUN  VALUE "2".
000420         88  HIST-STATUS-END-OF-FILE    VALUE "3".
000430         88  HIST-STATUS-IO-ERROR       VALUE "4".
000440         88  HIST-STATUS-ALREADY-POSTED VALUE "5".
