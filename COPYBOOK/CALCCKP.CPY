000450*                   colliding with lines already written.
000460*   2026-09-03  CB  Added the duplicate-batch reject count
000470*                   (batches held against the CALCHIST run
000471*                   history), carried like the other reject
000472*                   categories.
000473*   2026-10-15  CB  Added the department-master reject counts
000474*                   (batches refused for an unknown or inactive
000475*                   department or for too many details, and
000476*                   transactions past the department's result
000477*                   limit), carried like the other categories.
000478*   2026-10-15  CB  The named-store table outgrew the record:
000479*                   CKPT-STORE-COUNT now says how many
000480*                   CHECKPOINT-STORE-RECORDs (one name and value
000481*                   each) follow the checkpoint record, and the
000482*                   inline table is left empty - it is only read
000483*                   back from a checkpoint written before this.
000484*   2026-10-15  CB  Added the closed-period reject count
000485*                   (batches dated in a month closed on
000486*                   CALCPERD), carried like the other
000487*                   categories.
000488*   2026-10-15  CB  Added the figures and the verdict of the
000489*                   batch in progress (processed and rejected
000490*                   counts, result total, forced reason and
000491*                   department result limit), so a restarted
000492*                   run finishes that batch as it began it.
000500******************************************************************
000510 01  CHECKPOINT-RECORD.
000520     05  CKPT-TRAN-NUMBER            PIC 9(08).
000810     05  CKPT-EXPR-COUNT             PIC 9(07).
000820     05  CKPT-LOG-SEQ                PIC 9(06).
000830     05  CKPT-DUP-COUNT              PIC 9(07).
000840     05  CKPT-BAD-DEPT-COUNT         PIC 9(07).
000850     05  CKPT-DEPT-MAX-COUNT         PIC 9(07).
000860     05  CKPT-OVER-LIMIT-COUNT       PIC 9(07).
000870     05  CKPT-STORE-COUNT            PIC 9(04).
000875     05  CKPT-CLOSED-PER-COUNT       PIC 9(07).
000880     05  CKPT-BATCH-PROCESSED        PIC 9(08).
000890     05  CKPT-BATCH-REJECTED         PIC 9(08).
000900     05  CKPT-BATCH-RESULT-TOT       PIC S9(13)V9(2).
000910     05  CKPT-BATCH-REASON           PIC X(02).
000920     05  CKPT-BATCH-RESULT-LIMIT     PIC 9(06)V9(02).
000930 01  CHECKPOINT-STORE-RECORD.
000940     05  CKPT-SR-NAME                PIC X(09).
000950     05  CKPT-SR-VALUE               PIC S9(6)V9(2).
