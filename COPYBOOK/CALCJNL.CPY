000010******************************************************************
000020* Copybook:  CALCJNL
000030* Author:    Cristopher Bohol
000040* Date-Written: October 15, 2026
000050* Purpose:   General-ledger journal-entry file layout, written by
000060*            CALC_POST for one batch run (CALCJRNL.<run id>) and
000070*            loaded by the GL.  Every record carries its type and
000080*            the run id.  One header, then a debit line and a
000090*            credit line per department per result category (the
000100*            CALCGLM categories R, M and %), then a trailer with
000110*            the line count and the debit and credit totals.  The
000120*            amount is the category's processed result total for
000130*            the run, signed, on both lines of the entry, so the
000140*            journal balances by construction and the GL load can
000150*            prove it from the trailer.  COPY this member inside
000160*            FD JOURNAL-FILE.
000170* Modification History:
000180*   2026-10-15  CB  Original copybook.
000190******************************************************************
000200 01  JRNL-RECORD.
000210     05  JRNL-REC-TYPE               PIC X(01).
000220         88  JRNL-IS-HEADER              VALUE "H".
000230         88  JRNL-IS-DETAIL              VALUE "D".
000240         88  JRNL-IS-TRAILER             VALUE "T".
000250     05  JRNL-RUN-ID                 PIC X(14).
000260     05  FILLER                      PIC X(91).
000270 01  JRNL-HEADER-RECORD.
000280     05  FILLER                      PIC X(15).
000290     05  JRNL-HDR-POST-DATE          PIC X(10).
000300     05  JRNL-HDR-POST-RUN-ID        PIC X(14).
000310     05  JRNL-HDR-SOURCE             PIC X(08).
000320     05  JRNL-HDR-OPERATOR-ID        PIC X(08).
000330 01  JRNL-DETAIL-RECORD.
000340     05  FILLER                      PIC X(15).
000350     05  JRNL-DTL-LINE               PIC 9(06).
000360     05  JRNL-DTL-DEPT               PIC X(20).
000370     05  JRNL-DTL-CATEGORY           PIC X(01).
000380     05  JRNL-DTL-ACCOUNT            PIC X(12).
000390     05  JRNL-DTL-DR-CR              PIC X(01).
000400         88  JRNL-DTL-IS-DEBIT           VALUE "D".
000410         88  JRNL-DTL-IS-CREDIT          VALUE "C".
000420     05  JRNL-DTL-AMOUNT             PIC S9(10)V9(2)
000430                                     SIGN LEADING SEPARATE.
000440     05  JRNL-DTL-ROWS               PIC 9(08).
000450     05  JRNL-DTL-DESCRIPTION        PIC X(30).
000460 01  JRNL-TRAILER-RECORD.
000470     05  FILLER                      PIC X(15).
000480     05  JRNL-TRL-LINE-COUNT         PIC 9(06).
000490     05  JRNL-TRL-DEBIT-TOTAL        PIC S9(13)V9(2)
000500                                     SIGN LEADING SEPARATE.
000510     05  JRNL-TRL-CREDIT-TOTAL       PIC S9(13)V9(2)
000520                                     SIGN LEADING SEPARATE.
