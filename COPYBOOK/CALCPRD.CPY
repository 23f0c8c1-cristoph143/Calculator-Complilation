000010******************************************************************
000020* Copybook:  CALCPRD
000030* Author:    Cristopher Bohol
000040* Date-Written: October 15, 2026
000050* Purpose:   Accounting period-control record layout for the
000060*            keyed CALCPERD file - one record per calendar month
000070*            (key YYYY-MM) accounting has closed or reopened,
000080*            with who last changed it and when.  A month with no
000090*            record has never been closed and stands open.
000100*            Maintained at the CALC_MENU supervisor option, every
000110*            close and reopen logged to CALCLOG; read by CALC_EVAL
000120*            (and the CALC_EDIT pre-edit) to refuse a batch whose
000130*            header run date falls in a closed month, by
000140*            CALC_BACKOUT to refuse to reverse a closed month's
000150*            run, and by CALC_RATES (and the CALC_MENU queue) to
000160*            refuse a rate add, change or delete effective in a
000170*            closed month.  COPY this member inside FD
000180*            PERIOD-FILE.
000190* Modification History:
000200*   2026-10-15  CB  Original copybook.
000210******************************************************************
000220 01  PERIOD-RECORD.
000230     05  PERIOD-MONTH                PIC X(07).
000240     05  PERIOD-STATUS               PIC X(01).
000250         88  PERIOD-IS-OPEN              VALUE "O".
000260         88  PERIOD-IS-CLOSED            VALUE "C".
000270     05  PERIOD-CHANGED-BY           PIC X(08).
000280     05  PERIOD-CHANGED-TS           PIC X(19).
