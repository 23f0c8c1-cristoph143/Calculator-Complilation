000010******************************************************************
000020* Copybook:  CALCOPR
000030* Author:    Cristopher Bohol
000040* Date-Written: October 15, 2026
000050* Purpose:   Operator profile record layout for the keyed
000060*            CALCOPER file - one record per operator allowed to
000070*            sign on to CALC_MENU, keyed on the operator id, with
000080*            the permission level (1 calculator/inquiry, 2 plus
000090*            rate requests and the log viewer, 3 supervisor), the
000100*            active flag and the CALCDEPT department the operator
000110*            works for (blank when none is set).  Maintained at
000120*            the CALC_MENU supervisor option; read by CALC_RECERT
000130*            for the quarterly access recertification and unloaded
000140*            by CALC_BACKUP.  COPY this member inside
000150*            FD OPERATOR-FILE.
000160* Modification History:
000170*   2026-10-15  CB  Original copybook - the layout CALC_MENU kept
000180*                   in line, plus the operator's department.
000182*                   The record is 50 bytes, no longer CALC_MENU's
000184*                   30: an existing CALCOPER must be converted
000186*                   once - the CALC_BACKUP unload takes it at
000188*                   30 and R reloads it with no department.
000190******************************************************************
000200 01  OPERATOR-RECORD.
000210     05  OPER-ID                     PIC X(08).
000220     05  OPER-NAME                   PIC X(20).
000230     05  OPER-LEVEL                  PIC 9(01).
000240     05  OPER-ACTIVE                 PIC X(01).
000250         88  OPER-IS-ACTIVE              VALUE "Y".
000260     05  OPER-DEPT                   PIC X(20).
