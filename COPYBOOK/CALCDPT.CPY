000010******************************************************************
000020* Copybook:  CALCDPT
000030* Author:    Cristopher Bohol
000040* Date-Written: October 15, 2026
000050* Purpose:   Department master record layout for the keyed
000060*            CALCDEPT file - one record per department allowed
000070*            to send batches, keyed on the department code the
000080*            TRANIN header carries.  Maintained at the CALC_MENU
000090*            supervisor option; read by CALC_EVAL (and the
000100*            CALC_EDIT pre-edit) to refuse a batch from an
000110*            unknown or inactive department, a batch with more
000120*            details than the department may send, and any one
000130*            transaction whose result passes the department's
000140*            limit.  A zero limit means no limit.  COPY this
000150*            member inside FD DEPT-FILE.
000160* Modification History:
000170*   2026-10-15  CB  Original copybook.
000180******************************************************************
000190 01  DEPT-RECORD.
000200     05  DEPT-CODE                   PIC X(20).
000210     05  DEPT-NAME                   PIC X(30).
000220     05  DEPT-ACTIVE                 PIC X(01).
000230         88  DEPT-IS-ACTIVE              VALUE "Y".
000240     05  DEPT-MAX-DETAILS            PIC 9(08).
000250     05  DEPT-MAX-RESULT             PIC 9(06)V9(02).
