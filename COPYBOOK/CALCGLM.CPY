000010******************************************************************
000020* Copybook:  CALCGLM
000030* Author:    Cristopher Bohol
000040* Date-Written: October 15, 2026
000050* Purpose:   General-ledger account mapping record for the keyed
000060*            CALCGLMP file - which debit and credit accounts a
000070*            department's processed results post to.  Keyed on the
000080*            department code (as held on CALCDEPT) and the result
000090*            category: "R" for ordinary results (+ - * / and "E"
000100*            expressions), "M" for modulus lines and "%" for
000110*            percentage lines, so the M and % lines can carry
000120*            their own accounts.  Maintained at the CALC_MENU
000130*            supervisor option; read by CALC_POST.  COPY this
000140*            member inside FD GLMAP-FILE.
000150* Modification History:
000160*   2026-10-15  CB  Original copybook.
000170******************************************************************
000180 01  GLMAP-RECORD.
000190     05  GLMAP-KEY.
000200         10  GLMAP-DEPT              PIC X(20).
000210         10  GLMAP-CATEGORY          PIC X(01).
000220             88  GLMAP-CAT-RESULTS       VALUE "R".
000230             88  GLMAP-CAT-MODULUS       VALUE "M".
000240             88  GLMAP-CAT-PERCENT       VALUE "%".
000250             88  GLMAP-CAT-VALID         VALUE "R" "M" "%".
000260     05  GLMAP-DEBIT-ACCT            PIC X(12).
000270     05  GLMAP-CREDIT-ACCT           PIC X(12).
000280     05  GLMAP-DESCRIPTION           PIC X(30).
