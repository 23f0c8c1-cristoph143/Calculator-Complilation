000010******************************************************************
000020* Copybook:  CALCWIW
000030* Author:    Cristopher Bohol
000040* Date-Written: October 15, 2026
000050* Purpose:   Shared request record for the CALC_WHATIF module,
000060*            which prices a TRANIN-format file twice - at the
000070*            standing CALCRATE values and with one pending rate
000080*            change applied - and prints the side-by-side
000090*            CALCWHAT.<timestamp> report.  The caller sets the
000100*            pending change (rate name, action A/C/D, effective
000110*            date, proposed value), the transaction file name
000120*            (blank means TRANIN) and its operator id, calls
000130*            CALC_WHATIF, and gets the report name, the counts,
000140*            the old and new totals and a status byte back.
000150*            Nothing is written anywhere but the report.  COPY
000160*            this member into WORKING-STORAGE of a caller and
000170*            into the LINKAGE SECTION of CALC_WHATIF, the same
000180*            pattern CALCHSW uses for CALC_HIST.
000190* Modification History:
000200*   2026-10-15  CB  Original copybook.
000210******************************************************************
000220 01  WHATIF-REQUEST.
000230     05  WHATIF-RATE-NAME       PIC X(10).
000240     05  WHATIF-ACTION          PIC X(01).
000250         88  WHATIF-ACTION-ADD      VALUE "A".
000260         88  WHATIF-ACTION-CHANGE   VALUE "C".
000270         88  WHATIF-ACTION-DELETE   VALUE "D".
000280     05  WHATIF-EFF-DATE        PIC X(10).
000290     05  WHATIF-VALUE           PIC S9(6)V9(2).
000300     05  WHATIF-INPUT-NAME      PIC X(60).
000310     05  WHATIF-OPERATOR-ID     PIC X(08).
000320     05  WHATIF-REPORT-NAME     PIC X(60).
000330     05  WHATIF-DETAIL-COUNT    PIC 9(08).
000340     05  WHATIF-CHANGED-COUNT   PIC 9(08).
000350     05  WHATIF-OLD-TOTAL       PIC S9(10)V9(2).
000360     05  WHATIF-NEW-TOTAL       PIC S9(10)V9(2).
000370     05  WHATIF-OLD-TOTAL-EDIT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
000380     05  WHATIF-NEW-TOTAL-EDIT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
000390     05  WHATIF-DIFF-EDIT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
000400     05  WHATIF-STATUS          PIC X(01).
000410         88  WHATIF-STATUS-OK           VALUE "0".
000420         88  WHATIF-STATUS-NO-INPUT     VALUE "1".
000430         88  WHATIF-STATUS-NO-REPORT    VALUE "2".
000440         88  WHATIF-STATUS-BAD-ACTION   VALUE "3".
000450         88  WHATIF-STATUS-RATE-IO      VALUE "4".
