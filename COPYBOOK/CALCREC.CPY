000136*                   sets it when a result won't fit CALC-RESULT
000137*                   instead of returning a silently truncated
000138*                   number.
000139*   2026-10-15  CB  Added CALC-STATUS-OVER-LIMIT.  CALC_ENGINE
000140*                   never sets it - the batch drivers set it on
000141*                   a good result that passes the department's
000142*                   per-transaction limit on the CALCDEPT
000143*                   department master.
000144******************************************************************
000150 01  CALC-TRANSACTION.
000160     05  CALC-NUM1              PIC S9(6)V9(2).
000170     05  CALC-NUM1-TXT          PIC X(10).
000260         88  CALC-STATUS-INVALID-OPER   VALUE "2".
000270         88  CALC-STATUS-INVALID-NUM    VALUE "3".
000280         88  CALC-STATUS-OVERFLOW       VALUE "4".
000290         88  CALC-STATUS-OVER-LIMIT     VALUE "5".
