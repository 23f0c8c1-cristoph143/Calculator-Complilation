000165*                   so CALC_RATES can journal every add, change
000166*                   and delete to CALCRTJ with who made the
000167*                   change, when, and under which run.
000169*   2026-10-15  CB  Added status 5, PERIOD-CLOSED: an add,
000171*                   change or delete effective in a month closed
000173*                   on CALCPERD is refused.
000175******************************************************************
000177 01  RATE-REQUEST.
000180     05  RATE-FUNC              PIC X(01).
000190         88  RATE-FUNC-LOOKUP       VALUE "L".
000200         88  RATE-FUNC-ADD          VALUE "A".
000330         88  RATE-STATUS-DUPLICATE      VALUE "2".
000340         88  RATE-STATUS-END-OF-FILE    VALUE "3".
000350         88  RATE-STATUS-IO-ERROR       VALUE "4".
000360         88  RATE-STATUS-PERIOD-CLOSED  VALUE "5".
