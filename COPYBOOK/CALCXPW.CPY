000210* Modification History:
000220*   2026-09-03  CB  Original copybook - expression-request
000230*                   record for the new CALC_EXPR module.
000231*   2026-10-15  CB  Added the rate override (EXPR-OVR-NAME,
000232*                   EXPR-OVR-SW, EXPR-OVR-VALUE) so a what-if
000233*                   run can price one rate name at a proposed
000234*                   value - or as removed - without touching
000235*                   CALCRATE.  Production callers leave
000236*                   EXPR-OVR-SW blank.
000240******************************************************************
000250 01  EXPR-REQUEST.
000260     05  EXPR-TEXT              PIC X(60).
000350         88  EXPR-STATUS-OVERFLOW       VALUE "4".
000360     05  EXPR-RATE-IO-FLAG      PIC X(01).
000370         88  EXPR-RATE-IO-ERROR         VALUE "Y".
000380*    Rate override - when EXPR-OVR-SW is "V", the rate name in
000390*    EXPR-OVR-NAME resolves to EXPR-OVR-VALUE instead of going
000400*    to CALCRATE; when "X" the name resolves as if it had no
000410*    rate on file.  Any other value means no override.
000420     05  EXPR-OVR-NAME          PIC X(10).
000430     05  EXPR-OVR-SW            PIC X(01).
000440         88  EXPR-OVR-VALUE-SET         VALUE "V".
000450         88  EXPR-OVR-REMOVED           VALUE "X".
000460     05  EXPR-OVR-VALUE         PIC S9(6)V9(2).
