000270* Tectonics: cobc
000280* Modification History:
000290*   2026-09-03  CB  Original module.
000292*   2026-10-15  CB  Rate names honour the caller's override in
000294*                   EXPR-REQUEST (what-if pricing) before the
000296*                   CALC_RATES lookup.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALC_EXPR.
002390* the modulus operator; anything longer is a rate name looked
002400* up through CALC_RATES as of the caller's date.  An unknown
002410* name fails the expression as an invalid number, the same way
002420* an unknown rate name fails a plain record.  A name the caller
002425* has overridden takes the override instead of the lookup.
002430*----------------------------------------------------------------
002440 2200-SCAN-NAME.
002450     MOVE SPACES TO WS-TOK-TEXT
002570         MOVE "M" TO WS-TOK-OPER
002580         GO TO 2200-EXIT
002590     END-IF
002591     MOVE FUNCTION UPPER-CASE(WS-TOK-TEXT(1:10)) TO RATE-NAME
002592*    An overridden name never reaches CALC_RATES.
002593     IF (EXPR-OVR-VALUE-SET OR EXPR-OVR-REMOVED)
002594         AND RATE-NAME = EXPR-OVR-NAME
002595         IF EXPR-OVR-VALUE-SET
002596             MOVE EXPR-OVR-VALUE TO WS-TOK-VALUE
002597             MOVE "N" TO WS-TOK-TYPE
002598         ELSE
002599             SET EXPR-STATUS-INVALID-NUM TO TRUE
002600         END-IF
002601         GO TO 2200-EXIT
002602     END-IF
002610     MOVE EXPR-AS-OF-DATE TO RATE-AS-OF-DATE
002620     SET RATE-FUNC-LOOKUP TO TRUE
002630     CALL "CALC_RATES" USING RATE-REQUEST
