001800 *>
001900 *> Modification History:
002000 *>   2026-09-02  DW   New program.
002000 *>   2026-10-15  DW   Rebuilt feed rows carry 18 in the new
002000 *>                   decimal-places field; the audit row does
002000 *>                   not record the places requested.
002000 *>   2026-10-15  DW   The exponent numerator on the audit row is
002000 *>                   passed through to the retransmitted row.
002100 *> ---------------------------------------------------------
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SQRTRXMT.
026300     MOVE AL-RUN-ID TO MR-RUN-ID.
026400     MOVE AL-REQUEST-ID TO MR-REQUEST-ID.
026500     MOVE AL-DEPARTMENT TO MR-DEPARTMENT.
026600     MOVE AL-EXP-NUMERATOR TO MR-EXP-NUMERATOR.
026600     *> the audit row does not carry the places requested, so
026600     *> the answer is passed on at the full 18 it holds.
026600     MOVE 18 TO MR-DECIMAL-PLACES.
026700     ADD 1 TO WS-FEED-DETAIL-COUNT.
026800     ADD MR-IN-Z TO WS-FEED-HASH-IN-Z
026900         ON SIZE ERROR CONTINUE
