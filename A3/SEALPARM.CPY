000100 *> ---------------------------------------------------------
000200 *> SEALPARM - the work area passed to SQRTSEAL_HASH.  The
000300 *> caller zeroes it when a run (or a recomputation of one)
000400 *> starts, then calls once per audit row in order with
000500 *> SP-HASH-ROW set: the routine hands back that row's hash
000600 *> and advances the chained hash, the hash total and the
000700 *> row count.  SP-CHAIN-ONLY advances the same totals from
000800 *> a row hash already in SP-ROW-HASH, so a seal's own row
000900 *> entries can be re-chained without the audit rows.
001000 *> ---------------------------------------------------------
001100 01  SEAL-PARAMETERS.
001200     02 SP-FUNCTION              PICTURE X(01).
001300        88 SP-HASH-ROW                        VALUE 'R'.
001400        88 SP-CHAIN-ONLY                      VALUE 'C'.
001500     02 SP-ROW-HASH              PICTURE 9(18).
001600     02 SP-CHAIN-HASH            PICTURE 9(18).
001700     02 SP-HASH-TOTAL            PICTURE 9(18).
001800     02 SP-ROW-COUNT             PICTURE 9(07).
