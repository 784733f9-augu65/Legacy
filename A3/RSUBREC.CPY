000100 *> ---------------------------------------------------------
000200 *> RSUBREC - one row per reject settled at the SQRTRWRK
000300 *> workbench, appended to the RESUBLOG resubmission log.
000400 *> RESUBINZ only carries the corrected records forward for
000500 *> one night and says nothing about who keyed them, so the
000600 *> log keeps the signed-on operator, when, the request and
000700 *> department, the reason the record first rejected, and
000800 *> how it was settled: queued for tonight (W), refused at
000900 *> the bounce limit and returned to the requester (T), or
001000 *> skipped (S).  RL-RESUBMIT-COUNT is the bounce count the
001100 *> record carried when it was settled.
001200 *> ---------------------------------------------------------
001300 01  RESUB-LOG-RECORD.
001400     02 RL-LOG-DATE           PICTURE 9(08).
001500     02 RL-LOG-TIME           PICTURE 9(08).
001600     02 RL-OPERATOR-ID        PICTURE X(08).
001700     02 RL-REQUEST-ID         PICTURE X(08).
001800     02 RL-DEPARTMENT         PICTURE X(04).
001900     02 RL-REASON-CODE        PICTURE X(02).
002000     02 RL-OUTCOME            PICTURE X(01).
002100        88 RL-RESUBMITTED                     VALUE 'W'.
002200        88 RL-RETURNED                        VALUE 'T'.
002300        88 RL-SKIPPED                         VALUE 'S'.
002400     02 RL-RESUBMIT-COUNT     PICTURE 9(02).
002500     02 RL-FILLER             PICTURE X(09).
