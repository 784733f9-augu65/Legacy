000100 *> ---------------------------------------------------------
000200 *> AMLGREC - one row per step in the life of a cancel or
000300 *> amend transaction, appended to the AMNDLOG log.  AMNDFILE
000400 *> only holds the latest transaction for a request, so the
000500 *> log keeps every step: keyed (K) or withdrawn (W) at
000600 *> SQRTAMND by the signed-on operator, and cancel applied
000700 *> (C) or amend applied (A) by SQRTGEN or SQRTEDIT, with the
000800 *> request image before and after.  AG-ENTERED-BY and the
000900 *> entered date and time are the transaction's, so an
001000 *> applied row still says who asked for the change and
001100 *> when; AG-PROGRAM-NAME and the log date and time say what
001200 *> did it and when.
001300 *> ---------------------------------------------------------
001400 01  AMEND-LOG-RECORD.
001500     02 AG-LOG-DATE           PICTURE 9(08).
001600     02 AG-LOG-TIME           PICTURE 9(08).
001700     02 AG-PROGRAM-NAME       PICTURE X(08).
001800     02 AG-REQUEST-ID         PICTURE X(08).
001900     02 AG-DEPARTMENT         PICTURE X(04).
002000     02 AG-EVENT              PICTURE X(01).
002100        88 AG-KEYED                          VALUE 'K'.
002200        88 AG-WITHDRAWN                      VALUE 'W'.
002300        88 AG-CANCEL-APPLIED                 VALUE 'C'.
002400        88 AG-AMEND-APPLIED                  VALUE 'A'.
002500     02 AG-ACTION             PICTURE X(01).
002600     02 AG-ENTERED-BY         PICTURE X(08).
002700     02 AG-ENTERED-DATE       PICTURE 9(08).
002800     02 AG-ENTERED-TIME       PICTURE 9(08).
002900     02 AG-REASON             PICTURE X(30).
003000     02 AG-BEFORE-IMAGE       PICTURE X(60).
003100     02 AG-AFTER-IMAGE        PICTURE X(60).
003200     02 AG-FILLER             PICTURE X(08).
