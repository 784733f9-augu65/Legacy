001000 *> step came back acceptable - stamps the row closed with
001100 *> the run ID the step produced.  A failed step's row stays
001200 *> OP, which is exactly where the restart resumes.
001200 *> A step run as parallel partitions (SQRTBABYEX over a
001200 *> split CLEANINZ) has one row per partition under its own
001200 *> step number, carrying the step it is a partition of and
001200 *> its partition number; both are zero on an ordinary step.
001200 *> SJ-ALERTED-SW is set by SQRTJANI once it has raised the
001200 *> alert for a step left open; a restart of the step
001200 *> clears it.
001200 *> SJ-CATCHUP-SW is C on a step-01 row SQRTGEN filed for a
001200 *> missed night's supervised catch-up generation, so the
001200 *> missed-night check reports that night caught up.
001300 *> ---------------------------------------------------------
001400 01  STEP-REGISTRY-RECORD.
001500     02 STEP-REG-KEY.
002500     02 SJ-STEP-STATUS        PICTURE X(02).
002600        88 SJ-STATUS-OPEN                 VALUE 'OP'.
002700        88 SJ-STATUS-CLOSED               VALUE 'CL'.
002800     02 SJ-PARENT-STEP        PICTURE 9(02).
002800     02 SJ-PARTITION-NUMBER   PICTURE 9(02).
002800     02 SJ-ALERTED-SW         PICTURE X(01).
002800        88 SJ-STEP-ALERTED                VALUE 'Y'.
002800     02 SJ-CATCHUP-SW         PICTURE X(01).
002800        88 SJ-CAUGHT-UP                   VALUE 'C'.
002800     02 SJ-FILLER             PICTURE X(04).
