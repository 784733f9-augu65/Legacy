000720 *> in-flight without pretending it closed cleanly.
000800 *> RR-RUN-ID is generated from the run's start date/time and
000900 *> is carried onto every row the run writes.
000910 *> RR-PROFILE-NAME is the PARMPROF profile the run took its
000910 *> parameters from, stamped as the run closes; blank means
000910 *> the parameters were keyed at the prompts (or the run
000910 *> takes none, as SQRTRTRY does).  It came out of the old
000910 *> filler, so the record length is unchanged.
000910 *> A split night has one parent row, mode M, opened by
000910 *> SQRTSPLT and closed by SQRTMRGE with the combined counts,
000910 *> and one row per partition run, mode P; PARTREG ties each
000910 *> partition's run ID to its parent.
001000 *> ---------------------------------------------------------
001100 01  RUN-REGISTRY-RECORD.
001200     02 RR-RUN-ID.
002400        88 RR-STATUS-OPEN                  VALUE 'OP'.
002500        88 RR-STATUS-CLOSED                VALUE 'CL'.
002550        88 RR-STATUS-CRASHED               VALUE 'CR'.
002560     02 RR-PROFILE-NAME       PICTURE X(08).
002600     02 RR-FILLER             PICTURE X(02).
