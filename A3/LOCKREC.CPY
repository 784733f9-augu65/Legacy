001100 *> ends with its own condition code 14, or - for the
001200 *> genuinely independent case - proceeds on a supervisor
001300 *> override.  The lock row is deleted at a clean close.
001300 *> A partition run of a split night (SQRTBABYEX mode P)
001300 *> writes its own partition files, so it locks under its
001300 *> own name PARTnn instead; SQRTMRGE then takes MACHFEED
001300 *> under the parent run ID to append the partitions.
001400 *> ---------------------------------------------------------
001500 01  RUN-LOCK-RECORD.
001600     02 LK-LOCK-NAME          PICTURE X(08).
