000100 *> ---------------------------------------------------------
000200 *> PARTREC - one row per partition of a partitioned
000300 *> calculation run on the keyed PARTREG partition registry.
000400 *> When SQRTCPCY says the night will outgrow its window,
000500 *> SQRTSPLT divides CLEANINZ into partitions - whole
000600 *> departments at a time, or an even record count - and
000700 *> registers a RUNREG parent row (program SQRTSPLT, mode M)
000800 *> that the partitions hang off.  Each partition is run by
000900 *> its own SQRTBABYEX instance in mode P, under its own run
001000 *> ID and into its own partition AUDITLOG, MACHFILE and
001100 *> EXCPFILE; SQRTMRGE then appends the partition output to
001200 *> the shared files and closes the parent row with the
001300 *> combined counts.  Keyed by the parent's run ID and the
001400 *> partition number, so one START reads a parent's
001500 *> partitions in order.
001600 *> PT-STATUS follows the partition through the night:
001700 *>   SP - split, waiting for its SQRTBABYEX instance.
001800 *>   OP - claimed by a partition run (PT-RUN-ID) still going
001900 *>        or dead; a rerun of the partition claims it again.
002000 *>   CL - the partition run closed; PT-RETURN-CODE is the
002100 *>        condition code it ended with.
002200 *>   MG - merged into the shared files by SQRTMRGE.
002300 *>   RF - refused at the merge: the segment did not prove
002400 *>        out, and the partition must be run again.
002500 *> ---------------------------------------------------------
002600 01  PARTITION-REGISTRY-RECORD.
002700     02 PARTITION-KEY.
002800        03 PT-PARENT-RUN-ID   PICTURE 9(16).
002900        03 PT-PARTITION-NUMBER PICTURE 9(02).
003000     02 PT-PARTITION-COUNT    PICTURE 9(02).
003100     02 PT-SPLIT-METHOD       PICTURE X(01).
003200        88 PT-SPLIT-BY-DEPARTMENT          VALUE 'D'.
003300        88 PT-SPLIT-BY-COUNT               VALUE 'C'.
003400     02 PT-FIRST-DEPARTMENT   PICTURE X(04).
003500     02 PT-LAST-DEPARTMENT    PICTURE X(04).
003600     02 PT-RECORDS-ASSIGNED   PICTURE 9(07).
003700     02 PT-RUN-ID             PICTURE 9(16).
003800     02 PT-RETURN-CODE        PICTURE 9(02).
003900     02 PT-STATUS             PICTURE X(02).
004000        88 PT-STATUS-SPLIT                 VALUE 'SP'.
004100        88 PT-STATUS-OPEN                  VALUE 'OP'.
004200        88 PT-STATUS-CLOSED                VALUE 'CL'.
004300        88 PT-STATUS-MERGED                VALUE 'MG'.
004400        88 PT-STATUS-REFUSED               VALUE 'RF'.
004500     02 PT-MERGED-DATE        PICTURE 9(08).
004600     02 PT-MERGED-TIME        PICTURE 9(08).
004700     02 PT-FILLER             PICTURE X(10).
