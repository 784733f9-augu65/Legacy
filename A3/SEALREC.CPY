000100 *> ---------------------------------------------------------
000200 *> SEALREC - the keyed AUDSEAL audit seal file.  AUDITLOG is
000300 *> the system of record but a plain sequential file: a row
000400 *> changed or deleted by hand would only show up if MACHFILE
000500 *> happened to disagree.  Every run that appends to AUDITLOG
000600 *> now files one row entry here beside each audit row (its
000700 *> hash plus the fields that identify it), and when the run
000800 *> closes it files the seal itself under row sequence zero:
000900 *> the row count, the chained hash over every row in the
001000 *> order written, and the plain total of the row hashes.
001100 *> Everything is keyed by AL-RUN-ID, so SQRTSEAL can
001200 *> recompute any run from wherever its rows now live and
001300 *> name the rows that were altered, removed or added.  The
001400 *> hashes come from the shared SQRTSEAL_HASH routine.
001500 *> ---------------------------------------------------------
001600 01  AUDIT-SEAL-RECORD.
001700     02 AUDIT-SEAL-KEY.
001800        03 SL-RUN-ID          PICTURE 9(16).
001900        03 SL-ROW-SEQ         PICTURE 9(07).
002000     02 SL-RECORD-TYPE        PICTURE X(01).
002100        88 SL-SEAL-TOTALS                   VALUE 'S'.
002200        88 SL-ROW-ENTRY                     VALUE 'R'.
002300 *> the seal itself - row sequence zero, filed at run close.
002400     02 SL-SEAL-DATA.
002500        03 SL-PROGRAM-NAME    PICTURE X(10).
002600        03 SL-ROW-COUNT       PICTURE 9(07).
002700        03 SL-CHAIN-HASH      PICTURE 9(18).
002800        03 SL-HASH-TOTAL      PICTURE 9(18).
002900        03 SL-SEAL-DATE       PICTURE 9(08).
003000        03 SL-SEAL-TIME       PICTURE 9(08).
003100        03 SL-OPERATOR-ID     PICTURE X(08).
003200 *> one audit row - sequence 1 up, in the order written.
003300     02 SL-ROW-DATA REDEFINES SL-SEAL-DATA.
003400        03 SL-ROW-HASH        PICTURE 9(18).
003500        03 SL-ROW-RUN-DATE    PICTURE 9(08).
003600        03 SL-ROW-RUN-TIME    PICTURE 9(08).
003700        03 SL-ROW-IN-Z        PICTURE S9(11)V9(06).
003800        03 SL-ROW-ROOT-DEGREE PICTURE 9(02).
003900        03 SL-ROW-STATUS      PICTURE X(02).
004000        03 SL-ROW-REQUEST-ID  PICTURE X(08).
004100        03 SL-ROW-FILLER      PICTURE X(14).
004200     02 SL-FILLER             PICTURE X(09).
