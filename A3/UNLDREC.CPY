000100 *> ---------------------------------------------------------
000200 *> UNLDREC - the sequential backup SQRTUNLD writes of the
000300 *> keyed masters (and PROBFILE).  There was no controlled
000400 *> way to save them or to rebuild one after a bad night.
000500 *> Each file unloaded is one segment in the same header /
000600 *> detail / trailer discipline as the MACHFILE feed: a UH
000700 *> header naming the file, the unload date, time and
000800 *> operator, and the record length of the layout it was
000900 *> taken under; one UD detail per record, carrying the
001000 *> record exactly as it stood; and a UT trailer with the
001100 *> record count and a hash total over every byte of every
001200 *> record (each byte's value weighted by its position), so
001300 *> a reload can prove both the backup and the rebuilt file
001400 *> whole before anybody runs against them.
001410 *> A detail holds a record of up to 150 bytes; the rows were
001420 *> 111 bytes wide until RSLTMAST outgrew 100.
001500 *> ---------------------------------------------------------
001600 01  UNLOAD-HEADER-RECORD.
001700     02 UH-RECORD-TYPE        PICTURE X(01).
001800        88 UH-HEADER-ROW                 VALUE 'H'.
001900     02 UH-FILE-NAME          PICTURE X(10).
002000     02 UH-UNLOAD-DATE        PICTURE 9(08).
002100     02 UH-UNLOAD-TIME        PICTURE 9(08).
002200     02 UH-OPERATOR-ID        PICTURE X(08).
002300     02 UH-RECORD-LENGTH      PICTURE 9(03).
002400     02 UH-FILLER             PICTURE X(123).
002500 01  UNLOAD-DETAIL-RECORD.
002600     02 UD-RECORD-TYPE        PICTURE X(01).
002700        88 UD-DETAIL-ROW                 VALUE 'D'.
002800     02 UD-FILE-NAME          PICTURE X(10).
002900     02 UD-RECORD-DATA        PICTURE X(150).
003000 01  UNLOAD-TRAILER-RECORD.
003100     02 UT-RECORD-TYPE        PICTURE X(01).
003200        88 UT-TRAILER-ROW                VALUE 'T'.
003300     02 UT-FILE-NAME          PICTURE X(10).
003400     02 UT-RECORD-COUNT       PICTURE 9(09).
003500     02 UT-HASH-TOTAL         PICTURE 9(18).
003600     02 UT-FILLER             PICTURE X(123).
