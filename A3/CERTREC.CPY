000100 *> ---------------------------------------------------------
000200 *> CERTREC - one row per calculation certificate issued by
000300 *> SQRTCERT, on the keyed CERTLOG certificate log.  The
000400 *> calibration lab files our certificates with its own
000500 *> records, so every certificate printed must be accounted
000600 *> for: the first printing of a result (request ID, degree
000700 *> and the run that produced it) is the original and takes
000800 *> the next serial number; any later printing of the same
000900 *> result is a duplicate, carries the original's serial
001000 *> number and is marked DUPLICATE on the page.  A rerun that
001100 *> replaces the result on RSLTMAST has a new run ID, so its
001200 *> certificate is a new original.  CF-ISSUE-NO counts the
001300 *> printings of one result from 1.
001400 *> The row keyed with a blank request ID and zeros is the
001500 *> control row: its CF-SERIAL-NO is the last serial number
001600 *> issued.
001700 *> ---------------------------------------------------------
001800 01  CERT-LOG-RECORD.
001900     02 CERT-LOG-KEY.
002000        03 CF-REQUEST-ID      PICTURE X(08).
002100        03 CF-ROOT-DEGREE     PICTURE 9(02).
002200        03 CF-RUN-ID          PICTURE 9(16).
002300        03 CF-ISSUE-NO        PICTURE 9(03).
002400     02 CF-SERIAL-NO          PICTURE 9(08).
002500     02 CF-DEPARTMENT         PICTURE X(04).
002600     02 CF-ISSUE-DATE         PICTURE 9(08).
002700     02 CF-ISSUE-TIME         PICTURE 9(08).
002800     02 CF-ISSUED-BY          PICTURE X(08).
002900     02 CF-ISSUE-TYPE         PICTURE X(01).
003000        88 CF-ORIGINAL                     VALUE 'O'.
003100        88 CF-DUPLICATE                    VALUE 'D'.
003200     02 CF-FILLER             PICTURE X(10).
