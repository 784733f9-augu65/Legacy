000100 *> ---------------------------------------------------------
000200 *> AMNDREC - one row per cancel or amend transaction on the
000300 *> keyed AMNDFILE, keyed by request ID and department.
000400 *> Once a request sat on INZONE, STORDMST or RESUBINZ there
000500 *> was no way to withdraw it or fix a wrong degree before
000600 *> the night ran.  A department or operator keys the change
000700 *> through SQRTAMND during the day; SQRTGEN applies it to
000800 *> the feed it builds and SQRTEDIT to anything still
000900 *> arriving, so a cancelled request is dropped and an
001000 *> amended one is changed before it reaches CLEANINZ.
001100 *> AT-ACTION says which: C cancel, A amend.  On an amend
001200 *> the value is replaced only when AT-VALUE-AMENDED, and a
001300 *> degree or places of blanks is left as it is, 'RD' puts
001400 *> it back to the run default, anything else replaces it.
001500 *> AT-STATUS is P pending, A applied (by the program and
001600 *> when, in the AT-APPLIED fields) or W withdrawn.  A new
001700 *> transaction for the same key replaces an applied or
001800 *> withdrawn one; every step lands on AMNDLOG (AMLGREC).
001900 *> ---------------------------------------------------------
002000 01  AMEND-RECORD.
002100     02 AMEND-KEY.
002200        03 AT-REQUEST-ID        PICTURE X(08).
002300        03 AT-DEPARTMENT        PICTURE X(04).
002400     02 AT-ACTION             PICTURE X(01).
002500        88 AT-CANCEL                         VALUE 'C'.
002600        88 AT-AMEND                          VALUE 'A'.
002700     02 AT-VALUE-SW           PICTURE X(01).
002800        88 AT-VALUE-AMENDED                  VALUE 'Y'.
002900     02 AT-NEW-VALUE          PICTURE S9(11)V9(06).
003000     02 AT-NEW-DEGREE         PICTURE X(02).
003100     02 AT-NEW-PLACES         PICTURE X(02).
003200     02 AT-REASON             PICTURE X(30).
003300     02 AT-ENTERED-BY         PICTURE X(08).
003400     02 AT-ENTERED-DATE       PICTURE 9(08).
003500     02 AT-ENTERED-TIME       PICTURE 9(08).
003600     02 AT-STATUS             PICTURE X(01).
003700        88 AT-PENDING                        VALUE 'P'.
003800        88 AT-APPLIED                        VALUE 'A'.
003900        88 AT-WITHDRAWN                      VALUE 'W'.
004000     02 AT-APPLIED-BY         PICTURE X(08).
004100     02 AT-APPLIED-DATE       PICTURE 9(08).
004200     02 AT-APPLIED-TIME       PICTURE 9(08).
004300     02 AT-FILLER             PICTURE X(16).
