000100 *> ---------------------------------------------------------
000200 *> HELDREC - one row per request SQRTEDIT held back because
000300 *> computing it would have taken its department over the
000400 *> month's DEPTMAST budget, appended to the HELDINZ held-
000500 *> request file instead of CLEANINZ.  The row carries when
000600 *> it was held, the department and request, the budget and
000700 *> the month-to-date spend it was judged against, the
000800 *> estimated price of the request itself, and the untouched
000900 *> original record image.  A supervisor settles each row at
001000 *> SQRTHOLD: released into the next night's INZFILE, returned
001100 *> to the requester, or kept held for another day.
001200 *> ---------------------------------------------------------
001300 01  HELD-REQUEST-RECORD.
001400     02 HQ-HELD-DATE          PICTURE 9(08).
001500     02 HQ-HELD-TIME          PICTURE 9(08).
001600     02 HQ-DEPARTMENT         PICTURE X(04).
001700     02 HQ-REQUEST-ID         PICTURE X(08).
001800     02 HQ-BUDGET             PICTURE 9(07)V9(02).
001900     02 HQ-MONTH-SPEND        PICTURE 9(07)V9(02).
002000     02 HQ-EST-COST           PICTURE 9(05)V9(02).
002100     02 HQ-RECORD-IMAGE       PICTURE X(60).
002200     02 HQ-FILLER             PICTURE X(07).
