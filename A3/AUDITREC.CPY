000499 *> trail alone when a downstream copy is lost, instead of
000499 *> re-running the whole batch; blank requester fields mean
000499 *> work keyed in at a terminal.
000499 *> AL-EXP-NUMERATOR is the numerator of a rational-exponent
000499 *> request (Z to the AL-EXP-NUMERATOR / AL-ROOT-DEGREE); 01
000499 *> for a plain root, and blank on rows written before it.
000500 *> ---------------------------------------------------------
000600 01  AUDIT-LOG-RECORD.
000700     02 AL-RUN-DATE           PICTURE 9(08).
001492     02 AL-ROOT-DEGREE        PICTURE 9(02).
001494     02 AL-REQUEST-ID         PICTURE X(08).
001496     02 AL-DEPARTMENT         PICTURE X(04).
001500     02 AL-EXP-NUMERATOR      PICTURE 9(02).
