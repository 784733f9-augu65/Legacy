001470 *> names the dead run so the downstream loader can skip the
001480 *> headerless or trailerless partial instead of refusing the
001490 *> whole feed over rows nobody will ever complete.
001495 *> MR-DECIMAL-PLACES is the number of places the requester
001495 *> asked for, which MR-OUT-Y is already rounded to; 18, the
001495 *> full precision held, on a row re-driven by SQRTRTRY or
001495 *> rebuilt by SQRTRXMT, where the places asked for are lost.
001495 *> It lengthens the detail row by two bytes; a row written
001495 *> before it reads back with the field blank.
001496 *> MR-EXP-NUMERATOR is the numerator of a rational-exponent
001497 *> answer, Z to the MR-EXP-NUMERATOR / MR-ROOT-DEGREE; 01 on
001498 *> a plain root, blank on a row written before it.
001500 *> ---------------------------------------------------------
001600 01  MACH-HEADER-RECORD.
001700     02 MH-RECORD-TYPE        PICTURE X(01).
003700     02 MR-RUN-ID             PICTURE 9(16).
003800     02 MR-REQUEST-ID         PICTURE X(08).
003900     02 MR-DEPARTMENT         PICTURE X(04).
003950     02 MR-DECIMAL-PLACES     PICTURE 9(02).
004000     02 MR-EXP-NUMERATOR      PICTURE 9(02).
004050 01  MACH-VOID-RECORD.
004060     02 MV-RECORD-TYPE        PICTURE X(01).
004070        88 MV-VOID-ROW                   VALUE 'V'.
