001560 *>                   fallback when the index file is absent.
001570 *>                   Same history out, seconds instead of
001580 *>                   minutes.
001580 *>   2026-10-15  DW   The cache key now carries an exponent
001580 *>                   numerator; the lookup asks for the plain
001580 *>                   root (01), as the inquiry always has.
001600 *> ---------------------------------------------------------
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. SQRTINQ.
024600     END-IF.
024700     MOVE WS-INQUIRY-Z TO CA-IN-Z.
024800     MOVE WS-INQUIRY-DEGREE TO CA-ROOT-DEGREE.
024800     MOVE 1 TO CA-EXP-NUMERATOR.
024900     READ CACHE-FILE
025000         INVALID KEY
025100             WRITE OUT-LINE FROM NO-CACHE-LINE
