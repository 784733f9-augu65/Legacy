000740 *> carried forward, and a row past the operator-set limit is
000750 *> escalated to the PROBFILE problem file instead of
000760 *> carrying forward in silence forever.
000770 *> EX-EXP-NUMERATOR is the numerator of a rational-exponent
000780 *> request, so a retry re-drives Z to the same p/q power;
000790 *> 01 for a plain root, blank on a row written before it.
000900 *> ---------------------------------------------------------
001000 01  EXCEPTION-LOG-RECORD.
001100     02 EX-RUN-DATE           PICTURE 9(08).
001760     02 EX-REQUEST-ID         PICTURE X(08).
001770     02 EX-DEPARTMENT         PICTURE X(04).
001780     02 EX-CARRY-COUNT        PICTURE 9(03).
001800     02 EX-EXP-NUMERATOR      PICTURE 9(02).
