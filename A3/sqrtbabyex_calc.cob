000999 *>                   compounding the old 6-place rounding;
000999 *>                   callers round to the operator's chosen
000999 *>                   precision exactly as before.
000999 *>   2026-10-15  DW   Rational exponents: Newton's method now
000999 *>                   solves Y ** q = Z ** p, q the root degree
000999 *>                   and p CP-EXP-NUMERATOR, so Z to the 3/2
000999 *>                   comes back to full precision in one pass
000999 *>                   instead of a rounded root the requester
000999 *>                   powers up.  p = 1 is the plain root.
000999 *>   2026-10-15  DW   WS-X-POWER widened to WS-POWER-Z's
000999 *>                   9(20) integer range; at 9(11) a power
000999 *>                   such as 1000 to the 5/4 overflowed in
000999 *>                   the Newton step.
000970 *> ---------------------------------------------------------
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. SQRTBABYEX_CALC.
002030 *> collapse to the plain square-root arithmetic when
002040 *> CP-ROOT-DEGREE is 2.
002050 77  WS-DEGREE-LESS-1      PICTURE 9(02) COMP.
002050 *> X ** (N-1) tracks Z ** p, so it carries the same
002050 *> integer range as WS-POWER-Z below.
002060 77  WS-X-POWER            PICTURE 9(20)V9(18).
002062 *> Newton's method iterates on the absolute value; the sign
002064 *> goes back on at the end when the degree is odd.
002066 77  WS-ABS-Z              PICTURE 9(11)V9(6).
002068 77  WS-HALF-DEGREE        PICTURE 9(02) COMP.
002069 *> digit count and derived exponent for the starting guess.
002069 77  WS-SEED-WORK          PICTURE 9(20).
002069 77  WS-SEED-DIGITS        PICTURE 9(02) COMP.
002069 77  WS-SEED-EXP           PICTURE 9(02) COMP.
002069 *> Z raised to the exponent's numerator - the value whose
002069 *> q-th root is wanted.  Wide enough for Z ** p at full
002069 *> precision; only a power past its picture trips SIZE
002069 *> ERROR, and a power too small to register at 18 places
002069 *> is treated the same way, out of the engine's range.
002069 77  WS-POWER-Z            PICTURE 9(20)V9(18).
002069 77  WS-HALF-NUMERATOR     PICTURE 9(02) COMP.
002070 77  WS-NEG-RESULT-SW      PICTURE X(01) VALUE 'N'.
002072     88 RESULT-IS-NEGATIVE             VALUE 'Y'.
002100 *> shared variables
003074     *> an odd degree has a real, negative root for a negative
003076     *> Z; an even degree does not, and the caller labels the
003078     *> absolute-value root NO REAL ROOT as it always has.
003079     *> An even numerator squares the sign away first.
003080     IF Z < 0
003082         COMPUTE WS-HALF-DEGREE = CP-ROOT-DEGREE / 2
003083         COMPUTE WS-HALF-NUMERATOR = CP-EXP-NUMERATOR / 2
003084         IF CP-ROOT-DEGREE NOT = WS-HALF-DEGREE * 2
003085             AND CP-EXP-NUMERATOR NOT = WS-HALF-NUMERATOR * 2
003086             SET RESULT-IS-NEGATIVE TO TRUE
003088         END-IF
003090     END-IF.
003091     IF CP-EXP-NUMERATOR > 1
003092         COMPUTE WS-POWER-Z ROUNDED =
003093             WS-ABS-Z ** CP-EXP-NUMERATOR
003094             ON SIZE ERROR
003095                 SET CALC-OVERFLOWED TO TRUE
003096         END-COMPUTE
003097         IF WS-POWER-Z = 0
003098             SET CALC-OVERFLOWED TO TRUE
003099         END-IF
003099     ELSE
003099         MOVE WS-ABS-Z TO WS-POWER-Z
003099     END-IF.
003099     IF CALC-OVERFLOWED
003099         MOVE 0 TO ITER-USED
003099         GOBACK
003099     END-IF.
003100     PERFORM 0100-SEED-GUESS THRU 0100-EXIT.
003200     PERFORM CALC_SQRT THRU CALC_SQRT-EXIT
003300         VARYING K FROM 1 BY 1
003700
003710 *> -------------------------------------------------------
003720 *> 0100-SEED-GUESS - starts X at 10 raised to the count of
003730 *> Z ** p's integer digits divided by the degree (rounded up),
003740 *> which lands within a factor of ten of the true root, so
003750 *> the early iterations no longer just walk a huge X down by
003760 *> halves.  Inputs below 1 start at 1.
003770 *> -------------------------------------------------------
003780 0100-SEED-GUESS.
003781     MOVE WS-POWER-Z TO WS-SEED-WORK.
003782     MOVE 0 TO WS-SEED-DIGITS.
003783     PERFORM 0110-COUNT-ONE-DIGIT THRU 0110-EXIT
003784         UNTIL WS-SEED-WORK = 0.
003800 CALC_SQRT.
003900     *> computes the Nth root of Z by Newton's method; degree 2
003910     *> collapses to the original 0.5 * (X + Z / X) square root
003920     *> formula.  Z here is Z ** p, the same Z when p is 1.
003930     COMPUTE WS-DEGREE-LESS-1 = CP-ROOT-DEGREE - 1.
003935     *> a high root degree against a large Z can drive this
003936     *> power calculation past WS-X-POWER's picture before Y is
003944     END-COMPUTE.
003945     IF NOT CALC-OVERFLOWED
003950       COMPUTE Y ROUNDED =
003960         (WS-DEGREE-LESS-1 * X + WS-POWER-Z / WS-X-POWER)
003965         / CP-ROOT-DEGREE
003970           ON SIZE ERROR
003980             SET CALC-OVERFLOWED TO TRUE
