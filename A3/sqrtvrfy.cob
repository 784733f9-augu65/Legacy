001000 *> carries when the feed row is gone), re-raises each
001100 *> AL-OUT-Y to its degree with an ordinary COMPUTE
001200 *> exponentiation, and measures the residual against
001210 *> AL-IN-Z - or, for a rational-exponent row Z**(p/q),
001210 *> against AL-IN-Z raised to the numerator p.  The
001300 *> quality report shows worst and average residual by
001400 *> degree and lists every row whose residual exceeds the
001500 *> operator-set threshold.  RC 4 means something exceeded
001800 *>
001900 *> Modification History:
002000 *>   2026-09-02  DW   New program.
002000 *>   2026-10-15  DW   Rational-exponent rows are verified too:
002000 *>                   Y re-raised to the degree q is measured
002000 *>                   against Z raised to the numerator p, taken
002000 *>                   off the feed detail or else the audit row.
002000 *>                   Flagged lines show the power.
002100 *> ---------------------------------------------------------
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SQRTVRFY.
008100        03 WD-IN-Z              PICTURE S9(11)V9(06).
008200        03 WD-OUT-Y             PICTURE S9(11)V9(18).
008300        03 WD-ROOT-DEGREE       PICTURE 9(02).
008300        03 WD-EXP-NUMERATOR     PICTURE 9(02).
008400 *> -------------------------------------------------------
008600 *> the verification arithmetic: the result re-raised to its
008700 *> degree, and the residual against the input (raised to
008800 *> the numerator for a rational exponent), all wide enough
008800 *> that only a genuine overflow trips SIZE ERROR.
008800 *> -------------------------------------------------------
008900 77  WS-EFF-DEGREE              PICTURE 9(02) COMP VALUE 2.
008900 77  WS-EFF-NUMERATOR           PICTURE 9(02) COMP VALUE 1.
009000 77  WS-CHECK-Z                 PICTURE S9(20)V9(12) VALUE 0.
009100 77  WS-ABS-IN-Z                PICTURE 9(11)V9(06) VALUE 0.
009100 77  WS-TARGET-Z                PICTURE 9(20)V9(12) VALUE 0.
009200 77  WS-RESIDUAL                PICTURE S9(13)V9(12) VALUE 0.
009300 *> -------------------------------------------------------
009400 *> per-degree accumulators, subscripted by the degree, the
015200     02 FD-RESIDUAL          PICTURE Z(12)9.9(12).
015300     02 FILLER PICTURE X(01) VALUE SPACE.
015400     02 FD-NOTE              PICTURE X(14).
015400     02 FD-POWER-NOTE.
015400        03 FD-POWER-LABEL       PICTURE X(07) VALUE SPACES.
015400        03 FD-NUMERATOR         PICTURE Z9.
015400        03 FD-SLASH             PICTURE X(01) VALUE SPACE.
015400        03 FD-POWER-DEGREE      PICTURE Z9.
015500 01  DEG-SUMMARY-HEADER.
015600     02 FILLER PICTURE X(26) VALUE ' RESIDUALS BY ROOT DEGREE '.
015700 01  DEG-SUMMARY-UNDER.
025900         MOVE MR-IN-Z TO WD-IN-Z (WS-DTL-COUNT)
026000         MOVE MR-OUT-Y TO WD-OUT-Y (WS-DTL-COUNT)
026100         MOVE MR-ROOT-DEGREE TO WD-ROOT-DEGREE (WS-DTL-COUNT)
026100         IF MR-EXP-NUMERATOR NUMERIC AND MR-EXP-NUMERATOR > 1
026100             MOVE MR-EXP-NUMERATOR
026100                 TO WD-EXP-NUMERATOR (WS-DTL-COUNT)
026100         ELSE
026100             MOVE 1 TO WD-EXP-NUMERATOR (WS-DTL-COUNT)
026100         END-IF
026200     END-IF.
026300     PERFORM 2100-READ-FEED-ROW THRU 2100-EXIT.
026400 2200-EXIT.
030700 *> wins; an audit row whose detail is gone (feed reset, or
030800 *> the table filled) takes the degree the audit row itself
030900 *> carries, and a zero there means the old narrow rows and
031000 *> settles to square root.  The exponent numerator is
031000 *> settled the same way; a blank, 00 or 01 is a plain root.
031100 *> -------------------------------------------------------
031200 3300-SETTLE-DEGREE.
031300     MOVE 0 TO WS-DTL-SLOT.
031600         UNTIL WS-DTL-SLOT > 0 OR WS-DTL-SUB > WS-DTL-COUNT.
031700     IF WS-DTL-SLOT > 0
031800         MOVE WD-ROOT-DEGREE (WS-DTL-SLOT) TO WS-EFF-DEGREE
031800         MOVE WD-EXP-NUMERATOR (WS-DTL-SLOT) TO WS-EFF-NUMERATOR
031900     ELSE
032000         IF AL-ROOT-DEGREE NUMERIC AND AL-ROOT-DEGREE > 1
032100             MOVE AL-ROOT-DEGREE TO WS-EFF-DEGREE
032200         ELSE
032300             MOVE 2 TO WS-EFF-DEGREE
032400         END-IF
032400         IF AL-EXP-NUMERATOR NUMERIC AND AL-EXP-NUMERATOR > 1
032400             MOVE AL-EXP-NUMERATOR TO WS-EFF-NUMERATOR
032400         ELSE
032400             MOVE 1 TO WS-EFF-NUMERATOR
032400         END-IF
032500     END-IF.
032600 3300-EXIT.
032700     EXIT.
034200 *> signed input either way once both sides drop the sign).
034300 *> A COMPUTE that overflows marks the row unverifiable
034400 *> rather than flagging good arithmetic.
034400 *> A rational-exponent row measures against |Z| raised to
034400 *> its numerator, since its Y is the q-th root of Z**p.
034500 *> -------------------------------------------------------
034600 3400-MEASURE-RESIDUAL.
034700     COMPUTE WS-CHECK-Z = AL-OUT-Y ** WS-EFF-DEGREE
035700     ELSE
035800         MOVE AL-IN-Z TO WS-ABS-IN-Z
035900     END-IF.
035900     IF WS-EFF-NUMERATOR > 1
035900         COMPUTE WS-TARGET-Z ROUNDED =
035900             WS-ABS-IN-Z ** WS-EFF-NUMERATOR
035900             ON SIZE ERROR
035900                 ADD 1 TO WS-UNVERIFIABLE-ROWS
035900                 GO TO 3400-EXIT
035900         END-COMPUTE
035900     ELSE
035900         MOVE WS-ABS-IN-Z TO WS-TARGET-Z
035900     END-IF.
036000     COMPUTE WS-RESIDUAL = WS-CHECK-Z - WS-TARGET-Z.
036100     IF WS-RESIDUAL < 0
036200         COMPUTE WS-RESIDUAL = 0 - WS-RESIDUAL
036300     END-IF.
037500         MOVE WS-EFF-DEGREE TO FD-DEGREE
037600         MOVE WS-RESIDUAL TO FD-RESIDUAL
037700         MOVE 'OVER THRESHOLD' TO FD-NOTE
037700         IF WS-EFF-NUMERATOR > 1
037700             MOVE ' POWER ' TO FD-POWER-LABEL
037700             MOVE WS-EFF-NUMERATOR TO FD-NUMERATOR
037700             MOVE '/' TO FD-SLASH
037700             MOVE WS-EFF-DEGREE TO FD-POWER-DEGREE
037700         ELSE
037700             MOVE SPACES TO FD-POWER-NOTE
037700         END-IF
037800         MOVE FLAG-DETAIL-LINE TO WS-RPT-WORK
037900         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
038000     END-IF.
