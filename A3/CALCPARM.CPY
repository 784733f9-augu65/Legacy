001570 *> finding out from the daily report the next afternoon.
001580     02 CP-ABORT-LIMIT-PCT       PICTURE 9(02) COMP
001590                                  VALUE 10.
001600 *> the numerator p of a rational exponent - the engine works
001610 *> out Z to the p/q power, q being CP-ROOT-DEGREE, in one
001620 *> pass, so a requester after Z to the 3/2 no longer takes a
001630 *> rounded root and raises it themselves.  1, the plain Nth
001640 *> root, unless the request asks otherwise.
001650     02 CP-EXP-NUMERATOR         PICTURE 9(02) COMP
001660                                  VALUE 1.
