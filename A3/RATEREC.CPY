000100 *> ---------------------------------------------------------
000200 *> RATEREC - the RATEFILE rate card: one row, digits only
000300 *> with implied decimals the same way every fixed layout in
000400 *> this shop carries them - the price of one calculation and
000500 *> of a thousand iterations.  SQRTCHBK bills the month from
000600 *> it, and SQRTEDIT prices each department's month-to-date
000700 *> spend from it against the DEPTMAST budget, so both read
000800 *> the same card.
000900 *> ---------------------------------------------------------
001000 01  RATE-RECORD.
001100     02 RF-PER-CALC-RATE      PICTURE 9(03)V9(02).
001200     02 RF-PER-KITER-RATE     PICTURE 9(03)V9(02).
001300     02 RF-FILLER             PICTURE X(50).
