000100 *> ---------------------------------------------------------
000200 *> CALREC - one row per calendar date on the keyed CALMAST
000300 *> shop processing calendar, keyed by the date itself.
000400 *> Standing orders were generated on plant holidays with
000500 *> the lab shut, billing months were keyed by hand every
000600 *> month end, and archive cutoffs were a count of days that
000700 *> landed wherever it landed.  The calendar says, for every
000800 *> date, whether it is a business day, a holiday or a
000900 *> weekend, and which fiscal period it belongs to, with the
001000 *> period's first and last dates carried on every row so a
001100 *> single keyed read answers "what period is this and where
001200 *> does it start".  A year is generated with weekdays as
001300 *> business days and fiscal periods equal to calendar
001400 *> months; holidays and period boundaries are then filed
001500 *> over it.  Maintained by SQRTCAL; read by SQRTGEN,
001600 *> SQRTCHBK and SQRTARCH.
001700 *> ---------------------------------------------------------
001800 01  CALENDAR-RECORD.
001900     02 CL-CAL-DATE           PICTURE 9(08).
002000     02 CL-DAY-TYPE           PICTURE X(01).
002100        88 CL-BUSINESS-DAY                   VALUE 'B'.
002200        88 CL-HOLIDAY                        VALUE 'H'.
002300        88 CL-WEEKEND                        VALUE 'W'.
002400     02 CL-WEEKDAY            PICTURE 9(01).
002500     02 CL-DESCRIPTION        PICTURE X(25).
002600     02 CL-FISCAL-YEAR        PICTURE 9(04).
002700     02 CL-FISCAL-PERIOD      PICTURE 9(02).
002800     02 CL-PERIOD-START       PICTURE 9(08).
002900     02 CL-PERIOD-END         PICTURE 9(08).
003000     02 CL-FILLER             PICTURE X(13).
