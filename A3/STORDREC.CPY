001300 *> of SQRTEDIT, request IDs assigned automatically.  A list
001400 *> of values is filed as one order per value.  Maintained by
001500 *> SQRTSORD.
001510 *> Frequencies off the CALMAST shop calendar: B = every
001520 *> business day, F = the first business day of the month,
001530 *> L = the last business day of the month, M = monthly on
001540 *> day SO-MONTH-DAY (on the next business day when that
001550 *> day is not one).  No order of any frequency is generated
001560 *> on a plant holiday.
001600 *> ---------------------------------------------------------
001700 01  STANDING-ORDER-RECORD.
001800     02 SO-ORDER-ID           PICTURE X(08).
002400     02 SO-FREQUENCY          PICTURE X(01).
002500        88 SO-EVERY-NIGHT                    VALUE 'D'.
002600        88 SO-WEEKDAY-ONLY                   VALUE '1' THRU '7'.
002610        88 SO-EVERY-BUSINESS-DAY             VALUE 'B'.
002620        88 SO-FIRST-BUSINESS-DAY             VALUE 'F'.
002630        88 SO-LAST-BUSINESS-DAY              VALUE 'L'.
002640        88 SO-MONTHLY                        VALUE 'M'.
002700     02 SO-EFF-FROM-DATE      PICTURE 9(08).
002800     02 SO-EFF-TO-DATE        PICTURE 9(08).
002900     02 SO-ACTIVE-FLAG        PICTURE X(01).
003000        88 SO-ACTIVE                         VALUE 'A'.
003100        88 SO-INACTIVE                       VALUE 'I'.
003110     02 SO-MONTH-DAY          PICTURE 9(02).
003200     02 SO-FILLER             PICTURE X(08).
