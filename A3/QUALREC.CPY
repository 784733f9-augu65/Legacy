000100 *> ---------------------------------------------------------
000200 *> QUALREC - the keyed QUALHIST data-quality history, one
000300 *> row per department per month, built up a night at a time
000400 *> by SQRTQUAL from what SQRTEDIT made of the night's input:
000500 *> records submitted (clean + held + rejected), clean, held
000600 *> over budget, rejected and the rejects by REJFILE reason
000700 *> code, how many of the records were resubmissions (INZ-
000800 *> RESUBMIT-COUNT above zero), and how many the SQRTRWRK
000900 *> workbench returned to the requester at the bounce limit
001000 *> (RESUBLOG outcome T, by the month it was logged).  The
001100 *> monthly scorecard reads it back.
001200 *> QH-OT-REJECTED takes a reason code no one has named yet.
001300 *> The row keyed '****' month 000000 is the control row: the
001400 *> last edit night folded, so a night cannot go in twice,
001500 *> and the stamps of the last HELDINZ and RESUBLOG rows
001600 *> taken, since both files outlive the night.
001700 *> ---------------------------------------------------------
001800 01  QUALITY-HISTORY-RECORD.
001900     02 QUALITY-HISTORY-KEY.
002000        03 QH-DEPARTMENT      PICTURE X(04).
002100           88 QH-CONTROL-ROW                 VALUE '****'.
002200        03 QH-MONTH           PICTURE 9(06).
002300 *> one department's month.
002400     02 QH-MONTH-DATA.
002500        03 QH-SUBMITTED       PICTURE 9(07).
002600        03 QH-CLEAN           PICTURE 9(07).
002700        03 QH-HELD            PICTURE 9(07).
002800        03 QH-REJECTED        PICTURE 9(07).
002900        03 QH-NN-REJECTED     PICTURE 9(07).
003000        03 QH-ZR-REJECTED     PICTURE 9(07).
003100        03 QH-EX-REJECTED     PICTURE 9(07).
003200        03 QH-NG-REJECTED     PICTURE 9(07).
003300        03 QH-DP-REJECTED     PICTURE 9(07).
003400        03 QH-DU-REJECTED     PICTURE 9(07).
003500        03 QH-OT-REJECTED     PICTURE 9(07).
003600        03 QH-RESUBMITTED     PICTURE 9(07).
003700        03 QH-RETURNED        PICTURE 9(07).
003800        03 QH-NIGHTS          PICTURE 9(03).
003900        03 QH-LAST-NIGHT      PICTURE 9(08).
004000 *> the control row - what has been folded in so far.
004100     02 QH-CONTROL-DATA REDEFINES QH-MONTH-DATA.
004200        03 QH-LAST-EDIT-DATE  PICTURE 9(08).
004300        03 QH-LAST-HELD-STAMP.
004400           04 QH-LAST-HELD-DATE   PICTURE 9(08).
004500           04 QH-LAST-HELD-TIME   PICTURE 9(08).
004600        03 QH-LAST-RETURN-STAMP.
004700           04 QH-LAST-RETURN-DATE PICTURE 9(08).
004800           04 QH-LAST-RETURN-TIME PICTURE 9(08).
004900        03 QH-CONTROL-FILLER  PICTURE X(62).
005000     02 QH-FILLER             PICTURE X(08).
