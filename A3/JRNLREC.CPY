000100 *> ---------------------------------------------------------
000200 *> JRNLREC - one row per maintenance action against a keyed
000300 *> master, appended to the CHGJRNL change journal by the
000400 *> maintenance programs (SQRTOPER, SQRTDEPT, SQRTPROF and
000500 *> SQRTSORD).  When an authority level or a profile's
000600 *> iteration ceiling changed overnight, nobody could say who
000700 *> changed it, when, or what it held before.  Each row
000800 *> carries the signed-on operator, the date and time, the
000900 *> file and key touched, the action, and the whole record
001000 *> as it stood before and after - an add has a blank before
001100 *> image.  The images are the masters' own record layouts
001200 *> moved in as they are, so SQRTJRNL can print them without
001300 *> knowing one file from another.  Reviewed by SQRTJRNL.
001310 *> Profile changes are two-person: the proposal is filed
001320 *> against PARMPEND as action P, a rejection as action R,
001330 *> and the approved change against PARMPROF as A, C, or D
001340 *> under the approving supervisor's ID.
001350 *> A whole-file reload from a backup (SQRTUNLD) journals
001360 *> one row as action L, keyed by the backup's unload date
001370 *> and time, with the restored counts as the after image.
001400 *> ---------------------------------------------------------
001500 01  CHANGE-JOURNAL-RECORD.
001600     02 CJ-JRNL-DATE          PICTURE 9(08).
001700     02 CJ-JRNL-TIME          PICTURE 9(08).
001800     02 CJ-PROGRAM-NAME       PICTURE X(10).
001900     02 CJ-OPERATOR-ID        PICTURE X(08).
002000     02 CJ-FILE-NAME          PICTURE X(08).
002100     02 CJ-RECORD-KEY         PICTURE X(16).
002200     02 CJ-ACTION             PICTURE X(01).
002300        88 CJ-ADDED                          VALUE 'A'.
002400        88 CJ-CHANGED                        VALUE 'C'.
002500        88 CJ-DEACTIVATED                    VALUE 'D'.
002510        88 CJ-PROPOSED                       VALUE 'P'.
002520        88 CJ-REJECTED                       VALUE 'R'.
002530        88 CJ-RELOADED                       VALUE 'L'.
002600     02 CJ-BEFORE-IMAGE       PICTURE X(100).
002700     02 CJ-AFTER-IMAGE        PICTURE X(100).
002800     02 CJ-FILLER             PICTURE X(10).
