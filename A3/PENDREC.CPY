000100 *> ---------------------------------------------------------
000200 *> PENDREC - one row per profile change waiting for its
000300 *> second signature, on the keyed PARMPEND pending file.
000400 *> SQRTPROF files every add, change, and deactivate here
000500 *> instead of on PARMPROF, so a single supervisor can no
000600 *> longer loosen a tolerance or raise an iteration ceiling
000700 *> on their own.  A different supervisor approves the row
000800 *> (it is then applied to PARMPROF with an approval stamp
000900 *> and deleted) or rejects it (it is deleted unapplied).
001000 *> Until then the run programs keep loading the last
001100 *> approved version off PARMPROF.  One pending change per
001200 *> profile at a time, keyed on the profile name; the whole
001300 *> proposed PARMPROF row rides in PN-PROPOSED-IMAGE.  Both
001400 *> outcomes land on the CHGJRNL change journal.
001500 *> ---------------------------------------------------------
001600 01  PARM-PENDING-RECORD.
001700     02 PN-PROFILE-NAME       PICTURE X(08).
001800     02 PN-ACTION             PICTURE X(01).
001900        88 PN-ADD                             VALUE 'A'.
002000        88 PN-CHANGE                          VALUE 'C'.
002100        88 PN-DEACTIVATE                      VALUE 'D'.
002200     02 PN-PROPOSED-BY        PICTURE X(08).
002300     02 PN-PROPOSED-DATE      PICTURE 9(08).
002400     02 PN-PROPOSED-TIME      PICTURE 9(08).
002500     02 PN-PROPOSED-IMAGE     PICTURE X(75).
002600     02 PN-FILLER             PICTURE X(10).
