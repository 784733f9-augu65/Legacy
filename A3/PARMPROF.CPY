000500 *> the overnight job's SYSIN can no longer mistype a
000600 *> tolerance line into an all-night exact-match grind.
000700 *> Maintained by SQRTPROF; prompt-by-prompt entry stays as
000800 *> the fallback when no profile is named.  A profile filed
000810 *> inactive (PP-ACTIVE-FLAG I) is retired: the run programs
000820 *> refuse it and fall back to the prompts.  Rows filed
000830 *> before the flag existed carry a space and count as active.
000840 *> Only approved versions are ever filed here: SQRTPROF
000850 *> parks every add, change, and deactivate on PARMPEND until
000860 *> a second, different supervisor approves it, and the
000870 *> approval stamp below records who proposed it and who
000880 *> approved it, and when.  Rows filed before two-person
000890 *> approval carry spaces in the stamp.
000900 *> ---------------------------------------------------------
001000 01  PARM-PROFILE-RECORD.
001100     02 PP-PROFILE-NAME       PICTURE X(08).
001820 *> abort percentage past which the batch condition code
001840 *> escalates to 12.
001850     02 PP-ABORT-LIMIT-PCT    PICTURE 9(02).
001860     02 PP-ACTIVE-FLAG        PICTURE X(01).
001870        88 PP-INACTIVE                     VALUE 'I'.
001880     02 PP-PROPOSED-BY        PICTURE X(08).
001885     02 PP-APPROVED-BY        PICTURE X(08).
001890     02 PP-APPROVED-DATE      PICTURE 9(08).
001895     02 PP-APPROVED-TIME      PICTURE 9(08).
001900     02 PP-FILLER             PICTURE X(11).
