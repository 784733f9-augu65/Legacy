000100 *> ---------------------------------------------------------
000200 *> RHSTREC - one row per superseded result on the RSLTHIST
000300 *> result-history file.  A rerun or recalculation used to
000400 *> replace the RSLTMAST row in place and the old answer was
000500 *> simply gone; SQRTLOAD now appends the row it is about to
000600 *> replace here first, exactly as it stood - its own run ID
000700 *> and run date included - stamped with when it was
000800 *> superseded and the run ID of the answer that replaced it.
000900 *> SQRTRCLC reads the old answers for a recalculation
001000 *> campaign back off the campaign file, not this one; this
001100 *> file is the standing record of every answer ever given.
001200 *> ---------------------------------------------------------
001300 01  RESULT-HISTORY-RECORD.
001400     02 RH-SUPERSEDED-DATE    PICTURE 9(08).
001500     02 RH-SUPERSEDED-TIME    PICTURE 9(08).
001600     02 RH-NEW-RUN-ID         PICTURE 9(16).
001700     02 RH-REQUEST-ID         PICTURE X(08).
001800     02 RH-ROOT-DEGREE        PICTURE 9(02).
001900     02 RH-IN-Z               PICTURE S9(11)V9(06).
002000     02 RH-OUT-Y              PICTURE S9(11)V9(18).
002100     02 RH-STATUS-CODE        PICTURE X(02).
002200     02 RH-DEPARTMENT         PICTURE X(04).
002300     02 RH-RUN-ID             PICTURE 9(16).
002400     02 RH-RUN-DATE           PICTURE 9(08).
002500     02 RH-DELIVERED-DATE     PICTURE 9(08).
002600     02 RH-ITERATIONS         PICTURE 9(05).
002700     02 RH-DECIMAL-PLACES     PICTURE 9(02).
002750     02 RH-EXP-NUMERATOR      PICTURE 9(02).
002800     02 RH-FILLER             PICTURE X(02).
