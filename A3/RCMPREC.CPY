000100 *> ---------------------------------------------------------
000200 *> RCMPREC - one row per result selected into a
000300 *> recalculation campaign, written by SQRTRCLC as it builds
000400 *> the campaign's INZFILE.  After an engine or profile
000500 *> correction a department's results are redone under their
000600 *> original request IDs; this row is the result as it stood
000700 *> before the campaign, so the campaign report can set the
000800 *> old answer beside the new one once SQRTLOAD has loaded
000900 *> it.  CG-CAMPAIGN-ID is the build's date and time; every
001000 *> row of one campaign carries the same one.  The selection
001100 *> the campaign was built on rides every row as well, so the
001200 *> report can say what was asked for.
001300 *> ---------------------------------------------------------
001400 01  CAMPAIGN-RECORD.
001500     02 CG-CAMPAIGN-ID.
001600        03 CG-CAMPAIGN-DATE   PICTURE 9(08).
001700        03 CG-CAMPAIGN-TIME   PICTURE 9(08).
001800     02 CG-BUILT-BY           PICTURE X(08).
001900     02 CG-REQUEST-ID         PICTURE X(08).
002000     02 CG-ROOT-DEGREE        PICTURE 9(02).
002100     02 CG-DEPARTMENT         PICTURE X(04).
002200     02 CG-OLD-IN-Z           PICTURE S9(11)V9(06).
002300     02 CG-OLD-OUT-Y          PICTURE S9(11)V9(18).
002400     02 CG-OLD-STATUS-CODE    PICTURE X(02).
002500     02 CG-OLD-RUN-ID         PICTURE 9(16).
002600     02 CG-OLD-RUN-DATE       PICTURE 9(08).
002700     02 CG-DECIMAL-PLACES     PICTURE 9(02).
002800     02 CG-SELECTION.
002900        03 CG-SEL-DEPARTMENT  PICTURE X(04).
003000        03 CG-SEL-FROM-DATE   PICTURE 9(08).
003100        03 CG-SEL-TO-DATE     PICTURE 9(08).
003200        03 CG-SEL-RUN-ID      PICTURE 9(16).
003300        03 CG-SEL-DEGREE      PICTURE 9(02).
003400        03 CG-SEL-PROFILE     PICTURE X(08).
003450     02 CG-EXP-NUMERATOR      PICTURE 9(02).
003500     02 CG-FILLER             PICTURE X(04).
