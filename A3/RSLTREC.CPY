000800 *> always carries the latest answer, with the run ID saying
000900 *> which run produced it.  Terminal work carries no request
001000 *> ID and is never loaded here.
001010 *> RS-DELIVERED-DATE is stamped by SQRTDLVR when the row
001020 *> goes out on its department's delivery extract; zero means
001030 *> not yet delivered.  SQRTLOAD zeroes it whenever a rerun
001040 *> replaces the answer, so the new answer goes out again.
001045 *> RS-ITERATIONS and RS-DECIMAL-PLACES come off the feed
001045 *> row so SQRTCERT can certify the answer as requested;
001045 *> a row whose feed row did not say is held at 18 places.
001045 *> The record is 103 bytes now, not 96.
001046 *> RS-EXP-NUMERATOR off the feed row marks a rational-
001047 *> exponent answer, Z to the RS-EXP-NUMERATOR /
001048 *> RS-ROOT-DEGREE; 01 (or blank, on an older row) is a
001049 *> plain root.
001100 *> ---------------------------------------------------------
001200 01  RESULT-MASTER-RECORD.
001300     02 RESULT-KEY.
001900     02 RS-DEPARTMENT         PICTURE X(04).
002000     02 RS-RUN-ID             PICTURE 9(16).
002100     02 RS-RUN-DATE           PICTURE 9(08).
002150     02 RS-DELIVERED-DATE     PICTURE 9(08).
002160        88 RS-NOT-DELIVERED              VALUE 0.
002170     02 RS-ITERATIONS         PICTURE 9(05).
002170     02 RS-DECIMAL-PLACES     PICTURE 9(02).
002200     02 RS-EXP-NUMERATOR      PICTURE 9(02).
