000100 *> ---------------------------------------------------------
000200 *> DLVRREC - the results delivery extract SQRTDLVR writes
000300 *> after SQRTLOAD.  RSLTMAST answers a department that asks,
000400 *> but nothing ever pushed results out, so each department
000500 *> got its answers by phoning in.  Each department gets its
000600 *> own extract dataset carrying one segment, in the same
000700 *> header / detail / trailer discipline as the MACHFILE
000800 *> feed: an XH header naming the department, the extract
000900 *> date and whether this is a first delivery (N) or a
001000 *> re-send (R); one XD detail per result; and an XT
001100 *> trailer with the detail count and hash totals of
001200 *> XD-IN-Z and XD-OUT-Y, so the receiving department can
001300 *> prove its extract arrived whole.
001350 *> ---------------------------------------------------------
001400 01  DLVR-HEADER-RECORD.
001500     02 XH-RECORD-TYPE        PICTURE X(01).
001600        88 XH-HEADER-ROW                 VALUE 'H'.
001700     02 XH-DEPT-CODE          PICTURE X(04).
001800     02 XH-DEPT-NAME          PICTURE X(25).
001900     02 XH-EXTRACT-DATE       PICTURE 9(08).
002000     02 XH-EXTRACT-TIME       PICTURE 9(08).
002100     02 XH-SEND-TYPE          PICTURE X(01).
002200        88 XH-FIRST-DELIVERY             VALUE 'N'.
002300        88 XH-RESEND                     VALUE 'R'.
002400     02 XH-DELIVERED-DATE     PICTURE 9(08).
002500     02 XH-FILLER             PICTURE X(02).
002600 01  DLVR-DETAIL-RECORD.
002700     02 XD-RECORD-TYPE        PICTURE X(01).
002800        88 XD-DETAIL-ROW                 VALUE 'D'.
002900     02 XD-REQUEST-ID         PICTURE X(08).
003000     02 XD-ROOT-DEGREE        PICTURE 9(02).
003100     02 XD-IN-Z               PICTURE S9(11)V9(06).
003200     02 XD-OUT-Y              PICTURE S9(11)V9(18).
003300     02 XD-STATUS-CODE        PICTURE X(02).
003400     02 XD-RUN-ID             PICTURE 9(16).
003500     02 XD-RUN-DATE           PICTURE 9(08).
003600     02 XD-FILLER             PICTURE X(02).
003700 01  DLVR-TRAILER-RECORD.
003800     02 XT-RECORD-TYPE        PICTURE X(01).
003900        88 XT-TRAILER-ROW                VALUE 'T'.
004000     02 XT-DEPT-CODE          PICTURE X(04).
004100     02 XT-DETAIL-COUNT       PICTURE 9(07).
004200     02 XT-HASH-IN-Z          PICTURE S9(15)V9(06).
004300     02 XT-HASH-OUT-Y         PICTURE S9(15)V9(18).
004400     02 XT-FILLER             PICTURE X(02).
