000100 *> ---------------------------------------------------------
000200 *> DLOGREC - one row per department segment written to a
000300 *> delivery extract, appended to the DLVRLOG delivery log by
000400 *> SQRTDLVR.  The log is the answer to "did we ever send
000500 *> ENG its results for the 3rd": when the segment went out,
000600 *> whether it was a first delivery (N) or a re-send (R), the
000700 *> delivery date the rows carry on RSLTMAST, and the same
000800 *> count and hash totals the segment's trailer carried, so a
000900 *> department's complaint can be settled against what was
001000 *> actually sent.
001010 *> Each department's extract is now its own dataset, so the
001020 *> row also names the DLVRxxxx DD it went out on and the
001030 *> extract dataset behind it; the two fields follow the old
001040 *> filler so rows logged before them still line up.
001100 *> ---------------------------------------------------------
001200 01  DLVR-LOG-RECORD.
001300     02 DL-LOG-DATE           PICTURE 9(08).
001400     02 DL-LOG-TIME           PICTURE 9(08).
001500     02 DL-DEPT-CODE          PICTURE X(04).
001600     02 DL-SEND-TYPE          PICTURE X(01).
001700        88 DL-FIRST-DELIVERY             VALUE 'N'.
001800        88 DL-RESEND                     VALUE 'R'.
001900     02 DL-DELIVERED-DATE     PICTURE 9(08).
002000     02 DL-DETAIL-COUNT       PICTURE 9(07).
002100     02 DL-HASH-IN-Z          PICTURE S9(15)V9(06).
002200     02 DL-HASH-OUT-Y         PICTURE S9(15)V9(18).
002300     02 DL-FILLER             PICTURE X(04).
002400     02 DL-EXTRACT-DD         PICTURE X(08).
002500     02 DL-EXTRACT-DSN        PICTURE X(44).
