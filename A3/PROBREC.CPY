000800 *> SQRTPROB's daily unresolved-problems report routed by
000900 *> department, with the attempt history pulled off the audit
001000 *> rows.  Appended by SQRTRTRY.
001010 *> PB-EXP-NUMERATOR carries a rational-exponent request's
001020 *> numerator off the exception row, so the UN answer names
001030 *> the power that was asked for.
001100 *> ---------------------------------------------------------
001200 01  PROBLEM-RECORD.
001300     02 PB-IN-Z               PICTURE S9(11)V9(06).
001800     02 PB-CARRY-COUNT        PICTURE 9(03).
001900     02 PB-FILED-DATE         PICTURE 9(08).
002000     02 PB-RUN-ID             PICTURE 9(16).
002050     02 PB-EXP-NUMERATOR      PICTURE 9(02).
002100     02 PB-FILLER             PICTURE X(08).
