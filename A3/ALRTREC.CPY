000100 *> ---------------------------------------------------------
000200 *> ALRTREC - one row per operations alert on the keyed
000300 *> ALRTFILE.  An abort storm, an out-of-balance
000400 *> reconciliation, a refused feed segment, a crashed run,
000500 *> repeated sign-on failures or a step left open used to
000600 *> surface only as a condition code or a line on a report
000700 *> somebody read the next morning.  Each is now written here
000800 *> as it happens, by the program that saw it (through
000900 *> SQRTALRT_POST), and stays open until an operator
001000 *> acknowledges it with a note on SQRTALRT.  An alert still
001100 *> open after the escalation window is raised to supervisor
001200 *> level by SQRTMORN and printed at the top of its page.
001300 *> Keyed by the date and time raised and a sequence within
001400 *> the second, so a sweep reads the alerts oldest first.
001500 *> AT-SEVERITY:
001600 *>   W - warning: look at it today.
001700 *>   E - error: the night's output is in doubt.
001800 *>   C - critical: the run's output must not be used.
001900 *> AT-EVENT-CODE:
002000 *>   AB - abort storm (SQRTBABYEX RC 12).
002100 *>   OB - reconciliation out of balance (SQRTRCON).
002200 *>   SR - feed segment refused (SQRTLOAD).
002300 *>   CR - run found crashed and flipped (SQRTJANI).
002400 *>   SF - repeated sign-on failures for one operator ID.
002500 *>   SO - a STEPREG step left open past its time (SQRTJANI).
002500 *>   MN - a night with no completed run (SQRTSTEP check).
002600 *> AT-ALERT-STATUS is OP until acknowledged, then AK.
002700 *> AT-ALERT-LEVEL is O (operator) until escalated, then S.
002800 *> ---------------------------------------------------------
002900 01  ALERT-RECORD.
003000     02 ALERT-KEY.
003100        03 AT-ALERT-DATE      PICTURE 9(08).
003200        03 AT-ALERT-TIME      PICTURE 9(08).
003300        03 AT-ALERT-SEQ       PICTURE 9(02).
003400     02 AT-SEVERITY           PICTURE X(01).
003500        88 AT-SEVERITY-WARNING            VALUE 'W'.
003600        88 AT-SEVERITY-ERROR              VALUE 'E'.
003700        88 AT-SEVERITY-CRITICAL           VALUE 'C'.
003800     02 AT-EVENT-CODE         PICTURE X(02).
003900        88 AT-EVENT-ABORT-STORM           VALUE 'AB'.
004000        88 AT-EVENT-OUT-OF-BALANCE        VALUE 'OB'.
004100        88 AT-EVENT-SEGMENT-REFUSED       VALUE 'SR'.
004200        88 AT-EVENT-RUN-CRASHED           VALUE 'CR'.
004300        88 AT-EVENT-SIGNON-FAILURES       VALUE 'SF'.
004400        88 AT-EVENT-STEP-LEFT-OPEN        VALUE 'SO'.
004400        88 AT-EVENT-MISSED-NIGHT          VALUE 'MN'.
004500     02 AT-PROGRAM-NAME       PICTURE X(10).
004600     02 AT-RUN-ID             PICTURE 9(16).
004700     02 AT-OPERATOR-ID        PICTURE X(08).
004800     02 AT-MESSAGE            PICTURE X(50).
004900     02 AT-ALERT-STATUS       PICTURE X(02).
005000        88 AT-STATUS-OPEN                 VALUE 'OP'.
005100        88 AT-STATUS-ACKNOWLEDGED         VALUE 'AK'.
005200     02 AT-ALERT-LEVEL        PICTURE X(01).
005300        88 AT-LEVEL-OPERATOR              VALUE 'O'.
005400        88 AT-LEVEL-SUPERVISOR            VALUE 'S'.
005500     02 AT-ESCALATED-DATE     PICTURE 9(08).
005600     02 AT-ESCALATED-TIME     PICTURE 9(08).
005700     02 AT-ACK-OPERATOR       PICTURE X(08).
005800     02 AT-ACK-DATE           PICTURE 9(08).
005900     02 AT-ACK-TIME           PICTURE 9(08).
006000     02 AT-ACK-NOTE           PICTURE X(40).
006100     02 AT-FILLER             PICTURE X(10).
