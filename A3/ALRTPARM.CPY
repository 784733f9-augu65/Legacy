000100 *> ---------------------------------------------------------
000200 *> ALRTPARM - the call interface to SQRTALRT_POST.  A program
000300 *> that sees an alert-worthy event fills in the severity,
000400 *> event code, program, run ID and message and calls with
000500 *> AP-RAISE-ALERT.  A sign-on refusal calls with
000600 *> AP-SIGNON-REJECTED and the operator ID tried; the routine
000700 *> counts that ID's refusals on today's SECLOG and raises an
000800 *> SF alert only at each third one.  AP-RETURN-CODE comes
000900 *> back 0 when an alert was written, 4 when none was called
001000 *> for, and 16 when ALRTFILE could not be written - which
001100 *> the caller notes and carries on past, since a missing
001200 *> alert must never stop the work it is about.
001300 *> ---------------------------------------------------------
001400 01  ALERT-PARAMETERS.
001500     02 AP-FUNCTION           PICTURE X(01).
001600        88 AP-RAISE-ALERT                 VALUE 'A'.
001700        88 AP-SIGNON-REJECTED             VALUE 'S'.
001800     02 AP-SEVERITY           PICTURE X(01).
001900     02 AP-EVENT-CODE         PICTURE X(02).
002000     02 AP-PROGRAM-NAME       PICTURE X(10).
002100     02 AP-RUN-ID             PICTURE 9(16).
002200     02 AP-OPERATOR-ID        PICTURE X(08).
002300     02 AP-MESSAGE            PICTURE X(50).
002400     02 AP-RETURN-CODE        PICTURE 9(02).
