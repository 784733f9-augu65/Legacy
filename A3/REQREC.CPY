000900 *> seen within the operator-set window, unless a supervisor
001000 *> override is in effect for a genuine rerun.  The last-seen
001100 *> date moves forward every time the request passes.
001110 *> RQ-FIRST-SEEN-DATE starts the request's turnaround clock
001120 *> for SQRTSLA: the night it first arrived, even if it first
001130 *> arrived as a reject (filed then with a zero last-seen
001140 *> date, which the duplicate test ignores) and only cleared
001150 *> after a trip through the SQRTRWRK workbench.  A fresh
001160 *> pass of a request that had already cleared restarts it.
001200 *> ---------------------------------------------------------
001300 01  REQUEST-REGISTRY-RECORD.
001400     02 REQUEST-REG-KEY.
001500        03 RQ-REQUEST-ID      PICTURE X(08).
001600        03 RQ-DEPARTMENT      PICTURE X(04).
001700     02 RQ-LAST-SEEN-DATE     PICTURE 9(08).
001750     02 RQ-FIRST-SEEN-DATE    PICTURE 9(08).
001800     02 RQ-FILLER             PICTURE X(02).
