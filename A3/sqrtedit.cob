001650 *>                   inactive, rejects with its own DP reason
001660 *>                   instead of stamping junk codes onto every
001670 *>                   downstream breakdown by department.
001680 *>   2026-10-15  DW   REQREG now carries the first-arrival
001685 *>                   date that starts each request's
001690 *>                   turnaround clock; a reject with a usable
001695 *>                   request ID and department files its
001696 *>                   arrival too, so time spent in the reject
001697 *>                   and resubmit loop counts against the SLA.
001698 *>   2026-10-15  DW   Department budgets: each department's
001699 *>                   month-to-date spend is priced off the
001699 *>                   audit history and the RATEFILE rate card,
001699 *>                   and a request that would take it over
001699 *>                   its DEPTMAST monthly budget goes to the
001699 *>                   HELDINZ held-request file instead of
001699 *>                   CLEANINZ.  A request a supervisor
001699 *>                   released through SQRTHOLD passes; held
001699 *>                   and released counts are on the summary.
001699 *>   2026-10-15  DW   Cancel and amend transactions keyed at
001699 *>                   SQRTAMND after SQRTGEN ran are applied as
001699 *>                   each record is read: a cancelled request is
001699 *>                   dropped before it reaches CLEANINZ, an
001699 *>                   amended one is edited as amended, and each
001699 *>                   one applied is marked on AMNDFILE and
001699 *>                   logged on AMNDLOG.  Counts on the summary.
001699 *>   2026-10-15  DW   A record SQRTRCLC built for a
001699 *>                   recalculation campaign (recalc flag C) is
001699 *>                   passed clean past the duplicate window and
001699 *>                   the budget hold without touching REQREG;
001699 *>                   counted on the summary.
001699 *>   2026-10-15  DW   Rational-exponent requests: the
001699 *>                   exponent numerator beside the degree must
001699 *>                   be blank or numeric, or the record
001699 *>                   rejects with its own EX reason.
001700 *> ---------------------------------------------------------
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SQRTEDIT.
003667         ACCESS MODE IS DYNAMIC
003668         RECORD KEY IS OM-OPERATOR-ID
003669         FILE STATUS IS WS-OPER-FILE-STATUS.
003670     SELECT OPTIONAL AUDIT-HISTORY ASSIGN TO "AUDITHST"
003671         ORGANIZATION IS LINE SEQUENTIAL
003672         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003673     SELECT OPTIONAL RATE-FILE ASSIGN TO "RATEFILE"
003674         ORGANIZATION IS LINE SEQUENTIAL
003675         FILE STATUS IS WS-RATE-FILE-STATUS.
003676     SELECT OPTIONAL HELD-OUTPUT ASSIGN TO "HELDINZ"
003677         ORGANIZATION IS LINE SEQUENTIAL
003678         FILE STATUS IS WS-HELD-FILE-STATUS.
003678     SELECT OPTIONAL AMEND-FILE ASSIGN TO "AMNDFILE"
003678         ORGANIZATION IS INDEXED
003678         ACCESS MODE IS DYNAMIC
003678         RECORD KEY IS AMEND-KEY
003678         FILE STATUS IS WS-AMND-FILE-STATUS.
003678     SELECT OPTIONAL AMEND-LOG ASSIGN TO "AMNDLOG"
003678         ORGANIZATION IS LINE SEQUENTIAL
003678         FILE STATUS IS WS-AMLG-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STANDARD-OUTPUT.
005240     COPY REQREC.
005250 FD  OPERATOR-MASTER.
005260     COPY OPERREC.
005270 FD  AUDIT-HISTORY.
005275     COPY AUDITREC.
005280 FD  RATE-FILE.
005285     COPY RATEREC.
005290 FD  HELD-OUTPUT.
005295     COPY HELDREC.
005295 FD  AMEND-FILE.
005295     COPY AMNDREC.
005295 FD  AMEND-LOG.
005295     COPY AMLGREC.
005300 WORKING-STORAGE SECTION.
005400 *> -------------------------------------------------------
005500 *> file statuses and read control
006099     88 RERUN-OVERRIDE                        VALUE 'Y'.
006099 77  WS-DUP-SW                  PICTURE X(01) VALUE 'N'.
006099     88 DUPLICATE-REQUEST                     VALUE 'Y'.
006099 77  WS-REQ-ON-FILE-SW          PICTURE X(01) VALUE 'N'.
006099     88 REQUEST-ON-FILE                       VALUE 'Y'.
006099 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
006099 77  WS-TODAY-INT               PICTURE 9(07) COMP VALUE 0.
006099 77  WS-CUTOFF-INT              PICTURE S9(07) COMP VALUE 0.
006099 77  WS-SEEN-INT                PICTURE 9(07) COMP VALUE 0.
006100 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006200     88 END-OF-INZ-FILE                       VALUE 'Y'.
006210 *> -------------------------------------------------------
006220 *> department budgets: the rate card, this month's spend
006230 *> per department off the audit history, and what tonight's
006240 *> clean records are estimated to add to it.  No usable rate
006250 *> card means nothing can be priced, so budgets go
006260 *> unchecked tonight and the summary says so.
006270 *> -------------------------------------------------------
006280 77  WS-AUDIT-FILE-STATUS       PICTURE X(02) VALUE '00'.
006290     88 AUDIT-FILE-NOT-FOUND                  VALUE '35'.
006300 77  WS-AUDIT-EOF-SW            PICTURE X(01) VALUE 'N'.
006301     88 END-OF-AUDIT                          VALUE 'Y'.
006302 77  WS-RATE-FILE-STATUS        PICTURE X(02) VALUE '00'.
006303     88 RATE-FILE-OK                          VALUE '00'.
006304 77  WS-HELD-FILE-STATUS        PICTURE X(02) VALUE '00'.
006305     88 HELD-FILE-OK                     VALUE '00' '05'.
006306 77  WS-BUDGET-SW               PICTURE X(01) VALUE 'N'.
006307     88 BUDGETS-CHECKED                       VALUE 'Y'.
006308 77  WS-HOLD-SW                 PICTURE X(01) VALUE 'N'.
006309     88 BUDGET-HOLD                           VALUE 'Y'.
006310 77  WS-THIS-MONTH              PICTURE 9(06) VALUE 0.
006311 77  WS-ROW-MONTH               PICTURE 9(06) VALUE 0.
006312 77  WS-PER-CALC-RATE           PICTURE 9(03)V9(02) VALUE 0.
006313 77  WS-PER-KITER-RATE          PICTURE 9(03)V9(02) VALUE 0.
006314 77  WS-CALC-CHARGE             PICTURE 9(09)V9(02) VALUE 0.
006315 77  WS-ITER-CHARGE             PICTURE 9(09)V9(02) VALUE 0.
006316 77  WS-MONTH-SPEND             PICTURE 9(09)V9(02) VALUE 0.
006317 77  WS-EST-COST                PICTURE 9(07)V9(02) VALUE 0.
006318 77  WS-AVG-ITERS               PICTURE 9(09) COMP VALUE 0.
006319 77  WS-SPEND-MAX               PICTURE 9(03) COMP VALUE 100.
006320 77  WS-SPEND-COUNT             PICTURE 9(03) COMP VALUE 0.
006321 77  WS-SPEND-SUB               PICTURE 9(03) COMP VALUE 0.
006322 77  WS-SPEND-SLOT              PICTURE 9(03) COMP VALUE 0.
006323 77  WS-LOOKUP-DEPT             PICTURE X(04) VALUE SPACES.
006324 01  WS-SPEND-TABLE.
006325     02 WS-SPEND-ENTRY OCCURS 100 TIMES.
006326        03 WB-DEPARTMENT        PICTURE X(04).
006327        03 WB-CALC-COUNT        PICTURE 9(07) COMP.
006328        03 WB-ITER-TOTAL        PICTURE 9(12) COMP.
006329        03 WB-TONIGHT-COST      PICTURE 9(09)V9(02).
006300 *> -------------------------------------------------------
006400 *> the record under edit, split the same way INZREC lays it
006500 *> out, with the value field testable as text before it is
006600 *> ever treated as a number.
006700 *> -------------------------------------------------------
006700 *> -------------------------------------------------------
006700 *> cancel and amend transactions keyed after SQRTGEN ran;
006700 *> no AMNDFILE means nothing to change.
006700 *> -------------------------------------------------------
006700 77  WS-AMND-FILE-STATUS        PICTURE X(02) VALUE '00'.
006700     88 AMND-FILE-OK                          VALUE '00'.
006700 77  WS-AMLG-FILE-STATUS        PICTURE X(02) VALUE '00'.
006700     88 AMLG-FILE-OK                     VALUE '00' '05'.
006700 77  WS-AMND-PRESENT-SW         PICTURE X(01) VALUE 'N'.
006700     88 AMEND-FILE-PRESENT                    VALUE 'Y'.
006700 77  WS-CHANGE-SW               PICTURE X(01) VALUE SPACE.
006700     88 REQUEST-CANCELLED                     VALUE 'C'.
006700     88 REQUEST-AMENDED                       VALUE 'A'.
006700 77  WS-BEFORE-IMAGE            PICTURE X(60) VALUE SPACES.
006800 01  WS-RECORD-IMAGE            PICTURE X(60).
006900 01  WS-RECORD-SPLIT REDEFINES WS-RECORD-IMAGE.
007000     02 WR-REC-VALUE            PICTURE S9(11)V9(06).
007200     02 WR-DEPARTMENT           PICTURE X(04).
007300     02 WR-ROOT-DEGREE          PICTURE 9(02).
007400     02 WR-DECIMAL-PLACES       PICTURE 9(02).
007410     02 FILLER                  PICTURE X(02).
007420     02 WR-BUDGET-RELEASE       PICTURE X(01).
007430        88 WR-BUDGET-RELEASED                 VALUE 'R'.
007430     02 WR-RECALC-FLAG          PICTURE X(01).
007430        88 WR-RECALCULATION                   VALUE 'C'.
007440     02 WR-EXP-NUMERATOR        PICTURE 9(02).
007500     02 FILLER                  PICTURE X(21).
007500 *> degree and places as text, for an amend that puts either
007500 *> back to the run default.
007500 01  WS-RECORD-TEXT REDEFINES WS-RECORD-IMAGE.
007500     02 FILLER                  PICTURE X(29).
007500     02 WR-ROOT-DEGREE-TEXT     PICTURE X(02).
007500     02 WR-PLACES-TEXT          PICTURE X(02).
007500     02 FILLER                  PICTURE X(04).
007500     02 WR-EXP-NUMERATOR-TEXT   PICTURE X(02).
007500     02 FILLER                  PICTURE X(21).
007600 *> -------------------------------------------------------
007700 *> the sign rule the calc run will apply, answered up front
007800 *> so the edit rejects exactly what the run would have.
009610 77  WS-DEPT-COUNT              PICTURE 9(07) COMP VALUE 0.
009620 77  WS-DUP-COUNT               PICTURE 9(07) COMP VALUE 0.
009630 77  WS-OVERRIDE-COUNT          PICTURE 9(07) COMP VALUE 0.
009640 77  WS-HELD-COUNT              PICTURE 9(07) COMP VALUE 0.
009650 77  WS-RELEASED-COUNT          PICTURE 9(07) COMP VALUE 0.
009650 77  WS-CANCELLED-COUNT         PICTURE 9(07) COMP VALUE 0.
009650 77  WS-AMENDED-COUNT           PICTURE 9(07) COMP VALUE 0.
009650 77  WS-RECALC-COUNT            PICTURE 9(07) COMP VALUE 0.
009650 77  WS-EXPONENT-COUNT          PICTURE 9(07) COMP VALUE 0.
009700 *> -------------------------------------------------------
009800 *> prompts and report lines
009900 *> -------------------------------------------------------
012931 01  EDIT-DUP-LINE.
012932     02 FILLER PICTURE X(25) VALUE '   DU - DUPLICATE......: '.
012933     02 ED-DUP-COUNT         PICTURE ZZZ,ZZ9.
012933 01  EDIT-EXPONENT-LINE.
012933     02 FILLER PICTURE X(25) VALUE '   EX - EXPONENT.......: '.
012933     02 ED-EXPONENT-COUNT    PICTURE ZZZ,ZZ9.
012934 01  EDIT-OVERRIDE-LINE.
012935     02 FILLER PICTURE X(25) VALUE ' DUPLICATES OVERRIDDEN.: '.
012936     02 ED-OVERRIDE-COUNT    PICTURE ZZZ,ZZ9.
012936 01  EDIT-CANCELLED-LINE.
012936     02 FILLER PICTURE X(25) VALUE ' REQUESTS CANCELLED....: '.
012936     02 ED-CANCELLED-COUNT   PICTURE ZZZ,ZZ9.
012936 01  EDIT-AMENDED-LINE.
012936     02 FILLER PICTURE X(25) VALUE ' REQUESTS AMENDED......: '.
012936     02 ED-AMENDED-COUNT     PICTURE ZZZ,ZZ9.
012936 01  EDIT-RECALC-LINE.
012936     02 FILLER PICTURE X(25) VALUE ' RECALCULATIONS PASSED.: '.
012936     02 ED-RECALC-COUNT      PICTURE ZZZ,ZZ9.
012937 01  WINDOW-PROMPT.
012938     02 FILLER PICTURE X(52) VALUE
012939        ' ENTER DUPLICATE WINDOW DAYS (001-999, 000 = 007):  '.
012950 01  NO-DEPTMAST-MESS.
012960     02 FILLER PICTURE X(49) VALUE
012970        ' DEPTMAST NOT FOUND - ALL DEPARTMENTS WILL REJECT'.
012980 01  NO-RATE-MESS.
012981     02 FILLER PICTURE X(52) VALUE
012982        ' RATEFILE MISSING OR UNUSABLE - BUDGETS NOT CHECKED'.
012983 01  EDIT-HELD-LINE.
012984     02 FILLER PICTURE X(25) VALUE ' HELD OVER BUDGET......: '.
012985     02 ED-HELD-COUNT        PICTURE ZZZ,ZZ9.
012986 01  EDIT-RELEASED-LINE.
012987     02 FILLER PICTURE X(25) VALUE ' RELEASED FROM HOLD....: '.
012988     02 ED-RELEASED-COUNT    PICTURE ZZZ,ZZ9.
012989 01  EDIT-NO-BUDGET-LINE.
012990     02 FILLER PICTURE X(40) VALUE
012991        ' BUDGETS NOT CHECKED - NO RATE CARD'.
013000
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
014300     OPEN OUTPUT REJECT-OUTPUT.
014310     PERFORM 0500-OPEN-DEPT-MASTER THRU 0500-EXIT.
014320     PERFORM 0550-OPEN-REQUEST-REGISTRY THRU 0550-EXIT.
014330     PERFORM 0600-LOAD-MONTH-SPEND THRU 0600-EXIT.
014330     PERFORM 0700-OPEN-AMENDMENTS THRU 0700-EXIT.
014340     OPEN EXTEND HELD-OUTPUT.
014350     IF NOT HELD-FILE-OK
014360         DISPLAY 'UNABLE TO OPEN HELDINZ, STATUS '
014370             WS-HELD-FILE-STATUS
014380         MOVE 16 TO RETURN-CODE
014390         STOP RUN
014395     END-IF.
014400     PERFORM 2000-READ-INZ-RECORD THRU 2000-EXIT.
014500     PERFORM 3000-EDIT-ONE-RECORD THRU 3000-EXIT
014600         UNTIL END-OF-INZ-FILE.
015020         CLOSE DEPT-MASTER
015030     END-IF.
015040     CLOSE REQUEST-REGISTRY.
015050     CLOSE HELD-OUTPUT.
015050     IF AMEND-FILE-PRESENT
015050         CLOSE AMEND-FILE
015050         CLOSE AMEND-LOG
015050     END-IF.
015100     CLOSE STANDARD-OUTPUT.
015200     IF WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
015300         MOVE 4 TO RETURN-CODE
015400     ELSE
015500         MOVE 0 TO RETURN-CODE
018399 0550-EXIT.
018399     EXIT.
018399
018399 *> -------------------------------------------------------
018399 *> 0600-LOAD-MONTH-SPEND - the rate card, then one pass of
018399 *> the audit history pricing this calendar month's work by
018399 *> department exactly as SQRTCHBK will bill it: computed
018399 *> rows (OK, NR, RT) count as calculations, and every row's
018399 *> iterations count as effort.
018399 *> -------------------------------------------------------
018399 0600-LOAD-MONTH-SPEND.
018399     COMPUTE WS-THIS-MONTH = WS-TODAY-DATE / 100.
018399     OPEN INPUT RATE-FILE.
018399     IF NOT RATE-FILE-OK
018399         WRITE OUT-LINE FROM NO-RATE-MESS AFTER ADVANCING 1 LINE
018399         GO TO 0600-EXIT
018399     END-IF.
018399     READ RATE-FILE
018399         AT END
018399             MOVE SPACES TO RATE-RECORD
018399     END-READ.
018399     CLOSE RATE-FILE.
018399     IF RF-PER-CALC-RATE NOT NUMERIC
018399         OR RF-PER-KITER-RATE NOT NUMERIC
018399         WRITE OUT-LINE FROM NO-RATE-MESS AFTER ADVANCING 1 LINE
018399         GO TO 0600-EXIT
018399     END-IF.
018399     MOVE RF-PER-CALC-RATE TO WS-PER-CALC-RATE.
018399     MOVE RF-PER-KITER-RATE TO WS-PER-KITER-RATE.
018399     SET BUDGETS-CHECKED TO TRUE.
018399     MOVE 'N' TO WS-AUDIT-EOF-SW.
018399     OPEN INPUT AUDIT-HISTORY.
018399     IF AUDIT-FILE-NOT-FOUND
018399         GO TO 0600-EXIT
018399     END-IF.
018399     PERFORM 0610-TALLY-ONE-AUDIT-ROW THRU 0610-EXIT
018399         UNTIL END-OF-AUDIT.
018399     CLOSE AUDIT-HISTORY.
018399 0600-EXIT.
018399     EXIT.
018399
018399 0610-TALLY-ONE-AUDIT-ROW.
018399     READ AUDIT-HISTORY
018399         AT END
018399             MOVE 'Y' TO WS-AUDIT-EOF-SW
018399             GO TO 0610-EXIT
018399     END-READ.
018399     COMPUTE WS-ROW-MONTH = AL-RUN-DATE / 100.
018399     IF WS-ROW-MONTH NOT = WS-THIS-MONTH
018399         OR AL-DEPARTMENT = SPACES
018399         GO TO 0610-EXIT
018399     END-IF.
018399     MOVE AL-DEPARTMENT TO WS-LOOKUP-DEPT.
018399     PERFORM 0650-FIND-SPEND-SLOT THRU 0650-EXIT.
018399     IF WS-SPEND-SLOT = 0
018399         GO TO 0610-EXIT
018399     END-IF.
018399     IF AL-STATUS-OK OR AL-STATUS-NOROOT OR AL-STATUS-RETRY
018399         ADD 1 TO WB-CALC-COUNT (WS-SPEND-SLOT)
018399     END-IF.
018399     IF AL-ITERATIONS NUMERIC AND AL-ITERATIONS > 0
018399         ADD AL-ITERATIONS TO WB-ITER-TOTAL (WS-SPEND-SLOT)
018399     END-IF.
018399 0610-EXIT.
018399     EXIT.
018399
018399 *> -------------------------------------------------------
018399 *> 0650-FIND-SPEND-SLOT - finds or opens the spend slot for
018399 *> the department staged in WS-LOOKUP-DEPT.  A full table
018399 *> leaves WS-SPEND-SLOT zero and the department unpriced,
018399 *> which lets its requests through rather than holding
018399 *> them on a spend that was never added up.
018399 *> -------------------------------------------------------
018399 0650-FIND-SPEND-SLOT.
018399     MOVE 0 TO WS-SPEND-SLOT.
018399     MOVE 1 TO WS-SPEND-SUB.
018399     PERFORM 0660-TEST-SPEND-SLOT THRU 0660-EXIT
018399         UNTIL WS-SPEND-SLOT > 0
018399            OR WS-SPEND-SUB > WS-SPEND-COUNT.
018399     IF WS-SPEND-SLOT = 0 AND WS-SPEND-COUNT < WS-SPEND-MAX
018399         ADD 1 TO WS-SPEND-COUNT
018399         MOVE WS-SPEND-COUNT TO WS-SPEND-SLOT
018399         MOVE WS-LOOKUP-DEPT TO WB-DEPARTMENT (WS-SPEND-SLOT)
018399         MOVE 0 TO WB-CALC-COUNT (WS-SPEND-SLOT)
018399         MOVE 0 TO WB-ITER-TOTAL (WS-SPEND-SLOT)
018399         MOVE 0 TO WB-TONIGHT-COST (WS-SPEND-SLOT)
018399     END-IF.
018399 0650-EXIT.
018399     EXIT.
018399
018399 0660-TEST-SPEND-SLOT.
018399     IF WB-DEPARTMENT (WS-SPEND-SUB) = WS-LOOKUP-DEPT
018399         MOVE WS-SPEND-SUB TO WS-SPEND-SLOT
018399     END-IF.
018399     ADD 1 TO WS-SPEND-SUB.
018399 0660-EXIT.
018399     EXIT.
018399
018399 *> -------------------------------------------------------
018399 *> 0700-OPEN-AMENDMENTS - the transaction file is only
018399 *> rewritten here, never created; a shop that has never
018399 *> keyed a change has no file and nothing to apply.
018399 *> -------------------------------------------------------
018399 0700-OPEN-AMENDMENTS.
018399     OPEN I-O AMEND-FILE.
018399     IF NOT AMND-FILE-OK
018399         GO TO 0700-EXIT
018399     END-IF.
018399     SET AMEND-FILE-PRESENT TO TRUE.
018399     OPEN EXTEND AMEND-LOG.
018399     IF NOT AMLG-FILE-OK
018399         DISPLAY 'UNABLE TO OPEN AMNDLOG, STATUS '
018399             WS-AMLG-FILE-STATUS
018399         MOVE 16 TO RETURN-CODE
018399         STOP RUN
018399     END-IF.
018399 0700-EXIT.
018399     EXIT.
018399
018400 2000-READ-INZ-RECORD.
018500     READ INZ-INPUT-FILE
018600         AT END
019500 *> 3000-EDIT-ONE-RECORD - the record is clean when the value
019600 *> is numeric, nonzero, and allowed by the sign rule under
019700 *> the degree in effect for the record; anything else goes
019800 *> to the reject file with its reason code.  A rational-
019800 *> exponent numerator, when there is one, must be numeric.
019900 *> -------------------------------------------------------
020000 3000-EDIT-ONE-RECORD.
020100     ADD 1 TO WS-READ-COUNT.
020100     PERFORM 3050-APPLY-CHANGES THRU 3050-EXIT.
020100     IF REQUEST-CANCELLED
020100         PERFORM 2000-READ-INZ-RECORD THRU 2000-EXIT
020100         GO TO 3000-EXIT
020100     END-IF.
020200     IF WR-REC-VALUE NOT NUMERIC
020300         MOVE 'NN' TO RJ-REASON-CODE
020400         ADD 1 TO WS-NONNUM-COUNT
020900             ADD 1 TO WS-ZERO-COUNT
021000             PERFORM 3200-WRITE-REJECT THRU 3200-EXIT
021100         ELSE
021110             IF WR-EXP-NUMERATOR-TEXT NOT = SPACES
021120                 AND WR-EXP-NUMERATOR NOT NUMERIC
021130                 MOVE 'EX' TO RJ-REASON-CODE
021140                 ADD 1 TO WS-EXPONENT-COUNT
021150                 PERFORM 3200-WRITE-REJECT THRU 3200-EXIT
021160             ELSE
021200                 PERFORM 3100-TEST-SIGN-RULE THRU 3100-EXIT
021250             END-IF
021300         END-IF
021400     END-IF.
021500     PERFORM 2000-READ-INZ-RECORD THRU 2000-EXIT.
021600 3000-EXIT.
021700     EXIT.
021700
021700 *> -------------------------------------------------------
021700 *> 3050-APPLY-CHANGES - a change still pending for the
021700 *> record's request ID and department (keyed after SQRTGEN
021700 *> built tonight's feed, or for a record that came in some
021700 *> other way) is applied before any edit: a cancel drops
021700 *> the record, an amend changes value, degree or places in
021700 *> place ('RD' back to the run default) and the amended
021700 *> record takes every edit.  The change is marked applied
021700 *> so it fires once, and logged.
021700 *> -------------------------------------------------------
021700 3050-APPLY-CHANGES.
021700     MOVE SPACE TO WS-CHANGE-SW.
021700     IF NOT AMEND-FILE-PRESENT
021700         GO TO 3050-EXIT
021700     END-IF.
021700     MOVE WR-REQUEST-ID TO AT-REQUEST-ID.
021700     MOVE WR-DEPARTMENT TO AT-DEPARTMENT.
021700     READ AMEND-FILE
021700         INVALID KEY
021700             GO TO 3050-EXIT
021700     END-READ.
021700     IF NOT AT-PENDING
021700         GO TO 3050-EXIT
021700     END-IF.
021700     MOVE WS-RECORD-IMAGE TO WS-BEFORE-IMAGE.
021700     IF AT-CANCEL
021700         SET REQUEST-CANCELLED TO TRUE
021700         ADD 1 TO WS-CANCELLED-COUNT
021700     ELSE
021700         SET REQUEST-AMENDED TO TRUE
021700         ADD 1 TO WS-AMENDED-COUNT
021700         IF AT-VALUE-AMENDED
021700             MOVE AT-NEW-VALUE TO WR-REC-VALUE
021700         END-IF
021700         IF AT-NEW-DEGREE = 'RD'
021700             MOVE SPACES TO WR-ROOT-DEGREE-TEXT
021700         ELSE
021700             IF AT-NEW-DEGREE NOT = SPACES
021700                 MOVE AT-NEW-DEGREE TO WR-ROOT-DEGREE-TEXT
021700             END-IF
021700         END-IF
021700         IF AT-NEW-PLACES = 'RD'
021700             MOVE SPACES TO WR-PLACES-TEXT
021700         ELSE
021700             IF AT-NEW-PLACES NOT = SPACES
021700                 MOVE AT-NEW-PLACES TO WR-PLACES-TEXT
021700             END-IF
021700         END-IF
021700     END-IF.
021700     SET AT-APPLIED TO TRUE.
021700     MOVE 'SQRTEDIT' TO AT-APPLIED-BY.
021700     MOVE WS-TODAY-DATE TO AT-APPLIED-DATE.
021700     ACCEPT AT-APPLIED-TIME FROM TIME.
021700     REWRITE AMEND-RECORD.
021700     MOVE AT-APPLIED-DATE TO AG-LOG-DATE.
021700     MOVE AT-APPLIED-TIME TO AG-LOG-TIME.
021700     MOVE 'SQRTEDIT' TO AG-PROGRAM-NAME.
021700     MOVE WR-REQUEST-ID TO AG-REQUEST-ID.
021700     MOVE WR-DEPARTMENT TO AG-DEPARTMENT.
021700     MOVE AT-ACTION TO AG-EVENT.
021700     MOVE AT-ACTION TO AG-ACTION.
021700     MOVE AT-ENTERED-BY TO AG-ENTERED-BY.
021700     MOVE AT-ENTERED-DATE TO AG-ENTERED-DATE.
021700     MOVE AT-ENTERED-TIME TO AG-ENTERED-TIME.
021700     MOVE AT-REASON TO AG-REASON.
021700     MOVE WS-BEFORE-IMAGE TO AG-BEFORE-IMAGE.
021700     IF REQUEST-CANCELLED
021700         MOVE SPACES TO AG-AFTER-IMAGE
021700     ELSE
021700         MOVE WS-RECORD-IMAGE TO AG-AFTER-IMAGE
021700     END-IF.
021700     MOVE SPACES TO AG-FILLER.
021700     WRITE AMEND-LOG-RECORD.
021700 3050-EXIT.
021700     EXIT.
021800
021900 *> -------------------------------------------------------
022000 *> 3100-TEST-SIGN-RULE - a negative value passes when the
024899 *> has nothing to register and passes.  A record that
024900 *> finally passes every edit is written clean here, with
024901 *> its registry date moved to tonight.
024901 *> A recalculation-campaign record is an old result redone
024901 *> under its own request ID on the shop's account: it is
024901 *> neither a duplicate nor new spend, and it is not a new
024901 *> arrival, so it is written clean without touching the
024901 *> registry or the department's budget.
024902 *> -------------------------------------------------------
024903 3170-TEST-DUPLICATE.
024904     MOVE 'N' TO WS-DUP-SW.
024904     MOVE 'N' TO WS-REQ-ON-FILE-SW.
024904     IF WR-RECALCULATION
024904         WRITE CLEAN-RECORD FROM WS-RECORD-IMAGE
024904         ADD 1 TO WS-CLEAN-COUNT
024904         ADD 1 TO WS-RECALC-COUNT
024904         GO TO 3170-EXIT
024904     END-IF.
024905     IF WR-REQUEST-ID = SPACES
024906         PERFORM 3190-TEST-BUDGET THRU 3190-EXIT
024906         IF NOT BUDGET-HOLD
024906             WRITE CLEAN-RECORD FROM WS-RECORD-IMAGE
024907             ADD 1 TO WS-CLEAN-COUNT
024907         END-IF
024908         GO TO 3170-EXIT
024909     END-IF.
024910     MOVE WR-REQUEST-ID TO RQ-REQUEST-ID.
024913         INVALID KEY
024914             CONTINUE
024915         NOT INVALID KEY
024915             SET REQUEST-ON-FILE TO TRUE
024915             IF RQ-LAST-SEEN-DATE > 0
024916                 COMPUTE WS-SEEN-INT =
024917                     FUNCTION INTEGER-OF-DATE(RQ-LAST-SEEN-DATE)
024918                 IF WS-SEEN-INT > WS-CUTOFF-INT
024919                     SET DUPLICATE-REQUEST TO TRUE
024920                 END-IF
024920             END-IF
024921     END-READ.
024922     IF DUPLICATE-REQUEST AND NOT RERUN-OVERRIDE
024925         PERFORM 3200-WRITE-REJECT THRU 3200-EXIT
024926         GO TO 3170-EXIT
024927     END-IF.
024927     PERFORM 3190-TEST-BUDGET THRU 3190-EXIT.
024927     IF BUDGET-HOLD
024927         PERFORM 3185-REGISTER-HELD THRU 3185-EXIT
024927         GO TO 3170-EXIT
024927     END-IF.
024928     IF DUPLICATE-REQUEST
024929         ADD 1 TO WS-OVERRIDE-COUNT
024930     END-IF.
024934 3170-EXIT.
024935     EXIT.
024936
024936 *> -------------------------------------------------------
024936 *> 3180-REGISTER-REQUEST - the first-arrival date survives
024936 *> only when the row on file is an earlier reject that never
024936 *> cleared (last-seen zero); any other pass starts a new
024936 *> turnaround clock tonight.
024936 *> -------------------------------------------------------
024937 3180-REGISTER-REQUEST.
024937     IF NOT REQUEST-ON-FILE
024937         OR RQ-LAST-SEEN-DATE NOT = 0
024937         OR RQ-FIRST-SEEN-DATE NOT NUMERIC
024937         OR RQ-FIRST-SEEN-DATE = 0
024937         MOVE WS-TODAY-DATE TO RQ-FIRST-SEEN-DATE
024937     END-IF.
024938     MOVE WR-REQUEST-ID TO RQ-REQUEST-ID.
024939     MOVE WR-DEPARTMENT TO RQ-DEPARTMENT.
024940     MOVE WS-TODAY-DATE TO RQ-LAST-SEEN-DATE.
024949 3180-EXIT.
024950     EXIT.
024951
024951 *> -------------------------------------------------------
024951 *> 3185-REGISTER-HELD - a held request files its arrival
024951 *> the way a reject does, last-seen zero, so its turnaround
024951 *> clock runs while it waits and the duplicate edit lets it
024951 *> through the night a supervisor releases it.
024951 *> -------------------------------------------------------
024951 3185-REGISTER-HELD.
024951     IF NOT REQUEST-ON-FILE
024951         OR RQ-LAST-SEEN-DATE NOT = 0
024951         OR RQ-FIRST-SEEN-DATE NOT NUMERIC
024951         OR RQ-FIRST-SEEN-DATE = 0
024951         MOVE WS-TODAY-DATE TO RQ-FIRST-SEEN-DATE
024951     END-IF.
024951     MOVE WR-REQUEST-ID TO RQ-REQUEST-ID.
024951     MOVE WR-DEPARTMENT TO RQ-DEPARTMENT.
024951     MOVE 0 TO RQ-LAST-SEEN-DATE.
024951     MOVE SPACES TO RQ-FILLER.
024951     WRITE REQUEST-REGISTRY-RECORD
024951         INVALID KEY
024951             REWRITE REQUEST-REGISTRY-RECORD
024951                 INVALID KEY
024951                     CONTINUE
024951             END-REWRITE
024951     END-WRITE.
024951 3185-EXIT.
024951     EXIT.
024951
024951 *> -------------------------------------------------------
024951 *> 3190-TEST-BUDGET - the record's estimated price is one
024951 *> calculation plus the department's average iterations
024951 *> per calculation so far this month.  When the month's
024951 *> spend, tonight's clean records included, plus that
024951 *> estimate would pass the DEPTMAST budget, the record is
024951 *> held instead of written clean.  The department row 3150
024951 *> read is still in the record area.  A zero budget means
024951 *> no limit; a supervisor-released record always passes.
024951 *> -------------------------------------------------------
024951 3190-TEST-BUDGET.
024951     MOVE 'N' TO WS-HOLD-SW.
024951     IF NOT BUDGETS-CHECKED
024951         GO TO 3190-EXIT
024951     END-IF.
024951     MOVE WR-DEPARTMENT TO WS-LOOKUP-DEPT.
024951     PERFORM 0650-FIND-SPEND-SLOT THRU 0650-EXIT.
024951     IF WS-SPEND-SLOT = 0
024951         GO TO 3190-EXIT
024951     END-IF.
024951     MOVE 0 TO WS-AVG-ITERS.
024951     IF WB-CALC-COUNT (WS-SPEND-SLOT) > 0
024951         COMPUTE WS-AVG-ITERS = WB-ITER-TOTAL (WS-SPEND-SLOT)
024951             / WB-CALC-COUNT (WS-SPEND-SLOT)
024951     END-IF.
024951     COMPUTE WS-EST-COST ROUNDED = WS-PER-CALC-RATE
024951         + WS-AVG-ITERS * WS-PER-KITER-RATE / 1000.
024951     COMPUTE WS-CALC-CHARGE ROUNDED =
024951         WB-CALC-COUNT (WS-SPEND-SLOT) * WS-PER-CALC-RATE.
024951     COMPUTE WS-ITER-CHARGE ROUNDED =
024951         WB-ITER-TOTAL (WS-SPEND-SLOT) * WS-PER-KITER-RATE / 1000.
024951     COMPUTE WS-MONTH-SPEND = WS-CALC-CHARGE + WS-ITER-CHARGE
024951         + WB-TONIGHT-COST (WS-SPEND-SLOT).
024951     IF WR-BUDGET-RELEASED
024951         ADD 1 TO WS-RELEASED-COUNT
024951     ELSE
024951         IF DM-MONTHLY-BUDGET NUMERIC
024951             AND DM-MONTHLY-BUDGET > 0
024951             AND WS-MONTH-SPEND + WS-EST-COST > DM-MONTHLY-BUDGET
024951             SET BUDGET-HOLD TO TRUE
024951             PERFORM 3195-WRITE-HELD THRU 3195-EXIT
024951             GO TO 3190-EXIT
024951         END-IF
024951     END-IF.
024951     ADD WS-EST-COST TO WB-TONIGHT-COST (WS-SPEND-SLOT).
024951 3190-EXIT.
024951     EXIT.
024951
024951 3195-WRITE-HELD.
024951     ACCEPT HQ-HELD-DATE FROM DATE YYYYMMDD.
024951     ACCEPT HQ-HELD-TIME FROM TIME.
024951     MOVE WR-DEPARTMENT TO HQ-DEPARTMENT.
024951     MOVE WR-REQUEST-ID TO HQ-REQUEST-ID.
024951     MOVE DM-MONTHLY-BUDGET TO HQ-BUDGET.
024951     MOVE WS-MONTH-SPEND TO HQ-MONTH-SPEND.
024951     MOVE WS-EST-COST TO HQ-EST-COST.
024951     MOVE WS-RECORD-IMAGE TO HQ-RECORD-IMAGE.
024951     MOVE SPACES TO HQ-FILLER.
024951     WRITE HELD-REQUEST-RECORD.
024951     ADD 1 TO WS-HELD-COUNT.
024951 3195-EXIT.
024951     EXIT.
024951
024900 3200-WRITE-REJECT.
025000     ADD 1 TO WS-REJECT-COUNT.
025100     MOVE SPACE TO RJ-SEP.
025200     MOVE WS-RECORD-IMAGE TO RJ-RECORD-IMAGE.
025300     WRITE REJECT-RECORD.
025310     IF RJ-REASON-CODE NOT = 'DP' AND RJ-REASON-CODE NOT = 'DU'
025320         PERFORM 3250-NOTE-FIRST-ARRIVAL THRU 3250-EXIT
025330     END-IF.
025400 3200-EXIT.
025500     EXIT.
025510
025520 *> -------------------------------------------------------
025530 *> 3250-NOTE-FIRST-ARRIVAL - a reject whose request ID and
025540 *> department are usable, and which has no registry row,
025550 *> files one with a zero last-seen date so its turnaround
025560 *> clock starts tonight rather than the night the corrected
025570 *> record finally clears.  A DP reject has no department
025580 *> worth keying on, and a DU reject is already on file.
025590 *> -------------------------------------------------------
025600 3250-NOTE-FIRST-ARRIVAL.
025610     IF WR-REQUEST-ID = SPACES OR NOT DEPT-MASTER-PRESENT
025620         GO TO 3250-EXIT
025630     END-IF.
025640     MOVE 'N' TO WS-DEPT-OK-SW.
025650     MOVE WR-DEPARTMENT TO DM-DEPT-CODE.
025660     READ DEPT-MASTER
025670         INVALID KEY
025680             CONTINUE
025690         NOT INVALID KEY
025700             IF DM-ACTIVE
025710                 SET DEPARTMENT-VALID TO TRUE
025720             END-IF
025730     END-READ.
025740     IF NOT DEPARTMENT-VALID
025750         GO TO 3250-EXIT
025760     END-IF.
025770     MOVE WR-REQUEST-ID TO RQ-REQUEST-ID.
025780     MOVE WR-DEPARTMENT TO RQ-DEPARTMENT.
025790     READ REQUEST-REGISTRY
025800         INVALID KEY
025810             MOVE 0 TO RQ-LAST-SEEN-DATE
025820             MOVE WS-TODAY-DATE TO RQ-FIRST-SEEN-DATE
025830             MOVE SPACES TO RQ-FILLER
025840             WRITE REQUEST-REGISTRY-RECORD
025850                 INVALID KEY
025860                     CONTINUE
025870             END-WRITE
025880     END-READ.
025890 3250-EXIT.
025900     EXIT.
025600
025700 4000-PRINT-SUMMARY.
025800     WRITE OUT-LINE FROM EDIT-HEADER-LINE
027220     WRITE OUT-LINE FROM EDIT-DEPT-LINE AFTER ADVANCING 1 LINE.
027230     MOVE WS-DUP-COUNT TO ED-DUP-COUNT.
027240     WRITE OUT-LINE FROM EDIT-DUP-LINE AFTER ADVANCING 1 LINE.
027240     MOVE WS-EXPONENT-COUNT TO ED-EXPONENT-COUNT.
027240     WRITE OUT-LINE FROM EDIT-EXPONENT-LINE
027240         AFTER ADVANCING 1 LINE.
027250     IF WS-OVERRIDE-COUNT > 0
027260         MOVE WS-OVERRIDE-COUNT TO ED-OVERRIDE-COUNT
027270         WRITE OUT-LINE FROM EDIT-OVERRIDE-LINE
027280             AFTER ADVANCING 1 LINE
027290     END-IF.
027291     IF BUDGETS-CHECKED
027292         MOVE WS-HELD-COUNT TO ED-HELD-COUNT
027293         WRITE OUT-LINE FROM EDIT-HELD-LINE AFTER ADVANCING 1 LINE
027294         MOVE WS-RELEASED-COUNT TO ED-RELEASED-COUNT
027295         WRITE OUT-LINE FROM EDIT-RELEASED-LINE
027296             AFTER ADVANCING 1 LINE
027297     ELSE
027298         WRITE OUT-LINE FROM EDIT-NO-BUDGET-LINE
027299             AFTER ADVANCING 1 LINE
027299     END-IF.
027299     IF AMEND-FILE-PRESENT
027299         MOVE WS-CANCELLED-COUNT TO ED-CANCELLED-COUNT
027299         WRITE OUT-LINE FROM EDIT-CANCELLED-LINE
027299             AFTER ADVANCING 1 LINE
027299         MOVE WS-AMENDED-COUNT TO ED-AMENDED-COUNT
027299         WRITE OUT-LINE FROM EDIT-AMENDED-LINE
027299             AFTER ADVANCING 1 LINE
027299     END-IF.
027299     IF WS-RECALC-COUNT > 0
027299         MOVE WS-RECALC-COUNT TO ED-RECALC-COUNT
027299         WRITE OUT-LINE FROM EDIT-RECALC-LINE
027299             AFTER ADVANCING 1 LINE
027299     END-IF.
027300 4000-EXIT.
027400     EXIT.
