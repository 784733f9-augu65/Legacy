001100 *> INZONE feed unchanged, after the generated records.
001200 *> Nobody re-keys the lab's calibration values at midnight
001300 *> any more.
001300 *> A night the stream never ran (or whose generation never
001300 *> completed) is caught up by a supervisor through
001300 *> SQRTCTCH.jcl: SYSIN mode C, the supervisor's operator ID
001300 *> and the missed date.  The run is refused unless the
001300 *> date is an earlier night whose STEPREG step 01 row is
001300 *> not closed - a night actually generated is never made
001300 *> twice.  The standing orders due that night are generated
001300 *> as the night itself would have made them, each stamped
001300 *> with that original due date, and nothing else rides
001300 *> with them: resubmissions, releases, one-offs and cancel
001300 *> and amend transactions belong to the next real night.
001300 *> The step 01 row is filed open and marked as a catch-up;
001300 *> the job's final SQRTSTEP E call closes it once the edit
001300 *> and calculation are through.  A night with nothing due
001300 *> (a plant holiday, say) is filed closed as caught up
001300 *> there and then, and the run ends RC 2 so the job skips
001300 *> the edit and calculation.  Mode N (or no SYSIN line)
001300 *> is the nightly run.
001400 *>
001500 *> Modification History:
001600 *>   2026-09-02  DW   New program.
001620 *>                   workbench (RESUBINZ) now ride at the
001630 *>                   front of the night's INZFILE, ahead of
001640 *>                   the generated and one-off records.
001650 *>   2026-10-15  DW   Requests a supervisor released off the
001660 *>                   budget hold at SQRTHOLD (RELSINZ) ride in
001670 *>                   right behind the resubmissions.
001680 *>   2026-10-15  DW   Reads the CALMAST shop calendar: no
001685 *>                   standing order is generated on a plant
001690 *>                   holiday, and the B, F, L and M
001695 *>                   business-day and monthly frequencies
001696 *>                   are worked off its business days.
001696 *>   2026-10-15  DW   Applies the day's cancel and amend
001696 *>                   transactions off AMNDFILE (SQRTAMND) to
001696 *>                   every record before it goes on INZFILE: a
001696 *>                   cancelled request is dropped, an amended one
001696 *>                   changed, and each one applied is marked and
001696 *>                   logged on AMNDLOG.
001696 *>   2026-10-15  DW   Catch-up mode C: a supervisor generates a
001696 *>                   missed night's standing orders, stamped
001696 *>                   with their due date, and the night's
001696 *>                   STEPREG row is filed as caught up.
001696 *>   2026-10-15  DW   A catch-up with no standing order due
001696 *>                   files the night's step 01 row closed,
001696 *>                   caught up, and ends RC 2.
001700 *> ---------------------------------------------------------
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SQRTGEN.
003510     SELECT OPTIONAL RESUB-INPUT ASSIGN TO "RESUBINZ"
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS WS-RESUB-FILE-STATUS.
003540     SELECT OPTIONAL RELEASE-INPUT ASSIGN TO "RELSINZ"
003550         ORGANIZATION IS LINE SEQUENTIAL
003560         FILE STATUS IS WS-RELS-FILE-STATUS.
003570     SELECT OPTIONAL CALENDAR-MASTER ASSIGN TO "CALMAST"
003580         ORGANIZATION IS INDEXED
003590         ACCESS MODE IS DYNAMIC
003595         RECORD KEY IS CL-CAL-DATE
003597         FILE STATUS IS WS-CAL-FILE-STATUS.
003597     SELECT OPTIONAL AMEND-FILE ASSIGN TO "AMNDFILE"
003597         ORGANIZATION IS INDEXED
003597         ACCESS MODE IS DYNAMIC
003597         RECORD KEY IS AMEND-KEY
003597         FILE STATUS IS WS-AMND-FILE-STATUS.
003597     SELECT OPTIONAL AMEND-LOG ASSIGN TO "AMNDLOG"
003597         ORGANIZATION IS LINE SEQUENTIAL
003597         FILE STATUS IS WS-AMLG-FILE-STATUS.
003597     SELECT OPTIONAL STEP-REGISTRY ASSIGN TO "STEPREG"
003597         ORGANIZATION IS INDEXED
003597         ACCESS MODE IS DYNAMIC
003597         RECORD KEY IS STEP-REG-KEY
003597         FILE STATUS IS WS-STEP-FILE-STATUS.
003597     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
003597         ORGANIZATION IS INDEXED
003597         ACCESS MODE IS DYNAMIC
003597         RECORD KEY IS OM-OPERATOR-ID
003597         FILE STATUS IS WS-OPER-FILE-STATUS.
003597     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
003597         ORGANIZATION IS LINE SEQUENTIAL
003597         FILE STATUS IS WS-SEC-FILE-STATUS.
003600     SELECT INZ-OUTPUT ASSIGN TO "INZFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-INZ-FILE-STATUS.
004600     01 ONE-OFF-RECORD          PICTURE X(60).
004610 FD  RESUB-INPUT.
004620     01 RESUB-RECORD            PICTURE X(60).
004630 FD  RELEASE-INPUT.
004640     01 RELEASE-RECORD          PICTURE X(60).
004650 FD  CALENDAR-MASTER.
004660     COPY CALREC.
004660 FD  AMEND-FILE.
004660     COPY AMNDREC.
004660 FD  AMEND-LOG.
004660     COPY AMLGREC.
004660 FD  STEP-REGISTRY.
004660     COPY STEPREC.
004660 FD  OPERATOR-MASTER.
004660     COPY OPERREC.
004660 FD  SECURITY-LOG.
004660     COPY SECREC.
004700 FD  INZ-OUTPUT.
004800     01 GEN-OUTPUT-RECORD       PICTURE X(60).
004900 WORKING-STORAGE SECTION.
005600     88 ONE-FILE-NOT-FOUND                    VALUE '35'.
005610 77  WS-RESUB-FILE-STATUS       PICTURE X(02) VALUE '00'.
005620     88 RESUB-FILE-NOT-FOUND                  VALUE '35'.
005630 77  WS-RELS-FILE-STATUS        PICTURE X(02) VALUE '00'.
005640     88 RELS-FILE-NOT-FOUND                   VALUE '35'.
005650 77  WS-CAL-FILE-STATUS         PICTURE X(02) VALUE '00'.
005660     88 CAL-FILE-NOT-FOUND                    VALUE '35'.
005700 77  WS-INZ-FILE-STATUS         PICTURE X(02) VALUE '00'.
005800     88 INZ-FILE-OK                           VALUE '00'.
005800 77  WS-AMND-FILE-STATUS        PICTURE X(02) VALUE '00'.
005800     88 AMND-FILE-OK                          VALUE '00'.
005800 77  WS-AMLG-FILE-STATUS        PICTURE X(02) VALUE '00'.
005800     88 AMLG-FILE-OK                     VALUE '00' '05'.
005900 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006000     88 END-OF-INPUT                          VALUE 'Y'.
006000 77  WS-STEP-FILE-STATUS        PICTURE X(02) VALUE '00'.
006000     88 STEP-FILE-NOT-FOUND                   VALUE '35'.
006100 *> -------------------------------------------------------
006200 *> tonight's date and weekday.  Day-of-week falls out of the
006300 *> date functions' day number: day 1 was a Monday, so the
006800 77  WS-TODAY-INT               PICTURE 9(07) COMP VALUE 0.
006900 77  WS-TODAY-DOW               PICTURE 9(01) VALUE 0.
007000 77  WS-DOW-CHAR                PICTURE X(01) VALUE SPACE.
007010 *> -------------------------------------------------------
007020 *> tonight against the shop calendar: what kind of day it
007030 *> is, and the business days either side of it, which is
007040 *> all the first/last/monthly frequencies need.  A date
007050 *> not on CALMAST (or no calendar at all) is classed by
007060 *> weekday alone - Monday to Friday business, no holidays.
007070 *> -------------------------------------------------------
007080 77  WS-CAL-PRESENT-SW          PICTURE X(01) VALUE 'N'.
007090     88 CALENDAR-PRESENT                      VALUE 'Y'.
007100 77  WS-TONIGHT-TYPE            PICTURE X(01) VALUE 'B'.
007110     88 TONIGHT-BUSINESS-DAY                  VALUE 'B'.
007120     88 TONIGHT-HOLIDAY                       VALUE 'H'.
007130 77  WS-ON-CAL-SW               PICTURE X(01) VALUE 'N'.
007140     88 DATE-ON-CALENDAR                      VALUE 'Y'.
007150 77  WS-TEST-INT                PICTURE 9(07) COMP VALUE 0.
007160 77  WS-TEST-DATE               PICTURE 9(08) VALUE 0.
007170 77  WS-TEST-DOW                PICTURE 9(01) VALUE 0.
007180 77  WS-TEST-TYPE               PICTURE X(01) VALUE SPACE.
007190 77  WS-STEP-COUNT              PICTURE 9(03) COMP VALUE 0.
007200 77  WS-PREV-BUSINESS-DATE      PICTURE 9(08) VALUE 0.
007210 77  WS-NEXT-BUSINESS-DATE      PICTURE 9(08) VALUE 0.
007220 77  WS-TODAY-MONTH             PICTURE 9(06) VALUE 0.
007230 77  WS-PREV-MONTH              PICTURE 9(06) VALUE 0.
007240 77  WS-NEXT-MONTH              PICTURE 9(06) VALUE 0.
007250 77  WS-MONTH-LAST-DAY          PICTURE 9(02) VALUE 0.
007260 77  WS-MONTH-TARGET            PICTURE 9(08) VALUE 0.
007270 77  WS-DUE-SW                  PICTURE X(01) VALUE 'N'.
007280     88 ORDER-DUE-TONIGHT                     VALUE 'Y'.
007290 01  WS-TODAY-SPLIT.
007291     02 WT-YEAR                 PICTURE 9(04).
007292     02 WT-MONTH                PICTURE 9(02).
007293     02 WT-DAY                  PICTURE 9(02).
007294 01  WS-FIRST-OF-NEXT           PICTURE 9(08) VALUE 0.
007295 *> -------------------------------------------------------
007296 *> the record being built, split the way INZREC lays it out
007300 *> but with the degree and places fields as text so a blank
007400 *> entry can mean take-the-run-default, the rule the edit
007500 *> and the calc run already apply.
008500     02 WG-DECIMAL-PLACES       PICTURE X(02).
008600     02 WG-DECIMAL-PLACES-NUM REDEFINES WG-DECIMAL-PLACES
008700                                  PICTURE 9(02).
008800     02 FILLER                  PICTURE X(06).
008800     02 WG-DUE-DATE             PICTURE X(08).
008800     02 FILLER                  PICTURE X(13).
008900 *> the generated request ID: SO, the day of year, and the
008910 *> night's sequence.  The day component keeps tonight's IDs
008920 *> clear of last night's on the REQREG request registry -
009200     02 WG-SEQUENCE             PICTURE 9(03) VALUE 0.
009300 77  WS-GEN-SEQ                 PICTURE 9(03) VALUE 0.
009310 77  WS-TODAY-JULIAN            PICTURE 9(07) VALUE 0.
009310 *> -------------------------------------------------------
009310 *> cancel and amend transactions.  A record is matched on
009310 *> its request ID and department; a generated record is
009310 *> also matched on its standing order's ID, the only ID a
009310 *> department knows before the night assigns one.  No
009310 *> AMNDFILE means nothing to change.
009310 *> -------------------------------------------------------
009310 77  WS-AMND-PRESENT-SW         PICTURE X(01) VALUE 'N'.
009310     88 AMEND-FILE-PRESENT                    VALUE 'Y'.
009310 77  WS-PENDING-SW              PICTURE X(01) VALUE 'N'.
009310     88 CHANGE-PENDING                        VALUE 'Y'.
009310 77  WS-CHANGE-SW               PICTURE X(01) VALUE SPACE.
009310     88 REQUEST-CANCELLED                     VALUE 'C'.
009310     88 REQUEST-AMENDED                       VALUE 'A'.
009310 77  WS-ALT-REQUEST-ID          PICTURE X(08) VALUE SPACES.
009310 77  WS-BEFORE-IMAGE            PICTURE X(60) VALUE SPACES.
009310 *> -------------------------------------------------------
009310 *> the run's mode off SYSIN and, for a catch-up, the
009310 *> signed-on supervisor, the missed night and the date
009310 *> the catch-up is actually run on.
009310 *> -------------------------------------------------------
009310 77  WS-MODE-ENTRY              PICTURE X(01) VALUE SPACE.
009310     88 CATCH-UP-RUN                          VALUE 'C'.
009310 77  WS-CATCHUP-ENTRY           PICTURE X(08) VALUE SPACES.
009310 77  WS-CATCHUP-NUM REDEFINES WS-CATCHUP-ENTRY
009310                                  PICTURE 9(08).
009310 01  WS-CATCHUP-DATE            PICTURE 9(08) VALUE 0.
009310 01  WS-CATCHUP-SPLIT REDEFINES WS-CATCHUP-DATE.
009310     02 WK-YEAR                 PICTURE 9(04).
009310     02 WK-MONTH                PICTURE 9(02).
009310     02 WK-DAY                  PICTURE 9(02).
009310 77  WS-RUN-DATE                PICTURE 9(08) VALUE 0.
009310 77  WS-FIRST-STREAM-DATE       PICTURE 9(08) VALUE 0.
009310 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
009310 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
009310     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
009310 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
009310     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
009310 77  WS-OPER-LEVEL              PICTURE 9(01) VALUE 0.
009310     88 OPER-IS-SUPERVISOR                    VALUE 2 THRU 9.
009310 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
009310     88 SEC-FILE-OK                      VALUE '00' '05'.
009310 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
009310 77  WS-ROW-FOUND-SW            PICTURE X(01) VALUE 'N'.
009310     88 STEP-ROW-FOUND                        VALUE 'Y'.
009310 COPY ALRTPARM.
009400 *> -------------------------------------------------------
009500 *> control counts for the report.
009600 *> -------------------------------------------------------
009900 77  WS-ORDERS-INACTIVE         PICTURE 9(05) COMP VALUE 0.
010000 77  WS-ORDERS-OUT-OF-DATE      PICTURE 9(05) COMP VALUE 0.
010100 77  WS-ORDERS-NOT-TONIGHT      PICTURE 9(05) COMP VALUE 0.
010150 77  WS-ORDERS-HOLIDAY          PICTURE 9(05) COMP VALUE 0.
010200 77  WS-ONE-OFFS-COPIED         PICTURE 9(07) COMP VALUE 0.
010210 77  WS-RESUBS-COPIED           PICTURE 9(07) COMP VALUE 0.
010220 77  WS-RELEASES-COPIED         PICTURE 9(07) COMP VALUE 0.
010220 77  WS-REQUESTS-CANCELLED      PICTURE 9(07) COMP VALUE 0.
010220 77  WS-REQUESTS-AMENDED        PICTURE 9(07) COMP VALUE 0.
010300 *> -------------------------------------------------------
010400 *> report lines
010500 *> -------------------------------------------------------
013000 01  GEN-DAY-LINE.
013100     02 FILLER PICTURE X(25) VALUE '   NOT DUE TONIGHT.....: '.
013200     02 GR-NOT-TONIGHT       PICTURE ZZ,ZZ9.
013210 01  GEN-HOLIDAY-LINE.
013220     02 FILLER PICTURE X(25) VALUE '   PLANT HOLIDAY.......: '.
013230     02 GR-HOLIDAY           PICTURE ZZ,ZZ9.
013240 01  GEN-CAL-LINE.
013250     02 FILLER PICTURE X(16) VALUE ' CALENDAR.....: '.
013260     02 GC-CAL-TEXT          PICTURE X(40).
013270 01  CAL-BUSINESS-TEXT       PICTURE X(40) VALUE
013275     'BUSINESS DAY'.
013280 01  CAL-HOLIDAY-TEXT        PICTURE X(40) VALUE
013285     'PLANT HOLIDAY - NO STANDING ORDERS'.
013290 01  CAL-WEEKEND-TEXT        PICTURE X(40) VALUE
013295     'NOT A BUSINESS DAY'.
013296 01  CAL-MISSING-TEXT        PICTURE X(40) VALUE
013297     'NOT ON CALMAST - WEEKDAYS ASSUMED'.
013300 01  GEN-ONEOFF-LINE.
013400     02 FILLER PICTURE X(25) VALUE ' ONE-OFFS COPIED.......: '.
013500     02 GR-ONE-OFFS          PICTURE ZZZ,ZZ9.
013510 01  GEN-RESUB-LINE.
013520     02 FILLER PICTURE X(25) VALUE ' RESUBMISSIONS COPIED..: '.
013530     02 GR-RESUBS            PICTURE ZZZ,ZZ9.
013540 01  GEN-RELEASE-LINE.
013550     02 FILLER PICTURE X(25) VALUE ' RELEASED FROM HOLD....: '.
013560     02 GR-RELEASES          PICTURE ZZZ,ZZ9.
013560 01  GEN-CANCEL-LINE.
013560     02 FILLER PICTURE X(25) VALUE ' REQUESTS CANCELLED....: '.
013560     02 GR-CANCELLED         PICTURE ZZZ,ZZ9.
013560 01  GEN-AMEND-LINE.
013560     02 FILLER PICTURE X(25) VALUE ' REQUESTS AMENDED......: '.
013560     02 GR-AMENDED           PICTURE ZZZ,ZZ9.
013560 01  GEN-CATCHUP-LINE.
013560     02 FILLER PICTURE X(16) VALUE ' CATCH-UP FOR.: '.
013560     02 GK-DUE-DATE          PICTURE 9(08).
013560     02 FILLER PICTURE X(13) VALUE '  SUPERVISOR '.
013560     02 GK-OPERATOR-ID       PICTURE X(08).
013560     02 FILLER PICTURE X(10) VALUE '  RUN ON  '.
013560     02 GK-RUN-DATE          PICTURE 9(08).
013560 01  MODE-PROMPT.
013560     02 FILLER PICTURE X(40) VALUE
013560        ' ENTER MODE (N NIGHTLY, C CATCH-UP):    '.
013560 01  OPERATOR-PROMPT.
013560     02 FILLER PICTURE X(29) VALUE
013560        ' ENTER YOUR OPERATOR ID:     '.
013560 01  CATCHUP-PROMPT.
013560     02 FILLER PICTURE X(44) VALUE
013560        ' ENTER MISSED NIGHT TO CATCH UP (YYYYMMDD): '.
013560 01  OPER-REJECT-MESS.
013560     02 FILLER PICTURE X(40) VALUE
013560        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
013560 01  NOT-SUPERVISOR-MESS.
013560     02 FILLER PICTURE X(43) VALUE
013560        ' SUPERVISOR AUTHORITY REQUIRED (LEVEL 2+). '.
013560     02 FILLER PICTURE X(16) VALUE 'RUN ENDS HERE.  '.
013560 01  BAD-CATCHUP-MESS.
013560     02 FILLER PICTURE X(44) VALUE
013560        ' CATCH-UP DATE NOT A PAST NIGHT - REFUSED   '.
013560 01  NIGHT-GENERATED-MESS.
013560     02 FILLER PICTURE X(44) VALUE
013560        ' NIGHT ALREADY GENERATED - CATCH-UP REFUSED '.
013560 01  NOTHING-DUE-MESS.
013560     02 FILLER PICTURE X(44) VALUE
013560        ' NOTHING DUE THAT NIGHT - CLOSED, CAUGHT UP '.
013600
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
014100         AFTER ADVANCING 0 LINES.
014200     WRITE OUT-LINE FROM GEN-UNDER-LINE AFTER ADVANCING 1 LINE.
014300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014300     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
014300     PERFORM 0500-GET-RUN-MODE THRU 0500-EXIT.
014400     PERFORM 1000-SETTLE-WEEKDAY THRU 1000-EXIT.
014500     MOVE WS-TODAY-DATE TO GD-RUN-DATE.
014600     MOVE WS-TODAY-DOW TO GD-WEEKDAY.
014700     WRITE OUT-LINE FROM GEN-DATE-LINE AFTER ADVANCING 1 LINE.
014700     IF CATCH-UP-RUN
014700         MOVE WS-TODAY-DATE TO GK-DUE-DATE
014700         MOVE WS-OPERATOR-ID TO GK-OPERATOR-ID
014700         MOVE WS-RUN-DATE TO GK-RUN-DATE
014700         WRITE OUT-LINE FROM GEN-CATCHUP-LINE
014700             AFTER ADVANCING 1 LINE
014700     END-IF.
014710     PERFORM 1100-SETTLE-CALENDAR THRU 1100-EXIT.
014800     OPEN OUTPUT INZ-OUTPUT.
014900     IF NOT INZ-FILE-OK
015000         DISPLAY 'UNABLE TO OPEN INZFILE, STATUS '
015200         MOVE 16 TO RETURN-CODE
015300         STOP RUN
015400     END-IF.
015400     IF CATCH-UP-RUN
015400         PERFORM 2000-GENERATE-ORDERS THRU 2000-EXIT
015400     ELSE
015400         PERFORM 2700-OPEN-AMENDMENTS THRU 2700-EXIT
015400         PERFORM 2500-COPY-RESUBMISSIONS THRU 2500-EXIT
015400         PERFORM 2600-COPY-RELEASES THRU 2600-EXIT
015400         PERFORM 2000-GENERATE-ORDERS THRU 2000-EXIT
015400         PERFORM 3000-COPY-ONE-OFFS THRU 3000-EXIT
015400     END-IF.
015700     CLOSE INZ-OUTPUT.
015700     IF AMEND-FILE-PRESENT
015700         CLOSE AMEND-FILE
015700         CLOSE AMEND-LOG
015700     END-IF.
015700     IF CATCH-UP-RUN
015700         PERFORM 0800-FILE-CATCHUP-ROW THRU 0800-EXIT
015700     END-IF.
015800     PERFORM 4000-PRINT-COUNTS THRU 4000-EXIT.
015900     CLOSE STANDARD-OUTPUT.
016000     IF CATCH-UP-RUN AND WS-ORDERS-GENERATED = 0
016000         MOVE 2 TO RETURN-CODE
016000     ELSE
016000         MOVE 0 TO RETURN-CODE
016000     END-IF.
016100     STOP RUN.
016200
016200 *> -------------------------------------------------------
016200 *> 0500-GET-RUN-MODE - N (or nothing on SYSIN) is the
016200 *> nightly run.  C is a supervisor's catch-up of a missed
016200 *> night, and that night's date stands in for today's in
016200 *> the weekday, calendar and due tests and the request IDs,
016200 *> so the orders come out as the night would have made them.
016200 *> -------------------------------------------------------
016200 0500-GET-RUN-MODE.
016200     WRITE OUT-LINE FROM MODE-PROMPT AFTER ADVANCING 1 LINE.
016200     MOVE SPACE TO WS-MODE-ENTRY.
016200     ACCEPT WS-MODE-ENTRY.
016200     IF NOT CATCH-UP-RUN
016200         GO TO 0500-EXIT
016200     END-IF.
016200     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
016200     PERFORM 0700-CHECK-CATCHUP-DATE THRU 0700-EXIT.
016200     MOVE WS-CATCHUP-DATE TO WS-TODAY-DATE.
016200 0500-EXIT.
016200     EXIT.
016200
016200 *> -------------------------------------------------------
016200 *> 0600-SIGN-ON-OPERATOR - the operator must be on OPERMAST
016200 *> and active, the same check every program makes, and on
016200 *> top of that supervisor level: a catch-up puts a past
016200 *> night's work through.  Every attempt lands on the
016200 *> security log.
016200 *> -------------------------------------------------------
016200 0600-SIGN-ON-OPERATOR.
016200     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
016200     ACCEPT WS-OPERATOR-ID.
016200     MOVE 'N' TO WS-OPER-AUTH-SW.
016200     MOVE 'NF' TO WS-SEC-REASON.
016200     OPEN INPUT OPERATOR-MASTER.
016200     IF NOT OPER-FILE-NOT-FOUND
016200         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
016200         READ OPERATOR-MASTER
016200             INVALID KEY
016200                 CONTINUE
016200             NOT INVALID KEY
016200                 IF OM-ACTIVE
016200                     SET OPERATOR-AUTHORIZED TO TRUE
016200                     MOVE 'OK' TO WS-SEC-REASON
016200                     MOVE OM-AUTHORITY-LEVEL TO WS-OPER-LEVEL
016200                 ELSE
016200                     MOVE 'IN' TO WS-SEC-REASON
016200                 END-IF
016200         END-READ
016200         CLOSE OPERATOR-MASTER
016200     ELSE
016200         MOVE 'NM' TO WS-SEC-REASON
016200     END-IF.
016200     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
016200     IF NOT OPERATOR-AUTHORIZED
016200         WRITE OUT-LINE FROM OPER-REJECT-MESS
016200             AFTER ADVANCING 1 LINE
016200         CLOSE STANDARD-OUTPUT
016200         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016200     END-IF.
016200     IF NOT OPER-IS-SUPERVISOR
016200         WRITE OUT-LINE FROM NOT-SUPERVISOR-MESS
016200             AFTER ADVANCING 1 LINE
016200         CLOSE STANDARD-OUTPUT
016200         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016200     END-IF.
016200 0600-EXIT.
016200     EXIT.
016200
016200 *> -------------------------------------------------------
016200 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
016200 *> sign-on attempt, accepted or rejected, with the ID
016200 *> exactly as keyed.
016200 *> -------------------------------------------------------
016200 0660-LOG-SIGNON-ATTEMPT.
016200     OPEN EXTEND SECURITY-LOG.
016200     IF NOT SEC-FILE-OK
016200         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
016200             WS-SEC-FILE-STATUS
016200         MOVE 16 TO RETURN-CODE
016200         STOP RUN
016200     END-IF.
016200     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
016200     ACCEPT SC-RUN-TIME FROM TIME.
016200     MOVE 'SQRTGEN' TO SC-PROGRAM-NAME.
016200     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
016200     IF OPERATOR-AUTHORIZED
016200         SET SC-ACCEPTED TO TRUE
016200     ELSE
016200         SET SC-REJECTED TO TRUE
016200     END-IF.
016200     MOVE WS-SEC-REASON TO SC-REASON.
016200     MOVE SPACES TO SC-FILLER.
016200     WRITE SECURITY-LOG-RECORD.
016200     CLOSE SECURITY-LOG.
016200     IF NOT OPERATOR-AUTHORIZED
016200         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
016200     END-IF.
016200 0660-EXIT.
016200     EXIT.
016200
016200 *> -------------------------------------------------------
016200 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
016200 *> feed, which raises an alert when the ID keeps failing.
016200 *> -------------------------------------------------------
016200 0670-ALERT-SIGNON-REJECT.
016200     MOVE SPACES TO ALERT-PARAMETERS.
016200     SET AP-SIGNON-REJECTED TO TRUE.
016200     MOVE 'SQRTGEN' TO AP-PROGRAM-NAME.
016200     MOVE 0 TO AP-RUN-ID.
016200     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
016200     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
016200 0670-EXIT.
016200     EXIT.
016200
016200 *> -------------------------------------------------------
016200 *> 0700-CHECK-CATCHUP-DATE - the missed night must be a real
016200 *> date before today and no older than the first night on
016200 *> STEPREG (the purge may have taken an older night's rows,
016200 *> and then nothing says whether it ran).  A night whose
016200 *> step 01 row is closed was generated - by the stream or
016200 *> by an earlier catch-up - and is refused.
016200 *> -------------------------------------------------------
016200 0700-CHECK-CATCHUP-DATE.
016200     WRITE OUT-LINE FROM CATCHUP-PROMPT AFTER ADVANCING 1 LINE.
016200     MOVE SPACES TO WS-CATCHUP-ENTRY.
016200     ACCEPT WS-CATCHUP-ENTRY.
016200     MOVE 0 TO WS-CATCHUP-DATE.
016200     IF WS-CATCHUP-NUM NUMERIC
016200         MOVE WS-CATCHUP-NUM TO WS-CATCHUP-DATE
016200     END-IF.
016200     OPEN I-O STEP-REGISTRY.
016200     IF STEP-FILE-NOT-FOUND
016200         OPEN OUTPUT STEP-REGISTRY
016200         CLOSE STEP-REGISTRY
016200         OPEN I-O STEP-REGISTRY
016200     END-IF.
016200     MOVE 0 TO WS-FIRST-STREAM-DATE.
016200     MOVE 0 TO SJ-STREAM-DATE.
016200     MOVE 0 TO SJ-STEP-NUMBER.
016200     START STEP-REGISTRY KEY NOT LESS THAN STEP-REG-KEY
016200         INVALID KEY
016200             MOVE 99999999 TO WS-FIRST-STREAM-DATE
016200     END-START.
016200     IF WS-FIRST-STREAM-DATE = 0
016200         READ STEP-REGISTRY NEXT RECORD
016200             AT END
016200                 MOVE 99999999 TO WS-FIRST-STREAM-DATE
016200             NOT AT END
016200                 MOVE SJ-STREAM-DATE TO WS-FIRST-STREAM-DATE
016200         END-READ
016200     END-IF.
016200     IF WK-MONTH < 1 OR WK-MONTH > 12
016200         OR WK-DAY < 1 OR WK-DAY > 31
016200         OR WS-CATCHUP-DATE NOT < WS-RUN-DATE
016200         OR WS-CATCHUP-DATE < WS-FIRST-STREAM-DATE
016200         GO TO 0700-REFUSE-DATE
016200     END-IF.
016200     IF WK-MONTH = 12
016200         COMPUTE WS-FIRST-OF-NEXT = (WK-YEAR + 1) * 10000 + 0101
016200     ELSE
016200         COMPUTE WS-FIRST-OF-NEXT =
016200             WK-YEAR * 10000 + (WK-MONTH + 1) * 100 + 1
016200     END-IF.
016200     COMPUTE WS-MONTH-LAST-DAY = FUNCTION MOD
016200         (FUNCTION DATE-OF-INTEGER
016200         (FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1), 100).
016200     IF WK-DAY > WS-MONTH-LAST-DAY
016200         GO TO 0700-REFUSE-DATE
016200     END-IF.
016200     MOVE WS-CATCHUP-DATE TO SJ-STREAM-DATE.
016200     MOVE 01 TO SJ-STEP-NUMBER.
016200     READ STEP-REGISTRY
016200         INVALID KEY
016200             CONTINUE
016200         NOT INVALID KEY
016200             IF SJ-STATUS-CLOSED
016200                 WRITE OUT-LINE FROM NIGHT-GENERATED-MESS
016200                     AFTER ADVANCING 1 LINE
016200                 CLOSE STEP-REGISTRY
016200                 CLOSE STANDARD-OUTPUT
016200                 MOVE 8 TO RETURN-CODE
016200                 STOP RUN
016200             END-IF
016200     END-READ.
016200     CLOSE STEP-REGISTRY.
016200     GO TO 0700-EXIT.
016200 0700-REFUSE-DATE.
016200     WRITE OUT-LINE FROM BAD-CATCHUP-MESS AFTER ADVANCING 1 LINE.
016200     CLOSE STEP-REGISTRY.
016200     CLOSE STANDARD-OUTPUT.
016200     MOVE 8 TO RETURN-CODE.
016200     STOP RUN.
016200 0700-EXIT.
016200     EXIT.
016200
016200 *> -------------------------------------------------------
016200 *> 0800-FILE-CATCHUP-ROW - the missed night's step 01 row,
016200 *> filed open and marked as a catch-up on the date it was
016200 *> actually run.  The catch-up job's SQRTSTEP E call closes
016200 *> it once the edit and calculation came back acceptable,
016200 *> whatever the calculation computed.  A catch-up that
016200 *> failed leaves the row open and is run again from the
016200 *> top, its edit under the supervisor's rerun override so
016200 *> the orders regenerated here are not rejected as
016200 *> duplicates of the failed attempt's.  A night with no
016200 *> standing order due has nothing to edit or calculate, so
016200 *> its row is filed closed, caught up, with condition code
016200 *> 2 - the code this run ends with.
016200 *> -------------------------------------------------------
016200 0800-FILE-CATCHUP-ROW.
016200     OPEN I-O STEP-REGISTRY.
016200     MOVE WS-CATCHUP-DATE TO SJ-STREAM-DATE.
016200     MOVE 01 TO SJ-STEP-NUMBER.
016200     MOVE 'N' TO WS-ROW-FOUND-SW.
016200     READ STEP-REGISTRY
016200         INVALID KEY
016200             CONTINUE
016200         NOT INVALID KEY
016200             SET STEP-ROW-FOUND TO TRUE
016200     END-READ.
016200     MOVE 'SQRTGEN' TO SJ-STEP-NAME.
016200     MOVE WS-RUN-DATE TO SJ-START-DATE.
016200     ACCEPT SJ-START-TIME FROM TIME.
016200     IF WS-ORDERS-GENERATED = 0
016200         MOVE WS-RUN-DATE TO SJ-END-DATE
016200         MOVE SJ-START-TIME TO SJ-END-TIME
016200         MOVE 2 TO SJ-COND-CODE
016200         SET SJ-STATUS-CLOSED TO TRUE
016200         WRITE OUT-LINE FROM NOTHING-DUE-MESS
016200             AFTER ADVANCING 1 LINE
016200     ELSE
016200         MOVE 0 TO SJ-END-DATE
016200         MOVE 0 TO SJ-END-TIME
016200         MOVE 0 TO SJ-COND-CODE
016200         SET SJ-STATUS-OPEN TO TRUE
016200     END-IF.
016200     MOVE 0 TO SJ-RUN-ID.
016200     MOVE 0 TO SJ-PARENT-STEP.
016200     MOVE 0 TO SJ-PARTITION-NUMBER.
016200     MOVE 'N' TO SJ-ALERTED-SW.
016200     SET SJ-CAUGHT-UP TO TRUE.
016200     MOVE SPACES TO SJ-FILLER.
016200     IF STEP-ROW-FOUND
016200         REWRITE STEP-REGISTRY-RECORD
016200             INVALID KEY
016200                 CONTINUE
016200         END-REWRITE
016200     ELSE
016200         WRITE STEP-REGISTRY-RECORD
016200             INVALID KEY
016200                 CONTINUE
016200         END-WRITE
016200     END-IF.
016200     CLOSE STEP-REGISTRY.
016200 0800-EXIT.
016200     EXIT.
016200
016300 1000-SETTLE-WEEKDAY.
016400     COMPUTE WS-TODAY-INT =
016500         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
017150         FUNCTION MOD(WS-TODAY-JULIAN, 1000).
017200 1000-EXIT.
017300     EXIT.
017301
017302 *> -------------------------------------------------------
017303 *> 1100-SETTLE-CALENDAR - classes tonight off CALMAST and
017304 *> finds the business days either side of it.  The walk
017305 *> each way is bounded at a month's worth of days, so a
017306 *> calendar filed all holidays cannot hang the step.
017307 *> -------------------------------------------------------
017308 1100-SETTLE-CALENDAR.
017309     OPEN INPUT CALENDAR-MASTER.
017310     IF NOT CAL-FILE-NOT-FOUND
017311         SET CALENDAR-PRESENT TO TRUE
017312     END-IF.
017313     MOVE WS-TODAY-INT TO WS-TEST-INT.
017314     PERFORM 1200-CLASS-ONE-DATE THRU 1200-EXIT.
017315     MOVE WS-TEST-TYPE TO WS-TONIGHT-TYPE.
017316     IF DATE-ON-CALENDAR
017317         IF TONIGHT-BUSINESS-DAY
017318             MOVE CAL-BUSINESS-TEXT TO GC-CAL-TEXT
017319         ELSE
017320             IF TONIGHT-HOLIDAY
017321                 MOVE CAL-HOLIDAY-TEXT TO GC-CAL-TEXT
017322             ELSE
017323                 MOVE CAL-WEEKEND-TEXT TO GC-CAL-TEXT
017324             END-IF
017325         END-IF
017326     ELSE
017327         MOVE CAL-MISSING-TEXT TO GC-CAL-TEXT
017328     END-IF.
017329     WRITE OUT-LINE FROM GEN-CAL-LINE AFTER ADVANCING 1 LINE.
017330     MOVE 0 TO WS-PREV-BUSINESS-DATE.
017331     MOVE 0 TO WS-STEP-COUNT.
017332     COMPUTE WS-TEST-INT = WS-TODAY-INT - 1.
017333     PERFORM 1300-STEP-BACK THRU 1300-EXIT
017334         UNTIL WS-PREV-BUSINESS-DATE > 0 OR WS-STEP-COUNT > 31.
017335     MOVE 0 TO WS-NEXT-BUSINESS-DATE.
017336     MOVE 0 TO WS-STEP-COUNT.
017337     COMPUTE WS-TEST-INT = WS-TODAY-INT + 1.
017338     PERFORM 1400-STEP-FORWARD THRU 1400-EXIT
017339         UNTIL WS-NEXT-BUSINESS-DATE > 0 OR WS-STEP-COUNT > 31.
017340     IF CALENDAR-PRESENT
017341         CLOSE CALENDAR-MASTER
017342     END-IF.
017347     MOVE WS-TODAY-DATE TO WS-TODAY-SPLIT.
017348     COMPUTE WS-TODAY-MONTH = WS-TODAY-DATE / 100.
017349     COMPUTE WS-PREV-MONTH = WS-PREV-BUSINESS-DATE / 100.
017350     COMPUTE WS-NEXT-MONTH = WS-NEXT-BUSINESS-DATE / 100.
017351     *> the last day of tonight's month, for a monthly order
017352     *> filed on a day this month does not have.
017353     IF WT-MONTH = 12
017354         COMPUTE WS-FIRST-OF-NEXT = (WT-YEAR + 1) * 10000 + 0101
017355     ELSE
017356         COMPUTE WS-FIRST-OF-NEXT =
017357             WT-YEAR * 10000 + (WT-MONTH + 1) * 100 + 1
017358     END-IF.
017359     COMPUTE WS-MONTH-LAST-DAY = FUNCTION MOD
017360         (FUNCTION DATE-OF-INTEGER
017361         (FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1), 100).
017362 1100-EXIT.
017363     EXIT.
017364
017365 *> -------------------------------------------------------
017366 *> 1200-CLASS-ONE-DATE - the day type of the day number in
017367 *> WS-TEST-INT: B, H or W off CALMAST when the date is
017368 *> filed there, otherwise B Monday to Friday and W at the
017369 *> weekend.
017370 *> -------------------------------------------------------
017371 1200-CLASS-ONE-DATE.
017372     COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
017373     COMPUTE WS-TEST-DOW = FUNCTION MOD(WS-TEST-INT, 7).
017374     IF WS-TEST-DOW = 0
017375         MOVE 7 TO WS-TEST-DOW
017376     END-IF.
017377     IF WS-TEST-DOW > 5
017378         MOVE 'W' TO WS-TEST-TYPE
017379     ELSE
017380         MOVE 'B' TO WS-TEST-TYPE
017381     END-IF.
017382     MOVE 'N' TO WS-ON-CAL-SW.
017383     IF NOT CALENDAR-PRESENT
017384         GO TO 1200-EXIT
017385     END-IF.
017386     MOVE WS-TEST-DATE TO CL-CAL-DATE.
017387     READ CALENDAR-MASTER
017388         INVALID KEY
017389             CONTINUE
017390         NOT INVALID KEY
017391             MOVE CL-DAY-TYPE TO WS-TEST-TYPE
017392             MOVE 'Y' TO WS-ON-CAL-SW
017393     END-READ.
017394 1200-EXIT.
017395     EXIT.
017396
017397 1300-STEP-BACK.
017398     PERFORM 1200-CLASS-ONE-DATE THRU 1200-EXIT.
017399     IF WS-TEST-TYPE = 'B'
017400         MOVE WS-TEST-DATE TO WS-PREV-BUSINESS-DATE
017401     END-IF.
017402     SUBTRACT 1 FROM WS-TEST-INT.
017403     ADD 1 TO WS-STEP-COUNT.
017404 1300-EXIT.
017405     EXIT.
017406
017407 1400-STEP-FORWARD.
017408     PERFORM 1200-CLASS-ONE-DATE THRU 1200-EXIT.
017409     IF WS-TEST-TYPE = 'B'
017410         MOVE WS-TEST-DATE TO WS-NEXT-BUSINESS-DATE
017411     END-IF.
017412     ADD 1 TO WS-TEST-INT.
017413     ADD 1 TO WS-STEP-COUNT.
017414 1400-EXIT.
017415     EXIT.
017400
017410 *> -------------------------------------------------------
017420 *> 2500-COPY-RESUBMISSIONS - corrected rejects off the
017484         AT END
017485             MOVE 'Y' TO WS-EOF-SW
017486         NOT AT END
017487             MOVE RESUB-RECORD TO WS-GEN-RECORD
017487             MOVE SPACES TO WS-ALT-REQUEST-ID
017487             PERFORM 2800-APPLY-CHANGES THRU 2800-EXIT
017487             IF NOT REQUEST-CANCELLED
017487                 WRITE GEN-OUTPUT-RECORD FROM WS-GEN-RECORD
017487                 ADD 1 TO WS-RESUBS-COPIED
017487             END-IF
017489     END-READ.
017490 2510-EXIT.
017491     EXIT.
017492
017493 *> -------------------------------------------------------
017494 *> 2600-COPY-RELEASES - requests a supervisor released off
017495 *> the budget hold; they waited at least a night already,
017496 *> so they go in ahead of tonight's fresh work too.
017497 *> -------------------------------------------------------
017498 2600-COPY-RELEASES.
017499     MOVE 'N' TO WS-EOF-SW.
017500     OPEN INPUT RELEASE-INPUT.
017501     IF RELS-FILE-NOT-FOUND
017502         GO TO 2600-EXIT
017503     END-IF.
017504     PERFORM 2610-COPY-ONE-RELEASE THRU 2610-EXIT
017505         UNTIL END-OF-INPUT.
017506     CLOSE RELEASE-INPUT.
017507 2600-EXIT.
017508     EXIT.
017509
017510 2610-COPY-ONE-RELEASE.
017511     READ RELEASE-INPUT
017512         AT END
017513             MOVE 'Y' TO WS-EOF-SW
017514         NOT AT END
017515             MOVE RELEASE-RECORD TO WS-GEN-RECORD
017515             MOVE SPACES TO WS-ALT-REQUEST-ID
017515             PERFORM 2800-APPLY-CHANGES THRU 2800-EXIT
017515             IF NOT REQUEST-CANCELLED
017515                 WRITE GEN-OUTPUT-RECORD FROM WS-GEN-RECORD
017515                 ADD 1 TO WS-RELEASES-COPIED
017515             END-IF
017517     END-READ.
017518 2610-EXIT.
017519     EXIT.
017520
017500 *> -------------------------------------------------------
017600 *> 2000-GENERATE-ORDERS - one sweep of the master in key
017700 *> order, so the generated records land in a stable order
021000         ADD 1 TO WS-ORDERS-OUT-OF-DATE
021100         GO TO 2100-EXIT
021200     END-IF.
021210     IF TONIGHT-HOLIDAY
021220         ADD 1 TO WS-ORDERS-HOLIDAY
021230         GO TO 2100-EXIT
021240     END-IF.
021250     PERFORM 2150-TEST-FREQUENCY THRU 2150-EXIT.
021300     IF ORDER-DUE-TONIGHT
021400         PERFORM 2200-WRITE-ONE-REQUEST THRU 2200-EXIT
021500     ELSE
021600         ADD 1 TO WS-ORDERS-NOT-TONIGHT
021800 2100-EXIT.
021900     EXIT.
022000
022010 *> -------------------------------------------------------
022020 *> 2150-TEST-FREQUENCY - is the order due tonight?  D every
022030 *> night and 1-7 on its weekday, as always; B on every
022040 *> business day; F when the last business day before
022050 *> tonight fell in an earlier month; L when the next one
022060 *> falls in a later month; M on the first business day on
022070 *> or after its day of the month - and on the month's last
022080 *> business day if that day is still to come, so an order
022090 *> filed for the 31st is never skipped.
022091 *> -------------------------------------------------------
022092 2150-TEST-FREQUENCY.
022093     MOVE 'N' TO WS-DUE-SW.
022094     IF SO-EVERY-NIGHT OR SO-FREQUENCY = WS-DOW-CHAR
022095         SET ORDER-DUE-TONIGHT TO TRUE
022096         GO TO 2150-EXIT
022097     END-IF.
022098     IF NOT TONIGHT-BUSINESS-DAY
022099         GO TO 2150-EXIT
022100     END-IF.
022101     IF SO-EVERY-BUSINESS-DAY
022102         SET ORDER-DUE-TONIGHT TO TRUE
022103     END-IF.
022104     IF SO-FIRST-BUSINESS-DAY
022105         AND WS-PREV-MONTH NOT = WS-TODAY-MONTH
022106         SET ORDER-DUE-TONIGHT TO TRUE
022107     END-IF.
022108     IF SO-LAST-BUSINESS-DAY
022109         AND WS-NEXT-MONTH NOT = WS-TODAY-MONTH
022110         SET ORDER-DUE-TONIGHT TO TRUE
022111     END-IF.
022112     IF SO-MONTHLY
022113         PERFORM 2160-TEST-MONTHLY THRU 2160-EXIT
022114     END-IF.
022115 2150-EXIT.
022116     EXIT.
022117
022118 2160-TEST-MONTHLY.
022119     IF SO-MONTH-DAY NOT NUMERIC OR SO-MONTH-DAY = 0
022120         COMPUTE WS-MONTH-TARGET = WS-TODAY-MONTH * 100 + 1
022121     ELSE
022122         IF SO-MONTH-DAY > WS-MONTH-LAST-DAY
022123             COMPUTE WS-MONTH-TARGET =
022124                 WS-TODAY-MONTH * 100 + WS-MONTH-LAST-DAY
022125         ELSE
022126             COMPUTE WS-MONTH-TARGET =
022127                 WS-TODAY-MONTH * 100 + SO-MONTH-DAY
022128         END-IF
022129     END-IF.
022130     IF WS-MONTH-TARGET NOT > WS-TODAY-DATE
022131         AND WS-MONTH-TARGET > WS-PREV-BUSINESS-DATE
022132         SET ORDER-DUE-TONIGHT TO TRUE
022133     END-IF.
022134     IF WS-MONTH-TARGET > WS-TODAY-DATE
022135         AND WS-NEXT-MONTH NOT = WS-TODAY-MONTH
022136         SET ORDER-DUE-TONIGHT TO TRUE
022137     END-IF.
022138 2160-EXIT.
022139     EXIT.
022140
022141 2200-WRITE-ONE-REQUEST.
022200     MOVE SPACES TO WS-GEN-RECORD.
022300     MOVE SO-VALUE TO WG-REC-VALUE.
022400     ADD 1 TO WS-GEN-SEQ.
023500     ELSE
023600         MOVE SPACES TO WG-DECIMAL-PLACES
023700     END-IF.
023700     IF CATCH-UP-RUN
023700         MOVE WS-TODAY-DATE TO WG-DUE-DATE
023700     END-IF.
023800     MOVE SO-ORDER-ID TO WS-ALT-REQUEST-ID.
023800     PERFORM 2800-APPLY-CHANGES THRU 2800-EXIT.
023800     IF REQUEST-CANCELLED
023800         GO TO 2200-EXIT
023800     END-IF.
023800     WRITE GEN-OUTPUT-RECORD FROM WS-GEN-RECORD.
023800     ADD 1 TO WS-ORDERS-GENERATED.
024000 2200-EXIT.
024100     EXIT.
024100
024100 *> -------------------------------------------------------
024100 *> 2700-OPEN-AMENDMENTS - the transaction file is only
024100 *> rewritten here, never created; a shop that has never
024100 *> keyed a change has no file and nothing to apply.
024100 *> -------------------------------------------------------
024100 2700-OPEN-AMENDMENTS.
024100     OPEN I-O AMEND-FILE.
024100     IF NOT AMND-FILE-OK
024100         GO TO 2700-EXIT
024100     END-IF.
024100     SET AMEND-FILE-PRESENT TO TRUE.
024100     OPEN EXTEND AMEND-LOG.
024100     IF NOT AMLG-FILE-OK
024100         DISPLAY 'UNABLE TO OPEN AMNDLOG, STATUS '
024100             WS-AMLG-FILE-STATUS
024100         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024100     END-IF.
024100 2700-EXIT.
024100     EXIT.
024100
024100 *> -------------------------------------------------------
024100 *> 2800-APPLY-CHANGES - a change pending for the record in
024100 *> WS-GEN-RECORD, under its request ID or failing that the
024100 *> ID in WS-ALT-REQUEST-ID, is applied: a cancel marks the
024100 *> record dropped, an amend changes value, degree or places
024100 *> in place ('RD' back to the run default).  The change is
024100 *> marked applied so it fires once, and logged with the
024100 *> record as it was and as it now goes out.
024100 *> -------------------------------------------------------
024100 2800-APPLY-CHANGES.
024100     MOVE SPACE TO WS-CHANGE-SW.
024100     IF NOT AMEND-FILE-PRESENT
024100         GO TO 2800-EXIT
024100     END-IF.
024100     MOVE WG-REQUEST-ID TO AT-REQUEST-ID.
024100     MOVE WG-DEPARTMENT TO AT-DEPARTMENT.
024100     PERFORM 2850-READ-PENDING THRU 2850-EXIT.
024100     IF NOT CHANGE-PENDING AND WS-ALT-REQUEST-ID NOT = SPACES
024100         MOVE WS-ALT-REQUEST-ID TO AT-REQUEST-ID
024100         MOVE WG-DEPARTMENT TO AT-DEPARTMENT
024100         PERFORM 2850-READ-PENDING THRU 2850-EXIT
024100     END-IF.
024100     IF NOT CHANGE-PENDING
024100         GO TO 2800-EXIT
024100     END-IF.
024100     MOVE WS-GEN-RECORD TO WS-BEFORE-IMAGE.
024100     IF AT-CANCEL
024100         SET REQUEST-CANCELLED TO TRUE
024100         ADD 1 TO WS-REQUESTS-CANCELLED
024100     ELSE
024100         SET REQUEST-AMENDED TO TRUE
024100         ADD 1 TO WS-REQUESTS-AMENDED
024100         IF AT-VALUE-AMENDED
024100             MOVE AT-NEW-VALUE TO WG-REC-VALUE
024100         END-IF
024100         IF AT-NEW-DEGREE = 'RD'
024100             MOVE SPACES TO WG-ROOT-DEGREE
024100         ELSE
024100             IF AT-NEW-DEGREE NOT = SPACES
024100                 MOVE AT-NEW-DEGREE TO WG-ROOT-DEGREE
024100             END-IF
024100         END-IF
024100         IF AT-NEW-PLACES = 'RD'
024100             MOVE SPACES TO WG-DECIMAL-PLACES
024100         ELSE
024100             IF AT-NEW-PLACES NOT = SPACES
024100                 MOVE AT-NEW-PLACES TO WG-DECIMAL-PLACES
024100             END-IF
024100         END-IF
024100     END-IF.
024100     SET AT-APPLIED TO TRUE.
024100     MOVE 'SQRTGEN' TO AT-APPLIED-BY.
024100     MOVE WS-TODAY-DATE TO AT-APPLIED-DATE.
024100     ACCEPT AT-APPLIED-TIME FROM TIME.
024100     REWRITE AMEND-RECORD.
024100     MOVE AT-APPLIED-DATE TO AG-LOG-DATE.
024100     MOVE AT-APPLIED-TIME TO AG-LOG-TIME.
024100     MOVE 'SQRTGEN' TO AG-PROGRAM-NAME.
024100     MOVE WG-REQUEST-ID TO AG-REQUEST-ID.
024100     MOVE WG-DEPARTMENT TO AG-DEPARTMENT.
024100     MOVE AT-ACTION TO AG-EVENT.
024100     MOVE AT-ACTION TO AG-ACTION.
024100     MOVE AT-ENTERED-BY TO AG-ENTERED-BY.
024100     MOVE AT-ENTERED-DATE TO AG-ENTERED-DATE.
024100     MOVE AT-ENTERED-TIME TO AG-ENTERED-TIME.
024100     MOVE AT-REASON TO AG-REASON.
024100     MOVE WS-BEFORE-IMAGE TO AG-BEFORE-IMAGE.
024100     IF REQUEST-CANCELLED
024100         MOVE SPACES TO AG-AFTER-IMAGE
024100     ELSE
024100         MOVE WS-GEN-RECORD TO AG-AFTER-IMAGE
024100     END-IF.
024100     MOVE SPACES TO AG-FILLER.
024100     WRITE AMEND-LOG-RECORD.
024100 2800-EXIT.
024100     EXIT.
024100
024100 2850-READ-PENDING.
024100     MOVE 'N' TO WS-PENDING-SW.
024100     READ AMEND-FILE
024100         INVALID KEY
024100             CONTINUE
024100         NOT INVALID KEY
024100             IF AT-PENDING
024100                 SET CHANGE-PENDING TO TRUE
024100             END-IF
024100     END-READ.
024100 2850-EXIT.
024100     EXIT.
024200
024300 *> -------------------------------------------------------
024400 *> 3000-COPY-ONE-OFFS - whatever a department still sends by
026200         AT END
026300             MOVE 'Y' TO WS-EOF-SW
026400         NOT AT END
026500             MOVE ONE-OFF-RECORD TO WS-GEN-RECORD
026500             MOVE SPACES TO WS-ALT-REQUEST-ID
026500             PERFORM 2800-APPLY-CHANGES THRU 2800-EXIT
026500             IF NOT REQUEST-CANCELLED
026500                 WRITE GEN-OUTPUT-RECORD FROM WS-GEN-RECORD
026500                 ADD 1 TO WS-ONE-OFFS-COPIED
026500             END-IF
026700     END-READ.
026800 3100-EXIT.
026900     EXIT.
027900     WRITE OUT-LINE FROM GEN-DATES-LINE AFTER ADVANCING 1 LINE.
028000     MOVE WS-ORDERS-NOT-TONIGHT TO GR-NOT-TONIGHT.
028100     WRITE OUT-LINE FROM GEN-DAY-LINE AFTER ADVANCING 1 LINE.
028110     MOVE WS-ORDERS-HOLIDAY TO GR-HOLIDAY.
028120     WRITE OUT-LINE FROM GEN-HOLIDAY-LINE AFTER ADVANCING 1 LINE.
028200     MOVE WS-ONE-OFFS-COPIED TO GR-ONE-OFFS.
028300     WRITE OUT-LINE FROM GEN-ONEOFF-LINE AFTER ADVANCING 1 LINE.
028310     MOVE WS-RESUBS-COPIED TO GR-RESUBS.
028320     WRITE OUT-LINE FROM GEN-RESUB-LINE AFTER ADVANCING 1 LINE.
028330     MOVE WS-RELEASES-COPIED TO GR-RELEASES.
028340     WRITE OUT-LINE FROM GEN-RELEASE-LINE AFTER ADVANCING 1 LINE.
028340     MOVE WS-REQUESTS-CANCELLED TO GR-CANCELLED.
028340     WRITE OUT-LINE FROM GEN-CANCEL-LINE AFTER ADVANCING 1 LINE.
028340     MOVE WS-REQUESTS-AMENDED TO GR-AMENDED.
028340     WRITE OUT-LINE FROM GEN-AMEND-LINE AFTER ADVANCING 1 LINE.
028400 4000-EXIT.
028500     EXIT.
