001300 *>       the latest run off RUNREG, the way SQRTRCON does;
001310 *>       all nines means the step produces no run and zero
001320 *>       is recorded).
001320 *>       A catch-up night's step 01 row is not closed unless
001320 *>       the latest run off RUNREG is a closed SQRTBABYEX run
001320 *>       begun since the catch-up was generated; RC 8 leaves
001320 *>       it open.  A run that computed nothing - its feed
001320 *>       wholly held or rejected - still closes it.
001400 *>       The stream only runs the E call when the step came
001500 *>       back acceptable, so a failed step's row stays OP -
001600 *>       which is where the restart resumes.
001700 *>   R (reset) - delete the stream date's rows, forcing the
001800 *>       next submission to run from the top.
001800 *>   P (partition begin) - B for one partition of a step
001800 *>       run in parallel, keyed with the step it is a
001800 *>       partition of and its partition number.  A closed
001800 *>       row is run again when the partition is waiting on
001800 *>       PARTREG under the newest split - a fresh split, or
001800 *>       a partition the merge refused.
001800 *>   C (check) - the missed-night check run at the top of
001800 *>       the stream: every night on the expected schedule
001800 *>       (every night, or W for Monday to Friday) over the
001800 *>       look-back before the stream date, back no further
001800 *>       than the first night on the registry, is looked up.
001800 *>       A night with no rows, or whose step 01 (SQRTGEN)
001800 *>       row is not closed, lost its standing orders and is
001800 *>       reported missed and raised as an MN alert; one with
001800 *>       a step still open, or whose final step never
001800 *>       closed, is reported not finished.  A night SQRTGEN
001800 *>       generated on a supervisor's catch-up run reports
001800 *>       caught up.  RC 4 when any night is reported.
001800 *> B on a step run in partitions answers 8 while any of its
001800 *> partition rows tonight is still open, so the merge is
001800 *> only begun once every partition has completed; E with
001800 *> zeros on such a step records the parent run off PARTREG,
001800 *> and on a partition row the partition's own run.
001900 *> A stream date of all zeros means today; a post-midnight
002000 *> restart must key the date the stream started.
002100 *>
002200 *> Modification History:
002300 *>   2026-09-02  DW   New program.
002300 *>   2026-10-15  DW   Function P and the parent/partition
002300 *>                   relationship for a step run as parallel
002300 *>                   partitions.
002300 *>   2026-10-15  DW   A step begun again has its open-step
002300 *>                   alert switch cleared.
002300 *>   2026-10-15  DW   Function C, the missed-night check; B
002300 *>                   clears the catch-up switch on the row.
002300 *>   2026-10-15  DW   E refuses (RC 8) to close a catch-up
002300 *>                   row when the run it would record
002300 *>                   computed nothing.
002300 *>   2026-10-15  DW   E closes a catch-up row on any closed
002300 *>                   SQRTBABYEX run begun since the catch-up,
002300 *>                   even one that computed nothing; RC 8 is
002300 *>                   kept for a calculation that failed.
002400 *> ---------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SQRTSTEP.
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RR-RUN-ID
004400         FILE STATUS IS WS-RUNREG-FILE-STATUS.
004400     SELECT OPTIONAL PARTITION-REGISTRY ASSIGN TO "PARTREG"
004400         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PARTITION-KEY
004400         FILE STATUS IS WS-PART-REG-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STANDARD-OUTPUT.
005000     COPY STEPREC.
005100 FD  RUN-REGISTRY.
005200     COPY RUNREC.
005200 FD  PARTITION-REGISTRY.
005200     COPY PARTREC.
005300 WORKING-STORAGE SECTION.
005400 *> -------------------------------------------------------
005500 *> file statuses and read control
005900     88 STEP-FILE-NOT-FOUND                   VALUE '35'.
006000 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
006100     88 RUNREG-FILE-NOT-FOUND                 VALUE '35'.
006100 77  WS-PART-REG-STATUS         PICTURE X(02) VALUE '00'.
006100     88 PART-REG-NOT-FOUND                    VALUE '35'.
006200 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006300     88 END-OF-REGISTRY                       VALUE 'Y'.
006400 *> -------------------------------------------------------
007700 77  WS-ROW-FOUND-SW            PICTURE X(01) VALUE 'N'.
007800     88 STEP-ROW-FOUND                        VALUE 'Y'.
007900 77  WS-LATEST-RUN-ID           PICTURE 9(16) VALUE 0.
007900 77  WS-LATEST-PROGRAM          PICTURE X(10) VALUE SPACES.
007900 77  WS-LATEST-START-DATE       PICTURE 9(08) VALUE 0.
007900 77  WS-LATEST-STATUS           PICTURE X(02) VALUE SPACES.
007900     88 LATEST-RUN-CLOSED                     VALUE 'CL'.
008000 77  WS-RESET-COUNT             PICTURE 9(03) COMP VALUE 0.
008000 *> -------------------------------------------------------
008000 *> the parent/partition relationship: a P call's keys, the
008000 *> partition rows found under a step, and the newest split
008000 *> on PARTREG.
008000 *> -------------------------------------------------------
008000 77  WS-PARENT-ENTRY            PICTURE 9(02) VALUE 0.
008000 77  WS-PARTITION-ENTRY         PICTURE 9(02) VALUE 0.
008000 77  WS-ROW-PARTITION           PICTURE 9(02) VALUE 0.
008000 77  WS-CHILD-COUNT             PICTURE 9(03) COMP VALUE 0.
008000 77  WS-CHILD-OPEN-COUNT        PICTURE 9(03) COMP VALUE 0.
008000 77  WS-LATEST-PARENT-ID        PICTURE 9(16) VALUE 0.
008000 77  WS-PART-RUN-ID             PICTURE 9(16) VALUE 0.
008000 77  WS-PART-WAITING-SW         PICTURE X(01) VALUE 'N'.
008000     88 PARTITION-WAITING                     VALUE 'Y'.
008000 *> -------------------------------------------------------
008000 *> the missed-night check: the look-back, the schedule and
008000 *> the stream's final step off SYSIN, the night being
008000 *> looked up, what its rows showed, and the tallies.
008000 *> -------------------------------------------------------
008000 77  WS-LOOKBACK-ENTRY          PICTURE X(03) VALUE SPACES.
008000 77  WS-LOOKBACK-NUM REDEFINES WS-LOOKBACK-ENTRY
008000                                  PICTURE 9(03).
008000 77  WS-LOOKBACK-DAYS           PICTURE 9(03) VALUE 14.
008000 77  WS-SCHEDULE-ENTRY          PICTURE X(01) VALUE 'D'.
008000     88 SCHEDULE-WEEKDAYS                     VALUE 'W'.
008000 77  WS-FINAL-ENTRY             PICTURE X(02) VALUE SPACES.
008000 77  WS-FINAL-NUM REDEFINES WS-FINAL-ENTRY
008000                                  PICTURE 9(02).
008000 77  WS-FINAL-STEP              PICTURE 9(02) VALUE 06.
008000 77  WS-CHECK-INT               PICTURE 9(07) COMP VALUE 0.
008000 77  WS-CHECK-END-INT           PICTURE 9(07) COMP VALUE 0.
008000 77  WS-CHECK-DATE              PICTURE 9(08) VALUE 0.
008000 77  WS-CHECK-DOW               PICTURE 9(01) VALUE 0.
008000 77  WS-FIRST-STREAM-DATE       PICTURE 9(08) VALUE 0.
008000 77  WS-FIRST-STREAM-INT        PICTURE 9(07) COMP VALUE 0.
008000 77  WS-NIGHT-ROWS              PICTURE 9(03) COMP VALUE 0.
008000 77  WS-NIGHT-OPEN-ROWS         PICTURE 9(03) COMP VALUE 0.
008000 77  WS-GEN-ROW-SW              PICTURE X(01) VALUE SPACE.
008000     88 GEN-ROW-MISSING                       VALUE SPACE.
008000     88 GEN-ROW-OPEN                          VALUE 'O'.
008000     88 GEN-ROW-CLOSED                        VALUE 'C'.
008000     88 GEN-ROW-CAUGHT-UP                     VALUE 'U'.
008000 77  WS-FINAL-CLOSED-SW         PICTURE X(01) VALUE 'N'.
008000     88 FINAL-STEP-CLOSED                     VALUE 'Y'.
008000 77  WS-NIGHTS-CHECKED          PICTURE 9(05) COMP VALUE 0.
008000 77  WS-NIGHTS-MISSED           PICTURE 9(05) COMP VALUE 0.
008000 77  WS-NIGHTS-UNFINISHED       PICTURE 9(05) COMP VALUE 0.
008000 77  WS-NIGHTS-CAUGHT-UP        PICTURE 9(05) COMP VALUE 0.
008000 77  WS-FIRST-MISSED-DATE       PICTURE 9(08) VALUE 0.
008000 COPY ALRTPARM.
008100 *> -------------------------------------------------------
008200 *> prompts and notices
008300 *> -------------------------------------------------------
008400 01  FUNCTION-PROMPT.
008500     02 FILLER PICTURE X(50) VALUE
008500        ' ENTER FUNCTION - B BEGIN, E END, R RESET, P PART,'.
008500     02 FILLER PICTURE X(09) VALUE ' C CHECK:'.
008700 01  DATE-PROMPT.
008800     02 FILLER PICTURE X(48) VALUE
008900        ' ENTER STREAM DATE (YYYYMMDD, ZEROS = TODAY):   '.
009600 01  COND-PROMPT.
009700     02 FILLER PICTURE X(38) VALUE
009800        ' ENTER STEP CONDITION CODE (0000):    '.
009800 01  PARENT-PROMPT.
009800     02 FILLER PICTURE X(38) VALUE
009800        ' ENTER STEP THIS IS A PARTITION OF:   '.
009800 01  PARTITION-PROMPT.
009800     02 FILLER PICTURE X(38) VALUE
009800        ' ENTER PARTITION NUMBER (01-08):      '.
009800 01  LOOKBACK-PROMPT.
009800     02 FILLER PICTURE X(44) VALUE
009800        ' ENTER NIGHTS TO LOOK BACK (BLANK = 014):   '.
009800 01  SCHEDULE-PROMPT.
009800     02 FILLER PICTURE X(44) VALUE
009800        ' ENTER SCHEDULE (D EVERY NIGHT, W WEEKDAYS):'.
009800 01  FINAL-PROMPT.
009800     02 FILLER PICTURE X(44) VALUE
009800        ' ENTER STREAM FINAL STEP (BLANK = 06):      '.
009900 01  RUNID-PROMPT.
010000     02 FILLER PICTURE X(48) VALUE
010100        ' ENTER RUN ID PRODUCED (ZEROS = LATEST/NONE):   '.
010200 01  BAD-FUNCTION-MESS.
010300     02 FILLER PICTURE X(46) VALUE
010400        ' FUNCTION NOT B, E, R, P OR C - RUN ENDS HERE '.
010500 01  STEP-DONE-MESS.
010600     02 FILLER PICTURE X(44) VALUE
010700        ' STEP ALREADY COMPLETE TONIGHT - SKIP IT    '.
011100 01  STEP-CLOSED-MESS.
011200     02 FILLER PICTURE X(28) VALUE
011300        ' STEP STAMPED COMPLETE.     '.
011300 01  PARTS-OPEN-MESS.
011300     02 FILLER PICTURE X(44) VALUE
011300        ' PARTITIONS OF THE STEP STILL OPEN - WAIT   '.
011400 01  NO-ROW-MESS.
011500     02 FILLER PICTURE X(44) VALUE
011600        ' NO OPEN ROW FOR THE STEP - NOTHING STAMPED '.
011600 01  NO-CATCHUP-RUN-MESS.
011600     02 FILLER PICTURE X(44) VALUE
011600        ' NO CLOSED CATCH-UP RUN ON RUNREG - ROW OP  '.
011700 01  RESET-DONE-MESS.
011800     02 FILLER PICTURE X(26) VALUE ' ROWS RESET FOR THE DATE: '.
011900     02 RD-RESET-COUNT       PICTURE ZZ9.
011900 01  CHECK-HEAD-LINE.
011900     02 FILLER PICTURE X(32) VALUE
011900        ' MISSED-NIGHT CHECK - NIGHTS OF '.
011900     02 CH-FROM-DATE         PICTURE 9(08).
011900     02 FILLER PICTURE X(04) VALUE ' TO '.
011900     02 CH-TO-DATE           PICTURE 9(08).
011900 01  CHECK-NONE-LINE.
011900     02 FILLER PICTURE X(44) VALUE
011900        ' NO NIGHT ON THE REGISTRY TO CHECK YET      '.
011900 01  NIGHT-LINE.
011900     02 FILLER PICTURE X(03) VALUE SPACES.
011900     02 NL-NIGHT-DATE        PICTURE 9(08).
011900     02 FILLER PICTURE X(02) VALUE SPACES.
011900     02 NL-NIGHT-TEXT        PICTURE X(44).
011900 01  NOT-RUN-TEXT             PICTURE X(44) VALUE
011900     'NOT RUN - CATCH-UP GENERATION NEEDED'.
011900 01  NOT-GENERATED-TEXT       PICTURE X(44) VALUE
011900     'SQRTGEN NOT COMPLETED - CATCH-UP NEEDED'.
011900 01  NOT-FINISHED-TEXT        PICTURE X(44) VALUE
011900     'STREAM NOT FINISHED - RESTART FOR THE DATE'.
011900 01  CAUGHT-UP-TEXT           PICTURE X(44) VALUE
011900     'CAUGHT UP - SUPERVISED CATCH-UP GENERATION'.
011900 01  CHECK-COUNT-LINE.
011900     02 CC-LABEL             PICTURE X(25).
011900     02 CC-COUNT             PICTURE ZZ,ZZ9.
011900 01  MISSED-ALERT-MESSAGE.
011900     02 MA-MISSED            PICTURE ZZ9.
011900     02 FILLER PICTURE X(29) VALUE
011900        ' NIGHT(S) WITH NO RUN, FIRST '.
011900     02 MA-FIRST-DATE        PICTURE 9(08).
011900     02 FILLER PICTURE X(10) VALUE SPACES.
012000
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012500     PERFORM 1000-GET-CALL-PARMS THRU 1000-EXIT.
012600     PERFORM 0500-OPEN-STEP-REGISTRY THRU 0500-EXIT.
012700     IF WS-FUNCTION-ENTRY = 'B' OR WS-FUNCTION-ENTRY = 'P'
012800         PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
012900     ELSE
013000         IF WS-FUNCTION-ENTRY = 'E'
013100             PERFORM 3000-END-STEP THRU 3000-EXIT
013200         ELSE
013300             IF WS-FUNCTION-ENTRY = 'C'
013300                 PERFORM 6000-CHECK-NIGHTS THRU 6000-EXIT
013300             ELSE
013300                 PERFORM 4000-RESET-STREAM THRU 4000-EXIT
013300             END-IF
013400         END-IF
013500     END-IF.
013600     CLOSE STEP-REGISTRY.
015300     IF WS-FUNCTION-ENTRY NOT = 'B'
015400         AND WS-FUNCTION-ENTRY NOT = 'E'
015500         AND WS-FUNCTION-ENTRY NOT = 'R'
015500         AND WS-FUNCTION-ENTRY NOT = 'P'
015500         AND WS-FUNCTION-ENTRY NOT = 'C'
015600         WRITE OUT-LINE FROM BAD-FUNCTION-MESS
015700             AFTER ADVANCING 1 LINE
015800         CLOSE STANDARD-OUTPUT
016800         MOVE WS-TODAY-DATE TO WS-STREAM-DATE
016900     END-IF.
017000     IF WS-FUNCTION-ENTRY NOT = 'R'
017000         AND WS-FUNCTION-ENTRY NOT = 'C'
017100         WRITE OUT-LINE FROM STEP-PROMPT AFTER ADVANCING 1 LINE
017200         ACCEPT WS-STEP-ENTRY
017300         WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE
017400         ACCEPT WS-NAME-ENTRY
017500     END-IF.
017500     MOVE 0 TO WS-PARENT-ENTRY.
017500     MOVE 0 TO WS-PARTITION-ENTRY.
017500     IF WS-FUNCTION-ENTRY = 'P'
017500         WRITE OUT-LINE FROM PARENT-PROMPT AFTER ADVANCING 1 LINE
017500         ACCEPT WS-PARENT-ENTRY
017500         IF WS-PARENT-ENTRY NOT NUMERIC
017500             MOVE 0 TO WS-PARENT-ENTRY
017500         END-IF
017500         WRITE OUT-LINE FROM PARTITION-PROMPT
017500             AFTER ADVANCING 1 LINE
017500         ACCEPT WS-PARTITION-ENTRY
017500         IF WS-PARTITION-ENTRY NOT NUMERIC
017500             MOVE 0 TO WS-PARTITION-ENTRY
017500         END-IF
017500     END-IF.
017600     IF WS-FUNCTION-ENTRY = 'E'
017700         WRITE OUT-LINE FROM COND-PROMPT AFTER ADVANCING 1 LINE
017800         ACCEPT WS-COND-ENTRY
018500             MOVE 0 TO WS-RUNID-ENTRY
018600         END-IF
018700     END-IF.
018700     IF WS-FUNCTION-ENTRY = 'C'
018700         WRITE OUT-LINE FROM LOOKBACK-PROMPT
018700             AFTER ADVANCING 1 LINE
018700         ACCEPT WS-LOOKBACK-ENTRY
018700         IF WS-LOOKBACK-NUM NUMERIC AND WS-LOOKBACK-NUM > 0
018700             MOVE WS-LOOKBACK-NUM TO WS-LOOKBACK-DAYS
018700         END-IF
018700         WRITE OUT-LINE FROM SCHEDULE-PROMPT
018700             AFTER ADVANCING 1 LINE
018700         ACCEPT WS-SCHEDULE-ENTRY
018700         WRITE OUT-LINE FROM FINAL-PROMPT AFTER ADVANCING 1 LINE
018700         ACCEPT WS-FINAL-ENTRY
018700         IF WS-FINAL-NUM NUMERIC AND WS-FINAL-NUM > 0
018700             MOVE WS-FINAL-NUM TO WS-FINAL-STEP
018700         END-IF
018700     END-IF.
018800 1000-EXIT.
018900     EXIT.
019000
019400 *> COND to skip it.  Anything else (no row, or a row left
019500 *> OP by a failed attempt) registers the step open and
019600 *> answers 0 - run it.
019600 *> A step whose partitions are still open tonight answers
019600 *> 8 and is not registered; a P call's closed row is run
019600 *> again when its partition is waiting on PARTREG.
019700 *> -------------------------------------------------------
019800 2000-BEGIN-STEP.
019800     MOVE 'N' TO WS-PART-WAITING-SW.
019800     IF WS-FUNCTION-ENTRY = 'P'
019800         MOVE WS-PARTITION-ENTRY TO WS-ROW-PARTITION
019800         PERFORM 5000-SCAN-PARTITIONS THRU 5000-EXIT
019800     ELSE
019800         PERFORM 2100-COUNT-PARTITION-ROWS THRU 2100-EXIT
019800         IF WS-CHILD-OPEN-COUNT > 0
019800             WRITE OUT-LINE FROM PARTS-OPEN-MESS
019800                 AFTER ADVANCING 1 LINE
019800             MOVE 8 TO RETURN-CODE
019800             GO TO 2000-EXIT
019800         END-IF
019800     END-IF.
019900     MOVE WS-STREAM-DATE TO SJ-STREAM-DATE.
020000     MOVE WS-STEP-ENTRY TO SJ-STEP-NUMBER.
020100     MOVE 'N' TO WS-ROW-FOUND-SW.
020600             SET STEP-ROW-FOUND TO TRUE
020700     END-READ.
020800     IF STEP-ROW-FOUND AND SJ-STATUS-CLOSED
020800         AND NOT PARTITION-WAITING
020900         WRITE OUT-LINE FROM STEP-DONE-MESS
021000             AFTER ADVANCING 1 LINE
021100         MOVE 1 TO RETURN-CODE
022000     MOVE 0 TO SJ-RUN-ID.
022100     SET SJ-STATUS-OPEN TO TRUE.
022200     MOVE SPACES TO SJ-FILLER.
022200     MOVE 'N' TO SJ-ALERTED-SW.
022200     MOVE SPACE TO SJ-CATCHUP-SW.
022200     MOVE WS-PARENT-ENTRY TO SJ-PARENT-STEP.
022200     MOVE WS-PARTITION-ENTRY TO SJ-PARTITION-NUMBER.
022300     IF STEP-ROW-FOUND
022400         REWRITE STEP-REGISTRY-RECORD
022500             INVALID KEY
023500     MOVE 0 TO RETURN-CODE.
023600 2000-EXIT.
023700     EXIT.
023700
023700 *> -------------------------------------------------------
023700 *> 2100-COUNT-PARTITION-ROWS - tonight's rows that are
023700 *> partitions of this step, and how many are not closed.
023700 *> Rows filed before the partition fields were carved from
023700 *> filler hold spaces there and are no one's partition.
023700 *> -------------------------------------------------------
023700 2100-COUNT-PARTITION-ROWS.
023700     MOVE 0 TO WS-CHILD-COUNT.
023700     MOVE 0 TO WS-CHILD-OPEN-COUNT.
023700     MOVE 'N' TO WS-EOF-SW.
023700     MOVE WS-STREAM-DATE TO SJ-STREAM-DATE.
023700     MOVE 0 TO SJ-STEP-NUMBER.
023700     START STEP-REGISTRY KEY NOT LESS THAN STEP-REG-KEY
023700         INVALID KEY
023700             MOVE 'Y' TO WS-EOF-SW
023700     END-START.
023700     PERFORM 2110-TEST-ONE-ROW THRU 2110-EXIT
023700         UNTIL END-OF-REGISTRY.
023700 2100-EXIT.
023700     EXIT.
023700
023700 2110-TEST-ONE-ROW.
023700     READ STEP-REGISTRY NEXT RECORD
023700         AT END
023700             MOVE 'Y' TO WS-EOF-SW
023700             GO TO 2110-EXIT
023700     END-READ.
023700     IF SJ-STREAM-DATE NOT = WS-STREAM-DATE
023700         MOVE 'Y' TO WS-EOF-SW
023700         GO TO 2110-EXIT
023700     END-IF.
023700     IF SJ-PARENT-STEP NOT NUMERIC
023700         GO TO 2110-EXIT
023700     END-IF.
023700     IF SJ-PARENT-STEP = WS-STEP-ENTRY
023700         AND SJ-STEP-NUMBER NOT = WS-STEP-ENTRY
023700         ADD 1 TO WS-CHILD-COUNT
023700         IF NOT SJ-STATUS-CLOSED
023700             ADD 1 TO WS-CHILD-OPEN-COUNT
023700         END-IF
023700     END-IF.
023700 2110-EXIT.
023700     EXIT.
023800
023900 *> -------------------------------------------------------
024000 *> 3000-END-STEP - stamps the open row closed.  The stream
024100 *> only reaches this call when the step's own condition code
024200 *> was acceptable, so a row left OP is always a step that
024300 *> failed or never ran.
024300 *> Finding the run produced may read through the step
024300 *> registry, so the row is read again before it is stamped.
024300 *> A catch-up row is refused unless the run found is a
024300 *> closed SQRTBABYEX run begun no earlier than SQRTGEN filed
024300 *> the row - anything else is a calculation that failed or
024300 *> never registered.  How many records it processed does
024300 *> not matter: a wholly held or rejected feed is caught up.
024400 *> -------------------------------------------------------
024500 3000-END-STEP.
024600     MOVE WS-STREAM-DATE TO SJ-STREAM-DATE.
025200             MOVE 4 TO RETURN-CODE
025300             GO TO 3000-EXIT
025400     END-READ.
025400     MOVE 0 TO WS-ROW-PARTITION.
025400     IF SJ-PARTITION-NUMBER NUMERIC
025400         MOVE SJ-PARTITION-NUMBER TO WS-ROW-PARTITION
025400     END-IF.
025400     IF WS-RUNID-ENTRY = 0
025400         PERFORM 3050-FIND-RUN-PRODUCED THRU 3050-EXIT
025400         MOVE WS-STREAM-DATE TO SJ-STREAM-DATE
025400         MOVE WS-STEP-ENTRY TO SJ-STEP-NUMBER
025400         READ STEP-REGISTRY
025400             INVALID KEY
025400                 MOVE 4 TO RETURN-CODE
025400                 GO TO 3000-EXIT
025400         END-READ
025400     END-IF.
025400     IF SJ-CAUGHT-UP AND WS-RUNID-ENTRY = 0
025400         AND (WS-LATEST-PROGRAM NOT = 'SQRTBABYEX'
025400             OR NOT LATEST-RUN-CLOSED
025400             OR WS-LATEST-START-DATE < SJ-START-DATE)
025400         WRITE OUT-LINE FROM NO-CATCHUP-RUN-MESS
025400             AFTER ADVANCING 1 LINE
025400         MOVE 8 TO RETURN-CODE
025400         GO TO 3000-EXIT
025400     END-IF.
025500     MOVE WS-TODAY-DATE TO SJ-END-DATE.
025600     ACCEPT SJ-END-TIME FROM TIME.
025700     MOVE WS-COND-ENTRY TO SJ-COND-CODE.
025800     IF WS-RUNID-ENTRY = 0
026000         MOVE WS-LATEST-RUN-ID TO SJ-RUN-ID
026100     ELSE
026150         IF WS-RUNID-ENTRY = 9999999999999999
027000     MOVE 0 TO RETURN-CODE.
027100 3000-EXIT.
027200     EXIT.
027200
027200 *> -------------------------------------------------------
027200 *> 3050-FIND-RUN-PRODUCED - an all-zeros run ID on E.  A
027200 *> partition row records its partition's run under the
027200 *> newest split; a step with partition rows tonight records
027200 *> the parent run the partitions were merged into; any
027200 *> other step the latest run on RUNREG.
027200 *> -------------------------------------------------------
027200 3050-FIND-RUN-PRODUCED.
027200     MOVE SPACES TO WS-LATEST-PROGRAM.
027200     MOVE 0 TO WS-LATEST-START-DATE.
027200     MOVE SPACES TO WS-LATEST-STATUS.
027200     IF WS-ROW-PARTITION > 0
027200         PERFORM 5000-SCAN-PARTITIONS THRU 5000-EXIT
027200         MOVE WS-PART-RUN-ID TO WS-LATEST-RUN-ID
027200         GO TO 3050-EXIT
027200     END-IF.
027200     PERFORM 2100-COUNT-PARTITION-ROWS THRU 2100-EXIT.
027200     IF WS-CHILD-COUNT > 0
027200         PERFORM 5000-SCAN-PARTITIONS THRU 5000-EXIT
027200         MOVE WS-LATEST-PARENT-ID TO WS-LATEST-RUN-ID
027200     ELSE
027200         PERFORM 3100-FIND-LATEST-RUN THRU 3100-EXIT
027200     END-IF.
027200 3050-EXIT.
027200     EXIT.
027300
027400 *> -------------------------------------------------------
027500 *> 3100-FIND-LATEST-RUN - an ascending read-through leaves
028000 *> -------------------------------------------------------
028100 3100-FIND-LATEST-RUN.
028200     MOVE 0 TO WS-LATEST-RUN-ID.
028200     MOVE SPACES TO WS-LATEST-PROGRAM.
028200     MOVE 0 TO WS-LATEST-START-DATE.
028200     MOVE SPACES TO WS-LATEST-STATUS.
028300     MOVE 'N' TO WS-EOF-SW.
028400     OPEN INPUT RUN-REGISTRY.
028500     IF RUNREG-FILE-NOT-FOUND
030200             MOVE 'Y' TO WS-EOF-SW
030300         NOT AT END
030400             MOVE RR-RUN-ID TO WS-LATEST-RUN-ID
030400             MOVE RR-PROGRAM-NAME TO WS-LATEST-PROGRAM
030400             MOVE RR-RUN-START-DATE TO WS-LATEST-START-DATE
030400             MOVE RR-COMPLETION-STATUS TO WS-LATEST-STATUS
030500     END-READ.
030600 3110-EXIT.
030700     EXIT.
034400     ADD 1 TO WS-RESET-COUNT.
034500 4100-EXIT.
034600     EXIT.
034600
034600 *> -------------------------------------------------------
034600 *> 5000-SCAN-PARTITIONS - reads PARTREG through.  Its keys
034600 *> run in parent order, so the last parent seen is the
034600 *> newest split; WS-ROW-PARTITION's row under it gives the
034600 *> partition's run and whether it is waiting to be run -
034600 *> split and unclaimed, left open by a run that died, or
034600 *> refused by the merge.
034600 *> -------------------------------------------------------
034600 5000-SCAN-PARTITIONS.
034600     MOVE 0 TO WS-LATEST-PARENT-ID.
034600     MOVE 0 TO WS-PART-RUN-ID.
034600     MOVE 'N' TO WS-PART-WAITING-SW.
034600     MOVE 'N' TO WS-EOF-SW.
034600     OPEN INPUT PARTITION-REGISTRY.
034600     IF PART-REG-NOT-FOUND
034600         GO TO 5000-EXIT
034600     END-IF.
034600     MOVE LOW-VALUES TO PARTITION-KEY.
034600     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
034600         INVALID KEY
034600             MOVE 'Y' TO WS-EOF-SW
034600     END-START.
034600     PERFORM 5100-READ-ONE-PARTITION THRU 5100-EXIT
034600         UNTIL END-OF-REGISTRY.
034600     CLOSE PARTITION-REGISTRY.
034600 5000-EXIT.
034600     EXIT.
034600
034600 5100-READ-ONE-PARTITION.
034600     READ PARTITION-REGISTRY NEXT RECORD
034600         AT END
034600             MOVE 'Y' TO WS-EOF-SW
034600             GO TO 5100-EXIT
034600     END-READ.
034600     IF PT-PARENT-RUN-ID NOT = WS-LATEST-PARENT-ID
034600         MOVE PT-PARENT-RUN-ID TO WS-LATEST-PARENT-ID
034600         MOVE 0 TO WS-PART-RUN-ID
034600         MOVE 'N' TO WS-PART-WAITING-SW
034600     END-IF.
034600     IF PT-PARTITION-NUMBER = WS-ROW-PARTITION
034600         MOVE PT-RUN-ID TO WS-PART-RUN-ID
034600         IF PT-STATUS-SPLIT OR PT-STATUS-OPEN
034600             OR PT-STATUS-REFUSED
034600             SET PARTITION-WAITING TO TRUE
034600         END-IF
034600     END-IF.
034600 5100-EXIT.
034600     EXIT.
034700
034700 *> -------------------------------------------------------
034700 *> 6000-CHECK-NIGHTS - walks the expected nights from the
034700 *> start of the look-back to the night before the stream
034700 *> date.  The registry's first night bounds the walk, so a
034700 *> new registry, or one the purge has trimmed, does not
034700 *> report nights from before the stream ever ran.
034700 *> -------------------------------------------------------
034700 6000-CHECK-NIGHTS.
034700     MOVE 0 TO WS-FIRST-STREAM-DATE.
034700     MOVE 'N' TO WS-EOF-SW.
034700     MOVE 0 TO SJ-STREAM-DATE.
034700     MOVE 0 TO SJ-STEP-NUMBER.
034700     START STEP-REGISTRY KEY NOT LESS THAN STEP-REG-KEY
034700         INVALID KEY
034700             MOVE 'Y' TO WS-EOF-SW
034700     END-START.
034700     IF NOT END-OF-REGISTRY
034700         READ STEP-REGISTRY NEXT RECORD
034700             AT END
034700                 MOVE 'Y' TO WS-EOF-SW
034700             NOT AT END
034700                 MOVE SJ-STREAM-DATE TO WS-FIRST-STREAM-DATE
034700         END-READ
034700     END-IF.
034700     IF WS-FIRST-STREAM-DATE = 0
034700         OR WS-FIRST-STREAM-DATE NOT < WS-STREAM-DATE
034700         WRITE OUT-LINE FROM CHECK-NONE-LINE
034700             AFTER ADVANCING 1 LINE
034700         MOVE 0 TO RETURN-CODE
034700         GO TO 6000-EXIT
034700     END-IF.
034700     COMPUTE WS-CHECK-END-INT =
034700         FUNCTION INTEGER-OF-DATE(WS-STREAM-DATE) - 1.
034700     COMPUTE WS-CHECK-INT =
034700         WS-CHECK-END-INT - WS-LOOKBACK-DAYS + 1.
034700     COMPUTE WS-FIRST-STREAM-INT =
034700         FUNCTION INTEGER-OF-DATE(WS-FIRST-STREAM-DATE).
034700     IF WS-CHECK-INT < WS-FIRST-STREAM-INT
034700         MOVE WS-FIRST-STREAM-INT TO WS-CHECK-INT
034700     END-IF.
034700     COMPUTE CH-FROM-DATE =
034700         FUNCTION DATE-OF-INTEGER(WS-CHECK-INT).
034700     COMPUTE CH-TO-DATE =
034700         FUNCTION DATE-OF-INTEGER(WS-CHECK-END-INT).
034700     WRITE OUT-LINE FROM CHECK-HEAD-LINE AFTER ADVANCING 1 LINE.
034700     PERFORM 6100-CHECK-ONE-NIGHT THRU 6100-EXIT
034700         UNTIL WS-CHECK-INT > WS-CHECK-END-INT.
034700     MOVE ' NIGHTS CHECKED........: ' TO CC-LABEL.
034700     MOVE WS-NIGHTS-CHECKED TO CC-COUNT.
034700     WRITE OUT-LINE FROM CHECK-COUNT-LINE AFTER ADVANCING 2 LINES.
034700     MOVE ' NIGHTS MISSED.........: ' TO CC-LABEL.
034700     MOVE WS-NIGHTS-MISSED TO CC-COUNT.
034700     WRITE OUT-LINE FROM CHECK-COUNT-LINE AFTER ADVANCING 1 LINE.
034700     MOVE ' NIGHTS NOT FINISHED...: ' TO CC-LABEL.
034700     MOVE WS-NIGHTS-UNFINISHED TO CC-COUNT.
034700     WRITE OUT-LINE FROM CHECK-COUNT-LINE AFTER ADVANCING 1 LINE.
034700     MOVE ' NIGHTS CAUGHT UP......: ' TO CC-LABEL.
034700     MOVE WS-NIGHTS-CAUGHT-UP TO CC-COUNT.
034700     WRITE OUT-LINE FROM CHECK-COUNT-LINE AFTER ADVANCING 1 LINE.
034700     IF WS-NIGHTS-MISSED > 0
034700         PERFORM 6300-ALERT-MISSED THRU 6300-EXIT
034700     END-IF.
034700     IF WS-NIGHTS-MISSED > 0 OR WS-NIGHTS-UNFINISHED > 0
034700         MOVE 4 TO RETURN-CODE
034700     ELSE
034700         MOVE 0 TO RETURN-CODE
034700     END-IF.
034700 6000-EXIT.
034700     EXIT.
034700
034700 *> -------------------------------------------------------
034700 *> 6100-CHECK-ONE-NIGHT - one night's rows.  None at all is
034700 *> a night the stream never ran; a step 01 row not closed
034700 *> is a night whose standing orders were never generated -
034700 *> both need a catch-up.  Generated but with a step open or
034700 *> the final step not closed is a night to restart.  A
034700 *> night with nothing wrong is not listed.
034700 *> -------------------------------------------------------
034700 6100-CHECK-ONE-NIGHT.
034700     COMPUTE WS-CHECK-DATE =
034700         FUNCTION DATE-OF-INTEGER(WS-CHECK-INT).
034700     COMPUTE WS-CHECK-DOW = FUNCTION MOD(WS-CHECK-INT, 7).
034700     ADD 1 TO WS-CHECK-INT.
034700     *> day 1 was a Monday: 6 is a Saturday and 0 a Sunday.
034700     IF SCHEDULE-WEEKDAYS
034700         AND (WS-CHECK-DOW = 0 OR WS-CHECK-DOW = 6)
034700         GO TO 6100-EXIT
034700     END-IF.
034700     ADD 1 TO WS-NIGHTS-CHECKED.
034700     MOVE 0 TO WS-NIGHT-ROWS.
034700     MOVE 0 TO WS-NIGHT-OPEN-ROWS.
034700     MOVE SPACE TO WS-GEN-ROW-SW.
034700     MOVE 'N' TO WS-FINAL-CLOSED-SW.
034700     MOVE 'N' TO WS-EOF-SW.
034700     MOVE WS-CHECK-DATE TO SJ-STREAM-DATE.
034700     MOVE 0 TO SJ-STEP-NUMBER.
034700     START STEP-REGISTRY KEY NOT LESS THAN STEP-REG-KEY
034700         INVALID KEY
034700             MOVE 'Y' TO WS-EOF-SW
034700     END-START.
034700     PERFORM 6200-TALLY-ONE-ROW THRU 6200-EXIT
034700         UNTIL END-OF-REGISTRY.
034700     MOVE WS-CHECK-DATE TO NL-NIGHT-DATE.
034700     IF WS-NIGHT-ROWS = 0
034700         MOVE NOT-RUN-TEXT TO NL-NIGHT-TEXT
034700         PERFORM 6150-COUNT-MISSED THRU 6150-EXIT
034700     ELSE
034700         IF GEN-ROW-CAUGHT-UP
034700             MOVE CAUGHT-UP-TEXT TO NL-NIGHT-TEXT
034700             ADD 1 TO WS-NIGHTS-CAUGHT-UP
034700         ELSE
034700             IF NOT GEN-ROW-CLOSED
034700                 MOVE NOT-GENERATED-TEXT TO NL-NIGHT-TEXT
034700                 PERFORM 6150-COUNT-MISSED THRU 6150-EXIT
034700             ELSE
034700                 IF WS-NIGHT-OPEN-ROWS = 0 AND FINAL-STEP-CLOSED
034700                     GO TO 6100-EXIT
034700                 END-IF
034700                 MOVE NOT-FINISHED-TEXT TO NL-NIGHT-TEXT
034700                 ADD 1 TO WS-NIGHTS-UNFINISHED
034700             END-IF
034700         END-IF
034700     END-IF.
034700     WRITE OUT-LINE FROM NIGHT-LINE AFTER ADVANCING 1 LINE.
034700 6100-EXIT.
034700     EXIT.
034700
034700 6150-COUNT-MISSED.
034700     ADD 1 TO WS-NIGHTS-MISSED.
034700     IF WS-FIRST-MISSED-DATE = 0
034700         MOVE WS-CHECK-DATE TO WS-FIRST-MISSED-DATE
034700     END-IF.
034700 6150-EXIT.
034700     EXIT.
034700
034700 6200-TALLY-ONE-ROW.
034700     READ STEP-REGISTRY NEXT RECORD
034700         AT END
034700             MOVE 'Y' TO WS-EOF-SW
034700             GO TO 6200-EXIT
034700     END-READ.
034700     IF SJ-STREAM-DATE NOT = WS-CHECK-DATE
034700         MOVE 'Y' TO WS-EOF-SW
034700         GO TO 6200-EXIT
034700     END-IF.
034700     ADD 1 TO WS-NIGHT-ROWS.
034700     IF NOT SJ-STATUS-CLOSED
034700         ADD 1 TO WS-NIGHT-OPEN-ROWS
034700     END-IF.
034700     IF SJ-STEP-NUMBER = 01
034700         IF SJ-STATUS-CLOSED
034700             IF SJ-CAUGHT-UP
034700                 SET GEN-ROW-CAUGHT-UP TO TRUE
034700             ELSE
034700                 SET GEN-ROW-CLOSED TO TRUE
034700             END-IF
034700         ELSE
034700             SET GEN-ROW-OPEN TO TRUE
034700         END-IF
034700     END-IF.
034700     IF SJ-STEP-NUMBER = WS-FINAL-STEP AND SJ-STATUS-CLOSED
034700         SET FINAL-STEP-CLOSED TO TRUE
034700     END-IF.
034700 6200-EXIT.
034700     EXIT.
034700
034700 *> -------------------------------------------------------
034700 *> 6300-ALERT-MISSED - one MN alert for the check, naming
034700 *> the nights missed and the first of them; it is raised
034700 *> again each night until the catch-up has been run.
034700 *> -------------------------------------------------------
034700 6300-ALERT-MISSED.
034700     MOVE WS-NIGHTS-MISSED TO MA-MISSED.
034700     MOVE WS-FIRST-MISSED-DATE TO MA-FIRST-DATE.
034700     MOVE SPACES TO ALERT-PARAMETERS.
034700     SET AP-RAISE-ALERT TO TRUE.
034700     MOVE 'E' TO AP-SEVERITY.
034700     MOVE 'MN' TO AP-EVENT-CODE.
034700     MOVE 'SQRTSTEP' TO AP-PROGRAM-NAME.
034700     MOVE 0 TO AP-RUN-ID.
034700     MOVE MISSED-ALERT-MESSAGE TO AP-MESSAGE.
034700     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
034700 6300-EXIT.
034700     EXIT.
