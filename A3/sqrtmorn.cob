001000 *> top, driven by the same abort-percentage thinking as
001100 *> CP-ABORT-LIMIT-PCT.  The detail reports stay; this is the
001200 *> page that says whether to go read them.  RC 4 means at
001300 *> least one run wants attention.  Ahead of the run pages,
001300 *> the operations alerts: any alert left unacknowledged
001300 *> past the escalation hours is raised to supervisor level,
001300 *> and every open supervisor-level alert is printed first;
001300 *> any open supervisor-level alert also gives RC 4.
001400 *>
001500 *> Modification History:
001600 *>   2026-09-02  DW   New program.
001600 *>   2026-10-15  DW   Partitioned nights: partition runs are
001600 *>                   linked to their parent through PARTREG,
001600 *>                   their audit and exception tallies roll
001600 *>                   into the parent's page, and a parent
001600 *>                   with a partition not yet merged wants
001600 *>                   attention.
001600 *>   2026-10-15  DW   Operations alerts open past the
001600 *>                   escalation hours (third SYSIN entry) are
001600 *>                   raised to supervisor level; open
001600 *>                   supervisor-level alerts print first.
001700 *> ---------------------------------------------------------
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SQRTMORN.
003900     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO "EXCPFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EXCP-FILE-STATUS.
004100     SELECT OPTIONAL PARTITION-REGISTRY ASSIGN TO "PARTREG"
004100         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PARTITION-KEY
004100         FILE STATUS IS WS-PART-REG-STATUS.
004100     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALRTFILE"
004100         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ALERT-KEY
004100         FILE STATUS IS WS-ALERT-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  STANDARD-OUTPUT.
005100     COPY AUDITREC.
005200 FD  EXCEPTION-LOG.
005300     COPY EXCPREC.
005300 FD  PARTITION-REGISTRY.
005300     COPY PARTREC.
005300 FD  ALERT-FILE.
005300     COPY ALRTREC.
005400 WORKING-STORAGE SECTION.
005500 *> -------------------------------------------------------
005600 *> file statuses and read control
006300     88 AUDIT-FILE-NOT-FOUND                  VALUE '35'.
006400 77  WS-EXCP-FILE-STATUS        PICTURE X(02) VALUE '00'.
006500     88 EXCP-FILE-NOT-FOUND                   VALUE '35'.
006500 77  WS-PART-REG-STATUS         PICTURE X(02) VALUE '00'.
006500     88 PART-REG-NOT-FOUND                    VALUE '35'.
006500 77  WS-ALERT-FILE-STATUS       PICTURE X(02) VALUE '00'.
006500     88 ALERT-FILE-OK                   VALUE '00' '05'.
006600 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006700     88 END-OF-INPUT                          VALUE 'Y'.
006800 *> -------------------------------------------------------
007500 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
007600 77  WS-PCT-ENTRY               PICTURE 9(02).
007700 77  WS-ATTENTION-PCT           PICTURE 9(02) VALUE 10.
007700 77  WS-ESC-ENTRY               PICTURE 9(03).
007700 77  WS-ESCALATE-HOURS          PICTURE 9(03) VALUE 8.
007800 *> -------------------------------------------------------
007900 *> the night's runs off the registry, with the audit and
008000 *> exception tallies folded in beside the registered counts.
009900        03 WR-AUD-REJECT        PICTURE 9(07) COMP.
010000        03 WR-AUD-ABORT         PICTURE 9(07) COMP.
010100        03 WR-EXCP-ADDED        PICTURE 9(07) COMP.
010100        03 WR-PARENT-SLOT       PICTURE 9(03) COMP.
010100        03 WR-PARENT-RUN-ID     PICTURE 9(16).
010100        03 WR-PARTITION         PICTURE 9(02).
010100        03 WR-PART-COUNT        PICTURE 9(02) COMP.
010100        03 WR-MERGED-COUNT      PICTURE 9(02) COMP.
010100 *> a PARTREG parent run ID split into its date and time, so
010100 *> the partition sweep can stop once the night moves past.
010100 01  WS-PARENT-KEY.
010100     02 WS-PK-DATE              PICTURE 9(08).
010100     02 WS-PK-TIME              PICTURE 9(08).
010100 77  WS-PARENT-SLOT             PICTURE 9(03) COMP VALUE 0.
010200 *> -------------------------------------------------------
010300 *> verdict arithmetic and the night-wide outcome.
010400 *> -------------------------------------------------------
011010 *> the run ID under lookup, staged here so the slot search
011020 *> never reaches into a record area whose file is closed.
011030 77  WS-LOOKUP-RUN-ID           PICTURE 9(16) VALUE 0.
011030 *> -------------------------------------------------------
011030 *> the alert escalation: an alert still open past the
011030 *> escalation hours goes to supervisor level, and every
011030 *> open supervisor-level alert heads the report.
011030 *> -------------------------------------------------------
011030 77  WS-NOW-TIME                PICTURE 9(08) VALUE 0.
011030 77  WS-NOW-HOUR                PICTURE 9(02) VALUE 0.
011030 77  WS-ALERT-HOUR              PICTURE 9(02) VALUE 0.
011030 77  WS-AGE-DAYS                PICTURE S9(07) COMP VALUE 0.
011030 77  WS-AGE-HOURS               PICTURE S9(09) COMP VALUE 0.
011030 77  WS-ALERTS-ESCALATED        PICTURE 9(05) COMP VALUE 0.
011030 77  WS-SUPV-ALERTS             PICTURE 9(05) COMP VALUE 0.
011030 77  WS-PAGE-STARTED-SW         PICTURE X(01) VALUE 'N'.
011030     88 REPORT-PAGE-STARTED                   VALUE 'Y'.
011100 *> -------------------------------------------------------
011200 *> report lines
011300 *> -------------------------------------------------------
011700 01  PCT-PROMPT.
011800     02 FILLER PICTURE X(48) VALUE
011900        ' ENTER ATTENTION ABORT PERCENT (00 = SHOP 10):  '.
011900 01  ESC-PROMPT.
011900     02 FILLER PICTURE X(48) VALUE
011900        ' ENTER ALERT ESCALATION HOURS (000 = SHOP 008): '.
012000 01  MORN-HEADER-LINE.
012100     02 FILLER PICTURE X(9) VALUE SPACES.
012200     02 FILLER PICTURE X(26) VALUE 'MORNING OPERATIONS SUMMARY'.
015700     02 MO-TIE-OUT           PICTURE X(16).
015800     02 FILLER PICTURE X(14) VALUE '  EXCP ADDED..'.
015900     02 MO-EXCP-ADDED        PICTURE ZZZ,ZZ9.
015900 01  MORN-PART-LINE.
015900     02 FILLER PICTURE X(11) VALUE ' PARTITION '.
015900     02 MP-PARTITION         PICTURE 99.
015900     02 FILLER PICTURE X(15) VALUE ' OF PARENT RUN '.
015900     02 MP-PARENT-RUN-ID     PICTURE 9(16).
015900 01  MORN-PARENT-LINE.
015900     02 FILLER PICTURE X(18) VALUE ' PARTITIONS.......'.
015900     02 MQ-PART-COUNT        PICTURE Z9.
015900     02 FILLER PICTURE X(14) VALUE '  MERGED......'.
015900     02 MQ-MERGED-COUNT      PICTURE Z9.
016000 01  NO-RUNS-LINE.
016100     02 FILLER PICTURE X(36) VALUE
016200        ' NO RUNS REGISTERED FOR THE NIGHT.  '.
016500     02 NT-ATTENTION         PICTURE ZZ9.
016600     02 FILLER PICTURE X(06) VALUE ' OF   '.
016700     02 NT-RUN-COUNT         PICTURE ZZ9.
016700 01  SUPV-TITLE-LINE.
016700     02 FILLER PICTURE X(40) VALUE
016700        ' SUPERVISOR ALERTS - STILL OPEN AFTER   '.
016700     02 ST-ESCALATE-HOURS    PICTURE ZZ9.
016700     02 FILLER PICTURE X(07) VALUE ' HOURS '.
016700 01  SUPV-COLUMN-LINE.
016700     02 FILLER PICTURE X(44) VALUE
016700        ' RAISED            SQ SV EV PROGRAM    RUN I'.
016700     02 FILLER PICTURE X(32) VALUE
016700        'D               OPERATOR ESCALTD'.
016700 01  SUPV-ALERT-LINE.
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-ALERT-DATE        PICTURE 9(08).
016700     02 FILLER PICTURE X(01) VALUE '/'.
016700     02 SA-ALERT-TIME        PICTURE 9(08).
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-ALERT-SEQ         PICTURE 9(02).
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-SEVERITY          PICTURE X(01).
016700     02 FILLER PICTURE X(02) VALUE SPACES.
016700     02 SA-EVENT-CODE        PICTURE X(02).
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-PROGRAM-NAME      PICTURE X(10).
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-RUN-ID            PICTURE 9(16).
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-OPERATOR-ID       PICTURE X(08).
016700     02 FILLER PICTURE X(01) VALUE SPACE.
016700     02 SA-ESCALATED-DATE    PICTURE 9(08).
016700 01  SUPV-MESSAGE-LINE.
016700     02 FILLER PICTURE X(22) VALUE SPACES.
016700     02 SM-MESSAGE           PICTURE X(50).
016700 01  SUPV-TOTAL-LINE.
016700     02 FILLER PICTURE X(25) VALUE ' SUPERVISOR ALERTS OPEN: '.
016700     02 SU-SUPV-ALERTS       PICTURE ZZ,ZZ9.
016700     02 FILLER PICTURE X(26) VALUE '  ESCALATED THIS MORNING: '.
016700     02 SU-ESCALATED         PICTURE ZZ,ZZ9.
016700     02 FILLER PICTURE X(36) VALUE
016700        '  - WORK THEM OFF ON SQRTALRT.      '.
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017900         STOP RUN
018000     END-IF.
018100     PERFORM 2000-COLLECT-NIGHT-RUNS THRU 2000-EXIT.
018100     PERFORM 2500-LINK-PARTITIONS THRU 2500-EXIT.
018200     PERFORM 3000-TALLY-AUDIT-ROWS THRU 3000-EXIT.
018300     PERFORM 3500-TALLY-EXCEPTIONS THRU 3500-EXIT.
018300     PERFORM 3800-ESCALATE-ALERTS THRU 3800-EXIT.
018400     PERFORM 4000-PRINT-SUMMARY-PAGES THRU 4000-EXIT.
018500     CLOSE REPORT-FILE.
018600     CLOSE STANDARD-OUTPUT.
018700     IF WS-NIGHT-ATTENTION > 0 OR WS-SUPV-ALERTS > 0
018800         MOVE 4 TO RETURN-CODE
018900     ELSE
019000         MOVE 0 TO RETURN-CODE
020700     ELSE
020800         MOVE WS-PCT-ENTRY TO WS-ATTENTION-PCT
020900     END-IF.
020900     WRITE OUT-LINE FROM ESC-PROMPT AFTER ADVANCING 1 LINE.
020900     ACCEPT WS-ESC-ENTRY.
020900     IF WS-ESC-ENTRY NOT NUMERIC OR WS-ESC-ENTRY = 0
020900         MOVE 8 TO WS-ESCALATE-HOURS
020900     ELSE
020900         MOVE WS-ESC-ENTRY TO WS-ESCALATE-HOURS
020900     END-IF.
021000 1000-EXIT.
021100     EXIT.
021200
026000         MOVE 0 TO WR-AUD-REJECT (WS-RUN-COUNT)
026100         MOVE 0 TO WR-AUD-ABORT (WS-RUN-COUNT)
026200         MOVE 0 TO WR-EXCP-ADDED (WS-RUN-COUNT)
026200         MOVE 0 TO WR-PARENT-SLOT (WS-RUN-COUNT)
026200         MOVE 0 TO WR-PARENT-RUN-ID (WS-RUN-COUNT)
026200         MOVE 0 TO WR-PARTITION (WS-RUN-COUNT)
026200         MOVE 0 TO WR-PART-COUNT (WS-RUN-COUNT)
026200         MOVE 0 TO WR-MERGED-COUNT (WS-RUN-COUNT)
026300     END-IF.
026400 2100-EXIT.
026500     EXIT.
026500
026500 *> -------------------------------------------------------
026500 *> 2500-LINK-PARTITIONS - the night's partitioned runs off
026500 *> PARTREG.  Each parent slot learns how many partitions it
026500 *> has and how many are merged; each partition run's slot
026500 *> learns its parent, so its tallies roll up to the parent.
026500 *> -------------------------------------------------------
026500 2500-LINK-PARTITIONS.
026500     MOVE 'N' TO WS-EOF-SW.
026500     OPEN INPUT PARTITION-REGISTRY.
026500     IF PART-REG-NOT-FOUND
026500         GO TO 2500-EXIT
026500     END-IF.
026500     MOVE WS-NIGHT-DATE TO WS-PK-DATE.
026500     MOVE 0 TO WS-PK-TIME.
026500     MOVE WS-PARENT-KEY TO PT-PARENT-RUN-ID.
026500     MOVE 0 TO PT-PARTITION-NUMBER.
026500     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
026500         INVALID KEY
026500             MOVE 'Y' TO WS-EOF-SW
026500     END-START.
026500     PERFORM 2600-LINK-ONE-PARTITION THRU 2600-EXIT
026500         UNTIL END-OF-INPUT.
026500     CLOSE PARTITION-REGISTRY.
026500 2500-EXIT.
026500     EXIT.
026500
026500 2600-LINK-ONE-PARTITION.
026500     READ PARTITION-REGISTRY NEXT RECORD
026500         AT END
026500             MOVE 'Y' TO WS-EOF-SW
026500             GO TO 2600-EXIT
026500     END-READ.
026500     MOVE PT-PARENT-RUN-ID TO WS-PARENT-KEY.
026500     IF WS-PK-DATE NOT = WS-NIGHT-DATE
026500         MOVE 'Y' TO WS-EOF-SW
026500         GO TO 2600-EXIT
026500     END-IF.
026500     MOVE PT-PARENT-RUN-ID TO WS-LOOKUP-RUN-ID.
026500     PERFORM 6000-FIND-RUN-SLOT THRU 6000-EXIT.
026500     MOVE WS-RUN-SLOT TO WS-PARENT-SLOT.
026500     IF WS-PARENT-SLOT > 0
026500         ADD 1 TO WR-PART-COUNT (WS-PARENT-SLOT)
026500         IF PT-STATUS-MERGED
026500             ADD 1 TO WR-MERGED-COUNT (WS-PARENT-SLOT)
026500         END-IF
026500     END-IF.
026500     IF PT-RUN-ID = 0
026500         GO TO 2600-EXIT
026500     END-IF.
026500     MOVE PT-RUN-ID TO WS-LOOKUP-RUN-ID.
026500     PERFORM 6000-FIND-RUN-SLOT THRU 6000-EXIT.
026500     IF WS-RUN-SLOT > 0
026500         MOVE WS-PARENT-SLOT TO WR-PARENT-SLOT (WS-RUN-SLOT)
026500         MOVE PT-PARENT-RUN-ID TO WR-PARENT-RUN-ID (WS-RUN-SLOT)
026500         MOVE PT-PARTITION-NUMBER TO WR-PARTITION (WS-RUN-SLOT)
026500     END-IF.
026500 2600-EXIT.
026500     EXIT.
026600
026700 *> -------------------------------------------------------
026800 *> 3000-TALLY-AUDIT-ROWS - one pass of the audit trail; each
029350     MOVE AL-RUN-ID TO WS-LOOKUP-RUN-ID.
029400     PERFORM 6000-FIND-RUN-SLOT THRU 6000-EXIT.
029500     IF WS-RUN-SLOT > 0
029600         PERFORM 3250-TALLY-INTO-SLOT THRU 3250-EXIT
029700         IF WR-PARENT-SLOT (WS-RUN-SLOT) > 0
029800             MOVE WR-PARENT-SLOT (WS-RUN-SLOT) TO WS-RUN-SLOT
029900             PERFORM 3250-TALLY-INTO-SLOT THRU 3250-EXIT
030000         END-IF
030100     END-IF.
030600     PERFORM 3100-READ-AUDIT-ROW THRU 3100-EXIT.
030700 3200-EXIT.
030800     EXIT.
030800
030800 *> a partition run's rows count again on its parent's page.
030800 3250-TALLY-INTO-SLOT.
030800     IF AL-STATUS-OK OR AL-STATUS-NOROOT OR AL-STATUS-RETRY
030800         ADD 1 TO WR-AUD-GOOD (WS-RUN-SLOT)
030800     ELSE
030800         IF AL-STATUS-ERROR
030800             ADD 1 TO WR-AUD-REJECT (WS-RUN-SLOT)
030800         ELSE
030800             ADD 1 TO WR-AUD-ABORT (WS-RUN-SLOT)
030800         END-IF
030800     END-IF.
030800 3250-EXIT.
030800     EXIT.
030900
031000 3500-TALLY-EXCEPTIONS.
031100     MOVE 'N' TO WS-EOF-SW.
033300     PERFORM 6000-FIND-RUN-SLOT THRU 6000-EXIT.
033400     IF WS-RUN-SLOT > 0
033500         ADD 1 TO WR-EXCP-ADDED (WS-RUN-SLOT)
033500         IF WR-PARENT-SLOT (WS-RUN-SLOT) > 0
033500             MOVE WR-PARENT-SLOT (WS-RUN-SLOT) TO WS-RUN-SLOT
033500             ADD 1 TO WR-EXCP-ADDED (WS-RUN-SLOT)
033500         END-IF
033600     END-IF.
033700     PERFORM 3600-READ-EXCP-ROW THRU 3600-EXIT.
033800 3700-EXIT.
033900     EXIT.
034000
034001 *> -------------------------------------------------------
034002 *> 3800-ESCALATE-ALERTS - every alert still open on
034003 *> ALRTFILE.  One at operator level that has gone
034004 *> unacknowledged past the escalation hours is raised to
034005 *> supervisor level and stamped; every open supervisor-
034006 *> level alert is then printed ahead of the run pages.
034007 *> -------------------------------------------------------
034008 3800-ESCALATE-ALERTS.
034009     OPEN I-O ALERT-FILE.
034010     IF NOT ALERT-FILE-OK
034011         GO TO 3800-EXIT
034012     END-IF.
034013     ACCEPT WS-NOW-TIME FROM TIME.
034014     COMPUTE WS-NOW-HOUR = WS-NOW-TIME / 1000000.
034015     MOVE 'N' TO WS-EOF-SW.
034016     MOVE LOW-VALUES TO ALERT-KEY.
034017     START ALERT-FILE KEY NOT LESS THAN ALERT-KEY
034018         INVALID KEY
034019             MOVE 'Y' TO WS-EOF-SW
034020     END-START.
034021     PERFORM 3900-ESCALATE-ONE-ALERT THRU 3900-EXIT
034022         UNTIL END-OF-INPUT.
034023     CLOSE ALERT-FILE.
034024     IF WS-SUPV-ALERTS > 0
034025         MOVE WS-SUPV-ALERTS TO SU-SUPV-ALERTS
034026         MOVE WS-ALERTS-ESCALATED TO SU-ESCALATED
034027         WRITE RPT-LINE FROM SUPV-TOTAL-LINE
034028             AFTER ADVANCING 2 LINES
034029     END-IF.
034030 3800-EXIT.
034031     EXIT.
034032
034033 3900-ESCALATE-ONE-ALERT.
034034     READ ALERT-FILE NEXT RECORD
034035         AT END
034036             MOVE 'Y' TO WS-EOF-SW
034037             GO TO 3900-EXIT
034038     END-READ.
034039     IF NOT AT-STATUS-OPEN
034040         GO TO 3900-EXIT
034041     END-IF.
034042     IF AT-LEVEL-OPERATOR
034043         COMPUTE WS-AGE-DAYS =
034044             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
034045             - FUNCTION INTEGER-OF-DATE(AT-ALERT-DATE)
034046         COMPUTE WS-ALERT-HOUR = AT-ALERT-TIME / 1000000
034047         COMPUTE WS-AGE-HOURS = WS-AGE-DAYS * 24
034048             + WS-NOW-HOUR - WS-ALERT-HOUR
034049         IF WS-AGE-HOURS NOT < WS-ESCALATE-HOURS
034050             SET AT-LEVEL-SUPERVISOR TO TRUE
034051             MOVE WS-TODAY-DATE TO AT-ESCALATED-DATE
034052             MOVE WS-NOW-TIME TO AT-ESCALATED-TIME
034053             REWRITE ALERT-RECORD
034054                 INVALID KEY
034055                     CONTINUE
034056             END-REWRITE
034057             ADD 1 TO WS-ALERTS-ESCALATED
034058         END-IF
034059     END-IF.
034060     IF NOT AT-LEVEL-SUPERVISOR
034061         GO TO 3900-EXIT
034062     END-IF.
034063     IF WS-SUPV-ALERTS = 0
034064         MOVE WS-NIGHT-DATE TO MH-NIGHT-DATE
034065         PERFORM 4050-START-PAGE THRU 4050-EXIT
034066         WRITE RPT-LINE FROM MORN-UNDER-LINE
034067             AFTER ADVANCING 1 LINE
034068         MOVE WS-ESCALATE-HOURS TO ST-ESCALATE-HOURS
034069         WRITE RPT-LINE FROM SUPV-TITLE-LINE
034070             AFTER ADVANCING 1 LINE
034071         WRITE RPT-LINE FROM SUPV-COLUMN-LINE
034072             AFTER ADVANCING 2 LINES
034073     END-IF.
034074     ADD 1 TO WS-SUPV-ALERTS.
034075     MOVE AT-ALERT-DATE TO SA-ALERT-DATE.
034076     MOVE AT-ALERT-TIME TO SA-ALERT-TIME.
034077     MOVE AT-ALERT-SEQ TO SA-ALERT-SEQ.
034078     MOVE AT-SEVERITY TO SA-SEVERITY.
034079     MOVE AT-EVENT-CODE TO SA-EVENT-CODE.
034080     MOVE AT-PROGRAM-NAME TO SA-PROGRAM-NAME.
034081     MOVE AT-RUN-ID TO SA-RUN-ID.
034082     MOVE AT-OPERATOR-ID TO SA-OPERATOR-ID.
034083     MOVE AT-ESCALATED-DATE TO SA-ESCALATED-DATE.
034084     WRITE RPT-LINE FROM SUPV-ALERT-LINE AFTER ADVANCING 1 LINE.
034085     MOVE AT-MESSAGE TO SM-MESSAGE.
034086     WRITE RPT-LINE FROM SUPV-MESSAGE-LINE AFTER ADVANCING 1 LINE.
034087 3900-EXIT.
034088     EXIT.
034089
034100 *> -------------------------------------------------------
034200 *> 6000-FIND-RUN-SLOT - which of the night's runs, if any,
034300 *> the run ID in WS-LOOKUP-RUN-ID belongs to.
036700 4000-PRINT-SUMMARY-PAGES.
036800     IF WS-RUN-COUNT = 0
036900         MOVE WS-NIGHT-DATE TO MH-NIGHT-DATE
037000         PERFORM 4050-START-PAGE THRU 4050-EXIT
037200         WRITE RPT-LINE FROM MORN-UNDER-LINE
037300             AFTER ADVANCING 1 LINE
037400         WRITE RPT-LINE FROM NO-RUNS-LINE AFTER ADVANCING 1 LINE
038200     WRITE RPT-LINE FROM NIGHT-TOTAL-LINE AFTER ADVANCING 2 LINES.
038300 4000-EXIT.
038400     EXIT.
038400
038400 *> -------------------------------------------------------
038400 *> 4050-START-PAGE - the heading line: top of the form for
038400 *> the first page of the report, a new page after that.
038400 *> -------------------------------------------------------
038400 4050-START-PAGE.
038400     IF REPORT-PAGE-STARTED
038400         WRITE RPT-LINE FROM MORN-HEADER-LINE
038400             AFTER ADVANCING PAGE
038400     ELSE
038400         WRITE RPT-LINE FROM MORN-HEADER-LINE
038400             AFTER ADVANCING 0 LINES
038400         SET REPORT-PAGE-STARTED TO TRUE
038400     END-IF.
038400 4050-EXIT.
038400     EXIT.
038500
038600 4100-PRINT-ONE-RUN-PAGE.
038700     PERFORM 4200-SETTLE-VERDICT THRU 4200-EXIT.
038800     MOVE WS-NIGHT-DATE TO MH-NIGHT-DATE.
038900     PERFORM 4050-START-PAGE THRU 4050-EXIT.
039600     WRITE RPT-LINE FROM MORN-UNDER-LINE AFTER ADVANCING 1 LINE.
039700     IF RUN-NEEDS-ATTENTION
039800         WRITE RPT-LINE FROM VERDICT-ATTN-LINE
040700     MOVE WR-MODE (WS-RUN-SUB) TO MR-MODE.
040800     MOVE WR-OPERATOR (WS-RUN-SUB) TO MR-OPERATOR.
040900     WRITE RPT-LINE FROM MORN-RUN-LINE AFTER ADVANCING 2 LINES.
040900     IF WR-PART-COUNT (WS-RUN-SUB) > 0
040900         MOVE WR-PART-COUNT (WS-RUN-SUB) TO MQ-PART-COUNT
040900         MOVE WR-MERGED-COUNT (WS-RUN-SUB) TO MQ-MERGED-COUNT
040900         WRITE RPT-LINE FROM MORN-PARENT-LINE
040900             AFTER ADVANCING 1 LINE
040900     END-IF.
040900     IF WR-PARENT-RUN-ID (WS-RUN-SUB) > 0
040900         MOVE WR-PARTITION (WS-RUN-SUB) TO MP-PARTITION
040900         MOVE WR-PARENT-RUN-ID (WS-RUN-SUB) TO MP-PARENT-RUN-ID
040900         WRITE RPT-LINE FROM MORN-PART-LINE
040900             AFTER ADVANCING 1 LINE
040900     END-IF.
041000     MOVE WR-START-TIME (WS-RUN-SUB) TO MT-START-TIME.
041100     MOVE WR-END-TIME (WS-RUN-SUB) TO MT-END-TIME.
041200     MOVE WR-STATUS (WS-RUN-SUB) TO MT-STATUS.
043100 *> give.  The audit tie-out skips the abort leg for a
043200 *> SQRTRTRY run: its carried-forward rows never reach the
043300 *> audit trail, by design.
043300 *> A partitioned night's parent also wants attention
043300 *> while any of its partitions is still waiting to merge.
043400 *> -------------------------------------------------------
043500 4200-SETTLE-VERDICT.
043600     MOVE 'N' TO WS-ATTENTION-SW.
043800     IF WR-STATUS (WS-RUN-SUB) NOT = 'CL'
043900         SET RUN-NEEDS-ATTENTION TO TRUE
044000     END-IF.
044000     IF WR-MERGED-COUNT (WS-RUN-SUB)
044000         < WR-PART-COUNT (WS-RUN-SUB)
044000         SET RUN-NEEDS-ATTENTION TO TRUE
044000     END-IF.
044100     IF WR-AUD-GOOD (WS-RUN-SUB)
044200         NOT = WR-PROCESSED (WS-RUN-SUB)
044300         OR WR-AUD-REJECT (WS-RUN-SUB)
