001300 *> operator-set bounce threshold is refused and listed as
001400 *> returned to the requester instead of looping forever.
001500 *> RC 4 means something was returned to a requester.
001510 *> The operator signs on first, and every row settled lands
001520 *> on the RESUBLOG resubmission log under their ID.
001600 *>
001700 *> Modification History:
001800 *>   2026-09-02  DW   New program.
001810 *>   2026-10-15  DW   Operator sign-on against OPERMAST (logged
001820 *>                   to SECLOG) and a RESUBLOG row for every
001830 *>                   reject written, returned, or skipped, so
001840 *>                   resubmissions can be counted per operator.
001840 *>   2026-10-15  DW   A refused sign-on is posted to the
001840 *>                   alert feed (SQRTALRT_POST).
001900 *> ---------------------------------------------------------
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SQRTRWRK.
003300     SELECT RESUB-OUTPUT ASSIGN TO "RESUBINZ"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RESUB-FILE-STATUS.
003510     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS OM-OPERATOR-ID
003550         FILE STATUS IS WS-OPER-FILE-STATUS.
003560     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
003570         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS WS-SEC-FILE-STATUS.
003585     SELECT OPTIONAL RESUB-LOG ASSIGN TO "RESUBLOG"
003590         ORGANIZATION IS LINE SEQUENTIAL
003595         FILE STATUS IS WS-RLOG-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STANDARD-OUTPUT.
004600        02 RJ-RECORD-IMAGE      PICTURE X(60).
004700 FD  RESUB-OUTPUT.
004800     01 RESUB-RECORD            PICTURE X(60).
004810 FD  OPERATOR-MASTER.
004820     COPY OPERREC.
004830 FD  SECURITY-LOG.
004840     COPY SECREC.
004850 FD  RESUB-LOG.
004860     COPY RSUBREC.
004900 WORKING-STORAGE SECTION.
005000 *> -------------------------------------------------------
005100 *> file statuses and read control
009100 77  WS-ROWS-RESUBMITTED        PICTURE 9(07) COMP VALUE 0.
009200 77  WS-ROWS-SKIPPED            PICTURE 9(07) COMP VALUE 0.
009300 77  WS-ROWS-RETURNED           PICTURE 9(07) COMP VALUE 0.
009310 *> -------------------------------------------------------
009320 *> the signed-on operator, the sign-on security log, and
009330 *> the resubmission log every settled row lands on.
009340 *> -------------------------------------------------------
009350 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
009355 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
009360     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
009365 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
009370     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
009375 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
009380     88 SEC-FILE-OK                      VALUE '00' '05'.
009385 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
009385 COPY ALRTPARM.
009390 77  WS-RLOG-FILE-STATUS        PICTURE X(02) VALUE '00'.
009392     88 RLOG-FILE-OK                     VALUE '00' '05'.
009394 77  WS-RLOG-OUTCOME            PICTURE X(01) VALUE SPACE.
009400 *> -------------------------------------------------------
009500 *> prompts and report lines
009600 *> -------------------------------------------------------
010000 01  BOUNCE-PROMPT.
010100     02 FILLER PICTURE X(46) VALUE
010200        ' ENTER BOUNCE LIMIT (01-99, 00 = SHOP 03):    '.
010210 01  OPERATOR-PROMPT.
010220     02 FILLER PICTURE X(29) VALUE
010230        ' ENTER YOUR OPERATOR ID:     '.
010240 01  OPER-REJECT-MESS.
010250     02 FILLER PICTURE X(40) VALUE
010260        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
010300 01  SHOW-REJECT-LINE.
010400     02 FILLER PICTURE X(09) VALUE ' REASON  '.
010500     02 SR-REASON-CODE       PICTURE X(02).
016700 0000-MAINLINE.
016800     OPEN OUTPUT STANDARD-OUTPUT.
016900     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
016910     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
017000     PERFORM 1000-GET-BOUNCE-LIMIT THRU 1000-EXIT.
017100     OPEN OUTPUT RESUB-OUTPUT.
017200     IF NOT RESUB-FILE-OK
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017710     OPEN EXTEND RESUB-LOG.
017720     IF NOT RLOG-FILE-OK
017730         DISPLAY 'UNABLE TO OPEN RESUBLOG, STATUS '
017740             WS-RLOG-FILE-STATUS
017750         MOVE 16 TO RETURN-CODE
017760         STOP RUN
017770     END-IF.
017800     OPEN INPUT REJECT-INPUT.
017900     IF REJ-FILE-NOT-FOUND
018000         WRITE OUT-LINE FROM NO-REJECTS-LINE
018900         CLOSE REJECT-INPUT
019000     END-IF.
019100     CLOSE RESUB-OUTPUT.
019150     CLOSE RESUB-LOG.
019200     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
019300     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
019400     CLOSE STANDARD-OUTPUT.
019900     END-IF.
020000     STOP RUN.
020100
020101 *> -------------------------------------------------------
020102 *> 0600-SIGN-ON-OPERATOR - the operator correcting rejects
020103 *> must be on OPERMAST and active, the same check the run
020104 *> and maintenance programs make; every attempt lands on
020105 *> the security log, and the accepted ID stamps every
020106 *> RESUBLOG row this sitting writes.
020107 *> -------------------------------------------------------
020108 0600-SIGN-ON-OPERATOR.
020109     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
020110     ACCEPT WS-OPERATOR-ID.
020111     MOVE 'N' TO WS-OPER-AUTH-SW.
020112     MOVE 'NF' TO WS-SEC-REASON.
020113     OPEN INPUT OPERATOR-MASTER.
020114     IF NOT OPER-FILE-NOT-FOUND
020115         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
020116         READ OPERATOR-MASTER
020117             INVALID KEY
020118                 CONTINUE
020119             NOT INVALID KEY
020120                 IF OM-ACTIVE
020121                     SET OPERATOR-AUTHORIZED TO TRUE
020122                     MOVE 'OK' TO WS-SEC-REASON
020123                 ELSE
020124                     MOVE 'IN' TO WS-SEC-REASON
020125                 END-IF
020126         END-READ
020127         CLOSE OPERATOR-MASTER
020128     ELSE
020129         MOVE 'NM' TO WS-SEC-REASON
020130     END-IF.
020131     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
020132     IF NOT OPERATOR-AUTHORIZED
020133         WRITE OUT-LINE FROM OPER-REJECT-MESS
020134             AFTER ADVANCING 1 LINE
020135         CLOSE STANDARD-OUTPUT
020136         STOP RUN
020137     END-IF.
020138 0600-EXIT.
020139     EXIT.
020140
020141 *> -------------------------------------------------------
020142 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
020143 *> sign-on attempt, accepted or rejected, with the ID
020144 *> exactly as keyed.
020145 *> -------------------------------------------------------
020146 0660-LOG-SIGNON-ATTEMPT.
020147     OPEN EXTEND SECURITY-LOG.
020148     IF NOT SEC-FILE-OK
020149         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
020150             WS-SEC-FILE-STATUS
020151         MOVE 16 TO RETURN-CODE
020152         STOP RUN
020153     END-IF.
020154     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
020155     ACCEPT SC-RUN-TIME FROM TIME.
020156     MOVE 'SQRTRWRK' TO SC-PROGRAM-NAME.
020157     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
020158     IF OPERATOR-AUTHORIZED
020159         SET SC-ACCEPTED TO TRUE
020160     ELSE
020161         SET SC-REJECTED TO TRUE
020162     END-IF.
020163     MOVE WS-SEC-REASON TO SC-REASON.
020164     MOVE SPACES TO SC-FILLER.
020165     WRITE SECURITY-LOG-RECORD.
020166     CLOSE SECURITY-LOG.
020166     IF NOT OPERATOR-AUTHORIZED
020166         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
020166     END-IF.
020167 0660-EXIT.
020168     EXIT.
020168
020168 *> -------------------------------------------------------
020168 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
020168 *> feed, which raises an alert when the ID keeps failing.
020168 *> -------------------------------------------------------
020168 0670-ALERT-SIGNON-REJECT.
020168     MOVE SPACES TO ALERT-PARAMETERS.
020168     SET AP-SIGNON-REJECTED TO TRUE.
020168     MOVE 'SQRTRWRK' TO AP-PROGRAM-NAME.
020168     MOVE 0 TO AP-RUN-ID.
020168     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
020168     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
020168 0670-EXIT.
020168     EXIT.
020169
020200 1000-GET-BOUNCE-LIMIT.
020300     WRITE OUT-LINE FROM BOUNCE-PROMPT AFTER ADVANCING 1 LINE.
020400     ACCEPT WS-BOUNCE-ENTRY.
027300                             ADD 1 TO WS-ROWS-SKIPPED
027400                             WRITE OUT-LINE FROM SKIPPED-MESS
027500                                 AFTER ADVANCING 1 LINE
027510                             MOVE 'S' TO WS-RLOG-OUTCOME
027520                             PERFORM 4500-LOG-SETTLEMENT
027530                                 THRU 4500-EXIT
027600                             SET ROW-SETTLED TO TRUE
027700                         END-IF
027800                     END-IF
033800         ADD 1 TO WS-ROWS-RETURNED
033900         WRITE OUT-LINE FROM RETURNED-MESS
034000             AFTER ADVANCING 1 LINE
034010         MOVE 'T' TO WS-RLOG-OUTCOME
034020         PERFORM 4500-LOG-SETTLEMENT THRU 4500-EXIT
034100         GO TO 4000-EXIT
034200     END-IF.
034300     ADD 1 TO WS-NEW-COUNT.
034500     WRITE RESUB-RECORD FROM WS-WORK-IMAGE.
034600     ADD 1 TO WS-ROWS-RESUBMITTED.
034700     WRITE OUT-LINE FROM RESUBMITTED-MESS AFTER ADVANCING 1 LINE.
034710     MOVE 'W' TO WS-RLOG-OUTCOME.
034720     PERFORM 4500-LOG-SETTLEMENT THRU 4500-EXIT.
034800 4000-EXIT.
034900     EXIT.
034910
034920 *> -------------------------------------------------------
034930 *> 4500-LOG-SETTLEMENT - one RESUBLOG row for the reject
034940 *> just settled, under the signed-on operator.
034950 *> -------------------------------------------------------
034960 4500-LOG-SETTLEMENT.
034962     ACCEPT RL-LOG-DATE FROM DATE YYYYMMDD.
034964     ACCEPT RL-LOG-TIME FROM TIME.
034966     MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID.
034968     MOVE WW-REQUEST-ID TO RL-REQUEST-ID.
034970     MOVE WW-DEPARTMENT TO RL-DEPARTMENT.
034972     MOVE RJ-REASON-CODE TO RL-REASON-CODE.
034974     MOVE WS-RLOG-OUTCOME TO RL-OUTCOME.
034976     IF WW-RESUBMIT-NUM NUMERIC
034978         MOVE WW-RESUBMIT-NUM TO RL-RESUBMIT-COUNT
034980     ELSE
034982         MOVE 0 TO RL-RESUBMIT-COUNT
034984     END-IF.
034986     MOVE SPACES TO RL-FILLER.
034988     WRITE RESUB-LOG-RECORD.
034990 4500-EXIT.
034992     EXIT.
035000
035100 5000-PRINT-COUNTS.
035200     MOVE WS-REJECTS-READ TO WK-REJECTS-READ.
