000100 *> ---------------------------------------------------------
000200 *> SQRTHOLD - budget-hold release workbench.  SQRTEDIT now
000300 *> holds a request back on HELDINZ when computing it would
000400 *> take its department over the month's DEPTMAST budget;
000500 *> held requests wait here for a supervisor's decision.
000600 *> This program walks the held file row by row, shows the
000700 *> request with the budget and month-to-date spend it was
000800 *> held against, and takes one answer per row: R releases
000900 *> it onto RELSINZ, marked released, which SQRTGEN puts into
001000 *> the next night's INZFILE and the edit then lets through;
001100 *> T returns it to the requester, listed with the
001200 *> department's contact; anything else keeps it held for
001300 *> another day.  Rows kept held are written to HELDCFWD,
001400 *> which the job copies back over HELDINZ.  Only an active
001500 *> supervisor-level operator may sign on.  RC 4 means
001600 *> something was returned to a requester.
001700 *>
001800 *> Modification History:
001900 *>   2026-10-15  DW   New program.
001900 *>   2026-10-15  DW   A refused sign-on is posted to the
001900 *>                   alert feed (SQRTALRT_POST).
002000 *> ---------------------------------------------------------
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SQRTHOLD.
002300 AUTHOR. D. WHITFIELD.
002400 INSTALLATION. ENGINEERING SYSTEMS.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003100     SELECT OPTIONAL HELD-INPUT ASSIGN TO "HELDINZ"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-HELD-FILE-STATUS.
003400     SELECT HELD-CARRY ASSIGN TO "HELDCFWD"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CFWD-FILE-STATUS.
003700     SELECT OPTIONAL RELEASE-OUTPUT ASSIGN TO "RELSINZ"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RELS-FILE-STATUS.
004000     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DM-DEPT-CODE
004400         FILE STATUS IS WS-DEPT-FILE-STATUS.
004500     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OM-OPERATOR-ID
004900         FILE STATUS IS WS-OPER-FILE-STATUS.
005000     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SEC-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STANDARD-OUTPUT.
005600     01 OUT-LINE  PICTURE X(100).
005700 FD  HELD-INPUT.
005800     COPY HELDREC.
005900 FD  HELD-CARRY.
006000     01 HELD-CARRY-RECORD       PICTURE X(120).
006100 FD  RELEASE-OUTPUT.
006200     01 RELEASE-RECORD          PICTURE X(60).
006300 FD  DEPT-MASTER.
006400     COPY DEPTREC.
006500 FD  OPERATOR-MASTER.
006600     COPY OPERREC.
006700 FD  SECURITY-LOG.
006800     COPY SECREC.
006900 WORKING-STORAGE SECTION.
007000 *> -------------------------------------------------------
007100 *> file statuses and read control
007200 *> -------------------------------------------------------
007300 77  WS-HELD-FILE-STATUS        PICTURE X(02) VALUE '00'.
007400     88 HELD-FILE-NOT-FOUND                   VALUE '35'.
007500 77  WS-CFWD-FILE-STATUS        PICTURE X(02) VALUE '00'.
007600     88 CFWD-FILE-OK                          VALUE '00'.
007700 77  WS-RELS-FILE-STATUS        PICTURE X(02) VALUE '00'.
007800     88 RELS-FILE-OK                     VALUE '00' '05'.
007900 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
008000     88 DEPT-FILE-NOT-FOUND                   VALUE '35'.
008100 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
008200     88 END-OF-HELD                           VALUE 'Y'.
008300 *> -------------------------------------------------------
008400 *> the held record image, split the way INZREC lays it out,
008500 *> so the release mark can be set in place.
008600 *> -------------------------------------------------------
008700 01  WS-WORK-IMAGE              PICTURE X(60).
008800 01  WS-WORK-SPLIT REDEFINES WS-WORK-IMAGE.
008900     02 WW-REC-VALUE            PICTURE S9(11)V9(06).
009000     02 WW-REQUEST-ID           PICTURE X(08).
009100     02 WW-DEPARTMENT           PICTURE X(04).
009200     02 WW-ROOT-DEGREE          PICTURE X(02).
009300     02 WW-DECIMAL-PLACES       PICTURE X(02).
009400     02 WW-RESUBMIT-COUNT       PICTURE X(02).
009500     02 WW-BUDGET-RELEASE       PICTURE X(01).
009600     02 FILLER                  PICTURE X(24).
009700 77  WS-ACTION-ENTRY            PICTURE X(01).
009800 *> -------------------------------------------------------
009900 *> control counts.
010000 *> -------------------------------------------------------
010100 77  WS-HELD-READ               PICTURE 9(07) COMP VALUE 0.
010200 77  WS-ROWS-RELEASED           PICTURE 9(07) COMP VALUE 0.
010300 77  WS-ROWS-RETURNED           PICTURE 9(07) COMP VALUE 0.
010400 77  WS-ROWS-KEPT               PICTURE 9(07) COMP VALUE 0.
010500 *> -------------------------------------------------------
010600 *> the signed-on supervisor and the sign-on security log.
010700 *> -------------------------------------------------------
010800 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
010900 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
011000     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
011100 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
011200     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
011300 77  WS-OPER-LEVEL              PICTURE 9(01) VALUE 0.
011400     88 OPER-IS-SUPERVISOR                    VALUE 2 THRU 9.
011500 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
011600     88 SEC-FILE-OK                      VALUE '00' '05'.
011700 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
011700 COPY ALRTPARM.
011800 *> -------------------------------------------------------
011900 *> prompts and report lines
012000 *> -------------------------------------------------------
012100 01  WELCOME.
012200     02 FILLER PICTURE X(34) VALUE
012300        ' BUDGET HOLD RELEASE WORKBENCH    '.
012400 01  OPERATOR-PROMPT.
012500     02 FILLER PICTURE X(29) VALUE
012600        ' ENTER YOUR OPERATOR ID:     '.
012700 01  OPER-REJECT-MESS.
012800     02 FILLER PICTURE X(40) VALUE
012900        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
013000 01  NOT-SUPERVISOR-MESS.
013100     02 FILLER PICTURE X(43) VALUE
013200        ' SUPERVISOR AUTHORITY REQUIRED (LEVEL 2+). '.
013210     02 FILLER PICTURE X(16) VALUE 'RUN ENDS HERE.  '.
013300 01  SHOW-HELD-LINE.
013400     02 FILLER PICTURE X(06) VALUE ' HELD '.
013500     02 SH-HELD-DATE         PICTURE 9(08).
013600     02 FILLER PICTURE X(06) VALUE '  REQ '.
013700     02 SH-REQUEST-ID        PICTURE X(08).
013800     02 FILLER PICTURE X(07) VALUE '  DEPT '.
013900     02 SH-DEPARTMENT        PICTURE X(04).
014000     02 FILLER PICTURE X(05) VALUE '  DG '.
014100     02 SH-DEGREE            PICTURE X(02).
014200     02 FILLER PICTURE X(08) VALUE '  VALUE '.
014300     02 SH-VALUE             PICTURE -Z(10)9.9(6).
014400 01  SHOW-MONEY-LINE.
014500     02 FILLER PICTURE X(09) VALUE ' BUDGET  '.
014600     02 SM-BUDGET            PICTURE Z,ZZZ,ZZ9.99.
014700     02 FILLER PICTURE X(09) VALUE '  SPENT  '.
014800     02 SM-MONTH-SPEND       PICTURE Z,ZZZ,ZZ9.99.
014900     02 FILLER PICTURE X(12) VALUE '  THIS ONE  '.
015000     02 SM-EST-COST          PICTURE ZZ,ZZ9.99.
015100 01  ACTION-PROMPT.
015200     02 FILLER PICTURE X(44) VALUE
015300        ' ENTER R RELEASE, T RETURN TO REQUESTER, OR '.
015400     02 FILLER PICTURE X(15) VALUE 'K KEEP HELD:   '.
015500 01  RELEASED-MESS.
015600     02 FILLER PICTURE X(40) VALUE
015700        ' RELEASED - QUEUED FOR THE NEXT NIGHT.  '.
015800 01  RETURNED-MESS.
015900     02 FILLER PICTURE X(30) VALUE
016000        ' RETURNED TO REQUESTER - CALL '.
016100     02 RM-CONTACT           PICTURE X(25).
016200 01  KEPT-MESS.
016300     02 FILLER PICTURE X(30) VALUE
016400        ' KEPT HELD FOR ANOTHER DAY.   '.
016500 01  NO-HELD-LINE.
016600     02 FILLER PICTURE X(36) VALUE
016700        ' HELDINZ NOT FOUND - NOTHING TO WORK'.
016800 01  QUIT.
016900     02 FILLER PICTURE X(38) VALUE
017000        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
017100 01  WORK-READ-LINE.
017200     02 FILLER PICTURE X(25) VALUE ' HELD REQUESTS WORKED..: '.
017300     02 WK-HELD-READ         PICTURE ZZZ,ZZ9.
017400 01  WORK-RELEASE-LINE.
017500     02 FILLER PICTURE X(25) VALUE ' RELEASED..............: '.
017600     02 WK-RELEASED          PICTURE ZZZ,ZZ9.
017700 01  WORK-RETURN-LINE.
017800     02 FILLER PICTURE X(25) VALUE ' RETURNED TO REQUESTER.: '.
017900     02 WK-RETURNED          PICTURE ZZZ,ZZ9.
018000 01  WORK-KEPT-LINE.
018100     02 FILLER PICTURE X(25) VALUE ' STILL HELD............: '.
018200     02 WK-KEPT              PICTURE ZZZ,ZZ9.
018300
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     OPEN OUTPUT STANDARD-OUTPUT.
018700     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
018800     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
018900     OPEN OUTPUT HELD-CARRY.
019000     IF NOT CFWD-FILE-OK
019100         DISPLAY 'UNABLE TO OPEN HELDCFWD, STATUS '
019200             WS-CFWD-FILE-STATUS
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019600     OPEN EXTEND RELEASE-OUTPUT.
019700     IF NOT RELS-FILE-OK
019800         DISPLAY 'UNABLE TO OPEN RELSINZ, STATUS '
019900             WS-RELS-FILE-STATUS
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     OPEN INPUT DEPT-MASTER.
020400     OPEN INPUT HELD-INPUT.
020500     IF HELD-FILE-NOT-FOUND
020600         WRITE OUT-LINE FROM NO-HELD-LINE AFTER ADVANCING 1 LINE
020700         MOVE 'Y' TO WS-EOF-SW
020800     ELSE
020900         PERFORM 2000-READ-HELD THRU 2000-EXIT
021000     END-IF.
021100     PERFORM 3000-WORK-ONE-HELD THRU 3000-EXIT
021200         UNTIL END-OF-HELD.
021300     IF NOT HELD-FILE-NOT-FOUND
021400         CLOSE HELD-INPUT
021500     END-IF.
021600     IF NOT DEPT-FILE-NOT-FOUND
021700         CLOSE DEPT-MASTER
021800     END-IF.
021900     CLOSE HELD-CARRY.
022000     CLOSE RELEASE-OUTPUT.
022100     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
022200     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
022300     CLOSE STANDARD-OUTPUT.
022400     IF WS-ROWS-RETURNED > 0
022500         MOVE 4 TO RETURN-CODE
022600     ELSE
022700         MOVE 0 TO RETURN-CODE
022800     END-IF.
022900     STOP RUN.
023000
023100 *> -------------------------------------------------------
023200 *> 0600-SIGN-ON-OPERATOR - the operator must be on OPERMAST
023300 *> and active, the same check every program makes, and on
023400 *> top of that supervisor level: releasing a request past
023500 *> its department's budget is a spending decision.  Every
023600 *> attempt lands on the security log.
023700 *> -------------------------------------------------------
023800 0600-SIGN-ON-OPERATOR.
023900     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
024000     ACCEPT WS-OPERATOR-ID.
024100     MOVE 'N' TO WS-OPER-AUTH-SW.
024200     MOVE 'NF' TO WS-SEC-REASON.
024300     OPEN INPUT OPERATOR-MASTER.
024400     IF NOT OPER-FILE-NOT-FOUND
024500         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
024600         READ OPERATOR-MASTER
024700             INVALID KEY
024800                 CONTINUE
024900             NOT INVALID KEY
025000                 IF OM-ACTIVE
025100                     SET OPERATOR-AUTHORIZED TO TRUE
025200                     MOVE 'OK' TO WS-SEC-REASON
025300                     MOVE OM-AUTHORITY-LEVEL TO WS-OPER-LEVEL
025400                 ELSE
025500                     MOVE 'IN' TO WS-SEC-REASON
025600                 END-IF
025700         END-READ
025800         CLOSE OPERATOR-MASTER
025900     ELSE
026000         MOVE 'NM' TO WS-SEC-REASON
026100     END-IF.
026200     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
026300     IF NOT OPERATOR-AUTHORIZED
026400         WRITE OUT-LINE FROM OPER-REJECT-MESS
026500             AFTER ADVANCING 1 LINE
026600         CLOSE STANDARD-OUTPUT
026700         STOP RUN
026800     END-IF.
026900     IF NOT OPER-IS-SUPERVISOR
027000         WRITE OUT-LINE FROM NOT-SUPERVISOR-MESS
027100             AFTER ADVANCING 1 LINE
027200         CLOSE STANDARD-OUTPUT
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600 0600-EXIT.
027700     EXIT.
027800
027900 *> -------------------------------------------------------
028000 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
028100 *> sign-on attempt, accepted or rejected, with the ID
028200 *> exactly as keyed.
028300 *> -------------------------------------------------------
028400 0660-LOG-SIGNON-ATTEMPT.
028500     OPEN EXTEND SECURITY-LOG.
028600     IF NOT SEC-FILE-OK
028700         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
028800             WS-SEC-FILE-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF.
029200     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
029300     ACCEPT SC-RUN-TIME FROM TIME.
029400     MOVE 'SQRTHOLD' TO SC-PROGRAM-NAME.
029500     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
029600     IF OPERATOR-AUTHORIZED
029700         SET SC-ACCEPTED TO TRUE
029800     ELSE
029900         SET SC-REJECTED TO TRUE
030000     END-IF.
030100     MOVE WS-SEC-REASON TO SC-REASON.
030200     MOVE SPACES TO SC-FILLER.
030300     WRITE SECURITY-LOG-RECORD.
030400     CLOSE SECURITY-LOG.
030400     IF NOT OPERATOR-AUTHORIZED
030400         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
030400     END-IF.
030500 0660-EXIT.
030600     EXIT.
030600
030600 *> -------------------------------------------------------
030600 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
030600 *> feed, which raises an alert when the ID keeps failing.
030600 *> -------------------------------------------------------
030600 0670-ALERT-SIGNON-REJECT.
030600     MOVE SPACES TO ALERT-PARAMETERS.
030600     SET AP-SIGNON-REJECTED TO TRUE.
030600     MOVE 'SQRTHOLD' TO AP-PROGRAM-NAME.
030600     MOVE 0 TO AP-RUN-ID.
030600     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
030600     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
030600 0670-EXIT.
030600     EXIT.
030700
030800 2000-READ-HELD.
030900     READ HELD-INPUT
031000         AT END
031100             MOVE 'Y' TO WS-EOF-SW
031200     END-READ.
031300 2000-EXIT.
031400     EXIT.
031500
031600 *> -------------------------------------------------------
031700 *> 3000-WORK-ONE-HELD - one held row: show it with the
031800 *> money it was held on, take the supervisor's answer, and
031900 *> route the row.  Only R and T settle a row; any other
032000 *> answer, a blank included, keeps it held.
032100 *> -------------------------------------------------------
032200 3000-WORK-ONE-HELD.
032300     ADD 1 TO WS-HELD-READ.
032400     MOVE HQ-RECORD-IMAGE TO WS-WORK-IMAGE.
032500     PERFORM 3100-SHOW-HELD THRU 3100-EXIT.
032600     WRITE OUT-LINE FROM ACTION-PROMPT AFTER ADVANCING 1 LINE.
032700     MOVE SPACE TO WS-ACTION-ENTRY.
032800     ACCEPT WS-ACTION-ENTRY.
032900     IF WS-ACTION-ENTRY = 'R'
033000         PERFORM 3200-RELEASE-HELD THRU 3200-EXIT
033100     ELSE
033200         IF WS-ACTION-ENTRY = 'T'
033300             PERFORM 3300-RETURN-HELD THRU 3300-EXIT
033400         ELSE
033500             WRITE HELD-CARRY-RECORD FROM HELD-REQUEST-RECORD
033600             ADD 1 TO WS-ROWS-KEPT
033700             WRITE OUT-LINE FROM KEPT-MESS AFTER ADVANCING 1 LINE
033800         END-IF
033900     END-IF.
034000     PERFORM 2000-READ-HELD THRU 2000-EXIT.
034100 3000-EXIT.
034200     EXIT.
034300
034400 3100-SHOW-HELD.
034500     MOVE HQ-HELD-DATE TO SH-HELD-DATE.
034600     MOVE HQ-REQUEST-ID TO SH-REQUEST-ID.
034700     MOVE HQ-DEPARTMENT TO SH-DEPARTMENT.
034800     MOVE WW-ROOT-DEGREE TO SH-DEGREE.
034900     IF WW-REC-VALUE NUMERIC
035000         MOVE WW-REC-VALUE TO SH-VALUE
035100     ELSE
035200         MOVE 0 TO SH-VALUE
035300     END-IF.
035400     WRITE OUT-LINE FROM SHOW-HELD-LINE AFTER ADVANCING 1 LINE.
035500     MOVE HQ-BUDGET TO SM-BUDGET.
035600     MOVE HQ-MONTH-SPEND TO SM-MONTH-SPEND.
035700     MOVE HQ-EST-COST TO SM-EST-COST.
035800     WRITE OUT-LINE FROM SHOW-MONEY-LINE AFTER ADVANCING 1 LINE.
035900 3100-EXIT.
036000     EXIT.
036100
036200 *> -------------------------------------------------------
036300 *> 3200-RELEASE-HELD - the original image goes out to
036400 *> RELSINZ with the release mark set, so the next night's
036500 *> edit passes it whatever the month's spend by then.
036600 *> -------------------------------------------------------
036700 3200-RELEASE-HELD.
036800     MOVE 'R' TO WW-BUDGET-RELEASE.
036900     WRITE RELEASE-RECORD FROM WS-WORK-IMAGE.
037000     ADD 1 TO WS-ROWS-RELEASED.
037100     WRITE OUT-LINE FROM RELEASED-MESS AFTER ADVANCING 1 LINE.
037200 3200-EXIT.
037300     EXIT.
037400
037500 *> -------------------------------------------------------
037600 *> 3300-RETURN-HELD - the request is dropped from the hold
037700 *> and listed with the department's contact off DEPTMAST,
037800 *> who takes it up with the requester or asks for budget.
037900 *> -------------------------------------------------------
038000 3300-RETURN-HELD.
038100     MOVE SPACES TO RM-CONTACT.
038200     IF NOT DEPT-FILE-NOT-FOUND
038300         MOVE HQ-DEPARTMENT TO DM-DEPT-CODE
038400         READ DEPT-MASTER
038500             INVALID KEY
038600                 MOVE 'NOT ON DEPTMAST' TO RM-CONTACT
038700             NOT INVALID KEY
038800                 MOVE DM-CONTACT TO RM-CONTACT
038900         END-READ
039000     END-IF.
039100     ADD 1 TO WS-ROWS-RETURNED.
039200     WRITE OUT-LINE FROM RETURNED-MESS AFTER ADVANCING 1 LINE.
039300 3300-EXIT.
039400     EXIT.
039500
039600 5000-PRINT-COUNTS.
039700     MOVE WS-HELD-READ TO WK-HELD-READ.
039800     WRITE OUT-LINE FROM WORK-READ-LINE AFTER ADVANCING 2 LINES.
039900     MOVE WS-ROWS-RELEASED TO WK-RELEASED.
040000     WRITE OUT-LINE FROM WORK-RELEASE-LINE AFTER ADVANCING 1 LINE.
040100     MOVE WS-ROWS-RETURNED TO WK-RETURNED.
040200     WRITE OUT-LINE FROM WORK-RETURN-LINE AFTER ADVANCING 1 LINE.
040300     MOVE WS-ROWS-KEPT TO WK-KEPT.
040400     WRITE OUT-LINE FROM WORK-KEPT-LINE AFTER ADVANCING 1 LINE.
040500 5000-EXIT.
040600     EXIT.
