000100 *> ---------------------------------------------------------
000200 *> SQRTALRT - the operations alert console.  Alerts are
000300 *> written to ALRTFILE by the programs that see trouble as
000400 *> it happens (see ALRTREC); this is where an operator
000500 *> works them off.  After the usual sign-on:
000600 *>   L - lists every open alert, oldest first, supervisor
000700 *>       level flagged;
000800 *>   A - acknowledges one alert by its key (the date, time
000900 *>       and sequence the list shows) with a note saying
001000 *>       what was done about it.  A note is required, and an
001100 *>       alert already raised to supervisor level can only
001200 *>       be acknowledged by a supervisor (level 2+);
001300 *>   anything else ends the session.
001400 *> Every sign-on refusal here is posted to SQRTALRT_POST
001500 *> like any other program's.
001600 *>   RC 0 - no open alerts left at the end of the session.
001700 *>   RC 4 - open alerts remain.
001800 *>   RC 8 - sign-on refused.
001900 *>   RC 16 - ALRTFILE could not be opened.
002000 *>
002100 *> Modification History:
002200 *>   2026-10-15  DW   New program.
002300 *> ---------------------------------------------------------
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. SQRTALRT.
002600 AUTHOR. D. WHITFIELD.
002700 INSTALLATION. ENGINEERING SYSTEMS.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003400     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALRTFILE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ALERT-KEY
003800         FILE STATUS IS WS-ALERT-FILE-STATUS.
003900     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS OM-OPERATOR-ID
004300         FILE STATUS IS WS-OPER-FILE-STATUS.
004400     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SEC-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  STANDARD-OUTPUT.
005000     01 OUT-LINE  PICTURE X(100).
005100 FD  ALERT-FILE.
005200     COPY ALRTREC.
005300 FD  OPERATOR-MASTER.
005400     COPY OPERREC.
005500 FD  SECURITY-LOG.
005600     COPY SECREC.
005700 WORKING-STORAGE SECTION.
005800 *> -------------------------------------------------------
005900 *> file statuses and read control
006000 *> -------------------------------------------------------
006100 77  WS-ALERT-FILE-STATUS       PICTURE X(02) VALUE '00'.
006200     88 ALERT-FILE-OK                         VALUE '00'.
006300     88 ALERT-FILE-NOT-FOUND                  VALUE '35'.
006400 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
006500     88 END-OF-ALERTS                         VALUE 'Y'.
006600 77  WS-ACTION-ENTRY            PICTURE X(01) VALUE SPACE.
006700     88 ACTION-LIST                           VALUE 'L'.
006800     88 ACTION-ACKNOWLEDGE                    VALUE 'A'.
006900 77  WS-SESSION-SW              PICTURE X(01) VALUE 'N'.
007000     88 SESSION-ENDS                          VALUE 'E'.
007100 *> -------------------------------------------------------
007200 *> the alert being acknowledged, as keyed.
007300 *> -------------------------------------------------------
007400 01  WS-KEY-ENTRY.
007500     02 WS-KEY-DATE             PICTURE X(08).
007600     02 WS-KEY-TIME             PICTURE X(08).
007700     02 WS-KEY-SEQ              PICTURE X(02).
007800 01  WS-KEY-ENTRY-NUM REDEFINES WS-KEY-ENTRY.
007900     02 WS-KEY-DATE-NUM         PICTURE 9(08).
008000     02 WS-KEY-TIME-NUM         PICTURE 9(08).
008100     02 WS-KEY-SEQ-NUM          PICTURE 9(02).
008200 77  WS-NOTE-ENTRY              PICTURE X(40) VALUE SPACES.
008300 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
008400 77  WS-NOW-TIME                PICTURE 9(08) VALUE 0.
008500 *> -------------------------------------------------------
008600 *> session counts
008700 *> -------------------------------------------------------
008800 77  WS-ALERTS-LISTED           PICTURE 9(05) COMP VALUE 0.
008900 77  WS-ALERTS-ACKED            PICTURE 9(05) COMP VALUE 0.
009000 77  WS-ALERTS-OPEN             PICTURE 9(05) COMP VALUE 0.
009100 77  WS-SUPV-OPEN               PICTURE 9(05) COMP VALUE 0.
009200 *> -------------------------------------------------------
009300 *> the signed-on operator and the sign-on security log.
009400 *> -------------------------------------------------------
009500 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
009600 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
009700     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
009800 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
009900     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
010000 77  WS-OPER-LEVEL              PICTURE 9(01) VALUE 0.
010100     88 OPER-IS-SUPERVISOR                    VALUE 2 THRU 9.
010200 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
010300     88 SEC-FILE-OK                      VALUE '00' '05'.
010400 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
010500 COPY ALRTPARM.
010600 *> -------------------------------------------------------
010700 *> prompts and report lines
010800 *> -------------------------------------------------------
010900 01  WELCOME.
011000     02 FILLER PICTURE X(34) VALUE
011100        ' OPERATIONS ALERT CONSOLE         '.
011200 01  OPERATOR-PROMPT.
011300     02 FILLER PICTURE X(29) VALUE
011400        ' ENTER YOUR OPERATOR ID:     '.
011500 01  OPER-REJECT-MESS.
011600     02 FILLER PICTURE X(40) VALUE
011700        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
011800 01  ACTION-PROMPT.
011900     02 FILLER PICTURE X(44) VALUE
012000        ' ENTER L LIST OPEN ALERTS, A ACKNOWLEDGE, OR'.
012100     02 FILLER PICTURE X(15) VALUE ' X EXIT:       '.
012200 01  KEY-PROMPT.
012300     02 FILLER PICTURE X(48) VALUE
012400        ' ENTER ALERT KEY (DATE, TIME, SEQ - 18 DIGITS): '.
012500 01  NOTE-PROMPT.
012600     02 FILLER PICTURE X(45) VALUE
012700        ' ENTER ACKNOWLEDGMENT NOTE (UP TO 40 CHARS): '.
012800 01  LIST-HEADER-LINE.
012900     02 FILLER PICTURE X(44) VALUE
013000        ' KEY                SV EV LV PROGRAM    RUN '.
013100     02 FILLER PICTURE X(16) VALUE 'ID              '.
013200 01  LIST-ALERT-LINE.
013300     02 FILLER PICTURE X(01) VALUE SPACE.
013400     02 LA-ALERT-DATE        PICTURE 9(08).
013500     02 LA-ALERT-TIME        PICTURE 9(08).
013600     02 LA-ALERT-SEQ         PICTURE 9(02).
013700     02 FILLER PICTURE X(02) VALUE SPACES.
013800     02 LA-SEVERITY          PICTURE X(01).
013900     02 FILLER PICTURE X(02) VALUE SPACES.
014000     02 LA-EVENT-CODE        PICTURE X(02).
014100     02 FILLER PICTURE X(02) VALUE SPACES.
014200     02 LA-LEVEL             PICTURE X(01).
014300     02 FILLER PICTURE X(02) VALUE SPACES.
014400     02 LA-PROGRAM-NAME      PICTURE X(10).
014500     02 FILLER PICTURE X(01) VALUE SPACE.
014600     02 LA-RUN-ID            PICTURE 9(16).
014700     02 FILLER PICTURE X(01) VALUE SPACE.
014800     02 LA-SUPV-FLAG         PICTURE X(12).
014900 01  LIST-MESSAGE-LINE.
015000     02 FILLER PICTURE X(20) VALUE SPACES.
015100     02 LM-MESSAGE           PICTURE X(50).
015200     02 FILLER PICTURE X(02) VALUE SPACES.
015300     02 LM-OPERATOR-ID       PICTURE X(08).
015400 01  NO-ALERTS-LINE.
015500     02 FILLER PICTURE X(20) VALUE ' NO OPEN ALERTS.    '.
015600 01  NOT-FOUND-MESS.
015700     02 FILLER PICTURE X(36) VALUE
015800        ' NO ALERT ON FILE UNDER THAT KEY.   '.
015900 01  ALREADY-ACKED-MESS.
016000     02 FILLER PICTURE X(34) VALUE
016100        ' ALERT ALREADY ACKNOWLEDGED BY    '.
016200     02 AA-ACK-OPERATOR      PICTURE X(08).
016300 01  NOTE-REQUIRED-MESS.
016400     02 FILLER PICTURE X(42) VALUE
016500        ' A NOTE IS REQUIRED - ALERT LEFT OPEN.    '.
016600 01  NOT-SUPERVISOR-MESS.
016700     02 FILLER PICTURE X(43) VALUE
016800        ' SUPERVISOR AUTHORITY REQUIRED (LEVEL 2+). '.
016900     02 FILLER PICTURE X(17) VALUE 'ALERT LEFT OPEN. '.
017000 01  ACKED-MESS.
017100     02 FILLER PICTURE X(22) VALUE ' ALERT ACKNOWLEDGED.  '.
017200 01  QUIT.
017300     02 FILLER PICTURE X(38) VALUE
017400        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
017500 01  WORK-ACKED-LINE.
017600     02 FILLER PICTURE X(25) VALUE ' ALERTS ACKNOWLEDGED...: '.
017700     02 WK-ACKED             PICTURE ZZ,ZZ9.
017800 01  WORK-OPEN-LINE.
017900     02 FILLER PICTURE X(25) VALUE ' ALERTS STILL OPEN.....: '.
018000     02 WK-OPEN              PICTURE ZZ,ZZ9.
018100 01  WORK-SUPV-LINE.
018200     02 FILLER PICTURE X(25) VALUE '   AT SUPERVISOR LEVEL: '.
018300     02 WK-SUPV              PICTURE ZZ,ZZ9.
018400
018500 PROCEDURE DIVISION.
018600 0000-MAINLINE.
018700     OPEN OUTPUT STANDARD-OUTPUT.
018800     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
018900     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
019000     OPEN I-O ALERT-FILE.
019100     IF ALERT-FILE-NOT-FOUND
019200         OPEN OUTPUT ALERT-FILE
019300         CLOSE ALERT-FILE
019400         OPEN I-O ALERT-FILE
019500     END-IF.
019600     IF NOT ALERT-FILE-OK
019700         DISPLAY 'UNABLE TO OPEN ALRTFILE, STATUS '
019800             WS-ALERT-FILE-STATUS
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     PERFORM 2000-TAKE-ONE-ACTION THRU 2000-EXIT
020300         UNTIL SESSION-ENDS.
020400     PERFORM 5000-COUNT-OPEN-ALERTS THRU 5000-EXIT.
020500     CLOSE ALERT-FILE.
020600     PERFORM 6000-PRINT-COUNTS THRU 6000-EXIT.
020700     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
020800     CLOSE STANDARD-OUTPUT.
020900     IF WS-ALERTS-OPEN > 0
021000         MOVE 4 TO RETURN-CODE
021100     ELSE
021200         MOVE 0 TO RETURN-CODE
021300     END-IF.
021400     STOP RUN.
021500
021600 *> -------------------------------------------------------
021700 *> 0600-SIGN-ON-OPERATOR - the operator must be on OPERMAST
021800 *> and active, the same check every program makes.  The
021900 *> authority level is kept: supervisor-level alerts need a
022000 *> supervisor to acknowledge them.  Every attempt lands on
022100 *> the security log.
022200 *> -------------------------------------------------------
022300 0600-SIGN-ON-OPERATOR.
022400     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
022500     ACCEPT WS-OPERATOR-ID.
022600     MOVE 'N' TO WS-OPER-AUTH-SW.
022700     MOVE 'NF' TO WS-SEC-REASON.
022800     OPEN INPUT OPERATOR-MASTER.
022900     IF NOT OPER-FILE-NOT-FOUND
023000         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
023100         READ OPERATOR-MASTER
023200             INVALID KEY
023300                 CONTINUE
023400             NOT INVALID KEY
023500                 IF OM-ACTIVE
023600                     SET OPERATOR-AUTHORIZED TO TRUE
023700                     MOVE 'OK' TO WS-SEC-REASON
023800                     MOVE OM-AUTHORITY-LEVEL TO WS-OPER-LEVEL
023900                 ELSE
024000                     MOVE 'IN' TO WS-SEC-REASON
024100                 END-IF
024200         END-READ
024300         CLOSE OPERATOR-MASTER
024400     ELSE
024500         MOVE 'NM' TO WS-SEC-REASON
024600     END-IF.
024700     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
024800     IF NOT OPERATOR-AUTHORIZED
024900         WRITE OUT-LINE FROM OPER-REJECT-MESS
025000             AFTER ADVANCING 1 LINE
025100         CLOSE STANDARD-OUTPUT
025200         MOVE 8 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500 0600-EXIT.
025600     EXIT.
025700
025800 *> -------------------------------------------------------
025900 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
026000 *> sign-on attempt, accepted or rejected, with the ID
026100 *> exactly as keyed.
026200 *> -------------------------------------------------------
026300 0660-LOG-SIGNON-ATTEMPT.
026400     OPEN EXTEND SECURITY-LOG.
026500     IF NOT SEC-FILE-OK
026600         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
026700             WS-SEC-FILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
027200     ACCEPT SC-RUN-TIME FROM TIME.
027300     MOVE 'SQRTALRT' TO SC-PROGRAM-NAME.
027400     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
027500     IF OPERATOR-AUTHORIZED
027600         SET SC-ACCEPTED TO TRUE
027700     ELSE
027800         SET SC-REJECTED TO TRUE
027900     END-IF.
028000     MOVE WS-SEC-REASON TO SC-REASON.
028100     MOVE SPACES TO SC-FILLER.
028200     WRITE SECURITY-LOG-RECORD.
028300     CLOSE SECURITY-LOG.
028400     IF NOT OPERATOR-AUTHORIZED
028500         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
028600     END-IF.
028700 0660-EXIT.
028800     EXIT.
028900
029000 *> -------------------------------------------------------
029100 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
029200 *> feed, which raises an alert when the ID keeps failing.
029300 *> -------------------------------------------------------
029400 0670-ALERT-SIGNON-REJECT.
029500     MOVE SPACES TO ALERT-PARAMETERS.
029600     SET AP-SIGNON-REJECTED TO TRUE.
029700     MOVE 'SQRTALRT' TO AP-PROGRAM-NAME.
029800     MOVE 0 TO AP-RUN-ID.
029900     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
030000     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
030100 0670-EXIT.
030200     EXIT.
030300
030400 2000-TAKE-ONE-ACTION.
030500     WRITE OUT-LINE FROM ACTION-PROMPT AFTER ADVANCING 1 LINE.
030600     MOVE SPACE TO WS-ACTION-ENTRY.
030700     ACCEPT WS-ACTION-ENTRY.
030800     IF ACTION-LIST
030900         PERFORM 3000-LIST-OPEN-ALERTS THRU 3000-EXIT
031000     ELSE
031100         IF ACTION-ACKNOWLEDGE
031200             PERFORM 4000-ACKNOWLEDGE-ALERT THRU 4000-EXIT
031300         ELSE
031400             MOVE 'E' TO WS-SESSION-SW
031500         END-IF
031600     END-IF.
031700 2000-EXIT.
031800     EXIT.
031900
032000 *> -------------------------------------------------------
032100 *> 3000-LIST-OPEN-ALERTS - every open alert, oldest first,
032200 *> on two lines: the key and what raised it, then the
032300 *> message and the operator it names.
032400 *> -------------------------------------------------------
032500 3000-LIST-OPEN-ALERTS.
032600     MOVE 0 TO WS-ALERTS-LISTED.
032700     MOVE 'N' TO WS-EOF-SW.
032800     MOVE LOW-VALUES TO ALERT-KEY.
032900     START ALERT-FILE KEY NOT LESS THAN ALERT-KEY
033000         INVALID KEY
033100             MOVE 'Y' TO WS-EOF-SW
033200     END-START.
033300     WRITE OUT-LINE FROM LIST-HEADER-LINE AFTER ADVANCING 2 LINES.
033400     PERFORM 3100-LIST-ONE-ALERT THRU 3100-EXIT
033500         UNTIL END-OF-ALERTS.
033600     IF WS-ALERTS-LISTED = 0
033700         WRITE OUT-LINE FROM NO-ALERTS-LINE AFTER ADVANCING 1 LINE
033800     END-IF.
033900 3000-EXIT.
034000     EXIT.
034100
034200 3100-LIST-ONE-ALERT.
034300     READ ALERT-FILE NEXT RECORD
034400         AT END
034500             MOVE 'Y' TO WS-EOF-SW
034600             GO TO 3100-EXIT
034700     END-READ.
034800     IF NOT AT-STATUS-OPEN
034900         GO TO 3100-EXIT
035000     END-IF.
035100     ADD 1 TO WS-ALERTS-LISTED.
035200     MOVE AT-ALERT-DATE TO LA-ALERT-DATE.
035300     MOVE AT-ALERT-TIME TO LA-ALERT-TIME.
035400     MOVE AT-ALERT-SEQ TO LA-ALERT-SEQ.
035500     MOVE AT-SEVERITY TO LA-SEVERITY.
035600     MOVE AT-EVENT-CODE TO LA-EVENT-CODE.
035700     MOVE AT-ALERT-LEVEL TO LA-LEVEL.
035800     MOVE AT-PROGRAM-NAME TO LA-PROGRAM-NAME.
035900     MOVE AT-RUN-ID TO LA-RUN-ID.
036000     IF AT-LEVEL-SUPERVISOR
036100         MOVE 'SUPERVISOR' TO LA-SUPV-FLAG
036200     ELSE
036300         MOVE SPACES TO LA-SUPV-FLAG
036400     END-IF.
036500     WRITE OUT-LINE FROM LIST-ALERT-LINE AFTER ADVANCING 1 LINE.
036600     MOVE AT-MESSAGE TO LM-MESSAGE.
036700     MOVE AT-OPERATOR-ID TO LM-OPERATOR-ID.
036800     WRITE OUT-LINE FROM LIST-MESSAGE-LINE AFTER ADVANCING 1 LINE.
036900 3100-EXIT.
037000     EXIT.
037100
037200 *> -------------------------------------------------------
037300 *> 4000-ACKNOWLEDGE-ALERT - the key as the list shows it,
037400 *> then the note.  The alert is stamped with who, when and
037500 *> the note, and leaves the open list.
037600 *> -------------------------------------------------------
037700 4000-ACKNOWLEDGE-ALERT.
037800     WRITE OUT-LINE FROM KEY-PROMPT AFTER ADVANCING 1 LINE.
037900     MOVE SPACES TO WS-KEY-ENTRY.
038000     ACCEPT WS-KEY-ENTRY.
038100     IF WS-KEY-DATE-NUM NOT NUMERIC
038200         OR WS-KEY-TIME-NUM NOT NUMERIC
038300         OR WS-KEY-SEQ-NUM NOT NUMERIC
038400             WRITE OUT-LINE FROM NOT-FOUND-MESS
038500                 AFTER ADVANCING 1 LINE
038600             GO TO 4000-EXIT
038700     END-IF.
038800     MOVE WS-KEY-DATE-NUM TO AT-ALERT-DATE.
038900     MOVE WS-KEY-TIME-NUM TO AT-ALERT-TIME.
039000     MOVE WS-KEY-SEQ-NUM TO AT-ALERT-SEQ.
039100     READ ALERT-FILE
039200         INVALID KEY
039300             WRITE OUT-LINE FROM NOT-FOUND-MESS
039400                 AFTER ADVANCING 1 LINE
039500             GO TO 4000-EXIT
039600     END-READ.
039700     IF AT-STATUS-ACKNOWLEDGED
039800         MOVE AT-ACK-OPERATOR TO AA-ACK-OPERATOR
039900         WRITE OUT-LINE FROM ALREADY-ACKED-MESS
040000             AFTER ADVANCING 1 LINE
040100         GO TO 4000-EXIT
040200     END-IF.
040300     IF AT-LEVEL-SUPERVISOR AND NOT OPER-IS-SUPERVISOR
040400         WRITE OUT-LINE FROM NOT-SUPERVISOR-MESS
040500             AFTER ADVANCING 1 LINE
040600         GO TO 4000-EXIT
040700     END-IF.
040800     WRITE OUT-LINE FROM NOTE-PROMPT AFTER ADVANCING 1 LINE.
040900     MOVE SPACES TO WS-NOTE-ENTRY.
041000     ACCEPT WS-NOTE-ENTRY.
041100     IF WS-NOTE-ENTRY = SPACES
041200         WRITE OUT-LINE FROM NOTE-REQUIRED-MESS
041300             AFTER ADVANCING 1 LINE
041400         GO TO 4000-EXIT
041500     END-IF.
041600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
041700     ACCEPT WS-NOW-TIME FROM TIME.
041800     MOVE 'AK' TO AT-ALERT-STATUS.
041900     MOVE WS-OPERATOR-ID TO AT-ACK-OPERATOR.
042000     MOVE WS-TODAY-DATE TO AT-ACK-DATE.
042100     MOVE WS-NOW-TIME TO AT-ACK-TIME.
042200     MOVE WS-NOTE-ENTRY TO AT-ACK-NOTE.
042300     REWRITE ALERT-RECORD
042400         INVALID KEY
042500             DISPLAY 'UNABLE TO REWRITE ALRTFILE, STATUS '
042600                 WS-ALERT-FILE-STATUS
042700             GO TO 4000-EXIT
042800     END-REWRITE.
042900     ADD 1 TO WS-ALERTS-ACKED.
043000     WRITE OUT-LINE FROM ACKED-MESS AFTER ADVANCING 1 LINE.
043100 4000-EXIT.
043200     EXIT.
043300
043400 *> -------------------------------------------------------
043500 *> 5000-COUNT-OPEN-ALERTS - what is left open as the
043600 *> session ends, and how much of it is at supervisor level.
043700 *> -------------------------------------------------------
043800 5000-COUNT-OPEN-ALERTS.
043900     MOVE 0 TO WS-ALERTS-OPEN.
044000     MOVE 0 TO WS-SUPV-OPEN.
044100     MOVE 'N' TO WS-EOF-SW.
044200     MOVE LOW-VALUES TO ALERT-KEY.
044300     START ALERT-FILE KEY NOT LESS THAN ALERT-KEY
044400         INVALID KEY
044500             MOVE 'Y' TO WS-EOF-SW
044600     END-START.
044700     PERFORM 5100-COUNT-ONE-ALERT THRU 5100-EXIT
044800         UNTIL END-OF-ALERTS.
044900 5000-EXIT.
045000     EXIT.
045100
045200 5100-COUNT-ONE-ALERT.
045300     READ ALERT-FILE NEXT RECORD
045400         AT END
045500             MOVE 'Y' TO WS-EOF-SW
045600             GO TO 5100-EXIT
045700     END-READ.
045800     IF AT-STATUS-OPEN
045900         ADD 1 TO WS-ALERTS-OPEN
046000         IF AT-LEVEL-SUPERVISOR
046100             ADD 1 TO WS-SUPV-OPEN
046200         END-IF
046300     END-IF.
046400 5100-EXIT.
046500     EXIT.
046600
046700 6000-PRINT-COUNTS.
046800     MOVE WS-ALERTS-ACKED TO WK-ACKED.
046900     WRITE OUT-LINE FROM WORK-ACKED-LINE AFTER ADVANCING 2 LINES.
047000     MOVE WS-ALERTS-OPEN TO WK-OPEN.
047100     WRITE OUT-LINE FROM WORK-OPEN-LINE AFTER ADVANCING 1 LINE.
047200     MOVE WS-SUPV-OPEN TO WK-SUPV.
047300     WRITE OUT-LINE FROM WORK-SUPV-LINE AFTER ADVANCING 1 LINE.
047400 6000-EXIT.
047500     EXIT.
