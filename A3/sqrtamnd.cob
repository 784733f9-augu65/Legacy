000100 *> ---------------------------------------------------------
000200 *> SQRTAMND - cancel and amend transactions for requests
000300 *> already in the pipeline.  Once a request was on INZONE,
000400 *> STORDMST or RESUBINZ a department could not withdraw it
000500 *> or fix a wrong degree before the night ran.  A signed-on
000600 *> operator keys the change here for a request ID and
000700 *> department: C cancels the request, A amends its value,
000800 *> degree or decimal places (blank leaves a field alone, RD
000900 *> puts degree or places back to the run default), and W
001000 *> withdraws a change still pending.  The department must
001100 *> be on DEPTMAST and active, and amended fields take the
001200 *> range edits SQRTENTR makes (value nonzero and fitting,
001300 *> degree 02-99, places 00-18); the sign rule is left to
001400 *> tonight's SQRTEDIT, which edits the amended record.
001500 *> Transactions go on the keyed AMNDFILE for SQRTGEN and
001600 *> SQRTEDIT to apply; a new one for the same request and
001700 *> department replaces the last.  L lists what is pending.
001800 *> Every transaction keyed or withdrawn lands on AMNDLOG.
001900 *>   RC 0  - every transaction keyed was taken.
002000 *>   RC 4  - a transaction was refused at keying.
002100 *>   RC 8  - sign-on refused.
002200 *>
002300 *> Modification History:
002400 *>   2026-10-15  DW   New program.
002400 *>   2026-10-15  DW   A refused sign-on is posted to the
002400 *>                   alert feed (SQRTALRT_POST).
002500 *> ---------------------------------------------------------
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. SQRTAMND.
002800 AUTHOR. D. WHITFIELD.
002900 INSTALLATION. ENGINEERING SYSTEMS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003600     SELECT OPTIONAL AMEND-FILE ASSIGN TO "AMNDFILE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS AMEND-KEY
004000         FILE STATUS IS WS-AMND-FILE-STATUS.
004100     SELECT OPTIONAL AMEND-LOG ASSIGN TO "AMNDLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-AMLG-FILE-STATUS.
004400     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DM-DEPT-CODE
004800         FILE STATUS IS WS-DEPT-FILE-STATUS.
004900     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS OM-OPERATOR-ID
005300         FILE STATUS IS WS-OPER-FILE-STATUS.
005400     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SEC-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STANDARD-OUTPUT.
006000     01 OUT-LINE  PICTURE X(80).
006100 FD  AMEND-FILE.
006200     COPY AMNDREC.
006300 FD  AMEND-LOG.
006400     COPY AMLGREC.
006500 FD  DEPT-MASTER.
006600     COPY DEPTREC.
006700 FD  OPERATOR-MASTER.
006800     COPY OPERREC.
006900 FD  SECURITY-LOG.
007000     COPY SECREC.
007100 WORKING-STORAGE SECTION.
007200 *> -------------------------------------------------------
007300 *> file statuses and read control
007400 *> -------------------------------------------------------
007500 77  WS-AMND-FILE-STATUS        PICTURE X(02) VALUE '00'.
007600     88 AMND-FILE-OK                          VALUE '00'.
007700     88 AMND-FILE-NOT-FOUND                   VALUE '35'.
007800 77  WS-AMLG-FILE-STATUS        PICTURE X(02) VALUE '00'.
007900     88 AMLG-FILE-OK                     VALUE '00' '05'.
008000 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
008100     88 DEPT-FILE-OK                          VALUE '00'.
008200 77  WS-DEPT-OPEN-SW            PICTURE X(01) VALUE 'N'.
008300     88 DEPT-MASTER-PRESENT                   VALUE 'Y'.
008400 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
008500     88 END-OF-SCAN                           VALUE 'Y'.
008600 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
008700 77  WS-NOW-TIME                PICTURE 9(08) VALUE 0.
008800 *> -------------------------------------------------------
008900 *> the transaction in hand.
009000 *> -------------------------------------------------------
009100 77  WS-ACTION-ENTRY            PICTURE X(01) VALUE SPACE.
009200     88 SESSION-ENDS                          VALUE 'E'.
009300 77  WS-ID-ENTRY                PICTURE X(08) VALUE SPACES.
009400 77  WS-DEPT-ENTRY              PICTURE X(04) VALUE SPACES.
009500 77  WS-YES-NO                  PICTURE X(01) VALUE SPACE.
009600 77  WS-RAW-INPUT               PICTURE S9(13)V9(8).
009700 77  WS-FIELD-ENTRY             PICTURE X(02) VALUE SPACES.
009800 77  WS-FIELD-NUM REDEFINES WS-FIELD-ENTRY
009900                                  PICTURE 9(02).
010000 77  WS-REASON-ENTRY            PICTURE X(30) VALUE SPACES.
010100 77  WS-REFUSE-REASON           PICTURE X(02) VALUE SPACES.
010200     88 ENTRY-ACCEPTED                        VALUE SPACES.
010300 77  WS-ON-FILE-SW              PICTURE X(01) VALUE 'N'.
010400     88 TRANSACTION-ON-FILE                   VALUE 'Y'.
010500 77  WS-WAS-PENDING-SW          PICTURE X(01) VALUE 'N'.
010600     88 REPLACES-PENDING                      VALUE 'Y'.
010700 01  WS-NEW-TRANSACTION.
010800     02 WT-ACTION               PICTURE X(01).
010900     02 WT-VALUE-SW             PICTURE X(01).
011000     02 WT-NEW-VALUE            PICTURE S9(11)V9(06).
011100     02 WT-NEW-DEGREE           PICTURE X(02).
011200     02 WT-NEW-PLACES           PICTURE X(02).
011300 *> -------------------------------------------------------
011400 *> control counts.
011500 *> -------------------------------------------------------
011600 77  WS-CANCELS-KEYED           PICTURE 9(05) COMP VALUE 0.
011700 77  WS-AMENDS-KEYED            PICTURE 9(05) COMP VALUE 0.
011800 77  WS-WITHDRAWN-COUNT         PICTURE 9(05) COMP VALUE 0.
011900 77  WS-REFUSED-COUNT           PICTURE 9(05) COMP VALUE 0.
012000 77  WS-PENDING-COUNT           PICTURE 9(05) COMP VALUE 0.
012100 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
012200 *> -------------------------------------------------------
012300 *> the signed-on operator and the sign-on security log.
012400 *> -------------------------------------------------------
012500 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
012600 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
012700     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
012800 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
012900     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
013000 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
013100     88 SEC-FILE-OK                      VALUE '00' '05'.
013200 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
013200 COPY ALRTPARM.
013300 *> -------------------------------------------------------
013400 *> prompts and console lines
013500 *> -------------------------------------------------------
013600 01  WELCOME.
013700     02 FILLER PICTURE X(34) VALUE
013800        ' CANCEL AND AMEND REQUESTS        '.
013900 01  OPERATOR-PROMPT.
014000     02 FILLER PICTURE X(29) VALUE
014100        ' ENTER YOUR OPERATOR ID:     '.
014200 01  OPER-REJECT-MESS.
014300     02 FILLER PICTURE X(40) VALUE
014400        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
014500 01  ACTION-PROMPT.
014600     02 FILLER PICTURE X(40) VALUE
014700        ' ENTER C CANCEL, A AMEND, W WITHDRAW A  '.
014800     02 FILLER PICTURE X(30) VALUE
014900        'CHANGE, L LIST PENDING, E END:'.
015000 01  ID-PROMPT.
015100     02 FILLER PICTURE X(29) VALUE
015200        ' ENTER REQUEST ID:           '.
015300 01  DEPT-PROMPT.
015400     02 FILLER PICTURE X(29) VALUE
015500        ' ENTER DEPARTMENT CODE:      '.
015600 01  VALUE-ASK-PROMPT.
015700     02 FILLER PICTURE X(34) VALUE
015800        ' CHANGE THE VALUE (Y/N):          '.
015900 01  VALUE-PROMPT.
016000     02 FILLER PICTURE X(29) VALUE
016100        ' ENTER NEW VALUE:            '.
016200 01  DEGREE-PROMPT.
016300     02 FILLER PICTURE X(40) VALUE
016400        ' ENTER NEW DEGREE (02-99, RD = RUN DEFAU'.
016500     02 FILLER PICTURE X(23) VALUE
016600        'LT, BLANK = UNCHANGED):'.
016700 01  PLACES-PROMPT.
016800     02 FILLER PICTURE X(40) VALUE
016900        ' ENTER NEW PLACES (00-18, RD = RUN DEFAU'.
017000     02 FILLER PICTURE X(23) VALUE
017100        'LT, BLANK = UNCHANGED):'.
017200 01  REASON-PROMPT.
017300     02 FILLER PICTURE X(29) VALUE
017400        ' ENTER REASON FOR THE CHANGE:'.
017500 01  ENTRY-DONE-LINE.
017600     02 ED-ACTION             PICTURE X(10).
017700     02 FILLER PICTURE X(05) VALUE ' REQ '.
017800     02 ED-REQUEST-ID         PICTURE X(08).
017900     02 FILLER PICTURE X(01) VALUE SPACE.
018000     02 ED-DEPARTMENT         PICTURE X(04).
018100     02 FILLER PICTURE X(02) VALUE SPACES.
018200     02 ED-REASON-TEXT        PICTURE X(50).
018300 01  PENDING-HEAD-LINE.
018400     02 FILLER PICTURE X(40) VALUE
018500        ' REQUEST  DEPT ACT VALUE                '.
018600     02 FILLER PICTURE X(40) VALUE
018700        '  DG PL KEYED BY KEYED ON              '.
018800 01  PENDING-DETAIL-LINE.
018900     02 FILLER PICTURE X(01) VALUE SPACE.
019000     02 PD-REQUEST-ID         PICTURE X(08).
019100     02 FILLER PICTURE X(01) VALUE SPACE.
019200     02 PD-DEPARTMENT         PICTURE X(04).
019300     02 FILLER PICTURE X(02) VALUE SPACES.
019400     02 PD-ACTION             PICTURE X(01).
019500     02 FILLER PICTURE X(01) VALUE SPACE.
019600     02 PD-VALUE              PICTURE -Z(10)9.9(6).
019700     02 FILLER PICTURE X(02) VALUE SPACES.
019800     02 PD-DEGREE             PICTURE X(02).
019900     02 FILLER PICTURE X(01) VALUE SPACE.
020000     02 PD-PLACES             PICTURE X(02).
020100     02 FILLER PICTURE X(01) VALUE SPACE.
020200     02 PD-ENTERED-BY         PICTURE X(08).
020300     02 FILLER PICTURE X(01) VALUE SPACE.
020400     02 PD-ENTERED-DATE       PICTURE 9999/99/99.
020500 01  PENDING-NONE-LINE.
020600     02 FILLER PICTURE X(32) VALUE
020700        ' NO CHANGES PENDING ON AMNDFILE.'.
020800 01  ENTRY-COUNT-LINE.
020900     02 EC-LABEL              PICTURE X(25).
021000     02 EC-COUNT              PICTURE ZZ,ZZ9.
021100 01  QUIT.
021200     02 FILLER PICTURE X(38) VALUE
021300        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
021400
021500 PROCEDURE DIVISION.
021600 0000-MAINLINE.
021700     OPEN OUTPUT STANDARD-OUTPUT.
021800     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
021900     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
022000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
022100     MOVE SPACE TO WS-ACTION-ENTRY.
022200     PERFORM 2000-TAKE-ONE-ACTION THRU 2000-EXIT
022300         UNTIL SESSION-ENDS.
022400     CLOSE AMEND-FILE.
022500     CLOSE AMEND-LOG.
022600     IF DEPT-MASTER-PRESENT
022700         CLOSE DEPT-MASTER
022800     END-IF.
022900     PERFORM 6000-PRINT-COUNTS THRU 6000-EXIT.
023000     IF WS-REFUSED-COUNT > 0
023100         MOVE 4 TO WS-RETURN-CODE
023200     END-IF.
023300     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
023400     CLOSE STANDARD-OUTPUT.
023500     MOVE WS-RETURN-CODE TO RETURN-CODE.
023600     STOP RUN.
023700
023800 *> -------------------------------------------------------
023900 *> 0600-SIGN-ON-OPERATOR - the operator keying must be on
024000 *> OPERMAST and active, the same check every program makes;
024100 *> every attempt lands on the security log, and the ID
024200 *> signed on is the one filed against every change.
024300 *> -------------------------------------------------------
024400 0600-SIGN-ON-OPERATOR.
024500     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
024600     ACCEPT WS-OPERATOR-ID.
024700     MOVE 'N' TO WS-OPER-AUTH-SW.
024800     MOVE 'NF' TO WS-SEC-REASON.
024900     OPEN INPUT OPERATOR-MASTER.
025000     IF NOT OPER-FILE-NOT-FOUND
025100         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
025200         READ OPERATOR-MASTER
025300             INVALID KEY
025400                 CONTINUE
025500             NOT INVALID KEY
025600                 IF OM-ACTIVE
025700                     SET OPERATOR-AUTHORIZED TO TRUE
025800                     MOVE 'OK' TO WS-SEC-REASON
025900                 ELSE
026000                     MOVE 'IN' TO WS-SEC-REASON
026100                 END-IF
026200         END-READ
026300         CLOSE OPERATOR-MASTER
026400     ELSE
026500         MOVE 'NM' TO WS-SEC-REASON
026600     END-IF.
026700     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
026800     IF NOT OPERATOR-AUTHORIZED
026900         WRITE OUT-LINE FROM OPER-REJECT-MESS
027000             AFTER ADVANCING 1 LINE
027100         CLOSE STANDARD-OUTPUT
027200         MOVE 8 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500 0600-EXIT.
027600     EXIT.
027700
027800 *> -------------------------------------------------------
027900 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
028000 *> sign-on attempt, accepted or rejected, with the ID
028100 *> exactly as keyed.
028200 *> -------------------------------------------------------
028300 0660-LOG-SIGNON-ATTEMPT.
028400     OPEN EXTEND SECURITY-LOG.
028500     IF NOT SEC-FILE-OK
028600         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
028700             WS-SEC-FILE-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
029200     ACCEPT SC-RUN-TIME FROM TIME.
029300     MOVE 'SQRTAMND' TO SC-PROGRAM-NAME.
029400     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
029500     IF OPERATOR-AUTHORIZED
029600         SET SC-ACCEPTED TO TRUE
029700     ELSE
029800         SET SC-REJECTED TO TRUE
029900     END-IF.
030000     MOVE WS-SEC-REASON TO SC-REASON.
030100     MOVE SPACES TO SC-FILLER.
030200     WRITE SECURITY-LOG-RECORD.
030300     CLOSE SECURITY-LOG.
030300     IF NOT OPERATOR-AUTHORIZED
030300         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
030300     END-IF.
030400 0660-EXIT.
030500     EXIT.
030500
030500 *> -------------------------------------------------------
030500 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
030500 *> feed, which raises an alert when the ID keeps failing.
030500 *> -------------------------------------------------------
030500 0670-ALERT-SIGNON-REJECT.
030500     MOVE SPACES TO ALERT-PARAMETERS.
030500     SET AP-SIGNON-REJECTED TO TRUE.
030500     MOVE 'SQRTAMND' TO AP-PROGRAM-NAME.
030500     MOVE 0 TO AP-RUN-ID.
030500     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
030500     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
030500 0670-EXIT.
030500     EXIT.
030600
030700 *> -------------------------------------------------------
030800 *> 1000-OPEN-FILES - the transaction file is created on
030900 *> first use.  With no department master every department
031000 *> refuses, as it would at tonight's edit.
031100 *> -------------------------------------------------------
031200 1000-OPEN-FILES.
031300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
031400     OPEN I-O AMEND-FILE.
031500     IF AMND-FILE-NOT-FOUND
031600         OPEN OUTPUT AMEND-FILE
031700         CLOSE AMEND-FILE
031800         OPEN I-O AMEND-FILE
031900     END-IF.
032000     IF NOT AMND-FILE-OK
032100         DISPLAY 'UNABLE TO OPEN AMNDFILE, STATUS '
032200             WS-AMND-FILE-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     OPEN EXTEND AMEND-LOG.
032700     IF NOT AMLG-FILE-OK
032800         DISPLAY 'UNABLE TO OPEN AMNDLOG, STATUS '
032900             WS-AMLG-FILE-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300     OPEN INPUT DEPT-MASTER.
033400     IF DEPT-FILE-OK
033500         SET DEPT-MASTER-PRESENT TO TRUE
033600     END-IF.
033700 1000-EXIT.
033800     EXIT.
033900
034000 *> -------------------------------------------------------
034100 *> 2000-TAKE-ONE-ACTION - key a cancel or an amend,
034200 *> withdraw a pending change, list the pending ones, or end
034300 *> the sitting; anything else just asks again.
034400 *> -------------------------------------------------------
034500 2000-TAKE-ONE-ACTION.
034600     WRITE OUT-LINE FROM ACTION-PROMPT AFTER ADVANCING 1 LINE.
034700     MOVE SPACE TO WS-ACTION-ENTRY.
034800     ACCEPT WS-ACTION-ENTRY.
034900     IF WS-ACTION-ENTRY = 'C' OR WS-ACTION-ENTRY = 'A'
035000         PERFORM 3000-KEY-ONE-CHANGE THRU 3000-EXIT
035100     END-IF.
035200     IF WS-ACTION-ENTRY = 'W'
035300         PERFORM 4000-WITHDRAW-ONE-CHANGE THRU 4000-EXIT
035400     END-IF.
035500     IF WS-ACTION-ENTRY = 'L'
035600         PERFORM 5000-LIST-PENDING THRU 5000-EXIT
035700     END-IF.
035800 2000-EXIT.
035900     EXIT.
036000
036100 *> -------------------------------------------------------
036200 *> 2100-GET-KEY - the request ID and department the change
036300 *> is for.  The department is checked here so a mistyped
036400 *> code is refused while the requester is still on the
036500 *> phone, not silently never matched tonight.
036600 *> -------------------------------------------------------
036700 2100-GET-KEY.
036800     WRITE OUT-LINE FROM ID-PROMPT AFTER ADVANCING 1 LINE.
036900     MOVE SPACES TO WS-ID-ENTRY.
037000     ACCEPT WS-ID-ENTRY.
037100     WRITE OUT-LINE FROM DEPT-PROMPT AFTER ADVANCING 1 LINE.
037200     MOVE SPACES TO WS-DEPT-ENTRY.
037300     ACCEPT WS-DEPT-ENTRY.
037400     IF WS-ID-ENTRY = SPACES
037500         MOVE 'ID' TO WS-REFUSE-REASON
037600         GO TO 2100-EXIT
037700     END-IF.
037800     MOVE 'DP' TO WS-REFUSE-REASON.
037900     IF DEPT-MASTER-PRESENT AND WS-DEPT-ENTRY NOT = SPACES
038000         MOVE WS-DEPT-ENTRY TO DM-DEPT-CODE
038100         READ DEPT-MASTER
038200             INVALID KEY
038300                 CONTINUE
038400             NOT INVALID KEY
038500                 IF DM-ACTIVE
038600                     MOVE SPACES TO WS-REFUSE-REASON
038700                 END-IF
038800         END-READ
038900     END-IF.
039000 2100-EXIT.
039100     EXIT.
039200
039300 *> -------------------------------------------------------
039400 *> 2200-READ-TRANSACTION - whatever is on file for the key
039500 *> now, pending or not.
039600 *> -------------------------------------------------------
039700 2200-READ-TRANSACTION.
039800     MOVE 'N' TO WS-ON-FILE-SW.
039900     MOVE 'N' TO WS-WAS-PENDING-SW.
040000     MOVE WS-ID-ENTRY TO AT-REQUEST-ID.
040100     MOVE WS-DEPT-ENTRY TO AT-DEPARTMENT.
040200     READ AMEND-FILE
040300         INVALID KEY
040400             CONTINUE
040500         NOT INVALID KEY
040600             SET TRANSACTION-ON-FILE TO TRUE
040700             IF AT-PENDING
040800                 SET REPLACES-PENDING TO TRUE
040900             END-IF
041000     END-READ.
041100 2200-EXIT.
041200     EXIT.
041300
041400 *> -------------------------------------------------------
041500 *> 3000-KEY-ONE-CHANGE - the key, then for an amend the
041600 *> fields to change, then the reason.  The first edit that
041700 *> fails refuses the change with its reason; a clean one is
041800 *> filed at once, replacing anything already on file for
041900 *> the request and department.
042000 *> -------------------------------------------------------
042100 3000-KEY-ONE-CHANGE.
042200     MOVE SPACES TO WS-REFUSE-REASON.
042300     MOVE WS-ACTION-ENTRY TO WT-ACTION.
042400     MOVE 'N' TO WT-VALUE-SW.
042500     MOVE 0 TO WT-NEW-VALUE.
042600     MOVE SPACES TO WT-NEW-DEGREE.
042700     MOVE SPACES TO WT-NEW-PLACES.
042800     PERFORM 2100-GET-KEY THRU 2100-EXIT.
042900     IF ENTRY-ACCEPTED AND WT-ACTION = 'A'
043000         PERFORM 3100-KEY-AMENDED-FIELDS THRU 3100-EXIT
043100     END-IF.
043200     IF ENTRY-ACCEPTED
043300         WRITE OUT-LINE FROM REASON-PROMPT AFTER ADVANCING 1 LINE
043400         MOVE SPACES TO WS-REASON-ENTRY
043500         ACCEPT WS-REASON-ENTRY
043600         PERFORM 3500-FILE-TRANSACTION THRU 3500-EXIT
043700     ELSE
043800         ADD 1 TO WS-REFUSED-COUNT
043900         MOVE 'REFUSED' TO ED-ACTION
044000     END-IF.
044100     MOVE WS-ID-ENTRY TO ED-REQUEST-ID.
044200     MOVE WS-DEPT-ENTRY TO ED-DEPARTMENT.
044300     PERFORM 3900-REASON-TEXT THRU 3900-EXIT.
044400     WRITE OUT-LINE FROM ENTRY-DONE-LINE AFTER ADVANCING 1 LINE.
044500 3000-EXIT.
044600     EXIT.
044700
044800 *> -------------------------------------------------------
044900 *> 3100-KEY-AMENDED-FIELDS - the value only when asked for,
045000 *> then degree and places as text so blank keeps meaning
045100 *> unchanged.  An amend that changes nothing is refused.
045200 *> -------------------------------------------------------
045300 3100-KEY-AMENDED-FIELDS.
045400     WRITE OUT-LINE FROM VALUE-ASK-PROMPT AFTER ADVANCING 1 LINE.
045500     MOVE SPACE TO WS-YES-NO.
045600     ACCEPT WS-YES-NO.
045700     IF WS-YES-NO = 'Y'
045800         MOVE 'Y' TO WT-VALUE-SW
045900         WRITE OUT-LINE FROM VALUE-PROMPT AFTER ADVANCING 1 LINE
046000         MOVE 0 TO WS-RAW-INPUT
046100         ACCEPT WS-RAW-INPUT
046200         COMPUTE WT-NEW-VALUE = WS-RAW-INPUT
046300             ON SIZE ERROR
046400                 MOVE 'NN' TO WS-REFUSE-REASON
046500         END-COMPUTE
046600     END-IF.
046700     WRITE OUT-LINE FROM DEGREE-PROMPT AFTER ADVANCING 1 LINE.
046800     MOVE SPACES TO WS-FIELD-ENTRY.
046900     ACCEPT WS-FIELD-ENTRY.
047000     MOVE WS-FIELD-ENTRY TO WT-NEW-DEGREE.
047100     WRITE OUT-LINE FROM PLACES-PROMPT AFTER ADVANCING 1 LINE.
047200     MOVE SPACES TO WS-FIELD-ENTRY.
047300     ACCEPT WS-FIELD-ENTRY.
047400     MOVE WS-FIELD-ENTRY TO WT-NEW-PLACES.
047500     IF NOT ENTRY-ACCEPTED
047600         GO TO 3100-EXIT
047700     END-IF.
047800     IF WT-VALUE-SW = 'Y' AND WT-NEW-VALUE = 0
047900         MOVE 'ZR' TO WS-REFUSE-REASON
048000         GO TO 3100-EXIT
048100     END-IF.
048200     IF WT-NEW-DEGREE NOT = SPACES AND WT-NEW-DEGREE NOT = 'RD'
048300         MOVE WT-NEW-DEGREE TO WS-FIELD-ENTRY
048400         IF WS-FIELD-NUM NOT NUMERIC OR WS-FIELD-NUM < 2
048500             MOVE 'DG' TO WS-REFUSE-REASON
048600             GO TO 3100-EXIT
048700         END-IF
048800     END-IF.
048900     IF WT-NEW-PLACES NOT = SPACES AND WT-NEW-PLACES NOT = 'RD'
049000         MOVE WT-NEW-PLACES TO WS-FIELD-ENTRY
049100         IF WS-FIELD-NUM NOT NUMERIC OR WS-FIELD-NUM > 18
049200             MOVE 'PL' TO WS-REFUSE-REASON
049300             GO TO 3100-EXIT
049400         END-IF
049500     END-IF.
049600     IF WT-VALUE-SW NOT = 'Y' AND WT-NEW-DEGREE = SPACES
049700         AND WT-NEW-PLACES = SPACES
049800         MOVE 'NC' TO WS-REFUSE-REASON
049900     END-IF.
050000 3100-EXIT.
050100     EXIT.
050200
050300 *> -------------------------------------------------------
050400 *> 3500-FILE-TRANSACTION - written new, or rewritten over
050500 *> whatever the key held, as pending; then logged.
050600 *> -------------------------------------------------------
050700 3500-FILE-TRANSACTION.
050800     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
050900     MOVE WS-ID-ENTRY TO AT-REQUEST-ID.
051000     MOVE WS-DEPT-ENTRY TO AT-DEPARTMENT.
051100     MOVE WT-ACTION TO AT-ACTION.
051200     MOVE WT-VALUE-SW TO AT-VALUE-SW.
051300     MOVE WT-NEW-VALUE TO AT-NEW-VALUE.
051400     MOVE WT-NEW-DEGREE TO AT-NEW-DEGREE.
051500     MOVE WT-NEW-PLACES TO AT-NEW-PLACES.
051600     MOVE WS-REASON-ENTRY TO AT-REASON.
051700     MOVE WS-OPERATOR-ID TO AT-ENTERED-BY.
051800     MOVE WS-TODAY-DATE TO AT-ENTERED-DATE.
051900     ACCEPT WS-NOW-TIME FROM TIME.
052000     MOVE WS-NOW-TIME TO AT-ENTERED-TIME.
052100     SET AT-PENDING TO TRUE.
052200     MOVE SPACES TO AT-APPLIED-BY.
052300     MOVE 0 TO AT-APPLIED-DATE.
052400     MOVE 0 TO AT-APPLIED-TIME.
052500     MOVE SPACES TO AT-FILLER.
052600     IF TRANSACTION-ON-FILE
052700         REWRITE AMEND-RECORD
052800     ELSE
052900         WRITE AMEND-RECORD
053000     END-IF.
053100     IF NOT AMND-FILE-OK
053200         DISPLAY 'UNABLE TO FILE AMNDFILE, STATUS '
053300             WS-AMND-FILE-STATUS
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN
053600     END-IF.
053700     IF AT-CANCEL
053800         ADD 1 TO WS-CANCELS-KEYED
053900         MOVE 'CANCEL' TO ED-ACTION
054000     ELSE
054100         ADD 1 TO WS-AMENDS-KEYED
054200         MOVE 'AMEND' TO ED-ACTION
054300     END-IF.
054400     SET AG-KEYED TO TRUE.
054500     PERFORM 3700-LOG-TRANSACTION THRU 3700-EXIT.
054600 3500-EXIT.
054700     EXIT.
054800
054900 *> -------------------------------------------------------
055000 *> 3700-LOG-TRANSACTION - one AMNDLOG row off the record
055100 *> just filed, with the event already set.  Nothing has
055200 *> touched a request image yet, so both are left blank.
055300 *> -------------------------------------------------------
055400 3700-LOG-TRANSACTION.
055500     MOVE WS-TODAY-DATE TO AG-LOG-DATE.
055600     ACCEPT AG-LOG-TIME FROM TIME.
055700     MOVE 'SQRTAMND' TO AG-PROGRAM-NAME.
055800     MOVE AT-REQUEST-ID TO AG-REQUEST-ID.
055900     MOVE AT-DEPARTMENT TO AG-DEPARTMENT.
056000     MOVE AT-ACTION TO AG-ACTION.
056100     MOVE WS-OPERATOR-ID TO AG-ENTERED-BY.
056200     MOVE AT-ENTERED-DATE TO AG-ENTERED-DATE.
056300     MOVE AT-ENTERED-TIME TO AG-ENTERED-TIME.
056400     MOVE AT-REASON TO AG-REASON.
056500     MOVE SPACES TO AG-BEFORE-IMAGE.
056600     MOVE SPACES TO AG-AFTER-IMAGE.
056700     MOVE SPACES TO AG-FILLER.
056800     WRITE AMEND-LOG-RECORD.
056900 3700-EXIT.
057000     EXIT.
057100
057200 3900-REASON-TEXT.
057300     IF WS-REFUSE-REASON = SPACES
057400         IF REPLACES-PENDING
057500             MOVE 'FILED - REPLACES THE CHANGE PENDING'
057600                 TO ED-REASON-TEXT
057700         ELSE
057800             MOVE 'FILED FOR TONIGHT' TO ED-REASON-TEXT
057900         END-IF
058000     END-IF.
058100     IF WS-REFUSE-REASON = 'ID'
058200         MOVE 'ID - REQUEST ID IS REQUIRED' TO ED-REASON-TEXT
058300     END-IF.
058400     IF WS-REFUSE-REASON = 'DP'
058500         MOVE 'DP - DEPARTMENT NOT ON DEPTMAST OR NOT ACTIVE'
058600             TO ED-REASON-TEXT
058700     END-IF.
058800     IF WS-REFUSE-REASON = 'NN'
058900         MOVE 'NN - VALUE MUST FIT S9(11)V9(6)' TO ED-REASON-TEXT
059000     END-IF.
059100     IF WS-REFUSE-REASON = 'ZR'
059200         MOVE 'ZR - VALUE IS ZERO' TO ED-REASON-TEXT
059300     END-IF.
059400     IF WS-REFUSE-REASON = 'DG'
059500         MOVE 'DG - DEGREE MUST BE 02-99, RD OR BLANK'
059600             TO ED-REASON-TEXT
059700     END-IF.
059800     IF WS-REFUSE-REASON = 'PL'
059900         MOVE 'PL - PLACES MUST BE 00-18, RD OR BLANK'
060000             TO ED-REASON-TEXT
060100     END-IF.
060200     IF WS-REFUSE-REASON = 'NC'
060300         MOVE 'NC - AMEND CHANGES NOTHING' TO ED-REASON-TEXT
060400     END-IF.
060500     IF WS-REFUSE-REASON = 'NP'
060600         MOVE 'NP - NO CHANGE PENDING FOR THE REQUEST'
060700             TO ED-REASON-TEXT
060800     END-IF.
060900 3900-EXIT.
061000     EXIT.
061100
061200 *> -------------------------------------------------------
061300 *> 4000-WITHDRAW-ONE-CHANGE - only a change still pending
061400 *> can be withdrawn; one already applied tonight is past
061500 *> recall and the request has to be dealt with as it is.
061600 *> -------------------------------------------------------
061700 4000-WITHDRAW-ONE-CHANGE.
061800     MOVE SPACES TO WS-REFUSE-REASON.
061900     PERFORM 2100-GET-KEY THRU 2100-EXIT.
062000     IF WS-REFUSE-REASON = 'DP'
062100         MOVE SPACES TO WS-REFUSE-REASON
062200     END-IF.
062300     IF ENTRY-ACCEPTED
062400         PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
062500         IF NOT REPLACES-PENDING
062600             MOVE 'NP' TO WS-REFUSE-REASON
062700         END-IF
062800     END-IF.
062900     IF ENTRY-ACCEPTED
063000         SET AT-WITHDRAWN TO TRUE
063100         REWRITE AMEND-RECORD
063200         ADD 1 TO WS-WITHDRAWN-COUNT
063300         SET AG-WITHDRAWN TO TRUE
063400         PERFORM 3700-LOG-TRANSACTION THRU 3700-EXIT
063500         MOVE 'WITHDRAWN' TO ED-ACTION
063600         MOVE 'PENDING CHANGE WITHDRAWN' TO ED-REASON-TEXT
063700     ELSE
063800         ADD 1 TO WS-REFUSED-COUNT
063900         MOVE 'REFUSED' TO ED-ACTION
064000         PERFORM 3900-REASON-TEXT THRU 3900-EXIT
064100     END-IF.
064200     MOVE 'N' TO WS-WAS-PENDING-SW.
064300     MOVE WS-ID-ENTRY TO ED-REQUEST-ID.
064400     MOVE WS-DEPT-ENTRY TO ED-DEPARTMENT.
064500     WRITE OUT-LINE FROM ENTRY-DONE-LINE AFTER ADVANCING 1 LINE.
064600 4000-EXIT.
064700     EXIT.
064800
064900 *> -------------------------------------------------------
065000 *> 5000-LIST-PENDING - every change still waiting for
065100 *> tonight, in request order.
065200 *> -------------------------------------------------------
065300 5000-LIST-PENDING.
065400     MOVE 0 TO WS-PENDING-COUNT.
065500     MOVE 'N' TO WS-EOF-SW.
065600     MOVE LOW-VALUES TO AMEND-KEY.
065700     START AMEND-FILE KEY NOT LESS THAN AMEND-KEY
065800         INVALID KEY
065900             MOVE 'Y' TO WS-EOF-SW
066000     END-START.
066100     WRITE OUT-LINE FROM PENDING-HEAD-LINE AFTER ADVANCING 1 LINE.
066200     PERFORM 5100-LIST-ONE-PENDING THRU 5100-EXIT
066300         UNTIL END-OF-SCAN.
066400     IF WS-PENDING-COUNT = 0
066500         WRITE OUT-LINE FROM PENDING-NONE-LINE
066600             AFTER ADVANCING 1 LINE
066700     END-IF.
066800 5000-EXIT.
066900     EXIT.
067000
067100 5100-LIST-ONE-PENDING.
067200     READ AMEND-FILE NEXT RECORD
067300         AT END
067400             MOVE 'Y' TO WS-EOF-SW
067500             GO TO 5100-EXIT
067600     END-READ.
067700     IF NOT AT-PENDING
067800         GO TO 5100-EXIT
067900     END-IF.
068000     ADD 1 TO WS-PENDING-COUNT.
068100     MOVE AT-REQUEST-ID TO PD-REQUEST-ID.
068200     MOVE AT-DEPARTMENT TO PD-DEPARTMENT.
068300     MOVE AT-ACTION TO PD-ACTION.
068400     IF AT-VALUE-AMENDED
068500         MOVE AT-NEW-VALUE TO PD-VALUE
068600     ELSE
068700         MOVE 0 TO PD-VALUE
068800     END-IF.
068900     MOVE AT-NEW-DEGREE TO PD-DEGREE.
069000     MOVE AT-NEW-PLACES TO PD-PLACES.
069100     MOVE AT-ENTERED-BY TO PD-ENTERED-BY.
069200     MOVE AT-ENTERED-DATE TO PD-ENTERED-DATE.
069300     WRITE OUT-LINE FROM PENDING-DETAIL-LINE
069400         AFTER ADVANCING 1 LINE.
069500 5100-EXIT.
069600     EXIT.
069700
069800 6000-PRINT-COUNTS.
069900     MOVE ' CANCELS KEYED.........: ' TO EC-LABEL.
070000     MOVE WS-CANCELS-KEYED TO EC-COUNT.
070100     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 2 LINES.
070200     MOVE ' AMENDS KEYED..........: ' TO EC-LABEL.
070300     MOVE WS-AMENDS-KEYED TO EC-COUNT.
070400     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 1 LINE.
070500     MOVE ' CHANGES WITHDRAWN.....: ' TO EC-LABEL.
070600     MOVE WS-WITHDRAWN-COUNT TO EC-COUNT.
070700     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 1 LINE.
070800     MOVE ' REFUSED AT KEYING.....: ' TO EC-LABEL.
070900     MOVE WS-REFUSED-COUNT TO EC-COUNT.
071000     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 1 LINE.
071100 6000-EXIT.
071200     EXIT.
