000100 *> ---------------------------------------------------------
000200 *> SQRTENTR - request entry for the departments.  One-off
000300 *> requests reached INZONE as files each department built
000400 *> by hand, and their mistakes only surfaced the next
000500 *> morning on REJFILE.  A signed-on operator keys requests
000600 *> here for one department: the department must be on
000700 *> DEPTMAST and active, every entry takes the same value,
000800 *> degree and decimal-places edits SQRTEDIT applies tonight
000900 *> (numeric and in range, not zero, the sign rule under the
001000 *> degree in effect; degree 02-99 and places 00-18, blank
001100 *> meaning the run default), and a request ID is refused at
001200 *> keying time when REQREG shows it already cleared the
001300 *> edit for the department inside the shop's duplicate
001400 *> window.  A blank request ID takes the next one in the
001500 *> department's series: the department code (trailing
001600 *> blanks as dashes) and a four-digit sequence, one past the
001700 *> highest of that series on REQREG, already waiting on
001800 *> INZONE, or keyed this sitting.  Accepted entries are
001900 *> appended to INZONE for tonight's SQRTGEN, and the sitting
002000 *> ends with a confirmation list on RPTFILE the requester
002100 *> can keep.
002200 *>   RC 0  - every entry keyed was accepted.
002300 *>   RC 4  - an entry was refused at keying.
002400 *>   RC 8  - sign-on refused, or no usable department.
002500 *>
002600 *> Modification History:
002700 *>   2026-10-15  DW   New program.
002700 *>   2026-10-15  DW   A refused sign-on is posted to the
002700 *>                   alert feed (SQRTALRT_POST).
002800 *> ---------------------------------------------------------
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. SQRTENTR.
003100 AUTHOR. D. WHITFIELD.
003200 INSTALLATION. ENGINEERING SYSTEMS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003900     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RPT-FILE-STATUS.
004200     SELECT OPTIONAL ONE-OFF-INPUT ASSIGN TO "INZONE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ONE-IN-STATUS.
004500     SELECT OPTIONAL ONE-OFF-OUTPUT ASSIGN TO "INZONE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ONE-OUT-STATUS.
004800     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DM-DEPT-CODE
005200         FILE STATUS IS WS-DEPT-FILE-STATUS.
005300     SELECT OPTIONAL REQUEST-REGISTRY ASSIGN TO "REQREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS REQUEST-REG-KEY
005700         FILE STATUS IS WS-REQREG-FILE-STATUS.
005800     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS OM-OPERATOR-ID
006200         FILE STATUS IS WS-OPER-FILE-STATUS.
006300     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-SEC-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  STANDARD-OUTPUT.
006900     01 OUT-LINE  PICTURE X(80).
007000 FD  REPORT-FILE.
007100     01 RPT-LINE  PICTURE X(132).
007200 FD  ONE-OFF-INPUT.
007300     COPY INZREC.
007400 FD  ONE-OFF-OUTPUT.
007500     01 ONE-OFF-RECORD            PICTURE X(60).
007600 FD  DEPT-MASTER.
007700     COPY DEPTREC.
007800 FD  REQUEST-REGISTRY.
007900     COPY REQREC.
008000 FD  OPERATOR-MASTER.
008100     COPY OPERREC.
008200 FD  SECURITY-LOG.
008300     COPY SECREC.
008400 WORKING-STORAGE SECTION.
008500     COPY CALCPARM.
008600 *> -------------------------------------------------------
008700 *> file statuses and read control
008800 *> -------------------------------------------------------
008900 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
009000     88 RPT-FILE-OK                           VALUE '00'.
009100 77  WS-ONE-IN-STATUS           PICTURE X(02) VALUE '00'.
009200     88 ONE-IN-OK                             VALUE '00'.
009300 77  WS-ONE-OUT-STATUS          PICTURE X(02) VALUE '00'.
009400     88 ONE-OUT-OK                       VALUE '00' '05'.
009500 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
009600     88 DEPT-FILE-OK                          VALUE '00'.
009700 77  WS-REQREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
009800     88 REQREG-FILE-OK                        VALUE '00'.
009900 77  WS-REQREG-OPEN-SW          PICTURE X(01) VALUE 'N'.
010000     88 REQREG-OPEN                           VALUE 'Y'.
010100 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
010200     88 END-OF-SCAN                           VALUE 'Y'.
010300 *> -------------------------------------------------------
010400 *> the run the entries are edited for: negative mode and
010500 *> run-level degree as tonight's SQRTEDIT will take them,
010600 *> and the shop's duplicate window.
010700 *> -------------------------------------------------------
010800 77  WS-NEG-MODE-ENTRY          PICTURE X(01) VALUE SPACE.
010900 77  WS-ROOT-ENTRY              PICTURE 9(02) VALUE 0.
011000 77  WS-WINDOW-DAYS             PICTURE 9(03) VALUE 7.
011100 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
011200 77  WS-TODAY-INT               PICTURE 9(07) VALUE 0.
011300 77  WS-CUTOFF-INT              PICTURE 9(07) VALUE 0.
011400 77  WS-SEEN-INT                PICTURE 9(07) VALUE 0.
011500 77  WS-NOW-TIME                PICTURE 9(08) VALUE 0.
011600 *> -------------------------------------------------------
011700 *> the department keyed for, and its request-ID series.
011800 *> -------------------------------------------------------
011900 77  WS-DEPT-ENTRY              PICTURE X(04) VALUE SPACES.
012000 77  WS-DEPT-NAME               PICTURE X(25) VALUE SPACES.
012100 77  WS-DEPT-CONTACT            PICTURE X(25) VALUE SPACES.
012200 77  WS-DEPT-OK-SW              PICTURE X(01) VALUE 'N'.
012300     88 DEPARTMENT-VALID                      VALUE 'Y'.
012400 77  WS-DEPT-TRIES              PICTURE 9(01) VALUE 0.
012500 77  WS-REQUESTER               PICTURE X(25) VALUE SPACES.
012600 01  WS-SERIES-ID.
012700     02 WS-SERIES-PREFIX        PICTURE X(04).
012800     02 WS-SERIES-SEQ           PICTURE 9(04).
012900 01  WS-SCAN-ID.
013000     02 WS-SCAN-PREFIX          PICTURE X(04).
013100     02 WS-SCAN-SEQ-X           PICTURE X(04).
013200     02 WS-SCAN-SEQ REDEFINES WS-SCAN-SEQ-X
013300                                  PICTURE 9(04).
013400 77  WS-HIGH-SEQ                PICTURE 9(04) VALUE 0.
013500 *> -------------------------------------------------------
013600 *> the entry in hand, split the way INZREC lays it out with
013700 *> degree and places as text so blank keeps meaning the run
013800 *> default.
013900 *> -------------------------------------------------------
014000 01  WS-ENTRY-IMAGE             PICTURE X(60).
014100 01  WS-ENTRY-SPLIT REDEFINES WS-ENTRY-IMAGE.
014200     02 WN-REC-VALUE            PICTURE S9(11)V9(06).
014300     02 WN-REQUEST-ID           PICTURE X(08).
014400     02 WN-DEPARTMENT           PICTURE X(04).
014500     02 WN-ROOT-DEGREE          PICTURE X(02).
014600     02 WN-ROOT-DEGREE-NUM REDEFINES WN-ROOT-DEGREE
014700                                  PICTURE 9(02).
014800     02 WN-DECIMAL-PLACES       PICTURE X(02).
014900     02 WN-DECIMAL-PLACES-NUM REDEFINES WN-DECIMAL-PLACES
015000                                  PICTURE 9(02).
015100     02 FILLER                  PICTURE X(27).
015200 77  WS-ACTION-ENTRY            PICTURE X(01) VALUE SPACE.
015300     88 SESSION-ENDS                          VALUE 'E'.
015400 77  WS-ID-ENTRY                PICTURE X(08) VALUE SPACES.
015500 77  WS-RAW-INPUT               PICTURE S9(13)V9(8).
015600 77  WS-FIELD-ENTRY             PICTURE X(02) VALUE SPACES.
015700 77  WS-EFF-DEGREE              PICTURE 9(02) VALUE 0.
015800 77  WS-HALF-DEGREE             PICTURE 9(02) VALUE 0.
015900 77  WS-DEGREE-PARITY           PICTURE X(01) VALUE SPACE.
016000     88 EVEN-DEGREE                           VALUE 'E'.
016100     88 ODD-DEGREE                            VALUE 'O'.
016200 77  WS-REFUSE-REASON           PICTURE X(02) VALUE SPACES.
016300     88 ENTRY-ACCEPTED                        VALUE SPACES.
016400 77  WS-ID-ASSIGNED-SW          PICTURE X(01) VALUE 'N'.
016500     88 ID-ASSIGNED                           VALUE 'Y'.
016600 *> -------------------------------------------------------
016700 *> the entries accepted this sitting, for the confirmation
016800 *> list and for the duplicate test against this sitting.
016900 *> -------------------------------------------------------
017000 01  WS-ACCEPTED-TABLE.
017100     02 WS-ACCEPTED-ENTRY OCCURS 500 TIMES.
017200        03 WA-REQUEST-ID        PICTURE X(08).
017300        03 WA-REC-VALUE         PICTURE S9(11)V9(06).
017400        03 WA-ROOT-DEGREE       PICTURE X(02).
017500        03 WA-DECIMAL-PLACES    PICTURE X(02).
017600        03 WA-ID-ASSIGNED       PICTURE X(01).
017700 77  WS-ACCEPTED-MAX            PICTURE 9(03) COMP VALUE 500.
017800 77  WS-ACC-IX                  PICTURE 9(03) COMP VALUE 0.
017900 *> -------------------------------------------------------
018000 *> control counts.
018100 *> -------------------------------------------------------
018200 77  WS-ENTRIES-KEYED           PICTURE 9(05) COMP VALUE 0.
018300 77  WS-ENTRIES-ACCEPTED        PICTURE 9(05) COMP VALUE 0.
018400 77  WS-ENTRIES-REFUSED         PICTURE 9(05) COMP VALUE 0.
018500 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
018600 *> -------------------------------------------------------
018700 *> the signed-on operator and the sign-on security log.
018800 *> -------------------------------------------------------
018900 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
019000 77  WS-OPERATOR-NAME           PICTURE X(25) VALUE SPACES.
019100 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
019200     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
019300 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
019400     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
019500 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
019600     88 SEC-FILE-OK                      VALUE '00' '05'.
019700 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
019700 COPY ALRTPARM.
019800 *> -------------------------------------------------------
019900 *> prompts and console lines
020000 *> -------------------------------------------------------
020100 01  WELCOME.
020200     02 FILLER PICTURE X(34) VALUE
020300        ' REQUEST ENTRY                    '.
020400 01  OPERATOR-PROMPT.
020500     02 FILLER PICTURE X(29) VALUE
020600        ' ENTER YOUR OPERATOR ID:     '.
020700 01  OPER-REJECT-MESS.
020800     02 FILLER PICTURE X(40) VALUE
020900        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
021000 01  NEG-PROMPT.
021100     02 FILLER PICTURE X(30) VALUE
021200        ' ENTER E - NEGATIVE EXITS, OR '.
021300     02 FILLER PICTURE X(27) VALUE
021400        'C - NEGATIVE COMPUTES ABS: '.
021500 01  ROOT-PROMPT.
021600     02 FILLER PICTURE X(37) VALUE
021700        ' ENTER ROOT DEGREE (02-99, 02=SQRT): '.
021800 01  DEPT-PROMPT.
021900     02 FILLER PICTURE X(29) VALUE
022000        ' ENTER DEPARTMENT CODE:      '.
022100 01  DEPT-BAD-MESS.
022200     02 FILLER PICTURE X(46) VALUE
022300        ' DEPARTMENT NOT ON DEPTMAST OR NOT ACTIVE     '.
022400 01  DEPT-GIVE-UP-MESS.
022500     02 FILLER PICTURE X(46) VALUE
022600        ' NO USABLE DEPARTMENT - RUN ENDS HERE         '.
022700 01  DEPT-SHOW-LINE.
022800     02 FILLER PICTURE X(12) VALUE ' KEYING FOR '.
022900     02 DS-DEPT-CODE          PICTURE X(04).
023000     02 FILLER PICTURE X(02) VALUE SPACES.
023100     02 DS-DEPT-NAME          PICTURE X(25).
023200     02 FILLER PICTURE X(10) VALUE ' CONTACT  '.
023300     02 DS-CONTACT            PICTURE X(25).
023400 01  REQUESTER-PROMPT.
023500     02 FILLER PICTURE X(36) VALUE
023600        ' ENTER REQUESTER NAME FOR THE LIST: '.
023700 01  ACTION-PROMPT.
023800     02 FILLER PICTURE X(46) VALUE
023900        ' ENTER R TO KEY A REQUEST, E TO END SESSION:  '.
024000 01  ID-PROMPT.
024100     02 FILLER PICTURE X(46) VALUE
024200        ' ENTER REQUEST ID (BLANK = NEXT IN SERIES):   '.
024300 01  VALUE-PROMPT.
024400     02 FILLER PICTURE X(29) VALUE
024500        ' ENTER VALUE:                '.
024600 01  DEGREE-PROMPT.
024700     02 FILLER PICTURE X(47) VALUE
024800        ' ENTER DEGREE (02-99, BLANK = RUN DEFAULT):    '.
024900 01  PLACES-PROMPT.
025000     02 FILLER PICTURE X(47) VALUE
025100        ' ENTER PLACES (00-18, BLANK = RUN DEFAULT):    '.
025200 01  ENTRY-DONE-LINE.
025300     02 ED-ACTION             PICTURE X(10).
025400     02 FILLER PICTURE X(05) VALUE ' REQ '.
025500     02 ED-REQUEST-ID         PICTURE X(08).
025600     02 FILLER PICTURE X(02) VALUE SPACES.
025700     02 ED-REASON-TEXT        PICTURE X(50).
025800 01  FULL-SESSION-MESS.
025900     02 FILLER PICTURE X(46) VALUE
026000        ' 500 ENTRIES KEYED - END THIS SESSION, START A'.
026100     02 FILLER PICTURE X(12) VALUE ' NEW ONE    '.
026200 01  ENTRY-COUNT-LINE.
026300     02 EC-LABEL              PICTURE X(25).
026400     02 EC-COUNT              PICTURE ZZ,ZZ9.
026500 01  QUIT.
026600     02 FILLER PICTURE X(38) VALUE
026700        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
026800 *> -------------------------------------------------------
026900 *> the confirmation list
027000 *> -------------------------------------------------------
027100 01  CONF-TITLE-LINE.
027200     02 FILLER PICTURE X(20) VALUE SPACES.
027300     02 FILLER PICTURE X(40) VALUE
027400        'REQUEST ENTRY - CONFIRMATION OF REQUESTS'.
027500 01  CONF-DEPT-LINE.
027600     02 FILLER PICTURE X(13) VALUE ' DEPARTMENT  '.
027700     02 CN-DEPT-CODE          PICTURE X(04).
027800     02 FILLER PICTURE X(02) VALUE SPACES.
027900     02 CN-DEPT-NAME          PICTURE X(25).
028000     02 FILLER PICTURE X(11) VALUE '  CONTACT  '.
028100     02 CN-CONTACT            PICTURE X(25).
028200 01  CONF-WHO-LINE.
028300     02 FILLER PICTURE X(13) VALUE ' REQUESTER   '.
028400     02 CN-REQUESTER          PICTURE X(25).
028500     02 FILLER PICTURE X(15) VALUE '   KEYED BY    '.
028600     02 CN-OPERATOR-ID        PICTURE X(08).
028700     02 FILLER PICTURE X(01) VALUE SPACE.
028800     02 CN-OPERATOR-NAME      PICTURE X(25).
028900 01  CONF-WHEN-LINE.
029000     02 FILLER PICTURE X(13) VALUE ' KEYED ON    '.
029100     02 CN-KEYED-DATE         PICTURE 9999/99/99.
029200     02 FILLER PICTURE X(01) VALUE SPACE.
029300     02 CN-KEYED-TIME         PICTURE X(08).
029400     02 FILLER PICTURE X(36) VALUE
029500        '   FOR THE NIGHTLY RUN OF THIS DATE '.
029600 01  CONF-HEAD-LINE.
029700     02 FILLER PICTURE X(40) VALUE
029800        '  SEQ  REQUEST ID            INPUT VALUE'.
029900     02 FILLER PICTURE X(40) VALUE
030000        '  DEGREE       PLACES      ID          '.
030100 01  CONF-DETAIL-LINE.
030200     02 FILLER PICTURE X(01) VALUE SPACE.
030300     02 CD-SEQ                PICTURE ZZZ9.
030400     02 FILLER PICTURE X(02) VALUE SPACES.
030500     02 CD-REQUEST-ID         PICTURE X(08).
030600     02 FILLER PICTURE X(02) VALUE SPACES.
030700     02 CD-VALUE              PICTURE -Z(10)9.9(6).
030800     02 FILLER PICTURE X(03) VALUE SPACES.
030900     02 CD-DEGREE             PICTURE X(11).
031000     02 FILLER PICTURE X(02) VALUE SPACES.
031100     02 CD-PLACES             PICTURE X(11).
031200     02 FILLER PICTURE X(01) VALUE SPACE.
031300     02 CD-ID-SOURCE          PICTURE X(08).
031400 01  CONF-TOTAL-LINE.
031500     02 FILLER PICTURE X(28) VALUE
031600        ' REQUESTS QUEUED FOR TONIGHT'.
031700     02 FILLER PICTURE X(03) VALUE ':  '.
031800     02 CT-ACCEPTED           PICTURE ZZ,ZZ9.
031900     02 FILLER PICTURE X(27) VALUE
032000        '     REFUSED AT KEYING:    '.
032100     02 CT-REFUSED            PICTURE ZZ,ZZ9.
032200 01  CONF-NONE-LINE.
032300     02 FILLER PICTURE X(40) VALUE
032400        ' NO REQUESTS WERE ACCEPTED THIS SESSION.'.
032500 01  CONF-FOOT-LINE.
032600     02 FILLER PICTURE X(45) VALUE
032700        ' QUOTE THE REQUEST ID ON ANY QUERY ABOUT THE '.
032800     02 FILLER PICTURE X(07) VALUE 'RESULT.'.
032900 01  WS-TIME-PARTS.
033000     02 WS-TIME-HH              PICTURE 9(02).
033100     02 WS-TIME-MM              PICTURE 9(02).
033200     02 WS-TIME-SS              PICTURE 9(02).
033300     02 WS-TIME-CC              PICTURE 9(02).
033400 01  WS-TIME-NUM REDEFINES WS-TIME-PARTS
033500                                  PICTURE 9(08).
033600
033700 PROCEDURE DIVISION.
033800 0000-MAINLINE.
033900     OPEN OUTPUT STANDARD-OUTPUT.
034000     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
034100     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
034200     PERFORM 1000-GET-EDIT-PARMS THRU 1000-EXIT.
034300     PERFORM 1100-GET-DEPARTMENT THRU 1100-EXIT.
034400     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
034500     PERFORM 1300-FIND-HIGH-SEQUENCE THRU 1300-EXIT.
034600     MOVE SPACE TO WS-ACTION-ENTRY.
034700     PERFORM 2000-TAKE-ONE-ACTION THRU 2000-EXIT
034800         UNTIL SESSION-ENDS.
034900     CLOSE ONE-OFF-OUTPUT.
035000     IF REQREG-OPEN
035100         CLOSE REQUEST-REGISTRY
035200     END-IF.
035300     PERFORM 5000-PRINT-CONFIRMATION THRU 5000-EXIT.
035400     CLOSE REPORT-FILE.
035500     PERFORM 6000-PRINT-COUNTS THRU 6000-EXIT.
035600     IF WS-ENTRIES-REFUSED > 0
035700         MOVE 4 TO WS-RETURN-CODE
035800     END-IF.
035900     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
036000     CLOSE STANDARD-OUTPUT.
036100     MOVE WS-RETURN-CODE TO RETURN-CODE.
036200     STOP RUN.
036300
036400 *> -------------------------------------------------------
036500 *> 0600-SIGN-ON-OPERATOR - the operator keying must be on
036600 *> OPERMAST and active, the same check every program makes;
036700 *> every attempt lands on the security log, and the name
036800 *> filed there goes on the confirmation list.
036900 *> -------------------------------------------------------
037000 0600-SIGN-ON-OPERATOR.
037100     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
037200     ACCEPT WS-OPERATOR-ID.
037300     MOVE 'N' TO WS-OPER-AUTH-SW.
037400     MOVE 'NF' TO WS-SEC-REASON.
037500     OPEN INPUT OPERATOR-MASTER.
037600     IF NOT OPER-FILE-NOT-FOUND
037700         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
037800         READ OPERATOR-MASTER
037900             INVALID KEY
038000                 CONTINUE
038100             NOT INVALID KEY
038200                 IF OM-ACTIVE
038300                     SET OPERATOR-AUTHORIZED TO TRUE
038400                     MOVE 'OK' TO WS-SEC-REASON
038500                     MOVE OM-OPERATOR-NAME TO WS-OPERATOR-NAME
038600                 ELSE
038700                     MOVE 'IN' TO WS-SEC-REASON
038800                 END-IF
038900         END-READ
039000         CLOSE OPERATOR-MASTER
039100     ELSE
039200         MOVE 'NM' TO WS-SEC-REASON
039300     END-IF.
039400     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
039500     IF NOT OPERATOR-AUTHORIZED
039600         WRITE OUT-LINE FROM OPER-REJECT-MESS
039700             AFTER ADVANCING 1 LINE
039800         CLOSE STANDARD-OUTPUT
039900         MOVE 8 TO RETURN-CODE
040000         STOP RUN
040100     END-IF.
040200 0600-EXIT.
040300     EXIT.
040400
040500 *> -------------------------------------------------------
040600 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
040700 *> sign-on attempt, accepted or rejected, with the ID
040800 *> exactly as keyed.
040900 *> -------------------------------------------------------
041000 0660-LOG-SIGNON-ATTEMPT.
041100     OPEN EXTEND SECURITY-LOG.
041200     IF NOT SEC-FILE-OK
041300         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
041400             WS-SEC-FILE-STATUS
041500         MOVE 16 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
041900     ACCEPT SC-RUN-TIME FROM TIME.
042000     MOVE 'SQRTENTR' TO SC-PROGRAM-NAME.
042100     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
042200     IF OPERATOR-AUTHORIZED
042300         SET SC-ACCEPTED TO TRUE
042400     ELSE
042500         SET SC-REJECTED TO TRUE
042600     END-IF.
042700     MOVE WS-SEC-REASON TO SC-REASON.
042800     MOVE SPACES TO SC-FILLER.
042900     WRITE SECURITY-LOG-RECORD.
043000     CLOSE SECURITY-LOG.
043000     IF NOT OPERATOR-AUTHORIZED
043000         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
043000     END-IF.
043100 0660-EXIT.
043200     EXIT.
043200
043200 *> -------------------------------------------------------
043200 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
043200 *> feed, which raises an alert when the ID keeps failing.
043200 *> -------------------------------------------------------
043200 0670-ALERT-SIGNON-REJECT.
043200     MOVE SPACES TO ALERT-PARAMETERS.
043200     SET AP-SIGNON-REJECTED TO TRUE.
043200     MOVE 'SQRTENTR' TO AP-PROGRAM-NAME.
043200     MOVE 0 TO AP-RUN-ID.
043200     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
043200     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
043200 0670-EXIT.
043200     EXIT.
043300
043400 *> -------------------------------------------------------
043500 *> 1000-GET-EDIT-PARMS - the negative mode and run-level
043600 *> degree tonight's edit will run under, taken the way
043700 *> SQRTEDIT takes them, so an entry that passes here passes
043800 *> there.  The duplicate window is the shop's seven days.
043900 *> -------------------------------------------------------
044000 1000-GET-EDIT-PARMS.
044100     WRITE OUT-LINE FROM NEG-PROMPT AFTER ADVANCING 1 LINE.
044200     ACCEPT WS-NEG-MODE-ENTRY.
044300     IF WS-NEG-MODE-ENTRY = 'C'
044400         SET NEGATIVE-COMPUTES TO TRUE
044500     ELSE
044600         SET NEGATIVE-EXITS TO TRUE
044700     END-IF.
044800     WRITE OUT-LINE FROM ROOT-PROMPT AFTER ADVANCING 1 LINE.
044900     ACCEPT WS-ROOT-ENTRY.
045000     IF WS-ROOT-ENTRY NOT NUMERIC OR WS-ROOT-ENTRY < 2
045100         MOVE 2 TO CP-ROOT-DEGREE
045200     ELSE
045300         MOVE WS-ROOT-ENTRY TO CP-ROOT-DEGREE
045400     END-IF.
045500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
045600     COMPUTE WS-TODAY-INT =
045700         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
045800     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-WINDOW-DAYS.
045900 1000-EXIT.
046000     EXIT.
046100
046200 *> -------------------------------------------------------
046300 *> 1100-GET-DEPARTMENT - three tries at a department on
046400 *> DEPTMAST and active; after that the sitting ends.  The
046500 *> series prefix is the code with trailing blanks as dashes,
046600 *> so an assigned ID never carries an embedded blank.
046700 *> -------------------------------------------------------
046800 1100-GET-DEPARTMENT.
046900     OPEN INPUT DEPT-MASTER.
047000     IF NOT DEPT-FILE-OK
047100         WRITE OUT-LINE FROM DEPT-GIVE-UP-MESS
047200             AFTER ADVANCING 1 LINE
047300         CLOSE STANDARD-OUTPUT
047400         MOVE 8 TO RETURN-CODE
047500         STOP RUN
047600     END-IF.
047700     MOVE 0 TO WS-DEPT-TRIES.
047800     MOVE 'N' TO WS-DEPT-OK-SW.
047900     PERFORM 1110-TRY-DEPARTMENT THRU 1110-EXIT
048000         UNTIL DEPARTMENT-VALID OR WS-DEPT-TRIES = 3.
048100     CLOSE DEPT-MASTER.
048200     IF NOT DEPARTMENT-VALID
048300         WRITE OUT-LINE FROM DEPT-GIVE-UP-MESS
048400             AFTER ADVANCING 1 LINE
048500         CLOSE STANDARD-OUTPUT
048600         MOVE 8 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900     MOVE WS-DEPT-ENTRY TO DS-DEPT-CODE.
049000     MOVE WS-DEPT-NAME TO DS-DEPT-NAME.
049100     MOVE WS-DEPT-CONTACT TO DS-CONTACT.
049200     WRITE OUT-LINE FROM DEPT-SHOW-LINE AFTER ADVANCING 1 LINE.
049300     MOVE WS-DEPT-ENTRY TO WS-SERIES-PREFIX.
049400     INSPECT WS-SERIES-PREFIX REPLACING ALL SPACE BY '-'.
049500     WRITE OUT-LINE FROM REQUESTER-PROMPT AFTER ADVANCING 1 LINE.
049600     MOVE SPACES TO WS-REQUESTER.
049700     ACCEPT WS-REQUESTER.
049800 1100-EXIT.
049900     EXIT.
050000
050100 1110-TRY-DEPARTMENT.
050200     ADD 1 TO WS-DEPT-TRIES.
050300     WRITE OUT-LINE FROM DEPT-PROMPT AFTER ADVANCING 1 LINE.
050400     MOVE SPACES TO WS-DEPT-ENTRY.
050500     ACCEPT WS-DEPT-ENTRY.
050600     IF WS-DEPT-ENTRY = SPACES
050700         GO TO 1110-EXIT
050800     END-IF.
050900     MOVE WS-DEPT-ENTRY TO DM-DEPT-CODE.
051000     READ DEPT-MASTER
051100         INVALID KEY
051200             CONTINUE
051300         NOT INVALID KEY
051400             IF DM-ACTIVE
051500                 SET DEPARTMENT-VALID TO TRUE
051600                 MOVE DM-DEPT-NAME TO WS-DEPT-NAME
051700                 MOVE DM-CONTACT TO WS-DEPT-CONTACT
051800             END-IF
051900     END-READ.
052000     IF NOT DEPARTMENT-VALID
052100         WRITE OUT-LINE FROM DEPT-BAD-MESS AFTER ADVANCING 1 LINE
052200     END-IF.
052300 1110-EXIT.
052400     EXIT.
052500
052600 *> -------------------------------------------------------
052700 *> 1200-OPEN-FILES - the registry is only read here, and
052800 *> a shop with no registry yet has no duplicates to find.
052900 *> INZONE is read for the series before it opens to append.
053000 *> -------------------------------------------------------
053100 1200-OPEN-FILES.
053200     OPEN INPUT REQUEST-REGISTRY.
053300     IF REQREG-FILE-OK
053400         SET REQREG-OPEN TO TRUE
053500     END-IF.
053600     OPEN OUTPUT REPORT-FILE.
053700     IF NOT RPT-FILE-OK
053800         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
053900             WS-RPT-FILE-STATUS
054000         MOVE 16 TO RETURN-CODE
054100         STOP RUN
054200     END-IF.
054300 1200-EXIT.
054400     EXIT.
054500
054600 *> -------------------------------------------------------
054700 *> 1300-FIND-HIGH-SEQUENCE - the highest sequence already
054800 *> used in the department's series, on the registry (a
054900 *> keyed start at the series) or still waiting on INZONE
055000 *> for tonight, which the registry cannot know about yet.
055100 *> -------------------------------------------------------
055200 1300-FIND-HIGH-SEQUENCE.
055300     MOVE 0 TO WS-HIGH-SEQ.
055400     IF REQREG-OPEN
055500         MOVE 'N' TO WS-EOF-SW
055600         MOVE WS-SERIES-PREFIX TO RQ-REQUEST-ID
055700         MOVE '0000' TO RQ-REQUEST-ID (5:4)
055800         MOVE LOW-VALUES TO RQ-DEPARTMENT
055900         START REQUEST-REGISTRY KEY NOT LESS THAN REQUEST-REG-KEY
056000             INVALID KEY
056100                 MOVE 'Y' TO WS-EOF-SW
056200         END-START
056300         PERFORM 1310-SCAN-REGISTRY THRU 1310-EXIT
056400             UNTIL END-OF-SCAN
056500     END-IF.
056600     OPEN INPUT ONE-OFF-INPUT.
056700     IF ONE-IN-OK
056800         MOVE 'N' TO WS-EOF-SW
056900         PERFORM 1320-SCAN-INZONE THRU 1320-EXIT
057000             UNTIL END-OF-SCAN
057100         CLOSE ONE-OFF-INPUT
057200     END-IF.
057300     OPEN EXTEND ONE-OFF-OUTPUT.
057400     IF NOT ONE-OUT-OK
057500         DISPLAY 'UNABLE TO OPEN INZONE, STATUS '
057600             WS-ONE-OUT-STATUS
057700         MOVE 16 TO RETURN-CODE
057800         STOP RUN
057900     END-IF.
058000 1300-EXIT.
058100     EXIT.
058200
058300 1310-SCAN-REGISTRY.
058400     READ REQUEST-REGISTRY NEXT RECORD
058500         AT END
058600             MOVE 'Y' TO WS-EOF-SW
058700             GO TO 1310-EXIT
058800     END-READ.
058900     MOVE RQ-REQUEST-ID TO WS-SCAN-ID.
059000     IF WS-SCAN-PREFIX NOT = WS-SERIES-PREFIX
059100         MOVE 'Y' TO WS-EOF-SW
059200         GO TO 1310-EXIT
059300     END-IF.
059400     PERFORM 1330-TEST-SCAN-ID THRU 1330-EXIT.
059500 1310-EXIT.
059600     EXIT.
059700
059800 1320-SCAN-INZONE.
059900     READ ONE-OFF-INPUT
060000         AT END
060100             MOVE 'Y' TO WS-EOF-SW
060200             GO TO 1320-EXIT
060300     END-READ.
060400     MOVE INZ-REQUEST-ID TO WS-SCAN-ID.
060500     IF WS-SCAN-PREFIX = WS-SERIES-PREFIX
060600         PERFORM 1330-TEST-SCAN-ID THRU 1330-EXIT
060700     END-IF.
060800 1320-EXIT.
060900     EXIT.
061000
061100 1330-TEST-SCAN-ID.
061200     IF WS-SCAN-SEQ-X NUMERIC
061300         IF WS-SCAN-SEQ > WS-HIGH-SEQ
061400             MOVE WS-SCAN-SEQ TO WS-HIGH-SEQ
061500         END-IF
061600     END-IF.
061700 1330-EXIT.
061800     EXIT.
061900
062000 *> -------------------------------------------------------
062100 *> 2000-TAKE-ONE-ACTION - key a request or end the sitting;
062200 *> anything else just asks again.
062300 *> -------------------------------------------------------
062400 2000-TAKE-ONE-ACTION.
062500     WRITE OUT-LINE FROM ACTION-PROMPT AFTER ADVANCING 1 LINE.
062600     MOVE SPACE TO WS-ACTION-ENTRY.
062700     ACCEPT WS-ACTION-ENTRY.
062800     IF WS-ACTION-ENTRY NOT = 'R'
062900         GO TO 2000-EXIT
063000     END-IF.
063100     IF WS-ENTRIES-ACCEPTED = WS-ACCEPTED-MAX
063200         WRITE OUT-LINE FROM FULL-SESSION-MESS
063300             AFTER ADVANCING 1 LINE
063400         GO TO 2000-EXIT
063500     END-IF.
063600     PERFORM 3000-KEY-ONE-REQUEST THRU 3000-EXIT.
063700 2000-EXIT.
063800     EXIT.
063900
064000 *> -------------------------------------------------------
064100 *> 3000-KEY-ONE-REQUEST - the four fields, then the edits
064200 *> in SQRTEDIT's order; the first one that fails refuses
064300 *> the entry with its reason, and a clean entry goes to
064400 *> INZONE at once.
064500 *> -------------------------------------------------------
064600 3000-KEY-ONE-REQUEST.
064700     ADD 1 TO WS-ENTRIES-KEYED.
064800     MOVE SPACES TO WS-ENTRY-IMAGE.
064900     MOVE 0 TO WN-REC-VALUE.
065000     MOVE WS-DEPT-ENTRY TO WN-DEPARTMENT.
065100     MOVE SPACES TO WS-REFUSE-REASON.
065200     MOVE 'N' TO WS-ID-ASSIGNED-SW.
065300     WRITE OUT-LINE FROM ID-PROMPT AFTER ADVANCING 1 LINE.
065400     MOVE SPACES TO WS-ID-ENTRY.
065500     ACCEPT WS-ID-ENTRY.
065600     MOVE WS-ID-ENTRY TO WN-REQUEST-ID.
065700     WRITE OUT-LINE FROM VALUE-PROMPT AFTER ADVANCING 1 LINE.
065800     MOVE 0 TO WS-RAW-INPUT.
065900     ACCEPT WS-RAW-INPUT.
066000     COMPUTE WN-REC-VALUE = WS-RAW-INPUT
066100         ON SIZE ERROR
066200             MOVE 'NN' TO WS-REFUSE-REASON
066300     END-COMPUTE.
066400     WRITE OUT-LINE FROM DEGREE-PROMPT AFTER ADVANCING 1 LINE.
066500     MOVE SPACES TO WS-FIELD-ENTRY.
066600     ACCEPT WS-FIELD-ENTRY.
066700     MOVE WS-FIELD-ENTRY TO WN-ROOT-DEGREE.
066800     WRITE OUT-LINE FROM PLACES-PROMPT AFTER ADVANCING 1 LINE.
066900     MOVE SPACES TO WS-FIELD-ENTRY.
067000     ACCEPT WS-FIELD-ENTRY.
067100     MOVE WS-FIELD-ENTRY TO WN-DECIMAL-PLACES.
067200     IF ENTRY-ACCEPTED
067300         PERFORM 3100-EDIT-ENTRY THRU 3100-EXIT
067400     END-IF.
067500     IF ENTRY-ACCEPTED
067600         PERFORM 3300-TEST-DUPLICATE THRU 3300-EXIT
067700     END-IF.
067800     IF ENTRY-ACCEPTED
067900         PERFORM 3500-QUEUE-ENTRY THRU 3500-EXIT
068000     ELSE
068100         ADD 1 TO WS-ENTRIES-REFUSED
068200         MOVE 'REFUSED' TO ED-ACTION
068300     END-IF.
068400     MOVE WN-REQUEST-ID TO ED-REQUEST-ID.
068500     PERFORM 3900-REASON-TEXT THRU 3900-EXIT.
068600     WRITE OUT-LINE FROM ENTRY-DONE-LINE AFTER ADVANCING 1 LINE.
068700 3000-EXIT.
068800     EXIT.
068900
069000 *> -------------------------------------------------------
069100 *> 3100-EDIT-ENTRY - degree and places first (a keyed
069200 *> degree has to be usable before the sign rule can use
069300 *> it), then the value edits SQRTEDIT makes: not zero, and
069400 *> a negative refused only under negative-exits with an
069500 *> even degree.
069600 *> -------------------------------------------------------
069700 3100-EDIT-ENTRY.
069800     IF WN-ROOT-DEGREE NOT = SPACES
069900         IF WN-ROOT-DEGREE-NUM NOT NUMERIC
070000             OR WN-ROOT-DEGREE-NUM < 2
070100             MOVE 'DG' TO WS-REFUSE-REASON
070200             GO TO 3100-EXIT
070300         END-IF
070400     END-IF.
070500     IF WN-DECIMAL-PLACES NOT = SPACES
070600         IF WN-DECIMAL-PLACES-NUM NOT NUMERIC
070700             OR WN-DECIMAL-PLACES-NUM > 18
070800             MOVE 'PL' TO WS-REFUSE-REASON
070900             GO TO 3100-EXIT
071000         END-IF
071100     END-IF.
071200     IF WN-REC-VALUE = 0
071300         MOVE 'ZR' TO WS-REFUSE-REASON
071400         GO TO 3100-EXIT
071500     END-IF.
071600     IF WN-ROOT-DEGREE = SPACES
071700         MOVE CP-ROOT-DEGREE TO WS-EFF-DEGREE
071800     ELSE
071900         MOVE WN-ROOT-DEGREE-NUM TO WS-EFF-DEGREE
072000     END-IF.
072100     COMPUTE WS-HALF-DEGREE = WS-EFF-DEGREE / 2.
072200     IF WS-EFF-DEGREE = WS-HALF-DEGREE * 2
072300         SET EVEN-DEGREE TO TRUE
072400     ELSE
072500         SET ODD-DEGREE TO TRUE
072600     END-IF.
072700     IF WN-REC-VALUE < 0 AND NEGATIVE-EXITS AND EVEN-DEGREE
072800         MOVE 'NG' TO WS-REFUSE-REASON
072900     END-IF.
073000 3100-EXIT.
073100     EXIT.
073200
073300 *> -------------------------------------------------------
073400 *> 3300-TEST-DUPLICATE - a blank ID takes the next in the
073500 *> series.  A keyed ID is refused when this sitting already
073600 *> queued it, or when the registry shows it cleared the
073700 *> edit for this department inside the window - tonight's
073800 *> edit would only reject it DU in the morning.
073900 *> -------------------------------------------------------
074000 3300-TEST-DUPLICATE.
074100     IF WN-REQUEST-ID = SPACES
074200         PERFORM 3400-ASSIGN-NEXT-ID THRU 3400-EXIT
074300         GO TO 3300-EXIT
074400     END-IF.
074500     PERFORM 3310-TEST-SITTING THRU 3310-EXIT
074600         VARYING WS-ACC-IX FROM 1 BY 1
074700         UNTIL WS-ACC-IX > WS-ENTRIES-ACCEPTED
074800            OR NOT ENTRY-ACCEPTED.
074900     IF NOT ENTRY-ACCEPTED OR NOT REQREG-OPEN
075000         GO TO 3300-EXIT
075100     END-IF.
075200     MOVE WN-REQUEST-ID TO RQ-REQUEST-ID.
075300     MOVE WN-DEPARTMENT TO RQ-DEPARTMENT.
075400     READ REQUEST-REGISTRY
075500         INVALID KEY
075600             CONTINUE
075700         NOT INVALID KEY
075800             IF RQ-LAST-SEEN-DATE > 0
075900                 COMPUTE WS-SEEN-INT =
076000                     FUNCTION INTEGER-OF-DATE(RQ-LAST-SEEN-DATE)
076100                 IF WS-SEEN-INT > WS-CUTOFF-INT
076200                     MOVE 'DU' TO WS-REFUSE-REASON
076300                 END-IF
076400             END-IF
076500     END-READ.
076600 3300-EXIT.
076700     EXIT.
076800
076900 3310-TEST-SITTING.
077000     IF WA-REQUEST-ID (WS-ACC-IX) = WN-REQUEST-ID
077100         MOVE 'DU' TO WS-REFUSE-REASON
077200     END-IF.
077300 3310-EXIT.
077400     EXIT.
077500
077600 *> -------------------------------------------------------
077700 *> 3400-ASSIGN-NEXT-ID - one past the highest sequence in
077800 *> the series.  A keyed ID that happens to fall in the
077900 *> series moves the high mark too, so it is never issued
078000 *> twice.
078100 *> -------------------------------------------------------
078200 3400-ASSIGN-NEXT-ID.
078300     IF WS-HIGH-SEQ = 9999
078400         MOVE 'SX' TO WS-REFUSE-REASON
078500         GO TO 3400-EXIT
078600     END-IF.
078700     ADD 1 TO WS-HIGH-SEQ.
078800     MOVE WS-HIGH-SEQ TO WS-SERIES-SEQ.
078900     MOVE WS-SERIES-ID TO WN-REQUEST-ID.
079000     SET ID-ASSIGNED TO TRUE.
079100 3400-EXIT.
079200     EXIT.
079300
079400 3500-QUEUE-ENTRY.
079500     IF NOT ID-ASSIGNED
079600         MOVE WN-REQUEST-ID TO WS-SCAN-ID
079700         IF WS-SCAN-PREFIX = WS-SERIES-PREFIX
079800             PERFORM 1330-TEST-SCAN-ID THRU 1330-EXIT
079900         END-IF
080000     END-IF.
080100     WRITE ONE-OFF-RECORD FROM WS-ENTRY-IMAGE.
080200     ADD 1 TO WS-ENTRIES-ACCEPTED.
080300     MOVE WS-ENTRIES-ACCEPTED TO WS-ACC-IX.
080400     MOVE WN-REQUEST-ID TO WA-REQUEST-ID (WS-ACC-IX).
080500     MOVE WN-REC-VALUE TO WA-REC-VALUE (WS-ACC-IX).
080600     MOVE WN-ROOT-DEGREE TO WA-ROOT-DEGREE (WS-ACC-IX).
080700     MOVE WN-DECIMAL-PLACES TO WA-DECIMAL-PLACES (WS-ACC-IX).
080800     MOVE WS-ID-ASSIGNED-SW TO WA-ID-ASSIGNED (WS-ACC-IX).
080900     MOVE 'QUEUED' TO ED-ACTION.
081000 3500-EXIT.
081100     EXIT.
081200
081300 3900-REASON-TEXT.
081400     IF WS-REFUSE-REASON = SPACES
081500         MOVE 'ON INZONE FOR TONIGHT' TO ED-REASON-TEXT
081600     END-IF.
081700     IF WS-REFUSE-REASON = 'NN'
081800         MOVE 'NN - VALUE MUST FIT S9(11)V9(6)' TO ED-REASON-TEXT
081900     END-IF.
082000     IF WS-REFUSE-REASON = 'ZR'
082100         MOVE 'ZR - VALUE IS ZERO' TO ED-REASON-TEXT
082200     END-IF.
082300     IF WS-REFUSE-REASON = 'NG'
082400         MOVE 'NG - NEGATIVE UNDER AN EVEN DEGREE'
082500             TO ED-REASON-TEXT
082600     END-IF.
082700     IF WS-REFUSE-REASON = 'DG'
082800         MOVE 'DG - DEGREE MUST BE 02-99 OR BLANK'
082900             TO ED-REASON-TEXT
083000     END-IF.
083100     IF WS-REFUSE-REASON = 'PL'
083200         MOVE 'PL - PLACES MUST BE 00-18 OR BLANK'
083300             TO ED-REASON-TEXT
083400     END-IF.
083500     IF WS-REFUSE-REASON = 'DU'
083600         MOVE 'DU - REQUEST ID ALREADY SEEN FOR THE DEPARTMENT'
083700             TO ED-REASON-TEXT
083800     END-IF.
083900     IF WS-REFUSE-REASON = 'SX'
084000         MOVE 'SX - DEPARTMENT SERIES FULL, KEY AN ID'
084100             TO ED-REASON-TEXT
084200     END-IF.
084300 3900-EXIT.
084400     EXIT.
084500
084600 *> -------------------------------------------------------
084700 *> 5000-PRINT-CONFIRMATION - one page for the requester:
084800 *> who asked, who keyed it, and every request queued with
084900 *> the ID to quote.
085000 *> -------------------------------------------------------
085100 5000-PRINT-CONFIRMATION.
085200     WRITE RPT-LINE FROM CONF-TITLE-LINE AFTER ADVANCING 0 LINES.
085300     MOVE WS-DEPT-ENTRY TO CN-DEPT-CODE.
085400     MOVE WS-DEPT-NAME TO CN-DEPT-NAME.
085500     MOVE WS-DEPT-CONTACT TO CN-CONTACT.
085600     WRITE RPT-LINE FROM CONF-DEPT-LINE AFTER ADVANCING 2 LINES.
085700     MOVE WS-REQUESTER TO CN-REQUESTER.
085800     MOVE WS-OPERATOR-ID TO CN-OPERATOR-ID.
085900     MOVE WS-OPERATOR-NAME TO CN-OPERATOR-NAME.
086000     WRITE RPT-LINE FROM CONF-WHO-LINE AFTER ADVANCING 1 LINE.
086100     MOVE WS-TODAY-DATE TO CN-KEYED-DATE.
086200     ACCEPT WS-NOW-TIME FROM TIME.
086300     MOVE WS-NOW-TIME TO WS-TIME-NUM.
086400     MOVE SPACES TO CN-KEYED-TIME.
086500     STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
086600         DELIMITED BY SIZE INTO CN-KEYED-TIME.
086700     WRITE RPT-LINE FROM CONF-WHEN-LINE AFTER ADVANCING 1 LINE.
086800     IF WS-ENTRIES-ACCEPTED = 0
086900         WRITE RPT-LINE FROM CONF-NONE-LINE
087000             AFTER ADVANCING 2 LINES
087100     ELSE
087200         WRITE RPT-LINE FROM CONF-HEAD-LINE
087300             AFTER ADVANCING 2 LINES
087400         PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
087500             VARYING WS-ACC-IX FROM 1 BY 1
087600             UNTIL WS-ACC-IX > WS-ENTRIES-ACCEPTED
087700     END-IF.
087800     MOVE WS-ENTRIES-ACCEPTED TO CT-ACCEPTED.
087900     MOVE WS-ENTRIES-REFUSED TO CT-REFUSED.
088000     WRITE RPT-LINE FROM CONF-TOTAL-LINE AFTER ADVANCING 2 LINES.
088100     WRITE RPT-LINE FROM CONF-FOOT-LINE AFTER ADVANCING 1 LINE.
088200 5000-EXIT.
088300     EXIT.
088400
088500 5100-PRINT-ONE-ENTRY.
088600     MOVE WS-ACC-IX TO CD-SEQ.
088700     MOVE WA-REQUEST-ID (WS-ACC-IX) TO CD-REQUEST-ID.
088800     MOVE WA-REC-VALUE (WS-ACC-IX) TO CD-VALUE.
088900     IF WA-ROOT-DEGREE (WS-ACC-IX) = SPACES
089000         MOVE 'RUN DEFAULT' TO CD-DEGREE
089100     ELSE
089200         MOVE WA-ROOT-DEGREE (WS-ACC-IX) TO CD-DEGREE
089300     END-IF.
089400     IF WA-DECIMAL-PLACES (WS-ACC-IX) = SPACES
089500         MOVE 'RUN DEFAULT' TO CD-PLACES
089600     ELSE
089700         MOVE WA-DECIMAL-PLACES (WS-ACC-IX) TO CD-PLACES
089800     END-IF.
089900     IF WA-ID-ASSIGNED (WS-ACC-IX) = 'Y'
090000         MOVE 'ASSIGNED' TO CD-ID-SOURCE
090100     ELSE
090200         MOVE 'KEYED' TO CD-ID-SOURCE
090300     END-IF.
090400     WRITE RPT-LINE FROM CONF-DETAIL-LINE AFTER ADVANCING 1 LINE.
090500 5100-EXIT.
090600     EXIT.
090700
090800 6000-PRINT-COUNTS.
090900     MOVE ' ENTRIES KEYED..........: ' TO EC-LABEL.
091000     MOVE WS-ENTRIES-KEYED TO EC-COUNT.
091100     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 2 LINES.
091200     MOVE ' QUEUED ON INZONE.......: ' TO EC-LABEL.
091300     MOVE WS-ENTRIES-ACCEPTED TO EC-COUNT.
091400     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 1 LINE.
091500     MOVE ' REFUSED AT KEYING......: ' TO EC-LABEL.
091600     MOVE WS-ENTRIES-REFUSED TO EC-COUNT.
091700     WRITE OUT-LINE FROM ENTRY-COUNT-LINE AFTER ADVANCING 1 LINE.
091800 6000-EXIT.
091900     EXIT.
