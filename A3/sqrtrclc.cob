000100 *> ---------------------------------------------------------
000200 *> SQRTRCLC - recalculation campaigns.  After an engine or
000300 *> profile correction a department's results for a stretch
000400 *> of dates have to be redone, and until now that meant
000500 *> rekeying the values by hand under new request IDs.  This
000600 *> program does it in two passes, picked by the first SYSIN
000700 *> line:
000800 *>   B - build.  A supervisor selects RSLTMAST results by
000900 *>       any mix of department, run-date span, run ID, root
001000 *>       degree and the PARMPROF profile the run used (off
001100 *>       RUNREG), and each one selected is written to a new
001200 *>       INZFILE under its original request ID, degree and
001300 *>       decimal places, marked as a recalculation (INZREC
001400 *>       recalc flag C), with the result as it stands filed
001500 *>       on the campaign file (RCMPREC).  The edit passes a
001600 *>       marked record past the duplicate window and the
001700 *>       budget hold, and the calc run skips the cache for
001800 *>       it; SQRTLOAD moves the result it replaces to the
001900 *>       RSLTHIST result history.
002000 *>   R - report.  Once the campaign's answers are loaded,
002100 *>       every campaign row is set beside what RSLTMAST now
002200 *>       holds: old and new answer, the difference, old and
002300 *>       new status, and whether it changed, followed by the
002400 *>       requesters to tell - each department with a changed
002500 *>       answer, its DEPTMAST contact, and the requests.
002600 *> A build needs a supervisor and at least one selection; a
002700 *> campaign over the whole master is refused.
002800 *>   RC 0  - built / every answer recalculated, none changed.
002900 *>   RC 4  - nothing selected / answers changed: tell them.
003000 *>   RC 8  - sign-on refused, bad selection, a missing file,
003100 *>           or campaign rows not yet recalculated.
003200 *>
003300 *> Modification History:
003400 *>   2026-10-15  DW   New program.
003400 *>   2026-10-15  DW   A rational-exponent result is rebuilt with
003400 *>                   its exponent numerator, so the campaign
003400 *>                   re-drives the same power; the numerator is
003400 *>                   kept on the campaign row.
003500 *> ---------------------------------------------------------
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. SQRTRCLC.
003800 AUTHOR. D. WHITFIELD.
003900 INSTALLATION. ENGINEERING SYSTEMS.
004000 DATE-WRITTEN. 10/15/2026.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
004600     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-FILE-STATUS.
004900     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RESULT-KEY
005300         FILE STATUS IS WS-RSLT-FILE-STATUS.
005400     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RR-RUN-ID
005800         FILE STATUS IS WS-RUNREG-FILE-STATUS.
005900     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DM-DEPT-CODE
006300         FILE STATUS IS WS-DEPT-FILE-STATUS.
006400     SELECT RECALC-OUTPUT ASSIGN TO "INZFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-INZ-FILE-STATUS.
006700     SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO "RCALCAMP"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CAMP-FILE-STATUS.
007000     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS OM-OPERATOR-ID
007400         FILE STATUS IS WS-OPER-FILE-STATUS.
007500     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-SEC-FILE-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  STANDARD-OUTPUT.
008100     01 OUT-LINE  PICTURE X(80).
008200 FD  REPORT-FILE.
008300     01 RPT-LINE  PICTURE X(132).
008400 FD  RESULT-MASTER.
008500     COPY RSLTREC.
008600 FD  RUN-REGISTRY.
008700     COPY RUNREC.
008800 FD  DEPT-MASTER.
008900     COPY DEPTREC.
009000 FD  RECALC-OUTPUT.
009100     COPY INZREC.
009200 FD  CAMPAIGN-FILE.
009300     COPY RCMPREC.
009400 FD  OPERATOR-MASTER.
009500     COPY OPERREC.
009600 FD  SECURITY-LOG.
009700     COPY SECREC.
009800 WORKING-STORAGE SECTION.
009900 *> -------------------------------------------------------
010000 *> file statuses and read control
010100 *> -------------------------------------------------------
010200 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
010300     88 RPT-FILE-OK                           VALUE '00'.
010400 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
010500     88 RSLT-FILE-OK                          VALUE '00'.
010600 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
010700     88 RUNREG-FILE-OK                        VALUE '00'.
010800 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
010900     88 DEPT-FILE-OK                          VALUE '00'.
011000 77  WS-INZ-FILE-STATUS         PICTURE X(02) VALUE '00'.
011100     88 INZ-FILE-OK                           VALUE '00'.
011200 77  WS-CAMP-FILE-STATUS        PICTURE X(02) VALUE '00'.
011300     88 CAMP-FILE-OK                          VALUE '00'.
011400 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
011500     88 END-OF-INPUT                          VALUE 'Y'.
011600 77  WS-RUNREG-OPEN-SW          PICTURE X(01) VALUE 'N'.
011700     88 RUNREG-OPEN                           VALUE 'Y'.
011800 77  WS-DEPT-OPEN-SW            PICTURE X(01) VALUE 'N'.
011900     88 DEPT-MASTER-OPEN                      VALUE 'Y'.
012000 77  WS-FUNCTION-ENTRY          PICTURE X(01) VALUE SPACE.
012100     88 FUNCTION-BUILD                        VALUE 'B'.
012200     88 FUNCTION-REPORT                       VALUE 'R'.
012300 *> -------------------------------------------------------
012400 *> the campaign selection, off SYSIN.  A blank or zero entry
012500 *> places no limit on that field.
012600 *> -------------------------------------------------------
012700 77  WS-SEL-DEPARTMENT          PICTURE X(04) VALUE SPACES.
012800 77  WS-SEL-PROFILE             PICTURE X(08) VALUE SPACES.
012900 77  WS-FROM-ENTRY              PICTURE X(08) VALUE SPACES.
013000 77  WS-FROM-ENTRY-NUM REDEFINES WS-FROM-ENTRY
013100                                  PICTURE 9(08).
013200 77  WS-TO-ENTRY                PICTURE X(08) VALUE SPACES.
013300 77  WS-TO-ENTRY-NUM REDEFINES WS-TO-ENTRY
013400                                  PICTURE 9(08).
013500 77  WS-RUN-ENTRY               PICTURE X(16) VALUE SPACES.
013600 77  WS-RUN-ENTRY-NUM REDEFINES WS-RUN-ENTRY
013700                                  PICTURE 9(16).
013800 77  WS-DEGREE-ENTRY            PICTURE X(02) VALUE SPACES.
013900 77  WS-DEGREE-ENTRY-NUM REDEFINES WS-DEGREE-ENTRY
014000                                  PICTURE 9(02).
014100 77  WS-SEL-FROM-DATE           PICTURE 9(08) VALUE 0.
014200 77  WS-SEL-TO-DATE             PICTURE 9(08) VALUE 0.
014300 77  WS-SEL-RUN-ID              PICTURE 9(16) VALUE 0.
014400 77  WS-SEL-DEGREE              PICTURE 9(02) VALUE 0.
014500 77  WS-SELECT-OK-SW            PICTURE X(01) VALUE 'Y'.
014600     88 SELECTION-OK                          VALUE 'Y'.
014700 *> -------------------------------------------------------
014800 *> the campaign being built, and the profile of the last
014900 *> run looked up - a department's results mostly come from
015000 *> a handful of runs, so most rows need no RUNREG read.
015100 *> -------------------------------------------------------
015200 01  WS-CAMPAIGN-ID.
015300     02 WS-CAMPAIGN-DATE        PICTURE 9(08).
015400     02 WS-CAMPAIGN-TIME        PICTURE 9(08).
015500 77  WS-LAST-RUN-ID             PICTURE 9(16) VALUE 0.
015600 77  WS-LAST-PROFILE            PICTURE X(08) VALUE SPACES.
015700 *> -------------------------------------------------------
015800 *> the report: one row's comparison, and the requesters to
015900 *> tell - each department with a changed answer and the
016000 *> requests behind it, printed after the detail.
016100 *> -------------------------------------------------------
016200 77  WS-DIFFERENCE              PICTURE S9(11)V9(18) VALUE 0.
016300 77  WS-DEPT-MAX                PICTURE 9(03) COMP VALUE 100.
016400 77  WS-DEPT-COUNT              PICTURE 9(03) COMP VALUE 0.
016500 77  WS-DEPT-SUB                PICTURE 9(03) COMP VALUE 0.
016600 77  WS-DEPT-SLOT               PICTURE 9(03) COMP VALUE 0.
016700 01  WS-NOTIFY-DEPT-TABLE.
016800     02 WS-NOTIFY-DEPT-ENTRY OCCURS 100 TIMES.
016900        03 WN-DEPARTMENT        PICTURE X(04).
017000        03 WN-CHANGED           PICTURE 9(07) COMP.
017100 77  WS-REQ-MAX                 PICTURE 9(05) COMP VALUE 2000.
017200 77  WS-REQ-COUNT               PICTURE 9(05) COMP VALUE 0.
017300 77  WS-REQ-SUB                 PICTURE 9(05) COMP VALUE 0.
017400 77  WS-REQ-UNLISTED            PICTURE 9(07) COMP VALUE 0.
017500 01  WS-NOTIFY-REQ-TABLE.
017600     02 WS-NOTIFY-REQ-ENTRY OCCURS 2000 TIMES.
017700        03 WQ-DEPARTMENT        PICTURE X(04).
017800        03 WQ-REQUEST-ID        PICTURE X(08).
017900        03 WQ-ROOT-DEGREE       PICTURE 9(02).
018000 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 99.
018100 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
018200 *> -------------------------------------------------------
018300 *> control counts and return code.
018400 *> -------------------------------------------------------
018500 77  WS-RESULTS-READ            PICTURE 9(07) COMP VALUE 0.
018600 77  WS-RESULTS-SELECTED        PICTURE 9(07) COMP VALUE 0.
018700 77  WS-CAMPAIGN-ROWS           PICTURE 9(07) COMP VALUE 0.
018800 77  WS-ROWS-CHANGED            PICTURE 9(07) COMP VALUE 0.
018900 77  WS-ROWS-SAME               PICTURE 9(07) COMP VALUE 0.
019000 77  WS-ROWS-PENDING            PICTURE 9(07) COMP VALUE 0.
019100 77  WS-ROWS-GONE               PICTURE 9(07) COMP VALUE 0.
019200 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
019300 *> -------------------------------------------------------
019400 *> the signed-on supervisor and the sign-on security log.
019500 *> -------------------------------------------------------
019600 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
019700 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
019800     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
019900 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
020000     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
020100 77  WS-OPER-LEVEL              PICTURE 9(01) VALUE 0.
020200     88 OPER-IS-SUPERVISOR                    VALUE 2 THRU 9.
020300 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
020400     88 SEC-FILE-OK                      VALUE '00' '05'.
020500 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
020600 COPY ALRTPARM.
020700 *> -------------------------------------------------------
020800 *> prompts and console lines
020900 *> -------------------------------------------------------
021000 01  WELCOME.
021100     02 FILLER PICTURE X(34) VALUE
021200        ' RECALCULATION CAMPAIGNS          '.
021300 01  FUNCTION-PROMPT.
021400     02 FILLER PICTURE X(48) VALUE
021500        ' ENTER B BUILD A CAMPAIGN, OR R CAMPAIGN REPORT:'.
021600 01  BAD-FUNCTION-MESS.
021700     02 FILLER PICTURE X(40) VALUE
021800        ' FUNCTION NOT B OR R - RUN ENDS HERE.   '.
021900 01  OPERATOR-PROMPT.
022000     02 FILLER PICTURE X(29) VALUE
022100        ' ENTER YOUR OPERATOR ID:     '.
022200 01  OPER-REJECT-MESS.
022300     02 FILLER PICTURE X(40) VALUE
022400        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
022500 01  NOT-SUPERVISOR-MESS.
022600     02 FILLER PICTURE X(43) VALUE
022700        ' SUPERVISOR AUTHORITY REQUIRED (LEVEL 2+). '.
022800     02 FILLER PICTURE X(16) VALUE 'RUN ENDS HERE.  '.
022900 01  DEPT-PROMPT.
023000     02 FILLER PICTURE X(36) VALUE
023100        ' DEPARTMENT (BLANK = ALL):          '.
023200 01  FROM-PROMPT.
023300     02 FILLER PICTURE X(48) VALUE
023400        ' RUN DATE FROM YYYYMMDD (BLANK = NO LIMIT):     '.
023500 01  TO-PROMPT.
023600     02 FILLER PICTURE X(48) VALUE
023700        ' RUN DATE TO YYYYMMDD (BLANK = NO LIMIT):       '.
023800 01  RUN-PROMPT.
023900     02 FILLER PICTURE X(36) VALUE
024000        ' RUN ID (BLANK = ANY):              '.
024100 01  DEGREE-PROMPT.
024200     02 FILLER PICTURE X(36) VALUE
024300        ' ROOT DEGREE (BLANK = ANY):         '.
024400 01  PROFILE-PROMPT.
024500     02 FILLER PICTURE X(36) VALUE
024600        ' PROFILE (BLANK = ANY):             '.
024700 01  BAD-SELECT-MESS.
024800     02 FILLER PICTURE X(44) VALUE
024900        ' SELECTION NOT NUMERIC WHERE IT MUST BE, OR '.
025000     02 FILLER PICTURE X(35) VALUE
025100        'DATES OUT OF ORDER - RUN ENDS HERE.'.
025200 01  NO-SELECT-MESS.
025300     02 FILLER PICTURE X(44) VALUE
025400        ' NO SELECTION GIVEN - A CAMPAIGN OVER THE WH'.
025500     02 FILLER PICTURE X(30) VALUE
025600        'OLE MASTER IS REFUSED.        '.
025700 01  NO-RESULTS-MESS.
025800     02 FILLER PICTURE X(40) VALUE
025900        ' RSLTMAST NOT FOUND - RUN ENDS HERE.    '.
026000 01  NO-RUNREG-MESS.
026100     02 FILLER PICTURE X(44) VALUE
026200        ' RUNREG NOT FOUND - CANNOT SELECT BY PROFILE'.
026300 01  NO-CAMPAIGN-MESS.
026400     02 FILLER PICTURE X(40) VALUE
026500        ' RCALCAMP NOT FOUND - NOTHING TO REPORT '.
026600 01  COUNT-LINE.
026700     02 CL-LABEL              PICTURE X(25).
026800     02 CL-COUNT              PICTURE ZZZ,ZZ9.
026900 01  QUIT.
027000     02 FILLER PICTURE X(38) VALUE
027100        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
027200 *> -------------------------------------------------------
027300 *> report lines
027400 *> -------------------------------------------------------
027500 01  TITLE-LINE.
027600     02 FILLER PICTURE X(20) VALUE SPACES.
027700     02 TL-TITLE               PICTURE X(40).
027800     02 FILLER PICTURE X(10) VALUE SPACES.
027900     02 FILLER PICTURE X(05) VALUE 'PAGE '.
028000     02 TL-PAGE                PICTURE ZZZZ9.
028100 01  CAMPAIGN-LINE.
028200     02 FILLER PICTURE X(11) VALUE ' CAMPAIGN  '.
028300     02 CN-CAMPAIGN-DATE       PICTURE 9999/99/99.
028400     02 FILLER PICTURE X(01) VALUE SPACE.
028500     02 CN-CAMPAIGN-TIME       PICTURE 9(08).
028600     02 FILLER PICTURE X(12) VALUE '  BUILT BY  '.
028700     02 CN-BUILT-BY            PICTURE X(08).
028800 01  SELECTION-LINE.
028900     02 FILLER PICTURE X(11) VALUE ' SELECTED  '.
029000     02 FILLER PICTURE X(05) VALUE 'DEPT '.
029100     02 SN-DEPARTMENT          PICTURE X(04).
029200     02 FILLER PICTURE X(07) VALUE '  FROM '.
029300     02 SN-FROM-DATE           PICTURE 9(08).
029400     02 FILLER PICTURE X(05) VALUE '  TO '.
029500     02 SN-TO-DATE             PICTURE 9(08).
029600     02 FILLER PICTURE X(06) VALUE '  RUN '.
029700     02 SN-RUN-ID              PICTURE 9(16).
029800     02 FILLER PICTURE X(05) VALUE '  DG '.
029900     02 SN-DEGREE              PICTURE 9(02).
030000     02 FILLER PICTURE X(10) VALUE '  PROFILE '.
030100     02 SN-PROFILE             PICTURE X(08).
030200 01  BUILD-HEAD-LINE.
030300     02 FILLER PICTURE X(44) VALUE
030400        ' REQUEST  DEPT DG      ORIGINAL RUN ID  ST  '.
030500     02 FILLER PICTURE X(31) VALUE
030600        '                 CURRENT ANSWER'.
030700 01  BUILD-DETAIL-LINE.
030800     02 FILLER PICTURE X(01) VALUE SPACE.
030900     02 BD-REQUEST-ID          PICTURE X(08).
031000     02 FILLER PICTURE X(01) VALUE SPACE.
031100     02 BD-DEPARTMENT          PICTURE X(04).
031200     02 FILLER PICTURE X(01) VALUE SPACE.
031300     02 BD-DEGREE              PICTURE 9(02).
031400     02 FILLER PICTURE X(06) VALUE SPACES.
031500     02 BD-RUN-ID              PICTURE 9(16).
031600     02 FILLER PICTURE X(02) VALUE SPACES.
031700     02 BD-STATUS-CODE         PICTURE X(02).
031800     02 FILLER PICTURE X(02) VALUE SPACES.
031900     02 BD-OUT-Y               PICTURE -(11)9.9(18).
032000 01  REPORT-HEAD-LINE.
032100     02 FILLER PICTURE X(17) VALUE ' REQUEST  DEPT DG'.
032200     02 FILLER PICTURE X(31) VALUE
032300        '                     OLD ANSWER'.
032400     02 FILLER PICTURE X(31) VALUE
032500        '                     NEW ANSWER'.
032600     02 FILLER PICTURE X(31) VALUE
032700        '                     DIFFERENCE'.
032800     02 FILLER PICTURE X(16) VALUE '  OLD/NEW RESULT'.
032900 01  REPORT-DETAIL-LINE.
033000     02 FILLER PICTURE X(01) VALUE SPACE.
033100     02 RD-REQUEST-ID          PICTURE X(08).
033200     02 FILLER PICTURE X(01) VALUE SPACE.
033300     02 RD-DEPARTMENT          PICTURE X(04).
033400     02 FILLER PICTURE X(01) VALUE SPACE.
033500     02 RD-DEGREE              PICTURE 9(02).
033600     02 RD-OLD-Y               PICTURE -(11)9.9(18).
033700     02 RD-NEW-Y               PICTURE -(11)9.9(18).
033800     02 RD-DIFFERENCE          PICTURE -(11)9.9(18).
033900     02 FILLER PICTURE X(02) VALUE SPACES.
034000     02 RD-OLD-STATUS          PICTURE X(02).
034100     02 FILLER PICTURE X(01) VALUE '/'.
034200     02 RD-NEW-STATUS          PICTURE X(02).
034300     02 FILLER PICTURE X(01) VALUE SPACE.
034400     02 RD-RESULT              PICTURE X(14).
034500 01  RD-NEW-Y-TEXT REDEFINES REPORT-DETAIL-LINE.
034600     02 FILLER PICTURE X(48).
034700     02 RD-NEW-Y-BLANK         PICTURE X(62).
034800     02 FILLER PICTURE X(22).
034900 01  NOTIFY-TITLE-LINE.
035000     02 FILLER PICTURE X(44) VALUE
035100        ' REQUESTERS TO TELL - ANSWERS THAT CHANGED  '.
035200 01  NOTIFY-DEPT-LINE.
035300     02 FILLER PICTURE X(06) VALUE ' DEPT '.
035400     02 ND-DEPARTMENT          PICTURE X(04).
035500     02 FILLER PICTURE X(02) VALUE SPACES.
035600     02 ND-DEPT-NAME           PICTURE X(25).
035700     02 FILLER PICTURE X(10) VALUE '  CONTACT '.
035800     02 ND-CONTACT             PICTURE X(25).
035900     02 FILLER PICTURE X(02) VALUE SPACES.
036000     02 ND-CHANGED             PICTURE ZZZ,ZZ9.
036100     02 FILLER PICTURE X(16) VALUE ' ANSWERS CHANGED'.
036200 01  NOTIFY-REQ-LINE.
036300     02 FILLER PICTURE X(15) VALUE '       REQUEST '.
036400     02 NR-REQUEST-ID          PICTURE X(08).
036500     02 FILLER PICTURE X(08) VALUE '  DEGREE'.
036600     02 FILLER PICTURE X(01) VALUE SPACE.
036700     02 NR-DEGREE              PICTURE 9(02).
036800 01  NOTIFY-FULL-LINE.
036900     02 FILLER PICTURE X(44) VALUE
037000        ' NOTIFY LIST FULL - CHANGED ANSWERS NOT LIST'.
037100     02 FILLER PICTURE X(04) VALUE 'ED: '.
037200     02 NF-UNLISTED            PICTURE ZZZ,ZZ9.
037300 01  NOTIFY-NONE-LINE.
037400     02 FILLER PICTURE X(44) VALUE
037500        ' NO ANSWER CHANGED - NOBODY NEEDS TELLING.  '.
037600
037700 PROCEDURE DIVISION.
037800 0000-MAINLINE.
037900     OPEN OUTPUT STANDARD-OUTPUT.
038000     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
038100     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
038200     ACCEPT WS-FUNCTION-ENTRY.
038300     IF FUNCTION-BUILD
038400         PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT
038500         PERFORM 1000-GET-SELECTION THRU 1000-EXIT
038600         PERFORM 2000-BUILD-CAMPAIGN THRU 2000-EXIT
038700     ELSE
038800         IF FUNCTION-REPORT
038900             PERFORM 3000-REPORT-CAMPAIGN THRU 3000-EXIT
039000         ELSE
039100             WRITE OUT-LINE FROM BAD-FUNCTION-MESS
039200                 AFTER ADVANCING 1 LINE
039300             MOVE 8 TO WS-RETURN-CODE
039400         END-IF
039500     END-IF.
039600     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
039700     CLOSE STANDARD-OUTPUT.
039800     MOVE WS-RETURN-CODE TO RETURN-CODE.
039900     STOP RUN.
040000
040100 *> -------------------------------------------------------
040200 *> 0600-SIGN-ON-OPERATOR - the operator must be on OPERMAST
040300 *> and active, the same check every program makes, and on
040400 *> top of that supervisor level: a campaign replaces
040500 *> answers already given to requesters.  Every attempt
040600 *> lands on the security log.
040700 *> -------------------------------------------------------
040800 0600-SIGN-ON-OPERATOR.
040900     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
041000     ACCEPT WS-OPERATOR-ID.
041100     MOVE 'N' TO WS-OPER-AUTH-SW.
041200     MOVE 'NF' TO WS-SEC-REASON.
041300     OPEN INPUT OPERATOR-MASTER.
041400     IF NOT OPER-FILE-NOT-FOUND
041500         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
041600         READ OPERATOR-MASTER
041700             INVALID KEY
041800                 CONTINUE
041900             NOT INVALID KEY
042000                 IF OM-ACTIVE
042100                     SET OPERATOR-AUTHORIZED TO TRUE
042200                     MOVE 'OK' TO WS-SEC-REASON
042300                     MOVE OM-AUTHORITY-LEVEL TO WS-OPER-LEVEL
042400                 ELSE
042500                     MOVE 'IN' TO WS-SEC-REASON
042600                 END-IF
042700         END-READ
042800         CLOSE OPERATOR-MASTER
042900     ELSE
043000         MOVE 'NM' TO WS-SEC-REASON
043100     END-IF.
043200     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
043300     IF NOT OPERATOR-AUTHORIZED
043400         WRITE OUT-LINE FROM OPER-REJECT-MESS
043500             AFTER ADVANCING 1 LINE
043600         CLOSE STANDARD-OUTPUT
043700         MOVE 8 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000     IF NOT OPER-IS-SUPERVISOR
044100         WRITE OUT-LINE FROM NOT-SUPERVISOR-MESS
044200             AFTER ADVANCING 1 LINE
044300         CLOSE STANDARD-OUTPUT
044400         MOVE 8 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700 0600-EXIT.
044800     EXIT.
044900
045000 *> -------------------------------------------------------
045100 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
045200 *> sign-on attempt, accepted or rejected, with the ID
045300 *> exactly as keyed.
045400 *> -------------------------------------------------------
045500 0660-LOG-SIGNON-ATTEMPT.
045600     OPEN EXTEND SECURITY-LOG.
045700     IF NOT SEC-FILE-OK
045800         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
045900             WS-SEC-FILE-STATUS
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
046400     ACCEPT SC-RUN-TIME FROM TIME.
046500     MOVE 'SQRTRCLC' TO SC-PROGRAM-NAME.
046600     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
046700     IF OPERATOR-AUTHORIZED
046800         SET SC-ACCEPTED TO TRUE
046900     ELSE
047000         SET SC-REJECTED TO TRUE
047100     END-IF.
047200     MOVE WS-SEC-REASON TO SC-REASON.
047300     MOVE SPACES TO SC-FILLER.
047400     WRITE SECURITY-LOG-RECORD.
047500     CLOSE SECURITY-LOG.
047600     IF NOT OPERATOR-AUTHORIZED
047700         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
047800     END-IF.
047900 0660-EXIT.
048000     EXIT.
048100
048200 *> -------------------------------------------------------
048300 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
048400 *> feed, which raises an alert when the ID keeps failing.
048500 *> -------------------------------------------------------
048600 0670-ALERT-SIGNON-REJECT.
048700     MOVE SPACES TO ALERT-PARAMETERS.
048800     SET AP-SIGNON-REJECTED TO TRUE.
048900     MOVE 'SQRTRCLC' TO AP-PROGRAM-NAME.
049000     MOVE 0 TO AP-RUN-ID.
049100     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
049200     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
049300 0670-EXIT.
049400     EXIT.
049500
049600 *> -------------------------------------------------------
049700 *> 1000-GET-SELECTION - the five limits off SYSIN.  Every
049800 *> numeric entry must be numeric or blank, a date span must
049900 *> run forwards, and at least one limit must be given.
050000 *> -------------------------------------------------------
050100 1000-GET-SELECTION.
050200     WRITE OUT-LINE FROM DEPT-PROMPT AFTER ADVANCING 1 LINE.
050300     ACCEPT WS-SEL-DEPARTMENT.
050400     WRITE OUT-LINE FROM FROM-PROMPT AFTER ADVANCING 1 LINE.
050500     ACCEPT WS-FROM-ENTRY.
050600     WRITE OUT-LINE FROM TO-PROMPT AFTER ADVANCING 1 LINE.
050700     ACCEPT WS-TO-ENTRY.
050800     WRITE OUT-LINE FROM RUN-PROMPT AFTER ADVANCING 1 LINE.
050900     ACCEPT WS-RUN-ENTRY.
051000     WRITE OUT-LINE FROM DEGREE-PROMPT AFTER ADVANCING 1 LINE.
051100     ACCEPT WS-DEGREE-ENTRY.
051200     WRITE OUT-LINE FROM PROFILE-PROMPT AFTER ADVANCING 1 LINE.
051300     ACCEPT WS-SEL-PROFILE.
051400     MOVE 'Y' TO WS-SELECT-OK-SW.
051500     IF WS-FROM-ENTRY NOT = SPACES
051600         IF WS-FROM-ENTRY-NUM NUMERIC
051700             MOVE WS-FROM-ENTRY-NUM TO WS-SEL-FROM-DATE
051800         ELSE
051900             MOVE 'N' TO WS-SELECT-OK-SW
052000         END-IF
052100     END-IF.
052200     IF WS-TO-ENTRY NOT = SPACES
052300         IF WS-TO-ENTRY-NUM NUMERIC
052400             MOVE WS-TO-ENTRY-NUM TO WS-SEL-TO-DATE
052500         ELSE
052600             MOVE 'N' TO WS-SELECT-OK-SW
052700         END-IF
052800     END-IF.
052900     IF WS-RUN-ENTRY NOT = SPACES
053000         IF WS-RUN-ENTRY-NUM NUMERIC
053100             MOVE WS-RUN-ENTRY-NUM TO WS-SEL-RUN-ID
053200         ELSE
053300             MOVE 'N' TO WS-SELECT-OK-SW
053400         END-IF
053500     END-IF.
053600     IF WS-DEGREE-ENTRY NOT = SPACES
053700         IF WS-DEGREE-ENTRY-NUM NUMERIC
053800             MOVE WS-DEGREE-ENTRY-NUM TO WS-SEL-DEGREE
053900         ELSE
054000             MOVE 'N' TO WS-SELECT-OK-SW
054100         END-IF
054200     END-IF.
054300     IF WS-SEL-FROM-DATE > 0 AND WS-SEL-TO-DATE > 0
054400         AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
054500         MOVE 'N' TO WS-SELECT-OK-SW
054600     END-IF.
054700     IF NOT SELECTION-OK
054800         WRITE OUT-LINE FROM BAD-SELECT-MESS
054900             AFTER ADVANCING 1 LINE
055000         CLOSE STANDARD-OUTPUT
055100         MOVE 8 TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400     IF WS-SEL-DEPARTMENT = SPACES AND WS-SEL-PROFILE = SPACES
055500         AND WS-SEL-FROM-DATE = 0 AND WS-SEL-TO-DATE = 0
055600         AND WS-SEL-RUN-ID = 0 AND WS-SEL-DEGREE = 0
055700         WRITE OUT-LINE FROM NO-SELECT-MESS
055800             AFTER ADVANCING 1 LINE
055900         CLOSE STANDARD-OUTPUT
056000         MOVE 8 TO RETURN-CODE
056100         STOP RUN
056200     END-IF.
056300 1000-EXIT.
056400     EXIT.
056500
056600 *> -------------------------------------------------------
056700 *> 2000-BUILD-CAMPAIGN - the whole master is read in key
056800 *> order; a department, date span, run or profile is not
056900 *> its key.  RUNREG is only needed to select by profile.
057000 *> -------------------------------------------------------
057100 2000-BUILD-CAMPAIGN.
057200     OPEN INPUT RESULT-MASTER.
057300     IF NOT RSLT-FILE-OK
057400         WRITE OUT-LINE FROM NO-RESULTS-MESS
057500             AFTER ADVANCING 1 LINE
057600         MOVE 8 TO WS-RETURN-CODE
057700         GO TO 2000-EXIT
057800     END-IF.
057900     IF WS-SEL-PROFILE NOT = SPACES
058000         OPEN INPUT RUN-REGISTRY
058100         IF NOT RUNREG-FILE-OK
058200             WRITE OUT-LINE FROM NO-RUNREG-MESS
058300                 AFTER ADVANCING 1 LINE
058400             CLOSE RESULT-MASTER
058500             MOVE 8 TO WS-RETURN-CODE
058600             GO TO 2000-EXIT
058700         END-IF
058800         SET RUNREG-OPEN TO TRUE
058900     END-IF.
059000     OPEN OUTPUT RECALC-OUTPUT.
059100     IF NOT INZ-FILE-OK
059200         DISPLAY 'UNABLE TO OPEN INZFILE, STATUS '
059300             WS-INZ-FILE-STATUS
059400         MOVE 16 TO RETURN-CODE
059500         STOP RUN
059600     END-IF.
059700     OPEN OUTPUT CAMPAIGN-FILE.
059800     IF NOT CAMP-FILE-OK
059900         DISPLAY 'UNABLE TO OPEN RCALCAMP, STATUS '
060000             WS-CAMP-FILE-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         STOP RUN
060300     END-IF.
060400     OPEN OUTPUT REPORT-FILE.
060500     IF NOT RPT-FILE-OK
060600         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
060700             WS-RPT-FILE-STATUS
060800         MOVE 16 TO RETURN-CODE
060900         STOP RUN
061000     END-IF.
061100     ACCEPT WS-CAMPAIGN-DATE FROM DATE YYYYMMDD.
061200     ACCEPT WS-CAMPAIGN-TIME FROM TIME.
061300     MOVE 'RECALCULATION CAMPAIGN - BUILD' TO TL-TITLE.
061400     MOVE WS-CAMPAIGN-DATE TO CN-CAMPAIGN-DATE.
061500     MOVE WS-CAMPAIGN-TIME TO CN-CAMPAIGN-TIME.
061600     MOVE WS-OPERATOR-ID TO CN-BUILT-BY.
061700     MOVE WS-SEL-DEPARTMENT TO SN-DEPARTMENT.
061800     MOVE WS-SEL-FROM-DATE TO SN-FROM-DATE.
061900     MOVE WS-SEL-TO-DATE TO SN-TO-DATE.
062000     MOVE WS-SEL-RUN-ID TO SN-RUN-ID.
062100     MOVE WS-SEL-DEGREE TO SN-DEGREE.
062200     MOVE WS-SEL-PROFILE TO SN-PROFILE.
062300     MOVE 'N' TO WS-EOF-SW.
062400     PERFORM 2100-SELECT-ONE-RESULT THRU 2100-EXIT
062500         UNTIL END-OF-INPUT.
062600     CLOSE RESULT-MASTER.
062700     IF RUNREG-OPEN
062800         CLOSE RUN-REGISTRY
062900     END-IF.
063000     CLOSE RECALC-OUTPUT.
063100     CLOSE CAMPAIGN-FILE.
063200     PERFORM 5000-PRINT-BUILD-COUNTS THRU 5000-EXIT.
063300     CLOSE REPORT-FILE.
063400     IF WS-RESULTS-SELECTED = 0
063500         MOVE 4 TO WS-RETURN-CODE
063600     END-IF.
063700 2000-EXIT.
063800     EXIT.
063900
064000 *> -------------------------------------------------------
064100 *> 2100-SELECT-ONE-RESULT - one master row against every
064200 *> limit given; the profile test comes last because it is
064300 *> the only one that may cost a RUNREG read.
064400 *> -------------------------------------------------------
064500 2100-SELECT-ONE-RESULT.
064600     READ RESULT-MASTER NEXT RECORD
064700         AT END
064800             MOVE 'Y' TO WS-EOF-SW
064900             GO TO 2100-EXIT
065000     END-READ.
065100     ADD 1 TO WS-RESULTS-READ.
065200     IF WS-SEL-DEPARTMENT NOT = SPACES
065300         AND RS-DEPARTMENT NOT = WS-SEL-DEPARTMENT
065400         GO TO 2100-EXIT
065500     END-IF.
065600     IF WS-SEL-FROM-DATE > 0 AND RS-RUN-DATE < WS-SEL-FROM-DATE
065700         GO TO 2100-EXIT
065800     END-IF.
065900     IF WS-SEL-TO-DATE > 0 AND RS-RUN-DATE > WS-SEL-TO-DATE
066000         GO TO 2100-EXIT
066100     END-IF.
066200     IF WS-SEL-RUN-ID > 0 AND RS-RUN-ID NOT = WS-SEL-RUN-ID
066300         GO TO 2100-EXIT
066400     END-IF.
066500     IF WS-SEL-DEGREE > 0 AND RS-ROOT-DEGREE NOT = WS-SEL-DEGREE
066600         GO TO 2100-EXIT
066700     END-IF.
066800     IF WS-SEL-PROFILE NOT = SPACES
066900         PERFORM 2200-LOOK-UP-PROFILE THRU 2200-EXIT
067000         IF WS-LAST-PROFILE NOT = WS-SEL-PROFILE
067100             GO TO 2100-EXIT
067200         END-IF
067300     END-IF.
067400     PERFORM 2300-WRITE-RECALC THRU 2300-EXIT.
067500 2100-EXIT.
067600     EXIT.
067700
067800 2200-LOOK-UP-PROFILE.
067900     IF RS-RUN-ID = WS-LAST-RUN-ID
068000         GO TO 2200-EXIT
068100     END-IF.
068200     MOVE RS-RUN-ID TO WS-LAST-RUN-ID.
068300     MOVE SPACES TO WS-LAST-PROFILE.
068400     MOVE RS-RUN-ID TO RR-RUN-ID.
068500     READ RUN-REGISTRY
068600         INVALID KEY
068700             CONTINUE
068800         NOT INVALID KEY
068900             MOVE RR-PROFILE-NAME TO WS-LAST-PROFILE
069000     END-READ.
069100 2200-EXIT.
069200     EXIT.
069300
069400 *> -------------------------------------------------------
069500 *> 2300-WRITE-RECALC - the selected result goes back in as
069600 *> its own request: the same value, request ID, department,
069700 *> degree and places, marked as a recalculation, with the
069800 *> answer as it stands filed on the campaign file.  A row
069900 *> whose places were never known is redone at the full 18.
070000 *> -------------------------------------------------------
070100 2300-WRITE-RECALC.
070200     MOVE SPACES TO INZ-INPUT-RECORD.
070300     MOVE RS-IN-Z TO INZ-REC-VALUE.
070400     MOVE RS-REQUEST-ID TO INZ-REQUEST-ID.
070500     MOVE RS-DEPARTMENT TO INZ-DEPARTMENT.
070600     MOVE RS-ROOT-DEGREE TO INZ-ROOT-DEGREE.
070700     IF RS-DECIMAL-PLACES NUMERIC
070800         AND RS-DECIMAL-PLACES NOT > 18
070900         MOVE RS-DECIMAL-PLACES TO INZ-DECIMAL-PLACES
071000     ELSE
071100         MOVE 18 TO INZ-DECIMAL-PLACES
071200     END-IF.
071200     IF RS-EXP-NUMERATOR NUMERIC AND RS-EXP-NUMERATOR > 1
071200         MOVE RS-EXP-NUMERATOR TO INZ-EXP-NUMERATOR
071200         MOVE RS-EXP-NUMERATOR TO CG-EXP-NUMERATOR
071200     ELSE
071200         MOVE 1 TO CG-EXP-NUMERATOR
071200     END-IF.
071300     MOVE 0 TO INZ-RESUBMIT-COUNT.
071400     SET INZ-RECALCULATION TO TRUE.
071500     WRITE INZ-INPUT-RECORD.
071600     MOVE WS-CAMPAIGN-ID TO CG-CAMPAIGN-ID.
071700     MOVE WS-OPERATOR-ID TO CG-BUILT-BY.
071800     MOVE RS-REQUEST-ID TO CG-REQUEST-ID.
071900     MOVE RS-ROOT-DEGREE TO CG-ROOT-DEGREE.
072000     MOVE RS-DEPARTMENT TO CG-DEPARTMENT.
072100     MOVE RS-IN-Z TO CG-OLD-IN-Z.
072200     MOVE RS-OUT-Y TO CG-OLD-OUT-Y.
072300     MOVE RS-STATUS-CODE TO CG-OLD-STATUS-CODE.
072400     MOVE RS-RUN-ID TO CG-OLD-RUN-ID.
072500     MOVE RS-RUN-DATE TO CG-OLD-RUN-DATE.
072600     MOVE INZ-DECIMAL-PLACES TO CG-DECIMAL-PLACES.
072700     MOVE WS-SEL-DEPARTMENT TO CG-SEL-DEPARTMENT.
072800     MOVE WS-SEL-FROM-DATE TO CG-SEL-FROM-DATE.
072900     MOVE WS-SEL-TO-DATE TO CG-SEL-TO-DATE.
073000     MOVE WS-SEL-RUN-ID TO CG-SEL-RUN-ID.
073100     MOVE WS-SEL-DEGREE TO CG-SEL-DEGREE.
073200     MOVE WS-SEL-PROFILE TO CG-SEL-PROFILE.
073300     MOVE SPACES TO CG-FILLER.
073400     WRITE CAMPAIGN-RECORD.
073500     ADD 1 TO WS-RESULTS-SELECTED.
073600     IF WS-LINE-COUNT > 55
073700         PERFORM 7000-START-PAGE THRU 7000-EXIT
073800         WRITE RPT-LINE FROM BUILD-HEAD-LINE
073900             AFTER ADVANCING 2 LINES
074000         ADD 2 TO WS-LINE-COUNT
074100     END-IF.
074200     MOVE RS-REQUEST-ID TO BD-REQUEST-ID.
074300     MOVE RS-DEPARTMENT TO BD-DEPARTMENT.
074400     MOVE RS-ROOT-DEGREE TO BD-DEGREE.
074500     MOVE RS-RUN-ID TO BD-RUN-ID.
074600     MOVE RS-STATUS-CODE TO BD-STATUS-CODE.
074700     MOVE RS-OUT-Y TO BD-OUT-Y.
074800     WRITE RPT-LINE FROM BUILD-DETAIL-LINE AFTER ADVANCING 1 LINE.
074900     ADD 1 TO WS-LINE-COUNT.
075000 2300-EXIT.
075100     EXIT.
075200
075300 *> -------------------------------------------------------
075400 *> 3000-REPORT-CAMPAIGN - every campaign row against what
075500 *> the master holds now, then the requesters to tell.
075600 *> DEPTMAST only fills in names and contacts.
075700 *> -------------------------------------------------------
075800 3000-REPORT-CAMPAIGN.
075900     OPEN INPUT CAMPAIGN-FILE.
076000     IF NOT CAMP-FILE-OK
076100         WRITE OUT-LINE FROM NO-CAMPAIGN-MESS
076200             AFTER ADVANCING 1 LINE
076300         MOVE 8 TO WS-RETURN-CODE
076400         GO TO 3000-EXIT
076500     END-IF.
076600     OPEN INPUT RESULT-MASTER.
076700     IF NOT RSLT-FILE-OK
076800         WRITE OUT-LINE FROM NO-RESULTS-MESS
076900             AFTER ADVANCING 1 LINE
077000         CLOSE CAMPAIGN-FILE
077100         MOVE 8 TO WS-RETURN-CODE
077200         GO TO 3000-EXIT
077300     END-IF.
077400     OPEN OUTPUT REPORT-FILE.
077500     IF NOT RPT-FILE-OK
077600         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
077700             WS-RPT-FILE-STATUS
077800         MOVE 16 TO RETURN-CODE
077900         STOP RUN
078000     END-IF.
078100     OPEN INPUT DEPT-MASTER.
078200     IF DEPT-FILE-OK
078300         SET DEPT-MASTER-OPEN TO TRUE
078400     END-IF.
078500     MOVE 'RECALCULATION CAMPAIGN - OLD AND NEW' TO TL-TITLE.
078600     MOVE 'N' TO WS-EOF-SW.
078700     PERFORM 3100-COMPARE-ONE-ROW THRU 3100-EXIT
078800         UNTIL END-OF-INPUT.
078900     PERFORM 4000-PRINT-NOTIFY-LIST THRU 4000-EXIT.
079000     PERFORM 5100-PRINT-REPORT-COUNTS THRU 5100-EXIT.
079100     CLOSE CAMPAIGN-FILE.
079200     CLOSE RESULT-MASTER.
079300     IF DEPT-MASTER-OPEN
079400         CLOSE DEPT-MASTER
079500     END-IF.
079600     CLOSE REPORT-FILE.
079700     IF WS-ROWS-PENDING > 0 OR WS-ROWS-GONE > 0
079800         MOVE 8 TO WS-RETURN-CODE
079900     ELSE
080000         IF WS-ROWS-CHANGED > 0
080100             MOVE 4 TO WS-RETURN-CODE
080200         END-IF
080300     END-IF.
080400 3000-EXIT.
080500     EXIT.
080600
080700 *> -------------------------------------------------------
080800 *> 3100-COMPARE-ONE-ROW - a master row still carrying the
080900 *> run ID it had at the build has not been recalculated
081000 *> yet; one gone from the master was purged since.  Any
081100 *> other row is the campaign's answer, and it changed when
081200 *> the value or the status did.  The campaign heading comes
081300 *> off the first row.
081400 *> -------------------------------------------------------
081500 3100-COMPARE-ONE-ROW.
081600     READ CAMPAIGN-FILE
081700         AT END
081800             MOVE 'Y' TO WS-EOF-SW
081900             GO TO 3100-EXIT
082000     END-READ.
082100     ADD 1 TO WS-CAMPAIGN-ROWS.
082200     IF WS-CAMPAIGN-ROWS = 1
082300         MOVE CG-CAMPAIGN-DATE TO CN-CAMPAIGN-DATE
082400         MOVE CG-CAMPAIGN-TIME TO CN-CAMPAIGN-TIME
082500         MOVE CG-BUILT-BY TO CN-BUILT-BY
082600         MOVE CG-SEL-DEPARTMENT TO SN-DEPARTMENT
082700         MOVE CG-SEL-FROM-DATE TO SN-FROM-DATE
082800         MOVE CG-SEL-TO-DATE TO SN-TO-DATE
082900         MOVE CG-SEL-RUN-ID TO SN-RUN-ID
083000         MOVE CG-SEL-DEGREE TO SN-DEGREE
083100         MOVE CG-SEL-PROFILE TO SN-PROFILE
083200     END-IF.
083300     IF WS-LINE-COUNT > 55
083400         PERFORM 7000-START-PAGE THRU 7000-EXIT
083500         WRITE RPT-LINE FROM REPORT-HEAD-LINE
083600             AFTER ADVANCING 2 LINES
083700         ADD 2 TO WS-LINE-COUNT
083800     END-IF.
083900     MOVE CG-REQUEST-ID TO RD-REQUEST-ID.
084000     MOVE CG-DEPARTMENT TO RD-DEPARTMENT.
084100     MOVE CG-ROOT-DEGREE TO RD-DEGREE.
084200     MOVE CG-OLD-OUT-Y TO RD-OLD-Y.
084300     MOVE CG-OLD-STATUS-CODE TO RD-OLD-STATUS.
084400     MOVE CG-REQUEST-ID TO RS-REQUEST-ID.
084500     MOVE CG-ROOT-DEGREE TO RS-ROOT-DEGREE.
084600     READ RESULT-MASTER
084700         INVALID KEY
084800             MOVE SPACES TO RD-NEW-Y-BLANK
084900             MOVE SPACES TO RD-NEW-STATUS
085000             MOVE 'NOT ON FILE' TO RD-RESULT
085100             ADD 1 TO WS-ROWS-GONE
085200             GO TO 3100-WRITE
085300     END-READ.
085400     MOVE RS-STATUS-CODE TO RD-NEW-STATUS.
085500     IF RS-RUN-ID = CG-OLD-RUN-ID
085600         MOVE SPACES TO RD-NEW-Y-BLANK
085700         MOVE 'NOT YET REDONE' TO RD-RESULT
085800         ADD 1 TO WS-ROWS-PENDING
085900         GO TO 3100-WRITE
086000     END-IF.
086100     COMPUTE WS-DIFFERENCE = RS-OUT-Y - CG-OLD-OUT-Y.
086200     MOVE RS-OUT-Y TO RD-NEW-Y.
086300     MOVE WS-DIFFERENCE TO RD-DIFFERENCE.
086400     IF WS-DIFFERENCE = 0
086500         AND RS-STATUS-CODE = CG-OLD-STATUS-CODE
086600         MOVE 'SAME' TO RD-RESULT
086700         ADD 1 TO WS-ROWS-SAME
086800     ELSE
086900         MOVE 'CHANGED' TO RD-RESULT
087000         ADD 1 TO WS-ROWS-CHANGED
087100         PERFORM 3200-FILE-NOTIFY THRU 3200-EXIT
087200     END-IF.
087300 3100-WRITE.
087400     WRITE RPT-LINE FROM REPORT-DETAIL-LINE
087500         AFTER ADVANCING 1 LINE.
087600     ADD 1 TO WS-LINE-COUNT.
087700 3100-EXIT.
087800     EXIT.
087900
088000 *> -------------------------------------------------------
088100 *> 3200-FILE-NOTIFY - a changed answer counts against its
088200 *> department and its request is listed under it.  Past
088300 *> either table's size the count still reaches the report.
088400 *> -------------------------------------------------------
088500 3200-FILE-NOTIFY.
088600     PERFORM 3300-FIND-DEPT-SLOT THRU 3300-EXIT.
088700     IF WS-DEPT-SLOT > 0
088800         ADD 1 TO WN-CHANGED (WS-DEPT-SLOT)
088900     END-IF.
089000     IF WS-REQ-COUNT < WS-REQ-MAX AND WS-DEPT-SLOT > 0
089100         ADD 1 TO WS-REQ-COUNT
089200         MOVE CG-DEPARTMENT TO WQ-DEPARTMENT (WS-REQ-COUNT)
089300         MOVE CG-REQUEST-ID TO WQ-REQUEST-ID (WS-REQ-COUNT)
089400         MOVE CG-ROOT-DEGREE TO WQ-ROOT-DEGREE (WS-REQ-COUNT)
089500     ELSE
089600         ADD 1 TO WS-REQ-UNLISTED
089700     END-IF.
089800 3200-EXIT.
089900     EXIT.
090000
090100 3300-FIND-DEPT-SLOT.
090200     MOVE 0 TO WS-DEPT-SLOT.
090300     MOVE 1 TO WS-DEPT-SUB.
090400     PERFORM 3310-TEST-DEPT-SLOT THRU 3310-EXIT
090500         UNTIL WS-DEPT-SLOT > 0 OR WS-DEPT-SUB > WS-DEPT-COUNT.
090600     IF WS-DEPT-SLOT = 0 AND WS-DEPT-COUNT < WS-DEPT-MAX
090700         ADD 1 TO WS-DEPT-COUNT
090800         MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
090900         MOVE CG-DEPARTMENT TO WN-DEPARTMENT (WS-DEPT-SLOT)
091000         MOVE 0 TO WN-CHANGED (WS-DEPT-SLOT)
091100     END-IF.
091200 3300-EXIT.
091300     EXIT.
091400
091500 3310-TEST-DEPT-SLOT.
091600     IF WN-DEPARTMENT (WS-DEPT-SUB) = CG-DEPARTMENT
091700         MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
091800     END-IF.
091900     ADD 1 TO WS-DEPT-SUB.
092000 3310-EXIT.
092100     EXIT.
092200
092300 *> -------------------------------------------------------
092400 *> 4000-PRINT-NOTIFY-LIST - the requesters to tell, one
092500 *> department at a time with its contact off DEPTMAST and
092600 *> the requests whose answers changed.
092700 *> -------------------------------------------------------
092800 4000-PRINT-NOTIFY-LIST.
092900     PERFORM 7000-START-PAGE THRU 7000-EXIT.
093000     WRITE RPT-LINE FROM NOTIFY-TITLE-LINE
093100         AFTER ADVANCING 2 LINES.
093200     ADD 2 TO WS-LINE-COUNT.
093300     IF WS-ROWS-CHANGED = 0
093400         WRITE RPT-LINE FROM NOTIFY-NONE-LINE
093500             AFTER ADVANCING 2 LINES
093600         GO TO 4000-EXIT
093700     END-IF.
093800     PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
093900         VARYING WS-DEPT-SUB FROM 1 BY 1
094000         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
094100     IF WS-REQ-UNLISTED > 0
094200         MOVE WS-REQ-UNLISTED TO NF-UNLISTED
094300         WRITE RPT-LINE FROM NOTIFY-FULL-LINE
094400             AFTER ADVANCING 2 LINES
094500     END-IF.
094600 4000-EXIT.
094700     EXIT.
094800
094900 4100-PRINT-ONE-DEPT.
095000     MOVE WN-DEPARTMENT (WS-DEPT-SUB) TO ND-DEPARTMENT.
095100     MOVE '*** NOT ON DEPTMAST ***' TO ND-DEPT-NAME.
095200     MOVE SPACES TO ND-CONTACT.
095300     IF DEPT-MASTER-OPEN
095400         MOVE WN-DEPARTMENT (WS-DEPT-SUB) TO DM-DEPT-CODE
095500         READ DEPT-MASTER
095600             INVALID KEY
095700                 CONTINUE
095800             NOT INVALID KEY
095900                 MOVE DM-DEPT-NAME TO ND-DEPT-NAME
096000                 MOVE DM-CONTACT TO ND-CONTACT
096100         END-READ
096200     END-IF.
096300     MOVE WN-CHANGED (WS-DEPT-SUB) TO ND-CHANGED.
096400     IF WS-LINE-COUNT > 55
096500         PERFORM 7000-START-PAGE THRU 7000-EXIT
096600     END-IF.
096700     WRITE RPT-LINE FROM NOTIFY-DEPT-LINE AFTER ADVANCING 2 LINES.
096800     ADD 2 TO WS-LINE-COUNT.
096900     PERFORM 4110-PRINT-DEPT-REQUEST THRU 4110-EXIT
097000         VARYING WS-REQ-SUB FROM 1 BY 1
097100         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
097200 4100-EXIT.
097300     EXIT.
097400
097500 4110-PRINT-DEPT-REQUEST.
097600     IF WQ-DEPARTMENT (WS-REQ-SUB)
097700         NOT = WN-DEPARTMENT (WS-DEPT-SUB)
097800         GO TO 4110-EXIT
097900     END-IF.
098000     IF WS-LINE-COUNT > 55
098100         PERFORM 7000-START-PAGE THRU 7000-EXIT
098200     END-IF.
098300     MOVE WQ-REQUEST-ID (WS-REQ-SUB) TO NR-REQUEST-ID.
098400     MOVE WQ-ROOT-DEGREE (WS-REQ-SUB) TO NR-DEGREE.
098500     WRITE RPT-LINE FROM NOTIFY-REQ-LINE AFTER ADVANCING 1 LINE.
098600     ADD 1 TO WS-LINE-COUNT.
098700 4110-EXIT.
098800     EXIT.
098900
099000 5000-PRINT-BUILD-COUNTS.
099100     MOVE ' RESULTS READ..........: ' TO CL-LABEL.
099200     MOVE WS-RESULTS-READ TO CL-COUNT.
099300     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 2 LINES.
099400     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
099500     MOVE ' SELECTED FOR RECALC...: ' TO CL-LABEL.
099600     MOVE WS-RESULTS-SELECTED TO CL-COUNT.
099700     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
099800     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
099900 5000-EXIT.
100000     EXIT.
100100
100200 5100-PRINT-REPORT-COUNTS.
100300     MOVE ' CAMPAIGN ROWS.........: ' TO CL-LABEL.
100400     MOVE WS-CAMPAIGN-ROWS TO CL-COUNT.
100500     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 2 LINES.
100600     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
100700     MOVE ' ANSWERS CHANGED.......: ' TO CL-LABEL.
100800     MOVE WS-ROWS-CHANGED TO CL-COUNT.
100900     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
101000     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
101100     MOVE ' ANSWERS THE SAME......: ' TO CL-LABEL.
101200     MOVE WS-ROWS-SAME TO CL-COUNT.
101300     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
101400     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
101500     MOVE ' NOT YET RECALCULATED..: ' TO CL-LABEL.
101600     MOVE WS-ROWS-PENDING TO CL-COUNT.
101700     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
101800     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
101900     MOVE ' NO LONGER ON RSLTMAST.: ' TO CL-LABEL.
102000     MOVE WS-ROWS-GONE TO CL-COUNT.
102100     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
102200     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
102300 5100-EXIT.
102400     EXIT.
102500
102600 *> -------------------------------------------------------
102700 *> 7000-START-PAGE - top of form for the first page, a page
102800 *> throw after that, then the title, campaign and
102900 *> selection lines.
103000 *> -------------------------------------------------------
103100 7000-START-PAGE.
103200     ADD 1 TO WS-PAGE-NUMBER.
103300     MOVE WS-PAGE-NUMBER TO TL-PAGE.
103400     IF WS-PAGE-NUMBER = 1
103500         WRITE RPT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES
103600     ELSE
103700         WRITE RPT-LINE FROM TITLE-LINE AFTER ADVANCING PAGE
103800     END-IF.
103900     WRITE RPT-LINE FROM CAMPAIGN-LINE AFTER ADVANCING 2 LINES.
104000     WRITE RPT-LINE FROM SELECTION-LINE AFTER ADVANCING 1 LINE.
104100     MOVE 4 TO WS-LINE-COUNT.
104200 7000-EXIT.
104300     EXIT.
