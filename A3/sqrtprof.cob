000600 *> validation matches 1100-SELECT-CALC-PARMS in the run
000700 *> programs, so a profile can never hold an answer the
000800 *> prompt dialog would have refused.
000810 *> Changes are two-person: an add, change, or deactivate is
000820 *> filed pending on PARMPEND, and only reaches PARMPROF when
000830 *> a second, different supervisor approves it (V); a
000840 *> supervisor can also reject it (R), and P lists what is
000850 *> waiting.  The run programs therefore only ever see the
000860 *> last approved version of a profile.
000900 *>
001000 *> Modification History:
001100 *>   2026-08-22  DW   New program.
001110 *>   2026-10-15  DW   Operator sign-on against OPERMAST (logged
001120 *>                   to SECLOG), a D function that retires a
001130 *>                   profile through the new PP-ACTIVE-FLAG,
001140 *>                   and a CHGJRNL change-journal row with
001150 *>                   before and after images for every add,
001160 *>                   change, and deactivate.
001165 *>   2026-10-15  DW   Two-person approval: A, C, and D file the
001170 *>                   change pending on the new PARMPEND file;
001175 *>                   new P (pending list), V (approve), and R
001180 *>                   (reject) functions, approve and reject
001185 *>                   supervisor only and never by the proposer.
001190 *>                   Approval stamps the PARMPROF row, which
001195 *>                   grows by the stamp; L lists it.
001195 *>   2026-10-15  DW   A refused sign-on is posted to the
001195 *>                   alert feed (SQRTALRT_POST).
001200 *> ---------------------------------------------------------
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. SQRTPROF.
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS PP-PROFILE-NAME
002700         FILE STATUS IS WS-PROF-FILE-STATUS.
002701     SELECT OPTIONAL PARM-PENDING ASSIGN TO "PARMPEND"
002702         ORGANIZATION IS INDEXED
002703         ACCESS MODE IS DYNAMIC
002704         RECORD KEY IS PN-PROFILE-NAME
002705         FILE STATUS IS WS-PEND-FILE-STATUS.
002708     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
002716         ORGANIZATION IS INDEXED
002724         ACCESS MODE IS DYNAMIC
002732         RECORD KEY IS OM-OPERATOR-ID
002740         FILE STATUS IS WS-OPER-FILE-STATUS.
002748     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
002756         ORGANIZATION IS LINE SEQUENTIAL
002764         FILE STATUS IS WS-SEC-FILE-STATUS.
002772     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
002780         ORGANIZATION IS LINE SEQUENTIAL
002788         FILE STATUS IS WS-JRNL-FILE-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  STANDARD-OUTPUT.
003100     01 OUT-LINE  PICTURE X(80).
003200 FD  PARM-PROFILE.
003300     COPY PARMPROF.
003303 FD  PARM-PENDING.
003306     COPY PENDREC.
003310 FD  OPERATOR-MASTER.
003320     COPY OPERREC.
003330 FD  SECURITY-LOG.
003340     COPY SECREC.
003350 FD  CHANGE-JOURNAL.
003360     COPY JRNLREC.
003400 WORKING-STORAGE SECTION.
003500 *> -------------------------------------------------------
003600 *> file status and run control
003800 77  WS-PROF-FILE-STATUS        PICTURE X(02) VALUE '00'.
003900     88 PROF-FILE-OK                          VALUE '00'.
004000     88 PROF-FILE-NOT-FOUND                   VALUE '35'.
004030 77  WS-PEND-FILE-STATUS        PICTURE X(02) VALUE '00'.
004060     88 PEND-FILE-NOT-FOUND                   VALUE '35'.
004100 77  WS-EXIT-SW                 PICTURE X(01) VALUE 'N'.
004200     88 EXIT-REQUESTED                        VALUE 'Y'.
004300 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
005500 77  WS-DECIMAL-ENTRY           PICTURE 9(02).
005510 77  WS-ABORT-PCT-ENTRY         PICTURE 9(02).
005600 77  WS-LIST-COUNT              PICTURE 9(05) COMP VALUE 0.
005605 *> -------------------------------------------------------
005610 *> the signed-on operator, the sign-on security log, and
005615 *> the change journal every maintenance action lands on.
005620 *> -------------------------------------------------------
005625 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
005626 77  WS-OPER-LEVEL              PICTURE 9(01) VALUE 0.
005627     88 OPER-IS-SUPERVISOR                    VALUE 2 THRU 9.
005630 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
005635     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
005640 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
005645     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
005650 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
005655     88 SEC-FILE-OK                      VALUE '00' '05'.
005660 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
005660 COPY ALRTPARM.
005665 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
005670     88 JRNL-FILE-OK                     VALUE '00' '05'.
005675 77  WS-JRNL-ACTION             PICTURE X(01) VALUE SPACE.
005677 77  WS-JRNL-FILE-NAME          PICTURE X(08) VALUE SPACES.
005680 77  WS-BEFORE-IMAGE            PICTURE X(100) VALUE SPACES.
005681 77  WS-AFTER-IMAGE             PICTURE X(100) VALUE SPACES.
005682 *> -------------------------------------------------------
005683 *> two-person approval: the action being proposed, whether
005684 *> the profile already has a change waiting, and whether an
005685 *> approval made it onto PARMPROF.
005686 *> -------------------------------------------------------
005687 77  WS-PEND-ACTION             PICTURE X(01) VALUE SPACE.
005688 77  WS-PENDING-SW              PICTURE X(01) VALUE 'N'.
005689     88 PENDING-FOUND                         VALUE 'Y'.
005690 77  WS-APPLY-SW                PICTURE X(01) VALUE 'N'.
005691     88 CHANGE-APPLIED                        VALUE 'Y'.
005700 *> -------------------------------------------------------
005800 *> prompts and report lines
005900 *> -------------------------------------------------------
006000 01  FUNCTION-PROMPT.
006100     02 FILLER PICTURE X(34) VALUE
006120        ' ENTER FUNCTION - A ADD, C CHANGE,'.
006140     02 FILLER PICTURE X(22) VALUE
006160        ' D DEACTIVATE, L LIST,'.
006165 01  FUNCTION-PROMPT-2.
006170     02 FILLER PICTURE X(43) VALUE
006175        '   P PENDING, V APPROVE, R REJECT, X EXIT: '.
006180 01  OPERATOR-PROMPT.
006200     02 FILLER PICTURE X(29) VALUE
006220        ' ENTER YOUR OPERATOR ID:     '.
006240 01  OPER-REJECT-MESS.
006260     02 FILLER PICTURE X(40) VALUE
006280        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
006300 01  NAME-PROMPT.
006400     02 FILLER PICTURE X(29) VALUE
006500        ' ENTER PROFILE NAME:         '.
008020     02 FILLER PICTURE X(48) VALUE
008030        ' ENTER ABORT ESCALATION PERCENT (00-99):        '.
008100 01  BAD-FUNCTION-MESS.
008200     02 FILLER PICTURE X(48) VALUE
008300        ' FUNCTION NOT A, C, D, L, P, V, R, OR X - RETRY.'.
008400 01  DUPLICATE-MESS.
008500     02 FILLER PICTURE X(42) VALUE
008600        ' PROFILE ALREADY ON FILE - USE C TO CHANGE'.
008700 01  NOT-FOUND-MESS.
008800     02 FILLER PICTURE X(26) VALUE
008900        ' PROFILE NOT ON FILE.     '.
009330 01  ALREADY-INACTIVE-MESS.
009340     02 FILLER PICTURE X(30) VALUE
009350        ' PROFILE ALREADY INACTIVE.    '.
009351 01  PENDING-FILED-MESS.
009352     02 FILLER PICTURE X(50) VALUE
009353        ' CHANGE FILED PENDING - A SECOND SUPERVISOR MUST  '.
009354     02 FILLER PICTURE X(21) VALUE
009355        'APPROVE IT (FUNC V).'.
009356 01  PENDING-EXISTS-MESS.
009357     02 FILLER PICTURE X(52) VALUE
009358        ' A CHANGE IS ALREADY PENDING - APPROVE OR REJECT IT'.
009359 01  NO-PENDING-MESS.
009360     02 FILLER PICTURE X(37) VALUE
009361        ' NO CHANGE PENDING FOR THAT PROFILE. '.
009362 01  NOT-SUPERVISOR-MESS.
009363     02 FILLER PICTURE X(42) VALUE
009364        ' SUPERVISOR AUTHORITY REQUIRED (LEVEL 2+).'.
009365 01  SAME-APPROVER-MESS.
009366     02 FILLER PICTURE X(52) VALUE
009367        ' YOU PROPOSED THIS CHANGE - ANOTHER SUPERVISOR MUST '.
009368     02 FILLER PICTURE X(12) VALUE
009369        'APPROVE IT. '.
009370 01  APPROVED-MESS.
009371     02 FILLER PICTURE X(42) VALUE
009372        ' CHANGE APPROVED AND APPLIED TO PARMPROF. '.
009373 01  REJECTED-MESS.
009374     02 FILLER PICTURE X(42) VALUE
009375        ' CHANGE REJECTED - PARMPROF IS UNCHANGED. '.
009400 01  QUIT.
009500     02 FILLER PICTURE X(38) VALUE
009600        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
010900     02 FILLER PICTURE X(03) VALUE 'DEC'.
010910     02 FILLER PICTURE X(02) VALUE SPACES.
010920     02 FILLER PICTURE X(03) VALUE 'PCT'.
010940     02 FILLER PICTURE X(02) VALUE SPACES.
010960     02 FILLER PICTURE X(03) VALUE 'ACT'.
010970     02 FILLER PICTURE X(02) VALUE SPACES.
010980     02 FILLER PICTURE X(17) VALUE 'APPROVED BY / ON '.
011000 01  LIST-UNDER-LINE.
011100     02 FILLER PICTURE X(47) VALUE
011200        ' -------- --------  ------------  -- ---- ---'.
011210     02 FILLER PICTURE X(05) VALUE '  ---'.
011250     02 FILLER PICTURE X(05) VALUE '  ---'.
011270     02 FILLER PICTURE X(19) VALUE '  -------- --------'.
011300 01  LIST-DETAIL-LINE.
011400     02 FILLER PICTURE X(01) VALUE SPACE.
011500     02 LD-PROFILE-NAME       PICTURE X(08).
012500     02 LD-DECIMAL-PLACES     PICTURE 9(02).
012510     02 FILLER PICTURE X(02) VALUE SPACES.
012520     02 LD-ABORT-PCT          PICTURE Z9.
012540     02 FILLER PICTURE X(04) VALUE SPACES.
012560     02 LD-ACTIVE-FLAG        PICTURE X(01).
012568     02 FILLER PICTURE X(03) VALUE SPACES.
012576     02 LD-APPROVED-BY        PICTURE X(08).
012584     02 FILLER PICTURE X(01) VALUE SPACE.
012592     02 LD-APPROVED-DATE      PICTURE X(08).
012600 01  LIST-COUNT-LINE.
012700     02 FILLER PICTURE X(21) VALUE ' PROFILES ON FILE..: '.
012800     02 LC-COUNT              PICTURE ZZ,ZZ9.
012801 01  PEND-HEADER-LINE.
012802     02 FILLER PICTURE X(01) VALUE SPACE.
012803     02 FILLER PICTURE X(08) VALUE 'PROFILE '.
012804     02 FILLER PICTURE X(01) VALUE SPACE.
012805     02 FILLER PICTURE X(03) VALUE 'ACT'.
012806     02 FILLER PICTURE X(01) VALUE SPACE.
012807     02 FILLER PICTURE X(08) VALUE 'PROPOSER'.
012808     02 FILLER PICTURE X(01) VALUE SPACE.
012809     02 FILLER PICTURE X(08) VALUE 'FILED ON'.
012810     02 FILLER PICTURE X(02) VALUE SPACES.
012811     02 FILLER PICTURE X(05) VALUE 'ITER '.
012812     02 FILLER PICTURE X(02) VALUE SPACES.
012813     02 FILLER PICTURE X(12) VALUE 'TOLERANCE   '.
012814     02 FILLER PICTURE X(02) VALUE SPACES.
012815     02 FILLER PICTURE X(02) VALUE 'DG'.
012816     02 FILLER PICTURE X(02) VALUE SPACES.
012817     02 FILLER PICTURE X(03) VALUE 'NEG'.
012818     02 FILLER PICTURE X(02) VALUE SPACES.
012819     02 FILLER PICTURE X(03) VALUE 'DEC'.
012820     02 FILLER PICTURE X(02) VALUE SPACES.
012821     02 FILLER PICTURE X(03) VALUE 'PCT'.
012822 01  PEND-UNDER-LINE.
012823     02 FILLER PICTURE X(42) VALUE
012824        ' -------- --- -------- --------  -----  --'.
012825     02 FILLER PICTURE X(29) VALUE
012826        '----------  --  ---  ---  ---'.
012827 01  PEND-DETAIL-LINE.
012828     02 FILLER PICTURE X(01) VALUE SPACE.
012829     02 PD-PROFILE-NAME       PICTURE X(08).
012830     02 FILLER PICTURE X(01) VALUE SPACE.
012831     02 PD-ACTION             PICTURE X(03).
012832     02 FILLER PICTURE X(01) VALUE SPACE.
012833     02 PD-PROPOSED-BY        PICTURE X(08).
012834     02 FILLER PICTURE X(01) VALUE SPACE.
012835     02 PD-PROPOSED-DATE      PICTURE 9(08).
012836     02 FILLER PICTURE X(02) VALUE SPACES.
012837     02 PD-MAX-ITERATIONS     PICTURE ZZZZ9.
012838     02 FILLER PICTURE X(02) VALUE SPACES.
012839     02 PD-TOLERANCE          PICTURE 9.9(10).
012840     02 FILLER PICTURE X(02) VALUE SPACES.
012841     02 PD-ROOT-DEGREE        PICTURE Z9.
012842     02 FILLER PICTURE X(03) VALUE SPACES.
012843     02 PD-NEGATIVE-MODE      PICTURE X(01).
012844     02 FILLER PICTURE X(04) VALUE SPACES.
012845     02 PD-DECIMAL-PLACES     PICTURE 9(02).
012846     02 FILLER PICTURE X(03) VALUE SPACES.
012847     02 PD-ABORT-PCT          PICTURE Z9.
012848 01  PEND-COUNT-LINE.
012849     02 FILLER PICTURE X(21) VALUE ' CHANGES PENDING...: '.
012850     02 PC-COUNT              PICTURE ZZ,ZZ9.
012900
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     OPEN OUTPUT STANDARD-OUTPUT.
013250     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
013300     PERFORM 0500-OPEN-PROFILE-FILE THRU 0500-EXIT.
013320     PERFORM 0550-OPEN-PENDING-FILE THRU 0550-EXIT.
013350     PERFORM 0700-OPEN-JOURNAL THRU 0700-EXIT.
013400     PERFORM 1000-GET-FUNCTION THRU 1000-EXIT
013500         UNTIL EXIT-REQUESTED.
013600     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
013700     CLOSE PARM-PROFILE.
013720     CLOSE PARM-PENDING.
013750     CLOSE CHANGE-JOURNAL.
013800     CLOSE STANDARD-OUTPUT.
013900     STOP RUN.
014000
015200     END-IF.
015300 0500-EXIT.
015400     EXIT.
015401
015402 *> -------------------------------------------------------
015403 *> 0550-OPEN-PENDING-FILE - PARMPEND, the changes waiting
015404 *> for a second signature, is created on first use the same
015405 *> way.
015406 *> -------------------------------------------------------
015407 0550-OPEN-PENDING-FILE.
015408     OPEN I-O PARM-PENDING.
015409     IF PEND-FILE-NOT-FOUND
015410         OPEN OUTPUT PARM-PENDING
015411         CLOSE PARM-PENDING
015412         OPEN I-O PARM-PENDING
015413     END-IF.
015414 0550-EXIT.
015415     EXIT.
015401
015402 *> -------------------------------------------------------
015403 *> 0600-SIGN-ON-OPERATOR - nobody maintains a master without
015404 *> saying who they are: the keyed ID must be on OPERMAST and
015405 *> active, or the run ends before anything is touched.
015406 *> Every attempt lands on the security log, the same as the
015407 *> run programs' sign-on, and the accepted ID stamps every
015408 *> change-journal row this sitting writes.  The authority
015409 *> level is kept for the approve and reject functions.
015409 *> -------------------------------------------------------
015410 0600-SIGN-ON-OPERATOR.
015411     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
015412     ACCEPT WS-OPERATOR-ID.
015413     MOVE 'N' TO WS-OPER-AUTH-SW.
015414     MOVE 'NF' TO WS-SEC-REASON.
015415     OPEN INPUT OPERATOR-MASTER.
015416     IF NOT OPER-FILE-NOT-FOUND
015417         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
015418         READ OPERATOR-MASTER
015419             INVALID KEY
015420                 CONTINUE
015421             NOT INVALID KEY
015422                 IF OM-ACTIVE
015423                     SET OPERATOR-AUTHORIZED TO TRUE
015424                     MOVE 'OK' TO WS-SEC-REASON
015425                     MOVE OM-AUTHORITY-LEVEL TO WS-OPER-LEVEL
015425                 ELSE
015426                     MOVE 'IN' TO WS-SEC-REASON
015427                 END-IF
015428         END-READ
015429         CLOSE OPERATOR-MASTER
015430     ELSE
015431         MOVE 'NM' TO WS-SEC-REASON
015432     END-IF.
015433     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
015434     IF NOT OPERATOR-AUTHORIZED
015435         WRITE OUT-LINE FROM OPER-REJECT-MESS
015436             AFTER ADVANCING 1 LINE
015437         CLOSE STANDARD-OUTPUT
015438         STOP RUN
015439     END-IF.
015440 0600-EXIT.
015441     EXIT.
015442
015443 *> -------------------------------------------------------
015444 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
015445 *> sign-on attempt, accepted or rejected, with the ID
015446 *> exactly as keyed.
015447 *> -------------------------------------------------------
015448 0660-LOG-SIGNON-ATTEMPT.
015449     OPEN EXTEND SECURITY-LOG.
015450     IF NOT SEC-FILE-OK
015451         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
015452             WS-SEC-FILE-STATUS
015453         MOVE 16 TO RETURN-CODE
015454         STOP RUN
015455     END-IF.
015456     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
015457     ACCEPT SC-RUN-TIME FROM TIME.
015458     MOVE 'SQRTPROF' TO SC-PROGRAM-NAME.
015459     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
015460     IF OPERATOR-AUTHORIZED
015461         SET SC-ACCEPTED TO TRUE
015462     ELSE
015463         SET SC-REJECTED TO TRUE
015464     END-IF.
015465     MOVE WS-SEC-REASON TO SC-REASON.
015466     MOVE SPACES TO SC-FILLER.
015467     WRITE SECURITY-LOG-RECORD.
015468     CLOSE SECURITY-LOG.
015468     IF NOT OPERATOR-AUTHORIZED
015468         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
015468     END-IF.
015469 0660-EXIT.
015470     EXIT.
015470
015470 *> -------------------------------------------------------
015470 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
015470 *> feed, which raises an alert when the ID keeps failing.
015470 *> -------------------------------------------------------
015470 0670-ALERT-SIGNON-REJECT.
015470     MOVE SPACES TO ALERT-PARAMETERS.
015470     SET AP-SIGNON-REJECTED TO TRUE.
015470     MOVE 'SQRTPROF' TO AP-PROGRAM-NAME.
015470     MOVE 0 TO AP-RUN-ID.
015470     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
015470     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
015470 0670-EXIT.
015470     EXIT.
015471
015472 *> -------------------------------------------------------
015473 *> 0700-OPEN-JOURNAL - the change journal is appended to for
015474 *> the whole sitting; a journal that will not open ends the
015475 *> run before anything can change unrecorded.
015476 *> -------------------------------------------------------
015477 0700-OPEN-JOURNAL.
015478     OPEN EXTEND CHANGE-JOURNAL.
015479     IF NOT JRNL-FILE-OK
015480         DISPLAY 'UNABLE TO OPEN CHGJRNL, STATUS '
015481             WS-JRNL-FILE-STATUS
015482         MOVE 16 TO RETURN-CODE
015483         STOP RUN
015484     END-IF.
015485 0700-EXIT.
015486     EXIT.
015500
015600 1000-GET-FUNCTION.
015700     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
015750     WRITE OUT-LINE FROM FUNCTION-PROMPT-2 AFTER ADVANCING 1 LINE.
015800     ACCEPT WS-FUNCTION-ENTRY.
015900     IF WS-FUNCTION-ENTRY = 'A'
016000         PERFORM 2000-ADD-PROFILE THRU 2000-EXIT
016200         IF WS-FUNCTION-ENTRY = 'C'
016300             PERFORM 2100-CHANGE-PROFILE THRU 2100-EXIT
016400         ELSE
016420             IF WS-FUNCTION-ENTRY = 'D'
016440                 PERFORM 2200-DEACTIVATE-PROFILE THRU 2200-EXIT
016460             ELSE
016500                 IF WS-FUNCTION-ENTRY = 'L'
016600                     PERFORM 3000-LIST-PROFILES THRU 3000-EXIT
016700                 ELSE
016730                     PERFORM 1100-APPROVAL-FUNCTIONS
016760                         THRU 1100-EXIT
017400                 END-IF
017450             END-IF
017500         END-IF
017600     END-IF.
017700 1000-EXIT.
017800     EXIT.
017803
017806 *> -------------------------------------------------------
017809 *> 1100-APPROVAL-FUNCTIONS - the two-person approval side
017812 *> of the menu, and the exit.
017815 *> -------------------------------------------------------
017818 1100-APPROVAL-FUNCTIONS.
017821     IF WS-FUNCTION-ENTRY = 'P'
017824         PERFORM 4000-LIST-PENDING THRU 4000-EXIT
017827     ELSE
017830         IF WS-FUNCTION-ENTRY = 'V'
017833             PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
017836         ELSE
017839             IF WS-FUNCTION-ENTRY = 'R'
017842                 PERFORM 5500-REJECT-CHANGE THRU 5500-EXIT
017845             ELSE
017848                 IF WS-FUNCTION-ENTRY = 'X'
017851                     SET EXIT-REQUESTED TO TRUE
017854                 ELSE
017857                     WRITE OUT-LINE FROM BAD-FUNCTION-MESS
017860                         AFTER ADVANCING 1 LINE
017863                 END-IF
017866             END-IF
017869         END-IF
017872     END-IF.
017875 1100-EXIT.
017878     EXIT.
017900
018000 *> -------------------------------------------------------
018100 *> 2000-ADD-PROFILE - collects the parameter fields for a
018170 *> new profile and files them pending; a name already on
018240 *> file, or one with a change already waiting, is refused
018310 *> rather than silently replaced.
018400 *> -------------------------------------------------------
018500 2000-ADD-PROFILE.
018600     WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE.
018700     ACCEPT WS-NAME-ENTRY.
018800     MOVE WS-NAME-ENTRY TO PP-PROFILE-NAME.
018806     READ PARM-PROFILE
018812         INVALID KEY
018818             CONTINUE
018824         NOT INVALID KEY
018830             WRITE OUT-LINE FROM DUPLICATE-MESS
018836                 AFTER ADVANCING 1 LINE
018842             END-WRITE
018848             GO TO 2000-EXIT
018854     END-READ.
018860     PERFORM 2600-CHECK-PENDING THRU 2600-EXIT.
018866     IF PENDING-FOUND
018872         GO TO 2000-EXIT
018878     END-IF.
018884     MOVE SPACES TO PARM-PROFILE-RECORD.
018890     MOVE WS-NAME-ENTRY TO PP-PROFILE-NAME.
018900     PERFORM 2500-COLLECT-FIELDS THRU 2500-EXIT.
018950     MOVE 'A' TO PP-ACTIVE-FLAG.
019180     MOVE SPACES TO WS-BEFORE-IMAGE.
019410     MOVE 'A' TO WS-PEND-ACTION.
019640     PERFORM 2700-FILE-PENDING THRU 2700-EXIT.
019900 2000-EXIT.
020000     EXIT.
020100
020200 *> -------------------------------------------------------
020300 *> 2100-CHANGE-PROFILE - re-collects every field for a
020350 *> profile already on file and files the new version
020400 *> pending; a retired profile that is changed goes back
020450 *> into service once the change is approved.
020500 *> -------------------------------------------------------
020600 2100-CHANGE-PROFILE.
020700     WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE.
021200             WRITE OUT-LINE FROM NOT-FOUND-MESS
021300                 AFTER ADVANCING 1 LINE
021350             END-WRITE
021920             GO TO 2100-EXIT
022500     END-READ.
022510     PERFORM 2600-CHECK-PENDING THRU 2600-EXIT.
022520     IF PENDING-FOUND
022530         GO TO 2100-EXIT
022540     END-IF.
022550     MOVE PARM-PROFILE-RECORD TO WS-BEFORE-IMAGE.
022560     PERFORM 2500-COLLECT-FIELDS THRU 2500-EXIT.
022570     MOVE 'A' TO PP-ACTIVE-FLAG.
022580     MOVE 'C' TO WS-PEND-ACTION.
022590     PERFORM 2700-FILE-PENDING THRU 2700-EXIT.
022600 2100-EXIT.
022700     EXIT.
022702
022704 *> -------------------------------------------------------
022706 *> 2200-DEACTIVATE-PROFILE - retires a profile by filing
022708 *> PP-ACTIVE-FLAG I.  A run that names a retired profile is
022710 *> told so and falls back to the prompt dialog, the same as
022711 *> a name that is not on file.  Like any other change it
022712 *> waits pending for a second supervisor's approval.
022714 *> -------------------------------------------------------
022716 2200-DEACTIVATE-PROFILE.
022718     WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE.
022720     ACCEPT WS-NAME-ENTRY.
022722     MOVE WS-NAME-ENTRY TO PP-PROFILE-NAME.
022724     READ PARM-PROFILE
022726         INVALID KEY
022728             WRITE OUT-LINE FROM NOT-FOUND-MESS
022730                 AFTER ADVANCING 1 LINE
022732             END-WRITE
022734             GO TO 2200-EXIT
022736     END-READ.
022738     IF PP-INACTIVE
022740         WRITE OUT-LINE FROM ALREADY-INACTIVE-MESS
022742             AFTER ADVANCING 1 LINE
022744         GO TO 2200-EXIT
022746     END-IF.
022747     PERFORM 2600-CHECK-PENDING THRU 2600-EXIT.
022748     IF PENDING-FOUND
022749         GO TO 2200-EXIT
022750     END-IF.
022748     MOVE PARM-PROFILE-RECORD TO WS-BEFORE-IMAGE.
022750     MOVE 'I' TO PP-ACTIVE-FLAG.
022758     MOVE 'D' TO WS-PEND-ACTION.
022766     PERFORM 2700-FILE-PENDING THRU 2700-EXIT.
022776 2200-EXIT.
022778     EXIT.
022800
022900 *> -------------------------------------------------------
023000 *> 2500-COLLECT-FIELDS - the same prompts, defaults, and
026970     END-IF.
027000 2500-EXIT.
027100     EXIT.
027101
027102 *> -------------------------------------------------------
027103 *> 2600-CHECK-PENDING - one change per profile may wait at a
027104 *> time; a second proposal would silently bury the first.
027105 *> -------------------------------------------------------
027106 2600-CHECK-PENDING.
027107     MOVE 'N' TO WS-PENDING-SW.
027108     MOVE WS-NAME-ENTRY TO PN-PROFILE-NAME.
027109     READ PARM-PENDING
027110         INVALID KEY
027111             CONTINUE
027112         NOT INVALID KEY
027113             SET PENDING-FOUND TO TRUE
027114             WRITE OUT-LINE FROM PENDING-EXISTS-MESS
027115                 AFTER ADVANCING 1 LINE
027116             END-WRITE
027117     END-READ.
027118 2600-EXIT.
027119     EXIT.
027120
027121 *> -------------------------------------------------------
027122 *> 2700-FILE-PENDING - the proposed PARMPROF row, built in
027123 *> the record area by the caller, goes to PARMPEND under the
027124 *> proposer's ID.  The approval stamp stays blank until a
027125 *> second supervisor signs it.  The proposal is journaled
027126 *> against PARMPEND with the current approved row as the
027127 *> before image.
027128 *> -------------------------------------------------------
027129 2700-FILE-PENDING.
027130     MOVE WS-OPERATOR-ID TO PP-PROPOSED-BY.
027131     MOVE SPACES TO PP-APPROVED-BY.
027132     MOVE 0 TO PP-APPROVED-DATE.
027133     MOVE 0 TO PP-APPROVED-TIME.
027134     MOVE SPACES TO PP-FILLER.
027135     MOVE WS-NAME-ENTRY TO PN-PROFILE-NAME.
027136     MOVE WS-PEND-ACTION TO PN-ACTION.
027137     MOVE WS-OPERATOR-ID TO PN-PROPOSED-BY.
027138     ACCEPT PN-PROPOSED-DATE FROM DATE YYYYMMDD.
027139     ACCEPT PN-PROPOSED-TIME FROM TIME.
027140     MOVE PARM-PROFILE-RECORD TO PN-PROPOSED-IMAGE.
027141     MOVE SPACES TO PN-FILLER.
027142     WRITE PARM-PENDING-RECORD
027143         INVALID KEY
027144             WRITE OUT-LINE FROM PENDING-EXISTS-MESS
027145                 AFTER ADVANCING 1 LINE
027146             END-WRITE
027147         NOT INVALID KEY
027148             WRITE OUT-LINE FROM PENDING-FILED-MESS
027149                 AFTER ADVANCING 1 LINE
027150             END-WRITE
027151             MOVE 'P' TO WS-JRNL-ACTION
027152             MOVE 'PARMPEND' TO WS-JRNL-FILE-NAME
027153             MOVE PARM-PROFILE-RECORD TO WS-AFTER-IMAGE
027154             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
027155     END-WRITE.
027156 2700-EXIT.
027157     EXIT.
027200
027300 *> -------------------------------------------------------
027400 *> 3000-LIST-PROFILES - every profile on file, one line
027460 *> apiece with its approval stamp, and a count at the
027520 *> bottom.  Only approved versions are ever on file.
027600 *> -------------------------------------------------------
027700 3000-LIST-PROFILES.
027800     MOVE 'N' TO WS-EOF-SW.
030400             MOVE PP-NEGATIVE-MODE-SW TO LD-NEGATIVE-MODE
030500             MOVE PP-DECIMAL-PLACES TO LD-DECIMAL-PLACES
030510             MOVE PP-ABORT-LIMIT-PCT TO LD-ABORT-PCT
030520             IF PP-INACTIVE
030530                 MOVE 'I' TO LD-ACTIVE-FLAG
030540             ELSE
030550                 MOVE 'A' TO LD-ACTIVE-FLAG
030560             END-IF
030565             MOVE PP-APPROVED-BY TO LD-APPROVED-BY
030570             IF PP-APPROVED-DATE NUMERIC
030575                 MOVE PP-APPROVED-DATE TO LD-APPROVED-DATE
030580             ELSE
030585                 MOVE SPACES TO LD-APPROVED-DATE
030590             END-IF
030600             WRITE OUT-LINE FROM LIST-DETAIL-LINE
030700                 AFTER ADVANCING 1 LINE
030800     END-READ.
030900 3100-EXIT.
031000     EXIT.
031001
031002 *> -------------------------------------------------------
031003 *> 4000-LIST-PENDING - every change waiting for a second
031004 *> signature: who proposed it, when, and the values it
031005 *> would file, so the approver can check them against the
031006 *> L list before signing.
031007 *> -------------------------------------------------------
031008 4000-LIST-PENDING.
031009     MOVE 'N' TO WS-EOF-SW.
031010     MOVE 0 TO WS-LIST-COUNT.
031011     WRITE OUT-LINE FROM PEND-HEADER-LINE AFTER ADVANCING 1 LINE.
031012     WRITE OUT-LINE FROM PEND-UNDER-LINE AFTER ADVANCING 1 LINE.
031013     MOVE LOW-VALUES TO PN-PROFILE-NAME.
031014     START PARM-PENDING KEY NOT LESS THAN PN-PROFILE-NAME
031015         INVALID KEY
031016             MOVE 'Y' TO WS-EOF-SW
031017     END-START.
031018     PERFORM 4100-LIST-ONE-PENDING THRU 4100-EXIT
031019         UNTIL END-OF-PROFILES.
031020     MOVE WS-LIST-COUNT TO PC-COUNT.
031021     WRITE OUT-LINE FROM PEND-COUNT-LINE AFTER ADVANCING 1 LINE.
031022 4000-EXIT.
031023     EXIT.
031024
031025 4100-LIST-ONE-PENDING.
031026     READ PARM-PENDING NEXT RECORD
031027         AT END
031028             MOVE 'Y' TO WS-EOF-SW
031029         NOT AT END
031030             ADD 1 TO WS-LIST-COUNT
031031             MOVE PN-PROFILE-NAME TO PD-PROFILE-NAME
031032             IF PN-ADD
031033                 MOVE 'ADD' TO PD-ACTION
031034             ELSE
031035                 IF PN-DEACTIVATE
031036                     MOVE 'DEA' TO PD-ACTION
031037                 ELSE
031038                     MOVE 'CHG' TO PD-ACTION
031039                 END-IF
031040             END-IF
031041             MOVE PN-PROPOSED-BY TO PD-PROPOSED-BY
031042             MOVE PN-PROPOSED-DATE TO PD-PROPOSED-DATE
031043             MOVE PN-PROPOSED-IMAGE TO PARM-PROFILE-RECORD
031044             MOVE PP-MAX-ITERATIONS TO PD-MAX-ITERATIONS
031045             MOVE PP-TOLERANCE TO PD-TOLERANCE
031046             MOVE PP-ROOT-DEGREE TO PD-ROOT-DEGREE
031047             MOVE PP-NEGATIVE-MODE-SW TO PD-NEGATIVE-MODE
031048             MOVE PP-DECIMAL-PLACES TO PD-DECIMAL-PLACES
031049             MOVE PP-ABORT-LIMIT-PCT TO PD-ABORT-PCT
031050             WRITE OUT-LINE FROM PEND-DETAIL-LINE
031051                 AFTER ADVANCING 1 LINE
031052     END-READ.
031053 4100-EXIT.
031054     EXIT.
031055
031056 *> -------------------------------------------------------
031057 *> 5000-APPROVE-CHANGE - the second signature.  Only a
031058 *> supervisor (authority level 2 or over) may approve, and
031059 *> never the operator who proposed the change.  The
031060 *> proposed row is stamped with the approver, date, and
031061 *> time and written (add) or rewritten (change, deactivate)
031062 *> onto PARMPROF, the pending row is deleted, and the change
031063 *> is journaled against PARMPROF under the approver's ID.
031064 *> -------------------------------------------------------
031065 5000-APPROVE-CHANGE.
031066     IF NOT OPER-IS-SUPERVISOR
031067         WRITE OUT-LINE FROM NOT-SUPERVISOR-MESS
031068             AFTER ADVANCING 1 LINE
031069         GO TO 5000-EXIT
031070     END-IF.
031071     WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE.
031072     ACCEPT WS-NAME-ENTRY.
031073     MOVE WS-NAME-ENTRY TO PN-PROFILE-NAME.
031074     READ PARM-PENDING
031075         INVALID KEY
031076             WRITE OUT-LINE FROM NO-PENDING-MESS
031077                 AFTER ADVANCING 1 LINE
031078             END-WRITE
031079             GO TO 5000-EXIT
031080     END-READ.
031081     IF PN-PROPOSED-BY = WS-OPERATOR-ID
031082         WRITE OUT-LINE FROM SAME-APPROVER-MESS
031083             AFTER ADVANCING 1 LINE
031084         GO TO 5000-EXIT
031085     END-IF.
031086     MOVE 'N' TO WS-APPLY-SW.
031087     IF PN-ADD
031088         PERFORM 5100-APPLY-ADD THRU 5100-EXIT
031089     ELSE
031090         PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
031091     END-IF.
031092     IF NOT CHANGE-APPLIED
031093         GO TO 5000-EXIT
031094     END-IF.
031095     DELETE PARM-PENDING RECORD
031096         INVALID KEY
031097             CONTINUE
031098     END-DELETE.
031099     WRITE OUT-LINE FROM APPROVED-MESS AFTER ADVANCING 1 LINE.
031100     MOVE PN-ACTION TO WS-JRNL-ACTION.
031101     MOVE 'PARMPROF' TO WS-JRNL-FILE-NAME.
031102     MOVE PARM-PROFILE-RECORD TO WS-AFTER-IMAGE.
031103     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
031104 5000-EXIT.
031105     EXIT.
031106
031107 5100-APPLY-ADD.
031108     MOVE SPACES TO WS-BEFORE-IMAGE.
031109     MOVE PN-PROPOSED-IMAGE TO PARM-PROFILE-RECORD.
031110     PERFORM 5300-STAMP-APPROVAL THRU 5300-EXIT.
031111     WRITE PARM-PROFILE-RECORD
031112         INVALID KEY
031113             WRITE OUT-LINE FROM DUPLICATE-MESS
031114                 AFTER ADVANCING 1 LINE
031115             END-WRITE
031116         NOT INVALID KEY
031117             SET CHANGE-APPLIED TO TRUE
031118     END-WRITE.
031119 5100-EXIT.
031120     EXIT.
031121
031122 5200-APPLY-CHANGE.
031123     MOVE PN-PROFILE-NAME TO PP-PROFILE-NAME.
031124     READ PARM-PROFILE
031125         INVALID KEY
031126             WRITE OUT-LINE FROM NOT-FOUND-MESS
031127                 AFTER ADVANCING 1 LINE
031128             END-WRITE
031129             GO TO 5200-EXIT
031130     END-READ.
031131     MOVE PARM-PROFILE-RECORD TO WS-BEFORE-IMAGE.
031132     MOVE PN-PROPOSED-IMAGE TO PARM-PROFILE-RECORD.
031133     PERFORM 5300-STAMP-APPROVAL THRU 5300-EXIT.
031134     REWRITE PARM-PROFILE-RECORD
031135         INVALID KEY
031136             WRITE OUT-LINE FROM NOT-FOUND-MESS
031137                 AFTER ADVANCING 1 LINE
031138             END-WRITE
031139         NOT INVALID KEY
031140             SET CHANGE-APPLIED TO TRUE
031141     END-REWRITE.
031142 5200-EXIT.
031143     EXIT.
031144
031145 5300-STAMP-APPROVAL.
031146     MOVE PN-PROPOSED-BY TO PP-PROPOSED-BY.
031147     MOVE WS-OPERATOR-ID TO PP-APPROVED-BY.
031148     ACCEPT PP-APPROVED-DATE FROM DATE YYYYMMDD.
031149     ACCEPT PP-APPROVED-TIME FROM TIME.
031150 5300-EXIT.
031151     EXIT.
031152
031153 *> -------------------------------------------------------
031154 *> 5500-REJECT-CHANGE - a supervisor turns a pending change
031155 *> down; the row is deleted without touching PARMPROF and
031156 *> the rejection is journaled against PARMPEND with the
031157 *> refused proposal as the before image.  A supervisor may
031158 *> reject (withdraw) their own proposal.
031159 *> -------------------------------------------------------
031160 5500-REJECT-CHANGE.
031161     IF NOT OPER-IS-SUPERVISOR
031162         WRITE OUT-LINE FROM NOT-SUPERVISOR-MESS
031163             AFTER ADVANCING 1 LINE
031164         GO TO 5500-EXIT
031165     END-IF.
031166     WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE.
031167     ACCEPT WS-NAME-ENTRY.
031168     MOVE WS-NAME-ENTRY TO PN-PROFILE-NAME.
031169     READ PARM-PENDING
031170         INVALID KEY
031171             WRITE OUT-LINE FROM NO-PENDING-MESS
031172                 AFTER ADVANCING 1 LINE
031173             END-WRITE
031174             GO TO 5500-EXIT
031175     END-READ.
031176     DELETE PARM-PENDING RECORD
031177         INVALID KEY
031178             WRITE OUT-LINE FROM NO-PENDING-MESS
031179                 AFTER ADVANCING 1 LINE
031180             END-WRITE
031181             GO TO 5500-EXIT
031182     END-DELETE.
031183     WRITE OUT-LINE FROM REJECTED-MESS AFTER ADVANCING 1 LINE.
031184     MOVE PN-PROPOSED-IMAGE TO WS-BEFORE-IMAGE.
031185     MOVE SPACES TO WS-AFTER-IMAGE.
031186     MOVE 'R' TO WS-JRNL-ACTION.
031187     MOVE 'PARMPEND' TO WS-JRNL-FILE-NAME.
031188     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
031189 5500-EXIT.
031190     EXIT.
031100
031200 *> -------------------------------------------------------
031300 *> 8000-WRITE-JOURNAL - one change-journal row for the
031400 *> action just filed: who, when, which file and key, and the
031500 *> record before and after (both saved by the caller).
031600 *> -------------------------------------------------------
031700 8000-WRITE-JOURNAL.
031800     ACCEPT CJ-JRNL-DATE FROM DATE YYYYMMDD.
031900     ACCEPT CJ-JRNL-TIME FROM TIME.
032000     MOVE 'SQRTPROF' TO CJ-PROGRAM-NAME.
032100     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
032200     MOVE WS-JRNL-FILE-NAME TO CJ-FILE-NAME.
032300     MOVE WS-NAME-ENTRY TO CJ-RECORD-KEY.
032400     MOVE WS-JRNL-ACTION TO CJ-ACTION.
032500     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
032600     MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
032700     MOVE SPACES TO CJ-FILLER.
032800     WRITE CHANGE-JOURNAL-RECORD.
032900 8000-EXIT.
033000     EXIT.
