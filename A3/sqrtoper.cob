000700 *>
000800 *> Modification History:
000900 *>   2026-08-22  DW   New program.
000910 *>   2026-10-15  DW   Operator sign-on against OPERMAST (logged
000920 *>                   to SECLOG), a D deactivate function, and
000930 *>                   a CHGJRNL change-journal row with before
000940 *>                   and after images for every add, change,
000950 *>                   and deactivate.  An empty master accepts
000960 *>                   the first sign-on so it can be seeded.
000960 *>   2026-10-15  DW   A refused sign-on is posted to the
000960 *>                   alert feed (SQRTALRT_POST).
001000 *> ---------------------------------------------------------
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. SQRTOPER.
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS OM-OPERATOR-ID
002500         FILE STATUS IS WS-OPER-FILE-STATUS.
002510     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-SEC-FILE-STATUS.
002540     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
002550         ORGANIZATION IS LINE SEQUENTIAL
002560         FILE STATUS IS WS-JRNL-FILE-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  STANDARD-OUTPUT.
002900     01 OUT-LINE  PICTURE X(80).
003000 FD  OPERATOR-MASTER.
003100     COPY OPERREC.
003110 FD  SECURITY-LOG.
003120     COPY SECREC.
003130 FD  CHANGE-JOURNAL.
003140     COPY JRNLREC.
003200 WORKING-STORAGE SECTION.
003300 *> -------------------------------------------------------
003400 *> file status and run control
004600 77  WS-ACTIVE-ENTRY            PICTURE X(01).
004700 77  WS-AUTHORITY-ENTRY         PICTURE 9(01).
004800 77  WS-LIST-COUNT              PICTURE 9(05) COMP VALUE 0.
004810 *> -------------------------------------------------------
004820 *> the signed-on operator, the sign-on security log, and
004830 *> the change journal every maintenance action lands on.
004840 *> -------------------------------------------------------
004850 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
004860 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
004870     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
004880 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
004890     88 SEC-FILE-OK                      VALUE '00' '05'.
004900 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
004900 COPY ALRTPARM.
004910 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
004920     88 JRNL-FILE-OK                     VALUE '00' '05'.
004930 77  WS-JRNL-ACTION             PICTURE X(01) VALUE SPACE.
004940 77  WS-BEFORE-IMAGE            PICTURE X(100) VALUE SPACES.
004950 77  WS-MASTER-EMPTY-SW         PICTURE X(01) VALUE 'N'.
004960     88 MASTER-EMPTY                          VALUE 'Y'.
004900 *> -------------------------------------------------------
005000 *> prompts and report lines
005100 *> -------------------------------------------------------
005200 01  FUNCTION-PROMPT.
005300     02 FILLER PICTURE X(34) VALUE
005400        ' ENTER FUNCTION - A ADD, C CHANGE,'.
005405     02 FILLER PICTURE X(30) VALUE
005407        ' D DEACTIVATE, L LIST, X EXIT:'.
005410 01  OPERATOR-PROMPT.
005420     02 FILLER PICTURE X(29) VALUE
005430        ' ENTER YOUR OPERATOR ID:     '.
005440 01  OPER-REJECT-MESS.
005450     02 FILLER PICTURE X(40) VALUE
005460        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
005500 01  ID-PROMPT.
005600     02 FILLER PICTURE X(29) VALUE
005700        ' ENTER OPERATOR ID:          '.
006500     02 FILLER PICTURE X(48) VALUE
006600        ' ENTER AUTHORITY LEVEL (1-9, 2+ SUPERVISOR):    '.
006700 01  BAD-FUNCTION-MESS.
006800     02 FILLER PICTURE X(42) VALUE
006900        ' FUNCTION NOT A, C, D, L, OR X - TRY AGAIN'.
007000 01  DUPLICATE-MESS.
007100     02 FILLER PICTURE X(43) VALUE
007200        ' OPERATOR ALREADY ON FILE - USE C TO CHANGE'.
007700     02 FILLER PICTURE X(16) VALUE ' OPERATOR ADDED.'.
007800 01  CHANGED-MESS.
007900     02 FILLER PICTURE X(18) VALUE ' OPERATOR CHANGED.'.
007910 01  DEACTIVATED-MESS.
007920     02 FILLER PICTURE X(22) VALUE ' OPERATOR DEACTIVATED.'.
007930 01  ALREADY-INACTIVE-MESS.
007940     02 FILLER PICTURE X(30) VALUE
007950        ' OPERATOR ALREADY INACTIVE.   '.
007960 01  SELF-DEACTIVATE-MESS.
007970     02 FILLER PICTURE X(41) VALUE
007980        ' YOU CANNOT DEACTIVATE YOUR OWN OPERATOR.'.
008000 01  QUIT.
008100     02 FILLER PICTURE X(38) VALUE
008200        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
010900 0000-MAINLINE.
011000     OPEN OUTPUT STANDARD-OUTPUT.
011100     PERFORM 0500-OPEN-OPERATOR-FILE THRU 0500-EXIT.
011110     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
011120     PERFORM 0700-OPEN-JOURNAL THRU 0700-EXIT.
011200     PERFORM 1000-GET-FUNCTION THRU 1000-EXIT
011300         UNTIL EXIT-REQUESTED.
011400     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
011500     CLOSE OPERATOR-MASTER.
011510     CLOSE CHANGE-JOURNAL.
011600     CLOSE STANDARD-OUTPUT.
011700     STOP RUN.
011800
013000     END-IF.
013100 0500-EXIT.
013200     EXIT.
013210
013220 *> -------------------------------------------------------
013230 *> 0600-SIGN-ON-OPERATOR - nobody maintains a master without
013240 *> saying who they are: the keyed ID must be on OPERMAST and
013250 *> active, with every attempt on the security log the same
013260 *> as the run programs' sign-on.  The one exception is an
013270 *> empty master, which accepts the first sign-on (reason NM)
013280 *> so the first operators can be filed at all.
013290 *> -------------------------------------------------------
013300 0600-SIGN-ON-OPERATOR.
013310     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
013320     ACCEPT WS-OPERATOR-ID.
013330     MOVE 'N' TO WS-OPER-AUTH-SW.
013340     MOVE 'NF' TO WS-SEC-REASON.
013350     MOVE 'N' TO WS-MASTER-EMPTY-SW.
013360     MOVE LOW-VALUES TO OM-OPERATOR-ID.
013370     START OPERATOR-MASTER KEY NOT LESS THAN OM-OPERATOR-ID
013380         INVALID KEY
013390             SET MASTER-EMPTY TO TRUE
013400     END-START.
013410     IF MASTER-EMPTY
013420         SET OPERATOR-AUTHORIZED TO TRUE
013430         MOVE 'NM' TO WS-SEC-REASON
013440     ELSE
013450         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
013460         READ OPERATOR-MASTER
013470             INVALID KEY
013480                 CONTINUE
013490             NOT INVALID KEY
013500                 IF OM-ACTIVE
013510                     SET OPERATOR-AUTHORIZED TO TRUE
013520                     MOVE 'OK' TO WS-SEC-REASON
013530                 ELSE
013540                     MOVE 'IN' TO WS-SEC-REASON
013550                 END-IF
013560         END-READ
013570     END-IF.
013580     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
013590     IF NOT OPERATOR-AUTHORIZED
013600         WRITE OUT-LINE FROM OPER-REJECT-MESS
013610             AFTER ADVANCING 1 LINE
013620         CLOSE OPERATOR-MASTER
013630         CLOSE STANDARD-OUTPUT
013640         STOP RUN
013650     END-IF.
013660 0600-EXIT.
013670     EXIT.
013680
013690 *> -------------------------------------------------------
013700 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
013710 *> sign-on attempt, accepted or rejected, with the ID
013720 *> exactly as keyed.
013730 *> -------------------------------------------------------
013740 0660-LOG-SIGNON-ATTEMPT.
013750     OPEN EXTEND SECURITY-LOG.
013760     IF NOT SEC-FILE-OK
013770         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
013780             WS-SEC-FILE-STATUS
013790         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013810     END-IF.
013820     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
013830     ACCEPT SC-RUN-TIME FROM TIME.
013840     MOVE 'SQRTOPER' TO SC-PROGRAM-NAME.
013850     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
013860     IF OPERATOR-AUTHORIZED
013870         SET SC-ACCEPTED TO TRUE
013880     ELSE
013890         SET SC-REJECTED TO TRUE
013900     END-IF.
013910     MOVE WS-SEC-REASON TO SC-REASON.
013920     MOVE SPACES TO SC-FILLER.
013930     WRITE SECURITY-LOG-RECORD.
013940     CLOSE SECURITY-LOG.
013940     IF NOT OPERATOR-AUTHORIZED
013940         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
013940     END-IF.
013950 0660-EXIT.
013960     EXIT.
013960
013960 *> -------------------------------------------------------
013960 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
013960 *> feed, which raises an alert when the ID keeps failing.
013960 *> -------------------------------------------------------
013960 0670-ALERT-SIGNON-REJECT.
013960     MOVE SPACES TO ALERT-PARAMETERS.
013960     SET AP-SIGNON-REJECTED TO TRUE.
013960     MOVE 'SQRTOPER' TO AP-PROGRAM-NAME.
013960     MOVE 0 TO AP-RUN-ID.
013960     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
013960     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
013960 0670-EXIT.
013960     EXIT.
013970
013980 *> -------------------------------------------------------
013990 *> 0700-OPEN-JOURNAL - the change journal is appended to for
014000 *> the whole sitting; a journal that will not open ends the
014010 *> run before anything can change unrecorded.
014020 *> -------------------------------------------------------
014030 0700-OPEN-JOURNAL.
014040     OPEN EXTEND CHANGE-JOURNAL.
014050     IF NOT JRNL-FILE-OK
014060         DISPLAY 'UNABLE TO OPEN CHGJRNL, STATUS '
014070             WS-JRNL-FILE-STATUS
014080         MOVE 16 TO RETURN-CODE
014090         STOP RUN
014100     END-IF.
014110 0700-EXIT.
014120     EXIT.
013300
013400 1000-GET-FUNCTION.
013500     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
014000         IF WS-FUNCTION-ENTRY = 'C'
014100             PERFORM 2100-CHANGE-OPERATOR THRU 2100-EXIT
014200         ELSE
014210             IF WS-FUNCTION-ENTRY = 'D'
014220                 PERFORM 2200-DEACTIVATE-OPERATOR THRU 2200-EXIT
014230             ELSE
014300                 IF WS-FUNCTION-ENTRY = 'L'
014400                     PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT
014500                 ELSE
014600                     IF WS-FUNCTION-ENTRY = 'X'
014700                         SET EXIT-REQUESTED TO TRUE
014800                     ELSE
014900                         WRITE OUT-LINE FROM BAD-FUNCTION-MESS
015000                             AFTER ADVANCING 1 LINE
015100                     END-IF
015200                 END-IF
015250             END-IF
015300         END-IF
015400     END-IF.
015500 1000-EXIT.
017500             WRITE OUT-LINE FROM ADDED-MESS
017600                 AFTER ADVANCING 1 LINE
017700             END-WRITE
017710             MOVE SPACES TO WS-BEFORE-IMAGE
017720             MOVE 'A' TO WS-JRNL-ACTION
017730             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
017800     END-WRITE.
017900 2000-EXIT.
018000     EXIT.
019300                 AFTER ADVANCING 1 LINE
019400             END-WRITE
019500         NOT INVALID KEY
019510             MOVE OPERATOR-MASTER-RECORD TO WS-BEFORE-IMAGE
019600             PERFORM 2500-COLLECT-FIELDS THRU 2500-EXIT
019700             MOVE SPACES TO OM-FILLER
019800             REWRITE OPERATOR-MASTER-RECORD
020400                     WRITE OUT-LINE FROM CHANGED-MESS
020500                         AFTER ADVANCING 1 LINE
020600                     END-WRITE
020610                     MOVE 'C' TO WS-JRNL-ACTION
020620                     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
020700             END-REWRITE
020800     END-READ.
020900 2100-EXIT.
021000     EXIT.
021010
021020 *> -------------------------------------------------------
021030 *> 2200-DEACTIVATE-OPERATOR - retires an operator by filing
021040 *> the active flag I; the row stays for the history that
021050 *> names it.  The signed-on operator cannot retire itself.
021060 *> -------------------------------------------------------
021070 2200-DEACTIVATE-OPERATOR.
021080     WRITE OUT-LINE FROM ID-PROMPT AFTER ADVANCING 1 LINE.
021090     ACCEPT WS-ID-ENTRY.
021100     IF WS-ID-ENTRY = WS-OPERATOR-ID
021110         WRITE OUT-LINE FROM SELF-DEACTIVATE-MESS
021120             AFTER ADVANCING 1 LINE
021130         GO TO 2200-EXIT
021140     END-IF.
021150     MOVE WS-ID-ENTRY TO OM-OPERATOR-ID.
021160     READ OPERATOR-MASTER
021170         INVALID KEY
021180             WRITE OUT-LINE FROM NOT-FOUND-MESS
021190                 AFTER ADVANCING 1 LINE
021200             END-WRITE
021210             GO TO 2200-EXIT
021220     END-READ.
021230     IF OM-INACTIVE
021240         WRITE OUT-LINE FROM ALREADY-INACTIVE-MESS
021250             AFTER ADVANCING 1 LINE
021260         GO TO 2200-EXIT
021270     END-IF.
021280     MOVE OPERATOR-MASTER-RECORD TO WS-BEFORE-IMAGE.
021290     MOVE 'I' TO OM-ACTIVE-FLAG.
021300     REWRITE OPERATOR-MASTER-RECORD
021310         INVALID KEY
021320             WRITE OUT-LINE FROM NOT-FOUND-MESS
021330                 AFTER ADVANCING 1 LINE
021340             END-WRITE
021350         NOT INVALID KEY
021360             WRITE OUT-LINE FROM DEACTIVATED-MESS
021370                 AFTER ADVANCING 1 LINE
021380             END-WRITE
021390             MOVE 'D' TO WS-JRNL-ACTION
021400             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
021410     END-REWRITE.
021420 2200-EXIT.
021430     EXIT.
021100
021200 *> -------------------------------------------------------
021300 *> 2500-COLLECT-FIELDS - name, active flag, and authority
027200     END-READ.
027300 3100-EXIT.
027400     EXIT.
027500
027600 *> -------------------------------------------------------
027700 *> 8000-WRITE-JOURNAL - one change-journal row for the
027800 *> action just filed: who, when, which key, and the record
027900 *> before (saved by the caller) and after.
028000 *> -------------------------------------------------------
028100 8000-WRITE-JOURNAL.
028200     ACCEPT CJ-JRNL-DATE FROM DATE YYYYMMDD.
028300     ACCEPT CJ-JRNL-TIME FROM TIME.
028400     MOVE 'SQRTOPER' TO CJ-PROGRAM-NAME.
028500     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
028600     MOVE 'OPERMAST' TO CJ-FILE-NAME.
028700     MOVE OM-OPERATOR-ID TO CJ-RECORD-KEY.
028800     MOVE WS-JRNL-ACTION TO CJ-ACTION.
028900     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
029000     MOVE OPERATOR-MASTER-RECORD TO CJ-AFTER-IMAGE.
029100     MOVE SPACES TO CJ-FILLER.
029200     WRITE CHANGE-JOURNAL-RECORD.
029300 8000-EXIT.
029400     EXIT.
