000800 *>
000900 *> Modification History:
001000 *>   2026-09-02  DW   New program.
001010 *>   2026-10-15  DW   Operator sign-on against OPERMAST (logged
001020 *>                   to SECLOG), a D deactivate function, and
001030 *>                   a CHGJRNL change-journal row with before
001040 *>                   and after images for every add, change,
001050 *>                   and deactivate.
001060 *>   2026-10-15  DW   Turnaround target days (DM-SLA-DAYS)
001070 *>                   collected on add and change and shown on
001080 *>                   the list.
001090 *>   2026-10-15  DW   Monthly budget (DM-MONTHLY-BUDGET)
001091 *>                   collected on add and change and shown on
001092 *>                   the list.
001092 *>   2026-10-15  DW   A refused sign-on is posted to the
001092 *>                   alert feed (SQRTALRT_POST).
001100 *> ---------------------------------------------------------
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. SQRTDEPT.
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS DM-DEPT-CODE
002600         FILE STATUS IS WS-DEPT-FILE-STATUS.
002608     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
002616         ORGANIZATION IS INDEXED
002624         ACCESS MODE IS DYNAMIC
002632         RECORD KEY IS OM-OPERATOR-ID
002640         FILE STATUS IS WS-OPER-FILE-STATUS.
002648     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
002656         ORGANIZATION IS LINE SEQUENTIAL
002664         FILE STATUS IS WS-SEC-FILE-STATUS.
002672     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
002680         ORGANIZATION IS LINE SEQUENTIAL
002688         FILE STATUS IS WS-JRNL-FILE-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  STANDARD-OUTPUT.
003000     01 OUT-LINE  PICTURE X(100).
003100 FD  DEPT-MASTER.
003200     COPY DEPTREC.
003210 FD  OPERATOR-MASTER.
003220     COPY OPERREC.
003230 FD  SECURITY-LOG.
003240     COPY SECREC.
003250 FD  CHANGE-JOURNAL.
003260     COPY JRNLREC.
003300 WORKING-STORAGE SECTION.
003400 *> -------------------------------------------------------
003500 *> file status and run control
004600 77  WS-NAME-ENTRY              PICTURE X(25).
004700 77  WS-CONTACT-ENTRY           PICTURE X(25).
004800 77  WS-ACTIVE-ENTRY            PICTURE X(01).
004810 77  WS-SLA-ENTRY               PICTURE X(03).
004820 77  WS-SLA-ENTRY-NUM REDEFINES WS-SLA-ENTRY
004830                                  PICTURE 9(03).
004840 77  WS-BUDGET-ENTRY            PICTURE X(09).
004850 77  WS-BUDGET-ENTRY-NUM REDEFINES WS-BUDGET-ENTRY
004860                                  PICTURE 9(07)V9(02).
004900 77  WS-LIST-COUNT              PICTURE 9(05) COMP VALUE 0.
004905 *> -------------------------------------------------------
004910 *> the signed-on operator, the sign-on security log, and
004915 *> the change journal every maintenance action lands on.
004920 *> -------------------------------------------------------
004925 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
004930 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
004935     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
004940 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
004945     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
004950 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
004955     88 SEC-FILE-OK                      VALUE '00' '05'.
004960 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
004960 COPY ALRTPARM.
004965 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
004970     88 JRNL-FILE-OK                     VALUE '00' '05'.
004975 77  WS-JRNL-ACTION             PICTURE X(01) VALUE SPACE.
004980 77  WS-BEFORE-IMAGE            PICTURE X(100) VALUE SPACES.
005000 *> -------------------------------------------------------
005100 *> prompts and report lines
005200 *> -------------------------------------------------------
005300 01  FUNCTION-PROMPT.
005400     02 FILLER PICTURE X(34) VALUE
005420        ' ENTER FUNCTION - A ADD, C CHANGE,'.
005440     02 FILLER PICTURE X(30) VALUE
005460        ' D DEACTIVATE, L LIST, X EXIT:'.
005480 01  OPERATOR-PROMPT.
005500     02 FILLER PICTURE X(29) VALUE
005520        ' ENTER YOUR OPERATOR ID:     '.
005540 01  OPER-REJECT-MESS.
005560     02 FILLER PICTURE X(40) VALUE
005580        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
005600 01  CODE-PROMPT.
005700     02 FILLER PICTURE X(29) VALUE
005800        ' ENTER DEPARTMENT CODE:      '.
006500 01  ACTIVE-PROMPT.
006600     02 FILLER PICTURE X(40) VALUE
006700        ' ENTER A - ACTIVE, OR I - INACTIVE:     '.
006710 01  SLA-PROMPT.
006720     02 FILLER PICTURE X(51) VALUE
006730        ' ENTER TURNAROUND TARGET DAYS (000 = SHOP DEFAULT):'.
006740 01  BUDGET-PROMPT.
006750     02 FILLER PICTURE X(54) VALUE
006760        ' ENTER MONTHLY BUDGET, 9 DIGITS WITH CENTS (0 = NONE):'.
006800 01  BAD-FUNCTION-MESS.
006900     02 FILLER PICTURE X(42) VALUE
007000        ' FUNCTION NOT A, C, D, L, OR X - TRY AGAIN'.
007100 01  DUPLICATE-MESS.
007200     02 FILLER PICTURE X(45) VALUE
007300        ' DEPARTMENT ALREADY ON FILE - USE C TO CHANGE'.
007800     02 FILLER PICTURE X(18) VALUE ' DEPARTMENT ADDED.'.
007900 01  CHANGED-MESS.
008000     02 FILLER PICTURE X(20) VALUE ' DEPARTMENT CHANGED.'.
008010 01  DEACTIVATED-MESS.
008020     02 FILLER PICTURE X(24) VALUE ' DEPARTMENT DEACTIVATED.'.
008030 01  ALREADY-INACTIVE-MESS.
008040     02 FILLER PICTURE X(30) VALUE
008050        ' DEPARTMENT ALREADY INACTIVE. '.
008100 01  QUIT.
008200     02 FILLER PICTURE X(38) VALUE
008300        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
009000     02 FILLER PICTURE X(25) VALUE 'CONTACT'.
009100     02 FILLER PICTURE X(02) VALUE SPACES.
009200     02 FILLER PICTURE X(06) VALUE 'ACTIVE'.
009210     02 FILLER PICTURE X(02) VALUE SPACES.
009220     02 FILLER PICTURE X(03) VALUE 'SLA'.
009230     02 FILLER PICTURE X(15) VALUE '         BUDGET'.
009300 01  LIST-UNDER-LINE.
009400     02 FILLER PICTURE X(33) VALUE
009500        ' ---- ------------------------- -'.
009600     02 FILLER PICTURE X(33) VALUE
009610        '------------------------  ------'.
009620     02 FILLER PICTURE X(05) VALUE '  ---'.
009630     02 FILLER PICTURE X(15) VALUE '  -------------'.
009700 01  LIST-DETAIL-LINE.
009800     02 FILLER PICTURE X(01) VALUE SPACE.
009900     02 LD-DEPT-CODE          PICTURE X(04).
010300     02 LD-CONTACT            PICTURE X(25).
010400     02 FILLER PICTURE X(04) VALUE SPACES.
010500     02 LD-ACTIVE-FLAG        PICTURE X(01).
010510     02 FILLER PICTURE X(03) VALUE SPACES.
010520     02 LD-SLA-DAYS           PICTURE ZZ9.
010530     02 FILLER PICTURE X(02) VALUE SPACES.
010540     02 LD-MONTHLY-BUDGET     PICTURE Z,ZZZ,ZZ9.99.
010600 01  LIST-COUNT-LINE.
010700     02 FILLER PICTURE X(22) VALUE ' DEPARTMENTS ON FILE: '.
010800     02 LC-COUNT              PICTURE ZZ,ZZ9.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     OPEN OUTPUT STANDARD-OUTPUT.
011250     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
011300     PERFORM 0500-OPEN-DEPT-FILE THRU 0500-EXIT.
011350     PERFORM 0700-OPEN-JOURNAL THRU 0700-EXIT.
011400     PERFORM 1000-GET-FUNCTION THRU 1000-EXIT
011500         UNTIL EXIT-REQUESTED.
011600     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
011700     CLOSE DEPT-MASTER.
011750     CLOSE CHANGE-JOURNAL.
011800     CLOSE STANDARD-OUTPUT.
011900     STOP RUN.
012000
013200     END-IF.
013300 0500-EXIT.
013400     EXIT.
013401
013402 *> -------------------------------------------------------
013403 *> 0600-SIGN-ON-OPERATOR - nobody maintains a master without
013404 *> saying who they are: the keyed ID must be on OPERMAST and
013405 *> active, or the run ends before anything is touched.
013406 *> Every attempt lands on the security log, the same as the
013407 *> run programs' sign-on, and the accepted ID stamps every
013408 *> change-journal row this sitting writes.
013409 *> -------------------------------------------------------
013410 0600-SIGN-ON-OPERATOR.
013411     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
013412     ACCEPT WS-OPERATOR-ID.
013413     MOVE 'N' TO WS-OPER-AUTH-SW.
013414     MOVE 'NF' TO WS-SEC-REASON.
013415     OPEN INPUT OPERATOR-MASTER.
013416     IF NOT OPER-FILE-NOT-FOUND
013417         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
013418         READ OPERATOR-MASTER
013419             INVALID KEY
013420                 CONTINUE
013421             NOT INVALID KEY
013422                 IF OM-ACTIVE
013423                     SET OPERATOR-AUTHORIZED TO TRUE
013424                     MOVE 'OK' TO WS-SEC-REASON
013425                 ELSE
013426                     MOVE 'IN' TO WS-SEC-REASON
013427                 END-IF
013428         END-READ
013429         CLOSE OPERATOR-MASTER
013430     ELSE
013431         MOVE 'NM' TO WS-SEC-REASON
013432     END-IF.
013433     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
013434     IF NOT OPERATOR-AUTHORIZED
013435         WRITE OUT-LINE FROM OPER-REJECT-MESS
013436             AFTER ADVANCING 1 LINE
013437         CLOSE STANDARD-OUTPUT
013438         STOP RUN
013439     END-IF.
013440 0600-EXIT.
013441     EXIT.
013442
013443 *> -------------------------------------------------------
013444 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
013445 *> sign-on attempt, accepted or rejected, with the ID
013446 *> exactly as keyed.
013447 *> -------------------------------------------------------
013448 0660-LOG-SIGNON-ATTEMPT.
013449     OPEN EXTEND SECURITY-LOG.
013450     IF NOT SEC-FILE-OK
013451         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
013452             WS-SEC-FILE-STATUS
013453         MOVE 16 TO RETURN-CODE
013454         STOP RUN
013455     END-IF.
013456     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
013457     ACCEPT SC-RUN-TIME FROM TIME.
013458     MOVE 'SQRTDEPT' TO SC-PROGRAM-NAME.
013459     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
013460     IF OPERATOR-AUTHORIZED
013461         SET SC-ACCEPTED TO TRUE
013462     ELSE
013463         SET SC-REJECTED TO TRUE
013464     END-IF.
013465     MOVE WS-SEC-REASON TO SC-REASON.
013466     MOVE SPACES TO SC-FILLER.
013467     WRITE SECURITY-LOG-RECORD.
013468     CLOSE SECURITY-LOG.
013468     IF NOT OPERATOR-AUTHORIZED
013468         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
013468     END-IF.
013469 0660-EXIT.
013470     EXIT.
013470
013470 *> -------------------------------------------------------
013470 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
013470 *> feed, which raises an alert when the ID keeps failing.
013470 *> -------------------------------------------------------
013470 0670-ALERT-SIGNON-REJECT.
013470     MOVE SPACES TO ALERT-PARAMETERS.
013470     SET AP-SIGNON-REJECTED TO TRUE.
013470     MOVE 'SQRTDEPT' TO AP-PROGRAM-NAME.
013470     MOVE 0 TO AP-RUN-ID.
013470     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
013470     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
013470 0670-EXIT.
013470     EXIT.
013471
013472 *> -------------------------------------------------------
013473 *> 0700-OPEN-JOURNAL - the change journal is appended to for
013474 *> the whole sitting; a journal that will not open ends the
013475 *> run before anything can change unrecorded.
013476 *> -------------------------------------------------------
013477 0700-OPEN-JOURNAL.
013478     OPEN EXTEND CHANGE-JOURNAL.
013479     IF NOT JRNL-FILE-OK
013480         DISPLAY 'UNABLE TO OPEN CHGJRNL, STATUS '
013481             WS-JRNL-FILE-STATUS
013482         MOVE 16 TO RETURN-CODE
013483         STOP RUN
013484     END-IF.
013485 0700-EXIT.
013486     EXIT.
013500
013600 1000-GET-FUNCTION.
013700     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
014200         IF WS-FUNCTION-ENTRY = 'C'
014300             PERFORM 2100-CHANGE-DEPARTMENT THRU 2100-EXIT
014400         ELSE
014420             IF WS-FUNCTION-ENTRY = 'D'
014440                 PERFORM 2200-DEACTIVATE-DEPARTMENT THRU
014460                     2200-EXIT
014480             ELSE
014500                 IF WS-FUNCTION-ENTRY = 'L'
014600                     PERFORM 3000-LIST-DEPARTMENTS THRU 3000-EXIT
014700                 ELSE
014800                     IF WS-FUNCTION-ENTRY = 'X'
014900                         SET EXIT-REQUESTED TO TRUE
015000                     ELSE
015100                         WRITE OUT-LINE FROM BAD-FUNCTION-MESS
015200                             AFTER ADVANCING 1 LINE
015300                     END-IF
015400                 END-IF
015450             END-IF
015500         END-IF
015600     END-IF.
015700 1000-EXIT.
017700             WRITE OUT-LINE FROM ADDED-MESS
017800                 AFTER ADVANCING 1 LINE
017900             END-WRITE
017920             MOVE SPACES TO WS-BEFORE-IMAGE
017940             MOVE 'A' TO WS-JRNL-ACTION
017960             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
018000     END-WRITE.
018100 2000-EXIT.
018200     EXIT.
019500                 AFTER ADVANCING 1 LINE
019600             END-WRITE
019700         NOT INVALID KEY
019750             MOVE DEPT-MASTER-RECORD TO WS-BEFORE-IMAGE
019800             PERFORM 2500-COLLECT-FIELDS THRU 2500-EXIT
019900             MOVE SPACES TO DM-FILLER
020000             REWRITE DEPT-MASTER-RECORD
020600                     WRITE OUT-LINE FROM CHANGED-MESS
020700                         AFTER ADVANCING 1 LINE
020800                     END-WRITE
020830                     MOVE 'C' TO WS-JRNL-ACTION
020860                     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
020900             END-REWRITE
021000     END-READ.
021100 2100-EXIT.
021200     EXIT.
021202
021204 *> -------------------------------------------------------
021206 *> 2200-DEACTIVATE-DEPARTMENT - retires a department code by
021208 *> filing the active flag I; the row stays for the history
021210 *> and the results that carry the code.
021212 *> -------------------------------------------------------
021214 2200-DEACTIVATE-DEPARTMENT.
021216     WRITE OUT-LINE FROM CODE-PROMPT AFTER ADVANCING 1 LINE.
021218     ACCEPT WS-CODE-ENTRY.
021220     MOVE WS-CODE-ENTRY TO DM-DEPT-CODE.
021222     READ DEPT-MASTER
021224         INVALID KEY
021226             WRITE OUT-LINE FROM NOT-FOUND-MESS
021228                 AFTER ADVANCING 1 LINE
021230             END-WRITE
021232             GO TO 2200-EXIT
021234     END-READ.
021236     IF DM-INACTIVE
021238         WRITE OUT-LINE FROM ALREADY-INACTIVE-MESS
021240             AFTER ADVANCING 1 LINE
021242         GO TO 2200-EXIT
021244     END-IF.
021246     MOVE DEPT-MASTER-RECORD TO WS-BEFORE-IMAGE.
021248     MOVE 'I' TO DM-ACTIVE-FLAG.
021250     REWRITE DEPT-MASTER-RECORD
021252         INVALID KEY
021254             WRITE OUT-LINE FROM NOT-FOUND-MESS
021256                 AFTER ADVANCING 1 LINE
021258             END-WRITE
021260         NOT INVALID KEY
021262             WRITE OUT-LINE FROM DEACTIVATED-MESS
021264                 AFTER ADVANCING 1 LINE
021266             END-WRITE
021268             MOVE 'D' TO WS-JRNL-ACTION
021270             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
021272     END-REWRITE.
021274 2200-EXIT.
021276     EXIT.
021300
021400 *> -------------------------------------------------------
021500 *> 2500-COLLECT-FIELDS - name, contact, and active flag,
021600 *> with a bad flag entry settled to active: inactive is a
021700 *> deliberate retirement and must be keyed I.  A blank or
021710 *> non-numeric turnaround target files as zero, which
021720 *> leaves the department on the shop default.  A blank or
021730 *> non-numeric budget files as zero, which means no limit.
021800 *> -------------------------------------------------------
021900 2500-COLLECT-FIELDS.
022000     WRITE OUT-LINE FROM NAME-PROMPT AFTER ADVANCING 1 LINE.
023000     ELSE
023100         MOVE 'A' TO DM-ACTIVE-FLAG
023200     END-IF.
023210     WRITE OUT-LINE FROM SLA-PROMPT AFTER ADVANCING 1 LINE.
023220     MOVE SPACES TO WS-SLA-ENTRY.
023230     ACCEPT WS-SLA-ENTRY.
023240     IF WS-SLA-ENTRY-NUM NUMERIC
023250         MOVE WS-SLA-ENTRY-NUM TO DM-SLA-DAYS
023260     ELSE
023270         MOVE 0 TO DM-SLA-DAYS
023280     END-IF.
023281     WRITE OUT-LINE FROM BUDGET-PROMPT AFTER ADVANCING 1 LINE.
023282     MOVE SPACES TO WS-BUDGET-ENTRY.
023283     ACCEPT WS-BUDGET-ENTRY.
023284     IF WS-BUDGET-ENTRY-NUM NUMERIC
023285         MOVE WS-BUDGET-ENTRY-NUM TO DM-MONTHLY-BUDGET
023286     ELSE
023287         MOVE 0 TO DM-MONTHLY-BUDGET
023288     END-IF.
023300 2500-EXIT.
023400     EXIT.
023500
026400             MOVE DM-DEPT-NAME TO LD-DEPT-NAME
026500             MOVE DM-CONTACT TO LD-CONTACT
026600             MOVE DM-ACTIVE-FLAG TO LD-ACTIVE-FLAG
026650             MOVE DM-SLA-DAYS TO LD-SLA-DAYS
026660             MOVE DM-MONTHLY-BUDGET TO LD-MONTHLY-BUDGET
026700             WRITE OUT-LINE FROM LIST-DETAIL-LINE
026800                 AFTER ADVANCING 1 LINE
026900     END-READ.
027000 3100-EXIT.
027100     EXIT.
027200
027300 *> -------------------------------------------------------
027400 *> 8000-WRITE-JOURNAL - one change-journal row for the
027500 *> action just filed: who, when, which key, and the record
027600 *> before (saved by the caller) and after.
027700 *> -------------------------------------------------------
027800 8000-WRITE-JOURNAL.
027900     ACCEPT CJ-JRNL-DATE FROM DATE YYYYMMDD.
028000     ACCEPT CJ-JRNL-TIME FROM TIME.
028100     MOVE 'SQRTDEPT' TO CJ-PROGRAM-NAME.
028200     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
028300     MOVE 'DEPTMAST' TO CJ-FILE-NAME.
028400     MOVE DM-DEPT-CODE TO CJ-RECORD-KEY.
028500     MOVE WS-JRNL-ACTION TO CJ-ACTION.
028600     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
028700     MOVE DEPT-MASTER-RECORD TO CJ-AFTER-IMAGE.
028800     MOVE SPACES TO CJ-FILLER.
028900     WRITE CHANGE-JOURNAL-RECORD.
029000 8000-EXIT.
029100     EXIT.
