000800 *>
000900 *> Modification History:
001000 *>   2026-09-02  DW   New program.
001010 *>   2026-10-15  DW   Operator sign-on against OPERMAST (logged
001020 *>                   to SECLOG), a D deactivate function, and
001030 *>                   a CHGJRNL change-journal row with before
001040 *>                   and after images for every add, change,
001050 *>                   and deactivate.
001060 *>   2026-10-15  DW   Calendar frequencies: B every business
001070 *>                   day, F first and L last business day of
001080 *>                   the month, and M monthly on a day of the
001090 *>                   month collected as SO-MONTH-DAY.
001090 *>   2026-10-15  DW   A refused sign-on is posted to the
001090 *>                   alert feed (SQRTALRT_POST).
001100 *> ---------------------------------------------------------
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. SQRTSORD.
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS SO-ORDER-ID
002600         FILE STATUS IS WS-SORD-FILE-STATUS.
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
003100 FD  STANDING-ORDERS.
003200     COPY STORDREC.
003210 FD  OPERATOR-MASTER.
003220     COPY OPERREC.
003230 FD  SECURITY-LOG.
003240     COPY SECREC.
003250 FD  CHANGE-JOURNAL.
003260     COPY JRNLREC.
003300 WORKING-STORAGE SECTION.
003400 *> -------------------------------------------------------
003500 *> file status and run control
005300 77  WS-DEGREE-ENTRY            PICTURE 9(02).
005400 77  WS-PLACES-ENTRY            PICTURE 9(02).
005500 77  WS-FREQ-ENTRY              PICTURE X(01).
005510 77  WS-MONTH-DAY-ENTRY         PICTURE X(02).
005520 77  WS-MONTH-DAY-ENTRY-NUM REDEFINES WS-MONTH-DAY-ENTRY
005530                                  PICTURE 9(02).
005600 77  WS-FROM-ENTRY              PICTURE X(08).
005700 77  WS-FROM-ENTRY-NUM REDEFINES WS-FROM-ENTRY
005800                                  PICTURE 9(08).
006100                                  PICTURE 9(08).
006200 77  WS-ACTIVE-ENTRY            PICTURE X(01).
006300 77  WS-LIST-COUNT              PICTURE 9(05) COMP VALUE 0.
006305 *> -------------------------------------------------------
006310 *> the signed-on operator, the sign-on security log, and
006315 *> the change journal every maintenance action lands on.
006320 *> -------------------------------------------------------
006325 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
006330 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
006335     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
006340 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
006345     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
006350 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
006355     88 SEC-FILE-OK                      VALUE '00' '05'.
006360 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
006360 COPY ALRTPARM.
006365 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
006370     88 JRNL-FILE-OK                     VALUE '00' '05'.
006375 77  WS-JRNL-ACTION             PICTURE X(01) VALUE SPACE.
006380 77  WS-BEFORE-IMAGE            PICTURE X(100) VALUE SPACES.
006400 *> -------------------------------------------------------
006500 *> prompts and report lines
006600 *> -------------------------------------------------------
006700 01  FUNCTION-PROMPT.
006800     02 FILLER PICTURE X(34) VALUE
006820        ' ENTER FUNCTION - A ADD, C CHANGE,'.
006840     02 FILLER PICTURE X(30) VALUE
006860        ' D DEACTIVATE, L LIST, X EXIT:'.
006880 01  OPERATOR-PROMPT.
006900     02 FILLER PICTURE X(29) VALUE
006920        ' ENTER YOUR OPERATOR ID:     '.
006940 01  OPER-REJECT-MESS.
006960     02 FILLER PICTURE X(40) VALUE
006980        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
007000 01  ID-PROMPT.
007100     02 FILLER PICTURE X(29) VALUE
007200        ' ENTER ORDER ID:             '.
009000        ' ENTER DECIMAL PLACES (01-18, 00 = RUN DEFAULT)'.
009100 01  FREQ-PROMPT.
009200     02 FILLER PICTURE X(52) VALUE
009300        ' ENTER FREQUENCY - D DAILY, OR WEEKDAY 1-7 (1=MON), '.
009310     02 FILLER PICTURE X(47) VALUE
009320        'B BUSINESS DAY, F FIRST, L LAST, OR M MONTHLY: '.
009330 01  MONTH-DAY-PROMPT.
009340     02 FILLER PICTURE X(40) VALUE
009350        ' ENTER DAY OF THE MONTH (01-31):        '.
009400 01  FROM-PROMPT.
009500     02 FILLER PICTURE X(40) VALUE
009600        ' ENTER EFFECTIVE FROM DATE (YYYYMMDD):  '.
010100     02 FILLER PICTURE X(40) VALUE
010200        ' ENTER A - ACTIVE, OR I - INACTIVE:     '.
010300 01  BAD-FUNCTION-MESS.
010400     02 FILLER PICTURE X(42) VALUE
010500        ' FUNCTION NOT A, C, D, L, OR X - TRY AGAIN'.
010600 01  DUPLICATE-MESS.
010700     02 FILLER PICTURE X(40) VALUE
010800        ' ORDER ALREADY ON FILE - USE C TO CHANGE'.
011300     02 FILLER PICTURE X(13) VALUE ' ORDER ADDED.'.
011400 01  CHANGED-MESS.
011500     02 FILLER PICTURE X(15) VALUE ' ORDER CHANGED.'.
011510 01  DEACTIVATED-MESS.
011520     02 FILLER PICTURE X(19) VALUE ' ORDER DEACTIVATED.'.
011530 01  ALREADY-INACTIVE-MESS.
011540     02 FILLER PICTURE X(30) VALUE
011550        ' ORDER ALREADY INACTIVE.      '.
011600 01  QUIT.
011700     02 FILLER PICTURE X(38) VALUE
011800        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
013800     02 LD-PLACES            PICTURE 9(02).
013900     02 FILLER PICTURE X(03) VALUE SPACES.
014000     02 LD-FREQUENCY         PICTURE X(01).
014050     02 LD-MONTH-DAY         PICTURE X(02).
014200     02 LD-FROM-DATE         PICTURE 9(08).
014300     02 FILLER PICTURE X(01) VALUE SPACE.
014400     02 LD-TO-DATE           PICTURE 9(08).
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     OPEN OUTPUT STANDARD-OUTPUT.
015350     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
015400     PERFORM 0500-OPEN-ORDER-FILE THRU 0500-EXIT.
015450     PERFORM 0700-OPEN-JOURNAL THRU 0700-EXIT.
015500     PERFORM 1000-GET-FUNCTION THRU 1000-EXIT
015600         UNTIL EXIT-REQUESTED.
015700     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
015800     CLOSE STANDING-ORDERS.
015850     CLOSE CHANGE-JOURNAL.
015900     CLOSE STANDARD-OUTPUT.
016000     STOP RUN.
016100
017200     END-IF.
017300 0500-EXIT.
017400     EXIT.
017401
017402 *> -------------------------------------------------------
017403 *> 0600-SIGN-ON-OPERATOR - nobody maintains a master without
017404 *> saying who they are: the keyed ID must be on OPERMAST and
017405 *> active, or the run ends before anything is touched.
017406 *> Every attempt lands on the security log, the same as the
017407 *> run programs' sign-on, and the accepted ID stamps every
017408 *> change-journal row this sitting writes.
017409 *> -------------------------------------------------------
017410 0600-SIGN-ON-OPERATOR.
017411     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
017412     ACCEPT WS-OPERATOR-ID.
017413     MOVE 'N' TO WS-OPER-AUTH-SW.
017414     MOVE 'NF' TO WS-SEC-REASON.
017415     OPEN INPUT OPERATOR-MASTER.
017416     IF NOT OPER-FILE-NOT-FOUND
017417         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
017418         READ OPERATOR-MASTER
017419             INVALID KEY
017420                 CONTINUE
017421             NOT INVALID KEY
017422                 IF OM-ACTIVE
017423                     SET OPERATOR-AUTHORIZED TO TRUE
017424                     MOVE 'OK' TO WS-SEC-REASON
017425                 ELSE
017426                     MOVE 'IN' TO WS-SEC-REASON
017427                 END-IF
017428         END-READ
017429         CLOSE OPERATOR-MASTER
017430     ELSE
017431         MOVE 'NM' TO WS-SEC-REASON
017432     END-IF.
017433     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
017434     IF NOT OPERATOR-AUTHORIZED
017435         WRITE OUT-LINE FROM OPER-REJECT-MESS
017436             AFTER ADVANCING 1 LINE
017437         CLOSE STANDARD-OUTPUT
017438         STOP RUN
017439     END-IF.
017440 0600-EXIT.
017441     EXIT.
017442
017443 *> -------------------------------------------------------
017444 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
017445 *> sign-on attempt, accepted or rejected, with the ID
017446 *> exactly as keyed.
017447 *> -------------------------------------------------------
017448 0660-LOG-SIGNON-ATTEMPT.
017449     OPEN EXTEND SECURITY-LOG.
017450     IF NOT SEC-FILE-OK
017451         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
017452             WS-SEC-FILE-STATUS
017453         MOVE 16 TO RETURN-CODE
017454         STOP RUN
017455     END-IF.
017456     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
017457     ACCEPT SC-RUN-TIME FROM TIME.
017458     MOVE 'SQRTSORD' TO SC-PROGRAM-NAME.
017459     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
017460     IF OPERATOR-AUTHORIZED
017461         SET SC-ACCEPTED TO TRUE
017462     ELSE
017463         SET SC-REJECTED TO TRUE
017464     END-IF.
017465     MOVE WS-SEC-REASON TO SC-REASON.
017466     MOVE SPACES TO SC-FILLER.
017467     WRITE SECURITY-LOG-RECORD.
017468     CLOSE SECURITY-LOG.
017468     IF NOT OPERATOR-AUTHORIZED
017468         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
017468     END-IF.
017469 0660-EXIT.
017470     EXIT.
017470
017470 *> -------------------------------------------------------
017470 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
017470 *> feed, which raises an alert when the ID keeps failing.
017470 *> -------------------------------------------------------
017470 0670-ALERT-SIGNON-REJECT.
017470     MOVE SPACES TO ALERT-PARAMETERS.
017470     SET AP-SIGNON-REJECTED TO TRUE.
017470     MOVE 'SQRTSORD' TO AP-PROGRAM-NAME.
017470     MOVE 0 TO AP-RUN-ID.
017470     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
017470     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
017470 0670-EXIT.
017470     EXIT.
017471
017472 *> -------------------------------------------------------
017473 *> 0700-OPEN-JOURNAL - the change journal is appended to for
017474 *> the whole sitting; a journal that will not open ends the
017475 *> run before anything can change unrecorded.
017476 *> -------------------------------------------------------
017477 0700-OPEN-JOURNAL.
017478     OPEN EXTEND CHANGE-JOURNAL.
017479     IF NOT JRNL-FILE-OK
017480         DISPLAY 'UNABLE TO OPEN CHGJRNL, STATUS '
017481             WS-JRNL-FILE-STATUS
017482         MOVE 16 TO RETURN-CODE
017483         STOP RUN
017484     END-IF.
017485 0700-EXIT.
017486     EXIT.
017500
017600 1000-GET-FUNCTION.
017700     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
018200         IF WS-FUNCTION-ENTRY = 'C'
018300             PERFORM 2100-CHANGE-ORDER THRU 2100-EXIT
018400         ELSE
018420             IF WS-FUNCTION-ENTRY = 'D'
018440                 PERFORM 2200-DEACTIVATE-ORDER THRU 2200-EXIT
018460             ELSE
018500                 IF WS-FUNCTION-ENTRY = 'L'
018600                     PERFORM 3000-LIST-ORDERS THRU 3000-EXIT
018700                 ELSE
018800                     IF WS-FUNCTION-ENTRY = 'X'
018900                         SET EXIT-REQUESTED TO TRUE
019000                     ELSE
019100                         WRITE OUT-LINE FROM BAD-FUNCTION-MESS
019200                             AFTER ADVANCING 1 LINE
019300                     END-IF
019400                 END-IF
019450             END-IF
019500         END-IF
019600     END-IF.
019700 1000-EXIT.
021500             WRITE OUT-LINE FROM ADDED-MESS
021600                 AFTER ADVANCING 1 LINE
021700             END-WRITE
021720             MOVE SPACES TO WS-BEFORE-IMAGE
021740             MOVE 'A' TO WS-JRNL-ACTION
021760             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
021800     END-WRITE.
021900 2000-EXIT.
022000     EXIT.
022900                 AFTER ADVANCING 1 LINE
023000             END-WRITE
023100         NOT INVALID KEY
023150             MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
023200             PERFORM 2500-COLLECT-FIELDS THRU 2500-EXIT
023300             IF NOT VALUE-ENTRY-BAD
023400                 MOVE SPACES TO SO-FILLER
024100                         WRITE OUT-LINE FROM CHANGED-MESS
024200                             AFTER ADVANCING 1 LINE
024300                         END-WRITE
024320                         MOVE 'C' TO WS-JRNL-ACTION
024340                         PERFORM 8000-WRITE-JOURNAL THRU
024360                             8000-EXIT
024400                 END-REWRITE
024500             END-IF
024600     END-READ.
024700 2100-EXIT.
024800     EXIT.
024802
024804 *> -------------------------------------------------------
024806 *> 2200-DEACTIVATE-ORDER - stops an order by filing the
024808 *> active flag I; SQRTGEN skips it from the next night on
024810 *> and the row stays for the history.
024812 *> -------------------------------------------------------
024814 2200-DEACTIVATE-ORDER.
024816     WRITE OUT-LINE FROM ID-PROMPT AFTER ADVANCING 1 LINE.
024818     ACCEPT WS-ID-ENTRY.
024820     MOVE WS-ID-ENTRY TO SO-ORDER-ID.
024822     READ STANDING-ORDERS
024824         INVALID KEY
024826             WRITE OUT-LINE FROM NOT-FOUND-MESS
024828                 AFTER ADVANCING 1 LINE
024830             END-WRITE
024832             GO TO 2200-EXIT
024834     END-READ.
024836     IF SO-INACTIVE
024838         WRITE OUT-LINE FROM ALREADY-INACTIVE-MESS
024840             AFTER ADVANCING 1 LINE
024842         GO TO 2200-EXIT
024844     END-IF.
024846     MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE.
024848     MOVE 'I' TO SO-ACTIVE-FLAG.
024850     REWRITE STANDING-ORDER-RECORD
024852         INVALID KEY
024854             WRITE OUT-LINE FROM NOT-FOUND-MESS
024856                 AFTER ADVANCING 1 LINE
024858             END-WRITE
024860         NOT INVALID KEY
024862             WRITE OUT-LINE FROM DEACTIVATED-MESS
024864                 AFTER ADVANCING 1 LINE
024866             END-WRITE
024868             MOVE 'D' TO WS-JRNL-ACTION
024870             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
024872     END-REWRITE.
024874 2200-EXIT.
024876     EXIT.
024900
025000 *> -------------------------------------------------------
025100 *> 2500-COLLECT-FIELDS - every field of the order, with bad
025200 *> entries settled to the safe answer: zero degree/places
025300 *> mean the run-level default, a bad frequency files as
025400 *> daily, a bad monthly day as the 1st, a blank to-date
025450 *> files open-ended, and a value that does not fit the
025500 *> picture refuses the whole order.
025600 *> -------------------------------------------------------
025700 2500-COLLECT-FIELDS.
025800     MOVE 'N' TO WS-VALUE-BAD-SW.
028900     END-IF.
029000     WRITE OUT-LINE FROM FREQ-PROMPT AFTER ADVANCING 1 LINE.
029100     ACCEPT WS-FREQ-ENTRY.
029200     IF WS-FREQ-ENTRY = 'D' OR 'B' OR 'F' OR 'L' OR 'M'
029300         OR (WS-FREQ-ENTRY NOT < '1' AND WS-FREQ-ENTRY NOT > '7')
029400         MOVE WS-FREQ-ENTRY TO SO-FREQUENCY
029500     ELSE
029600         MOVE 'D' TO SO-FREQUENCY
029700     END-IF.
029710     MOVE 0 TO SO-MONTH-DAY.
029720     IF SO-MONTHLY
029730         WRITE OUT-LINE FROM MONTH-DAY-PROMPT
029740             AFTER ADVANCING 1 LINE
029750         MOVE SPACES TO WS-MONTH-DAY-ENTRY
029760         ACCEPT WS-MONTH-DAY-ENTRY
029770         IF WS-MONTH-DAY-ENTRY-NUM NUMERIC
029780             AND WS-MONTH-DAY-ENTRY-NUM > 0
029790             AND WS-MONTH-DAY-ENTRY-NUM < 32
029791             MOVE WS-MONTH-DAY-ENTRY-NUM TO SO-MONTH-DAY
029792         ELSE
029793             MOVE 1 TO SO-MONTH-DAY
029794         END-IF
029795     END-IF.
029800     WRITE OUT-LINE FROM FROM-PROMPT AFTER ADVANCING 1 LINE.
029900     MOVE SPACES TO WS-FROM-ENTRY.
030000     ACCEPT WS-FROM-ENTRY.
034900             MOVE SO-ROOT-DEGREE TO LD-DEGREE
035000             MOVE SO-DECIMAL-PLACES TO LD-PLACES
035100             MOVE SO-FREQUENCY TO LD-FREQUENCY
035110             IF SO-MONTHLY AND SO-MONTH-DAY NUMERIC
035120                 MOVE SO-MONTH-DAY TO LD-MONTH-DAY
035130             ELSE
035140                 MOVE SPACES TO LD-MONTH-DAY
035150             END-IF
035200             MOVE SO-EFF-FROM-DATE TO LD-FROM-DATE
035300             MOVE SO-EFF-TO-DATE TO LD-TO-DATE
035400             MOVE SO-ACTIVE-FLAG TO LD-ACTIVE-FLAG
035700     END-READ.
035800 3100-EXIT.
035900     EXIT.
036000
036100 *> -------------------------------------------------------
036200 *> 8000-WRITE-JOURNAL - one change-journal row for the
036300 *> action just filed: who, when, which key, and the record
036400 *> before (saved by the caller) and after.
036500 *> -------------------------------------------------------
036600 8000-WRITE-JOURNAL.
036700     ACCEPT CJ-JRNL-DATE FROM DATE YYYYMMDD.
036800     ACCEPT CJ-JRNL-TIME FROM TIME.
036900     MOVE 'SQRTSORD' TO CJ-PROGRAM-NAME.
037000     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
037100     MOVE 'STORDMST' TO CJ-FILE-NAME.
037200     MOVE SO-ORDER-ID TO CJ-RECORD-KEY.
037300     MOVE WS-JRNL-ACTION TO CJ-ACTION.
037400     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
037500     MOVE STANDING-ORDER-RECORD TO CJ-AFTER-IMAGE.
037600     MOVE SPACES TO CJ-FILLER.
037700     WRITE CHANGE-JOURNAL-RECORD.
037800 8000-EXIT.
037900     EXIT.
