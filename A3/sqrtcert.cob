000100 *> ---------------------------------------------------------
000200 *> SQRTCERT - calculation certificates for the calibration
000300 *> lab.  The instrumentation group files our answers with
000400 *> their calibration records and used to staple a MACHFILE
000500 *> dump to an SQRTVRFY page.  This program prints one formal
000600 *> certificate page per RSLTMAST result, selected by request
000700 *> ID, by department, or by the run that produced them: the
000800 *> requester with the department's DEPTMAST contact, the
000900 *> input, degree, the result at the decimal places the
001000 *> request asked for, the iteration count, the residual of
001100 *> the result raised back to its degree (measured the way
001200 *> SQRTVRFY measures it), the parameter profile, operator
001300 *> and run stamp off RUNREG, a serial number, and a
001400 *> signature block.  Every certificate printed is filed on
001500 *> the keyed CERTLOG; a result already certified prints
001600 *> again under its original serial number, marked
001700 *> DUPLICATE.  Only a converged (OK) or recovered (RT)
001800 *> answer is certified.  Any active operator may sign on;
001900 *> the signed-on operator is named as the issuer.
002000 *>   RC 0  - every selected result was certified.
002100 *>   RC 4  - nothing matched, or a result was not certifiable.
002200 *>   RC 8  - sign-on refused, bad selection, or no RSLTMAST.
002300 *>
002400 *> Modification History:
002500 *>   2026-10-15  DW   New program.
002500 *>   2026-10-15  DW   A refused sign-on is posted to the
002500 *>                   alert feed (SQRTALRT_POST).
002500 *>   2026-10-15  DW   A rational-exponent result Z**(p/q) is
002500 *>                   certified too: the certificate shows the
002500 *>                   exponent numerator p, and the residual is
002500 *>                   measured against |Z| raised to p.
002600 *> ---------------------------------------------------------
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SQRTCERT.
002900 AUTHOR. D. WHITFIELD.
003000 INSTALLATION. ENGINEERING SYSTEMS.
003100 DATE-WRITTEN. 10/15/2026.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003700     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-FILE-STATUS.
004000     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RESULT-KEY
004400         FILE STATUS IS WS-RSLT-FILE-STATUS.
004500     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DM-DEPT-CODE
004900         FILE STATUS IS WS-DEPT-FILE-STATUS.
005000     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RR-RUN-ID
005400         FILE STATUS IS WS-RUNREG-FILE-STATUS.
005500     SELECT OPTIONAL CERT-LOG ASSIGN TO "CERTLOG"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CERT-LOG-KEY
005900         FILE STATUS IS WS-CERT-FILE-STATUS.
006000     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS OM-OPERATOR-ID
006400         FILE STATUS IS WS-OPER-FILE-STATUS.
006500     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SEC-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STANDARD-OUTPUT.
007100     01 OUT-LINE  PICTURE X(80).
007200 FD  REPORT-FILE.
007300     01 RPT-LINE  PICTURE X(132).
007400 FD  RESULT-MASTER.
007500     COPY RSLTREC.
007600 FD  DEPT-MASTER.
007700     COPY DEPTREC.
007800 FD  RUN-REGISTRY.
007900     COPY RUNREC.
008000 FD  CERT-LOG.
008100     COPY CERTREC.
008200 FD  OPERATOR-MASTER.
008300     COPY OPERREC.
008400 FD  SECURITY-LOG.
008500     COPY SECREC.
008600 WORKING-STORAGE SECTION.
008700 *> -------------------------------------------------------
008800 *> file statuses and read control
008900 *> -------------------------------------------------------
009000 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
009100     88 RPT-FILE-OK                           VALUE '00'.
009200 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
009300     88 RSLT-FILE-OK                          VALUE '00'.
009400 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
009500     88 DEPT-FILE-OK                          VALUE '00'.
009600 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
009700     88 RUNREG-FILE-OK                        VALUE '00'.
009800 77  WS-CERT-FILE-STATUS        PICTURE X(02) VALUE '00'.
009900     88 CERT-FILE-OK                          VALUE '00'.
010000     88 CERT-FILE-NOT-FOUND                   VALUE '35'.
010100 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
010200     88 END-OF-RESULTS                        VALUE 'Y'.
010300 77  WS-DEPT-OPEN-SW            PICTURE X(01) VALUE 'N'.
010400     88 DEPT-MASTER-OPEN                      VALUE 'Y'.
010500 77  WS-RUNREG-OPEN-SW          PICTURE X(01) VALUE 'N'.
010600     88 RUNREG-OPEN                           VALUE 'Y'.
010700 *> -------------------------------------------------------
010800 *> what to certify, off SYSIN.
010900 *> -------------------------------------------------------
011000 77  WS-SELECT-ENTRY            PICTURE X(01) VALUE SPACE.
011100     88 SELECT-BY-REQUEST                     VALUE 'R'.
011200     88 SELECT-BY-DEPARTMENT                  VALUE 'D'.
011300     88 SELECT-BY-RUN                         VALUE 'U'.
011400 77  WS-KEY-ENTRY               PICTURE X(16) VALUE SPACES.
011500 77  WS-KEY-ENTRY-NUM REDEFINES WS-KEY-ENTRY
011600                                  PICTURE 9(16).
011700 77  WS-SEL-REQUEST-ID          PICTURE X(08) VALUE SPACES.
011800 77  WS-SEL-DEPARTMENT          PICTURE X(04) VALUE SPACES.
011900 77  WS-SEL-RUN-ID              PICTURE 9(16) VALUE 0.
012000 *> -------------------------------------------------------
012100 *> the certificate in hand.
012200 *> -------------------------------------------------------
012300 77  WS-SERIAL-NO               PICTURE 9(08) VALUE 0.
012400 77  WS-ISSUE-NO                PICTURE 9(03) VALUE 0.
012500 77  WS-ORIGINAL-DATE           PICTURE 9(08) VALUE 0.
012600 77  WS-ISSUE-DATE              PICTURE 9(08) VALUE 0.
012700 77  WS-ISSUE-TIME              PICTURE 9(08) VALUE 0.
012800 77  WS-LOG-EOF-SW              PICTURE X(01) VALUE 'N'.
012900     88 END-OF-CERT-LOG                       VALUE 'Y'.
013000 77  WS-DEPT-NAME               PICTURE X(25) VALUE SPACES.
013100 77  WS-DEPT-CONTACT            PICTURE X(25) VALUE SPACES.
013200 77  WS-RUN-OPERATOR            PICTURE X(08) VALUE SPACES.
013300 77  WS-RUN-PROFILE             PICTURE X(08) VALUE SPACES.
013400 77  WS-RUN-ON-FILE-SW          PICTURE X(01) VALUE 'N'.
013500     88 RUN-ON-FILE                           VALUE 'Y'.
013600 01  WS-RUN-STAMP.
013700     02 WS-RUN-STAMP-DATE       PICTURE 9(08).
013800     02 WS-RUN-STAMP-TIME       PICTURE 9(08).
013900 01  WS-RUN-STAMP-NUM REDEFINES WS-RUN-STAMP
014000                                  PICTURE 9(16).
014100 *> -------------------------------------------------------
014200 *> the result at its requested places, and its residual.
014300 *> The edited result has its sign and whole part in the
014400 *> first 12 positions and the point in the 13th; places
014500 *> beyond those asked for are blanked off the right.
014600 *> -------------------------------------------------------
014700 77  WS-PLACES                  PICTURE 9(02) VALUE 0.
014800 77  WS-RESULT-EDIT             PICTURE -(11)9.9(18).
014900 77  WS-RESULT-TEXT             PICTURE X(31) VALUE SPACES.
015000 77  WS-BLANK-FROM              PICTURE 9(02) VALUE 0.
015100 77  WS-CHECK-Z                 PICTURE S9(20)V9(12) VALUE 0.
015200 77  WS-ABS-IN-Z                PICTURE 9(11)V9(06) VALUE 0.
015200 77  WS-TARGET-Z                PICTURE 9(20)V9(12) VALUE 0.
015200 77  WS-EFF-NUMERATOR           PICTURE 9(02) VALUE 1.
015300 77  WS-RESIDUAL                PICTURE S9(13)V9(12) VALUE 0.
015400 77  WS-RESIDUAL-SW             PICTURE X(01) VALUE 'Y'.
015500     88 RESIDUAL-MEASURED                     VALUE 'Y'.
015600 *> -------------------------------------------------------
015700 *> control counts and return code.
015800 *> -------------------------------------------------------
015900 77  WS-RESULTS-SELECTED        PICTURE 9(07) COMP VALUE 0.
016000 77  WS-CERTS-ORIGINAL          PICTURE 9(07) COMP VALUE 0.
016100 77  WS-CERTS-DUPLICATE         PICTURE 9(07) COMP VALUE 0.
016200 77  WS-NOT-CERTIFIED           PICTURE 9(07) COMP VALUE 0.
016300 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
016400 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
016500 *> -------------------------------------------------------
016600 *> the signed-on operator and the sign-on security log.
016700 *> -------------------------------------------------------
016800 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
016900 77  WS-OPERATOR-NAME           PICTURE X(25) VALUE SPACES.
017000 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
017100     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
017200 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
017300     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
017400 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
017500     88 SEC-FILE-OK                      VALUE '00' '05'.
017600 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
017600 COPY ALRTPARM.
017700 *> -------------------------------------------------------
017800 *> prompts and console lines
017900 *> -------------------------------------------------------
018000 01  WELCOME.
018100     02 FILLER PICTURE X(34) VALUE
018200        ' CALCULATION CERTIFICATES         '.
018300 01  OPERATOR-PROMPT.
018400     02 FILLER PICTURE X(29) VALUE
018500        ' ENTER YOUR OPERATOR ID:     '.
018600 01  OPER-REJECT-MESS.
018700     02 FILLER PICTURE X(40) VALUE
018800        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
018900 01  SELECT-PROMPT.
019000     02 FILLER PICTURE X(44) VALUE
019100        ' CERTIFY BY R REQUEST ID, D DEPARTMENT, OR U'.
019200     02 FILLER PICTURE X(10) VALUE ' RUN ID:  '.
019300 01  KEY-PROMPT.
019400     02 FILLER PICTURE X(48) VALUE
019500        ' ENTER THE REQUEST ID, DEPARTMENT, OR RUN ID:   '.
019600 01  BAD-SELECT-MESS.
019700     02 FILLER PICTURE X(44) VALUE
019800        ' SELECTION NOT R, D, OR U, OR KEY MISSING - '.
019900     02 FILLER PICTURE X(14) VALUE 'RUN ENDS HERE.'.
020000 01  NO-RESULTS-MESS.
020100     02 FILLER PICTURE X(40) VALUE
020200        ' RSLTMAST NOT FOUND - NOTHING TO CERTIFY'.
020300 01  CERT-DONE-LINE.
020400     02 CD-ACTION             PICTURE X(15).
020500     02 FILLER PICTURE X(08) VALUE ' SERIAL '.
020600     02 CD-SERIAL-NO          PICTURE 9(08).
020700     02 FILLER PICTURE X(05) VALUE ' REQ '.
020800     02 CD-REQUEST-ID         PICTURE X(08).
020900     02 FILLER PICTURE X(05) VALUE ' DEG '.
021000     02 CD-ROOT-DEGREE        PICTURE 9(02).
021100     02 FILLER PICTURE X(08) VALUE ' STATUS '.
021200     02 CD-STATUS-CODE        PICTURE X(02).
021300 01  CERT-COUNT-LINE.
021400     02 CC-LABEL              PICTURE X(25).
021500     02 CC-COUNT              PICTURE ZZZ,ZZ9.
021600 01  QUIT.
021700     02 FILLER PICTURE X(38) VALUE
021800        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
021900 *> -------------------------------------------------------
022000 *> the certificate page
022100 *> -------------------------------------------------------
022200 01  CERT-TITLE-LINE.
022300     02 FILLER PICTURE X(20) VALUE SPACES.
022400     02 FILLER PICTURE X(30) VALUE
022500        'CERTIFICATE OF CALCULATION    '.
022600     02 CT-DUPLICATE-MARK     PICTURE X(30).
022700 01  CERT-ISSUER-LINE.
022800     02 FILLER PICTURE X(14) VALUE SPACES.
022900     02 FILLER PICTURE X(46) VALUE
023000        'ENGINEERING SYSTEMS - ROOT CALCULATION SERVICE'.
023100 01  CERT-SERIAL-LINE.
023200     02 FILLER PICTURE X(24) VALUE ' CERTIFICATE SERIAL NO. '.
023300     02 CS-SERIAL-NO          PICTURE 9(08).
023400     02 FILLER PICTURE X(09) VALUE '   ISSUE '.
023500     02 CS-ISSUE-NO           PICTURE ZZ9.
023600 01  CERT-DUPLICATE-LINE.
023700     02 FILLER PICTURE X(46) VALUE
023800        ' *** DUPLICATE - THE ORIGINAL WAS ISSUED ON   '.
023900     02 CU-ORIGINAL-DATE      PICTURE 9999/99/99.
024000     02 FILLER PICTURE X(04) VALUE ' ***'.
024100 01  CERT-RULE-LINE.
024200     02 FILLER PICTURE X(40) VALUE
024300        ' ---------------------------------------'.
024400     02 FILLER PICTURE X(40) VALUE
024500        '----------------------------------------'.
024600 01  CERT-HEAD-LINE.
024700     02 FILLER PICTURE X(01) VALUE SPACE.
024800     02 CH-HEADING            PICTURE X(40).
024900 01  CERT-LABEL-LINE.
025000     02 CE-LABEL              PICTURE X(28).
025100     02 CE-VALUE              PICTURE X(60).
025200 01  CERT-SIGN-LINE.
025300     02 SG-ROLE               PICTURE X(16).
025400     02 FILLER PICTURE X(30) VALUE
025500        '____________________________  '.
025600     02 FILLER PICTURE X(20) VALUE
025700        'DATE  ______________'.
025800 01  CERT-FOOT-LINE.
025900     02 FILLER PICTURE X(45) VALUE
026000        ' THIS CERTIFICATE RELATES ONLY TO THE RESULT '.
026100     02 FILLER PICTURE X(39) VALUE
026200        'STATED ABOVE FOR THE INPUT VALUE GIVEN.'.
026300 *> -------------------------------------------------------
026400 *> edit fields the label lines are built from.
026500 *> -------------------------------------------------------
026600 77  WS-EDIT-IN-Z               PICTURE -(11)9.9(06).
026700 77  WS-EDIT-RESIDUAL           PICTURE Z(12)9.9(12).
026800 77  WS-EDIT-ITERATIONS         PICTURE ZZZZ9.
026900 77  WS-EDIT-DATE               PICTURE 9999/99/99.
027000 01  WS-TIME-PARTS.
027100     02 WS-TIME-HH              PICTURE 9(02).
027200     02 WS-TIME-MM              PICTURE 9(02).
027300     02 WS-TIME-SS              PICTURE 9(02).
027400     02 WS-TIME-CC              PICTURE 9(02).
027500 01  WS-TIME-NUM REDEFINES WS-TIME-PARTS
027600                                  PICTURE 9(08).
027700 77  WS-EDIT-TIME               PICTURE X(08) VALUE SPACES.
027800
027900 PROCEDURE DIVISION.
028000 0000-MAINLINE.
028100     OPEN OUTPUT STANDARD-OUTPUT.
028200     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
028300     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028500     IF SELECT-BY-REQUEST
028600         PERFORM 2000-SELECT-BY-REQUEST THRU 2000-EXIT
028700     ELSE
028800         PERFORM 2100-SELECT-BY-SCAN THRU 2100-EXIT
028900     END-IF.
029000     CLOSE RESULT-MASTER.
029100     CLOSE CERT-LOG.
029200     IF DEPT-MASTER-OPEN
029300         CLOSE DEPT-MASTER
029400     END-IF.
029500     IF RUNREG-OPEN
029600         CLOSE RUN-REGISTRY
029700     END-IF.
029800     CLOSE REPORT-FILE.
029900     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
030000     IF WS-RESULTS-SELECTED = 0 OR WS-NOT-CERTIFIED > 0
030100         MOVE 4 TO WS-RETURN-CODE
030200     END-IF.
030300     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
030400     CLOSE STANDARD-OUTPUT.
030500     MOVE WS-RETURN-CODE TO RETURN-CODE.
030600     STOP RUN.
030700
030800 *> -------------------------------------------------------
030900 *> 0600-SIGN-ON-OPERATOR - the operator must be on OPERMAST
031000 *> and active, the same check every program makes; the name
031100 *> filed there goes on every certificate as its issuer.
031200 *> Every attempt lands on the security log.
031300 *> -------------------------------------------------------
031400 0600-SIGN-ON-OPERATOR.
031500     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
031600     ACCEPT WS-OPERATOR-ID.
031700     MOVE 'N' TO WS-OPER-AUTH-SW.
031800     MOVE 'NF' TO WS-SEC-REASON.
031900     OPEN INPUT OPERATOR-MASTER.
032000     IF NOT OPER-FILE-NOT-FOUND
032100         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
032200         READ OPERATOR-MASTER
032300             INVALID KEY
032400                 CONTINUE
032500             NOT INVALID KEY
032600                 IF OM-ACTIVE
032700                     SET OPERATOR-AUTHORIZED TO TRUE
032800                     MOVE 'OK' TO WS-SEC-REASON
032900                     MOVE OM-OPERATOR-NAME TO WS-OPERATOR-NAME
033000                 ELSE
033100                     MOVE 'IN' TO WS-SEC-REASON
033200                 END-IF
033300         END-READ
033400         CLOSE OPERATOR-MASTER
033500     ELSE
033600         MOVE 'NM' TO WS-SEC-REASON
033700     END-IF.
033800     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
033900     IF NOT OPERATOR-AUTHORIZED
034000         WRITE OUT-LINE FROM OPER-REJECT-MESS
034100             AFTER ADVANCING 1 LINE
034200         CLOSE STANDARD-OUTPUT
034300         MOVE 8 TO RETURN-CODE
034400         STOP RUN
034500     END-IF.
034600 0600-EXIT.
034700     EXIT.
034800
034900 *> -------------------------------------------------------
035000 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
035100 *> sign-on attempt, accepted or rejected, with the ID
035200 *> exactly as keyed.
035300 *> -------------------------------------------------------
035400 0660-LOG-SIGNON-ATTEMPT.
035500     OPEN EXTEND SECURITY-LOG.
035600     IF NOT SEC-FILE-OK
035700         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
035800             WS-SEC-FILE-STATUS
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
036300     ACCEPT SC-RUN-TIME FROM TIME.
036400     MOVE 'SQRTCERT' TO SC-PROGRAM-NAME.
036500     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
036600     IF OPERATOR-AUTHORIZED
036700         SET SC-ACCEPTED TO TRUE
036800     ELSE
036900         SET SC-REJECTED TO TRUE
037000     END-IF.
037100     MOVE WS-SEC-REASON TO SC-REASON.
037200     MOVE SPACES TO SC-FILLER.
037300     WRITE SECURITY-LOG-RECORD.
037400     CLOSE SECURITY-LOG.
037400     IF NOT OPERATOR-AUTHORIZED
037400         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
037400     END-IF.
037500 0660-EXIT.
037600     EXIT.
037600
037600 *> -------------------------------------------------------
037600 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
037600 *> feed, which raises an alert when the ID keeps failing.
037600 *> -------------------------------------------------------
037600 0670-ALERT-SIGNON-REJECT.
037600     MOVE SPACES TO ALERT-PARAMETERS.
037600     SET AP-SIGNON-REJECTED TO TRUE.
037600     MOVE 'SQRTCERT' TO AP-PROGRAM-NAME.
037600     MOVE 0 TO AP-RUN-ID.
037600     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
037600     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
037600 0670-EXIT.
037600     EXIT.
037700
037800 *> -------------------------------------------------------
037900 *> 1000-INITIALIZE - the selection off SYSIN, then the
038000 *> files.  RSLTMAST must be there; DEPTMAST and RUNREG only
038100 *> fill in names and stamps, so a certificate still prints
038200 *> without them.  CERTLOG is created on first use.
038300 *> -------------------------------------------------------
038400 1000-INITIALIZE.
038500     WRITE OUT-LINE FROM SELECT-PROMPT AFTER ADVANCING 1 LINE.
038600     ACCEPT WS-SELECT-ENTRY.
038700     WRITE OUT-LINE FROM KEY-PROMPT AFTER ADVANCING 1 LINE.
038800     MOVE SPACES TO WS-KEY-ENTRY.
038900     ACCEPT WS-KEY-ENTRY.
039000     IF SELECT-BY-RUN
039100         AND (WS-KEY-ENTRY-NUM NOT NUMERIC
039200              OR WS-KEY-ENTRY-NUM = 0)
039300         MOVE SPACE TO WS-SELECT-ENTRY
039400     END-IF.
039500     IF WS-KEY-ENTRY = SPACES
039600         MOVE SPACE TO WS-SELECT-ENTRY
039700     END-IF.
039800     IF NOT SELECT-BY-REQUEST AND NOT SELECT-BY-DEPARTMENT
039900         AND NOT SELECT-BY-RUN
040000         WRITE OUT-LINE FROM BAD-SELECT-MESS
040100             AFTER ADVANCING 1 LINE
040200         CLOSE STANDARD-OUTPUT
040300         MOVE 8 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600     MOVE WS-KEY-ENTRY TO WS-SEL-REQUEST-ID.
040700     MOVE WS-KEY-ENTRY TO WS-SEL-DEPARTMENT.
040800     IF SELECT-BY-RUN
040900         MOVE WS-KEY-ENTRY-NUM TO WS-SEL-RUN-ID
041000     END-IF.
041100     OPEN INPUT RESULT-MASTER.
041200     IF NOT RSLT-FILE-OK
041300         WRITE OUT-LINE FROM NO-RESULTS-MESS
041400             AFTER ADVANCING 1 LINE
041500         CLOSE STANDARD-OUTPUT
041600         MOVE 8 TO RETURN-CODE
041700         STOP RUN
041800     END-IF.
041900     OPEN OUTPUT REPORT-FILE.
042000     IF NOT RPT-FILE-OK
042100         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
042200             WS-RPT-FILE-STATUS
042300         MOVE 16 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     OPEN I-O CERT-LOG.
042700     IF CERT-FILE-NOT-FOUND
042800         OPEN OUTPUT CERT-LOG
042900         CLOSE CERT-LOG
043000         OPEN I-O CERT-LOG
043100     END-IF.
043200     IF NOT CERT-FILE-OK
043300         DISPLAY 'UNABLE TO OPEN CERTLOG, STATUS '
043400             WS-CERT-FILE-STATUS
043500         MOVE 16 TO RETURN-CODE
043600         STOP RUN
043700     END-IF.
043800     OPEN INPUT DEPT-MASTER.
043900     IF DEPT-FILE-OK
044000         SET DEPT-MASTER-OPEN TO TRUE
044100     END-IF.
044200     OPEN INPUT RUN-REGISTRY.
044300     IF RUNREG-FILE-OK
044400         SET RUNREG-OPEN TO TRUE
044500     END-IF.
044600 1000-EXIT.
044700     EXIT.
044800
044900 *> -------------------------------------------------------
045000 *> 2000-SELECT-BY-REQUEST - every degree on file for the
045100 *> request, off a keyed start at its first degree.
045200 *> -------------------------------------------------------
045300 2000-SELECT-BY-REQUEST.
045400     MOVE 'N' TO WS-EOF-SW.
045500     MOVE WS-SEL-REQUEST-ID TO RS-REQUEST-ID.
045600     MOVE 0 TO RS-ROOT-DEGREE.
045700     START RESULT-MASTER KEY NOT LESS THAN RESULT-KEY
045800         INVALID KEY
045900             MOVE 'Y' TO WS-EOF-SW
046000     END-START.
046100     PERFORM 2010-NEXT-FOR-REQUEST THRU 2010-EXIT
046200         UNTIL END-OF-RESULTS.
046300 2000-EXIT.
046400     EXIT.
046500
046600 2010-NEXT-FOR-REQUEST.
046700     READ RESULT-MASTER NEXT RECORD
046800         AT END
046900             MOVE 'Y' TO WS-EOF-SW
047000             GO TO 2010-EXIT
047100     END-READ.
047200     IF RS-REQUEST-ID NOT = WS-SEL-REQUEST-ID
047300         MOVE 'Y' TO WS-EOF-SW
047400         GO TO 2010-EXIT
047500     END-IF.
047600     PERFORM 3000-CERTIFY-ONE-RESULT THRU 3000-EXIT.
047700 2010-EXIT.
047800     EXIT.
047900
048000 *> -------------------------------------------------------
048100 *> 2100-SELECT-BY-SCAN - a department or a run is not the
048200 *> master's key, so the whole master is read in key order.
048300 *> -------------------------------------------------------
048400 2100-SELECT-BY-SCAN.
048500     MOVE 'N' TO WS-EOF-SW.
048600     PERFORM 2110-NEXT-FOR-SCAN THRU 2110-EXIT
048700         UNTIL END-OF-RESULTS.
048800 2100-EXIT.
048900     EXIT.
049000
049100 2110-NEXT-FOR-SCAN.
049200     READ RESULT-MASTER NEXT RECORD
049300         AT END
049400             MOVE 'Y' TO WS-EOF-SW
049500             GO TO 2110-EXIT
049600     END-READ.
049700     IF SELECT-BY-DEPARTMENT
049800         AND RS-DEPARTMENT NOT = WS-SEL-DEPARTMENT
049900         GO TO 2110-EXIT
050000     END-IF.
050100     IF SELECT-BY-RUN
050200         AND RS-RUN-ID NOT = WS-SEL-RUN-ID
050300         GO TO 2110-EXIT
050400     END-IF.
050500     PERFORM 3000-CERTIFY-ONE-RESULT THRU 3000-EXIT.
050600 2110-EXIT.
050700     EXIT.
050800
050900 *> -------------------------------------------------------
051000 *> 3000-CERTIFY-ONE-RESULT - the RSLTMAST row in the record
051100 *> area.  A NO REAL ROOT or unresolved answer is listed on
051200 *> the console but never certified.
051300 *> -------------------------------------------------------
051400 3000-CERTIFY-ONE-RESULT.
051500     ADD 1 TO WS-RESULTS-SELECTED.
051600     MOVE RS-REQUEST-ID TO CD-REQUEST-ID.
051700     MOVE RS-ROOT-DEGREE TO CD-ROOT-DEGREE.
051800     MOVE RS-STATUS-CODE TO CD-STATUS-CODE.
051900     IF RS-STATUS-CODE NOT = 'OK' AND RS-STATUS-CODE NOT = 'RT'
052000         ADD 1 TO WS-NOT-CERTIFIED
052100         MOVE ' NOT CERTIFIED' TO CD-ACTION
052200         MOVE 0 TO CD-SERIAL-NO
052300         WRITE OUT-LINE FROM CERT-DONE-LINE
052400             AFTER ADVANCING 1 LINE
052500         GO TO 3000-EXIT
052600     END-IF.
052700     PERFORM 3100-LOOK-UP-REQUESTER THRU 3100-EXIT.
052800     PERFORM 3200-LOOK-UP-RUN THRU 3200-EXIT.
052900     PERFORM 3300-FIND-EARLIER-ISSUES THRU 3300-EXIT.
053000     IF WS-ISSUE-NO = 1
053100         PERFORM 3400-TAKE-NEXT-SERIAL THRU 3400-EXIT
053200     END-IF.
053300     PERFORM 3500-FORMAT-RESULT THRU 3500-EXIT.
053400     PERFORM 3600-MEASURE-RESIDUAL THRU 3600-EXIT.
053500     ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD.
053600     ACCEPT WS-ISSUE-TIME FROM TIME.
053700     PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT.
053800     PERFORM 3700-FILE-CERTIFICATE THRU 3700-EXIT.
053900     IF WS-ISSUE-NO = 1
054000         ADD 1 TO WS-CERTS-ORIGINAL
054100         MOVE ' CERTIFIED' TO CD-ACTION
054200     ELSE
054300         ADD 1 TO WS-CERTS-DUPLICATE
054400         MOVE ' DUPLICATE' TO CD-ACTION
054500     END-IF.
054600     MOVE WS-SERIAL-NO TO CD-SERIAL-NO.
054700     WRITE OUT-LINE FROM CERT-DONE-LINE AFTER ADVANCING 1 LINE.
054800 3000-EXIT.
054900     EXIT.
055000
055100 3100-LOOK-UP-REQUESTER.
055200     MOVE '*** NOT ON DEPTMAST ***' TO WS-DEPT-NAME.
055300     MOVE SPACES TO WS-DEPT-CONTACT.
055400     IF NOT DEPT-MASTER-OPEN
055500         GO TO 3100-EXIT
055600     END-IF.
055700     MOVE RS-DEPARTMENT TO DM-DEPT-CODE.
055800     READ DEPT-MASTER
055900         INVALID KEY
056000             CONTINUE
056100         NOT INVALID KEY
056200             MOVE DM-DEPT-NAME TO WS-DEPT-NAME
056300             MOVE DM-CONTACT TO WS-DEPT-CONTACT
056400     END-READ.
056500 3100-EXIT.
056600     EXIT.
056700
056800 *> -------------------------------------------------------
056900 *> 3200-LOOK-UP-RUN - operator and profile off the run's
057000 *> registry row.  The run ID is the run's start date and
057100 *> time, so the stamp needs no registry row.
057200 *> -------------------------------------------------------
057300 3200-LOOK-UP-RUN.
057400     MOVE RS-RUN-ID TO WS-RUN-STAMP-NUM.
057500     MOVE 'N' TO WS-RUN-ON-FILE-SW.
057600     MOVE SPACES TO WS-RUN-OPERATOR.
057700     MOVE SPACES TO WS-RUN-PROFILE.
057800     IF NOT RUNREG-OPEN
057900         GO TO 3200-EXIT
058000     END-IF.
058100     MOVE RS-RUN-ID TO RR-RUN-ID.
058200     READ RUN-REGISTRY
058300         INVALID KEY
058400             CONTINUE
058500         NOT INVALID KEY
058600             SET RUN-ON-FILE TO TRUE
058700             MOVE RR-OPERATOR-ID TO WS-RUN-OPERATOR
058800             MOVE RR-PROFILE-NAME TO WS-RUN-PROFILE
058900     END-READ.
059000 3200-EXIT.
059100     EXIT.
059200
059300 *> -------------------------------------------------------
059400 *> 3300-FIND-EARLIER-ISSUES - the log rows for this result
059500 *> sit together in key order after issue zero; the first
059600 *> printing's serial number and date carry over to every
059700 *> duplicate.
059800 *> -------------------------------------------------------
059900 3300-FIND-EARLIER-ISSUES.
060000     MOVE 1 TO WS-ISSUE-NO.
060100     MOVE 0 TO WS-SERIAL-NO.
060200     MOVE 0 TO WS-ORIGINAL-DATE.
060300     MOVE 'N' TO WS-LOG-EOF-SW.
060400     MOVE RS-REQUEST-ID TO CF-REQUEST-ID.
060500     MOVE RS-ROOT-DEGREE TO CF-ROOT-DEGREE.
060600     MOVE RS-RUN-ID TO CF-RUN-ID.
060700     MOVE 0 TO CF-ISSUE-NO.
060800     START CERT-LOG KEY NOT LESS THAN CERT-LOG-KEY
060900         INVALID KEY
061000             MOVE 'Y' TO WS-LOG-EOF-SW
061100     END-START.
061200     PERFORM 3310-READ-EARLIER-ISSUE THRU 3310-EXIT
061300         UNTIL END-OF-CERT-LOG.
061400 3300-EXIT.
061500     EXIT.
061600
061700 3310-READ-EARLIER-ISSUE.
061800     READ CERT-LOG NEXT RECORD
061900         AT END
062000             MOVE 'Y' TO WS-LOG-EOF-SW
062100             GO TO 3310-EXIT
062200     END-READ.
062300     IF CF-REQUEST-ID NOT = RS-REQUEST-ID
062400         OR CF-ROOT-DEGREE NOT = RS-ROOT-DEGREE
062500         OR CF-RUN-ID NOT = RS-RUN-ID
062600         MOVE 'Y' TO WS-LOG-EOF-SW
062700         GO TO 3310-EXIT
062800     END-IF.
062900     IF CF-ORIGINAL
063000         MOVE CF-SERIAL-NO TO WS-SERIAL-NO
063100         MOVE CF-ISSUE-DATE TO WS-ORIGINAL-DATE
063200     END-IF.
063300     COMPUTE WS-ISSUE-NO = CF-ISSUE-NO + 1.
063400 3310-EXIT.
063500     EXIT.
063600
063700 *> -------------------------------------------------------
063800 *> 3400-TAKE-NEXT-SERIAL - the control row carries the last
063900 *> serial number issued; the first certificate ever printed
064000 *> files it.
064100 *> -------------------------------------------------------
064200 3400-TAKE-NEXT-SERIAL.
064300     MOVE SPACES TO CF-REQUEST-ID.
064400     MOVE 0 TO CF-ROOT-DEGREE.
064500     MOVE 0 TO CF-RUN-ID.
064600     MOVE 0 TO CF-ISSUE-NO.
064700     READ CERT-LOG
064800         INVALID KEY
064900             MOVE 1 TO WS-SERIAL-NO
065000             MOVE 1 TO CF-SERIAL-NO
065100             MOVE SPACES TO CF-DEPARTMENT
065200             MOVE 0 TO CF-ISSUE-DATE
065300             MOVE 0 TO CF-ISSUE-TIME
065400             MOVE SPACES TO CF-ISSUED-BY
065500             MOVE SPACE TO CF-ISSUE-TYPE
065600             MOVE SPACES TO CF-FILLER
065700             WRITE CERT-LOG-RECORD
065800                 INVALID KEY
065900                     DISPLAY 'UNABLE TO FILE CERTLOG CONTROL, '
066000                         'STATUS ' WS-CERT-FILE-STATUS
066100             END-WRITE
066200         NOT INVALID KEY
066300             ADD 1 TO CF-SERIAL-NO
066400             MOVE CF-SERIAL-NO TO WS-SERIAL-NO
066500             REWRITE CERT-LOG-RECORD
066600                 INVALID KEY
066700                     DISPLAY 'UNABLE TO UPDATE CERTLOG CONTROL, '
066800                         'STATUS ' WS-CERT-FILE-STATUS
066900             END-REWRITE
067000     END-READ.
067100 3400-EXIT.
067200     EXIT.
067300
067400 *> -------------------------------------------------------
067500 *> 3500-FORMAT-RESULT - RS-OUT-Y is already rounded to the
067600 *> places the request asked for; the places past those are
067700 *> blanked off the edited value, and the point too when
067800 *> none were asked for.
067900 *> -------------------------------------------------------
068000 3500-FORMAT-RESULT.
068100     MOVE RS-DECIMAL-PLACES TO WS-PLACES.
068200     IF WS-PLACES > 18
068300         MOVE 18 TO WS-PLACES
068400     END-IF.
068500     MOVE RS-OUT-Y TO WS-RESULT-EDIT.
068600     MOVE WS-RESULT-EDIT TO WS-RESULT-TEXT.
068700     IF WS-PLACES = 0
068800         MOVE SPACES TO WS-RESULT-TEXT (13:)
068900     ELSE
069000         IF WS-PLACES < 18
069100             COMPUTE WS-BLANK-FROM = 14 + WS-PLACES
069200             MOVE SPACES TO WS-RESULT-TEXT (WS-BLANK-FROM:)
069300         END-IF
069400     END-IF.
069500 3500-EXIT.
069600     EXIT.
069700
069800 *> -------------------------------------------------------
069900 *> 3600-MEASURE-RESIDUAL - the certified result raised back
070000 *> to its degree against the input's absolute value, the
070100 *> way SQRTVRFY measures it.  A COMPUTE that overflows
070200 *> leaves the residual unmeasured rather than wrong.
070200 *> A rational-exponent result is measured against |Z|
070200 *> raised to its numerator, since Y is the q-th root of Z**p.
070300 *> -------------------------------------------------------
070400 3600-MEASURE-RESIDUAL.
070500     SET RESIDUAL-MEASURED TO TRUE.
070500     IF RS-EXP-NUMERATOR NUMERIC AND RS-EXP-NUMERATOR > 1
070500         MOVE RS-EXP-NUMERATOR TO WS-EFF-NUMERATOR
070500     ELSE
070500         MOVE 1 TO WS-EFF-NUMERATOR
070500     END-IF.
070600     COMPUTE WS-CHECK-Z = RS-OUT-Y ** RS-ROOT-DEGREE
070700         ON SIZE ERROR
070800             MOVE 'N' TO WS-RESIDUAL-SW
070900             GO TO 3600-EXIT
071000     END-COMPUTE.
071100     IF WS-CHECK-Z < 0
071200         COMPUTE WS-CHECK-Z = 0 - WS-CHECK-Z
071300     END-IF.
071400     IF RS-IN-Z < 0
071500         COMPUTE WS-ABS-IN-Z = 0 - RS-IN-Z
071600     ELSE
071700         MOVE RS-IN-Z TO WS-ABS-IN-Z
071800     END-IF.
071800     IF WS-EFF-NUMERATOR > 1
071800         COMPUTE WS-TARGET-Z ROUNDED =
071800             WS-ABS-IN-Z ** WS-EFF-NUMERATOR
071800             ON SIZE ERROR
071800                 MOVE 'N' TO WS-RESIDUAL-SW
071800                 GO TO 3600-EXIT
071800         END-COMPUTE
071800     ELSE
071800         MOVE WS-ABS-IN-Z TO WS-TARGET-Z
071800     END-IF.
071900     COMPUTE WS-RESIDUAL = WS-CHECK-Z - WS-TARGET-Z.
072000     IF WS-RESIDUAL < 0
072100         COMPUTE WS-RESIDUAL = 0 - WS-RESIDUAL
072200     END-IF.
072300 3600-EXIT.
072400     EXIT.
072500
072600 3700-FILE-CERTIFICATE.
072700     MOVE RS-REQUEST-ID TO CF-REQUEST-ID.
072800     MOVE RS-ROOT-DEGREE TO CF-ROOT-DEGREE.
072900     MOVE RS-RUN-ID TO CF-RUN-ID.
073000     MOVE WS-ISSUE-NO TO CF-ISSUE-NO.
073100     MOVE WS-SERIAL-NO TO CF-SERIAL-NO.
073200     MOVE RS-DEPARTMENT TO CF-DEPARTMENT.
073300     MOVE WS-ISSUE-DATE TO CF-ISSUE-DATE.
073400     MOVE WS-ISSUE-TIME TO CF-ISSUE-TIME.
073500     MOVE WS-OPERATOR-ID TO CF-ISSUED-BY.
073600     IF WS-ISSUE-NO = 1
073700         SET CF-ORIGINAL TO TRUE
073800     ELSE
073900         SET CF-DUPLICATE TO TRUE
074000     END-IF.
074100     MOVE SPACES TO CF-FILLER.
074200     WRITE CERT-LOG-RECORD
074300         INVALID KEY
074400             DISPLAY 'UNABLE TO FILE CERTLOG ROW, STATUS '
074500                 WS-CERT-FILE-STATUS
074600     END-WRITE.
074700 3700-EXIT.
074800     EXIT.
074900
075000 *> -------------------------------------------------------
075100 *> 4000-PRINT-CERTIFICATE - one page per certificate.
075200 *> -------------------------------------------------------
075300 4000-PRINT-CERTIFICATE.
075400     ADD 1 TO WS-PAGE-NUMBER.
075500     IF WS-ISSUE-NO = 1
075600         MOVE SPACES TO CT-DUPLICATE-MARK
075700     ELSE
075800         MOVE '*** DUPLICATE ***' TO CT-DUPLICATE-MARK
075900     END-IF.
076000     IF WS-PAGE-NUMBER = 1
076100         WRITE RPT-LINE FROM CERT-TITLE-LINE
076200             AFTER ADVANCING 0 LINES
076300     ELSE
076400         WRITE RPT-LINE FROM CERT-TITLE-LINE
076500             AFTER ADVANCING PAGE
076600     END-IF.
076700     WRITE RPT-LINE FROM CERT-ISSUER-LINE AFTER ADVANCING 1 LINE.
076800     MOVE WS-SERIAL-NO TO CS-SERIAL-NO.
076900     MOVE WS-ISSUE-NO TO CS-ISSUE-NO.
077000     WRITE RPT-LINE FROM CERT-SERIAL-LINE AFTER ADVANCING 2 LINES.
077100     IF WS-ISSUE-NO > 1
077200         MOVE WS-ORIGINAL-DATE TO CU-ORIGINAL-DATE
077300         WRITE RPT-LINE FROM CERT-DUPLICATE-LINE
077400             AFTER ADVANCING 1 LINE
077500     END-IF.
077600     WRITE RPT-LINE FROM CERT-RULE-LINE AFTER ADVANCING 1 LINE.
077700     PERFORM 4100-PRINT-REQUESTER THRU 4100-EXIT.
077800     PERFORM 4200-PRINT-CALCULATION THRU 4200-EXIT.
077900     PERFORM 4300-PRINT-RUN THRU 4300-EXIT.
078000     PERFORM 4400-PRINT-SIGNATURES THRU 4400-EXIT.
078100 4000-EXIT.
078200     EXIT.
078300
078400 4100-PRINT-REQUESTER.
078500     MOVE 'REQUESTED BY' TO CH-HEADING.
078600     WRITE RPT-LINE FROM CERT-HEAD-LINE AFTER ADVANCING 2 LINES.
078700     MOVE ' REQUEST ID................: ' TO CE-LABEL.
078800     MOVE RS-REQUEST-ID TO CE-VALUE.
078900     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
079000     MOVE ' DEPARTMENT................: ' TO CE-LABEL.
079100     MOVE SPACES TO CE-VALUE.
079200     STRING RS-DEPARTMENT '  ' WS-DEPT-NAME
079300         DELIMITED BY SIZE INTO CE-VALUE.
079400     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
079500     MOVE ' DEPARTMENT CONTACT........: ' TO CE-LABEL.
079600     MOVE WS-DEPT-CONTACT TO CE-VALUE.
079700     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
079800 4100-EXIT.
079900     EXIT.
080000
080100 4200-PRINT-CALCULATION.
080200     MOVE 'CALCULATION' TO CH-HEADING.
080300     WRITE RPT-LINE FROM CERT-HEAD-LINE AFTER ADVANCING 2 LINES.
080400     MOVE ' INPUT VALUE (Z)...........: ' TO CE-LABEL.
080500     MOVE RS-IN-Z TO WS-EDIT-IN-Z.
080600     MOVE WS-EDIT-IN-Z TO CE-VALUE.
080700     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
080800     MOVE ' ROOT DEGREE (N)...........: ' TO CE-LABEL.
080900     MOVE RS-ROOT-DEGREE TO CE-VALUE.
081000     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
081000     IF WS-EFF-NUMERATOR > 1
081000         MOVE ' EXPONENT NUMERATOR (P)....: ' TO CE-LABEL
081000         MOVE RS-EXP-NUMERATOR TO CE-VALUE
081000         PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT
081000     END-IF.
081100     MOVE ' RESULT (Y)................: ' TO CE-LABEL.
081200     MOVE WS-RESULT-TEXT TO CE-VALUE.
081300     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
081400     MOVE ' DECIMAL PLACES............: ' TO CE-LABEL.
081500     MOVE WS-PLACES TO CE-VALUE.
081600     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
081700     MOVE ' ITERATIONS................: ' TO CE-LABEL.
081800     MOVE RS-ITERATIONS TO WS-EDIT-ITERATIONS.
081900     MOVE WS-EDIT-ITERATIONS TO CE-VALUE.
082000     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
082100     MOVE ' CALCULATION STATUS........: ' TO CE-LABEL.
082200     IF RS-STATUS-CODE = 'RT'
082300         MOVE 'RT - RECOVERED ON RETRY' TO CE-VALUE
082400     ELSE
082500         MOVE 'OK - CONVERGED' TO CE-VALUE
082600     END-IF.
082700     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
082800     IF WS-EFF-NUMERATOR > 1
082800         MOVE ' RESIDUAL |Y**N - |Z|**P|...: ' TO CE-LABEL
082800     ELSE
082800         MOVE ' RESIDUAL |Y**N - |Z||.....: ' TO CE-LABEL
082800     END-IF.
082900     IF RESIDUAL-MEASURED
083000         MOVE WS-RESIDUAL TO WS-EDIT-RESIDUAL
083100         MOVE WS-EDIT-RESIDUAL TO CE-VALUE
083200     ELSE
083300         MOVE 'NOT MEASURABLE - Y**N OVERFLOWS' TO CE-VALUE
083400     END-IF.
083500     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
083600 4200-EXIT.
083700     EXIT.
083800
083900 4300-PRINT-RUN.
084000     MOVE 'PRODUCED BY' TO CH-HEADING.
084100     WRITE RPT-LINE FROM CERT-HEAD-LINE AFTER ADVANCING 2 LINES.
084200     MOVE ' PARAMETER PROFILE.........: ' TO CE-LABEL.
084300     IF NOT RUN-ON-FILE
084400         MOVE '*** RUN NOT ON RUNREG ***' TO CE-VALUE
084500     ELSE
084600         IF WS-RUN-PROFILE = SPACES
084700             MOVE 'NONE - PARAMETERS KEYED FOR THE RUN'
084800                 TO CE-VALUE
084900         ELSE
085000             MOVE WS-RUN-PROFILE TO CE-VALUE
085100         END-IF
085200     END-IF.
085300     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
085400     MOVE ' OPERATOR..................: ' TO CE-LABEL.
085500     MOVE WS-RUN-OPERATOR TO CE-VALUE.
085600     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
085700     MOVE ' RUN ID....................: ' TO CE-LABEL.
085800     MOVE RS-RUN-ID TO CE-VALUE.
085900     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
086000     MOVE ' RUN DATE/TIME.............: ' TO CE-LABEL.
086100     MOVE WS-RUN-STAMP-DATE TO WS-EDIT-DATE.
086200     MOVE WS-RUN-STAMP-TIME TO WS-TIME-NUM.
086300     PERFORM 4950-EDIT-TIME THRU 4950-EXIT.
086400     MOVE SPACES TO CE-VALUE.
086500     STRING WS-EDIT-DATE ' ' WS-EDIT-TIME
086600         DELIMITED BY SIZE INTO CE-VALUE.
086700     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
086800 4300-EXIT.
086900     EXIT.
087000
087100 4400-PRINT-SIGNATURES.
087200     MOVE 'ISSUED' TO CH-HEADING.
087300     WRITE RPT-LINE FROM CERT-HEAD-LINE AFTER ADVANCING 2 LINES.
087400     MOVE ' ISSUED BY.................: ' TO CE-LABEL.
087500     MOVE SPACES TO CE-VALUE.
087600     STRING WS-OPERATOR-ID '  ' WS-OPERATOR-NAME
087700         DELIMITED BY SIZE INTO CE-VALUE.
087800     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
087900     MOVE ' ISSUED ON.................: ' TO CE-LABEL.
088000     MOVE WS-ISSUE-DATE TO WS-EDIT-DATE.
088100     MOVE WS-ISSUE-TIME TO WS-TIME-NUM.
088200     PERFORM 4950-EDIT-TIME THRU 4950-EXIT.
088300     MOVE SPACES TO CE-VALUE.
088400     STRING WS-EDIT-DATE ' ' WS-EDIT-TIME
088500         DELIMITED BY SIZE INTO CE-VALUE.
088600     PERFORM 4900-WRITE-LABEL-LINE THRU 4900-EXIT.
088700     MOVE ' CALCULATED BY  ' TO SG-ROLE.
088800     WRITE RPT-LINE FROM CERT-SIGN-LINE AFTER ADVANCING 4 LINES.
088900     MOVE ' CHECKED BY     ' TO SG-ROLE.
089000     WRITE RPT-LINE FROM CERT-SIGN-LINE AFTER ADVANCING 3 LINES.
089100     MOVE ' APPROVED BY    ' TO SG-ROLE.
089200     WRITE RPT-LINE FROM CERT-SIGN-LINE AFTER ADVANCING 3 LINES.
089300     WRITE RPT-LINE FROM CERT-RULE-LINE AFTER ADVANCING 3 LINES.
089400     WRITE RPT-LINE FROM CERT-FOOT-LINE AFTER ADVANCING 1 LINE.
089500 4400-EXIT.
089600     EXIT.
089700
089800 4900-WRITE-LABEL-LINE.
089900     WRITE RPT-LINE FROM CERT-LABEL-LINE AFTER ADVANCING 1 LINE.
090000 4900-EXIT.
090100     EXIT.
090200
090300 4950-EDIT-TIME.
090400     MOVE SPACES TO WS-EDIT-TIME.
090500     STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
090600         DELIMITED BY SIZE INTO WS-EDIT-TIME.
090700 4950-EXIT.
090800     EXIT.
090900
091000 5000-PRINT-COUNTS.
091100     MOVE ' RESULTS SELECTED.......: ' TO CC-LABEL.
091200     MOVE WS-RESULTS-SELECTED TO CC-COUNT.
091300     WRITE OUT-LINE FROM CERT-COUNT-LINE AFTER ADVANCING 2 LINES.
091400     MOVE ' CERTIFICATES ISSUED....: ' TO CC-LABEL.
091500     MOVE WS-CERTS-ORIGINAL TO CC-COUNT.
091600     WRITE OUT-LINE FROM CERT-COUNT-LINE AFTER ADVANCING 1 LINE.
091700     MOVE ' DUPLICATES REPRINTED...: ' TO CC-LABEL.
091800     MOVE WS-CERTS-DUPLICATE TO CC-COUNT.
091900     WRITE OUT-LINE FROM CERT-COUNT-LINE AFTER ADVANCING 1 LINE.
092000     MOVE ' NOT CERTIFIABLE........: ' TO CC-LABEL.
092100     MOVE WS-NOT-CERTIFIED TO CC-COUNT.
092200     WRITE OUT-LINE FROM CERT-COUNT-LINE AFTER ADVANCING 1 LINE.
092300 5000-EXIT.
092400     EXIT.
