000100 *> ---------------------------------------------------------
000200 *> SQRTRINT - weekly cross-file referential integrity audit.
000300 *> The masters and registries point at one another by code,
000400 *> and nothing stops one end of a link changing under the
000500 *> other: SQRTDEPT can set a department inactive while its
000600 *> standing orders keep generating, a department can come
000700 *> off DEPTMAST with results and requests still filed under
000800 *> it, an operator can leave OPERMAST with runs on RUNREG in
000900 *> their name, a problem can sit on PROBFILE with no failed
001000 *> attempt anywhere behind it, and a STEPREG row can carry a
001100 *> run ID the run registry never saw.  This program walks
001200 *> each of those links, prints every orphan under its rule
001300 *> with the rows checked and orphans found per rule, and
001400 *> ends with a return code the job stream can test:
001500 *>   RC 0  - every rule checked, no orphans.
001600 *>   RC 4  - at least one orphan printed.
001700 *>   RC 8  - a rule could not be checked (the master it
001800 *>           checks against is missing or would not open).
001900 *>   RC 16 - the report could not be opened.
002000 *> Nothing is updated; every file is opened input only.
002100 *>
002200 *> Modification History:
002300 *>   2026-10-15  DW   New program.
002400 *> ---------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SQRTRINT.
002700 AUTHOR. D. WHITFIELD.
002800 INSTALLATION. ENGINEERING SYSTEMS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RPT-FILE-STATUS.
003700     SELECT OPTIONAL STANDING-ORDERS ASSIGN TO "STORDMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SO-ORDER-ID
004100         FILE STATUS IS WS-SORD-FILE-STATUS.
004200     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DM-DEPT-CODE
004600         FILE STATUS IS WS-DEPT-FILE-STATUS.
004700     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RESULT-KEY
005100         FILE STATUS IS WS-RSLT-FILE-STATUS.
005200     SELECT OPTIONAL REQUEST-REGISTRY ASSIGN TO "REQREG"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS REQUEST-REG-KEY
005600         FILE STATUS IS WS-REQREG-FILE-STATUS.
005700     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RR-RUN-ID
006100         FILE STATUS IS WS-RUNREG-FILE-STATUS.
006200     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS OM-OPERATOR-ID
006600         FILE STATUS IS WS-OPER-FILE-STATUS.
006700     SELECT OPTIONAL PROBLEM-FILE ASSIGN TO "PROBFILE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PROB-FILE-STATUS.
007000     SELECT OPTIONAL EXCEPTION-HISTORY ASSIGN TO "EXCPHST"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-EXCP-FILE-STATUS.
007300     SELECT OPTIONAL AUDIT-HISTORY ASSIGN TO "AUDITHST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007600     SELECT OPTIONAL STEP-REGISTRY ASSIGN TO "STEPREG"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS STEP-REG-KEY
008000         FILE STATUS IS WS-STEP-FILE-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  REPORT-FILE.
008400     01 RPT-LINE  PICTURE X(132).
008500 FD  STANDING-ORDERS.
008600     COPY STORDREC.
008700 FD  DEPT-MASTER.
008800     COPY DEPTREC.
008900 FD  RESULT-MASTER.
009000     COPY RSLTREC.
009100 FD  REQUEST-REGISTRY.
009200     COPY REQREC.
009300 FD  RUN-REGISTRY.
009400     COPY RUNREC.
009500 FD  OPERATOR-MASTER.
009600     COPY OPERREC.
009700 FD  PROBLEM-FILE.
009800     COPY PROBREC.
009900 FD  EXCEPTION-HISTORY.
010000     COPY EXCPREC.
010100 FD  AUDIT-HISTORY.
010200     COPY AUDITREC.
010300 FD  STEP-REGISTRY.
010400     COPY STEPREC.
010500 WORKING-STORAGE SECTION.
010600 *> -------------------------------------------------------
010700 *> file statuses.  An OPTIONAL file that is not there opens
010800 *> with 05 (35 on some runtimes); either one means absent.
010900 *> -------------------------------------------------------
011000 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
011100     88 RPT-FILE-OK                           VALUE '00'.
011200 77  WS-SORD-FILE-STATUS        PICTURE X(02) VALUE '00'.
011300     88 SORD-FILE-OK                          VALUE '00'.
011400     88 SORD-FILE-NOT-FOUND                   VALUE '05' '35'.
011500 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
011600     88 DEPT-FILE-OK                          VALUE '00'.
011700 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
011800     88 RSLT-FILE-OK                          VALUE '00'.
011900     88 RSLT-FILE-NOT-FOUND                   VALUE '05' '35'.
012000 77  WS-REQREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
012100     88 REQREG-FILE-OK                        VALUE '00'.
012200     88 REQREG-FILE-NOT-FOUND                 VALUE '05' '35'.
012300 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
012400     88 RUNREG-FILE-OK                        VALUE '00'.
012500     88 RUNREG-FILE-NOT-FOUND                 VALUE '05' '35'.
012600 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
012700     88 OPER-FILE-OK                          VALUE '00'.
012800 77  WS-PROB-FILE-STATUS        PICTURE X(02) VALUE '00'.
012900     88 PROB-FILE-OK                          VALUE '00'.
013000     88 PROB-FILE-NOT-FOUND                   VALUE '05' '35'.
013100 77  WS-EXCP-FILE-STATUS        PICTURE X(02) VALUE '00'.
013200     88 EXCP-FILE-OK                          VALUE '00'.
013300 77  WS-AUDIT-FILE-STATUS       PICTURE X(02) VALUE '00'.
013400     88 AUDIT-FILE-OK                         VALUE '00'.
013500 77  WS-STEP-FILE-STATUS        PICTURE X(02) VALUE '00'.
013600     88 STEP-FILE-OK                          VALUE '00'.
013700     88 STEP-FILE-NOT-FOUND                   VALUE '05' '35'.
013800 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
013900     88 END-OF-INPUT                          VALUE 'Y'.
014000 77  WS-DEPTMAST-SW             PICTURE X(01) VALUE 'N'.
014100     88 DEPTMAST-OPEN                         VALUE 'Y'.
014200 *> -------------------------------------------------------
014300 *> what a department lookup found: A on file and active,
014400 *> I on file but inactive, M not on file at all.
014500 *> -------------------------------------------------------
014600 77  WS-DEPT-STATE              PICTURE X(01) VALUE 'M'.
014700     88 DEPT-ACTIVE                           VALUE 'A'.
014800     88 DEPT-INACTIVE                         VALUE 'I'.
014900     88 DEPT-MISSING                          VALUE 'M'.
015000 77  WS-LOOKUP-DEPT             PICTURE X(04) VALUE SPACES.
015100 *> -------------------------------------------------------
015200 *> the rules, in the order they are checked and printed.
015300 *> -------------------------------------------------------
015400 77  WS-RULE-COUNT              PICTURE 9(02) COMP VALUE 6.
015500 77  WS-RULE                    PICTURE 9(02) COMP VALUE 0.
015600 01  WS-RULE-TITLE-VALUES.
015700     02 FILLER PICTURE X(50) VALUE
015800        'ACTIVE ORDER ON AN INACTIVE OR UNKNOWN DEPARTMENT '.
015900     02 FILLER PICTURE X(50) VALUE
016000        'RESULT ON RSLTMAST, DEPARTMENT NOT ON DEPTMAST    '.
016100     02 FILLER PICTURE X(50) VALUE
016200        'REQUEST ON REQREG, DEPARTMENT NOT ON DEPTMAST     '.
016300     02 FILLER PICTURE X(50) VALUE
016400        'RUN ON RUNREG, OPERATOR NOT ON OPERMAST           '.
016500     02 FILLER PICTURE X(50) VALUE
016600        'PROBLEM ON PROBFILE WITH NO EXCEPTION HISTORY     '.
016700     02 FILLER PICTURE X(50) VALUE
016800        'STEP ON STEPREG, RUN ID NOT ON RUNREG             '.
016900 01  WS-RULE-TITLE-TABLE REDEFINES WS-RULE-TITLE-VALUES.
017000     02 WS-RULE-TITLE           PICTURE X(50) OCCURS 6 TIMES.
017100 01  WS-RULE-TOTALS.
017200     02 WS-RULE-ENTRY OCCURS 6 TIMES.
017300        03 WR-ROWS-CHECKED      PICTURE 9(07) COMP.
017400        03 WR-ORPHANS           PICTURE 9(07) COMP.
017500        03 WR-CHECKED-SW        PICTURE X(01).
017600           88 WR-RULE-CHECKED                 VALUE 'Y'.
017700           88 WR-RULE-NOT-CHECKED             VALUE 'N'.
017800 77  WS-TOTAL-ORPHANS           PICTURE 9(07) COMP VALUE 0.
017900 77  WS-RULES-NOT-CHECKED       PICTURE 9(02) COMP VALUE 0.
018000 *> -------------------------------------------------------
018100 *> the problem file, held so the exception and audit
018200 *> histories can each be passed once against all of it.
018300 *> -------------------------------------------------------
018400 77  WS-PROB-MAX                PICTURE 9(04) COMP VALUE 500.
018500 77  WS-PROB-COUNT              PICTURE 9(04) COMP VALUE 0.
018600 77  WS-PROB-SUB                PICTURE 9(04) COMP VALUE 0.
018700 77  WS-PROB-DROPPED            PICTURE 9(07) COMP VALUE 0.
018800 01  WS-PROB-TABLE.
018900     02 WS-PROB-ENTRY OCCURS 500 TIMES.
019000        03 WP-IN-Z              PICTURE S9(11)V9(06).
019100        03 WP-ROOT-DEGREE       PICTURE 9(02).
019200        03 WP-REQUEST-ID        PICTURE X(08).
019300        03 WP-DEPARTMENT        PICTURE X(04).
019400        03 WP-FILED-DATE        PICTURE 9(08).
019500        03 WP-HISTORY-SW        PICTURE X(01).
019600           88 WP-HISTORY-FOUND                VALUE 'Y'.
019700 *> -------------------------------------------------------
019800 *> one failed attempt off either history, to be matched
019900 *> against the held problems.
020000 *> -------------------------------------------------------
020100 77  WS-MATCH-IN-Z              PICTURE S9(11)V9(06) VALUE 0.
020200 77  WS-MATCH-DEGREE            PICTURE 9(02) VALUE 0.
020300 77  WS-MATCH-REQUEST-ID        PICTURE X(08) VALUE SPACES.
020400 *> -------------------------------------------------------
020500 *> run date and return code.
020600 *> -------------------------------------------------------
020700 77  WS-RUN-DATE                PICTURE 9(08) VALUE 0.
020800 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
020900 77  WS-NEW-RC                  PICTURE 9(02) COMP VALUE 0.
021000 *> -------------------------------------------------------
021100 *> paginated print report control.
021200 *> -------------------------------------------------------
021300 77  WS-RPT-WORK                PICTURE X(132) VALUE SPACES.
021400 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 999.
021500 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
021600 77  WS-LINES-PER-PAGE          PICTURE 9(03) COMP VALUE 60.
021700 77  WS-Z-EDIT                  PICTURE -(11)9.9(06).
021800 *> -------------------------------------------------------
021900 *> report lines
022000 *> -------------------------------------------------------
022100 01  PAGE-HEAD-LINE.
022200     02 FILLER PICTURE X(9) VALUE SPACES.
022300     02 FILLER PICTURE X(30) VALUE
022400        'REFERENTIAL INTEGRITY AUDIT   '.
022500     02 FILLER PICTURE X(10) VALUE ' RUN DATE '.
022600     02 PH-RUN-DATE           PICTURE 9(08).
022700     02 FILLER PICTURE X(20) VALUE SPACES.
022800     02 FILLER PICTURE X(05) VALUE 'PAGE '.
022900     02 PH-PAGE-NUMBER        PICTURE ZZZZ9.
023000 01  RINT-UNDER-LINE.
023100     02 FILLER PICTURE X(40) VALUE
023200        ' ---------------------------------------'.
023300 01  RULE-HEAD-LINE.
023400     02 FILLER PICTURE X(06) VALUE ' RULE '.
023500     02 RH-RULE               PICTURE 9.
023600     02 FILLER PICTURE X(03) VALUE ' - '.
023700     02 RH-TITLE              PICTURE X(50).
023800 01  RULE-COL-LINE.
023900     02 FILLER PICTURE X(39) VALUE
024000        '   ROW                                 '.
024100     02 FILLER PICTURE X(21) VALUE 'REFERENCE            '.
024200     02 FILLER PICTURE X(07) VALUE 'FINDING'.
024300 01  ORPHAN-LINE.
024400     02 FILLER PICTURE X(03) VALUE SPACES.
024500     02 OL-ROW                PICTURE X(36).
024600     02 OL-REFERENCE          PICTURE X(21).
024700     02 OL-FINDING            PICTURE X(44).
024800 01  RULE-FOOT-LINE.
024900     02 FILLER PICTURE X(17) VALUE '   ROWS CHECKED: '.
025000     02 RF-ROWS               PICTURE ZZZ,ZZ9.
025100     02 FILLER PICTURE X(13) VALUE '    ORPHANS: '.
025200     02 RF-ORPHANS            PICTURE ZZZ,ZZ9.
025300 01  RULE-NOT-CHECKED-LINE.
025400     02 FILLER PICTURE X(17) VALUE '   NOT CHECKED - '.
025500     02 RN-FILE               PICTURE X(08).
025600     02 FILLER PICTURE X(17) VALUE ' NOT OPEN, STATUS'.
025700     02 FILLER PICTURE X(01) VALUE SPACE.
025800     02 RN-STATUS             PICTURE X(02).
025900 01  PROB-DROPPED-LINE.
026000     02 FILLER PICTURE X(33) VALUE
026100        '   PROBLEM TABLE FULL - OMITTED  '.
026200     02 PD-DROPPED            PICTURE ZZZ,ZZ9.
026300     02 FILLER PICTURE X(24) VALUE ' MORE ROWS, NOT CHECKED.'.
026400 01  SUMMARY-HEAD-LINE.
026500     02 FILLER PICTURE X(40) VALUE
026600        ' SUMMARY BY RULE                        '.
026700     02 FILLER PICTURE X(28) VALUE
026800        '                   CHECKED  '.
026900     02 FILLER PICTURE X(07) VALUE 'ORPHANS'.
027000 01  SUMMARY-RULE-LINE.
027100     02 FILLER PICTURE X(06) VALUE ' RULE '.
027200     02 SR-RULE               PICTURE 9.
027300     02 FILLER PICTURE X(02) VALUE SPACES.
027400     02 SR-TITLE              PICTURE X(50).
027500     02 SR-ROWS               PICTURE ZZZ,ZZ9.
027600     02 FILLER PICTURE X(02) VALUE SPACES.
027700     02 SR-ORPHANS            PICTURE ZZZ,ZZ9.
027800     02 FILLER PICTURE X(02) VALUE SPACES.
027900     02 SR-NOTE               PICTURE X(11).
028000 01  SUMMARY-TOTAL-LINE.
028100     02 FILLER PICTURE X(29) VALUE
028200        ' TOTAL ORPHANS..............:'.
028300     02 ST-ORPHANS            PICTURE ZZZ,ZZ9.
028400 01  SUMMARY-RC-LINE.
028500     02 FILLER PICTURE X(29) VALUE
028600        ' RETURN CODE................:'.
028700     02 FILLER PICTURE X(01) VALUE SPACE.
028800     02 SC-RETURN-CODE        PICTURE Z9.
028900
029000 PROCEDURE DIVISION.
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     PERFORM 2000-CHECK-STANDING-ORDERS THRU 2000-EXIT.
029400     PERFORM 2200-CHECK-RESULTS THRU 2200-EXIT.
029500     PERFORM 2400-CHECK-REQUESTS THRU 2400-EXIT.
029600     IF DEPTMAST-OPEN
029700         CLOSE DEPT-MASTER
029800     END-IF.
029900     PERFORM 3000-CHECK-RUN-OPERATORS THRU 3000-EXIT.
030000     PERFORM 4000-CHECK-PROBLEMS THRU 4000-EXIT.
030100     PERFORM 5000-CHECK-STEPS THRU 5000-EXIT.
030200     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
030300     CLOSE REPORT-FILE.
030400     MOVE WS-RETURN-CODE TO RETURN-CODE.
030500     STOP RUN.
030600
030700 *> -------------------------------------------------------
030800 *> 1000-INITIALIZE - report open, counts cleared, and
030900 *> DEPTMAST opened once for the three department rules.
031000 *> -------------------------------------------------------
031100 1000-INITIALIZE.
031200     OPEN OUTPUT REPORT-FILE.
031300     IF NOT RPT-FILE-OK
031400         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
031500             WS-RPT-FILE-STATUS
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032000     MOVE WS-RUN-DATE TO PH-RUN-DATE.
032100     MOVE 1 TO WS-RULE.
032200     PERFORM 1100-CLEAR-RULE THRU 1100-EXIT
032300         UNTIL WS-RULE > WS-RULE-COUNT.
032400     OPEN INPUT DEPT-MASTER.
032500     IF DEPT-FILE-OK
032600         SET DEPTMAST-OPEN TO TRUE
032700     END-IF.
032800 1000-EXIT.
032900     EXIT.
033000
033100 1100-CLEAR-RULE.
033200     MOVE 0 TO WR-ROWS-CHECKED (WS-RULE).
033300     MOVE 0 TO WR-ORPHANS (WS-RULE).
033400     SET WR-RULE-CHECKED (WS-RULE) TO TRUE.
033500     ADD 1 TO WS-RULE.
033600 1100-EXIT.
033700     EXIT.
033800
033900 *> -------------------------------------------------------
034000 *> 2000-CHECK-STANDING-ORDERS - rule 1.  Only an active
034100 *> order generates work, so only active orders are held to
034200 *> an active department; an order already stopped on
034300 *> STORDMST is not an orphan whatever its department says.
034400 *> -------------------------------------------------------
034500 2000-CHECK-STANDING-ORDERS.
034600     MOVE 1 TO WS-RULE.
034700     PERFORM 6000-START-RULE THRU 6000-EXIT.
034800     IF NOT DEPTMAST-OPEN
034900         MOVE 'DEPTMAST' TO RN-FILE
035000         MOVE WS-DEPT-FILE-STATUS TO RN-STATUS
035100         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
035200         GO TO 2000-EXIT
035300     END-IF.
035400     MOVE 'N' TO WS-EOF-SW.
035500     OPEN INPUT STANDING-ORDERS.
035600     IF SORD-FILE-NOT-FOUND
035700         CLOSE STANDING-ORDERS
035800         PERFORM 6100-END-RULE THRU 6100-EXIT
035900         GO TO 2000-EXIT
036000     END-IF.
036100     IF NOT SORD-FILE-OK
036200         MOVE 'STORDMST' TO RN-FILE
036300         MOVE WS-SORD-FILE-STATUS TO RN-STATUS
036400         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
036500         GO TO 2000-EXIT
036600     END-IF.
036700     PERFORM 2100-CHECK-ONE-ORDER THRU 2100-EXIT
036800         UNTIL END-OF-INPUT.
036900     CLOSE STANDING-ORDERS.
037000     PERFORM 6100-END-RULE THRU 6100-EXIT.
037100 2000-EXIT.
037200     EXIT.
037300
037400 2100-CHECK-ONE-ORDER.
037500     READ STANDING-ORDERS NEXT RECORD
037600         AT END
037700             MOVE 'Y' TO WS-EOF-SW
037800             GO TO 2100-EXIT
037900     END-READ.
038000     IF NOT SO-ACTIVE
038100         GO TO 2100-EXIT
038200     END-IF.
038300     ADD 1 TO WR-ROWS-CHECKED (WS-RULE).
038400     MOVE SO-DEPARTMENT TO WS-LOOKUP-DEPT.
038500     PERFORM 2700-LOOKUP-DEPARTMENT THRU 2700-EXIT.
038600     IF DEPT-ACTIVE
038700         GO TO 2100-EXIT
038800     END-IF.
038900     MOVE SPACES TO ORPHAN-LINE.
039000     STRING 'ORDER ' SO-ORDER-ID ' FREQ ' SO-FREQUENCY
039100         DELIMITED BY SIZE INTO OL-ROW.
039200     STRING 'DEPT ' SO-DEPARTMENT
039300         DELIMITED BY SIZE INTO OL-REFERENCE.
039400     IF DEPT-INACTIVE
039500         MOVE 'DEPARTMENT SET INACTIVE ON DEPTMAST'
039600             TO OL-FINDING
039700     ELSE
039800         MOVE 'DEPARTMENT NOT ON DEPTMAST' TO OL-FINDING
039900     END-IF.
040000     PERFORM 6300-WRITE-ORPHAN THRU 6300-EXIT.
040100 2100-EXIT.
040200     EXIT.
040300
040400 *> -------------------------------------------------------
040500 *> 2200-CHECK-RESULTS - rule 2.  A result answers a request
040600 *> that passed the department edit when it arrived, so its
040700 *> department must still be on file; an inactive one is
040800 *> not an orphan, the results stand.
040900 *> -------------------------------------------------------
041000 2200-CHECK-RESULTS.
041100     MOVE 2 TO WS-RULE.
041200     PERFORM 6000-START-RULE THRU 6000-EXIT.
041300     IF NOT DEPTMAST-OPEN
041400         MOVE 'DEPTMAST' TO RN-FILE
041500         MOVE WS-DEPT-FILE-STATUS TO RN-STATUS
041600         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
041700         GO TO 2200-EXIT
041800     END-IF.
041900     MOVE 'N' TO WS-EOF-SW.
042000     OPEN INPUT RESULT-MASTER.
042100     IF RSLT-FILE-NOT-FOUND
042200         CLOSE RESULT-MASTER
042300         PERFORM 6100-END-RULE THRU 6100-EXIT
042400         GO TO 2200-EXIT
042500     END-IF.
042600     IF NOT RSLT-FILE-OK
042700         MOVE 'RSLTMAST' TO RN-FILE
042800         MOVE WS-RSLT-FILE-STATUS TO RN-STATUS
042900         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
043000         GO TO 2200-EXIT
043100     END-IF.
043200     PERFORM 2300-CHECK-ONE-RESULT THRU 2300-EXIT
043300         UNTIL END-OF-INPUT.
043400     CLOSE RESULT-MASTER.
043500     PERFORM 6100-END-RULE THRU 6100-EXIT.
043600 2200-EXIT.
043700     EXIT.
043800
043900 2300-CHECK-ONE-RESULT.
044000     READ RESULT-MASTER NEXT RECORD
044100         AT END
044200             MOVE 'Y' TO WS-EOF-SW
044300             GO TO 2300-EXIT
044400     END-READ.
044500     ADD 1 TO WR-ROWS-CHECKED (WS-RULE).
044600     MOVE RS-DEPARTMENT TO WS-LOOKUP-DEPT.
044700     PERFORM 2700-LOOKUP-DEPARTMENT THRU 2700-EXIT.
044800     IF NOT DEPT-MISSING
044900         GO TO 2300-EXIT
045000     END-IF.
045100     MOVE SPACES TO ORPHAN-LINE.
045200     STRING 'RESULT ' RS-REQUEST-ID ' DEGREE ' RS-ROOT-DEGREE
045300         DELIMITED BY SIZE INTO OL-ROW.
045400     STRING 'DEPT ' RS-DEPARTMENT
045500         DELIMITED BY SIZE INTO OL-REFERENCE.
045600     MOVE 'DEPARTMENT NOT ON DEPTMAST' TO OL-FINDING.
045700     PERFORM 6300-WRITE-ORPHAN THRU 6300-EXIT.
045800 2300-EXIT.
045900     EXIT.
046000
046100 *> -------------------------------------------------------
046200 *> 2400-CHECK-REQUESTS - rule 3, the same test over the
046300 *> request registry.
046400 *> -------------------------------------------------------
046500 2400-CHECK-REQUESTS.
046600     MOVE 3 TO WS-RULE.
046700     PERFORM 6000-START-RULE THRU 6000-EXIT.
046800     IF NOT DEPTMAST-OPEN
046900         MOVE 'DEPTMAST' TO RN-FILE
047000         MOVE WS-DEPT-FILE-STATUS TO RN-STATUS
047100         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
047200         GO TO 2400-EXIT
047300     END-IF.
047400     MOVE 'N' TO WS-EOF-SW.
047500     OPEN INPUT REQUEST-REGISTRY.
047600     IF REQREG-FILE-NOT-FOUND
047700         CLOSE REQUEST-REGISTRY
047800         PERFORM 6100-END-RULE THRU 6100-EXIT
047900         GO TO 2400-EXIT
048000     END-IF.
048100     IF NOT REQREG-FILE-OK
048200         MOVE 'REQREG' TO RN-FILE
048300         MOVE WS-REQREG-FILE-STATUS TO RN-STATUS
048400         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
048500         GO TO 2400-EXIT
048600     END-IF.
048700     PERFORM 2500-CHECK-ONE-REQUEST THRU 2500-EXIT
048800         UNTIL END-OF-INPUT.
048900     CLOSE REQUEST-REGISTRY.
049000     PERFORM 6100-END-RULE THRU 6100-EXIT.
049100 2400-EXIT.
049200     EXIT.
049300
049400 2500-CHECK-ONE-REQUEST.
049500     READ REQUEST-REGISTRY NEXT RECORD
049600         AT END
049700             MOVE 'Y' TO WS-EOF-SW
049800             GO TO 2500-EXIT
049900     END-READ.
050000     ADD 1 TO WR-ROWS-CHECKED (WS-RULE).
050100     MOVE RQ-DEPARTMENT TO WS-LOOKUP-DEPT.
050200     PERFORM 2700-LOOKUP-DEPARTMENT THRU 2700-EXIT.
050300     IF NOT DEPT-MISSING
050400         GO TO 2500-EXIT
050500     END-IF.
050600     MOVE SPACES TO ORPHAN-LINE.
050700     STRING 'REQUEST ' RQ-REQUEST-ID ' LAST SEEN '
050800         RQ-LAST-SEEN-DATE
050900         DELIMITED BY SIZE INTO OL-ROW.
051000     STRING 'DEPT ' RQ-DEPARTMENT
051100         DELIMITED BY SIZE INTO OL-REFERENCE.
051200     MOVE 'DEPARTMENT NOT ON DEPTMAST' TO OL-FINDING.
051300     PERFORM 6300-WRITE-ORPHAN THRU 6300-EXIT.
051400 2500-EXIT.
051500     EXIT.
051600
051700 *> -------------------------------------------------------
051800 *> 2700-LOOKUP-DEPARTMENT - WS-LOOKUP-DEPT on DEPTMAST:
051900 *> active, inactive or missing.
052000 *> -------------------------------------------------------
052100 2700-LOOKUP-DEPARTMENT.
052200     MOVE 'M' TO WS-DEPT-STATE.
052300     MOVE WS-LOOKUP-DEPT TO DM-DEPT-CODE.
052400     READ DEPT-MASTER
052500         INVALID KEY
052600             MOVE 'M' TO WS-DEPT-STATE
052700         NOT INVALID KEY
052800             IF DM-INACTIVE
052900                 MOVE 'I' TO WS-DEPT-STATE
053000             ELSE
053100                 MOVE 'A' TO WS-DEPT-STATE
053200             END-IF
053300     END-READ.
053400 2700-EXIT.
053500     EXIT.
053600
053700 *> -------------------------------------------------------
053800 *> 3000-CHECK-RUN-OPERATORS - rule 4.  Every run signs an
053900 *> operator on, so a run row whose operator has since come
054000 *> off OPERMAST (or never carried one) can no longer be
054100 *> traced to a person.  An inactive operator is not an
054200 *> orphan; the row still resolves.
054300 *> -------------------------------------------------------
054400 3000-CHECK-RUN-OPERATORS.
054500     MOVE 4 TO WS-RULE.
054600     PERFORM 6000-START-RULE THRU 6000-EXIT.
054700     OPEN INPUT OPERATOR-MASTER.
054800     IF NOT OPER-FILE-OK
054900         MOVE 'OPERMAST' TO RN-FILE
055000         MOVE WS-OPER-FILE-STATUS TO RN-STATUS
055100         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
055200         GO TO 3000-EXIT
055300     END-IF.
055400     MOVE 'N' TO WS-EOF-SW.
055500     OPEN INPUT RUN-REGISTRY.
055600     IF RUNREG-FILE-NOT-FOUND
055700         CLOSE RUN-REGISTRY
055800         CLOSE OPERATOR-MASTER
055900         PERFORM 6100-END-RULE THRU 6100-EXIT
056000         GO TO 3000-EXIT
056100     END-IF.
056200     IF NOT RUNREG-FILE-OK
056300         CLOSE OPERATOR-MASTER
056400         MOVE 'RUNREG' TO RN-FILE
056500         MOVE WS-RUNREG-FILE-STATUS TO RN-STATUS
056600         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
056700         GO TO 3000-EXIT
056800     END-IF.
056900     PERFORM 3100-CHECK-ONE-RUN THRU 3100-EXIT
057000         UNTIL END-OF-INPUT.
057100     CLOSE RUN-REGISTRY.
057200     CLOSE OPERATOR-MASTER.
057300     PERFORM 6100-END-RULE THRU 6100-EXIT.
057400 3000-EXIT.
057500     EXIT.
057600
057700 3100-CHECK-ONE-RUN.
057800     READ RUN-REGISTRY NEXT RECORD
057900         AT END
058000             MOVE 'Y' TO WS-EOF-SW
058100             GO TO 3100-EXIT
058200     END-READ.
058300     ADD 1 TO WR-ROWS-CHECKED (WS-RULE).
058400     MOVE SPACES TO ORPHAN-LINE.
058500     IF RR-OPERATOR-ID = SPACES
058600         MOVE 'NO OPERATOR ON THE RUN ROW' TO OL-FINDING
058700     ELSE
058800         MOVE RR-OPERATOR-ID TO OM-OPERATOR-ID
058900         READ OPERATOR-MASTER
059000             INVALID KEY
059100                 MOVE 'OPERATOR NOT ON OPERMAST' TO OL-FINDING
059200         END-READ
059300     END-IF.
059400     IF OL-FINDING = SPACES
059500         GO TO 3100-EXIT
059600     END-IF.
059700     STRING 'RUN ' RR-RUN-ID ' ' RR-PROGRAM-NAME
059800         DELIMITED BY SIZE INTO OL-ROW.
059900     STRING 'OPER ' RR-OPERATOR-ID
060000         DELIMITED BY SIZE INTO OL-REFERENCE.
060100     PERFORM 6300-WRITE-ORPHAN THRU 6300-EXIT.
060200 3100-EXIT.
060300     EXIT.
060400
060500 *> -------------------------------------------------------
060600 *> 4000-CHECK-PROBLEMS - rule 5.  Every problem SQRTRTRY
060700 *> files started life as an exception row, so it must have
060800 *> a failed attempt behind it: an exception on the history
060900 *> (every EXCPARC generation plus the live EXCPFILE) for the
061000 *> same value, request and degree.  The escalation lifts the
061100 *> row off the live exception file the night it is filed,
061200 *> so the failed AB or OV attempt on the audit history
061300 *> (every AUDITARC generation plus the live AUDITLOG) is
061400 *> accepted in its place.  A problem with neither was never
061500 *> a real failure, or its trail has been lost.  Degree 2 on
061600 *> PROBFILE also matches an exception filed before the
061700 *> degree was carried (00 or 01).
061800 *> -------------------------------------------------------
061900 4000-CHECK-PROBLEMS.
062000     MOVE 5 TO WS-RULE.
062100     PERFORM 6000-START-RULE THRU 6000-EXIT.
062200     MOVE 'N' TO WS-EOF-SW.
062300     OPEN INPUT PROBLEM-FILE.
062400     IF PROB-FILE-NOT-FOUND
062500         CLOSE PROBLEM-FILE
062600         PERFORM 6100-END-RULE THRU 6100-EXIT
062700         GO TO 4000-EXIT
062800     END-IF.
062900     IF NOT PROB-FILE-OK
063000         MOVE 'PROBFILE' TO RN-FILE
063100         MOVE WS-PROB-FILE-STATUS TO RN-STATUS
063200         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
063300         GO TO 4000-EXIT
063400     END-IF.
063500     PERFORM 4100-LOAD-ONE-PROBLEM THRU 4100-EXIT
063600         UNTIL END-OF-INPUT.
063700     CLOSE PROBLEM-FILE.
063800     IF WS-PROB-COUNT = 0
063900         PERFORM 6100-END-RULE THRU 6100-EXIT
064000         GO TO 4000-EXIT
064100     END-IF.
064200     PERFORM 4200-SCAN-EXCEPTIONS THRU 4200-EXIT.
064300     PERFORM 4300-SCAN-AUDIT THRU 4300-EXIT.
064400     MOVE 1 TO WS-PROB-SUB.
064500     PERFORM 4500-REPORT-ONE-PROBLEM THRU 4500-EXIT
064600         UNTIL WS-PROB-SUB > WS-PROB-COUNT.
064700     IF WS-PROB-DROPPED > 0
064800         MOVE WS-PROB-DROPPED TO PD-DROPPED
064900         MOVE PROB-DROPPED-LINE TO WS-RPT-WORK
065000         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
065100         MOVE 8 TO WS-NEW-RC
065200         PERFORM 8900-RAISE-RC THRU 8900-EXIT
065300     END-IF.
065400     PERFORM 6100-END-RULE THRU 6100-EXIT.
065500 4000-EXIT.
065600     EXIT.
065700
065800 4100-LOAD-ONE-PROBLEM.
065900     READ PROBLEM-FILE
066000         AT END
066100             MOVE 'Y' TO WS-EOF-SW
066200             GO TO 4100-EXIT
066300     END-READ.
066400     IF WS-PROB-COUNT NOT < WS-PROB-MAX
066500         ADD 1 TO WS-PROB-DROPPED
066600         GO TO 4100-EXIT
066700     END-IF.
066800     ADD 1 TO WS-PROB-COUNT.
066900     ADD 1 TO WR-ROWS-CHECKED (WS-RULE).
067000     MOVE PB-IN-Z TO WP-IN-Z (WS-PROB-COUNT).
067100     MOVE PB-ROOT-DEGREE TO WP-ROOT-DEGREE (WS-PROB-COUNT).
067200     MOVE PB-REQUEST-ID TO WP-REQUEST-ID (WS-PROB-COUNT).
067300     MOVE PB-DEPARTMENT TO WP-DEPARTMENT (WS-PROB-COUNT).
067400     MOVE PB-FILED-DATE TO WP-FILED-DATE (WS-PROB-COUNT).
067500     MOVE 'N' TO WP-HISTORY-SW (WS-PROB-COUNT).
067600 4100-EXIT.
067700     EXIT.
067800
067900 4200-SCAN-EXCEPTIONS.
068000     MOVE 'N' TO WS-EOF-SW.
068100     OPEN INPUT EXCEPTION-HISTORY.
068200     IF NOT EXCP-FILE-OK
068300         GO TO 4200-EXIT
068400     END-IF.
068500     PERFORM 4250-MATCH-ONE-EXCEPTION THRU 4250-EXIT
068600         UNTIL END-OF-INPUT.
068700     CLOSE EXCEPTION-HISTORY.
068800 4200-EXIT.
068900     EXIT.
069000
069100 4250-MATCH-ONE-EXCEPTION.
069200     READ EXCEPTION-HISTORY
069300         AT END
069400             MOVE 'Y' TO WS-EOF-SW
069500             GO TO 4250-EXIT
069600     END-READ.
069700     MOVE EX-IN-Z TO WS-MATCH-IN-Z.
069800     MOVE EX-REQUEST-ID TO WS-MATCH-REQUEST-ID.
069900     IF EX-ROOT-DEGREE NUMERIC
070000         MOVE EX-ROOT-DEGREE TO WS-MATCH-DEGREE
070100     ELSE
070200         MOVE 0 TO WS-MATCH-DEGREE
070300     END-IF.
070400     PERFORM 4400-MARK-HISTORY THRU 4400-EXIT.
070500 4250-EXIT.
070600     EXIT.
070700
070800 4300-SCAN-AUDIT.
070900     MOVE 'N' TO WS-EOF-SW.
071000     OPEN INPUT AUDIT-HISTORY.
071100     IF NOT AUDIT-FILE-OK
071200         GO TO 4300-EXIT
071300     END-IF.
071400     PERFORM 4350-MATCH-ONE-AUDIT THRU 4350-EXIT
071500         UNTIL END-OF-INPUT.
071600     CLOSE AUDIT-HISTORY.
071700 4300-EXIT.
071800     EXIT.
071900
072000 4350-MATCH-ONE-AUDIT.
072100     READ AUDIT-HISTORY
072200         AT END
072300             MOVE 'Y' TO WS-EOF-SW
072400             GO TO 4350-EXIT
072500     END-READ.
072600     IF NOT AL-STATUS-ABORT AND NOT AL-STATUS-OVERFLOW
072700         GO TO 4350-EXIT
072800     END-IF.
072900     MOVE AL-IN-Z TO WS-MATCH-IN-Z.
073000     MOVE AL-REQUEST-ID TO WS-MATCH-REQUEST-ID.
073100     IF AL-ROOT-DEGREE NUMERIC
073200         MOVE AL-ROOT-DEGREE TO WS-MATCH-DEGREE
073300     ELSE
073400         MOVE 0 TO WS-MATCH-DEGREE
073500     END-IF.
073600     PERFORM 4400-MARK-HISTORY THRU 4400-EXIT.
073700 4350-EXIT.
073800     EXIT.
073900
074000 *> -------------------------------------------------------
074100 *> 4400-MARK-HISTORY - every held problem the attempt in
074200 *> WS-MATCH- answers is marked; a value filed twice is
074300 *> answered by the same attempt both times.
074400 *> -------------------------------------------------------
074500 4400-MARK-HISTORY.
074600     MOVE 1 TO WS-PROB-SUB.
074700     PERFORM 4410-TEST-ONE-PROBLEM THRU 4410-EXIT
074800         UNTIL WS-PROB-SUB > WS-PROB-COUNT.
074900 4400-EXIT.
075000     EXIT.
075100
075200 4410-TEST-ONE-PROBLEM.
075300     IF WP-IN-Z (WS-PROB-SUB) = WS-MATCH-IN-Z
075400         AND WP-REQUEST-ID (WS-PROB-SUB) = WS-MATCH-REQUEST-ID
075500         IF WP-ROOT-DEGREE (WS-PROB-SUB) = WS-MATCH-DEGREE
075600             OR (WP-ROOT-DEGREE (WS-PROB-SUB) = 2
075700                 AND WS-MATCH-DEGREE < 2)
075800             SET WP-HISTORY-FOUND (WS-PROB-SUB) TO TRUE
075900         END-IF
076000     END-IF.
076100     ADD 1 TO WS-PROB-SUB.
076200 4410-EXIT.
076300     EXIT.
076400
076500 4500-REPORT-ONE-PROBLEM.
076600     IF WP-HISTORY-FOUND (WS-PROB-SUB)
076700         GO TO 4500-NEXT
076800     END-IF.
076900     MOVE SPACES TO ORPHAN-LINE.
077000     STRING 'PROBLEM ' WP-REQUEST-ID (WS-PROB-SUB) ' DEPT '
077100         WP-DEPARTMENT (WS-PROB-SUB) ' DEGREE '
077200         WP-ROOT-DEGREE (WS-PROB-SUB)
077300         DELIMITED BY SIZE INTO OL-ROW.
077400     MOVE WP-IN-Z (WS-PROB-SUB) TO WS-Z-EDIT.
077500     MOVE WS-Z-EDIT TO OL-REFERENCE.
077600     STRING 'NO EXCEPTION OR FAILED ATTEMPT, FILED '
077700         WP-FILED-DATE (WS-PROB-SUB)
077800         DELIMITED BY SIZE INTO OL-FINDING.
077900     PERFORM 6300-WRITE-ORPHAN THRU 6300-EXIT.
078000 4500-NEXT.
078100     ADD 1 TO WS-PROB-SUB.
078200 4500-EXIT.
078300     EXIT.
078400
078500 *> -------------------------------------------------------
078600 *> 5000-CHECK-STEPS - rule 6.  SQRTSTEP stamps a step row
078700 *> with the run ID its step produced; zero means the step
078800 *> made no run (or has not closed yet) and is not checked.
078900 *> -------------------------------------------------------
079000 5000-CHECK-STEPS.
079100     MOVE 6 TO WS-RULE.
079200     PERFORM 6000-START-RULE THRU 6000-EXIT.
079300     MOVE 'N' TO WS-EOF-SW.
079400     OPEN INPUT STEP-REGISTRY.
079500     IF STEP-FILE-NOT-FOUND
079600         CLOSE STEP-REGISTRY
079700         PERFORM 6100-END-RULE THRU 6100-EXIT
079800         GO TO 5000-EXIT
079900     END-IF.
080000     IF NOT STEP-FILE-OK
080100         MOVE 'STEPREG' TO RN-FILE
080200         MOVE WS-STEP-FILE-STATUS TO RN-STATUS
080300         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
080400         GO TO 5000-EXIT
080500     END-IF.
080600     OPEN INPUT RUN-REGISTRY.
080700     IF NOT RUNREG-FILE-OK
080800         CLOSE STEP-REGISTRY
080900         MOVE 'RUNREG' TO RN-FILE
081000         MOVE WS-RUNREG-FILE-STATUS TO RN-STATUS
081100         PERFORM 6200-RULE-NOT-CHECKED THRU 6200-EXIT
081200         GO TO 5000-EXIT
081300     END-IF.
081400     PERFORM 5100-CHECK-ONE-STEP THRU 5100-EXIT
081500         UNTIL END-OF-INPUT.
081600     CLOSE RUN-REGISTRY.
081700     CLOSE STEP-REGISTRY.
081800     PERFORM 6100-END-RULE THRU 6100-EXIT.
081900 5000-EXIT.
082000     EXIT.
082100
082200 5100-CHECK-ONE-STEP.
082300     READ STEP-REGISTRY NEXT RECORD
082400         AT END
082500             MOVE 'Y' TO WS-EOF-SW
082600             GO TO 5100-EXIT
082700     END-READ.
082800     IF SJ-RUN-ID NOT NUMERIC OR SJ-RUN-ID = 0
082900         GO TO 5100-EXIT
083000     END-IF.
083100     ADD 1 TO WR-ROWS-CHECKED (WS-RULE).
083200     MOVE SJ-RUN-ID TO RR-RUN-ID.
083300     READ RUN-REGISTRY
083400         INVALID KEY
083500             MOVE SPACES TO ORPHAN-LINE
083600             STRING 'STEP ' SJ-STREAM-DATE ' ' SJ-STEP-NUMBER
083700                 ' ' SJ-STEP-NAME
083800                 DELIMITED BY SIZE INTO OL-ROW
083900             STRING 'RUN ' SJ-RUN-ID
084000                 DELIMITED BY SIZE INTO OL-REFERENCE
084100             MOVE 'RUN ID NOT ON RUNREG' TO OL-FINDING
084200             PERFORM 6300-WRITE-ORPHAN THRU 6300-EXIT
084300     END-READ.
084400 5100-EXIT.
084500     EXIT.
084600
084700 *> -------------------------------------------------------
084800 *> 6000-START-RULE / 6100-END-RULE - the rule's heading and
084900 *> its rows-checked and orphans line.
085000 *> -------------------------------------------------------
085100 6000-START-RULE.
085200     MOVE SPACES TO WS-RPT-WORK.
085300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
085400     MOVE WS-RULE TO RH-RULE.
085500     MOVE WS-RULE-TITLE (WS-RULE) TO RH-TITLE.
085600     MOVE RULE-HEAD-LINE TO WS-RPT-WORK.
085700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
085800     MOVE RULE-COL-LINE TO WS-RPT-WORK.
085900     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
086000 6000-EXIT.
086100     EXIT.
086200
086300 6100-END-RULE.
086400     MOVE WR-ROWS-CHECKED (WS-RULE) TO RF-ROWS.
086500     MOVE WR-ORPHANS (WS-RULE) TO RF-ORPHANS.
086600     MOVE RULE-FOOT-LINE TO WS-RPT-WORK.
086700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
086800 6100-EXIT.
086900     EXIT.
087000
087100 *> -------------------------------------------------------
087200 *> 6200-RULE-NOT-CHECKED - the file the rule checks against
087300 *> would not open; RN-FILE and RN-STATUS are set by the
087400 *> caller.  RC 8, because a rule that did not run must not
087500 *> read as a clean one.
087600 *> -------------------------------------------------------
087700 6200-RULE-NOT-CHECKED.
087800     SET WR-RULE-NOT-CHECKED (WS-RULE) TO TRUE.
087900     ADD 1 TO WS-RULES-NOT-CHECKED.
088000     MOVE RULE-NOT-CHECKED-LINE TO WS-RPT-WORK.
088100     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
088200     MOVE 8 TO WS-NEW-RC.
088300     PERFORM 8900-RAISE-RC THRU 8900-EXIT.
088400 6200-EXIT.
088500     EXIT.
088600
088700 6300-WRITE-ORPHAN.
088800     ADD 1 TO WR-ORPHANS (WS-RULE).
088900     ADD 1 TO WS-TOTAL-ORPHANS.
089000     MOVE ORPHAN-LINE TO WS-RPT-WORK.
089100     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
089200     MOVE 4 TO WS-NEW-RC.
089300     PERFORM 8900-RAISE-RC THRU 8900-EXIT.
089400 6300-EXIT.
089500     EXIT.
089600
089700 *> -------------------------------------------------------
089800 *> 7000-PRINT-SUMMARY - one line per rule, then the total
089900 *> and the return code the step will end with.
090000 *> -------------------------------------------------------
090100 7000-PRINT-SUMMARY.
090200     MOVE SPACES TO WS-RPT-WORK.
090300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
090400     MOVE SUMMARY-HEAD-LINE TO WS-RPT-WORK.
090500     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
090600     MOVE 1 TO WS-RULE.
090700     PERFORM 7100-SUMMARY-ONE-RULE THRU 7100-EXIT
090800         UNTIL WS-RULE > WS-RULE-COUNT.
090900     MOVE SPACES TO WS-RPT-WORK.
091000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
091100     MOVE WS-TOTAL-ORPHANS TO ST-ORPHANS.
091200     MOVE SUMMARY-TOTAL-LINE TO WS-RPT-WORK.
091300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
091400     MOVE WS-RETURN-CODE TO SC-RETURN-CODE.
091500     MOVE SUMMARY-RC-LINE TO WS-RPT-WORK.
091600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
091700 7000-EXIT.
091800     EXIT.
091900
092000 7100-SUMMARY-ONE-RULE.
092100     MOVE WS-RULE TO SR-RULE.
092200     MOVE WS-RULE-TITLE (WS-RULE) TO SR-TITLE.
092300     MOVE WR-ROWS-CHECKED (WS-RULE) TO SR-ROWS.
092400     MOVE WR-ORPHANS (WS-RULE) TO SR-ORPHANS.
092500     IF WR-RULE-NOT-CHECKED (WS-RULE)
092600         MOVE 'NOT CHECKED' TO SR-NOTE
092700     ELSE
092800         MOVE SPACES TO SR-NOTE
092900     END-IF.
093000     MOVE SUMMARY-RULE-LINE TO WS-RPT-WORK.
093100     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
093200     ADD 1 TO WS-RULE.
093300 7100-EXIT.
093400     EXIT.
093500
093600 7500-WRITE-REPORT-LINE.
093700     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
093800         PERFORM 7600-START-NEW-PAGE THRU 7600-EXIT
093900     END-IF.
094000     WRITE RPT-LINE FROM WS-RPT-WORK AFTER ADVANCING 1 LINE.
094100     ADD 1 TO WS-LINE-COUNT.
094200 7500-EXIT.
094300     EXIT.
094400
094500 7600-START-NEW-PAGE.
094600     ADD 1 TO WS-PAGE-NUMBER.
094700     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
094800     IF WS-PAGE-NUMBER = 1
094900         WRITE RPT-LINE FROM PAGE-HEAD-LINE
095000             AFTER ADVANCING 0 LINES
095100     ELSE
095200         WRITE RPT-LINE FROM PAGE-HEAD-LINE
095300             AFTER ADVANCING PAGE
095400     END-IF.
095500     WRITE RPT-LINE FROM RINT-UNDER-LINE AFTER ADVANCING 1 LINE.
095600     MOVE 3 TO WS-LINE-COUNT.
095700 7600-EXIT.
095800     EXIT.
095900
096000 *> -------------------------------------------------------
096100 *> 8900-RAISE-RC - the step ends with the worst code seen.
096200 *> -------------------------------------------------------
096300 8900-RAISE-RC.
096400     IF WS-NEW-RC > WS-RETURN-CODE
096500         MOVE WS-NEW-RC TO WS-RETURN-CODE
096600     END-IF.
096700 8900-EXIT.
096800     EXIT.
