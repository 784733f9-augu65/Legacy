000100 *> ---------------------------------------------------------
000200 *> SQRTOACT - operator activity report.  Every log in the
000300 *> system already carries the operator ID, but each one
000400 *> answers a different question and nobody could see one
000500 *> operator's whole period at a glance.  This program takes
000600 *> a from/to date off SYSIN and lines up, per operator ID,
000700 *> the runs they started off RUNREG (and how many were left
000800 *> open or flipped to crashed), the calculations on the
000900 *> audit history by status code, the exceptions their runs
001000 *> produced, their SECLOG sign-on accepts and rejects, and
001100 *> the rejects they corrected and resubmitted at the
001200 *> SQRTRWRK workbench.  Every ID is checked against OPERMAST
001300 *> and flagged if it is filed inactive or not on file at
001400 *> all - activity under either means someone is using an ID
001500 *> they should not have.  RC 4 means something was flagged.
001600 *>
001700 *> Modification History:
001800 *>   2026-10-15  DW   New program.
001800 *>   2026-10-15  DW   A new ID's counts are cleared on their
001800 *>                   own subscript; clearing on WS-COL left
001800 *>                   it past the table, so each operator's
001800 *>                   first row was lost from their line.
001900 *> ---------------------------------------------------------
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SQRTOACT.
002200 AUTHOR. D. WHITFIELD.
002300 INSTALLATION. ENGINEERING SYSTEMS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003000     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RPT-FILE-STATUS.
003300     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RR-RUN-ID
003700         FILE STATUS IS WS-RUNREG-FILE-STATUS.
003800     SELECT OPTIONAL AUDIT-HISTORY ASSIGN TO "AUDITHST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004100     SELECT OPTIONAL EXCEPTION-HISTORY ASSIGN TO "EXCPHST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-EXCP-FILE-STATUS.
004400     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SEC-FILE-STATUS.
004700     SELECT OPTIONAL RESUB-LOG ASSIGN TO "RESUBLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RLOG-FILE-STATUS.
005000     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS OM-OPERATOR-ID
005400         FILE STATUS IS WS-OPER-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  STANDARD-OUTPUT.
005800     01 OUT-LINE  PICTURE X(80).
005900 FD  REPORT-FILE.
006000     01 RPT-LINE  PICTURE X(132).
006100 FD  RUN-REGISTRY.
006200     COPY RUNREC.
006300 FD  AUDIT-HISTORY.
006400     COPY AUDITREC.
006500 FD  EXCEPTION-HISTORY.
006600     COPY EXCPREC.
006700 FD  SECURITY-LOG.
006800     COPY SECREC.
006900 FD  RESUB-LOG.
007000     COPY RSUBREC.
007100 FD  OPERATOR-MASTER.
007200     COPY OPERREC.
007300 WORKING-STORAGE SECTION.
007400 *> -------------------------------------------------------
007500 *> file statuses and read control; one end-of-file switch
007600 *> serves each source in turn.
007700 *> -------------------------------------------------------
007800 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
007900     88 RUNREG-FILE-NOT-FOUND                 VALUE '35'.
008000 77  WS-AUDIT-FILE-STATUS       PICTURE X(02) VALUE '00'.
008100     88 AUDIT-FILE-NOT-FOUND                  VALUE '35'.
008200 77  WS-EXCP-FILE-STATUS        PICTURE X(02) VALUE '00'.
008300     88 EXCP-FILE-NOT-FOUND                   VALUE '35'.
008400 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
008500     88 SEC-FILE-NOT-FOUND                    VALUE '35'.
008600 77  WS-RLOG-FILE-STATUS        PICTURE X(02) VALUE '00'.
008700     88 RLOG-FILE-NOT-FOUND                   VALUE '35'.
008800 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
008900     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
009000 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
009100     88 END-OF-INPUT                          VALUE 'Y'.
009200 *> -------------------------------------------------------
009300 *> the date span keyed on SYSIN.
009400 *> -------------------------------------------------------
009500 77  WS-FROM-ENTRY              PICTURE X(08) VALUE SPACES.
009600 77  WS-FROM-ENTRY-NUM REDEFINES WS-FROM-ENTRY
009700                                  PICTURE 9(08).
009800 77  WS-TO-ENTRY                PICTURE X(08) VALUE SPACES.
009900 77  WS-TO-ENTRY-NUM REDEFINES WS-TO-ENTRY
010000                                  PICTURE 9(08).
010100 77  WS-FROM-DATE               PICTURE 9(08) VALUE 0.
010200 77  WS-TO-DATE                 PICTURE 9(08) VALUE 99999999.
010300 *> -------------------------------------------------------
010400 *> per-operator accumulators, one slot per distinct ID seen
010500 *> on any of the sources inside the span.
010600 *> -------------------------------------------------------
010700 77  WS-ID-MAX                  PICTURE 9(03) COMP VALUE 200.
010800 77  WS-ID-COUNT                PICTURE 9(03) COMP VALUE 0.
010900 77  WS-ID-SUB                  PICTURE 9(03) COMP VALUE 0.
011000 77  WS-ID-SLOT                 PICTURE 9(03) COMP VALUE 0.
011100 77  WS-ID-DROPPED              PICTURE 9(05) COMP VALUE 0.
011200 77  WS-KEY-OPERATOR            PICTURE X(08) VALUE SPACES.
011300 01  WS-ID-TABLE.
011400     02 WS-ID-ENTRY OCCURS 200 TIMES.
011500        03 WI-OPERATOR-ID       PICTURE X(08).
011600        03 WI-COUNTS.
011700           04 WI-COUNT          PICTURE 9(07) COMP
011800                                  OCCURS 13 TIMES.
011900 *> -------------------------------------------------------
012000 *> column numbers into WI-COUNT and the totals row, in the
012100 *> order they print.
012200 *> -------------------------------------------------------
012300 77  WS-COL-STARTED             PICTURE 9(02) COMP VALUE 1.
012400 77  WS-COL-LEFT-OPEN           PICTURE 9(02) COMP VALUE 2.
012500 77  WS-COL-CRASHED             PICTURE 9(02) COMP VALUE 3.
012600 77  WS-COL-CALC-OK             PICTURE 9(02) COMP VALUE 4.
012700 77  WS-COL-CALC-ER             PICTURE 9(02) COMP VALUE 5.
012800 77  WS-COL-CALC-AB             PICTURE 9(02) COMP VALUE 6.
012900 77  WS-COL-CALC-NR             PICTURE 9(02) COMP VALUE 7.
013000 77  WS-COL-CALC-OV             PICTURE 9(02) COMP VALUE 8.
013100 77  WS-COL-CALC-RT             PICTURE 9(02) COMP VALUE 9.
013200 77  WS-COL-EXCEPTIONS          PICTURE 9(02) COMP VALUE 10.
013300 77  WS-COL-SIGNON-OK           PICTURE 9(02) COMP VALUE 11.
013400 77  WS-COL-SIGNON-RJ           PICTURE 9(02) COMP VALUE 12.
013500 77  WS-COL-RESUBMITS           PICTURE 9(02) COMP VALUE 13.
013600 77  WS-COL-COUNT               PICTURE 9(02) COMP VALUE 13.
013700 77  WS-COL                     PICTURE 9(02) COMP VALUE 0.
013750 *> clears a new ID's counts without disturbing WS-COL, the
013760 *> column the row being counted belongs in.
013770 77  WS-CLEAR-COL               PICTURE 9(02) COMP VALUE 0.
013800 01  WS-TOTAL-COUNTS.
013900     02 WT-COUNT                PICTURE 9(07) COMP
014000                                  OCCURS 13 TIMES.
014100 *> -------------------------------------------------------
014200 *> overall counts.
014300 *> -------------------------------------------------------
014400 77  WS-ROWS-IN-SPAN            PICTURE 9(07) COMP VALUE 0.
014500 77  WS-FLAGGED-IDS             PICTURE 9(03) COMP VALUE 0.
014600 77  WS-OPERMAST-SW             PICTURE X(01) VALUE 'N'.
014700     88 OPERMAST-OPEN                         VALUE 'Y'.
014800 *> -------------------------------------------------------
014900 *> paginated print report control.
015000 *> -------------------------------------------------------
015100 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
015200     88 RPT-FILE-OK                           VALUE '00'.
015300 77  WS-RPT-WORK                PICTURE X(132) VALUE SPACES.
015400 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 999.
015500 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
015600 77  WS-LINES-PER-PAGE          PICTURE 9(03) COMP VALUE 60.
015700 *> -------------------------------------------------------
015800 *> prompts and report lines
015900 *> -------------------------------------------------------
016000 01  FROM-PROMPT.
016100     02 FILLER PICTURE X(44) VALUE
016200        ' ENTER FROM DATE YYYYMMDD, BLANK = BEGINNING'.
016300 01  TO-PROMPT.
016400     02 FILLER PICTURE X(38) VALUE
016500        ' ENTER TO DATE YYYYMMDD, BLANK = TODAY'.
016600 01  PAGE-HEAD-LINE.
016700     02 FILLER PICTURE X(9) VALUE SPACES.
016800     02 FILLER PICTURE X(30) VALUE
016900        'OPERATOR ACTIVITY REPORT      '.
017000     02 FILLER PICTURE X(09) VALUE ' PERIOD  '.
017100     02 PH-FROM-DATE          PICTURE 9(08).
017200     02 FILLER PICTURE X(04) VALUE ' TO '.
017300     02 PH-TO-DATE            PICTURE 9(08).
017400     02 FILLER PICTURE X(08) VALUE SPACES.
017500     02 FILLER PICTURE X(05) VALUE 'PAGE '.
017600     02 PH-PAGE-NUMBER        PICTURE ZZZZ9.
017700 01  OACT-UNDER-LINE.
017800     02 FILLER PICTURE X(40) VALUE
017900        ' ---------------------------------------'.
018000 01  OACT-GROUP-HEADS.
018100     02 FILLER PICTURE X(10) VALUE SPACES.
018200     02 FILLER PICTURE X(21) VALUE
018300        '  ------- RUNS ------'.
018400     02 FILLER PICTURE X(42) VALUE
018500        '  ------------ CALCULATIONS BY STATUS ----'.
018600     02 FILLER PICTURE X(07) VALUE SPACES.
018700     02 FILLER PICTURE X(14) VALUE
018800        '  - SIGN-ONS -'.
018900     02 FILLER PICTURE X(07) VALUE SPACES.
019000 01  OACT-COL-HEADS.
019100     02 FILLER PICTURE X(10) VALUE ' OPERATOR '.
019200     02 FILLER PICTURE X(21) VALUE
019300        '  STARTLEFTOP  CRASH'.
019400     02 FILLER PICTURE X(42) VALUE
019500        '     OK     ER     AB     NR     OV     RT'.
019600     02 FILLER PICTURE X(07) VALUE '  EXCPS'.
019700     02 FILLER PICTURE X(14) VALUE ' ACCEPT REJECT'.
019800     02 FILLER PICTURE X(07) VALUE '  RESUB'.
019900     02 FILLER PICTURE X(08) VALUE '  FLAGS '.
020000 01  OACT-DETAIL-LINE.
020100     02 FILLER PICTURE X(01) VALUE SPACE.
020200     02 OD-OPERATOR-ID        PICTURE X(08).
020300     02 FILLER PICTURE X(01) VALUE SPACE.
020400     02 OD-COLUMN OCCURS 13 TIMES.
020500        03 FILLER             PICTURE X(01).
020600        03 OD-COUNT           PICTURE ZZZZZ9.
020700     02 FILLER PICTURE X(02) VALUE SPACES.
020800     02 OD-FLAGS              PICTURE X(24).
020900 01  NO-ACTIVITY-LINE.
021000     02 FILLER PICTURE X(40) VALUE
021100        ' NO OPERATOR ACTIVITY INSIDE THE PERIOD.'.
021200 01  OACT-IDS-LINE.
021300     02 FILLER PICTURE X(25) VALUE ' OPERATOR IDS REPORTED.: '.
021400     02 OR-IDS                PICTURE ZZZ,ZZ9.
021500 01  OACT-ROWS-LINE.
021600     02 FILLER PICTURE X(25) VALUE ' LOG ROWS IN PERIOD....: '.
021700     02 OR-ROWS               PICTURE ZZZ,ZZ9.
021800 01  OACT-FLAGGED-LINE.
021900     02 FILLER PICTURE X(25) VALUE ' IDS FLAGGED...........: '.
022000     02 OR-FLAGGED            PICTURE ZZZ,ZZ9.
022100 01  OACT-DROPPED-LINE.
022200     02 FILLER PICTURE X(29) VALUE ' ID TABLE FULL - OMITTED    '.
022300     02 OR-DROPPED            PICTURE ZZZ,ZZ9.
022400     02 FILLER PICTURE X(11) VALUE ' MORE ROWS.'.
022500
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     OPEN OUTPUT STANDARD-OUTPUT.
022900     OPEN OUTPUT REPORT-FILE.
023000     IF NOT RPT-FILE-OK
023100         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
023200             WS-RPT-FILE-STATUS
023300         STOP RUN
023400     END-IF.
023500     PERFORM 1000-GET-DATE-SPAN THRU 1000-EXIT.
023600     MOVE 1 TO WS-COL.
023700     PERFORM 1100-CLEAR-TOTAL THRU 1100-EXIT
023800         UNTIL WS-COL > WS-COL-COUNT.
023900     PERFORM 2000-COLLECT-RUNS THRU 2000-EXIT.
024000     PERFORM 2200-COLLECT-CALCULATIONS THRU 2200-EXIT.
024100     PERFORM 2400-COLLECT-EXCEPTIONS THRU 2400-EXIT.
024200     PERFORM 2600-COLLECT-SIGNONS THRU 2600-EXIT.
024300     PERFORM 2800-COLLECT-RESUBMITS THRU 2800-EXIT.
024400     PERFORM 4000-PRINT-OPERATORS THRU 4000-EXIT.
024500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
024600     CLOSE REPORT-FILE.
024700     CLOSE STANDARD-OUTPUT.
024800     IF WS-FLAGGED-IDS > 0
024900         MOVE 4 TO RETURN-CODE
025000     ELSE
025100         MOVE 0 TO RETURN-CODE
025200     END-IF.
025300     STOP RUN.
025400
025500 *> -------------------------------------------------------
025600 *> 1000-GET-DATE-SPAN - from and to dates off SYSIN (or the
025700 *> terminal); a blank or non-numeric FROM means the start
025800 *> of the logs, a blank or non-numeric TO means today.
025900 *> -------------------------------------------------------
026000 1000-GET-DATE-SPAN.
026100     WRITE OUT-LINE FROM FROM-PROMPT AFTER ADVANCING 1 LINE.
026200     MOVE SPACES TO WS-FROM-ENTRY.
026300     ACCEPT WS-FROM-ENTRY.
026400     IF WS-FROM-ENTRY-NUM NUMERIC
026500         MOVE WS-FROM-ENTRY-NUM TO WS-FROM-DATE
026600     ELSE
026700         MOVE 0 TO WS-FROM-DATE
026800     END-IF.
026900     WRITE OUT-LINE FROM TO-PROMPT AFTER ADVANCING 1 LINE.
027000     MOVE SPACES TO WS-TO-ENTRY.
027100     ACCEPT WS-TO-ENTRY.
027200     IF WS-TO-ENTRY-NUM NUMERIC
027300         MOVE WS-TO-ENTRY-NUM TO WS-TO-DATE
027400     ELSE
027500         ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
027600     END-IF.
027700     MOVE WS-FROM-DATE TO PH-FROM-DATE.
027800     MOVE WS-TO-DATE TO PH-TO-DATE.
027900 1000-EXIT.
028000     EXIT.
028100
028200 1100-CLEAR-TOTAL.
028300     MOVE 0 TO WT-COUNT (WS-COL).
028400     ADD 1 TO WS-COL.
028500 1100-EXIT.
028600     EXIT.
028700
028800 *> -------------------------------------------------------
028900 *> 2000-COLLECT-RUNS - every registry row started inside
029000 *> the span.  The run ID's high-order component is the
029100 *> start date, so the sweep STARTs at the from date and
029200 *> stops as soon as the date moves past the to date.
029300 *> -------------------------------------------------------
029400 2000-COLLECT-RUNS.
029500     MOVE 'N' TO WS-EOF-SW.
029600     OPEN INPUT RUN-REGISTRY.
029700     IF RUNREG-FILE-NOT-FOUND
029800         GO TO 2000-EXIT
029900     END-IF.
030000     MOVE WS-FROM-DATE TO RR-RUN-START-DATE.
030100     MOVE 0 TO RR-RUN-START-TIME.
030200     START RUN-REGISTRY KEY NOT LESS THAN RR-RUN-ID
030300         INVALID KEY
030400             MOVE 'Y' TO WS-EOF-SW
030500     END-START.
030600     PERFORM 2100-TALLY-ONE-RUN THRU 2100-EXIT
030700         UNTIL END-OF-INPUT.
030800     CLOSE RUN-REGISTRY.
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-TALLY-ONE-RUN.
031300     READ RUN-REGISTRY NEXT RECORD
031400         AT END
031500             MOVE 'Y' TO WS-EOF-SW
031600             GO TO 2100-EXIT
031700     END-READ.
031800     IF RR-RUN-START-DATE > WS-TO-DATE
031900         MOVE 'Y' TO WS-EOF-SW
032000         GO TO 2100-EXIT
032100     END-IF.
032200     MOVE RR-OPERATOR-ID TO WS-KEY-OPERATOR.
032300     MOVE WS-COL-STARTED TO WS-COL.
032400     PERFORM 3000-COUNT-ONE THRU 3000-EXIT.
032500     IF RR-STATUS-OPEN
032600         MOVE WS-COL-LEFT-OPEN TO WS-COL
032700         PERFORM 3000-COUNT-ONE THRU 3000-EXIT
032800     END-IF.
032900     IF RR-STATUS-CRASHED
033000         MOVE WS-COL-CRASHED TO WS-COL
033100         PERFORM 3000-COUNT-ONE THRU 3000-EXIT
033200     END-IF.
033300 2100-EXIT.
033400     EXIT.
033500
033600 *> -------------------------------------------------------
033700 *> 2200-COLLECT-CALCULATIONS - the audit history (every
033800 *> AUDITARC generation plus the live AUDITLOG) by status
033900 *> code.  A status outside the known six is counted under
034000 *> ER so the row totals still foot to the rows read.
034100 *> -------------------------------------------------------
034200 2200-COLLECT-CALCULATIONS.
034300     MOVE 'N' TO WS-EOF-SW.
034400     OPEN INPUT AUDIT-HISTORY.
034500     IF AUDIT-FILE-NOT-FOUND
034600         GO TO 2200-EXIT
034700     END-IF.
034800     PERFORM 2300-TALLY-ONE-CALCULATION THRU 2300-EXIT
034900         UNTIL END-OF-INPUT.
035000     CLOSE AUDIT-HISTORY.
035100 2200-EXIT.
035200     EXIT.
035300
035400 2300-TALLY-ONE-CALCULATION.
035500     READ AUDIT-HISTORY
035600         AT END
035700             MOVE 'Y' TO WS-EOF-SW
035800             GO TO 2300-EXIT
035900     END-READ.
036000     IF AL-RUN-DATE < WS-FROM-DATE
036100         OR AL-RUN-DATE > WS-TO-DATE
036200         GO TO 2300-EXIT
036300     END-IF.
036400     MOVE AL-OPERATOR-ID TO WS-KEY-OPERATOR.
036500     IF AL-STATUS-OK
036600         MOVE WS-COL-CALC-OK TO WS-COL
036700     ELSE
036800         IF AL-STATUS-ABORT
036900             MOVE WS-COL-CALC-AB TO WS-COL
037000         ELSE
037100             IF AL-STATUS-NOROOT
037200                 MOVE WS-COL-CALC-NR TO WS-COL
037300             ELSE
037400                 IF AL-STATUS-OVERFLOW
037500                     MOVE WS-COL-CALC-OV TO WS-COL
037600                 ELSE
037700                     IF AL-STATUS-RETRY
037800                         MOVE WS-COL-CALC-RT TO WS-COL
037900                     ELSE
038000                         MOVE WS-COL-CALC-ER TO WS-COL
038100                     END-IF
038200                 END-IF
038300             END-IF
038400         END-IF
038500     END-IF.
038600     PERFORM 3000-COUNT-ONE THRU 3000-EXIT.
038700 2300-EXIT.
038800     EXIT.
038900
039000 *> -------------------------------------------------------
039100 *> 2400-COLLECT-EXCEPTIONS - the exception history (every
039200 *> EXCPARC generation plus the live EXCPFILE); each row is
039300 *> charged to the operator whose run produced it.
039400 *> -------------------------------------------------------
039500 2400-COLLECT-EXCEPTIONS.
039600     MOVE 'N' TO WS-EOF-SW.
039700     OPEN INPUT EXCEPTION-HISTORY.
039800     IF EXCP-FILE-NOT-FOUND
039900         GO TO 2400-EXIT
040000     END-IF.
040100     PERFORM 2500-TALLY-ONE-EXCEPTION THRU 2500-EXIT
040200         UNTIL END-OF-INPUT.
040300     CLOSE EXCEPTION-HISTORY.
040400 2400-EXIT.
040500     EXIT.
040600
040700 2500-TALLY-ONE-EXCEPTION.
040800     READ EXCEPTION-HISTORY
040900         AT END
041000             MOVE 'Y' TO WS-EOF-SW
041100             GO TO 2500-EXIT
041200     END-READ.
041300     IF EX-RUN-DATE < WS-FROM-DATE
041400         OR EX-RUN-DATE > WS-TO-DATE
041500         GO TO 2500-EXIT
041600     END-IF.
041700     MOVE EX-OPERATOR-ID TO WS-KEY-OPERATOR.
041800     MOVE WS-COL-EXCEPTIONS TO WS-COL.
041900     PERFORM 3000-COUNT-ONE THRU 3000-EXIT.
042000 2500-EXIT.
042100     EXIT.
042200
042300 *> -------------------------------------------------------
042400 *> 2600-COLLECT-SIGNONS - SECLOG accepts and rejects, under
042500 *> the ID exactly as keyed.
042600 *> -------------------------------------------------------
042700 2600-COLLECT-SIGNONS.
042800     MOVE 'N' TO WS-EOF-SW.
042900     OPEN INPUT SECURITY-LOG.
043000     IF SEC-FILE-NOT-FOUND
043100         GO TO 2600-EXIT
043200     END-IF.
043300     PERFORM 2700-TALLY-ONE-SIGNON THRU 2700-EXIT
043400         UNTIL END-OF-INPUT.
043500     CLOSE SECURITY-LOG.
043600 2600-EXIT.
043700     EXIT.
043800
043900 2700-TALLY-ONE-SIGNON.
044000     READ SECURITY-LOG
044100         AT END
044200             MOVE 'Y' TO WS-EOF-SW
044300             GO TO 2700-EXIT
044400     END-READ.
044500     IF SC-RUN-DATE < WS-FROM-DATE
044600         OR SC-RUN-DATE > WS-TO-DATE
044700         GO TO 2700-EXIT
044800     END-IF.
044900     MOVE SC-OPERATOR-ID TO WS-KEY-OPERATOR.
045000     IF SC-ACCEPTED
045100         MOVE WS-COL-SIGNON-OK TO WS-COL
045200     ELSE
045300         MOVE WS-COL-SIGNON-RJ TO WS-COL
045400     END-IF.
045500     PERFORM 3000-COUNT-ONE THRU 3000-EXIT.
045600 2700-EXIT.
045700     EXIT.
045800
045900 *> -------------------------------------------------------
046000 *> 2800-COLLECT-RESUBMITS - rejects corrected and queued at
046100 *> the SQRTRWRK workbench; rows returned to the requester
046200 *> or skipped are not resubmissions and are left out.
046300 *> -------------------------------------------------------
046400 2800-COLLECT-RESUBMITS.
046500     MOVE 'N' TO WS-EOF-SW.
046600     OPEN INPUT RESUB-LOG.
046700     IF RLOG-FILE-NOT-FOUND
046800         GO TO 2800-EXIT
046900     END-IF.
047000     PERFORM 2900-TALLY-ONE-RESUBMIT THRU 2900-EXIT
047100         UNTIL END-OF-INPUT.
047200     CLOSE RESUB-LOG.
047300 2800-EXIT.
047400     EXIT.
047500
047600 2900-TALLY-ONE-RESUBMIT.
047700     READ RESUB-LOG
047800         AT END
047900             MOVE 'Y' TO WS-EOF-SW
048000             GO TO 2900-EXIT
048100     END-READ.
048200     IF RL-LOG-DATE < WS-FROM-DATE
048300         OR RL-LOG-DATE > WS-TO-DATE
048400         OR NOT RL-RESUBMITTED
048500         GO TO 2900-EXIT
048600     END-IF.
048700     MOVE RL-OPERATOR-ID TO WS-KEY-OPERATOR.
048800     MOVE WS-COL-RESUBMITS TO WS-COL.
048900     PERFORM 3000-COUNT-ONE THRU 3000-EXIT.
049000 2900-EXIT.
049100     EXIT.
049200
049300 *> -------------------------------------------------------
049400 *> 3000-COUNT-ONE - one more in column WS-COL for operator
049500 *> WS-KEY-OPERATOR, and in the totals row.
049600 *> -------------------------------------------------------
049700 3000-COUNT-ONE.
049800     ADD 1 TO WS-ROWS-IN-SPAN.
049900     ADD 1 TO WT-COUNT (WS-COL).
050000     PERFORM 3100-FIND-ID-SLOT THRU 3100-EXIT.
050100     IF WS-ID-SLOT > 0
050200         ADD 1 TO WI-COUNT (WS-ID-SLOT, WS-COL)
050300     END-IF.
050400 3000-EXIT.
050500     EXIT.
050600
050700 3100-FIND-ID-SLOT.
050800     MOVE 0 TO WS-ID-SLOT.
050900     MOVE 1 TO WS-ID-SUB.
051000     PERFORM 3110-TEST-ID-SLOT THRU 3110-EXIT
051100         UNTIL WS-ID-SLOT > 0 OR WS-ID-SUB > WS-ID-COUNT.
051200     IF WS-ID-SLOT = 0
051300         IF WS-ID-COUNT < WS-ID-MAX
051400             ADD 1 TO WS-ID-COUNT
051500             MOVE WS-ID-COUNT TO WS-ID-SLOT
051600             MOVE WS-KEY-OPERATOR
051700                 TO WI-OPERATOR-ID (WS-ID-SLOT)
051900             MOVE 1 TO WS-CLEAR-COL
052000             PERFORM 3120-CLEAR-SLOT-COUNT THRU 3120-EXIT
052100                 UNTIL WS-CLEAR-COL > WS-COL-COUNT
052200         ELSE
052300             ADD 1 TO WS-ID-DROPPED
052400         END-IF
052500     END-IF.
052600 3100-EXIT.
052700     EXIT.
052800
052900 3110-TEST-ID-SLOT.
053000     IF WI-OPERATOR-ID (WS-ID-SUB) = WS-KEY-OPERATOR
053100         MOVE WS-ID-SUB TO WS-ID-SLOT
053200     END-IF.
053300     ADD 1 TO WS-ID-SUB.
053400 3110-EXIT.
053500     EXIT.
053600
053700 3120-CLEAR-SLOT-COUNT.
053800     MOVE 0 TO WI-COUNT (WS-ID-SLOT, WS-CLEAR-COL).
053900     ADD 1 TO WS-CLEAR-COL.
054000 3120-EXIT.
054100     EXIT.
054200
054300 *> -------------------------------------------------------
054400 *> 4000-PRINT-OPERATORS - one line per ID in the order the
054500 *> IDs were first met, each looked up on OPERMAST for the
054600 *> flag column, then a totals line.
054700 *> -------------------------------------------------------
054800 4000-PRINT-OPERATORS.
054900     IF WS-ID-COUNT = 0
055000         MOVE NO-ACTIVITY-LINE TO WS-RPT-WORK
055100         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
055200         GO TO 4000-EXIT
055300     END-IF.
055400     OPEN INPUT OPERATOR-MASTER.
055500     IF NOT OPER-FILE-NOT-FOUND
055600         SET OPERMAST-OPEN TO TRUE
055700     END-IF.
055800     MOVE 1 TO WS-ID-SUB.
055900     PERFORM 4100-PRINT-ONE-ID THRU 4100-EXIT
056000         UNTIL WS-ID-SUB > WS-ID-COUNT.
056100     IF OPERMAST-OPEN
056200         CLOSE OPERATOR-MASTER
056300     END-IF.
056400     MOVE 'TOTALS' TO OD-OPERATOR-ID.
056500     MOVE SPACES TO OD-FLAGS.
056600     MOVE 1 TO WS-COL.
056700     PERFORM 4300-MOVE-TOTAL-COLUMN THRU 4300-EXIT
056800         UNTIL WS-COL > WS-COL-COUNT.
056900     MOVE SPACES TO WS-RPT-WORK.
057000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
057100     MOVE OACT-DETAIL-LINE TO WS-RPT-WORK.
057200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
057300 4000-EXIT.
057400     EXIT.
057500
057600 4100-PRINT-ONE-ID.
057700     MOVE WI-OPERATOR-ID (WS-ID-SUB) TO OD-OPERATOR-ID.
057800     MOVE 1 TO WS-COL.
057900     PERFORM 4200-MOVE-ID-COLUMN THRU 4200-EXIT
058000         UNTIL WS-COL > WS-COL-COUNT.
058100     PERFORM 4400-CHECK-OPERMAST THRU 4400-EXIT.
058200     MOVE OACT-DETAIL-LINE TO WS-RPT-WORK.
058300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
058400     ADD 1 TO WS-ID-SUB.
058500 4100-EXIT.
058600     EXIT.
058700
058800 4200-MOVE-ID-COLUMN.
058900     MOVE SPACE TO OD-COLUMN (WS-COL).
059000     MOVE WI-COUNT (WS-ID-SUB, WS-COL) TO OD-COUNT (WS-COL).
059100     ADD 1 TO WS-COL.
059200 4200-EXIT.
059300     EXIT.
059400
059500 4300-MOVE-TOTAL-COLUMN.
059600     MOVE SPACE TO OD-COLUMN (WS-COL).
059700     MOVE WT-COUNT (WS-COL) TO OD-COUNT (WS-COL).
059800     ADD 1 TO WS-COL.
059900 4300-EXIT.
060000     EXIT.
060100
060200 *> -------------------------------------------------------
060300 *> 4400-CHECK-OPERMAST - an ID that is filed inactive, or
060400 *> not on the master at all, should not be showing any
060500 *> activity; either one is flagged and counted for RC 4.
060600 *> -------------------------------------------------------
060700 4400-CHECK-OPERMAST.
060800     MOVE SPACES TO OD-FLAGS.
060900     IF NOT OPERMAST-OPEN
061000         MOVE 'NOT ON OPERMAST' TO OD-FLAGS
061100         ADD 1 TO WS-FLAGGED-IDS
061200         GO TO 4400-EXIT
061300     END-IF.
061400     MOVE WI-OPERATOR-ID (WS-ID-SUB) TO OM-OPERATOR-ID.
061500     READ OPERATOR-MASTER
061600         INVALID KEY
061700             MOVE 'NOT ON OPERMAST' TO OD-FLAGS
061800             ADD 1 TO WS-FLAGGED-IDS
061900         NOT INVALID KEY
062000             IF OM-INACTIVE
062100                 MOVE 'INACTIVE ON OPERMAST' TO OD-FLAGS
062200                 ADD 1 TO WS-FLAGGED-IDS
062300             END-IF
062400     END-READ.
062500 4400-EXIT.
062600     EXIT.
062700
062800 5000-PRINT-SUMMARY.
062900     MOVE SPACES TO WS-RPT-WORK.
063000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
063100     MOVE WS-ID-COUNT TO OR-IDS.
063200     MOVE OACT-IDS-LINE TO WS-RPT-WORK.
063300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
063400     MOVE WS-ROWS-IN-SPAN TO OR-ROWS.
063500     MOVE OACT-ROWS-LINE TO WS-RPT-WORK.
063600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
063700     MOVE WS-FLAGGED-IDS TO OR-FLAGGED.
063800     MOVE OACT-FLAGGED-LINE TO WS-RPT-WORK.
063900     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
064000     IF WS-ID-DROPPED > 0
064100         MOVE WS-ID-DROPPED TO OR-DROPPED
064200         MOVE OACT-DROPPED-LINE TO WS-RPT-WORK
064300         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
064400     END-IF.
064500 5000-EXIT.
064600     EXIT.
064700
064800 7500-WRITE-REPORT-LINE.
064900     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
065000         PERFORM 7600-START-NEW-PAGE THRU 7600-EXIT
065100     END-IF.
065200     WRITE RPT-LINE FROM WS-RPT-WORK AFTER ADVANCING 1 LINE.
065300     ADD 1 TO WS-LINE-COUNT.
065400 7500-EXIT.
065500     EXIT.
065600
065700 *> -------------------------------------------------------
065800 *> 7600-START-NEW-PAGE - title, period, page number, and
065900 *> both column-head lines on every page.
066000 *> -------------------------------------------------------
066100 7600-START-NEW-PAGE.
066200     ADD 1 TO WS-PAGE-NUMBER.
066300     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
066400     IF WS-PAGE-NUMBER = 1
066500         WRITE RPT-LINE FROM PAGE-HEAD-LINE
066600             AFTER ADVANCING 0 LINES
066700     ELSE
066800         WRITE RPT-LINE FROM PAGE-HEAD-LINE
066900             AFTER ADVANCING PAGE
067000     END-IF.
067100     WRITE RPT-LINE FROM OACT-UNDER-LINE AFTER ADVANCING 1 LINE.
067200     WRITE RPT-LINE FROM OACT-GROUP-HEADS AFTER ADVANCING 2 LINES.
067300     WRITE RPT-LINE FROM OACT-COL-HEADS AFTER ADVANCING 1 LINE.
067400     MOVE 5 TO WS-LINE-COUNT.
067500 7600-EXIT.
067600     EXIT.
