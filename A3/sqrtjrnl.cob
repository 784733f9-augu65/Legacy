000100 *> ---------------------------------------------------------
000200 *> SQRTJRNL - change-journal review report.  The
000300 *> maintenance programs (SQRTOPER, SQRTDEPT, SQRTPROF and
000400 *> SQRTSORD) append one CHGJRNL row for every add, change,
000500 *> and deactivate, stamped with the signed-on operator and
000600 *> carrying the record before and after.  This program
000700 *> answers the questions those rows exist for - who changed
000800 *> this key, what did this operator touch, what changed on
000900 *> this file last week - by taking a file name, a key, an
001000 *> operator ID, and a from/to date off SYSIN, any of them
001100 *> blank for all, and printing every matching row with its
001200 *> before and after images one under the other, so the
001300 *> changed columns line up by eye.  Counts by action at
001400 *> the bottom.  Profile changes show as a PROPOSE row on
001410 *> PARMPEND, then either the approved change on PARMPROF
001420 *> under the approver's ID or a REJECT row on PARMPEND.
001500 *>
001600 *> Modification History:
001700 *>   2026-10-15  DW   New program.
001710 *>   2026-10-15  DW   PROPOSE and REJECT actions from two-person
001720 *>                   profile approval, counted in the summary.
001730 *>   2026-10-15  DW   RELOAD action from SQRTUNLD whole-file
001740 *>                   restores, counted in the summary.
001800 *> ---------------------------------------------------------
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. SQRTJRNL.
002100 AUTHOR. D. WHITFIELD.
002200 INSTALLATION. ENGINEERING SYSTEMS.
002300 DATE-WRITTEN. 10/15/2026.
002400 DATE-COMPILED.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
002900     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-RPT-FILE-STATUS.
003200     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-JRNL-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  STANDARD-OUTPUT.
003800     01 OUT-LINE  PICTURE X(80).
003900 FD  REPORT-FILE.
004000     01 RPT-LINE  PICTURE X(132).
004100 FD  CHANGE-JOURNAL.
004200     COPY JRNLREC.
004300 WORKING-STORAGE SECTION.
004400 *> -------------------------------------------------------
004500 *> read control and the selection keyed on SYSIN; a blank
004600 *> answer selects everything on that field.
004700 *> -------------------------------------------------------
004800 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
004900     88 JRNL-FILE-NOT-FOUND                   VALUE '35'.
005000 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
005100     88 END-OF-JOURNAL                        VALUE 'Y'.
005200 77  WS-FILE-ENTRY              PICTURE X(08) VALUE SPACES.
005300 77  WS-KEY-ENTRY               PICTURE X(16) VALUE SPACES.
005400 77  WS-OPER-ENTRY              PICTURE X(08) VALUE SPACES.
005500 77  WS-FROM-ENTRY              PICTURE X(08) VALUE SPACES.
005600 77  WS-FROM-ENTRY-NUM REDEFINES WS-FROM-ENTRY
005700                                  PICTURE 9(08).
005800 77  WS-TO-ENTRY                PICTURE X(08) VALUE SPACES.
005900 77  WS-TO-ENTRY-NUM REDEFINES WS-TO-ENTRY
006000                                  PICTURE 9(08).
006100 77  WS-FROM-DATE               PICTURE 9(08) VALUE 0.
006200 77  WS-TO-DATE                 PICTURE 9(08) VALUE 99999999.
006300 77  WS-SELECT-SW               PICTURE X(01) VALUE 'N'.
006400     88 ROW-SELECTED                          VALUE 'Y'.
006500 *> -------------------------------------------------------
006600 *> paginated print report control.
006700 *> -------------------------------------------------------
006800 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
006900     88 RPT-FILE-OK                           VALUE '00'.
007000 77  WS-RPT-WORK                PICTURE X(132) VALUE SPACES.
007100 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 999.
007200 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
007300 77  WS-LINES-PER-PAGE          PICTURE 9(03) COMP VALUE 60.
007400 *> -------------------------------------------------------
007500 *> control counts.
007600 *> -------------------------------------------------------
007700 77  WS-ROWS-READ               PICTURE 9(07) COMP VALUE 0.
007800 77  WS-ROWS-SELECTED           PICTURE 9(07) COMP VALUE 0.
007900 77  WS-ADDS                    PICTURE 9(07) COMP VALUE 0.
008000 77  WS-CHANGES                 PICTURE 9(07) COMP VALUE 0.
008100 77  WS-DEACTIVATES             PICTURE 9(07) COMP VALUE 0.
008110 77  WS-PROPOSALS               PICTURE 9(07) COMP VALUE 0.
008120 77  WS-REJECTIONS              PICTURE 9(07) COMP VALUE 0.
008130 77  WS-RELOADS                 PICTURE 9(07) COMP VALUE 0.
008200 77  WS-OTHER-ACTIONS           PICTURE 9(07) COMP VALUE 0.
008300 *> -------------------------------------------------------
008400 *> prompts and report lines
008500 *> -------------------------------------------------------
008600 01  FILE-PROMPT.
008700     02 FILLER PICTURE X(45) VALUE
008800        ' ENTER FILE NAME (E.G. OPERMAST), BLANK = ALL'.
008900 01  KEY-PROMPT.
009000     02 FILLER PICTURE X(33) VALUE
009100        ' ENTER RECORD KEY, BLANK = ALL   '.
009200 01  OPER-PROMPT.
009300     02 FILLER PICTURE X(33) VALUE
009400        ' ENTER OPERATOR ID, BLANK = ALL  '.
009500 01  FROM-PROMPT.
009600     02 FILLER PICTURE X(44) VALUE
009700        ' ENTER FROM DATE YYYYMMDD, BLANK = BEGINNING'.
009800 01  TO-PROMPT.
009900     02 FILLER PICTURE X(38) VALUE
010000        ' ENTER TO DATE YYYYMMDD, BLANK = TODAY'.
010100 01  PAGE-HEAD-LINE.
010200     02 FILLER PICTURE X(9) VALUE SPACES.
010300     02 FILLER PICTURE X(30) VALUE
010400        'MASTER FILE CHANGE JOURNAL    '.
010500     02 FILLER PICTURE X(27) VALUE SPACES.
010600     02 FILLER PICTURE X(05) VALUE 'PAGE '.
010700     02 PH-PAGE-NUMBER PICTURE ZZZZ9.
010800 01  JRNL-UNDER-LINE.
010900     02 FILLER PICTURE X(27) VALUE
011000        ' --------------------------'.
011100 01  JRNL-SELECT-LINE.
011200     02 FILLER PICTURE X(08) VALUE ' FILE: '.
011300     02 JS-FILE-NAME          PICTURE X(08).
011400     02 FILLER PICTURE X(07) VALUE '  KEY: '.
011500     02 JS-RECORD-KEY         PICTURE X(16).
011600     02 FILLER PICTURE X(12) VALUE '  OPERATOR: '.
011700     02 JS-OPERATOR-ID        PICTURE X(08).
011800     02 FILLER PICTURE X(09) VALUE '  PERIOD '.
011900     02 JS-FROM-DATE          PICTURE 9(08).
012000     02 FILLER PICTURE X(04) VALUE ' TO '.
012100     02 JS-TO-DATE            PICTURE 9(08).
012200 01  JRNL-COL-HEADS.
012300     02 FILLER PICTURE X(09) VALUE ' DATE    '.
012400     02 FILLER PICTURE X(09) VALUE 'TIME     '.
012500     02 FILLER PICTURE X(11) VALUE 'PROGRAM    '.
012600     02 FILLER PICTURE X(09) VALUE 'OPERATOR '.
012700     02 FILLER PICTURE X(09) VALUE 'FILE     '.
012800     02 FILLER PICTURE X(17) VALUE 'KEY              '.
012900     02 FILLER PICTURE X(10) VALUE 'ACTION    '.
013000 01  JRNL-DETAIL-LINE.
013100     02 FILLER PICTURE X(01) VALUE SPACE.
013200     02 JD-JRNL-DATE          PICTURE 9(08).
013300     02 FILLER PICTURE X(01) VALUE SPACE.
013400     02 JD-JRNL-TIME          PICTURE 9(08).
013500     02 FILLER PICTURE X(01) VALUE SPACE.
013600     02 JD-PROGRAM-NAME       PICTURE X(10).
013700     02 FILLER PICTURE X(01) VALUE SPACE.
013800     02 JD-OPERATOR-ID        PICTURE X(08).
013900     02 FILLER PICTURE X(01) VALUE SPACE.
014000     02 JD-FILE-NAME          PICTURE X(08).
014100     02 FILLER PICTURE X(01) VALUE SPACE.
014200     02 JD-RECORD-KEY         PICTURE X(16).
014300     02 FILLER PICTURE X(01) VALUE SPACE.
014400     02 JD-ACTION             PICTURE X(10).
014500 01  JRNL-BEFORE-LINE.
014600     02 FILLER PICTURE X(11) VALUE '   BEFORE: '.
014700     02 JB-IMAGE              PICTURE X(100).
014800 01  JRNL-AFTER-LINE.
014900     02 FILLER PICTURE X(11) VALUE '   AFTER.: '.
015000     02 JA-IMAGE              PICTURE X(100).
015100 01  NO-JOURNAL-LINE.
015200     02 FILLER PICTURE X(36) VALUE
015300        ' CHGJRNL NOT FOUND - NO CHANGES YET.'.
015400 01  JRNL-READ-LINE.
015500     02 FILLER PICTURE X(25) VALUE ' JOURNAL ROWS READ.....: '.
015600     02 JR-ROWS-READ          PICTURE ZZZ,ZZ9.
015700 01  JRNL-SELECTED-LINE.
015800     02 FILLER PICTURE X(25) VALUE ' ROWS SELECTED.........: '.
015900     02 JR-ROWS-SELECTED      PICTURE ZZZ,ZZ9.
016000 01  JRNL-ADDS-LINE.
016100     02 FILLER PICTURE X(25) VALUE '   ADDS................: '.
016200     02 JR-ADDS               PICTURE ZZZ,ZZ9.
016300 01  JRNL-CHANGES-LINE.
016400     02 FILLER PICTURE X(25) VALUE '   CHANGES.............: '.
016500     02 JR-CHANGES            PICTURE ZZZ,ZZ9.
016600 01  JRNL-DEACT-LINE.
016700     02 FILLER PICTURE X(25) VALUE '   DEACTIVATES.........: '.
016800     02 JR-DEACTIVATES        PICTURE ZZZ,ZZ9.
016810 01  JRNL-PROPOSE-LINE.
016820     02 FILLER PICTURE X(25) VALUE '   PROPOSALS...........: '.
016830     02 JR-PROPOSALS          PICTURE ZZZ,ZZ9.
016840 01  JRNL-REJECT-LINE.
016850     02 FILLER PICTURE X(25) VALUE '   REJECTIONS..........: '.
016860     02 JR-REJECTIONS         PICTURE ZZZ,ZZ9.
016870 01  JRNL-RELOAD-LINE.
016880     02 FILLER PICTURE X(25) VALUE '   RELOADS.............: '.
016890     02 JR-RELOADS            PICTURE ZZZ,ZZ9.
016900 01  JRNL-OTHER-LINE.
017000     02 FILLER PICTURE X(25) VALUE '   OTHER ACTIONS.......: '.
017100     02 JR-OTHER-ACTIONS      PICTURE ZZZ,ZZ9.
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     OPEN OUTPUT STANDARD-OUTPUT.
017600     OPEN OUTPUT REPORT-FILE.
017700     IF NOT RPT-FILE-OK
017800         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
017900             WS-RPT-FILE-STATUS
018000         STOP RUN
018100     END-IF.
018200     PERFORM 1000-GET-SELECTION THRU 1000-EXIT.
018300     OPEN INPUT CHANGE-JOURNAL.
018400     IF JRNL-FILE-NOT-FOUND
018500         MOVE NO-JOURNAL-LINE TO WS-RPT-WORK
018600         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
018700     ELSE
018800         PERFORM 2000-READ-JOURNAL-ROW THRU 2000-EXIT
018900         PERFORM 2100-REPORT-ONE-ROW THRU 2100-EXIT
019000             UNTIL END-OF-JOURNAL
019100         CLOSE CHANGE-JOURNAL
019200         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
019300     END-IF.
019400     CLOSE REPORT-FILE.
019500     CLOSE STANDARD-OUTPUT.
019600     MOVE 0 TO RETURN-CODE.
019700     STOP RUN.
019800
019900 *> -------------------------------------------------------
020000 *> 1000-GET-SELECTION - file, key, operator, and date span
020100 *> off SYSIN (or the terminal).  Blank file, key, or
020200 *> operator selects all; a blank or non-numeric FROM means
020300 *> the start of the journal and a blank TO means today.
020400 *> -------------------------------------------------------
020500 1000-GET-SELECTION.
020600     WRITE OUT-LINE FROM FILE-PROMPT AFTER ADVANCING 1 LINE.
020700     ACCEPT WS-FILE-ENTRY.
020800     WRITE OUT-LINE FROM KEY-PROMPT AFTER ADVANCING 1 LINE.
020900     ACCEPT WS-KEY-ENTRY.
021000     WRITE OUT-LINE FROM OPER-PROMPT AFTER ADVANCING 1 LINE.
021100     ACCEPT WS-OPER-ENTRY.
021200     WRITE OUT-LINE FROM FROM-PROMPT AFTER ADVANCING 1 LINE.
021300     MOVE SPACES TO WS-FROM-ENTRY.
021400     ACCEPT WS-FROM-ENTRY.
021500     IF WS-FROM-ENTRY-NUM NUMERIC
021600         MOVE WS-FROM-ENTRY-NUM TO WS-FROM-DATE
021700     ELSE
021800         MOVE 0 TO WS-FROM-DATE
021900     END-IF.
022000     WRITE OUT-LINE FROM TO-PROMPT AFTER ADVANCING 1 LINE.
022100     MOVE SPACES TO WS-TO-ENTRY.
022200     ACCEPT WS-TO-ENTRY.
022300     IF WS-TO-ENTRY-NUM NUMERIC
022400         MOVE WS-TO-ENTRY-NUM TO WS-TO-DATE
022500     ELSE
022600         ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
022700     END-IF.
022800     IF WS-FILE-ENTRY = SPACES
022900         MOVE 'ALL' TO JS-FILE-NAME
023000     ELSE
023100         MOVE WS-FILE-ENTRY TO JS-FILE-NAME
023200     END-IF.
023300     IF WS-KEY-ENTRY = SPACES
023400         MOVE 'ALL' TO JS-RECORD-KEY
023500     ELSE
023600         MOVE WS-KEY-ENTRY TO JS-RECORD-KEY
023700     END-IF.
023800     IF WS-OPER-ENTRY = SPACES
023900         MOVE 'ALL' TO JS-OPERATOR-ID
024000     ELSE
024100         MOVE WS-OPER-ENTRY TO JS-OPERATOR-ID
024200     END-IF.
024300     MOVE WS-FROM-DATE TO JS-FROM-DATE.
024400     MOVE WS-TO-DATE TO JS-TO-DATE.
024500 1000-EXIT.
024600     EXIT.
024700
024800 2000-READ-JOURNAL-ROW.
024900     READ CHANGE-JOURNAL
025000         AT END
025100             MOVE 'Y' TO WS-EOF-SW
025200     END-READ.
025300 2000-EXIT.
025400     EXIT.
025500
025600 *> -------------------------------------------------------
025700 *> 2100-REPORT-ONE-ROW - a row passing every selection
025800 *> prints as a heading line and its before/after images.
025900 *> -------------------------------------------------------
026000 2100-REPORT-ONE-ROW.
026100     ADD 1 TO WS-ROWS-READ.
026200     PERFORM 2200-TEST-SELECTION THRU 2200-EXIT.
026300     IF ROW-SELECTED
026400         PERFORM 3000-PRINT-ONE-ROW THRU 3000-EXIT
026500     END-IF.
026600     PERFORM 2000-READ-JOURNAL-ROW THRU 2000-EXIT.
026700 2100-EXIT.
026800     EXIT.
026900
027000 2200-TEST-SELECTION.
027100     MOVE 'N' TO WS-SELECT-SW.
027200     IF WS-FILE-ENTRY NOT = SPACES
027300         AND CJ-FILE-NAME NOT = WS-FILE-ENTRY
027400         GO TO 2200-EXIT
027500     END-IF.
027600     IF WS-KEY-ENTRY NOT = SPACES
027700         AND CJ-RECORD-KEY NOT = WS-KEY-ENTRY
027800         GO TO 2200-EXIT
027900     END-IF.
028000     IF WS-OPER-ENTRY NOT = SPACES
028100         AND CJ-OPERATOR-ID NOT = WS-OPER-ENTRY
028200         GO TO 2200-EXIT
028300     END-IF.
028400     IF CJ-JRNL-DATE < WS-FROM-DATE
028500         OR CJ-JRNL-DATE > WS-TO-DATE
028600         GO TO 2200-EXIT
028700     END-IF.
028800     SET ROW-SELECTED TO TRUE.
028900 2200-EXIT.
029000     EXIT.
029100
029200 3000-PRINT-ONE-ROW.
029300     ADD 1 TO WS-ROWS-SELECTED.
029400     MOVE CJ-JRNL-DATE TO JD-JRNL-DATE.
029500     MOVE CJ-JRNL-TIME TO JD-JRNL-TIME.
029600     MOVE CJ-PROGRAM-NAME TO JD-PROGRAM-NAME.
029700     MOVE CJ-OPERATOR-ID TO JD-OPERATOR-ID.
029800     MOVE CJ-FILE-NAME TO JD-FILE-NAME.
029900     MOVE CJ-RECORD-KEY TO JD-RECORD-KEY.
030000     IF CJ-ADDED
030100         MOVE 'ADD' TO JD-ACTION
030200         ADD 1 TO WS-ADDS
030300     ELSE
030400         IF CJ-CHANGED
030500             MOVE 'CHANGE' TO JD-ACTION
030600             ADD 1 TO WS-CHANGES
030700         ELSE
030800             IF CJ-DEACTIVATED
030900                 MOVE 'DEACTIVATE' TO JD-ACTION
031000                 ADD 1 TO WS-DEACTIVATES
031100             ELSE
031110                 PERFORM 3100-APPROVAL-ACTION THRU 3100-EXIT
031400             END-IF
031500         END-IF
031600     END-IF.
031700     MOVE SPACES TO WS-RPT-WORK.
031800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
031900     MOVE JRNL-DETAIL-LINE TO WS-RPT-WORK.
032000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
032100     MOVE CJ-BEFORE-IMAGE TO JB-IMAGE.
032200     MOVE JRNL-BEFORE-LINE TO WS-RPT-WORK.
032300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
032400     MOVE CJ-AFTER-IMAGE TO JA-IMAGE.
032500     MOVE JRNL-AFTER-LINE TO WS-RPT-WORK.
032600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
032700 3000-EXIT.
032800     EXIT.
032810
032820 3100-APPROVAL-ACTION.
032830     IF CJ-PROPOSED
032840         MOVE 'PROPOSE' TO JD-ACTION
032850         ADD 1 TO WS-PROPOSALS
032860     ELSE
032870         IF CJ-REJECTED
032880             MOVE 'REJECT' TO JD-ACTION
032890             ADD 1 TO WS-REJECTIONS
032900         ELSE
032901             IF CJ-RELOADED
032902                 MOVE 'RELOAD' TO JD-ACTION
032903                 ADD 1 TO WS-RELOADS
032904             ELSE
032910                 MOVE CJ-ACTION TO JD-ACTION
032920                 ADD 1 TO WS-OTHER-ACTIONS
032925             END-IF
032930         END-IF
032940     END-IF.
032950 3100-EXIT.
032960     EXIT.
032900
033000 5000-PRINT-SUMMARY.
033100     MOVE SPACES TO WS-RPT-WORK.
033200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
033300     MOVE WS-ROWS-READ TO JR-ROWS-READ.
033400     MOVE JRNL-READ-LINE TO WS-RPT-WORK.
033500     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
033600     MOVE WS-ROWS-SELECTED TO JR-ROWS-SELECTED.
033700     MOVE JRNL-SELECTED-LINE TO WS-RPT-WORK.
033800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
033900     MOVE WS-ADDS TO JR-ADDS.
034000     MOVE JRNL-ADDS-LINE TO WS-RPT-WORK.
034100     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
034200     MOVE WS-CHANGES TO JR-CHANGES.
034300     MOVE JRNL-CHANGES-LINE TO WS-RPT-WORK.
034400     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
034500     MOVE WS-DEACTIVATES TO JR-DEACTIVATES.
034600     MOVE JRNL-DEACT-LINE TO WS-RPT-WORK.
034700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
034710     MOVE WS-PROPOSALS TO JR-PROPOSALS.
034720     MOVE JRNL-PROPOSE-LINE TO WS-RPT-WORK.
034730     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
034740     MOVE WS-REJECTIONS TO JR-REJECTIONS.
034750     MOVE JRNL-REJECT-LINE TO WS-RPT-WORK.
034760     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
034770     MOVE WS-RELOADS TO JR-RELOADS.
034780     MOVE JRNL-RELOAD-LINE TO WS-RPT-WORK.
034790     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
034800     IF WS-OTHER-ACTIONS > 0
034900         MOVE WS-OTHER-ACTIONS TO JR-OTHER-ACTIONS
035000         MOVE JRNL-OTHER-LINE TO WS-RPT-WORK
035100         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
035200     END-IF.
035300 5000-EXIT.
035400     EXIT.
035500
035600 7500-WRITE-REPORT-LINE.
035700     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
035800         PERFORM 7600-START-NEW-PAGE THRU 7600-EXIT
035900     END-IF.
036000     WRITE RPT-LINE FROM WS-RPT-WORK AFTER ADVANCING 1 LINE.
036100     ADD 1 TO WS-LINE-COUNT.
036200 7500-EXIT.
036300     EXIT.
036400
036500 *> -------------------------------------------------------
036600 *> 7600-START-NEW-PAGE - title, page number, the selection
036700 *> in force, and the column heads on every page.
036800 *> -------------------------------------------------------
036900 7600-START-NEW-PAGE.
037000     ADD 1 TO WS-PAGE-NUMBER.
037100     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
037200     IF WS-PAGE-NUMBER = 1
037300         WRITE RPT-LINE FROM PAGE-HEAD-LINE
037400             AFTER ADVANCING 0 LINES
037500     ELSE
037600         WRITE RPT-LINE FROM PAGE-HEAD-LINE
037700             AFTER ADVANCING PAGE
037800     END-IF.
037900     WRITE RPT-LINE FROM JRNL-UNDER-LINE AFTER ADVANCING 1 LINE.
038000     WRITE RPT-LINE FROM JRNL-SELECT-LINE AFTER ADVANCING 1 LINE.
038100     WRITE RPT-LINE FROM JRNL-COL-HEADS AFTER ADVANCING 2 LINES.
038200     MOVE 5 TO WS-LINE-COUNT.
038300 7600-EXIT.
038400     EXIT.
