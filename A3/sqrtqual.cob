000100 *> ---------------------------------------------------------
000200 *> SQRTQUAL - the data-quality scorecard.  REJFILE carries
000300 *> a reason for every record SQRTEDIT bounces and SQRTRWRK
000400 *> returns the ones that keep bouncing, but both are gone by
000500 *> the next night, so nobody could say which departments
000600 *> send the same bad data month after month.  This program
000700 *> keeps the tally on the QUALHIST history (QUALREC), in
000800 *> two passes picked by the first SYSIN line:
000900 *>   A - accumulate, nightly right after the edit.  The
001000 *>       night's CLEANINZ and REJFILE, the HELDINZ rows held
001100 *>       since the last fold and the RESUBLOG returns logged
001200 *>       since the last fold are counted by department and
001300 *>       added to each department's row for the month.  The
001400 *>       second SYSIN line is the edit date, zeros for
001500 *>       today; a night already folded is refused, so a
001600 *>       rerun step cannot count it twice.
001600 *>       A clean record released from a budget hold was
001600 *>       counted when it was held, and a recalculation
001600 *>       campaign record is no new submission at all, so
001600 *>       neither is counted clean; each has a run count.
001700 *>   S - scorecard for one month (second SYSIN line YYYYMM,
001800 *>       zeros for the month just ended).  Per department:
001900 *>       records submitted, clean, held and rejected by
002000 *>       reason code, the resubmission rate, the records
002100 *>       returned, and the reject rate set against the three
002200 *>       months before.  A department whose reject rate went
002300 *>       up is flagged WORSE and listed at the end with its
002400 *>       DEPTMAST contact to call.
002500 *>   RC 0  - night folded / scorecard printed, none worse.
002600 *>   RC 4  - night already folded, nothing for the month,
002700 *>           or a department got worse.
002800 *>   RC 8  - bad entry, no edit output or no QUALHIST.
002900 *>
003000 *> Modification History:
003100 *>   2026-10-15  DW   New program.
003100 *>   2026-10-15  DW   Released holds and recalculation
003100 *>                   records on CLEANINZ are no longer
003100 *>                   counted clean.
003200 *> ---------------------------------------------------------
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. SQRTQUAL.
003500 AUTHOR. D. WHITFIELD.
003600 INSTALLATION. ENGINEERING SYSTEMS.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
004300     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RPT-FILE-STATUS.
004600     SELECT OPTIONAL QUALITY-HISTORY ASSIGN TO "QUALHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS QUALITY-HISTORY-KEY
005000         FILE STATUS IS WS-QUAL-FILE-STATUS.
005100     SELECT OPTIONAL CLEAN-INPUT ASSIGN TO "CLEANINZ"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CLEAN-FILE-STATUS.
005400     SELECT OPTIONAL REJECT-INPUT ASSIGN TO "REJFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REJ-FILE-STATUS.
005700     SELECT OPTIONAL HELD-INPUT ASSIGN TO "HELDINZ"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-HELD-FILE-STATUS.
006000     SELECT OPTIONAL RESUB-LOG ASSIGN TO "RESUBLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RESUB-FILE-STATUS.
006300     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DM-DEPT-CODE
006700         FILE STATUS IS WS-DEPT-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STANDARD-OUTPUT.
007100     01 OUT-LINE  PICTURE X(80).
007200 FD  REPORT-FILE.
007300     01 RPT-LINE  PICTURE X(132).
007400 FD  QUALITY-HISTORY.
007500     COPY QUALREC.
007600 FD  CLEAN-INPUT.
007700     01 CLEAN-RECORD            PICTURE X(60).
007800 FD  REJECT-INPUT.
007900 *> same shape SQRTEDIT writes: reason code, separator, then
008000 *> the untouched original record image.
008100     01 REJECT-RECORD.
008200        02 RJ-REASON-CODE       PICTURE X(02).
008300        02 RJ-SEP               PICTURE X(01).
008400        02 RJ-RECORD-IMAGE      PICTURE X(60).
008500 FD  HELD-INPUT.
008600     COPY HELDREC.
008700 FD  RESUB-LOG.
008800     COPY RSUBREC.
008900 FD  DEPT-MASTER.
009000     COPY DEPTREC.
009100 WORKING-STORAGE SECTION.
009200 *> -------------------------------------------------------
009300 *> file statuses and read control
009400 *> -------------------------------------------------------
009500 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
009600     88 RPT-FILE-OK                           VALUE '00'.
009700 77  WS-QUAL-FILE-STATUS        PICTURE X(02) VALUE '00'.
009800     88 QUAL-FILE-OK                          VALUE '00'.
009900     88 QUAL-OPEN-OK                          VALUE '00' '05'.
010000     88 QUAL-FILE-NOT-FOUND                   VALUE '35'.
010100 77  WS-CLEAN-FILE-STATUS       PICTURE X(02) VALUE '00'.
010200     88 CLEAN-FILE-OK                         VALUE '00'.
010300 77  WS-REJ-FILE-STATUS         PICTURE X(02) VALUE '00'.
010400     88 REJ-FILE-OK                           VALUE '00'.
010500 77  WS-HELD-FILE-STATUS        PICTURE X(02) VALUE '00'.
010600     88 HELD-FILE-OK                          VALUE '00'.
010700 77  WS-RESUB-FILE-STATUS       PICTURE X(02) VALUE '00'.
010800     88 RESUB-FILE-OK                         VALUE '00'.
010900 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
011000     88 DEPT-FILE-OK                          VALUE '00'.
011100 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
011200     88 END-OF-INPUT                          VALUE 'Y'.
011300 77  WS-DEPT-OPEN-SW            PICTURE X(01) VALUE 'N'.
011400     88 DEPT-MASTER-OPEN                      VALUE 'Y'.
011500 77  WS-EDIT-FOUND-SW           PICTURE X(01) VALUE 'N'.
011600     88 EDIT-OUTPUT-FOUND                     VALUE 'Y'.
011700 77  WS-NEW-ROW-SW              PICTURE X(01) VALUE 'N'.
011800     88 NEW-HISTORY-ROW                       VALUE 'Y'.
011900 77  WS-FUNCTION-ENTRY          PICTURE X(01) VALUE SPACE.
012000     88 FUNCTION-ACCUMULATE                   VALUE 'A'.
012100     88 FUNCTION-SCORECARD                    VALUE 'S'.
012200 *> -------------------------------------------------------
012300 *> today, the night being folded and the scorecard month.
012400 *> A month is also carried as an index (year times twelve
012500 *> plus month less one) so the three months before it can
012600 *> be found across a year end by subtraction.
012700 *> -------------------------------------------------------
012800 01  WS-TODAY-DATE.
012900     02 WS-TODAY-YYYY           PICTURE 9(04).
013000     02 WS-TODAY-MM             PICTURE 9(02).
013100     02 WS-TODAY-DD             PICTURE 9(02).
013200 77  WS-DATE-ENTRY              PICTURE X(08) VALUE SPACES.
013300 77  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
013400                                  PICTURE 9(08).
013500 01  WS-EDIT-DATE.
013600     02 WS-EDIT-MONTH.
013700        03 WS-EDIT-YYYY         PICTURE 9(04).
013800        03 WS-EDIT-MM           PICTURE 9(02).
013900     02 WS-EDIT-DD              PICTURE 9(02).
014000 01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
014100                                  PICTURE 9(08).
014200 77  WS-MONTH-ENTRY             PICTURE X(06) VALUE SPACES.
014300 77  WS-MONTH-ENTRY-NUM REDEFINES WS-MONTH-ENTRY
014400                                  PICTURE 9(06).
014500 01  WS-SCORE-MONTH.
014600     02 WS-SCORE-YYYY           PICTURE 9(04).
014700     02 WS-SCORE-MM             PICTURE 9(02).
014800 01  WS-SCORE-MONTH-NUM REDEFINES WS-SCORE-MONTH
014900                                  PICTURE 9(06).
015000 01  WS-CONV-MONTH.
015100     02 WS-CONV-YYYY            PICTURE 9(04).
015200     02 WS-CONV-MM              PICTURE 9(02).
015300 01  WS-CONV-MONTH-NUM REDEFINES WS-CONV-MONTH
015400                                  PICTURE 9(06).
015500 77  WS-MONTH-INDEX             PICTURE 9(06) COMP VALUE 0.
015600 77  WS-CONV-REMAINDER          PICTURE 9(02) COMP VALUE 0.
015700 77  WS-PRIOR-FROM-MONTH        PICTURE 9(06) VALUE 0.
015800 77  WS-PRIOR-TO-MONTH          PICTURE 9(06) VALUE 0.
015900 *> -------------------------------------------------------
016000 *> a record image off CLEANINZ, REJFILE or HELDINZ, split
016100 *> the way INZREC lays it out.
016200 *> -------------------------------------------------------
016300 01  WS-WORK-IMAGE              PICTURE X(60).
016400 01  WS-WORK-SPLIT REDEFINES WS-WORK-IMAGE.
016500     02 WW-REC-VALUE            PICTURE S9(11)V9(06).
016600     02 WW-REQUEST-ID           PICTURE X(08).
016700     02 WW-DEPARTMENT           PICTURE X(04).
016800     02 WW-ROOT-DEGREE          PICTURE X(02).
016900     02 WW-DECIMAL-PLACES       PICTURE X(02).
017000     02 WW-RESUBMIT-COUNT       PICTURE X(02).
017100     02 WW-RESUBMIT-NUM REDEFINES WW-RESUBMIT-COUNT
017200                                  PICTURE 9(02).
017300     02 WW-BUDGET-RELEASE       PICTURE X(01).
017300        88 WW-BUDGET-RELEASED               VALUE 'R'.
017300     02 WW-RECALC-FLAG          PICTURE X(01).
017300        88 WW-RECALCULATION                 VALUE 'C'.
017300     02 FILLER                  PICTURE X(23).
017400 *> -------------------------------------------------------
017500 *> the control row as read, and the newest HELDINZ and
017600 *> RESUBLOG stamps taken this run.
017700 *> -------------------------------------------------------
017800 77  WS-LAST-EDIT-DATE          PICTURE 9(08) VALUE 0.
017900 01  WS-LAST-HELD-STAMP.
018000     02 WS-LAST-HELD-DATE       PICTURE 9(08) VALUE 0.
018100     02 WS-LAST-HELD-TIME       PICTURE 9(08) VALUE 0.
018200 01  WS-LAST-RETURN-STAMP.
018300     02 WS-LAST-RETURN-DATE     PICTURE 9(08) VALUE 0.
018400     02 WS-LAST-RETURN-TIME     PICTURE 9(08) VALUE 0.
018500 01  WS-NEW-HELD-STAMP.
018600     02 WS-NEW-HELD-DATE        PICTURE 9(08) VALUE 0.
018700     02 WS-NEW-HELD-TIME        PICTURE 9(08) VALUE 0.
018800 01  WS-NEW-RETURN-STAMP.
018900     02 WS-NEW-RETURN-DATE      PICTURE 9(08) VALUE 0.
019000     02 WS-NEW-RETURN-TIME      PICTURE 9(08) VALUE 0.
019100 01  WS-ROW-STAMP.
019200     02 WS-ROW-DATE             PICTURE 9(08) VALUE 0.
019300     02 WS-ROW-TIME             PICTURE 9(08) VALUE 0.
019400 *> -------------------------------------------------------
019500 *> the department table - the night's counts on a fold,
019600 *> the month's and the three months before on a scorecard.
019700 *> WS-SCORE-WORK has the entry's layout, so a department is
019800 *> moved there whole to be printed, and the all-department
019900 *> totals are kept the same way.
020000 *> -------------------------------------------------------
020100 77  WS-DEPT-MAX                PICTURE 9(03) COMP VALUE 100.
020200 77  WS-DEPT-COUNT              PICTURE 9(03) COMP VALUE 0.
020300 77  WS-DEPT-SUB                PICTURE 9(03) COMP VALUE 0.
020400 77  WS-DEPT-SLOT               PICTURE 9(03) COMP VALUE 0.
020500 77  WS-FIND-DEPT               PICTURE X(04) VALUE SPACES.
020600 01  WS-QUALITY-DEPT-TABLE.
020700     02 WS-QUALITY-DEPT-ENTRY OCCURS 100 TIMES.
020800        03 QS-DEPARTMENT        PICTURE X(04).
020900        03 QS-SUBMITTED         PICTURE 9(07) COMP.
021000        03 QS-CLEAN             PICTURE 9(07) COMP.
021100        03 QS-HELD              PICTURE 9(07) COMP.
021200        03 QS-REJECTED          PICTURE 9(07) COMP.
021300        03 QS-NN-REJECTED       PICTURE 9(07) COMP.
021400        03 QS-ZR-REJECTED       PICTURE 9(07) COMP.
021500        03 QS-EX-REJECTED       PICTURE 9(07) COMP.
021600        03 QS-NG-REJECTED       PICTURE 9(07) COMP.
021700        03 QS-DP-REJECTED       PICTURE 9(07) COMP.
021800        03 QS-DU-REJECTED       PICTURE 9(07) COMP.
021900        03 QS-OT-REJECTED       PICTURE 9(07) COMP.
022000        03 QS-RESUBMITTED       PICTURE 9(07) COMP.
022100        03 QS-RETURNED          PICTURE 9(07) COMP.
022200        03 QS-PRIOR-SUBMITTED   PICTURE 9(07) COMP.
022300        03 QS-PRIOR-REJECTED    PICTURE 9(07) COMP.
022400        03 QS-WORSE-SW          PICTURE X(01).
022500           88 QS-GOT-WORSE                    VALUE 'Y'.
022600 01  WS-SCORE-WORK.
022700     02 SW-DEPARTMENT           PICTURE X(04).
022800     02 SW-SUBMITTED            PICTURE 9(07) COMP.
022900     02 SW-CLEAN                PICTURE 9(07) COMP.
023000     02 SW-HELD                 PICTURE 9(07) COMP.
023100     02 SW-REJECTED             PICTURE 9(07) COMP.
023200     02 SW-NN-REJECTED          PICTURE 9(07) COMP.
023300     02 SW-ZR-REJECTED          PICTURE 9(07) COMP.
023400     02 SW-EX-REJECTED          PICTURE 9(07) COMP.
023500     02 SW-NG-REJECTED          PICTURE 9(07) COMP.
023600     02 SW-DP-REJECTED          PICTURE 9(07) COMP.
023700     02 SW-DU-REJECTED          PICTURE 9(07) COMP.
023800     02 SW-OT-REJECTED          PICTURE 9(07) COMP.
023900     02 SW-RESUBMITTED          PICTURE 9(07) COMP.
024000     02 SW-RETURNED             PICTURE 9(07) COMP.
024100     02 SW-PRIOR-SUBMITTED      PICTURE 9(07) COMP.
024200     02 SW-PRIOR-REJECTED       PICTURE 9(07) COMP.
024300     02 SW-WORSE-SW             PICTURE X(01).
024400        88 SW-GOT-WORSE                       VALUE 'Y'.
024500 01  WS-SCORE-TOTAL.
024600     02 ST-DEPARTMENT           PICTURE X(04).
024700     02 ST-SUBMITTED            PICTURE 9(07) COMP.
024800     02 ST-CLEAN                PICTURE 9(07) COMP.
024900     02 ST-HELD                 PICTURE 9(07) COMP.
025000     02 ST-REJECTED             PICTURE 9(07) COMP.
025100     02 ST-NN-REJECTED          PICTURE 9(07) COMP.
025200     02 ST-ZR-REJECTED          PICTURE 9(07) COMP.
025300     02 ST-EX-REJECTED          PICTURE 9(07) COMP.
025400     02 ST-NG-REJECTED          PICTURE 9(07) COMP.
025500     02 ST-DP-REJECTED          PICTURE 9(07) COMP.
025600     02 ST-DU-REJECTED          PICTURE 9(07) COMP.
025700     02 ST-OT-REJECTED          PICTURE 9(07) COMP.
025800     02 ST-RESUBMITTED          PICTURE 9(07) COMP.
025900     02 ST-RETURNED             PICTURE 9(07) COMP.
026000     02 ST-PRIOR-SUBMITTED      PICTURE 9(07) COMP.
026100     02 ST-PRIOR-REJECTED       PICTURE 9(07) COMP.
026200     02 ST-WORSE-SW             PICTURE X(01).
026300 *> -------------------------------------------------------
026400 *> rates, as percentages of the records submitted.
026500 *> -------------------------------------------------------
026600 77  WS-REJECT-RATE             PICTURE 9(03)V9(04) VALUE 0.
026700 77  WS-RESUB-RATE              PICTURE 9(03)V9(04) VALUE 0.
026800 77  WS-PRIOR-RATE              PICTURE 9(03)V9(04) VALUE 0.
026900 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 99.
027000 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
027100 *> -------------------------------------------------------
027200 *> control counts and return code.
027300 *> -------------------------------------------------------
027400 77  WS-CLEAN-READ              PICTURE 9(07) COMP VALUE 0.
027400 77  WS-RELEASED-SKIPPED        PICTURE 9(07) COMP VALUE 0.
027400 77  WS-RECALC-SKIPPED          PICTURE 9(07) COMP VALUE 0.
027500 77  WS-REJECTS-READ            PICTURE 9(07) COMP VALUE 0.
027600 77  WS-HELD-TAKEN              PICTURE 9(07) COMP VALUE 0.
027700 77  WS-RETURNS-TAKEN           PICTURE 9(07) COMP VALUE 0.
027800 77  WS-NOT-TABLED              PICTURE 9(07) COMP VALUE 0.
027900 77  WS-ROWS-ADDED              PICTURE 9(07) COMP VALUE 0.
028000 77  WS-ROWS-UPDATED            PICTURE 9(07) COMP VALUE 0.
028100 77  WS-HISTORY-READ            PICTURE 9(07) COMP VALUE 0.
028200 77  WS-DEPTS-REPORTED          PICTURE 9(07) COMP VALUE 0.
028300 77  WS-DEPTS-WORSE             PICTURE 9(07) COMP VALUE 0.
028400 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
028500 *> -------------------------------------------------------
028600 *> prompts and console lines
028700 *> -------------------------------------------------------
028800 01  WELCOME.
028900     02 FILLER PICTURE X(34) VALUE
029000        ' DATA-QUALITY SCORECARD           '.
029100 01  FUNCTION-PROMPT.
029200     02 FILLER PICTURE X(48) VALUE
029300        ' ENTER A ACCUMULATE A NIGHT, OR S SCORECARD:    '.
029400 01  BAD-FUNCTION-MESS.
029500     02 FILLER PICTURE X(40) VALUE
029600        ' FUNCTION NOT A OR S - RUN ENDS HERE.   '.
029700 01  DATE-PROMPT.
029800     02 FILLER PICTURE X(44) VALUE
029900        ' EDIT DATE YYYYMMDD (ZEROS = TODAY):        '.
030000 01  MONTH-PROMPT.
030100     02 FILLER PICTURE X(46) VALUE
030200        ' MONTH YYYYMM (ZEROS = THE MONTH JUST ENDED): '.
030300 01  BAD-DATE-MESS.
030400     02 FILLER PICTURE X(44) VALUE
030500        ' DATE OR MONTH NOT VALID - RUN ENDS HERE.   '.
030600 01  ALREADY-FOLDED-MESS.
030700     02 FILLER PICTURE X(44) VALUE
030800        ' NIGHT ALREADY FOLDED INTO QUALHIST - LAST: '.
030900     02 AF-LAST-DATE            PICTURE 9(08).
031000 01  NO-EDIT-OUTPUT-MESS.
031100     02 FILLER PICTURE X(44) VALUE
031200        ' NO CLEANINZ OR REJFILE - NOTHING TO FOLD.  '.
031300 01  NO-HISTORY-MESS.
031400     02 FILLER PICTURE X(44) VALUE
031500        ' QUALHIST NOT FOUND - RUN ENDS HERE.        '.
031600 01  NO-ACTIVITY-MESS.
031700     02 FILLER PICTURE X(44) VALUE
031800        ' NO DEPARTMENT HAS HISTORY FOR THE MONTH.   '.
031900 01  COUNT-LINE.
032000     02 CL-LABEL              PICTURE X(25).
032100     02 CL-COUNT              PICTURE ZZZ,ZZ9.
032200 01  QUIT.
032300     02 FILLER PICTURE X(38) VALUE
032400        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
032500 *> -------------------------------------------------------
032600 *> report lines
032700 *> -------------------------------------------------------
032800 01  TITLE-LINE.
032900     02 FILLER PICTURE X(20) VALUE SPACES.
033000     02 TL-TITLE               PICTURE X(40).
033100     02 FILLER PICTURE X(10) VALUE SPACES.
033200     02 FILLER PICTURE X(05) VALUE 'PAGE '.
033300     02 TL-PAGE                PICTURE ZZZZ9.
033400 01  MONTH-LINE.
033500     02 FILLER PICTURE X(07) VALUE ' MONTH '.
033600     02 ML-MONTH               PICTURE 9999/99.
033700     02 FILLER PICTURE X(20) VALUE
033800        '    COMPARED WITH   '.
033900     02 ML-PRIOR-FROM          PICTURE 9999/99.
034000     02 FILLER PICTURE X(06) VALUE ' THRU '.
034100     02 ML-PRIOR-TO            PICTURE 9999/99.
034200 01  SCORE-HEAD-1.
034300     02 FILLER PICTURE X(30) VALUE SPACES.
034400     02 FILLER PICTURE X(49) VALUE
034500        '----------- REJECTED BY REASON CODE ------------ '.
034600     02 FILLER PICTURE X(30) VALUE
034700        ' REJECT   RESUB          PRIOR'.
034800 01  SCORE-HEAD-2.
034900     02 FILLER PICTURE X(30) VALUE
035000        ' DEPT  SUBMIT   CLEAN    HELD '.
035100     02 FILLER PICTURE X(49) VALUE
035200        '    NN     ZR     EX     NG     DP     DU  OTHER '.
035300     02 FILLER PICTURE X(37) VALUE
035400        ' RATE %  RATE % RETURN  3 MO %  TREND'.
035500 01  SCORE-DETAIL-LINE.
035600     02 FILLER PICTURE X(01) VALUE SPACE.
035700     02 SD-DEPARTMENT          PICTURE X(04).
035800     02 FILLER PICTURE X(01) VALUE SPACE.
035900     02 SD-SUBMITTED           PICTURE ZZZ,ZZ9.
036000     02 FILLER PICTURE X(01) VALUE SPACE.
036100     02 SD-CLEAN               PICTURE ZZZ,ZZ9.
036200     02 FILLER PICTURE X(01) VALUE SPACE.
036300     02 SD-HELD                PICTURE ZZZ,ZZ9.
036400     02 FILLER PICTURE X(01) VALUE SPACE.
036500     02 SD-NN-REJECTED         PICTURE ZZ,ZZ9.
036600     02 FILLER PICTURE X(01) VALUE SPACE.
036700     02 SD-ZR-REJECTED         PICTURE ZZ,ZZ9.
036800     02 FILLER PICTURE X(01) VALUE SPACE.
036900     02 SD-EX-REJECTED         PICTURE ZZ,ZZ9.
037000     02 FILLER PICTURE X(01) VALUE SPACE.
037100     02 SD-NG-REJECTED         PICTURE ZZ,ZZ9.
037200     02 FILLER PICTURE X(01) VALUE SPACE.
037300     02 SD-DP-REJECTED         PICTURE ZZ,ZZ9.
037400     02 FILLER PICTURE X(01) VALUE SPACE.
037500     02 SD-DU-REJECTED         PICTURE ZZ,ZZ9.
037600     02 FILLER PICTURE X(01) VALUE SPACE.
037700     02 SD-OT-REJECTED         PICTURE ZZ,ZZ9.
037800     02 FILLER PICTURE X(03) VALUE SPACES.
037900     02 SD-REJECT-RATE         PICTURE ZZ9.9.
038000     02 FILLER PICTURE X(03) VALUE SPACES.
038100     02 SD-RESUB-RATE          PICTURE ZZ9.9.
038200     02 FILLER PICTURE X(01) VALUE SPACE.
038300     02 SD-RETURNED            PICTURE ZZ,ZZ9.
038400     02 FILLER PICTURE X(03) VALUE SPACES.
038500     02 SD-PRIOR-RATE          PICTURE ZZ9.9.
038600     02 SD-PRIOR-TEXT REDEFINES SD-PRIOR-RATE
038700                               PICTURE X(05).
038800     02 FILLER PICTURE X(02) VALUE SPACES.
038900     02 SD-TREND               PICTURE X(10).
039000 01  SCORE-LEGEND-1.
039100     02 FILLER PICTURE X(44) VALUE
039200        ' SUBMITTED = CLEAN + HELD OVER BUDGET + REJE'.
039300     02 FILLER PICTURE X(44) VALUE
039400        'CTED.  REJECT RATE = REJECTED / SUBMITTED.  '.
039500 01  SCORE-LEGEND-2.
039600     02 FILLER PICTURE X(44) VALUE
039700        ' RESUB RATE = RESUBMITTED RECORDS / SUBMITTE'.
039800     02 FILLER PICTURE X(44) VALUE
039900        'D.  RETURN = RETURNED AT THE BOUNCE LIMIT.  '.
040000 01  SCORE-LEGEND-3.
040100     02 FILLER PICTURE X(44) VALUE
040200        ' 3 MO = REJECT RATE OVER THE THREE MONTHS BE'.
040300     02 FILLER PICTURE X(44) VALUE
040400        'FORE.  WORSE = THIS MONTH ABOVE THAT RATE.  '.
040500 01  CALL-TITLE-LINE.
040600     02 FILLER PICTURE X(44) VALUE
040700        ' DEPARTMENTS GETTING WORSE - CALL THE CONTAC'.
040800     02 FILLER PICTURE X(02) VALUE 'T '.
040900 01  CALL-DEPT-LINE.
041000     02 FILLER PICTURE X(06) VALUE ' DEPT '.
041100     02 CD-DEPARTMENT          PICTURE X(04).
041200     02 FILLER PICTURE X(02) VALUE SPACES.
041300     02 CD-DEPT-NAME           PICTURE X(25).
041400     02 FILLER PICTURE X(10) VALUE '  CONTACT '.
041500     02 CD-CONTACT             PICTURE X(25).
041600     02 FILLER PICTURE X(16) VALUE '  REJECT RATE   '.
041700     02 CD-REJECT-RATE         PICTURE ZZ9.9.
041800     02 FILLER PICTURE X(15) VALUE ' %, WAS        '.
041900     02 CD-PRIOR-RATE          PICTURE ZZ9.9.
042000     02 FILLER PICTURE X(02) VALUE ' %'.
042100 01  CALL-NONE-LINE.
042200     02 FILLER PICTURE X(44) VALUE
042300        ' NO DEPARTMENT GOT WORSE - NOBODY TO CALL.  '.
042400
042500 PROCEDURE DIVISION.
042600 0000-MAINLINE.
042700     OPEN OUTPUT STANDARD-OUTPUT.
042800     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
042900     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
043000     ACCEPT WS-FUNCTION-ENTRY.
043100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
043200     IF FUNCTION-ACCUMULATE
043300         PERFORM 1000-GET-EDIT-DATE THRU 1000-EXIT
043400         PERFORM 2000-ACCUMULATE-NIGHT THRU 2000-EXIT
043500     ELSE
043600         IF FUNCTION-SCORECARD
043700             PERFORM 1100-GET-SCORE-MONTH THRU 1100-EXIT
043800             PERFORM 3000-PRINT-SCORECARD THRU 3000-EXIT
043900         ELSE
044000             WRITE OUT-LINE FROM BAD-FUNCTION-MESS
044100                 AFTER ADVANCING 1 LINE
044200             MOVE 8 TO WS-RETURN-CODE
044300         END-IF
044400     END-IF.
044500     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
044600     CLOSE STANDARD-OUTPUT.
044700     MOVE WS-RETURN-CODE TO RETURN-CODE.
044800     STOP RUN.
044900
045000 *> -------------------------------------------------------
045100 *> 1000-GET-EDIT-DATE - the night to fold.  Blank or zeros
045200 *> is today, which is what the nightly step passes.
045300 *> -------------------------------------------------------
045400 1000-GET-EDIT-DATE.
045500     WRITE OUT-LINE FROM DATE-PROMPT AFTER ADVANCING 1 LINE.
045600     ACCEPT WS-DATE-ENTRY.
045700     IF WS-DATE-ENTRY = SPACES OR WS-DATE-ENTRY = ZEROS
045800         MOVE WS-TODAY-DATE TO WS-EDIT-DATE
045900         GO TO 1000-EXIT
046000     END-IF.
046100     IF WS-DATE-ENTRY-NUM NOT NUMERIC
046200         GO TO 1000-BAD-DATE
046300     END-IF.
046400     MOVE WS-DATE-ENTRY-NUM TO WS-EDIT-DATE-NUM.
046500     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
046600         OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
046700         GO TO 1000-BAD-DATE
046800     END-IF.
046900     GO TO 1000-EXIT.
047000 1000-BAD-DATE.
047100     WRITE OUT-LINE FROM BAD-DATE-MESS AFTER ADVANCING 1 LINE.
047200     CLOSE STANDARD-OUTPUT.
047300     MOVE 8 TO RETURN-CODE.
047400     STOP RUN.
047500 1000-EXIT.
047600     EXIT.
047700
047800 *> -------------------------------------------------------
047900 *> 1100-GET-SCORE-MONTH - the month to score.  Blank or
048000 *> zeros is the month before this one, so the scorecard can
048100 *> run on the first of the month with no entry.  The three
048200 *> months before it are the comparison.
048300 *> -------------------------------------------------------
048400 1100-GET-SCORE-MONTH.
048500     WRITE OUT-LINE FROM MONTH-PROMPT AFTER ADVANCING 1 LINE.
048600     ACCEPT WS-MONTH-ENTRY.
048700     IF WS-MONTH-ENTRY = SPACES OR WS-MONTH-ENTRY = ZEROS
048800         COMPUTE WS-MONTH-INDEX =
048900             WS-TODAY-YYYY * 12 + WS-TODAY-MM - 2
049000         PERFORM 1150-INDEX-TO-MONTH THRU 1150-EXIT
049100         MOVE WS-CONV-MONTH TO WS-SCORE-MONTH
049200     ELSE
049300         IF WS-MONTH-ENTRY-NUM NOT NUMERIC
049400             GO TO 1100-BAD-MONTH
049500         END-IF
049600         MOVE WS-MONTH-ENTRY-NUM TO WS-SCORE-MONTH-NUM
049700         IF WS-SCORE-MM < 01 OR WS-SCORE-MM > 12
049800             GO TO 1100-BAD-MONTH
049900         END-IF
050000     END-IF.
050100     COMPUTE WS-MONTH-INDEX =
050200         WS-SCORE-YYYY * 12 + WS-SCORE-MM - 4.
050300     PERFORM 1150-INDEX-TO-MONTH THRU 1150-EXIT.
050400     MOVE WS-CONV-MONTH-NUM TO WS-PRIOR-FROM-MONTH.
050500     ADD 2 TO WS-MONTH-INDEX.
050600     PERFORM 1150-INDEX-TO-MONTH THRU 1150-EXIT.
050700     MOVE WS-CONV-MONTH-NUM TO WS-PRIOR-TO-MONTH.
050800     GO TO 1100-EXIT.
050900 1100-BAD-MONTH.
051000     WRITE OUT-LINE FROM BAD-DATE-MESS AFTER ADVANCING 1 LINE.
051100     CLOSE STANDARD-OUTPUT.
051200     MOVE 8 TO RETURN-CODE.
051300     STOP RUN.
051400 1100-EXIT.
051500     EXIT.
051600
051700 1150-INDEX-TO-MONTH.
051800     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CONV-YYYY
051900         REMAINDER WS-CONV-REMAINDER.
052000     COMPUTE WS-CONV-MM = WS-CONV-REMAINDER + 1.
052100 1150-EXIT.
052200     EXIT.
052300
052400 *> -------------------------------------------------------
052500 *> 2000-ACCUMULATE-NIGHT - the night's edit output counted
052600 *> by department, then folded into each department's row
052700 *> for the month, then the returns logged since the last
052800 *> fold, then the control row moved on.  CLEANINZ and
052900 *> REJFILE are the night's own files; HELDINZ and RESUBLOG
053000 *> build up, so only rows stamped after the last fold count.
053100 *> -------------------------------------------------------
053200 2000-ACCUMULATE-NIGHT.
053300     OPEN I-O QUALITY-HISTORY.
053400     IF QUAL-FILE-NOT-FOUND
053500         OPEN OUTPUT QUALITY-HISTORY
053600         CLOSE QUALITY-HISTORY
053700         OPEN I-O QUALITY-HISTORY
053800     END-IF.
053900     IF NOT QUAL-OPEN-OK
054000         DISPLAY 'UNABLE TO OPEN QUALHIST, STATUS '
054100             WS-QUAL-FILE-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN
054400     END-IF.
054500     PERFORM 2100-READ-CONTROL-ROW THRU 2100-EXIT.
054600     IF WS-EDIT-DATE-NUM NOT > WS-LAST-EDIT-DATE
054700         MOVE WS-LAST-EDIT-DATE TO AF-LAST-DATE
054800         WRITE OUT-LINE FROM ALREADY-FOLDED-MESS
054900             AFTER ADVANCING 1 LINE
055000         CLOSE QUALITY-HISTORY
055100         MOVE 4 TO WS-RETURN-CODE
055200         GO TO 2000-EXIT
055300     END-IF.
055400     OPEN INPUT CLEAN-INPUT.
055500     IF CLEAN-FILE-OK
055600         SET EDIT-OUTPUT-FOUND TO TRUE
055700         MOVE 'N' TO WS-EOF-SW
055800         PERFORM 2200-TALLY-CLEAN THRU 2200-EXIT
055900             UNTIL END-OF-INPUT
056000     END-IF.
056100     CLOSE CLEAN-INPUT.
056200     OPEN INPUT REJECT-INPUT.
056300     IF REJ-FILE-OK
056400         SET EDIT-OUTPUT-FOUND TO TRUE
056500         MOVE 'N' TO WS-EOF-SW
056600         PERFORM 2300-TALLY-REJECT THRU 2300-EXIT
056700             UNTIL END-OF-INPUT
056800     END-IF.
056900     CLOSE REJECT-INPUT.
057000     IF NOT EDIT-OUTPUT-FOUND
057100         WRITE OUT-LINE FROM NO-EDIT-OUTPUT-MESS
057200             AFTER ADVANCING 1 LINE
057300         CLOSE QUALITY-HISTORY
057400         MOVE 8 TO WS-RETURN-CODE
057500         GO TO 2000-EXIT
057600     END-IF.
057700     OPEN INPUT HELD-INPUT.
057800     IF HELD-FILE-OK
057900         MOVE 'N' TO WS-EOF-SW
058000         PERFORM 2400-TALLY-HELD THRU 2400-EXIT
058100             UNTIL END-OF-INPUT
058200     END-IF.
058300     CLOSE HELD-INPUT.
058400     PERFORM 2500-FOLD-ONE-DEPT THRU 2500-EXIT
058500         VARYING WS-DEPT-SUB FROM 1 BY 1
058600         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
058700     OPEN INPUT RESUB-LOG.
058800     IF RESUB-FILE-OK
058900         MOVE 'N' TO WS-EOF-SW
059000         PERFORM 2600-FOLD-RETURN THRU 2600-EXIT
059100             UNTIL END-OF-INPUT
059200     END-IF.
059300     CLOSE RESUB-LOG.
059400     PERFORM 2700-WRITE-CONTROL-ROW THRU 2700-EXIT.
059500     CLOSE QUALITY-HISTORY.
059600     PERFORM 5000-PRINT-FOLD-COUNTS THRU 5000-EXIT.
059700 2000-EXIT.
059800     EXIT.
059900
060000 *> -------------------------------------------------------
060100 *> 2100-READ-CONTROL-ROW - no control row yet means nothing
060200 *> has been folded: every HELDINZ and RESUBLOG row counts.
060300 *> -------------------------------------------------------
060400 2100-READ-CONTROL-ROW.
060500     MOVE '****' TO QH-DEPARTMENT.
060600     MOVE 0 TO QH-MONTH.
060700     READ QUALITY-HISTORY
060800         INVALID KEY
060900             GO TO 2100-EXIT
061000     END-READ.
061100     MOVE QH-LAST-EDIT-DATE TO WS-LAST-EDIT-DATE.
061200     MOVE QH-LAST-HELD-STAMP TO WS-LAST-HELD-STAMP.
061300     MOVE QH-LAST-RETURN-STAMP TO WS-LAST-RETURN-STAMP.
061400 2100-EXIT.
061500     EXIT.
061600
061600 *> -------------------------------------------------------
061600 *> 2200-TALLY-CLEAN - a released hold was counted when it
061600 *> was held, and a recalculation record is an old request
061600 *> redone, so neither adds to the department's clean count.
061600 *> -------------------------------------------------------
061700 2200-TALLY-CLEAN.
061800     READ CLEAN-INPUT
061900         AT END
062000             MOVE 'Y' TO WS-EOF-SW
062100             GO TO 2200-EXIT
062200     END-READ.
062300     ADD 1 TO WS-CLEAN-READ.
062400     MOVE CLEAN-RECORD TO WS-WORK-IMAGE.
062400     IF WW-RECALCULATION
062400         ADD 1 TO WS-RECALC-SKIPPED
062400         GO TO 2200-EXIT
062400     END-IF.
062400     IF WW-BUDGET-RELEASED
062400         ADD 1 TO WS-RELEASED-SKIPPED
062400         GO TO 2200-EXIT
062400     END-IF.
062500     PERFORM 2800-FIND-IMAGE-SLOT THRU 2800-EXIT.
062600     IF WS-DEPT-SLOT > 0
062700         ADD 1 TO QS-CLEAN (WS-DEPT-SLOT)
062800     END-IF.
062900 2200-EXIT.
063000     EXIT.
063100
063200 *> -------------------------------------------------------
063300 *> 2300-TALLY-REJECT - the reject counts against its reason
063400 *> code; a code this program does not know goes to OTHER.
063500 *> -------------------------------------------------------
063600 2300-TALLY-REJECT.
063700     READ REJECT-INPUT
063800         AT END
063900             MOVE 'Y' TO WS-EOF-SW
064000             GO TO 2300-EXIT
064100     END-READ.
064200     ADD 1 TO WS-REJECTS-READ.
064300     MOVE RJ-RECORD-IMAGE TO WS-WORK-IMAGE.
064400     PERFORM 2800-FIND-IMAGE-SLOT THRU 2800-EXIT.
064500     IF WS-DEPT-SLOT = 0
064600         GO TO 2300-EXIT
064700     END-IF.
064800     ADD 1 TO QS-REJECTED (WS-DEPT-SLOT).
064900     IF RJ-REASON-CODE = 'NN'
065000         ADD 1 TO QS-NN-REJECTED (WS-DEPT-SLOT)
065100     ELSE
065200         IF RJ-REASON-CODE = 'ZR'
065300             ADD 1 TO QS-ZR-REJECTED (WS-DEPT-SLOT)
065400         ELSE
065500             IF RJ-REASON-CODE = 'EX'
065600                 ADD 1 TO QS-EX-REJECTED (WS-DEPT-SLOT)
065700             ELSE
065800                 IF RJ-REASON-CODE = 'NG'
065900                     ADD 1 TO QS-NG-REJECTED (WS-DEPT-SLOT)
066000                 ELSE
066100                     IF RJ-REASON-CODE = 'DP'
066200                         ADD 1 TO QS-DP-REJECTED (WS-DEPT-SLOT)
066300                     ELSE
066400                         IF RJ-REASON-CODE = 'DU'
066500                             ADD 1 TO
066600                                 QS-DU-REJECTED (WS-DEPT-SLOT)
066700                         ELSE
066800                             ADD 1 TO
066900                                 QS-OT-REJECTED (WS-DEPT-SLOT)
067000                         END-IF
067100                     END-IF
067200                 END-IF
067300             END-IF
067400         END-IF
067500     END-IF.
067600 2300-EXIT.
067700     EXIT.
067800
067900 *> -------------------------------------------------------
068000 *> 2400-TALLY-HELD - a request held over budget since the
068100 *> last fold; the newest stamp taken moves the control row.
068200 *> -------------------------------------------------------
068300 2400-TALLY-HELD.
068400     READ HELD-INPUT
068500         AT END
068600             MOVE 'Y' TO WS-EOF-SW
068700             GO TO 2400-EXIT
068800     END-READ.
068900     MOVE HQ-HELD-DATE TO WS-ROW-DATE.
069000     MOVE HQ-HELD-TIME TO WS-ROW-TIME.
069100     IF WS-ROW-STAMP NOT > WS-LAST-HELD-STAMP
069200         GO TO 2400-EXIT
069300     END-IF.
069400     IF WS-ROW-STAMP > WS-NEW-HELD-STAMP
069500         MOVE WS-ROW-STAMP TO WS-NEW-HELD-STAMP
069600     END-IF.
069700     ADD 1 TO WS-HELD-TAKEN.
069800     MOVE HQ-RECORD-IMAGE TO WS-WORK-IMAGE.
069900     PERFORM 2800-FIND-IMAGE-SLOT THRU 2800-EXIT.
070000     IF WS-DEPT-SLOT > 0
070100         ADD 1 TO QS-HELD (WS-DEPT-SLOT)
070200     END-IF.
070300 2400-EXIT.
070400     EXIT.
070500
070600 *> -------------------------------------------------------
070700 *> 2500-FOLD-ONE-DEPT - one department's night added to its
070800 *> row for the edit month, the row started at zero if this
070900 *> is the department's first night of the month.
071000 *> -------------------------------------------------------
071100 2500-FOLD-ONE-DEPT.
071200     COMPUTE QS-SUBMITTED (WS-DEPT-SUB) =
071300         QS-CLEAN (WS-DEPT-SUB) + QS-HELD (WS-DEPT-SUB)
071400         + QS-REJECTED (WS-DEPT-SUB).
071500     IF QS-SUBMITTED (WS-DEPT-SUB) = 0
071600         GO TO 2500-EXIT
071700     END-IF.
071800     MOVE QS-DEPARTMENT (WS-DEPT-SUB) TO QH-DEPARTMENT.
071900     MOVE WS-EDIT-MONTH TO QH-MONTH.
072000     READ QUALITY-HISTORY
072100         INVALID KEY
072200             PERFORM 2900-START-MONTH-ROW THRU 2900-EXIT
072300     END-READ.
072400     ADD QS-SUBMITTED (WS-DEPT-SUB) TO QH-SUBMITTED.
072500     ADD QS-CLEAN (WS-DEPT-SUB) TO QH-CLEAN.
072600     ADD QS-HELD (WS-DEPT-SUB) TO QH-HELD.
072700     ADD QS-REJECTED (WS-DEPT-SUB) TO QH-REJECTED.
072800     ADD QS-NN-REJECTED (WS-DEPT-SUB) TO QH-NN-REJECTED.
072900     ADD QS-ZR-REJECTED (WS-DEPT-SUB) TO QH-ZR-REJECTED.
073000     ADD QS-EX-REJECTED (WS-DEPT-SUB) TO QH-EX-REJECTED.
073100     ADD QS-NG-REJECTED (WS-DEPT-SUB) TO QH-NG-REJECTED.
073200     ADD QS-DP-REJECTED (WS-DEPT-SUB) TO QH-DP-REJECTED.
073300     ADD QS-DU-REJECTED (WS-DEPT-SUB) TO QH-DU-REJECTED.
073400     ADD QS-OT-REJECTED (WS-DEPT-SUB) TO QH-OT-REJECTED.
073500     ADD QS-RESUBMITTED (WS-DEPT-SUB) TO QH-RESUBMITTED.
073600     ADD 1 TO QH-NIGHTS.
073700     MOVE WS-EDIT-DATE-NUM TO QH-LAST-NIGHT.
073800     PERFORM 2950-PUT-MONTH-ROW THRU 2950-EXIT.
073900 2500-EXIT.
074000     EXIT.
074100
074200 *> -------------------------------------------------------
074300 *> 2600-FOLD-RETURN - a record the workbench returned to the
074400 *> requester since the last fold, counted in the month it
074500 *> was returned.
074600 *> -------------------------------------------------------
074700 2600-FOLD-RETURN.
074800     READ RESUB-LOG
074900         AT END
075000             MOVE 'Y' TO WS-EOF-SW
075100             GO TO 2600-EXIT
075200     END-READ.
075300     IF NOT RL-RETURNED
075400         GO TO 2600-EXIT
075500     END-IF.
075600     MOVE RL-LOG-DATE TO WS-ROW-DATE.
075700     MOVE RL-LOG-TIME TO WS-ROW-TIME.
075800     IF WS-ROW-STAMP NOT > WS-LAST-RETURN-STAMP
075900         GO TO 2600-EXIT
076000     END-IF.
076100     IF WS-ROW-STAMP > WS-NEW-RETURN-STAMP
076200         MOVE WS-ROW-STAMP TO WS-NEW-RETURN-STAMP
076300     END-IF.
076400     ADD 1 TO WS-RETURNS-TAKEN.
076500     MOVE RL-DEPARTMENT TO QH-DEPARTMENT.
076600     DIVIDE RL-LOG-DATE BY 100 GIVING QH-MONTH.
076700     READ QUALITY-HISTORY
076800         INVALID KEY
076900             PERFORM 2900-START-MONTH-ROW THRU 2900-EXIT
077000     END-READ.
077100     ADD 1 TO QH-RETURNED.
077200     PERFORM 2950-PUT-MONTH-ROW THRU 2950-EXIT.
077300 2600-EXIT.
077400     EXIT.
077500
077600 *> -------------------------------------------------------
077700 *> 2700-WRITE-CONTROL-ROW - the night just folded and the
077800 *> newest stamps taken; a stamp stays where it was when no
077900 *> newer row turned up.
078000 *> -------------------------------------------------------
078100 2700-WRITE-CONTROL-ROW.
078200     IF WS-NEW-HELD-STAMP > WS-LAST-HELD-STAMP
078300         MOVE WS-NEW-HELD-STAMP TO WS-LAST-HELD-STAMP
078400     END-IF.
078500     IF WS-NEW-RETURN-STAMP > WS-LAST-RETURN-STAMP
078600         MOVE WS-NEW-RETURN-STAMP TO WS-LAST-RETURN-STAMP
078700     END-IF.
078800     MOVE '****' TO QH-DEPARTMENT.
078900     MOVE 0 TO QH-MONTH.
079000     READ QUALITY-HISTORY
079100         INVALID KEY
079200             PERFORM 2900-START-MONTH-ROW THRU 2900-EXIT
079300     END-READ.
079400     MOVE WS-EDIT-DATE-NUM TO QH-LAST-EDIT-DATE.
079500     MOVE WS-LAST-HELD-STAMP TO QH-LAST-HELD-STAMP.
079600     MOVE WS-LAST-RETURN-STAMP TO QH-LAST-RETURN-STAMP.
079700     MOVE SPACES TO QH-CONTROL-FILLER.
079800     PERFORM 2950-PUT-MONTH-ROW THRU 2950-EXIT.
079900 2700-EXIT.
080000     EXIT.
080100
080200 *> -------------------------------------------------------
080300 *> 2800-FIND-IMAGE-SLOT - the department off the record
080400 *> image.  Past the table's size the record still shows in
080500 *> the run counts, as not tabled.
080600 *> -------------------------------------------------------
080700 2800-FIND-IMAGE-SLOT.
080800     MOVE WW-DEPARTMENT TO WS-FIND-DEPT.
080900     PERFORM 3300-FIND-DEPT-SLOT THRU 3300-EXIT.
081000     IF WS-DEPT-SLOT = 0
081100         ADD 1 TO WS-NOT-TABLED
081200         GO TO 2800-EXIT
081300     END-IF.
081400     IF WW-RESUBMIT-NUM NUMERIC AND WW-RESUBMIT-NUM > 0
081500         ADD 1 TO QS-RESUBMITTED (WS-DEPT-SLOT)
081600     END-IF.
081700 2800-EXIT.
081800     EXIT.
081900
082000 *> -------------------------------------------------------
082100 *> 2900-START-MONTH-ROW - a row not on file yet, all zero,
082200 *> flagged for a WRITE instead of a REWRITE.
082300 *> -------------------------------------------------------
082400 2900-START-MONTH-ROW.
082500     MOVE ZEROS TO QH-MONTH-DATA.
082600     MOVE SPACES TO QH-FILLER.
082700     SET NEW-HISTORY-ROW TO TRUE.
082800 2900-EXIT.
082900     EXIT.
083000
083100 2950-PUT-MONTH-ROW.
083200     IF NEW-HISTORY-ROW
083300         WRITE QUALITY-HISTORY-RECORD
083400             INVALID KEY
083500                 DISPLAY 'UNABLE TO WRITE QUALHIST, STATUS '
083600                     WS-QUAL-FILE-STATUS
083700                 MOVE 16 TO RETURN-CODE
083800                 STOP RUN
083900         END-WRITE
084000         ADD 1 TO WS-ROWS-ADDED
084100     ELSE
084200         REWRITE QUALITY-HISTORY-RECORD
084300             INVALID KEY
084400                 DISPLAY 'UNABLE TO REWRITE QUALHIST, STATUS '
084500                     WS-QUAL-FILE-STATUS
084600                 MOVE 16 TO RETURN-CODE
084700                 STOP RUN
084800         END-REWRITE
084900         ADD 1 TO WS-ROWS-UPDATED
085000     END-IF.
085100     MOVE 'N' TO WS-NEW-ROW-SW.
085200 2950-EXIT.
085300     EXIT.
085400
085500 *> -------------------------------------------------------
085600 *> 3000-PRINT-SCORECARD - QUALHIST is read in key order,
085700 *> department then month, and each department's month and
085800 *> its three months before are gathered into the table;
085900 *> the scorecard, the totals and the list of departments to
086000 *> call are printed from there.  DEPTMAST only fills in
086100 *> names and contacts.
086200 *> -------------------------------------------------------
086300 3000-PRINT-SCORECARD.
086400     OPEN INPUT QUALITY-HISTORY.
086500     IF NOT QUAL-FILE-OK
086600         WRITE OUT-LINE FROM NO-HISTORY-MESS
086700             AFTER ADVANCING 1 LINE
086800         MOVE 8 TO WS-RETURN-CODE
086900         GO TO 3000-EXIT
087000     END-IF.
087100     MOVE 'N' TO WS-EOF-SW.
087200     PERFORM 3100-LOAD-ONE-ROW THRU 3100-EXIT
087300         UNTIL END-OF-INPUT.
087400     CLOSE QUALITY-HISTORY.
087500     OPEN OUTPUT REPORT-FILE.
087600     IF NOT RPT-FILE-OK
087700         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
087800             WS-RPT-FILE-STATUS
087900         MOVE 16 TO RETURN-CODE
088000         STOP RUN
088100     END-IF.
088200     OPEN INPUT DEPT-MASTER.
088300     IF DEPT-FILE-OK
088400         SET DEPT-MASTER-OPEN TO TRUE
088500     END-IF.
088600     MOVE 'DATA-QUALITY SCORECARD BY DEPARTMENT' TO TL-TITLE.
088700     MOVE WS-SCORE-MONTH-NUM TO ML-MONTH.
088800     MOVE WS-PRIOR-FROM-MONTH TO ML-PRIOR-FROM.
088900     MOVE WS-PRIOR-TO-MONTH TO ML-PRIOR-TO.
089000     INITIALIZE WS-SCORE-TOTAL.
089100     MOVE 'ALL ' TO ST-DEPARTMENT.
089200     PERFORM 4000-PRINT-DEPT-LINES THRU 4000-EXIT.
089300     PERFORM 4500-PRINT-CALL-LIST THRU 4500-EXIT.
089400     PERFORM 5100-PRINT-SCORE-COUNTS THRU 5100-EXIT.
089500     IF DEPT-MASTER-OPEN
089600         CLOSE DEPT-MASTER
089700     END-IF.
089800     CLOSE REPORT-FILE.
089900     IF WS-DEPTS-REPORTED = 0
090000         WRITE OUT-LINE FROM NO-ACTIVITY-MESS
090100             AFTER ADVANCING 1 LINE
090200         MOVE 4 TO WS-RETURN-CODE
090300     END-IF.
090400     IF WS-DEPTS-WORSE > 0
090500         MOVE 4 TO WS-RETURN-CODE
090600     END-IF.
090700 3000-EXIT.
090800     EXIT.
090900
091000 *> -------------------------------------------------------
091100 *> 3100-LOAD-ONE-ROW - the scorecard month's counts, and the
091200 *> submitted and rejected counts of the three months before,
091300 *> gathered by department.  The control row and any other
091400 *> month are passed over.
091500 *> -------------------------------------------------------
091600 3100-LOAD-ONE-ROW.
091700     READ QUALITY-HISTORY NEXT RECORD
091800         AT END
091900             MOVE 'Y' TO WS-EOF-SW
092000             GO TO 3100-EXIT
092100     END-READ.
092200     ADD 1 TO WS-HISTORY-READ.
092300     IF QH-CONTROL-ROW
092400         GO TO 3100-EXIT
092500     END-IF.
092600     IF QH-MONTH NOT = WS-SCORE-MONTH-NUM
092700         AND (QH-MONTH < WS-PRIOR-FROM-MONTH
092800              OR QH-MONTH > WS-PRIOR-TO-MONTH)
092900         GO TO 3100-EXIT
093000     END-IF.
093100     MOVE QH-DEPARTMENT TO WS-FIND-DEPT.
093200     PERFORM 3300-FIND-DEPT-SLOT THRU 3300-EXIT.
093300     IF WS-DEPT-SLOT = 0
093400         ADD 1 TO WS-NOT-TABLED
093500         GO TO 3100-EXIT
093600     END-IF.
093700     IF QH-MONTH NOT = WS-SCORE-MONTH-NUM
093800         ADD QH-SUBMITTED TO QS-PRIOR-SUBMITTED (WS-DEPT-SLOT)
093900         ADD QH-REJECTED TO QS-PRIOR-REJECTED (WS-DEPT-SLOT)
094000         GO TO 3100-EXIT
094100     END-IF.
094200     MOVE QH-SUBMITTED TO QS-SUBMITTED (WS-DEPT-SLOT).
094300     MOVE QH-CLEAN TO QS-CLEAN (WS-DEPT-SLOT).
094400     MOVE QH-HELD TO QS-HELD (WS-DEPT-SLOT).
094500     MOVE QH-REJECTED TO QS-REJECTED (WS-DEPT-SLOT).
094600     MOVE QH-NN-REJECTED TO QS-NN-REJECTED (WS-DEPT-SLOT).
094700     MOVE QH-ZR-REJECTED TO QS-ZR-REJECTED (WS-DEPT-SLOT).
094800     MOVE QH-EX-REJECTED TO QS-EX-REJECTED (WS-DEPT-SLOT).
094900     MOVE QH-NG-REJECTED TO QS-NG-REJECTED (WS-DEPT-SLOT).
095000     MOVE QH-DP-REJECTED TO QS-DP-REJECTED (WS-DEPT-SLOT).
095100     MOVE QH-DU-REJECTED TO QS-DU-REJECTED (WS-DEPT-SLOT).
095200     MOVE QH-OT-REJECTED TO QS-OT-REJECTED (WS-DEPT-SLOT).
095300     MOVE QH-RESUBMITTED TO QS-RESUBMITTED (WS-DEPT-SLOT).
095400     MOVE QH-RETURNED TO QS-RETURNED (WS-DEPT-SLOT).
095500 3100-EXIT.
095600     EXIT.
095700
095800 3300-FIND-DEPT-SLOT.
095900     MOVE 0 TO WS-DEPT-SLOT.
096000     MOVE 1 TO WS-DEPT-SUB.
096100     PERFORM 3310-TEST-DEPT-SLOT THRU 3310-EXIT
096200         UNTIL WS-DEPT-SLOT > 0 OR WS-DEPT-SUB > WS-DEPT-COUNT.
096300     IF WS-DEPT-SLOT = 0 AND WS-DEPT-COUNT < WS-DEPT-MAX
096400         ADD 1 TO WS-DEPT-COUNT
096500         MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
096600         INITIALIZE WS-QUALITY-DEPT-ENTRY (WS-DEPT-SLOT)
096700         MOVE WS-FIND-DEPT TO QS-DEPARTMENT (WS-DEPT-SLOT)
096800     END-IF.
096900 3300-EXIT.
097000     EXIT.
097100
097200 3310-TEST-DEPT-SLOT.
097300     IF QS-DEPARTMENT (WS-DEPT-SUB) = WS-FIND-DEPT
097400         MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
097500     END-IF.
097600     ADD 1 TO WS-DEPT-SUB.
097700 3310-EXIT.
097800     EXIT.
097900
098000 *> -------------------------------------------------------
098100 *> 4000-PRINT-DEPT-LINES - one line per department with
098200 *> anything in the month, then the all-department totals
098300 *> and what the columns mean.
098400 *> -------------------------------------------------------
098500 4000-PRINT-DEPT-LINES.
098600     PERFORM 7000-START-PAGE THRU 7000-EXIT.
098700     PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
098800         VARYING WS-DEPT-SUB FROM 1 BY 1
098900         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
099000     MOVE WS-SCORE-TOTAL TO WS-SCORE-WORK.
099100     PERFORM 4200-FORMAT-SCORE-LINE THRU 4200-EXIT.
099200     MOVE SPACES TO SD-TREND.
099300     IF WS-LINE-COUNT > 51
099400         PERFORM 7000-START-PAGE THRU 7000-EXIT
099500     END-IF.
099600     WRITE RPT-LINE FROM SCORE-DETAIL-LINE
099700         AFTER ADVANCING 2 LINES.
099800     WRITE RPT-LINE FROM SCORE-LEGEND-1 AFTER ADVANCING 2 LINES.
099900     WRITE RPT-LINE FROM SCORE-LEGEND-2 AFTER ADVANCING 1 LINE.
100000     WRITE RPT-LINE FROM SCORE-LEGEND-3 AFTER ADVANCING 1 LINE.
100100     ADD 6 TO WS-LINE-COUNT.
100200 4000-EXIT.
100300     EXIT.
100400
100500 *> -------------------------------------------------------
100600 *> 4100-PRINT-ONE-DEPT - a department that only turns up in
100700 *> the months before has nothing to score.  One whose reject
100800 *> rate is above its rate over the three months before is
100900 *> flagged WORSE; one with no months before has no trend.
101000 *> -------------------------------------------------------
101100 4100-PRINT-ONE-DEPT.
101200     MOVE WS-QUALITY-DEPT-ENTRY (WS-DEPT-SUB) TO WS-SCORE-WORK.
101300     IF SW-SUBMITTED = 0 AND SW-RETURNED = 0
101400         GO TO 4100-EXIT
101500     END-IF.
101600     ADD 1 TO WS-DEPTS-REPORTED.
101700     PERFORM 4200-FORMAT-SCORE-LINE THRU 4200-EXIT.
101800     IF SW-PRIOR-SUBMITTED = 0
101900         MOVE 'NO HISTORY' TO SD-TREND
102000     ELSE
102100         IF SW-SUBMITTED > 0 AND WS-REJECT-RATE > WS-PRIOR-RATE
102200             MOVE 'WORSE' TO SD-TREND
102300             MOVE 'Y' TO QS-WORSE-SW (WS-DEPT-SUB)
102400             ADD 1 TO WS-DEPTS-WORSE
102500         ELSE
102600             MOVE SPACES TO SD-TREND
102700         END-IF
102800     END-IF.
102900     IF WS-LINE-COUNT > 55
103000         PERFORM 7000-START-PAGE THRU 7000-EXIT
103100     END-IF.
103200     WRITE RPT-LINE FROM SCORE-DETAIL-LINE AFTER ADVANCING 1 LINE.
103300     ADD 1 TO WS-LINE-COUNT.
103400     ADD SW-SUBMITTED TO ST-SUBMITTED.
103500     ADD SW-CLEAN TO ST-CLEAN.
103600     ADD SW-HELD TO ST-HELD.
103700     ADD SW-REJECTED TO ST-REJECTED.
103800     ADD SW-NN-REJECTED TO ST-NN-REJECTED.
103900     ADD SW-ZR-REJECTED TO ST-ZR-REJECTED.
104000     ADD SW-EX-REJECTED TO ST-EX-REJECTED.
104100     ADD SW-NG-REJECTED TO ST-NG-REJECTED.
104200     ADD SW-DP-REJECTED TO ST-DP-REJECTED.
104300     ADD SW-DU-REJECTED TO ST-DU-REJECTED.
104400     ADD SW-OT-REJECTED TO ST-OT-REJECTED.
104500     ADD SW-RESUBMITTED TO ST-RESUBMITTED.
104600     ADD SW-RETURNED TO ST-RETURNED.
104700     ADD SW-PRIOR-SUBMITTED TO ST-PRIOR-SUBMITTED.
104800     ADD SW-PRIOR-REJECTED TO ST-PRIOR-REJECTED.
104900 4100-EXIT.
105000     EXIT.
105100
105200 *> -------------------------------------------------------
105300 *> 4200-FORMAT-SCORE-LINE - the counts and rates of whatever
105400 *> is in WS-SCORE-WORK.  A rate over nothing submitted is
105500 *> zero; a prior rate with no months before prints blank.
105600 *> -------------------------------------------------------
105700 4200-FORMAT-SCORE-LINE.
105800     MOVE 0 TO WS-REJECT-RATE.
105900     MOVE 0 TO WS-RESUB-RATE.
106000     MOVE 0 TO WS-PRIOR-RATE.
106100     IF SW-SUBMITTED > 0
106200         COMPUTE WS-REJECT-RATE =
106300             SW-REJECTED * 100 / SW-SUBMITTED
106400         COMPUTE WS-RESUB-RATE =
106500             SW-RESUBMITTED * 100 / SW-SUBMITTED
106600     END-IF.
106700     IF SW-PRIOR-SUBMITTED > 0
106800         COMPUTE WS-PRIOR-RATE =
106900             SW-PRIOR-REJECTED * 100 / SW-PRIOR-SUBMITTED
107000     END-IF.
107100     MOVE SW-DEPARTMENT TO SD-DEPARTMENT.
107200     MOVE SW-SUBMITTED TO SD-SUBMITTED.
107300     MOVE SW-CLEAN TO SD-CLEAN.
107400     MOVE SW-HELD TO SD-HELD.
107500     MOVE SW-NN-REJECTED TO SD-NN-REJECTED.
107600     MOVE SW-ZR-REJECTED TO SD-ZR-REJECTED.
107700     MOVE SW-EX-REJECTED TO SD-EX-REJECTED.
107800     MOVE SW-NG-REJECTED TO SD-NG-REJECTED.
107900     MOVE SW-DP-REJECTED TO SD-DP-REJECTED.
108000     MOVE SW-DU-REJECTED TO SD-DU-REJECTED.
108100     MOVE SW-OT-REJECTED TO SD-OT-REJECTED.
108200     MOVE SW-RETURNED TO SD-RETURNED.
108300     COMPUTE SD-REJECT-RATE ROUNDED = WS-REJECT-RATE.
108400     COMPUTE SD-RESUB-RATE ROUNDED = WS-RESUB-RATE.
108500     IF SW-PRIOR-SUBMITTED > 0
108600         COMPUTE SD-PRIOR-RATE ROUNDED = WS-PRIOR-RATE
108700     ELSE
108800         MOVE SPACES TO SD-PRIOR-TEXT
108900     END-IF.
109000 4200-EXIT.
109100     EXIT.
109200
109300 *> -------------------------------------------------------
109400 *> 4500-PRINT-CALL-LIST - the departments flagged WORSE,
109500 *> each with its DEPTMAST name and the contact to call.
109600 *> -------------------------------------------------------
109700 4500-PRINT-CALL-LIST.
109800     IF WS-LINE-COUNT > 50
109900         PERFORM 7000-START-PAGE THRU 7000-EXIT
110000     END-IF.
110100     WRITE RPT-LINE FROM CALL-TITLE-LINE AFTER ADVANCING 3 LINES.
110200     ADD 3 TO WS-LINE-COUNT.
110300     IF WS-DEPTS-WORSE = 0
110400         WRITE RPT-LINE FROM CALL-NONE-LINE
110500             AFTER ADVANCING 2 LINES
110600         GO TO 4500-EXIT
110700     END-IF.
110800     PERFORM 4600-PRINT-ONE-CALL THRU 4600-EXIT
110900         VARYING WS-DEPT-SUB FROM 1 BY 1
111000         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
111100 4500-EXIT.
111200     EXIT.
111300
111400 4600-PRINT-ONE-CALL.
111500     IF NOT QS-GOT-WORSE (WS-DEPT-SUB)
111600         GO TO 4600-EXIT
111700     END-IF.
111800     MOVE WS-QUALITY-DEPT-ENTRY (WS-DEPT-SUB) TO WS-SCORE-WORK.
111900     PERFORM 4200-FORMAT-SCORE-LINE THRU 4200-EXIT.
112000     MOVE SW-DEPARTMENT TO CD-DEPARTMENT.
112100     MOVE '*** NOT ON DEPTMAST ***' TO CD-DEPT-NAME.
112200     MOVE SPACES TO CD-CONTACT.
112300     IF DEPT-MASTER-OPEN
112400         MOVE SW-DEPARTMENT TO DM-DEPT-CODE
112500         READ DEPT-MASTER
112600             INVALID KEY
112700                 CONTINUE
112800             NOT INVALID KEY
112900                 MOVE DM-DEPT-NAME TO CD-DEPT-NAME
113000                 MOVE DM-CONTACT TO CD-CONTACT
113100         END-READ
113200     END-IF.
113300     COMPUTE CD-REJECT-RATE ROUNDED = WS-REJECT-RATE.
113400     COMPUTE CD-PRIOR-RATE ROUNDED = WS-PRIOR-RATE.
113500     IF WS-LINE-COUNT > 55
113600         PERFORM 7000-START-PAGE THRU 7000-EXIT
113700     END-IF.
113800     WRITE RPT-LINE FROM CALL-DEPT-LINE AFTER ADVANCING 2 LINES.
113900     ADD 2 TO WS-LINE-COUNT.
114000 4600-EXIT.
114100     EXIT.
114200
114300 5000-PRINT-FOLD-COUNTS.
114400     MOVE ' CLEAN RECORDS.........: ' TO CL-LABEL.
114500     MOVE WS-CLEAN-READ TO CL-COUNT.
114600     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
114600     MOVE ' RELEASED HOLDS SKIPPED: ' TO CL-LABEL.
114600     MOVE WS-RELEASED-SKIPPED TO CL-COUNT.
114600     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
114600     MOVE ' RECALCULATIONS SKIPPED: ' TO CL-LABEL.
114600     MOVE WS-RECALC-SKIPPED TO CL-COUNT.
114600     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
114700     MOVE ' REJECTED RECORDS......: ' TO CL-LABEL.
114800     MOVE WS-REJECTS-READ TO CL-COUNT.
114900     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
115000     MOVE ' HELD SINCE LAST FOLD..: ' TO CL-LABEL.
115100     MOVE WS-HELD-TAKEN TO CL-COUNT.
115200     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
115300     MOVE ' RETURNED SINCE LAST...: ' TO CL-LABEL.
115400     MOVE WS-RETURNS-TAKEN TO CL-COUNT.
115500     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
115600     MOVE ' DEPARTMENTS...........: ' TO CL-LABEL.
115700     MOVE WS-DEPT-COUNT TO CL-COUNT.
115800     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
115900     MOVE ' QUALHIST ROWS ADDED...: ' TO CL-LABEL.
116000     MOVE WS-ROWS-ADDED TO CL-COUNT.
116100     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
116200     MOVE ' QUALHIST ROWS UPDATED.: ' TO CL-LABEL.
116300     MOVE WS-ROWS-UPDATED TO CL-COUNT.
116400     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
116500     MOVE ' RECORDS NOT TABLED....: ' TO CL-LABEL.
116600     MOVE WS-NOT-TABLED TO CL-COUNT.
116700     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
116800 5000-EXIT.
116900     EXIT.
117000
117100 5100-PRINT-SCORE-COUNTS.
117200     MOVE ' QUALHIST ROWS READ....: ' TO CL-LABEL.
117300     MOVE WS-HISTORY-READ TO CL-COUNT.
117400     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 3 LINES.
117500     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
117600     MOVE ' DEPARTMENTS SCORED....: ' TO CL-LABEL.
117700     MOVE WS-DEPTS-REPORTED TO CL-COUNT.
117800     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
117900     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
118000     MOVE ' DEPARTMENTS WORSE.....: ' TO CL-LABEL.
118100     MOVE WS-DEPTS-WORSE TO CL-COUNT.
118200     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
118300     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
118400     MOVE ' DEPARTMENTS NOT TABLED: ' TO CL-LABEL.
118500     MOVE WS-NOT-TABLED TO CL-COUNT.
118600     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
118700     WRITE OUT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
118800 5100-EXIT.
118900     EXIT.
119000
119100 *> -------------------------------------------------------
119200 *> 7000-START-PAGE - top of form for the first page, a page
119300 *> throw after that, then the title, the month and the
119400 *> column heads.
119500 *> -------------------------------------------------------
119600 7000-START-PAGE.
119700     ADD 1 TO WS-PAGE-NUMBER.
119800     MOVE WS-PAGE-NUMBER TO TL-PAGE.
119900     IF WS-PAGE-NUMBER = 1
120000         WRITE RPT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES
120100     ELSE
120200         WRITE RPT-LINE FROM TITLE-LINE AFTER ADVANCING PAGE
120300     END-IF.
120400     WRITE RPT-LINE FROM MONTH-LINE AFTER ADVANCING 2 LINES.
120500     WRITE RPT-LINE FROM SCORE-HEAD-1 AFTER ADVANCING 2 LINES.
120600     WRITE RPT-LINE FROM SCORE-HEAD-2 AFTER ADVANCING 1 LINE.
120700     MOVE 6 TO WS-LINE-COUNT.
120800 7000-EXIT.
120900     EXIT.
