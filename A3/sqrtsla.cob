000100 *> ---------------------------------------------------------
000200 *> SQRTSLA - monthly turnaround SLA report.  Departments
000300 *> kept asking how long their work really takes, and the
000400 *> only answer was the run date on a result, which says
000500 *> nothing about the nights a request spent in the reject
000600 *> file, on the SQRTRTRY retry queue, or parked on the
000700 *> problem file.  This program measures every result SQRTLOAD
000800 *> filed on RSLTMAST during the month asked for, from the
000900 *> night the request first arrived (RQ-FIRST-SEEN-DATE on
001000 *> REQREG, set by SQRTEDIT even when the first arrival was a
001100 *> reject) to the run date of its answer, and judges it
001200 *> against the department's target days on DEPTMAST (zero
001300 *> there means the shop default keyed on SYSIN).  It prints
001400 *> every breached result with where it stalled, then met
001500 *> and breached counts with average and worst turnaround per
001600 *> department, then an aging list of requests still open
001700 *> today past their department's target.  SYSIN answers
001800 *> the prompts in order: the month (YYYYMM, blank = last
001900 *> month) and the shop default target days (000 = 003).
002000 *> RC 4 means something breached or is running late.
002100 *>
002200 *> Modification History:
002300 *>   2026-10-15  DW   New program.
002300 *>   2026-10-15  DW   The answered check reads every RSLTMAST
002300 *>                   row under the request ID, not just the
002300 *>                   first, so an answer filed under an
002300 *>                   amended degree is found.
002400 *> ---------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SQRTSLA.
002700 AUTHOR. D. WHITFIELD.
002800 INSTALLATION. ENGINEERING SYSTEMS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
003500     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RPT-FILE-STATUS.
003800     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RESULT-KEY
004200         FILE STATUS IS WS-RSLT-FILE-STATUS.
004300     SELECT OPTIONAL REQUEST-REGISTRY ASSIGN TO "REQREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS REQUEST-REG-KEY
004700         FILE STATUS IS WS-REQREG-FILE-STATUS.
004800     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DM-DEPT-CODE
005200         FILE STATUS IS WS-DEPT-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STANDARD-OUTPUT.
005600     01 OUT-LINE  PICTURE X(80).
005700 FD  REPORT-FILE.
005800     01 RPT-LINE  PICTURE X(132).
005900 FD  RESULT-MASTER.
006000     COPY RSLTREC.
006100 FD  REQUEST-REGISTRY.
006200     COPY REQREC.
006300 FD  DEPT-MASTER.
006400     COPY DEPTREC.
006500 WORKING-STORAGE SECTION.
006600 *> -------------------------------------------------------
006700 *> file statuses and read control
006800 *> -------------------------------------------------------
006900 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
007000     88 RSLT-FILE-NOT-FOUND                   VALUE '35'.
007100 77  WS-REQREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
007200     88 REQREG-FILE-NOT-FOUND                 VALUE '35'.
007300 77  WS-DEPT-FILE-STATUS        PICTURE X(02) VALUE '00'.
007400     88 DEPT-FILE-NOT-FOUND                   VALUE '35'.
007500 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
007600     88 END-OF-INPUT                          VALUE 'Y'.
007700 77  WS-FOUND-SW                PICTURE X(01) VALUE 'N'.
007800     88 ROW-FOUND                             VALUE 'Y'.
007810 77  WS-RESULT-EOF-SW           PICTURE X(01) VALUE 'N'.
007820     88 END-OF-REQUEST-RESULTS                VALUE 'Y'.
007900 *> -------------------------------------------------------
008000 *> the month and default target keyed on SYSIN.
008100 *> -------------------------------------------------------
008200 77  WS-MONTH-ENTRY             PICTURE X(06) VALUE SPACES.
008300 77  WS-MONTH-ENTRY-NUM REDEFINES WS-MONTH-ENTRY
008400                                  PICTURE 9(06).
008500 77  WS-DEFAULT-ENTRY           PICTURE X(03) VALUE SPACES.
008600 77  WS-DEFAULT-ENTRY-NUM REDEFINES WS-DEFAULT-ENTRY
008700                                  PICTURE 9(03).
008800 77  WS-DEFAULT-DAYS            PICTURE 9(03) VALUE 3.
008900 01  WS-MONTH-WORK.
009000     02 WS-MONTH-YYYY           PICTURE 9(04).
009100     02 WS-MONTH-MM             PICTURE 9(02).
009200 01  WS-MONTH-NUM REDEFINES WS-MONTH-WORK
009300                                  PICTURE 9(06).
009400 77  WS-MONTH-START             PICTURE 9(08) VALUE 0.
009500 77  WS-MONTH-END               PICTURE 9(08) VALUE 0.
009600 01  WS-TODAY-WORK.
009700     02 WS-TODAY-DATE           PICTURE 9(08).
009800     02 WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
009900        03 WS-TODAY-YYYY        PICTURE 9(04).
010000        03 WS-TODAY-MM          PICTURE 9(02).
010100        03 WS-TODAY-DD          PICTURE 9(02).
010200 77  WS-TODAY-INT               PICTURE 9(07) COMP VALUE 0.
010300 *> -------------------------------------------------------
010400 *> the lifecycle of the row under measurement, in days.
010500 *> -------------------------------------------------------
010600 77  WS-FIRST-DATE              PICTURE 9(08) VALUE 0.
010700 77  WS-FIRST-INT               PICTURE 9(07) COMP VALUE 0.
010800 77  WS-CLEAN-INT               PICTURE 9(07) COMP VALUE 0.
010900 77  WS-RESULT-INT              PICTURE 9(07) COMP VALUE 0.
011000 77  WS-TURN-DAYS               PICTURE S9(05) COMP VALUE 0.
011100 77  WS-REJECT-DAYS             PICTURE S9(05) COMP VALUE 0.
011200 77  WS-QUEUE-DAYS              PICTURE S9(05) COMP VALUE 0.
011300 77  WS-TARGET-DAYS             PICTURE 9(03) COMP VALUE 0.
011400 77  WS-KEY-DEPT                PICTURE X(04) VALUE SPACES.
011500 *> -------------------------------------------------------
011600 *> per-department targets and accumulators; loaded off
011700 *> DEPTMAST, with a slot added for any code met on the
011800 *> results that is not on the master.
011900 *> -------------------------------------------------------
012000 77  WS-DEPT-MAX                PICTURE 9(03) COMP VALUE 200.
012100 77  WS-DEPT-COUNT              PICTURE 9(03) COMP VALUE 0.
012200 77  WS-DEPT-SUB                PICTURE 9(03) COMP VALUE 0.
012300 77  WS-DEPT-SLOT               PICTURE 9(03) COMP VALUE 0.
012400 77  WS-DEPT-DROPPED            PICTURE 9(05) COMP VALUE 0.
012500 01  WS-DEPT-TABLE.
012600     02 WS-DEPT-ENTRY OCCURS 200 TIMES.
012700        03 WT-DEPT-CODE         PICTURE X(04).
012800        03 WT-DEPT-NAME         PICTURE X(25).
012900        03 WT-TARGET-DAYS       PICTURE 9(03) COMP.
013000        03 WT-DEFAULT-SW        PICTURE X(01).
013100           88 WT-ON-DEFAULT                     VALUE 'Y'.
013200        03 WT-RESULTS           PICTURE 9(07) COMP.
013300        03 WT-MET               PICTURE 9(07) COMP.
013400        03 WT-BREACHED          PICTURE 9(07) COMP.
013500        03 WT-TOTAL-DAYS        PICTURE 9(09) COMP.
013600        03 WT-WORST-DAYS        PICTURE 9(05) COMP.
013700        03 WT-OPEN-LATE         PICTURE 9(07) COMP.
013800 *> -------------------------------------------------------
013900 *> overall counts.
014000 *> -------------------------------------------------------
014100 77  WS-RESULTS-READ            PICTURE 9(07) COMP VALUE 0.
014200 77  WS-RESULTS-MEASURED        PICTURE 9(07) COMP VALUE 0.
014300 77  WS-RESULTS-NO-REG          PICTURE 9(07) COMP VALUE 0.
014400 77  WS-RESULTS-SUPERSEDED      PICTURE 9(07) COMP VALUE 0.
014500 77  WS-TOTAL-MET               PICTURE 9(07) COMP VALUE 0.
014600 77  WS-TOTAL-BREACHED          PICTURE 9(07) COMP VALUE 0.
014700 77  WS-REQUESTS-READ           PICTURE 9(07) COMP VALUE 0.
014800 77  WS-OPEN-LATE               PICTURE 9(07) COMP VALUE 0.
014900 77  WS-AVG-DAYS                PICTURE 9(05)V9 VALUE 0.
015000 *> -------------------------------------------------------
015100 *> paginated print report control.
015200 *> -------------------------------------------------------
015300 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
015400     88 RPT-FILE-OK                           VALUE '00'.
015500 77  WS-RPT-WORK                PICTURE X(132) VALUE SPACES.
015600 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 999.
015700 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
015800 77  WS-LINES-PER-PAGE          PICTURE 9(03) COMP VALUE 60.
015900 *> -------------------------------------------------------
016000 *> prompts and report lines
016100 *> -------------------------------------------------------
016200 01  MONTH-PROMPT.
016300     02 FILLER PICTURE X(40) VALUE
016400        ' ENTER MONTH YYYYMM, BLANK = LAST MONTH'.
016500 01  DEFAULT-PROMPT.
016600     02 FILLER PICTURE X(52) VALUE
016700        ' ENTER SHOP DEFAULT TARGET DAYS (001-999, 000 = 003)'.
016800 01  PAGE-HEAD-LINE.
016900     02 FILLER PICTURE X(9) VALUE SPACES.
017000     02 FILLER PICTURE X(30) VALUE
017100        'TURNAROUND SLA REPORT         '.
017200     02 FILLER PICTURE X(08) VALUE ' MONTH  '.
017300     02 PH-MONTH              PICTURE 9(06).
017400     02 FILLER PICTURE X(10) VALUE '   AS OF  '.
017500     02 PH-TODAY-DATE         PICTURE 9(08).
017600     02 FILLER PICTURE X(08) VALUE SPACES.
017700     02 FILLER PICTURE X(05) VALUE 'PAGE '.
017800     02 PH-PAGE-NUMBER        PICTURE ZZZZ9.
017900 01  SLA-UNDER-LINE.
018000     02 FILLER PICTURE X(40) VALUE
018100        ' ---------------------------------------'.
018200 01  BREACH-SECTION-LINE.
018300     02 FILLER PICTURE X(40) VALUE
018400        ' RESULTS THAT BREACHED THEIR TARGET'.
018500 01  BREACH-HEAD-LINE.
018600     02 FILLER PICTURE X(40) VALUE
018700        ' REQUEST  DG DEPT FIRST    CLEARED  RESU'.
018800     02 FILLER PICTURE X(40) VALUE
018900        'LT   DAYS TARGET  STALLED AT            '.
019000 01  BREACH-DETAIL-LINE.
019100     02 FILLER PICTURE X(01) VALUE SPACE.
019200     02 BD-REQUEST-ID         PICTURE X(08).
019300     02 FILLER PICTURE X(01) VALUE SPACE.
019400     02 BD-ROOT-DEGREE        PICTURE 9(02).
019500     02 FILLER PICTURE X(01) VALUE SPACE.
019600     02 BD-DEPARTMENT         PICTURE X(04).
019700     02 FILLER PICTURE X(01) VALUE SPACE.
019800     02 BD-FIRST-DATE         PICTURE 9(08).
019900     02 FILLER PICTURE X(01) VALUE SPACE.
020000     02 BD-CLEAN-DATE         PICTURE 9(08).
020100     02 FILLER PICTURE X(01) VALUE SPACE.
020200     02 BD-RESULT-DATE        PICTURE 9(08).
020300     02 FILLER PICTURE X(01) VALUE SPACE.
020400     02 BD-TURN-DAYS          PICTURE ZZZZ9.
020500     02 FILLER PICTURE X(02) VALUE SPACES.
020600     02 BD-TARGET-DAYS        PICTURE ZZ9.
020700     02 FILLER PICTURE X(03) VALUE SPACES.
020800     02 BD-STALLED-AT         PICTURE X(20).
020900     02 FILLER PICTURE X(01) VALUE SPACE.
021000     02 BD-STALL-DAYS         PICTURE ZZZZ9.
021100     02 FILLER PICTURE X(05) VALUE ' DAYS'.
021200 01  NO-BREACH-LINE.
021300     02 FILLER PICTURE X(40) VALUE
021400        ' NO RESULT BREACHED ITS TARGET.'.
021500 01  DEPT-SECTION-LINE.
021600     02 FILLER PICTURE X(40) VALUE
021700        ' TURNAROUND BY DEPARTMENT'.
021800 01  DEPT-HEAD-LINE.
021900     02 FILLER PICTURE X(40) VALUE
022000        ' DEPT NAME                      TARGET  '.
022100     02 FILLER PICTURE X(40) VALUE
022200        'RESULTS     MET BREACHED  AVG DAYS WORST'.
022300     02 FILLER PICTURE X(11) VALUE '  OPEN LATE'.
022400 01  DEPT-DETAIL-LINE.
022500     02 FILLER PICTURE X(01) VALUE SPACE.
022600     02 DD-DEPT-CODE          PICTURE X(04).
022700     02 FILLER PICTURE X(01) VALUE SPACE.
022800     02 DD-DEPT-NAME          PICTURE X(25).
022900     02 FILLER PICTURE X(02) VALUE SPACES.
023000     02 DD-TARGET-DAYS        PICTURE ZZ9.
023100     02 DD-DEFAULT-FLAG       PICTURE X(01).
023200     02 FILLER PICTURE X(02) VALUE SPACES.
023300     02 DD-RESULTS            PICTURE ZZZ,ZZ9.
023400     02 FILLER PICTURE X(01) VALUE SPACE.
023500     02 DD-MET                PICTURE ZZZ,ZZ9.
023600     02 FILLER PICTURE X(02) VALUE SPACES.
023700     02 DD-BREACHED           PICTURE ZZZ,ZZ9.
023800     02 FILLER PICTURE X(03) VALUE SPACES.
023900     02 DD-AVG-DAYS           PICTURE ZZZZ9.9.
024000     02 FILLER PICTURE X(01) VALUE SPACE.
024100     02 DD-WORST-DAYS         PICTURE ZZZZ9.
024200     02 FILLER PICTURE X(03) VALUE SPACES.
024300     02 DD-OPEN-LATE          PICTURE ZZZ,ZZ9.
024400 01  DEFAULT-NOTE-LINE.
024500     02 FILLER PICTURE X(50) VALUE
024600        ' * = NO TARGET ON DEPTMAST, SHOP DEFAULT APPLIED'.
024700 01  AGING-SECTION-LINE.
024800     02 FILLER PICTURE X(40) VALUE
024900        ' OPEN REQUESTS PAST TARGET'.
025000 01  AGING-HEAD-LINE.
025100     02 FILLER PICTURE X(40) VALUE
025200        ' REQUEST  DEPT FIRST    CLEARED    AGE T'.
025300     02 FILLER PICTURE X(25) VALUE
025400        'ARGET  WAITING IN        '.
025500 01  AGING-DETAIL-LINE.
025600     02 FILLER PICTURE X(01) VALUE SPACE.
025700     02 AD-REQUEST-ID         PICTURE X(08).
025800     02 FILLER PICTURE X(01) VALUE SPACE.
025900     02 AD-DEPARTMENT         PICTURE X(04).
026000     02 FILLER PICTURE X(01) VALUE SPACE.
026100     02 AD-FIRST-DATE         PICTURE 9(08).
026200     02 FILLER PICTURE X(01) VALUE SPACE.
026300     02 AD-CLEAN-DATE         PICTURE 9(08).
026400     02 FILLER PICTURE X(01) VALUE SPACE.
026500     02 AD-AGE-DAYS           PICTURE ZZZZ9.
026600     02 FILLER PICTURE X(02) VALUE SPACES.
026700     02 AD-TARGET-DAYS        PICTURE ZZ9.
026800     02 FILLER PICTURE X(02) VALUE SPACES.
026900     02 AD-WAITING-IN         PICTURE X(20).
027000 01  NO-AGING-LINE.
027100     02 FILLER PICTURE X(40) VALUE
027200        ' NO OPEN REQUEST IS PAST ITS TARGET.'.
027300 01  SLA-READ-LINE.
027400     02 FILLER PICTURE X(25) VALUE ' RESULTS IN MONTH......: '.
027500     02 SR-READ               PICTURE ZZZ,ZZ9.
027600 01  SLA-MEASURED-LINE.
027700     02 FILLER PICTURE X(25) VALUE ' RESULTS MEASURED......: '.
027800     02 SR-MEASURED           PICTURE ZZZ,ZZ9.
027900 01  SLA-MET-LINE.
028000     02 FILLER PICTURE X(25) VALUE '   MET TARGET..........: '.
028100     02 SR-MET                PICTURE ZZZ,ZZ9.
028200 01  SLA-BREACHED-LINE.
028300     02 FILLER PICTURE X(25) VALUE '   BREACHED TARGET.....: '.
028400     02 SR-BREACHED           PICTURE ZZZ,ZZ9.
028500 01  SLA-NOREG-LINE.
028600     02 FILLER PICTURE X(25) VALUE ' NOT ON REQREG, SKIPPED: '.
028700     02 SR-NO-REG             PICTURE ZZZ,ZZ9.
028800 01  SLA-SUPERSEDED-LINE.
028900     02 FILLER PICTURE X(25) VALUE ' RE-ARRIVED, SKIPPED...: '.
029000     02 SR-SUPERSEDED         PICTURE ZZZ,ZZ9.
029100 01  SLA-OPEN-LINE.
029200     02 FILLER PICTURE X(25) VALUE ' OPEN PAST TARGET......: '.
029300     02 SR-OPEN-LATE          PICTURE ZZZ,ZZ9.
029400 01  SLA-DROPPED-LINE.
029500     02 FILLER PICTURE X(25) VALUE ' DEPT TABLE FULL, SKIP.: '.
029600     02 SR-DROPPED            PICTURE ZZZ,ZZ9.
029700
029800 PROCEDURE DIVISION.
029900 0000-MAINLINE.
030000     OPEN OUTPUT STANDARD-OUTPUT.
030100     OPEN OUTPUT REPORT-FILE.
030200     IF NOT RPT-FILE-OK
030300         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
030400             WS-RPT-FILE-STATUS
030500         STOP RUN
030600     END-IF.
030700     PERFORM 1000-GET-PARMS THRU 1000-EXIT.
030800     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT.
030900     OPEN INPUT REQUEST-REGISTRY.
031000     OPEN INPUT RESULT-MASTER.
031100     PERFORM 2000-MEASURE-RESULTS THRU 2000-EXIT.
031200     PERFORM 3000-AGE-OPEN-REQUESTS THRU 3000-EXIT.
031300     PERFORM 4000-PRINT-DEPARTMENTS THRU 4000-EXIT.
031400     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
031500     IF NOT RSLT-FILE-NOT-FOUND
031600         CLOSE RESULT-MASTER
031700     END-IF.
031800     IF NOT REQREG-FILE-NOT-FOUND
031900         CLOSE REQUEST-REGISTRY
032000     END-IF.
032100     CLOSE REPORT-FILE.
032200     CLOSE STANDARD-OUTPUT.
032300     IF WS-TOTAL-BREACHED > 0 OR WS-OPEN-LATE > 0
032400         MOVE 4 TO RETURN-CODE
032500     ELSE
032600         MOVE 0 TO RETURN-CODE
032700     END-IF.
032800     STOP RUN.
032900
033000 *> -------------------------------------------------------
033100 *> 1000-GET-PARMS - the month (a blank or unusable entry
033200 *> means last month, the usual month-end run) and the shop
033300 *> default target for departments filed without one.
033400 *> -------------------------------------------------------
033500 1000-GET-PARMS.
033600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
033700     COMPUTE WS-TODAY-INT =
033800         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
033900     WRITE OUT-LINE FROM MONTH-PROMPT AFTER ADVANCING 1 LINE.
034000     MOVE SPACES TO WS-MONTH-ENTRY.
034100     ACCEPT WS-MONTH-ENTRY.
034200     IF WS-MONTH-ENTRY-NUM NUMERIC
034300         MOVE WS-MONTH-ENTRY-NUM TO WS-MONTH-NUM
034400     ELSE
034500         MOVE 0 TO WS-MONTH-NUM
034600     END-IF.
034700     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
034800         IF WS-TODAY-MM = 1
034900             COMPUTE WS-MONTH-YYYY = WS-TODAY-YYYY - 1
035000             MOVE 12 TO WS-MONTH-MM
035100         ELSE
035200             MOVE WS-TODAY-YYYY TO WS-MONTH-YYYY
035300             COMPUTE WS-MONTH-MM = WS-TODAY-MM - 1
035400         END-IF
035500     END-IF.
035600     COMPUTE WS-MONTH-START = WS-MONTH-NUM * 100 + 1.
035700     COMPUTE WS-MONTH-END = WS-MONTH-NUM * 100 + 31.
035800     MOVE WS-MONTH-NUM TO PH-MONTH.
035900     MOVE WS-TODAY-DATE TO PH-TODAY-DATE.
036000     WRITE OUT-LINE FROM DEFAULT-PROMPT AFTER ADVANCING 1 LINE.
036100     MOVE SPACES TO WS-DEFAULT-ENTRY.
036200     ACCEPT WS-DEFAULT-ENTRY.
036300     IF WS-DEFAULT-ENTRY-NUM NUMERIC AND WS-DEFAULT-ENTRY-NUM > 0
036400         MOVE WS-DEFAULT-ENTRY-NUM TO WS-DEFAULT-DAYS
036500     ELSE
036600         MOVE 3 TO WS-DEFAULT-DAYS
036700     END-IF.
036800 1000-EXIT.
036900     EXIT.
037000
037100 *> -------------------------------------------------------
037200 *> 1100-LOAD-DEPARTMENTS - every department on file and its
037300 *> target, inactive ones included: their old requests still
037400 *> have to be judged.
037500 *> -------------------------------------------------------
037600 1100-LOAD-DEPARTMENTS.
037700     MOVE 'N' TO WS-EOF-SW.
037800     OPEN INPUT DEPT-MASTER.
037900     IF DEPT-FILE-NOT-FOUND
038000         GO TO 1100-EXIT
038100     END-IF.
038200     MOVE LOW-VALUES TO DM-DEPT-CODE.
038300     START DEPT-MASTER KEY NOT LESS THAN DM-DEPT-CODE
038400         INVALID KEY
038500             MOVE 'Y' TO WS-EOF-SW
038600     END-START.
038700     PERFORM 1200-LOAD-ONE-DEPARTMENT THRU 1200-EXIT
038800         UNTIL END-OF-INPUT.
038900     CLOSE DEPT-MASTER.
039000 1100-EXIT.
039100     EXIT.
039200
039300 1200-LOAD-ONE-DEPARTMENT.
039400     READ DEPT-MASTER NEXT RECORD
039500         AT END
039600             MOVE 'Y' TO WS-EOF-SW
039700             GO TO 1200-EXIT
039800     END-READ.
039900     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
040000         GO TO 1200-EXIT
040100     END-IF.
040200     ADD 1 TO WS-DEPT-COUNT.
040300     MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT.
040400     PERFORM 1300-CLEAR-DEPT-SLOT THRU 1300-EXIT.
040500     MOVE DM-DEPT-CODE TO WT-DEPT-CODE (WS-DEPT-SLOT).
040600     MOVE DM-DEPT-NAME TO WT-DEPT-NAME (WS-DEPT-SLOT).
040700     IF DM-SLA-DAYS NUMERIC AND DM-SLA-DAYS > 0
040800         MOVE DM-SLA-DAYS TO WT-TARGET-DAYS (WS-DEPT-SLOT)
040900         MOVE 'N' TO WT-DEFAULT-SW (WS-DEPT-SLOT)
041000     END-IF.
041100 1200-EXIT.
041200     EXIT.
041300
041400 1300-CLEAR-DEPT-SLOT.
041500     MOVE SPACES TO WT-DEPT-CODE (WS-DEPT-SLOT).
041600     MOVE 'NOT ON DEPTMAST' TO WT-DEPT-NAME (WS-DEPT-SLOT).
041700     MOVE WS-DEFAULT-DAYS TO WT-TARGET-DAYS (WS-DEPT-SLOT).
041800     MOVE 'Y' TO WT-DEFAULT-SW (WS-DEPT-SLOT).
041900     MOVE 0 TO WT-RESULTS (WS-DEPT-SLOT).
042000     MOVE 0 TO WT-MET (WS-DEPT-SLOT).
042100     MOVE 0 TO WT-BREACHED (WS-DEPT-SLOT).
042200     MOVE 0 TO WT-TOTAL-DAYS (WS-DEPT-SLOT).
042300     MOVE 0 TO WT-WORST-DAYS (WS-DEPT-SLOT).
042400     MOVE 0 TO WT-OPEN-LATE (WS-DEPT-SLOT).
042500 1300-EXIT.
042600     EXIT.
042700
042800 *> -------------------------------------------------------
042900 *> 1400-FIND-DEPT-SLOT - the slot for WS-KEY-DEPT, added on
043000 *> the shop default when the code is not on the master.
043100 *> WS-DEPT-SLOT is left zero only when the table is full.
043200 *> -------------------------------------------------------
043300 1400-FIND-DEPT-SLOT.
043400     MOVE 0 TO WS-DEPT-SLOT.
043500     MOVE 1 TO WS-DEPT-SUB.
043600     PERFORM 1410-TEST-DEPT-SLOT THRU 1410-EXIT
043700         UNTIL WS-DEPT-SLOT > 0 OR WS-DEPT-SUB > WS-DEPT-COUNT.
043800     IF WS-DEPT-SLOT = 0
043900         IF WS-DEPT-COUNT < WS-DEPT-MAX
044000             ADD 1 TO WS-DEPT-COUNT
044100             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
044200             PERFORM 1300-CLEAR-DEPT-SLOT THRU 1300-EXIT
044300             MOVE WS-KEY-DEPT TO WT-DEPT-CODE (WS-DEPT-SLOT)
044400         ELSE
044500             ADD 1 TO WS-DEPT-DROPPED
044600         END-IF
044700     END-IF.
044800 1400-EXIT.
044900     EXIT.
045000
045100 1410-TEST-DEPT-SLOT.
045200     IF WT-DEPT-CODE (WS-DEPT-SUB) = WS-KEY-DEPT
045300         MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
045400     END-IF.
045500     ADD 1 TO WS-DEPT-SUB.
045600 1410-EXIT.
045700     EXIT.
045800
045900 *> -------------------------------------------------------
046000 *> 2000-MEASURE-RESULTS - one sweep of the results master;
046100 *> every row whose answer was run inside the month is
046200 *> measured, and the breaches are listed as they are met.
046300 *> -------------------------------------------------------
046400 2000-MEASURE-RESULTS.
046500     MOVE BREACH-SECTION-LINE TO WS-RPT-WORK.
046600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
046700     MOVE SLA-UNDER-LINE TO WS-RPT-WORK.
046800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
046900     MOVE BREACH-HEAD-LINE TO WS-RPT-WORK.
047000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
047100     MOVE 'N' TO WS-EOF-SW.
047200     IF RSLT-FILE-NOT-FOUND OR REQREG-FILE-NOT-FOUND
047300         MOVE 'Y' TO WS-EOF-SW
047400     ELSE
047500         MOVE LOW-VALUES TO RESULT-KEY
047600         START RESULT-MASTER KEY NOT LESS THAN RESULT-KEY
047700             INVALID KEY
047800                 MOVE 'Y' TO WS-EOF-SW
047900         END-START
048000     END-IF.
048100     PERFORM 2100-MEASURE-ONE-RESULT THRU 2100-EXIT
048200         UNTIL END-OF-INPUT.
048300     IF WS-TOTAL-BREACHED = 0
048400         MOVE NO-BREACH-LINE TO WS-RPT-WORK
048500         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
048600     END-IF.
048700 2000-EXIT.
048800     EXIT.
048900
049000 *> -------------------------------------------------------
049100 *> 2100-MEASURE-ONE-RESULT - turnaround runs from the first
049200 *> arrival on REQREG to the result's run date.  A result
049300 *> older than the request's latest arrival belongs to an
049400 *> earlier pass of the same request ID and is skipped; the
049500 *> newer pass is still open and ages below.
049600 *> -------------------------------------------------------
049700 2100-MEASURE-ONE-RESULT.
049800     READ RESULT-MASTER NEXT RECORD
049900         AT END
050000             MOVE 'Y' TO WS-EOF-SW
050100             GO TO 2100-EXIT
050200     END-READ.
050300     IF RS-RUN-DATE < WS-MONTH-START
050400         OR RS-RUN-DATE > WS-MONTH-END
050500         GO TO 2100-EXIT
050600     END-IF.
050700     ADD 1 TO WS-RESULTS-READ.
050800     MOVE RS-REQUEST-ID TO RQ-REQUEST-ID.
050900     MOVE RS-DEPARTMENT TO RQ-DEPARTMENT.
051000     MOVE 'N' TO WS-FOUND-SW.
051100     READ REQUEST-REGISTRY
051200         INVALID KEY
051300             CONTINUE
051400         NOT INVALID KEY
051500             SET ROW-FOUND TO TRUE
051600     END-READ.
051700     IF NOT ROW-FOUND
051800         ADD 1 TO WS-RESULTS-NO-REG
051900         GO TO 2100-EXIT
052000     END-IF.
052100     PERFORM 2500-SET-FIRST-DATE THRU 2500-EXIT.
052200     IF WS-FIRST-DATE = 0
052300         ADD 1 TO WS-RESULTS-NO-REG
052400         GO TO 2100-EXIT
052500     END-IF.
052600     IF WS-FIRST-DATE > RS-RUN-DATE
052700         ADD 1 TO WS-RESULTS-SUPERSEDED
052800         GO TO 2100-EXIT
052900     END-IF.
053000     MOVE RS-DEPARTMENT TO WS-KEY-DEPT.
053100     PERFORM 1400-FIND-DEPT-SLOT THRU 1400-EXIT.
053200     IF WS-DEPT-SLOT = 0
053300         GO TO 2100-EXIT
053400     END-IF.
053500     ADD 1 TO WS-RESULTS-MEASURED.
053600     COMPUTE WS-RESULT-INT =
053700         FUNCTION INTEGER-OF-DATE(RS-RUN-DATE).
053800     COMPUTE WS-TURN-DAYS = WS-RESULT-INT - WS-FIRST-INT.
053900     MOVE WT-TARGET-DAYS (WS-DEPT-SLOT) TO WS-TARGET-DAYS.
054000     ADD 1 TO WT-RESULTS (WS-DEPT-SLOT).
054100     ADD WS-TURN-DAYS TO WT-TOTAL-DAYS (WS-DEPT-SLOT).
054200     IF WS-TURN-DAYS > WT-WORST-DAYS (WS-DEPT-SLOT)
054300         MOVE WS-TURN-DAYS TO WT-WORST-DAYS (WS-DEPT-SLOT)
054400     END-IF.
054500     IF WS-TURN-DAYS > WS-TARGET-DAYS
054600         ADD 1 TO WT-BREACHED (WS-DEPT-SLOT)
054700         ADD 1 TO WS-TOTAL-BREACHED
054800         PERFORM 2200-LIST-BREACH THRU 2200-EXIT
054900     ELSE
055000         ADD 1 TO WT-MET (WS-DEPT-SLOT)
055100         ADD 1 TO WS-TOTAL-MET
055200     END-IF.
055300 2100-EXIT.
055400     EXIT.
055500
055600 *> -------------------------------------------------------
055700 *> 2200-LIST-BREACH - where the time went: the nights from
055800 *> first arrival to clearing the edit were spent in the
055900 *> reject and resubmit loop; the nights from clearing to
056000 *> the answer were spent on the retry queue, or on the
056100 *> problem file when the answer is SQRTRTRY's UN.  The
056200 *> larger share is named as the stall.
056300 *> -------------------------------------------------------
056400 2200-LIST-BREACH.
056500     MOVE 0 TO WS-REJECT-DAYS.
056600     MOVE WS-TURN-DAYS TO WS-QUEUE-DAYS.
056700     MOVE 0 TO BD-CLEAN-DATE.
056800     IF RQ-LAST-SEEN-DATE NUMERIC AND RQ-LAST-SEEN-DATE > 0
056900         AND RQ-LAST-SEEN-DATE NOT > RS-RUN-DATE
057000         MOVE RQ-LAST-SEEN-DATE TO BD-CLEAN-DATE
057100         COMPUTE WS-CLEAN-INT =
057200             FUNCTION INTEGER-OF-DATE(RQ-LAST-SEEN-DATE)
057300         COMPUTE WS-REJECT-DAYS = WS-CLEAN-INT - WS-FIRST-INT
057400         COMPUTE WS-QUEUE-DAYS = WS-RESULT-INT - WS-CLEAN-INT
057500     END-IF.
057600     IF WS-REJECT-DAYS < 0
057700         MOVE 0 TO WS-REJECT-DAYS
057800     END-IF.
057900     IF WS-REJECT-DAYS > WS-QUEUE-DAYS
058000         MOVE 'REJECT / RESUBMIT' TO BD-STALLED-AT
058100         MOVE WS-REJECT-DAYS TO BD-STALL-DAYS
058200     ELSE
058300         IF RS-STATUS-CODE = 'UN'
058400             MOVE 'PROBLEM FILE' TO BD-STALLED-AT
058500         ELSE
058600             MOVE 'RETRY QUEUE' TO BD-STALLED-AT
058700         END-IF
058800         MOVE WS-QUEUE-DAYS TO BD-STALL-DAYS
058900     END-IF.
059000     MOVE RS-REQUEST-ID TO BD-REQUEST-ID.
059100     MOVE RS-ROOT-DEGREE TO BD-ROOT-DEGREE.
059200     MOVE RS-DEPARTMENT TO BD-DEPARTMENT.
059300     MOVE WS-FIRST-DATE TO BD-FIRST-DATE.
059400     MOVE RS-RUN-DATE TO BD-RESULT-DATE.
059500     MOVE WS-TURN-DAYS TO BD-TURN-DAYS.
059600     MOVE WS-TARGET-DAYS TO BD-TARGET-DAYS.
059700     MOVE BREACH-DETAIL-LINE TO WS-RPT-WORK.
059800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
059900 2200-EXIT.
060000     EXIT.
060100
060200 *> -------------------------------------------------------
060300 *> 2500-SET-FIRST-DATE - the clock start for the registry
060400 *> row in hand: its first-arrival date, or for a row filed
060500 *> before first arrivals were kept, the last clean pass.
060600 *> Zero means the row has no usable date at all.
060700 *> -------------------------------------------------------
060800 2500-SET-FIRST-DATE.
060900     MOVE 0 TO WS-FIRST-DATE.
061000     IF RQ-FIRST-SEEN-DATE NUMERIC AND RQ-FIRST-SEEN-DATE > 0
061100         MOVE RQ-FIRST-SEEN-DATE TO WS-FIRST-DATE
061200     ELSE
061300         IF RQ-LAST-SEEN-DATE NUMERIC
061400             MOVE RQ-LAST-SEEN-DATE TO WS-FIRST-DATE
061500         END-IF
061600     END-IF.
061700     IF WS-FIRST-DATE > 0
061800         COMPUTE WS-FIRST-INT =
061900             FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
062000     END-IF.
062100 2500-EXIT.
062200     EXIT.
062300
062400 *> -------------------------------------------------------
062500 *> 3000-AGE-OPEN-REQUESTS - every registry row with no
062600 *> answer on RSLTMAST since its first arrival is open; one
062700 *> older than its department's target is listed with where
062800 *> it is waiting - still in the rejects if it has never
062900 *> cleared the edit, otherwise on the retry queue.
063000 *> -------------------------------------------------------
063100 3000-AGE-OPEN-REQUESTS.
063200     MOVE SPACES TO WS-RPT-WORK.
063300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
063400     MOVE AGING-SECTION-LINE TO WS-RPT-WORK.
063500     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
063600     MOVE SLA-UNDER-LINE TO WS-RPT-WORK.
063700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
063800     MOVE AGING-HEAD-LINE TO WS-RPT-WORK.
063900     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
064000     MOVE 'N' TO WS-EOF-SW.
064100     IF REQREG-FILE-NOT-FOUND
064200         MOVE 'Y' TO WS-EOF-SW
064300     ELSE
064400         MOVE LOW-VALUES TO REQUEST-REG-KEY
064500         START REQUEST-REGISTRY KEY NOT LESS THAN REQUEST-REG-KEY
064600             INVALID KEY
064700                 MOVE 'Y' TO WS-EOF-SW
064800         END-START
064900     END-IF.
065000     PERFORM 3100-AGE-ONE-REQUEST THRU 3100-EXIT
065100         UNTIL END-OF-INPUT.
065200     IF WS-OPEN-LATE = 0
065300         MOVE NO-AGING-LINE TO WS-RPT-WORK
065400         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
065500     END-IF.
065600 3000-EXIT.
065700     EXIT.
065800
065900 3100-AGE-ONE-REQUEST.
066000     READ REQUEST-REGISTRY NEXT RECORD
066100         AT END
066200             MOVE 'Y' TO WS-EOF-SW
066300             GO TO 3100-EXIT
066400     END-READ.
066500     ADD 1 TO WS-REQUESTS-READ.
066600     PERFORM 2500-SET-FIRST-DATE THRU 2500-EXIT.
066700     IF WS-FIRST-DATE = 0
066800         GO TO 3100-EXIT
066900     END-IF.
067000     PERFORM 3200-CHECK-ANSWERED THRU 3200-EXIT.
067100     IF ROW-FOUND
067200         GO TO 3100-EXIT
067300     END-IF.
067400     MOVE RQ-DEPARTMENT TO WS-KEY-DEPT.
067500     PERFORM 1400-FIND-DEPT-SLOT THRU 1400-EXIT.
067600     IF WS-DEPT-SLOT = 0
067700         GO TO 3100-EXIT
067800     END-IF.
067900     COMPUTE WS-TURN-DAYS = WS-TODAY-INT - WS-FIRST-INT.
068000     IF WS-TURN-DAYS NOT > WT-TARGET-DAYS (WS-DEPT-SLOT)
068100         GO TO 3100-EXIT
068200     END-IF.
068300     ADD 1 TO WS-OPEN-LATE.
068400     ADD 1 TO WT-OPEN-LATE (WS-DEPT-SLOT).
068500     MOVE RQ-REQUEST-ID TO AD-REQUEST-ID.
068600     MOVE RQ-DEPARTMENT TO AD-DEPARTMENT.
068700     MOVE WS-FIRST-DATE TO AD-FIRST-DATE.
068800     MOVE WS-TURN-DAYS TO AD-AGE-DAYS.
068900     MOVE WT-TARGET-DAYS (WS-DEPT-SLOT) TO AD-TARGET-DAYS.
069000     IF RQ-LAST-SEEN-DATE NUMERIC AND RQ-LAST-SEEN-DATE > 0
069100         MOVE RQ-LAST-SEEN-DATE TO AD-CLEAN-DATE
069200         MOVE 'RETRY QUEUE' TO AD-WAITING-IN
069300     ELSE
069400         MOVE 0 TO AD-CLEAN-DATE
069500         MOVE 'REJECT / RESUBMIT' TO AD-WAITING-IN
069600     END-IF.
069700     MOVE AGING-DETAIL-LINE TO WS-RPT-WORK.
069800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
069900 3100-EXIT.
070000     EXIT.
070100
070200 *> -------------------------------------------------------
070300 *> 3200-CHECK-ANSWERED - ROW-FOUND when RSLTMAST holds an
070310 *> answer for the request run on or after its first arrival.
070320 *> The key is request ID and degree, so every row under the
070330 *> request ID is tried - an answer filed under a degree
070340 *> amended since still answers the request.
070350 *> -------------------------------------------------------
070360 3200-CHECK-ANSWERED.
070370     MOVE 'N' TO WS-FOUND-SW.
070380     IF RSLT-FILE-NOT-FOUND
070390         GO TO 3200-EXIT
070400     END-IF.
070410     MOVE RQ-REQUEST-ID TO RS-REQUEST-ID.
070420     MOVE 0 TO RS-ROOT-DEGREE.
070430     START RESULT-MASTER KEY NOT LESS THAN RESULT-KEY
070440         INVALID KEY
070450             GO TO 3200-EXIT
070460     END-START.
070470     MOVE 'N' TO WS-RESULT-EOF-SW.
070480     PERFORM 3210-TEST-ONE-RESULT THRU 3210-EXIT
070490         UNTIL ROW-FOUND OR END-OF-REQUEST-RESULTS.
070500 3200-EXIT.
070510     EXIT.
070520
070530 3210-TEST-ONE-RESULT.
070540     READ RESULT-MASTER NEXT RECORD
070550         AT END
070560             SET END-OF-REQUEST-RESULTS TO TRUE
070570     END-READ.
070580     IF END-OF-REQUEST-RESULTS
070590         GO TO 3210-EXIT
070600     END-IF.
070610     IF RS-REQUEST-ID NOT = RQ-REQUEST-ID
070620         SET END-OF-REQUEST-RESULTS TO TRUE
070630         GO TO 3210-EXIT
070640     END-IF.
070650     IF RS-DEPARTMENT = RQ-DEPARTMENT
070660         AND RS-RUN-DATE NOT < WS-FIRST-DATE
070670         SET ROW-FOUND TO TRUE
070680     END-IF.
070690 3210-EXIT.
072700     EXIT.
072800
072900 *> -------------------------------------------------------
073000 *> 4000-PRINT-DEPARTMENTS - met and breached counts with
073100 *> average and worst turnaround, one line per department
073200 *> that had a result in the month or a request running late.
073300 *> -------------------------------------------------------
073400 4000-PRINT-DEPARTMENTS.
073500     MOVE SPACES TO WS-RPT-WORK.
073600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
073700     MOVE DEPT-SECTION-LINE TO WS-RPT-WORK.
073800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
073900     MOVE SLA-UNDER-LINE TO WS-RPT-WORK.
074000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
074100     MOVE DEPT-HEAD-LINE TO WS-RPT-WORK.
074200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
074300     MOVE 1 TO WS-DEPT-SUB.
074400     PERFORM 4100-PRINT-ONE-DEPARTMENT THRU 4100-EXIT
074500         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
074600     MOVE DEFAULT-NOTE-LINE TO WS-RPT-WORK.
074700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
074800 4000-EXIT.
074900     EXIT.
075000
075100 4100-PRINT-ONE-DEPARTMENT.
075200     IF WT-RESULTS (WS-DEPT-SUB) = 0
075300         AND WT-OPEN-LATE (WS-DEPT-SUB) = 0
075400         GO TO 4100-NEXT
075500     END-IF.
075600     MOVE WT-DEPT-CODE (WS-DEPT-SUB) TO DD-DEPT-CODE.
075700     MOVE WT-DEPT-NAME (WS-DEPT-SUB) TO DD-DEPT-NAME.
075800     MOVE WT-TARGET-DAYS (WS-DEPT-SUB) TO DD-TARGET-DAYS.
075900     IF WT-ON-DEFAULT (WS-DEPT-SUB)
076000         MOVE '*' TO DD-DEFAULT-FLAG
076100     ELSE
076200         MOVE SPACE TO DD-DEFAULT-FLAG
076300     END-IF.
076400     MOVE WT-RESULTS (WS-DEPT-SUB) TO DD-RESULTS.
076500     MOVE WT-MET (WS-DEPT-SUB) TO DD-MET.
076600     MOVE WT-BREACHED (WS-DEPT-SUB) TO DD-BREACHED.
076700     MOVE 0 TO WS-AVG-DAYS.
076800     IF WT-RESULTS (WS-DEPT-SUB) > 0
076900         COMPUTE WS-AVG-DAYS ROUNDED =
077000             WT-TOTAL-DAYS (WS-DEPT-SUB)
077050                 / WT-RESULTS (WS-DEPT-SUB)
077100     END-IF.
077200     MOVE WS-AVG-DAYS TO DD-AVG-DAYS.
077300     MOVE WT-WORST-DAYS (WS-DEPT-SUB) TO DD-WORST-DAYS.
077400     MOVE WT-OPEN-LATE (WS-DEPT-SUB) TO DD-OPEN-LATE.
077500     MOVE DEPT-DETAIL-LINE TO WS-RPT-WORK.
077600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
077700 4100-NEXT.
077800     ADD 1 TO WS-DEPT-SUB.
077900 4100-EXIT.
078000     EXIT.
078100
078200 5000-PRINT-SUMMARY.
078300     MOVE SPACES TO WS-RPT-WORK.
078400     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
078500     MOVE WS-RESULTS-READ TO SR-READ.
078600     MOVE SLA-READ-LINE TO WS-RPT-WORK.
078700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
078800     MOVE WS-RESULTS-MEASURED TO SR-MEASURED.
078900     MOVE SLA-MEASURED-LINE TO WS-RPT-WORK.
079000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
079100     MOVE WS-TOTAL-MET TO SR-MET.
079200     MOVE SLA-MET-LINE TO WS-RPT-WORK.
079300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
079400     MOVE WS-TOTAL-BREACHED TO SR-BREACHED.
079500     MOVE SLA-BREACHED-LINE TO WS-RPT-WORK.
079600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
079700     MOVE WS-RESULTS-NO-REG TO SR-NO-REG.
079800     MOVE SLA-NOREG-LINE TO WS-RPT-WORK.
079900     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
080000     MOVE WS-RESULTS-SUPERSEDED TO SR-SUPERSEDED.
080100     MOVE SLA-SUPERSEDED-LINE TO WS-RPT-WORK.
080200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
080300     MOVE WS-OPEN-LATE TO SR-OPEN-LATE.
080400     MOVE SLA-OPEN-LINE TO WS-RPT-WORK.
080500     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
080600     IF WS-DEPT-DROPPED > 0
080700         MOVE WS-DEPT-DROPPED TO SR-DROPPED
080800         MOVE SLA-DROPPED-LINE TO WS-RPT-WORK
080900         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
081000     END-IF.
081100 5000-EXIT.
081200     EXIT.
081300
081400 7500-WRITE-REPORT-LINE.
081500     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
081600         PERFORM 7600-START-NEW-PAGE THRU 7600-EXIT
081700     END-IF.
081800     WRITE RPT-LINE FROM WS-RPT-WORK AFTER ADVANCING 1 LINE.
081900     ADD 1 TO WS-LINE-COUNT.
082000 7500-EXIT.
082100     EXIT.
082200
082300 7600-START-NEW-PAGE.
082400     ADD 1 TO WS-PAGE-NUMBER.
082500     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
082600     IF WS-PAGE-NUMBER = 1
082700         WRITE RPT-LINE FROM PAGE-HEAD-LINE
082800             AFTER ADVANCING 0 LINES
082900     ELSE
083000         WRITE RPT-LINE FROM PAGE-HEAD-LINE
083100             AFTER ADVANCING PAGE
083200     END-IF.
083300     WRITE RPT-LINE FROM SLA-UNDER-LINE AFTER ADVANCING 1 LINE.
083400     MOVE SPACES TO RPT-LINE.
083500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
083600     MOVE 3 TO WS-LINE-COUNT.
083700 7600-EXIT.
083800     EXIT.
