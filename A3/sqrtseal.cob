000100 *> ---------------------------------------------------------
000200 *> SQRTSEAL - audit seal verification.  Every run that
000300 *> appends to AUDITLOG files a hash entry per audit row on
000400 *> the keyed AUDSEAL file and, as it closes, the seal: row
000500 *> count, chained hash and hash total.  This program
000600 *> recomputes the seal of one run, or of every run sealed
000700 *> since a date, from wherever the rows now live - the live
000800 *> AUDITLOG and the AUDITARC archive generations read
000900 *> together as the audit trail, and the consolidated
001000 *> AUDITHST history checked on its own - and reports each
001100 *> run INTACT or lists the rows that were altered, are
001200 *> missing or were added.  A run with entries but no seal
001300 *> never closed (or had its seal removed); a closed run on
001400 *> RUNREG with no seal at all is reported as well.
001500 *>   RC 0  - every run checked is intact.
001600 *>   RC 4  - a run that never closed is unsealed.
001700 *>   RC 8  - rows altered, missing or added, a seal that
001800 *>           disagrees with its own entries, or a closed run
001900 *>           with no seal.
002000 *> SYSIN: the run ID to verify (blank = every run sealed
002100 *> from the date that follows), then the from date YYYYMMDD
002200 *> (blank = seven days ago).
002300 *>
002400 *> Modification History:
002500 *>   2026-10-15  DW   New program.
002600 *> ---------------------------------------------------------
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SQRTSEAL.
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
004000     SELECT OPTIONAL AUDIT-SEAL ASSIGN TO "AUDSEAL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AUDIT-SEAL-KEY
004400         FILE STATUS IS WS-SEAL-FILE-STATUS.
004500     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS RR-RUN-ID
004900         FILE STATUS IS WS-RUNREG-FILE-STATUS.
005000     SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005300     SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ARCH-FILE-STATUS.
005600     SELECT OPTIONAL AUDIT-HISTORY ASSIGN TO "AUDITHST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HIST-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  STANDARD-OUTPUT.
006200     01 OUT-LINE  PICTURE X(80).
006300 FD  REPORT-FILE.
006400     01 RPT-LINE  PICTURE X(132).
006500 FD  AUDIT-SEAL.
006600     COPY SEALREC.
006700 FD  RUN-REGISTRY.
006800     COPY RUNREC.
006900 FD  AUDIT-LOG.
007000     COPY AUDITREC.
007100 FD  AUDIT-ARCHIVE.
007200     COPY AUDITREC REPLACING
007300         ==AUDIT-LOG-RECORD== BY ==AUDIT-ARC-RECORD==
007400         LEADING ==AL== BY ==AA==.
007500 FD  AUDIT-HISTORY.
007600     COPY AUDITREC REPLACING
007700         ==AUDIT-LOG-RECORD== BY ==AUDIT-HIST-RECORD==
007800         LEADING ==AL== BY ==AH==.
007900 WORKING-STORAGE SECTION.
008000 *> -------------------------------------------------------
008100 *> file statuses.  The three audit sources are OPTIONAL; an
008200 *> absent one simply holds no rows.
008300 *> -------------------------------------------------------
008400 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
008500     88 RPT-FILE-OK                           VALUE '00'.
008600 77  WS-SEAL-FILE-STATUS        PICTURE X(02) VALUE '00'.
008700     88 SEAL-FILE-OK                          VALUE '00'.
008800 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
008900     88 RUNREG-FILE-OK                        VALUE '00'.
009000 77  WS-AUDIT-FILE-STATUS       PICTURE X(02) VALUE '00'.
009100     88 AUDIT-FILE-OK                         VALUE '00' '05'.
009200 77  WS-ARCH-FILE-STATUS        PICTURE X(02) VALUE '00'.
009300     88 ARCH-FILE-OK                          VALUE '00' '05'.
009400 77  WS-HIST-FILE-STATUS        PICTURE X(02) VALUE '00'.
009500     88 HIST-FILE-OK                          VALUE '00' '05'.
009600 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
009700     88 END-OF-INPUT                          VALUE 'Y'.
009800 77  WS-SEAL-EOF-SW             PICTURE X(01) VALUE 'N'.
009900     88 END-OF-SEALS                          VALUE 'Y'.
010000 77  WS-RUNREG-SW               PICTURE X(01) VALUE 'N'.
010100     88 RUNREG-OPEN                           VALUE 'Y'.
010200 *> -------------------------------------------------------
010300 *> what to verify, off SYSIN.
010400 *> -------------------------------------------------------
010500 77  WS-MODE-SW                 PICTURE X(01) VALUE 'D'.
010600     88 SINGLE-RUN-MODE                       VALUE 'S'.
010700     88 DATE-MODE                             VALUE 'D'.
010800 77  WS-RUN-ENTRY               PICTURE X(16) VALUE SPACES.
010900 77  WS-RUN-ENTRY-NUM REDEFINES WS-RUN-ENTRY
011000                                  PICTURE 9(16).
011100 77  WS-FROM-ENTRY              PICTURE X(08) VALUE SPACES.
011200 77  WS-FROM-ENTRY-NUM REDEFINES WS-FROM-ENTRY
011300                                  PICTURE 9(08).
011400 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
011500 77  WS-FROM-DATE               PICTURE 9(08) VALUE 0.
011600 01  WS-FROM-RUN-ID.
011700     02 WS-FROM-RUN-DATE        PICTURE 9(08) VALUE 0.
011800     02 WS-FROM-RUN-TIME        PICTURE 9(08) VALUE 0.
011900 01  WS-FROM-RUN-ID-NUM REDEFINES WS-FROM-RUN-ID
012000                                  PICTURE 9(16).
012100 *> -------------------------------------------------------
012200 *> the run being verified and its seal.
012300 *> -------------------------------------------------------
012400 77  WS-CUR-RUN-ID              PICTURE 9(16) VALUE 0.
012500 77  WS-SEALED-SW               PICTURE X(01) VALUE 'N'.
012600     88 RUN-SEALED                            VALUE 'Y'.
012700 77  WS-SEAL-PROGRAM            PICTURE X(10) VALUE SPACES.
012800 77  WS-SEAL-COUNT              PICTURE 9(07) VALUE 0.
012900 77  WS-SEAL-CHAIN              PICTURE 9(18) VALUE 0.
013000 77  WS-SEAL-TOTAL              PICTURE 9(18) VALUE 0.
013100 77  WS-RUN-STATE               PICTURE X(20) VALUE SPACES.
013200 77  WS-SOURCE-NAME             PICTURE X(08) VALUE SPACES.
013300 77  WS-ROWS-SEEN-SW            PICTURE X(01) VALUE 'N'.
013400     88 ROWS-SEEN-ON-A-SOURCE                 VALUE 'Y'.
013500 COPY SEALPARM.
013600 *> -------------------------------------------------------
013700 *> the run's row entries off AUDSEAL, in sequence order.
013800 *> WE-STATE: N not yet matched, Y matched to a row as
013900 *> sealed, A matched to a row that has since been altered.
014000 *> -------------------------------------------------------
014100 77  WS-ENTRY-MAX               PICTURE 9(07) COMP VALUE 5000.
014200 77  WS-ENTRY-COUNT             PICTURE 9(07) COMP VALUE 0.
014300 77  WS-ENTRY-SUB               PICTURE 9(07) COMP VALUE 0.
014400 77  WS-ENTRY-HIT               PICTURE 9(07) COMP VALUE 0.
014500 77  WS-ITEMISE-SW              PICTURE X(01) VALUE 'Y'.
014600     88 ITEMISE-ROWS                          VALUE 'Y'.
014700 01  WS-ENTRY-TABLE.
014800     02 WS-ENTRY OCCURS 5000 TIMES.
014900        03 WE-ROW-HASH          PICTURE 9(18).
015000        03 WE-RUN-DATE          PICTURE 9(08).
015100        03 WE-RUN-TIME          PICTURE 9(08).
015200        03 WE-IN-Z              PICTURE S9(11)V9(06).
015300        03 WE-ROOT-DEGREE       PICTURE 9(02).
015400        03 WE-STATUS-CODE       PICTURE X(02).
015500        03 WE-REQUEST-ID        PICTURE X(08).
015600        03 WE-STATE             PICTURE X(01).
015700           88 WE-UNMATCHED                    VALUE 'N'.
015800           88 WE-MATCHED                      VALUE 'Y'.
015900           88 WE-ALTERED                      VALUE 'A'.
016000        03 WE-EXTRA-IX          PICTURE 9(04) COMP.
016100 *> -------------------------------------------------------
016200 *> rows found on the source that matched no entry.
016300 *> -------------------------------------------------------
016400 77  WS-EXTRA-MAX               PICTURE 9(04) COMP VALUE 500.
016500 77  WS-EXTRA-COUNT             PICTURE 9(04) COMP VALUE 0.
016600 77  WS-EXTRA-SUB               PICTURE 9(04) COMP VALUE 0.
016700 77  WS-EXTRA-DROPPED           PICTURE 9(07) COMP VALUE 0.
016800 01  WS-EXTRA-TABLE.
016900     02 WS-EXTRA OCCURS 500 TIMES.
017000        03 WX-POSITION          PICTURE 9(07).
017100        03 WX-RUN-DATE          PICTURE 9(08).
017200        03 WX-RUN-TIME          PICTURE 9(08).
017300        03 WX-IN-Z              PICTURE S9(11)V9(06).
017400        03 WX-ROOT-DEGREE       PICTURE 9(02).
017500        03 WX-STATUS-CODE       PICTURE X(02).
017600        03 WX-REQUEST-ID        PICTURE X(08).
017700        03 WX-PAIRED-SW         PICTURE X(01).
017800           88 WX-PAIRED                       VALUE 'Y'.
017900 *> -------------------------------------------------------
018000 *> one audit row off whichever source is being read.
018100 *> -------------------------------------------------------
018200 COPY AUDITREC REPLACING
018300     ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ROW==
018400     LEADING ==AL== BY ==AW==.
018500 *> -------------------------------------------------------
018600 *> per-source and overall counts.
018700 *> -------------------------------------------------------
018800 77  WS-FOUND-COUNT             PICTURE 9(07) COMP VALUE 0.
018900 77  WS-ALTERED-COUNT           PICTURE 9(07) COMP VALUE 0.
019000 77  WS-MISSING-COUNT           PICTURE 9(07) COMP VALUE 0.
019100 77  WS-EXTRA-ROWS              PICTURE 9(07) COMP VALUE 0.
019200 77  WS-EDIT-ALTERED            PICTURE Z(06)9.
019300 77  WS-EDIT-MISSING            PICTURE Z(06)9.
019400 77  WS-EDIT-EXTRA              PICTURE Z(06)9.
019500 77  WS-RUNS-VERIFIED           PICTURE 9(07) COMP VALUE 0.
019600 77  WS-RUNS-INTACT             PICTURE 9(07) COMP VALUE 0.
019700 77  WS-RUNS-DIFFERENT          PICTURE 9(07) COMP VALUE 0.
019800 77  WS-RUNS-UNSEALED           PICTURE 9(07) COMP VALUE 0.
019900 77  WS-TOTAL-ALTERED           PICTURE 9(07) COMP VALUE 0.
020000 77  WS-TOTAL-MISSING           PICTURE 9(07) COMP VALUE 0.
020100 77  WS-TOTAL-EXTRA             PICTURE 9(07) COMP VALUE 0.
020200 77  WS-RUN-DIFFERENT-SW        PICTURE X(01) VALUE 'N'.
020300     88 RUN-HAS-DIFFERENCES                   VALUE 'Y'.
020400 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
020500 77  WS-NEW-RC                  PICTURE 9(02) COMP VALUE 0.
020600 *> -------------------------------------------------------
020700 *> paginated print report control.
020800 *> -------------------------------------------------------
020900 77  WS-RPT-WORK                PICTURE X(132) VALUE SPACES.
021000 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 999.
021100 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
021200 77  WS-LINES-PER-PAGE          PICTURE 9(03) COMP VALUE 60.
021300 *> -------------------------------------------------------
021400 *> prompts and report lines
021500 *> -------------------------------------------------------
021600 01  RUN-PROMPT.
021700     02 FILLER PICTURE X(45) VALUE
021800        ' ENTER RUN ID TO VERIFY, BLANK = EVERY SEALED'.
021900     02 FILLER PICTURE X(21) VALUE ' RUN FROM A DATE     '.
022000 01  FROM-PROMPT.
022100     02 FILLER PICTURE X(49) VALUE
022200        ' ENTER FROM DATE YYYYMMDD, BLANK = SEVEN DAYS AGO'.
022300 01  PAGE-HEAD-LINE.
022400     02 FILLER PICTURE X(9) VALUE SPACES.
022500     02 FILLER PICTURE X(30) VALUE
022600        'AUDIT SEAL VERIFICATION       '.
022700     02 FILLER PICTURE X(10) VALUE ' RUN DATE '.
022800     02 PH-RUN-DATE           PICTURE 9(08).
022900     02 FILLER PICTURE X(20) VALUE SPACES.
023000     02 FILLER PICTURE X(05) VALUE 'PAGE '.
023100     02 PH-PAGE-NUMBER        PICTURE ZZZZ9.
023200 01  SEAL-SCOPE-LINE.
023300     02 FILLER PICTURE X(25) VALUE ' RUNS SEALED FROM......: '.
023400     02 SS-FROM-DATE          PICTURE 9(08).
023500 01  SEAL-ONE-RUN-LINE.
023600     02 FILLER PICTURE X(25) VALUE ' RUN VERIFIED..........: '.
023700     02 SS-RUN-ID             PICTURE 9(16).
023800 01  SEAL-UNDER-LINE.
023900     02 FILLER PICTURE X(40) VALUE
024000        ' ---------------------------------------'.
024100 01  SEAL-COL-HEADS.
024200     02 FILLER PICTURE X(40) VALUE
024300        ' RUN ID           PROGRAM    SOURCE    '.
024400     02 FILLER PICTURE X(38) VALUE
024500        ' SEALED   FOUND  RESULT               '.
024600 01  SEAL-RUN-LINE.
024700     02 FILLER PICTURE X(01) VALUE SPACE.
024800     02 SR-RUN-ID             PICTURE 9(16).
024900     02 FILLER PICTURE X(01) VALUE SPACE.
025000     02 SR-PROGRAM            PICTURE X(10).
025100     02 FILLER PICTURE X(01) VALUE SPACE.
025200     02 SR-SOURCE             PICTURE X(08).
025300     02 FILLER PICTURE X(01) VALUE SPACE.
025400     02 SR-SEALED             PICTURE ZZZ,ZZ9.
025500     02 FILLER PICTURE X(01) VALUE SPACE.
025600     02 SR-FOUND              PICTURE ZZZ,ZZ9.
025700     02 FILLER PICTURE X(02) VALUE SPACES.
025800     02 SR-RESULT             PICTURE X(44).
025900 01  SEAL-ROW-LINE.
026000     02 FILLER PICTURE X(05) VALUE SPACES.
026100     02 RL-KIND               PICTURE X(09).
026200     02 FILLER PICTURE X(04) VALUE 'SEQ '.
026300     02 RL-SEQ                PICTURE ZZZZZZ9.
026400     02 FILLER PICTURE X(02) VALUE SPACES.
026500     02 RL-RUN-DATE           PICTURE 9(08).
026600     02 FILLER PICTURE X(01) VALUE SPACE.
026700     02 RL-RUN-TIME           PICTURE 9(08).
026800     02 FILLER PICTURE X(01) VALUE SPACE.
026900     02 RL-IN-Z               PICTURE -(11)9.9(06).
027000     02 FILLER PICTURE X(05) VALUE ' DEG '.
027100     02 RL-ROOT-DEGREE        PICTURE 9(02).
027200     02 FILLER PICTURE X(01) VALUE SPACE.
027300     02 RL-STATUS-CODE        PICTURE X(02).
027400     02 FILLER PICTURE X(01) VALUE SPACE.
027500     02 RL-REQUEST-ID         PICTURE X(08).
027600 01  SEAL-NOTE-LINE.
027700     02 FILLER PICTURE X(05) VALUE SPACES.
027800     02 SN-NOTE               PICTURE X(70).
027900 01  SEAL-MISSING-FILE-LINE.
028000     02 FILLER PICTURE X(45) VALUE
028100        ' AUDSEAL NOT ON FILE OR WILL NOT OPEN, STATUS'.
028200     02 FILLER PICTURE X(01) VALUE SPACE.
028300     02 SM-STATUS             PICTURE X(02).
028400 01  SEAL-TOTAL-LINE.
028500     02 SL-LABEL              PICTURE X(25).
028600     02 SL-COUNT              PICTURE ZZZ,ZZ9.
028700 01  SEAL-RC-LINE.
028800     02 FILLER PICTURE X(25) VALUE ' RETURN CODE...........: '.
028900     02 SC-RETURN-CODE        PICTURE Z9.
029000
029100 PROCEDURE DIVISION.
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029400     OPEN INPUT AUDIT-SEAL.
029500     IF NOT SEAL-FILE-OK
029600         MOVE WS-SEAL-FILE-STATUS TO SM-STATUS
029700         MOVE SEAL-MISSING-FILE-LINE TO WS-RPT-WORK
029800         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
029900         MOVE 8 TO WS-NEW-RC
030000         PERFORM 8900-RAISE-RC THRU 8900-EXIT
030100     ELSE
030200         IF SINGLE-RUN-MODE
030300             PERFORM 2000-VERIFY-ONE-RUN-ID THRU 2000-EXIT
030400         ELSE
030500             PERFORM 2100-VERIFY-BY-DATE THRU 2100-EXIT
030600             PERFORM 5000-FIND-UNSEALED-RUNS THRU 5000-EXIT
030700         END-IF
030800         CLOSE AUDIT-SEAL
030900     END-IF.
031000     IF RUNREG-OPEN
031100         CLOSE RUN-REGISTRY
031200     END-IF.
031300     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
031400     CLOSE REPORT-FILE.
031500     CLOSE STANDARD-OUTPUT.
031600     MOVE WS-RETURN-CODE TO RETURN-CODE.
031700     STOP RUN.
031800
031900 *> -------------------------------------------------------
032000 *> 1000-INITIALIZE - report open, and the run ID or from
032100 *> date off SYSIN.  RUNREG is opened here for the whole run;
032200 *> it only explains a missing seal, so it may be absent.
032300 *> -------------------------------------------------------
032400 1000-INITIALIZE.
032500     OPEN OUTPUT STANDARD-OUTPUT.
032600     OPEN OUTPUT REPORT-FILE.
032700     IF NOT RPT-FILE-OK
032800         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
032900             WS-RPT-FILE-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
033400     MOVE WS-TODAY-DATE TO PH-RUN-DATE.
033500     WRITE OUT-LINE FROM RUN-PROMPT AFTER ADVANCING 1 LINE.
033600     MOVE SPACES TO WS-RUN-ENTRY.
033700     ACCEPT WS-RUN-ENTRY.
033800     IF WS-RUN-ENTRY-NUM NUMERIC AND WS-RUN-ENTRY-NUM > 0
033900         SET SINGLE-RUN-MODE TO TRUE
034000     ELSE
034100         SET DATE-MODE TO TRUE
034200     END-IF.
034300     WRITE OUT-LINE FROM FROM-PROMPT AFTER ADVANCING 1 LINE.
034400     MOVE SPACES TO WS-FROM-ENTRY.
034500     ACCEPT WS-FROM-ENTRY.
034600     IF WS-FROM-ENTRY-NUM NUMERIC AND WS-FROM-ENTRY-NUM > 0
034700         MOVE WS-FROM-ENTRY-NUM TO WS-FROM-DATE
034800     ELSE
034900         COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
035000             (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 7)
035100     END-IF.
035200     MOVE WS-FROM-DATE TO WS-FROM-RUN-DATE.
035300     MOVE 0 TO WS-FROM-RUN-TIME.
035400     IF SINGLE-RUN-MODE
035500         MOVE WS-RUN-ENTRY-NUM TO SS-RUN-ID
035600         MOVE SEAL-ONE-RUN-LINE TO WS-RPT-WORK
035700     ELSE
035800         MOVE WS-FROM-DATE TO SS-FROM-DATE
035900         MOVE SEAL-SCOPE-LINE TO WS-RPT-WORK
036000     END-IF.
036100     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
036200     MOVE SPACES TO WS-RPT-WORK.
036300     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
036400     OPEN INPUT RUN-REGISTRY.
036500     IF RUNREG-FILE-OK
036600         SET RUNREG-OPEN TO TRUE
036700     END-IF.
036800 1000-EXIT.
036900     EXIT.
037000
037100 *> -------------------------------------------------------
037200 *> 2000-VERIFY-ONE-RUN-ID - the keyed read starts at the
037300 *> run's seal; a run with neither seal nor entries can only
037400 *> be explained from RUNREG.
037500 *> -------------------------------------------------------
037600 2000-VERIFY-ONE-RUN-ID.
037700     MOVE WS-RUN-ENTRY-NUM TO SL-RUN-ID.
037800     MOVE 0 TO SL-ROW-SEQ.
037900     MOVE 'N' TO WS-SEAL-EOF-SW.
038000     START AUDIT-SEAL KEY NOT LESS THAN AUDIT-SEAL-KEY
038100         INVALID KEY
038200             MOVE 'Y' TO WS-SEAL-EOF-SW
038300     END-START.
038400     IF NOT END-OF-SEALS
038500         PERFORM 2900-READ-SEAL-NEXT THRU 2900-EXIT
038600     END-IF.
038700     IF END-OF-SEALS OR SL-RUN-ID NOT = WS-RUN-ENTRY-NUM
038800         MOVE WS-RUN-ENTRY-NUM TO WS-CUR-RUN-ID
038900         PERFORM 3200-EXPLAIN-UNSEALED THRU 3200-EXIT
039000         MOVE WS-CUR-RUN-ID TO SR-RUN-ID
039100         MOVE WS-SEAL-PROGRAM TO SR-PROGRAM
039200         MOVE SPACES TO SR-SOURCE
039300         MOVE 0 TO SR-SEALED
039400         MOVE 0 TO SR-FOUND
039500         MOVE WS-RUN-STATE TO SR-RESULT
039600         MOVE SEAL-RUN-LINE TO WS-RPT-WORK
039700         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
039800         GO TO 2000-EXIT
039900     END-IF.
040000     PERFORM 2200-VERIFY-NEXT-RUN THRU 2200-EXIT.
040100 2000-EXIT.
040200     EXIT.
040300
040400 *> -------------------------------------------------------
040500 *> 2100-VERIFY-BY-DATE - AUDSEAL read in key order from the
040600 *> from date's first run ID.  A run's seal (sequence zero)
040700 *> and its row entries sit together in key order, so one
040800 *> forward pass hands each run over whole.
040900 *> -------------------------------------------------------
041000 2100-VERIFY-BY-DATE.
041100     MOVE WS-FROM-RUN-ID-NUM TO SL-RUN-ID.
041200     MOVE 0 TO SL-ROW-SEQ.
041300     MOVE 'N' TO WS-SEAL-EOF-SW.
041400     START AUDIT-SEAL KEY NOT LESS THAN AUDIT-SEAL-KEY
041500         INVALID KEY
041600             MOVE 'Y' TO WS-SEAL-EOF-SW
041700     END-START.
041800     IF NOT END-OF-SEALS
041900         PERFORM 2900-READ-SEAL-NEXT THRU 2900-EXIT
042000     END-IF.
042100     PERFORM 2200-VERIFY-NEXT-RUN THRU 2200-EXIT
042200         UNTIL END-OF-SEALS.
042300 2100-EXIT.
042400     EXIT.
042500
042600 *> -------------------------------------------------------
042700 *> 2200-VERIFY-NEXT-RUN - the AUDSEAL row in the record area
042800 *> starts a run: its seal if the run closed, otherwise its
042900 *> first row entry.  Entries are loaded until the run ID
043000 *> changes, then the run is checked.
043100 *> -------------------------------------------------------
043200 2200-VERIFY-NEXT-RUN.
043300     MOVE SL-RUN-ID TO WS-CUR-RUN-ID.
043400     MOVE 0 TO WS-ENTRY-COUNT.
043500     SET ITEMISE-ROWS TO TRUE.
043600     IF SL-SEAL-TOTALS
043700         SET RUN-SEALED TO TRUE
043800         MOVE SL-PROGRAM-NAME TO WS-SEAL-PROGRAM
043900         MOVE SL-ROW-COUNT TO WS-SEAL-COUNT
044000         MOVE SL-CHAIN-HASH TO WS-SEAL-CHAIN
044100         MOVE SL-HASH-TOTAL TO WS-SEAL-TOTAL
044200         PERFORM 2900-READ-SEAL-NEXT THRU 2900-EXIT
044300     ELSE
044400         MOVE 'N' TO WS-SEALED-SW
044500     END-IF.
044600     PERFORM 2300-LOAD-SEAL-ENTRY THRU 2300-EXIT
044700         UNTIL END-OF-SEALS OR SL-RUN-ID NOT = WS-CUR-RUN-ID.
044800     PERFORM 3000-CHECK-RUN THRU 3000-EXIT.
044900 2200-EXIT.
045000     EXIT.
045100
045200 2300-LOAD-SEAL-ENTRY.
045300     IF SL-ROW-ENTRY
045400         IF WS-ENTRY-COUNT < WS-ENTRY-MAX
045500             ADD 1 TO WS-ENTRY-COUNT
045600             MOVE SL-ROW-HASH TO WE-ROW-HASH (WS-ENTRY-COUNT)
045700             MOVE SL-ROW-RUN-DATE TO WE-RUN-DATE (WS-ENTRY-COUNT)
045800             MOVE SL-ROW-RUN-TIME TO WE-RUN-TIME (WS-ENTRY-COUNT)
045900             MOVE SL-ROW-IN-Z TO WE-IN-Z (WS-ENTRY-COUNT)
046000             MOVE SL-ROW-ROOT-DEGREE
046100                 TO WE-ROOT-DEGREE (WS-ENTRY-COUNT)
046200             MOVE SL-ROW-STATUS TO WE-STATUS-CODE (WS-ENTRY-COUNT)
046300             MOVE SL-ROW-REQUEST-ID
046400                 TO WE-REQUEST-ID (WS-ENTRY-COUNT)
046500         ELSE
046600             MOVE 'N' TO WS-ITEMISE-SW
046700         END-IF
046800     END-IF.
046900     PERFORM 2900-READ-SEAL-NEXT THRU 2900-EXIT.
047000 2300-EXIT.
047100     EXIT.
047200
047300 2900-READ-SEAL-NEXT.
047400     READ AUDIT-SEAL NEXT RECORD
047500         AT END
047600             MOVE 'Y' TO WS-SEAL-EOF-SW
047700     END-READ.
047800 2900-EXIT.
047900     EXIT.
048000
048100 *> -------------------------------------------------------
048200 *> 3000-CHECK-RUN - the seal is first held against its own
048300 *> entries, then the run is recomputed from the audit trail
048400 *> (AUDITARC generations, then the live AUDITLOG) and from
048500 *> the consolidated history, each on its own.  A source
048600 *> holding none of the run's rows is not reported unless no
048700 *> source holds any.
048800 *> -------------------------------------------------------
048900 3000-CHECK-RUN.
049000     ADD 1 TO WS-RUNS-VERIFIED.
049100     MOVE 'N' TO WS-RUN-DIFFERENT-SW.
049200     MOVE 'N' TO WS-ROWS-SEEN-SW.
049300     PERFORM 3100-RECHAIN-ENTRIES THRU 3100-EXIT.
049400     IF NOT RUN-SEALED
049500         PERFORM 3200-EXPLAIN-UNSEALED THRU 3200-EXIT
049600         MOVE WS-ENTRY-COUNT TO WS-SEAL-COUNT
049700         MOVE SP-CHAIN-HASH TO WS-SEAL-CHAIN
049800         MOVE SP-HASH-TOTAL TO WS-SEAL-TOTAL
049900         MOVE SPACES TO SN-NOTE
050000         STRING 'NO SEAL - ' WS-RUN-STATE
050100             ', ROWS CHECKED AGAINST ENTRIES ONLY'
050200             DELIMITED BY SIZE INTO SN-NOTE
050300     END-IF.
050400     MOVE 'LOG/ARC' TO WS-SOURCE-NAME.
050500     PERFORM 4000-SCAN-SOURCE THRU 4000-EXIT.
050600     MOVE 'HISTORY' TO WS-SOURCE-NAME.
050700     PERFORM 4000-SCAN-SOURCE THRU 4000-EXIT.
050800     IF NOT ROWS-SEEN-ON-A-SOURCE
050900         MOVE 'NONE' TO WS-SOURCE-NAME
051000         MOVE 0 TO WS-FOUND-COUNT
051100         MOVE 0 TO WS-EXTRA-COUNT
051200         MOVE 0 TO WS-EXTRA-DROPPED
051300         MOVE 0 TO SP-ROW-COUNT
051400         MOVE 0 TO SP-CHAIN-HASH
051500         MOVE 0 TO SP-HASH-TOTAL
051600         MOVE 1 TO WS-ENTRY-SUB
051700         PERFORM 4050-RESET-ONE-ENTRY THRU 4050-EXIT
051800             UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
051900         PERFORM 4900-REPORT-SOURCE THRU 4900-EXIT
052000     END-IF.
052100     IF NOT RUN-SEALED
052200         MOVE SEAL-NOTE-LINE TO WS-RPT-WORK
052300         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
052400     END-IF.
052500     IF RUN-HAS-DIFFERENCES
052600         ADD 1 TO WS-RUNS-DIFFERENT
052700     ELSE
052800         IF RUN-SEALED
052900             ADD 1 TO WS-RUNS-INTACT
053000         END-IF
053100     END-IF.
053200 3000-EXIT.
053300     EXIT.
053400
053500 *> -------------------------------------------------------
053600 *> 3100-RECHAIN-ENTRIES - the entries' own hashes chained
053700 *> in sequence order must give back the seal; if not, the
053800 *> seal file itself has been changed or lost entries.
053900 *> -------------------------------------------------------
054000 3100-RECHAIN-ENTRIES.
054100     MOVE 0 TO SP-ROW-COUNT.
054200     MOVE 0 TO SP-CHAIN-HASH.
054300     MOVE 0 TO SP-HASH-TOTAL.
054400     MOVE 1 TO WS-ENTRY-SUB.
054500     PERFORM 3110-RECHAIN-ONE-ENTRY THRU 3110-EXIT
054600         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
054700     IF NOT RUN-SEALED OR NOT ITEMISE-ROWS
054800         GO TO 3100-EXIT
054900     END-IF.
055000     IF SP-ROW-COUNT NOT = WS-SEAL-COUNT
055100         OR SP-CHAIN-HASH NOT = WS-SEAL-CHAIN
055200         OR SP-HASH-TOTAL NOT = WS-SEAL-TOTAL
055300         MOVE WS-CUR-RUN-ID TO SR-RUN-ID
055400         MOVE WS-SEAL-PROGRAM TO SR-PROGRAM
055500         MOVE 'AUDSEAL' TO SR-SOURCE
055600         MOVE WS-SEAL-COUNT TO SR-SEALED
055700         MOVE SP-ROW-COUNT TO SR-FOUND
055800         MOVE 'SEAL DISAGREES WITH ITS OWN ROW ENTRIES'
055900             TO SR-RESULT
056000         MOVE SEAL-RUN-LINE TO WS-RPT-WORK
056100         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
056200         MOVE 'Y' TO WS-RUN-DIFFERENT-SW
056300         MOVE 8 TO WS-NEW-RC
056400         PERFORM 8900-RAISE-RC THRU 8900-EXIT
056500     END-IF.
056600 3100-EXIT.
056700     EXIT.
056800
056900 3110-RECHAIN-ONE-ENTRY.
057000     SET SP-CHAIN-ONLY TO TRUE.
057100     MOVE WE-ROW-HASH (WS-ENTRY-SUB) TO SP-ROW-HASH.
057200     CALL 'SQRTSEAL_HASH' USING WS-AUDIT-ROW, SEAL-PARAMETERS.
057300     ADD 1 TO WS-ENTRY-SUB.
057400 3110-EXIT.
057500     EXIT.
057600
057700 *> -------------------------------------------------------
057800 *> 3200-EXPLAIN-UNSEALED - why WS-CUR-RUN-ID has no seal,
057900 *> off RUNREG.  A run still OP or flipped to CR never
058000 *> reached its close (RC 4); a run that closed, or one the
058100 *> registry has never heard of, should have a seal (RC 8).
058200 *> -------------------------------------------------------
058300 3200-EXPLAIN-UNSEALED.
058400     ADD 1 TO WS-RUNS-UNSEALED.
058500     MOVE SPACES TO WS-SEAL-PROGRAM.
058600     MOVE 'NOT ON RUNREG' TO WS-RUN-STATE.
058700     MOVE 8 TO WS-NEW-RC.
058800     IF RUNREG-OPEN
058900         MOVE WS-CUR-RUN-ID TO RR-RUN-ID
059000         READ RUN-REGISTRY
059100             INVALID KEY
059200                 CONTINUE
059300             NOT INVALID KEY
059400                 MOVE RR-PROGRAM-NAME TO WS-SEAL-PROGRAM
059500                 IF RR-STATUS-CLOSED
059600                     MOVE 'RUN CLOSED, NOT SEALED' TO WS-RUN-STATE
059700                 ELSE
059800                     IF RR-STATUS-CRASHED
059900                         MOVE 'RUN CRASHED' TO WS-RUN-STATE
060000                     ELSE
060100                         MOVE 'RUN NEVER CLOSED' TO WS-RUN-STATE
060200                     END-IF
060300                     MOVE 4 TO WS-NEW-RC
060400                 END-IF
060500         END-READ
060600     END-IF.
060700     PERFORM 8900-RAISE-RC THRU 8900-EXIT.
060800 3200-EXIT.
060900     EXIT.
061000
061100 *> -------------------------------------------------------
061200 *> 4000-SCAN-SOURCE - every row of the run on one source,
061300 *> hashed in the order read and matched to the entries.
061400 *> -------------------------------------------------------
061500 4000-SCAN-SOURCE.
061600     MOVE 0 TO WS-FOUND-COUNT.
061700     MOVE 0 TO WS-EXTRA-COUNT.
061800     MOVE 0 TO WS-EXTRA-DROPPED.
061900     MOVE 0 TO SP-ROW-COUNT.
062000     MOVE 0 TO SP-CHAIN-HASH.
062100     MOVE 0 TO SP-HASH-TOTAL.
062200     MOVE 1 TO WS-ENTRY-SUB.
062300     PERFORM 4050-RESET-ONE-ENTRY THRU 4050-EXIT
062400         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
062500     IF WS-SOURCE-NAME = 'HISTORY'
062600         PERFORM 4300-SCAN-HISTORY THRU 4300-EXIT
062700     ELSE
062800         PERFORM 4100-SCAN-ARCHIVE THRU 4100-EXIT
062900         PERFORM 4200-SCAN-LOG THRU 4200-EXIT
063000     END-IF.
063100     IF WS-FOUND-COUNT = 0
063200         GO TO 4000-EXIT
063300     END-IF.
063400     SET ROWS-SEEN-ON-A-SOURCE TO TRUE.
063500     PERFORM 4900-REPORT-SOURCE THRU 4900-EXIT.
063600 4000-EXIT.
063700     EXIT.
063800
063900 4050-RESET-ONE-ENTRY.
064000     SET WE-UNMATCHED (WS-ENTRY-SUB) TO TRUE.
064100     MOVE 0 TO WE-EXTRA-IX (WS-ENTRY-SUB).
064200     ADD 1 TO WS-ENTRY-SUB.
064300 4050-EXIT.
064400     EXIT.
064500
064600 4100-SCAN-ARCHIVE.
064700     MOVE 'N' TO WS-EOF-SW.
064800     OPEN INPUT AUDIT-ARCHIVE.
064900     IF NOT ARCH-FILE-OK
065000         GO TO 4100-EXIT
065100     END-IF.
065200     PERFORM 4110-READ-ARCHIVE-ROW THRU 4110-EXIT
065300         UNTIL END-OF-INPUT.
065400     CLOSE AUDIT-ARCHIVE.
065500 4100-EXIT.
065600     EXIT.
065700
065800 4110-READ-ARCHIVE-ROW.
065900     READ AUDIT-ARCHIVE INTO WS-AUDIT-ROW
066000         AT END
066100             MOVE 'Y' TO WS-EOF-SW
066200             GO TO 4110-EXIT
066300     END-READ.
066400     IF AW-RUN-ID = WS-CUR-RUN-ID
066500         PERFORM 4500-CHECK-ONE-ROW THRU 4500-EXIT
066600     END-IF.
066700 4110-EXIT.
066800     EXIT.
066900
067000 4200-SCAN-LOG.
067100     MOVE 'N' TO WS-EOF-SW.
067200     OPEN INPUT AUDIT-LOG.
067300     IF NOT AUDIT-FILE-OK
067400         GO TO 4200-EXIT
067500     END-IF.
067600     PERFORM 4210-READ-LOG-ROW THRU 4210-EXIT
067700         UNTIL END-OF-INPUT.
067800     CLOSE AUDIT-LOG.
067900 4200-EXIT.
068000     EXIT.
068100
068200 4210-READ-LOG-ROW.
068300     READ AUDIT-LOG INTO WS-AUDIT-ROW
068400         AT END
068500             MOVE 'Y' TO WS-EOF-SW
068600             GO TO 4210-EXIT
068700     END-READ.
068800     IF AW-RUN-ID = WS-CUR-RUN-ID
068900         PERFORM 4500-CHECK-ONE-ROW THRU 4500-EXIT
069000     END-IF.
069100 4210-EXIT.
069200     EXIT.
069300
069400 4300-SCAN-HISTORY.
069500     MOVE 'N' TO WS-EOF-SW.
069600     OPEN INPUT AUDIT-HISTORY.
069700     IF NOT HIST-FILE-OK
069800         GO TO 4300-EXIT
069900     END-IF.
070000     PERFORM 4310-READ-HISTORY-ROW THRU 4310-EXIT
070100         UNTIL END-OF-INPUT.
070200     CLOSE AUDIT-HISTORY.
070300 4300-EXIT.
070400     EXIT.
070500
070600 4310-READ-HISTORY-ROW.
070700     READ AUDIT-HISTORY INTO WS-AUDIT-ROW
070800         AT END
070900             MOVE 'Y' TO WS-EOF-SW
071000             GO TO 4310-EXIT
071100     END-READ.
071200     IF AW-RUN-ID = WS-CUR-RUN-ID
071300         PERFORM 4500-CHECK-ONE-ROW THRU 4500-EXIT
071400     END-IF.
071500 4310-EXIT.
071600     EXIT.
071700
071800 *> -------------------------------------------------------
071900 *> 4500-CHECK-ONE-ROW - the row is hashed onto the running
072000 *> totals and matched to an unmatched entry with the same
072100 *> hash, trying the entry at the row's own position first.
072200 *> A row no entry answers is held as an extra.
072300 *> -------------------------------------------------------
072400 4500-CHECK-ONE-ROW.
072500     ADD 1 TO WS-FOUND-COUNT.
072600     SET SP-HASH-ROW TO TRUE.
072700     CALL 'SQRTSEAL_HASH' USING WS-AUDIT-ROW, SEAL-PARAMETERS.
072800     IF NOT ITEMISE-ROWS
072900         GO TO 4500-EXIT
073000     END-IF.
073100     MOVE 0 TO WS-ENTRY-HIT.
073200     IF WS-FOUND-COUNT NOT > WS-ENTRY-COUNT
073300         IF WE-UNMATCHED (WS-FOUND-COUNT)
073400             AND WE-ROW-HASH (WS-FOUND-COUNT) = SP-ROW-HASH
073500             MOVE WS-FOUND-COUNT TO WS-ENTRY-HIT
073600         END-IF
073700     END-IF.
073800     IF WS-ENTRY-HIT = 0
073900         MOVE 1 TO WS-ENTRY-SUB
074000         PERFORM 4510-TEST-ENTRY-HASH THRU 4510-EXIT
074100             UNTIL WS-ENTRY-HIT > 0
074200             OR WS-ENTRY-SUB > WS-ENTRY-COUNT
074300     END-IF.
074400     IF WS-ENTRY-HIT > 0
074500         SET WE-MATCHED (WS-ENTRY-HIT) TO TRUE
074600         GO TO 4500-EXIT
074700     END-IF.
074800     IF WS-EXTRA-COUNT NOT < WS-EXTRA-MAX
074900         ADD 1 TO WS-EXTRA-DROPPED
075000         GO TO 4500-EXIT
075100     END-IF.
075200     ADD 1 TO WS-EXTRA-COUNT.
075300     MOVE WS-FOUND-COUNT TO WX-POSITION (WS-EXTRA-COUNT).
075400     MOVE AW-RUN-DATE TO WX-RUN-DATE (WS-EXTRA-COUNT).
075500     MOVE AW-RUN-TIME TO WX-RUN-TIME (WS-EXTRA-COUNT).
075600     MOVE AW-IN-Z TO WX-IN-Z (WS-EXTRA-COUNT).
075700     MOVE AW-ROOT-DEGREE TO WX-ROOT-DEGREE (WS-EXTRA-COUNT).
075800     MOVE AW-STATUS-CODE TO WX-STATUS-CODE (WS-EXTRA-COUNT).
075900     MOVE AW-REQUEST-ID TO WX-REQUEST-ID (WS-EXTRA-COUNT).
076000     MOVE 'N' TO WX-PAIRED-SW (WS-EXTRA-COUNT).
076100 4500-EXIT.
076200     EXIT.
076300
076400 4510-TEST-ENTRY-HASH.
076500     IF WE-UNMATCHED (WS-ENTRY-SUB)
076600         AND WE-ROW-HASH (WS-ENTRY-SUB) = SP-ROW-HASH
076700         MOVE WS-ENTRY-SUB TO WS-ENTRY-HIT
076800     END-IF.
076900     ADD 1 TO WS-ENTRY-SUB.
077000 4510-EXIT.
077100     EXIT.
077200
077300 *> -------------------------------------------------------
077400 *> 4600-PAIR-EXTRAS - an extra row and an unmatched entry
077500 *> for the same row (same timestamp, value and degree, or
077600 *> failing that the same position in the run) are one row
077700 *> altered, not one missing and one added.
077800 *> -------------------------------------------------------
077900 4600-PAIR-EXTRAS.
078000     MOVE 1 TO WS-EXTRA-SUB.
078100     PERFORM 4610-PAIR-ONE-EXTRA THRU 4610-EXIT
078200         UNTIL WS-EXTRA-SUB > WS-EXTRA-COUNT.
078300 4600-EXIT.
078400     EXIT.
078500
078600 4610-PAIR-ONE-EXTRA.
078700     MOVE 0 TO WS-ENTRY-HIT.
078800     MOVE 1 TO WS-ENTRY-SUB.
078900     PERFORM 4620-TEST-ENTRY-IDENTITY THRU 4620-EXIT
079000         UNTIL WS-ENTRY-HIT > 0
079100         OR WS-ENTRY-SUB > WS-ENTRY-COUNT.
079200     IF WS-ENTRY-HIT = 0
079300         AND WX-POSITION (WS-EXTRA-SUB) NOT > WS-ENTRY-COUNT
079400         IF WE-UNMATCHED (WX-POSITION (WS-EXTRA-SUB))
079500             MOVE WX-POSITION (WS-EXTRA-SUB) TO WS-ENTRY-HIT
079600         END-IF
079700     END-IF.
079800     IF WS-ENTRY-HIT > 0
079900         SET WE-ALTERED (WS-ENTRY-HIT) TO TRUE
080000         MOVE WS-EXTRA-SUB TO WE-EXTRA-IX (WS-ENTRY-HIT)
080100         SET WX-PAIRED (WS-EXTRA-SUB) TO TRUE
080200     END-IF.
080300     ADD 1 TO WS-EXTRA-SUB.
080400 4610-EXIT.
080500     EXIT.
080600
080700 4620-TEST-ENTRY-IDENTITY.
080800     IF WE-UNMATCHED (WS-ENTRY-SUB)
080900         AND WE-RUN-DATE (WS-ENTRY-SUB)
081000             = WX-RUN-DATE (WS-EXTRA-SUB)
081100         AND WE-RUN-TIME (WS-ENTRY-SUB)
081200             = WX-RUN-TIME (WS-EXTRA-SUB)
081300         AND WE-IN-Z (WS-ENTRY-SUB) = WX-IN-Z (WS-EXTRA-SUB)
081400         AND WE-ROOT-DEGREE (WS-ENTRY-SUB)
081500             = WX-ROOT-DEGREE (WS-EXTRA-SUB)
081600         MOVE WS-ENTRY-SUB TO WS-ENTRY-HIT
081700     END-IF.
081800     ADD 1 TO WS-ENTRY-SUB.
081900 4620-EXIT.
082000     EXIT.
082100
082200 *> -------------------------------------------------------
082300 *> 4700-LIST-ENTRIES - in sequence order, every entry that
082400 *> is altered (as sealed, then as found) or missing.
082500 *> -------------------------------------------------------
082600 4700-LIST-ENTRIES.
082700     MOVE 1 TO WS-ENTRY-SUB.
082800     PERFORM 4710-LIST-ONE-ENTRY THRU 4710-EXIT
082900         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
083000 4700-EXIT.
083100     EXIT.
083200
083300 4710-LIST-ONE-ENTRY.
083400     IF WE-MATCHED (WS-ENTRY-SUB)
083500         GO TO 4710-NEXT
083600     END-IF.
083700     IF WE-ALTERED (WS-ENTRY-SUB)
083800         MOVE 'ALTERED' TO RL-KIND
083900     ELSE
084000         MOVE 'MISSING' TO RL-KIND
084100     END-IF.
084200     MOVE WS-ENTRY-SUB TO RL-SEQ.
084300     MOVE WE-RUN-DATE (WS-ENTRY-SUB) TO RL-RUN-DATE.
084400     MOVE WE-RUN-TIME (WS-ENTRY-SUB) TO RL-RUN-TIME.
084500     MOVE WE-IN-Z (WS-ENTRY-SUB) TO RL-IN-Z.
084600     MOVE WE-ROOT-DEGREE (WS-ENTRY-SUB) TO RL-ROOT-DEGREE.
084700     MOVE WE-STATUS-CODE (WS-ENTRY-SUB) TO RL-STATUS-CODE.
084800     MOVE WE-REQUEST-ID (WS-ENTRY-SUB) TO RL-REQUEST-ID.
084900     MOVE SEAL-ROW-LINE TO WS-RPT-WORK.
085000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
085100     IF WE-ALTERED (WS-ENTRY-SUB)
085200         MOVE WE-EXTRA-IX (WS-ENTRY-SUB) TO WS-EXTRA-SUB
085300         MOVE ' NOW' TO RL-KIND
085400         PERFORM 4810-MOVE-EXTRA-ROW THRU 4810-EXIT
085500         MOVE SEAL-ROW-LINE TO WS-RPT-WORK
085600         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
085700     END-IF.
085800 4710-NEXT.
085900     ADD 1 TO WS-ENTRY-SUB.
086000 4710-EXIT.
086100     EXIT.
086200
086300 4800-LIST-EXTRAS.
086400     MOVE 1 TO WS-EXTRA-SUB.
086500     PERFORM 4805-LIST-ONE-EXTRA THRU 4805-EXIT
086600         UNTIL WS-EXTRA-SUB > WS-EXTRA-COUNT.
086700 4800-EXIT.
086800     EXIT.
086900
087000 4805-LIST-ONE-EXTRA.
087100     IF NOT WX-PAIRED (WS-EXTRA-SUB)
087200         MOVE 'ADDED' TO RL-KIND
087300         PERFORM 4810-MOVE-EXTRA-ROW THRU 4810-EXIT
087400         MOVE WX-POSITION (WS-EXTRA-SUB) TO RL-SEQ
087500         MOVE SEAL-ROW-LINE TO WS-RPT-WORK
087600         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
087700     END-IF.
087800     ADD 1 TO WS-EXTRA-SUB.
087900 4805-EXIT.
088000     EXIT.
088100
088200 4810-MOVE-EXTRA-ROW.
088300     MOVE WX-POSITION (WS-EXTRA-SUB) TO RL-SEQ.
088400     MOVE WX-RUN-DATE (WS-EXTRA-SUB) TO RL-RUN-DATE.
088500     MOVE WX-RUN-TIME (WS-EXTRA-SUB) TO RL-RUN-TIME.
088600     MOVE WX-IN-Z (WS-EXTRA-SUB) TO RL-IN-Z.
088700     MOVE WX-ROOT-DEGREE (WS-EXTRA-SUB) TO RL-ROOT-DEGREE.
088800     MOVE WX-STATUS-CODE (WS-EXTRA-SUB) TO RL-STATUS-CODE.
088900     MOVE WX-REQUEST-ID (WS-EXTRA-SUB) TO RL-REQUEST-ID.
089000 4810-EXIT.
089100     EXIT.
089200
089300 *> -------------------------------------------------------
089400 *> 4900-REPORT-SOURCE - one source's verdict for the run.
089500 *> The recomputed count, chain and total agreeing with the
089600 *> seal is INTACT.  Otherwise the rows are itemised; when
089700 *> every row still matched an entry, only their order moved.
089800 *> -------------------------------------------------------
089900 4900-REPORT-SOURCE.
090000     MOVE 0 TO WS-ALTERED-COUNT.
090100     MOVE 0 TO WS-MISSING-COUNT.
090200     MOVE 0 TO WS-EXTRA-ROWS.
090300     MOVE WS-CUR-RUN-ID TO SR-RUN-ID.
090400     MOVE WS-SEAL-PROGRAM TO SR-PROGRAM.
090500     MOVE WS-SOURCE-NAME TO SR-SOURCE.
090600     MOVE WS-SEAL-COUNT TO SR-SEALED.
090700     MOVE WS-FOUND-COUNT TO SR-FOUND.
090800     IF WS-FOUND-COUNT = WS-SEAL-COUNT
090900         AND SP-CHAIN-HASH = WS-SEAL-CHAIN
091000         AND SP-HASH-TOTAL = WS-SEAL-TOTAL
091100         MOVE 'INTACT' TO SR-RESULT
091200         MOVE SEAL-RUN-LINE TO WS-RPT-WORK
091300         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
091400         GO TO 4900-EXIT
091500     END-IF.
091600     MOVE 'Y' TO WS-RUN-DIFFERENT-SW.
091700     MOVE 8 TO WS-NEW-RC.
091800     PERFORM 8900-RAISE-RC THRU 8900-EXIT.
091900     IF NOT ITEMISE-ROWS
092000         MOVE 'TOTALS DISAGREE - TOO MANY ROWS TO LIST'
092100             TO SR-RESULT
092200         MOVE SEAL-RUN-LINE TO WS-RPT-WORK
092300         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
092400         GO TO 4900-EXIT
092500     END-IF.
092600     PERFORM 4600-PAIR-EXTRAS THRU 4600-EXIT.
092700     MOVE 1 TO WS-ENTRY-SUB.
092800     PERFORM 4950-COUNT-ONE-ENTRY THRU 4950-EXIT
092900         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
093000     MOVE 1 TO WS-EXTRA-SUB.
093100     PERFORM 4960-COUNT-ONE-EXTRA THRU 4960-EXIT
093200         UNTIL WS-EXTRA-SUB > WS-EXTRA-COUNT.
093300     ADD WS-EXTRA-DROPPED TO WS-EXTRA-ROWS.
093400     IF WS-ALTERED-COUNT = 0 AND WS-MISSING-COUNT = 0
093500         AND WS-EXTRA-ROWS = 0
093600         MOVE 'ROWS OUT OF THEIR SEALED ORDER' TO SR-RESULT
093700     ELSE
093800         MOVE WS-ALTERED-COUNT TO WS-EDIT-ALTERED
093900         MOVE WS-MISSING-COUNT TO WS-EDIT-MISSING
094000         MOVE WS-EXTRA-ROWS TO WS-EDIT-EXTRA
094100         MOVE SPACES TO SR-RESULT
094200         STRING 'ALTERED ' WS-EDIT-ALTERED
094300             ' MISSING ' WS-EDIT-MISSING
094400             ' ADDED ' WS-EDIT-EXTRA
094500             DELIMITED BY SIZE INTO SR-RESULT
094600     END-IF.
094700     MOVE SEAL-RUN-LINE TO WS-RPT-WORK.
094800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
094900     PERFORM 4700-LIST-ENTRIES THRU 4700-EXIT.
095000     PERFORM 4800-LIST-EXTRAS THRU 4800-EXIT.
095100     IF WS-EXTRA-DROPPED > 0
095200         MOVE SPACES TO SN-NOTE
095300         STRING 'MORE ADDED ROWS THAN CAN BE LISTED'
095400             DELIMITED BY SIZE INTO SN-NOTE
095500         MOVE SEAL-NOTE-LINE TO WS-RPT-WORK
095600         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
095700     END-IF.
095800     ADD WS-ALTERED-COUNT TO WS-TOTAL-ALTERED.
095900     ADD WS-MISSING-COUNT TO WS-TOTAL-MISSING.
096000     ADD WS-EXTRA-ROWS TO WS-TOTAL-EXTRA.
096100 4900-EXIT.
096200     EXIT.
096300
096400 4950-COUNT-ONE-ENTRY.
096500     IF WE-ALTERED (WS-ENTRY-SUB)
096600         ADD 1 TO WS-ALTERED-COUNT
096700     ELSE
096800         IF WE-UNMATCHED (WS-ENTRY-SUB)
096900             ADD 1 TO WS-MISSING-COUNT
097000         END-IF
097100     END-IF.
097200     ADD 1 TO WS-ENTRY-SUB.
097300 4950-EXIT.
097400     EXIT.
097500
097600 4960-COUNT-ONE-EXTRA.
097700     IF NOT WX-PAIRED (WS-EXTRA-SUB)
097800         ADD 1 TO WS-EXTRA-ROWS
097900     END-IF.
098000     ADD 1 TO WS-EXTRA-SUB.
098100 4960-EXIT.
098200     EXIT.
098300
098400 *> -------------------------------------------------------
098500 *> 5000-FIND-UNSEALED-RUNS - a run that closed since the
098600 *> from date should have a seal on AUDSEAL; one that wrote
098700 *> no rows and lost its seal would otherwise never show.
098800 *> Only the programs that append to AUDITLOG are held to it.
098900 *> -------------------------------------------------------
099000 5000-FIND-UNSEALED-RUNS.
099100     IF NOT RUNREG-OPEN
099200         GO TO 5000-EXIT
099300     END-IF.
099400     MOVE 'N' TO WS-EOF-SW.
099500     MOVE WS-FROM-RUN-ID-NUM TO RR-RUN-ID.
099600     START RUN-REGISTRY KEY NOT LESS THAN RR-RUN-ID
099700         INVALID KEY
099800             MOVE 'Y' TO WS-EOF-SW
099900     END-START.
100000     PERFORM 5100-CHECK-ONE-REGISTRY-ROW THRU 5100-EXIT
100100         UNTIL END-OF-INPUT.
100200 5000-EXIT.
100300     EXIT.
100400
100500 5100-CHECK-ONE-REGISTRY-ROW.
100600     READ RUN-REGISTRY NEXT RECORD
100700         AT END
100800             MOVE 'Y' TO WS-EOF-SW
100900             GO TO 5100-EXIT
101000     END-READ.
101100     IF NOT RR-STATUS-CLOSED
101200         GO TO 5100-EXIT
101300     END-IF.
101400     IF RR-PROGRAM-NAME NOT = 'SQRTBABY'
101500         AND RR-PROGRAM-NAME NOT = 'SQRTBABYEX'
101600         AND RR-PROGRAM-NAME NOT = 'SQRTRTRY'
101700         GO TO 5100-EXIT
101800     END-IF.
101900     MOVE RR-RUN-ID TO SL-RUN-ID.
102000     MOVE 0 TO SL-ROW-SEQ.
102100     READ AUDIT-SEAL
102200         INVALID KEY
102300             CONTINUE
102400         NOT INVALID KEY
102500             GO TO 5100-EXIT
102600     END-READ.
102700 *> a run with row entries but no seal was reported as the
102800 *> entries were verified.
102900     MOVE RR-RUN-ID TO SL-RUN-ID.
103000     MOVE 1 TO SL-ROW-SEQ.
103100     READ AUDIT-SEAL
103200         INVALID KEY
103300             ADD 1 TO WS-RUNS-UNSEALED
103400             MOVE RR-RUN-ID TO SR-RUN-ID
103500             MOVE RR-PROGRAM-NAME TO SR-PROGRAM
103600             MOVE SPACES TO SR-SOURCE
103700             MOVE 0 TO SR-SEALED
103800             MOVE 0 TO SR-FOUND
103900             MOVE 'RUN CLOSED, NOT SEALED' TO SR-RESULT
104000             MOVE SEAL-RUN-LINE TO WS-RPT-WORK
104100             PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
104200             MOVE 8 TO WS-NEW-RC
104300             PERFORM 8900-RAISE-RC THRU 8900-EXIT
104400     END-READ.
104500 5100-EXIT.
104600     EXIT.
104700
104800 6000-PRINT-SUMMARY.
104900     MOVE SPACES TO WS-RPT-WORK.
105000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
105100     MOVE ' RUNS VERIFIED.........: ' TO SL-LABEL.
105200     MOVE WS-RUNS-VERIFIED TO SL-COUNT.
105300     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
105400     MOVE ' RUNS INTACT...........: ' TO SL-LABEL.
105500     MOVE WS-RUNS-INTACT TO SL-COUNT.
105600     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
105700     MOVE ' RUNS WITH DIFFERENCES.: ' TO SL-LABEL.
105800     MOVE WS-RUNS-DIFFERENT TO SL-COUNT.
105900     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
106000     MOVE ' RUNS NOT SEALED.......: ' TO SL-LABEL.
106100     MOVE WS-RUNS-UNSEALED TO SL-COUNT.
106200     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
106300     MOVE ' ROWS ALTERED..........: ' TO SL-LABEL.
106400     MOVE WS-TOTAL-ALTERED TO SL-COUNT.
106500     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
106600     MOVE ' ROWS MISSING..........: ' TO SL-LABEL.
106700     MOVE WS-TOTAL-MISSING TO SL-COUNT.
106800     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
106900     MOVE ' ROWS ADDED............: ' TO SL-LABEL.
107000     MOVE WS-TOTAL-EXTRA TO SL-COUNT.
107100     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
107200     MOVE WS-RETURN-CODE TO SC-RETURN-CODE.
107300     MOVE SEAL-RC-LINE TO WS-RPT-WORK.
107400     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
107500 6000-EXIT.
107600     EXIT.
107700
107800 6100-WRITE-TOTAL.
107900     MOVE SEAL-TOTAL-LINE TO WS-RPT-WORK.
108000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
108100 6100-EXIT.
108200     EXIT.
108300
108400 7500-WRITE-REPORT-LINE.
108500     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
108600         PERFORM 7600-START-NEW-PAGE THRU 7600-EXIT
108700     END-IF.
108800     WRITE RPT-LINE FROM WS-RPT-WORK AFTER ADVANCING 1 LINE.
108900     ADD 1 TO WS-LINE-COUNT.
109000 7500-EXIT.
109100     EXIT.
109200
109300 7600-START-NEW-PAGE.
109400     ADD 1 TO WS-PAGE-NUMBER.
109500     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
109600     IF WS-PAGE-NUMBER = 1
109700         WRITE RPT-LINE FROM PAGE-HEAD-LINE
109800             AFTER ADVANCING 0 LINES
109900     ELSE
110000         WRITE RPT-LINE FROM PAGE-HEAD-LINE
110100             AFTER ADVANCING PAGE
110200     END-IF.
110300     WRITE RPT-LINE FROM SEAL-UNDER-LINE AFTER ADVANCING 1 LINE.
110400     WRITE RPT-LINE FROM SEAL-COL-HEADS AFTER ADVANCING 2 LINES.
110500     MOVE 5 TO WS-LINE-COUNT.
110600 7600-EXIT.
110700     EXIT.
110800
110900 *> -------------------------------------------------------
111000 *> 8900-RAISE-RC - the step ends with the worst code seen.
111100 *> -------------------------------------------------------
111200 8900-RAISE-RC.
111300     IF WS-NEW-RC > WS-RETURN-CODE
111400         MOVE WS-NEW-RC TO WS-RETURN-CODE
111500     END-IF.
111600 8900-EXIT.
111700     EXIT.
