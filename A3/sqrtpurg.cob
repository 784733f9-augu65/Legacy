000100 *> ---------------------------------------------------------
000200 *> SQRTPURG - retention and purge for the registries, the
000300 *> results master, the security log and the problem file.
000400 *> SQRTARCH trims AUDITLOG and EXCPFILE, but every other
000500 *> file the system has grown since keeps every row it was
000600 *> ever given: RUNREG a row per run since day one, REQREG
000700 *> every request ID, STEPREG a row per step per night,
000800 *> RSLTMAST every answer, SECLOG every sign-on and PROBFILE
000900 *> every problem, resolved or not.  This program reads the
001000 *> RETNTBL retention table (days to keep per file), cuts
001100 *> the rows older than each file's cutoff out to a dated
001200 *> archive generation, and deletes them from the live keyed
001300 *> masters; SECLOG and PROBFILE are split into keep files
001400 *> the job stream copies back, the way SQRTARCH trims its
001500 *> logs.
001600 *> A row past its cutoff that something still depends on is
001700 *> refused and stays live:
001800 *>   PROBFILE - a problem still open: no later run has put a
001900 *>              converged answer for its request and degree
002000 *>              on RSLTMAST.
002100 *>   RSLTMAST - an answer not yet delivered, or one with an
002200 *>              open problem against it.
002300 *>   STEPREG  - a step still OP (the restart resumes there).
002400 *>   REQREG   - a request with an undelivered answer or an
002500 *>              open problem still on file.
002600 *>   RUNREG   - a run still OP, or one whose run ID is still
002700 *>              carried by a kept result, problem or step row
002800 *>              (SQRTCERT and SQRTRINT look those up).
002800 *>   ALRTFILE - an operations alert not yet acknowledged.
002900 *> The files are purged in that order so each one's kept
003000 *> rows are known before the file they point at is cut.
003100 *> The report gives, per file, the retention used, the
003200 *> cutoff, and the rows read, kept, archived and refused.
003300 *>   RC 0  - purge complete, nothing refused.
003400 *>   RC 4  - purge complete, rows refused (still live).
003500 *>   RC 16 - a file would not open or a delete failed; the
003600 *>           archive generations written so far are kept
003700 *>           and the keep files are not copied back.
003800 *>
003900 *> Modification History:
004000 *>   2026-10-15  DW   New program.
004000 *>   2026-10-15  DW   ALRTFILE, the operations alert file:
004000 *>                   acknowledged alerts past retention
004000 *>                   are archived to ALRTARC.
004100 *> ---------------------------------------------------------
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. SQRTPURG.
004400 AUTHOR. D. WHITFIELD.
004500 INSTALLATION. ENGINEERING SYSTEMS.
004600 DATE-WRITTEN. 10/15/2026.
004700 DATE-COMPILED.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
005200     SELECT OPTIONAL RETENTION-TABLE ASSIGN TO "RETNTBL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RETN-FILE-STATUS.
005500     SELECT OPTIONAL PROBLEM-FILE ASSIGN TO "PROBFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PROB-FILE-STATUS.
005800     SELECT PROB-ARCHIVE ASSIGN TO "PROBARC"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PROBARC-FILE-STATUS.
006100     SELECT PROB-KEEP ASSIGN TO "PROBNEW"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PROBNEW-FILE-STATUS.
006400     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RESULT-KEY
006800         FILE STATUS IS WS-RSLT-FILE-STATUS.
006900     SELECT RSLT-ARCHIVE ASSIGN TO "RSLTARC"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RSLTARC-FILE-STATUS.
007200     SELECT OPTIONAL STEP-REGISTRY ASSIGN TO "STEPREG"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS STEP-REG-KEY
007600         FILE STATUS IS WS-STEPREG-FILE-STATUS.
007700     SELECT STEP-ARCHIVE ASSIGN TO "STEPARC"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-STEPARC-FILE-STATUS.
008000     SELECT OPTIONAL REQUEST-REGISTRY ASSIGN TO "REQREG"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS REQUEST-REG-KEY
008400         FILE STATUS IS WS-REQREG-FILE-STATUS.
008500     SELECT REQ-ARCHIVE ASSIGN TO "REQARC"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-REQARC-FILE-STATUS.
008800     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-SEC-FILE-STATUS.
009100     SELECT SEC-ARCHIVE ASSIGN TO "SECARC"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-SECARC-FILE-STATUS.
009400     SELECT SEC-KEEP ASSIGN TO "SECNEW"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-SECNEW-FILE-STATUS.
009700     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS RR-RUN-ID
010100         FILE STATUS IS WS-RUNREG-FILE-STATUS.
010200     SELECT RUN-ARCHIVE ASSIGN TO "RUNARC"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-RUNARC-FILE-STATUS.
010400     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALRTFILE"
010400         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS ALERT-KEY
010400         FILE STATUS IS WS-ALERT-FILE-STATUS.
010400     SELECT ALERT-ARCHIVE ASSIGN TO "ALRTARC"
010400         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-ALRTARC-FILE-STATUS.
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  STANDARD-OUTPUT.
010800     01 OUT-LINE  PICTURE X(80).
010900 FD  RETENTION-TABLE.
011000     COPY RETNREC.
011100 *> the archive and keep files carry the same row the live
011200 *> file does, renamed so the layouts can coexist and stay
011300 *> the same width as the live record grows.
011400 FD  PROBLEM-FILE.
011500     COPY PROBREC.
011600 FD  PROB-ARCHIVE.
011700     COPY PROBREC REPLACING
011800         ==PROBLEM-RECORD== BY ==PROB-ARC-RECORD==
011900         LEADING ==PB== BY ==PA==.
012000 FD  PROB-KEEP.
012100     COPY PROBREC REPLACING
012200         ==PROBLEM-RECORD== BY ==PROB-KEEP-RECORD==
012300         LEADING ==PB== BY ==PK==.
012400 FD  RESULT-MASTER.
012500     COPY RSLTREC.
012600 FD  RSLT-ARCHIVE.
012700     COPY RSLTREC REPLACING
012800         ==RESULT-MASTER-RECORD== BY ==RSLT-ARC-RECORD==
012900         ==RESULT-KEY== BY ==RSLT-ARC-KEY==
013000         LEADING ==RS== BY ==RZ==.
013100 FD  STEP-REGISTRY.
013200     COPY STEPREC.
013300 FD  STEP-ARCHIVE.
013400     COPY STEPREC REPLACING
013500         ==STEP-REGISTRY-RECORD== BY ==STEP-ARC-RECORD==
013600         ==STEP-REG-KEY== BY ==STEP-ARC-KEY==
013700         LEADING ==SJ== BY ==SX==.
013800 FD  REQUEST-REGISTRY.
013900     COPY REQREC.
014000 FD  REQ-ARCHIVE.
014100     COPY REQREC REPLACING
014200         ==REQUEST-REGISTRY-RECORD== BY ==REQ-ARC-RECORD==
014300         ==REQUEST-REG-KEY== BY ==REQ-ARC-KEY==
014400         LEADING ==RQ== BY ==RX==.
014500 FD  SECURITY-LOG.
014600     COPY SECREC.
014700 FD  SEC-ARCHIVE.
014800     COPY SECREC REPLACING
014900         ==SECURITY-LOG-RECORD== BY ==SEC-ARC-RECORD==
015000         LEADING ==SC== BY ==SA==.
015100 FD  SEC-KEEP.
015200     COPY SECREC REPLACING
015300         ==SECURITY-LOG-RECORD== BY ==SEC-KEEP-RECORD==
015400         LEADING ==SC== BY ==SK==.
015500 FD  RUN-REGISTRY.
015600     COPY RUNREC.
015700 FD  RUN-ARCHIVE.
015800     COPY RUNREC REPLACING
015900         ==RUN-REGISTRY-RECORD== BY ==RUN-ARC-RECORD==
016000         LEADING ==RR== BY ==RA==.
016000 FD  ALERT-FILE.
016000     COPY ALRTREC.
016000 FD  ALERT-ARCHIVE.
016000     COPY ALRTREC REPLACING
016000         ==ALERT-RECORD== BY ==ALERT-ARC-RECORD==
016000         ==ALERT-KEY== BY ==ALERT-ARC-KEY==
016000         LEADING ==AT== BY ==AX==.
016100 WORKING-STORAGE SECTION.
016200 *> -------------------------------------------------------
016300 *> file statuses
016400 *> -------------------------------------------------------
016500 77  WS-RETN-FILE-STATUS        PICTURE X(02) VALUE '00'.
016600     88 RETN-FILE-NOT-FOUND                   VALUE '35'.
016700 77  WS-PROB-FILE-STATUS        PICTURE X(02) VALUE '00'.
016800     88 PROB-FILE-NOT-FOUND                   VALUE '35'.
016900 77  WS-PROBARC-FILE-STATUS     PICTURE X(02) VALUE '00'.
017000     88 PROBARC-FILE-OK                       VALUE '00'.
017100 77  WS-PROBNEW-FILE-STATUS     PICTURE X(02) VALUE '00'.
017200     88 PROBNEW-FILE-OK                       VALUE '00'.
017300 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
017400     88 RSLT-FILE-OK                          VALUE '00' '05'.
017500     88 RSLT-FILE-NOT-FOUND                   VALUE '35'.
017600 77  WS-RSLTARC-FILE-STATUS     PICTURE X(02) VALUE '00'.
017700     88 RSLTARC-FILE-OK                       VALUE '00'.
017800 77  WS-STEPREG-FILE-STATUS     PICTURE X(02) VALUE '00'.
017900     88 STEPREG-FILE-OK                       VALUE '00' '05'.
018000     88 STEPREG-FILE-NOT-FOUND                VALUE '35'.
018100 77  WS-STEPARC-FILE-STATUS     PICTURE X(02) VALUE '00'.
018200     88 STEPARC-FILE-OK                       VALUE '00'.
018300 77  WS-REQREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
018400     88 REQREG-FILE-OK                        VALUE '00' '05'.
018500     88 REQREG-FILE-NOT-FOUND                 VALUE '35'.
018600 77  WS-REQARC-FILE-STATUS      PICTURE X(02) VALUE '00'.
018700     88 REQARC-FILE-OK                        VALUE '00'.
018800 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
018900     88 SEC-FILE-NOT-FOUND                    VALUE '35'.
019000 77  WS-SECARC-FILE-STATUS      PICTURE X(02) VALUE '00'.
019100     88 SECARC-FILE-OK                        VALUE '00'.
019200 77  WS-SECNEW-FILE-STATUS      PICTURE X(02) VALUE '00'.
019300     88 SECNEW-FILE-OK                        VALUE '00'.
019400 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
019500     88 RUNREG-FILE-OK                        VALUE '00' '05'.
019600     88 RUNREG-FILE-NOT-FOUND                 VALUE '35'.
019700 77  WS-RUNARC-FILE-STATUS      PICTURE X(02) VALUE '00'.
019800     88 RUNARC-FILE-OK                        VALUE '00'.
019800 77  WS-ALERT-FILE-STATUS       PICTURE X(02) VALUE '00'.
019800     88 ALERT-FILE-OK                         VALUE '00' '05'.
019800     88 ALERT-FILE-NOT-FOUND                  VALUE '35'.
019800 77  WS-ALRTARC-FILE-STATUS     PICTURE X(02) VALUE '00'.
019800     88 ALRTARC-FILE-OK                       VALUE '00'.
019900 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
020000     88 END-OF-INPUT                          VALUE 'Y'.
020100 77  WS-RETN-EOF-SW             PICTURE X(01) VALUE 'N'.
020200     88 END-OF-RETENTION                      VALUE 'Y'.
020300 77  WS-RSLT-PRESENT-SW         PICTURE X(01) VALUE 'N'.
020400     88 RSLT-PRESENT                          VALUE 'Y'.
020500 *> -------------------------------------------------------
020600 *> the retention table.  The shop defaults and floors are
020700 *> held here with each file's archive DD and the wording of
020800 *> its two refusal reasons; RETNTBL cards override the days.
020900 *> The entries are in purge order.
021000 *> -------------------------------------------------------
021100 77  WS-FILE-MAX                PICTURE 9(02) COMP VALUE 7.
021200 77  WS-FILE-SUB                PICTURE 9(02) COMP VALUE 0.
021300 77  WS-PROB-X                  PICTURE 9(02) COMP VALUE 1.
021400 77  WS-RSLT-X                  PICTURE 9(02) COMP VALUE 2.
021500 77  WS-STEP-X                  PICTURE 9(02) COMP VALUE 3.
021600 77  WS-REQ-X                   PICTURE 9(02) COMP VALUE 4.
021700 77  WS-SEC-X                   PICTURE 9(02) COMP VALUE 5.
021800 77  WS-RUN-X                   PICTURE 9(02) COMP VALUE 6.
021800 77  WS-ALERT-X                 PICTURE 9(02) COMP VALUE 7.
021900 01  WS-RETAIN-DEFAULTS.
022000     02 FILLER PICTURE X(24) VALUE 'PROBFILE03650030PROBARC '.
022100     02 FILLER PICTURE X(24) VALUE 'PROBLEM STILL OPEN      '.
022200     02 FILLER PICTURE X(24) VALUE SPACES.
022300     02 FILLER PICTURE X(24) VALUE 'RSLTMAST07300030RSLTARC '.
022400     02 FILLER PICTURE X(24) VALUE 'ANSWER NOT DELIVERED    '.
022500     02 FILLER PICTURE X(24) VALUE 'OPEN PROBLEM ON ANSWER  '.
022600     02 FILLER PICTURE X(24) VALUE 'STEPREG 00900030STEPARC '.
022700     02 FILLER PICTURE X(24) VALUE 'STEP STILL OPEN (OP)    '.
022800     02 FILLER PICTURE X(24) VALUE SPACES.
022900     02 FILLER PICTURE X(24) VALUE 'REQREG  09990999REQARC  '.
023000     02 FILLER PICTURE X(24) VALUE 'ANSWER NOT DELIVERED    '.
023100     02 FILLER PICTURE X(24) VALUE 'OPEN PROBLEM ON REQUEST '.
023200     02 FILLER PICTURE X(24) VALUE 'SECLOG  03650030SECARC  '.
023300     02 FILLER PICTURE X(24) VALUE SPACES.
023400     02 FILLER PICTURE X(24) VALUE SPACES.
023500     02 FILLER PICTURE X(24) VALUE 'RUNREG  04000030RUNARC  '.
023600     02 FILLER PICTURE X(24) VALUE 'RUN STILL OPEN (OP)     '.
023700     02 FILLER PICTURE X(24) VALUE 'RUN ID STILL REFERENCED '.
023700     02 FILLER PICTURE X(24) VALUE 'ALRTFILE03650030ALRTARC '.
023700     02 FILLER PICTURE X(24) VALUE 'ALERT NOT ACKNOWLEDGED  '.
023700     02 FILLER PICTURE X(24) VALUE SPACES.
023800 01  WS-DEFAULT-TABLE REDEFINES WS-RETAIN-DEFAULTS.
023900     02 WS-DEFAULT-ENTRY OCCURS 7 TIMES.
024000        03 WD-FILE-NAME          PICTURE X(08).
024100        03 WD-DEFAULT-DAYS       PICTURE 9(04).
024200        03 WD-FLOOR-DAYS         PICTURE 9(04).
024300        03 WD-ARCHIVE-DD         PICTURE X(08).
024400        03 WD-REASON-1           PICTURE X(24).
024500        03 WD-REASON-2           PICTURE X(24).
024600 01  WS-RETENTION-TABLE.
024700     02 WS-RETAIN-ENTRY OCCURS 7 TIMES.
024800        03 WT-RETAIN-DAYS        PICTURE 9(04).
024900        03 WT-DAYS-SOURCE        PICTURE X(01).
025000           88 WT-FROM-DEFAULT                VALUE 'D'.
025100           88 WT-FROM-TABLE                  VALUE 'T'.
025200           88 WT-RAISED-TO-FLOOR             VALUE 'F'.
025300        03 WT-CUTOFF-DATE        PICTURE 9(08).
025400        03 WT-FOUND-SW           PICTURE X(01).
025500           88 WT-FILE-FOUND                  VALUE 'Y'.
025600        03 WT-READ-COUNT         PICTURE 9(07) COMP.
025700        03 WT-KEPT-COUNT         PICTURE 9(07) COMP.
025800        03 WT-ARCH-COUNT         PICTURE 9(07) COMP.
025900        03 WT-REFUSED-COUNT      PICTURE 9(07) COMP.
026000        03 WT-REASON-1-COUNT     PICTURE 9(07) COMP.
026100        03 WT-REASON-2-COUNT     PICTURE 9(07) COMP.
026200 77  WS-CARD-MATCH-SW           PICTURE X(01) VALUE 'N'.
026300     88 CARD-MATCHED                          VALUE 'Y'.
026400 77  WS-TODAY-DATE              PICTURE 9(08) VALUE 0.
026500 77  WS-TODAY-INT               PICTURE 9(07) COMP VALUE 0.
026600 77  WS-CUTOFF-INT              PICTURE 9(07) COMP VALUE 0.
026700 77  WS-AGE-DATE                PICTURE 9(08) VALUE 0.
026800 77  WS-TOTAL-REFUSED           PICTURE 9(07) COMP VALUE 0.
026900 *> -------------------------------------------------------
027000 *> the problems still open, by request and degree, so the
027100 *> results master and the request registry can refuse what
027200 *> an open problem still points at.  A full table refuses
027300 *> every expired answer and request rather than guess.
027400 *> -------------------------------------------------------
027500 77  WS-OPEN-MAX                PICTURE 9(03) COMP VALUE 500.
027600 77  WS-OPEN-COUNT              PICTURE 9(03) COMP VALUE 0.
027700 77  WS-OPEN-SUB                PICTURE 9(03) COMP VALUE 0.
027800 77  WS-OPEN-FULL-SW            PICTURE X(01) VALUE 'N'.
027900     88 OPEN-TABLE-FULL                       VALUE 'Y'.
028000 77  WS-PROBLEM-OPEN-SW         PICTURE X(01) VALUE 'N'.
028100     88 PROBLEM-IS-OPEN                       VALUE 'Y'.
028200 77  WS-FIND-REQUEST-ID         PICTURE X(08) VALUE SPACES.
028300 77  WS-FIND-DEGREE             PICTURE 9(02) VALUE 0.
028400     88 FIND-ANY-DEGREE                       VALUE 99.
028500 77  WS-OPEN-FOUND-SW           PICTURE X(01) VALUE 'N'.
028600     88 OPEN-PROBLEM-FOUND                    VALUE 'Y'.
028700 01  WS-OPEN-PROBLEM-TABLE.
028800     02 WS-OPEN-ENTRY OCCURS 500 TIMES.
028900        03 WO-REQUEST-ID         PICTURE X(08).
029000        03 WO-ROOT-DEGREE        PICTURE 9(02).
029100 *> -------------------------------------------------------
029200 *> run IDs still carried by a kept problem, answer or step
029300 *> row; RUNREG refuses to purge any of them.  A full table
029400 *> refuses every expired run rather than guess.
029500 *> -------------------------------------------------------
029600 77  WS-HOLD-MAX                PICTURE 9(04) COMP VALUE 3000.
029700 77  WS-HOLD-COUNT              PICTURE 9(04) COMP VALUE 0.
029800 77  WS-HOLD-SUB                PICTURE 9(04) COMP VALUE 0.
029900 77  WS-HOLD-FULL-SW            PICTURE X(01) VALUE 'N'.
030000     88 HOLD-TABLE-FULL                       VALUE 'Y'.
030100 77  WS-HOLD-RUN-ID             PICTURE 9(16) VALUE 0.
030200 77  WS-LAST-HELD-ID            PICTURE 9(16) VALUE 0.
030300 77  WS-HELD-SW                 PICTURE X(01) VALUE 'N'.
030400     88 RUN-IS-HELD                           VALUE 'Y'.
030500 01  WS-HOLD-TABLE.
030600     02 WH-RUN-ID PICTURE 9(16) OCCURS 3000 TIMES.
030700 77  WS-UNDELIVERED-SW          PICTURE X(01) VALUE 'N'.
030800     88 ANSWER-UNDELIVERED                    VALUE 'Y'.
030900 77  WS-RSLT-SCAN-SW            PICTURE X(01) VALUE 'N'.
031000     88 RSLT-SCAN-DONE                        VALUE 'Y'.
031100 *> -------------------------------------------------------
031200 *> report lines
031300 *> -------------------------------------------------------
031400 01  PURG-HEADER-LINE.
031500     02 FILLER PICTURE X(9) VALUE SPACES.
031600     02 FILLER PICTURE X(30) VALUE
031700        'RETENTION AND PURGE CONTROL RE'.
031800     02 FILLER PICTURE X(04) VALUE 'PORT'.
031900 01  PURG-UNDER-LINE.
032000     02 FILLER PICTURE X(44) VALUE
032100        '--------------------------------------------'.
032200 01  PURG-DATE-LINE.
032300     02 FILLER PICTURE X(16) VALUE ' RUN DATE.....: '.
032400     02 PG-RUN-DATE           PICTURE 9(08).
032500 01  PURG-NOTABLE-LINE.
032600     02 FILLER PICTURE X(44) VALUE
032700        ' RETNTBL NOT FOUND - SHOP DEFAULTS USED.    '.
032800 01  PURG-BADCARD-LINE.
032900     02 FILLER PICTURE X(22) VALUE ' RETNTBL CARD IGNORED '.
033000     02 PG-BAD-FILE           PICTURE X(08).
033100     02 FILLER PICTURE X(22) VALUE ' - NOT A PURGED FILE. '.
033200 01  PURG-RETAIN-LINE.
033300     02 FILLER PICTURE X(01) VALUE SPACE.
033400     02 PG-FILE-NAME          PICTURE X(08).
033500     02 FILLER PICTURE X(08) VALUE ' RETAIN '.
033600     02 PG-RETAIN-DAYS        PICTURE ZZZ9.
033700     02 FILLER PICTURE X(06) VALUE ' DAYS '.
033800     02 PG-DAYS-SOURCE        PICTURE X(15).
033900     02 FILLER PICTURE X(08) VALUE ' CUTOFF '.
034000     02 PG-CUTOFF-DATE        PICTURE 9(08).
034100 01  PURG-COUNT-LINE.
034200     02 FILLER PICTURE X(09) VALUE '    READ '.
034300     02 PG-READ-COUNT         PICTURE ZZZ,ZZ9.
034400     02 FILLER PICTURE X(07) VALUE '  KEPT '.
034500     02 PG-KEPT-COUNT         PICTURE ZZZ,ZZ9.
034600     02 FILLER PICTURE X(11) VALUE '  ARCHIVED '.
034700     02 PG-ARCH-COUNT         PICTURE ZZZ,ZZ9.
034800     02 FILLER PICTURE X(10) VALUE '  REFUSED '.
034900     02 PG-REFUSED-COUNT      PICTURE ZZZ,ZZ9.
035000 01  PURG-REASON-LINE.
035100     02 FILLER PICTURE X(14) VALUE '    REFUSED - '.
035200     02 PG-REASON             PICTURE X(24).
035300     02 FILLER PICTURE X(01) VALUE SPACE.
035400     02 PG-REASON-COUNT       PICTURE ZZZ,ZZ9.
035500 01  PURG-GEN-LINE.
035600     02 FILLER PICTURE X(16) VALUE '    ARCHIVED TO '.
035700     02 PG-GEN-DD             PICTURE X(08).
035800     02 FILLER PICTURE X(20) VALUE ' GENERATION (+1) OF '.
035900     02 PG-GEN-DATE           PICTURE 9(08).
036000 01  PURG-NOFILE-LINE.
036100     02 FILLER PICTURE X(04) VALUE SPACES.
036200     02 FILLER PICTURE X(31) VALUE
036300        'NOT FOUND - NOTHING TO PURGE. '.
036400 01  PURG-OPENFULL-LINE.
036500     02 FILLER PICTURE X(44) VALUE
036600        ' OPEN-PROBLEM TABLE FULL - EVERY EXPIRED ANS'.
036700     02 FILLER PICTURE X(32) VALUE
036800        'WER AND REQUEST REFUSED.        '.
036900 01  PURG-HOLDFULL-LINE.
037000     02 FILLER PICTURE X(44) VALUE
037100        ' RUN-ID HOLD TABLE FULL - EVERY EXPIRED RUN '.
037200     02 FILLER PICTURE X(32) VALUE
037300        'REFUSED.                        '.
037400 01  PURG-TOTAL-LINE.
037500     02 FILLER PICTURE X(36) VALUE
037600        ' ROWS REFUSED, STILL REFERENCED...: '.
037700     02 PG-TOTAL-REFUSED      PICTURE ZZZ,ZZ9.
037800
037900 PROCEDURE DIVISION.
038000 0000-MAINLINE.
038100     OPEN OUTPUT STANDARD-OUTPUT.
038200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
038300     COMPUTE WS-TODAY-INT =
038400         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
038500     WRITE OUT-LINE FROM PURG-HEADER-LINE
038600         AFTER ADVANCING 0 LINES.
038700     WRITE OUT-LINE FROM PURG-UNDER-LINE AFTER ADVANCING 1 LINE.
038800     MOVE WS-TODAY-DATE TO PG-RUN-DATE.
038900     WRITE OUT-LINE FROM PURG-DATE-LINE AFTER ADVANCING 1 LINE.
039000     PERFORM 1000-LOAD-RETENTION THRU 1000-EXIT.
039100     PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT
039200         VARYING WS-FILE-SUB FROM 1 BY 1
039300         UNTIL WS-FILE-SUB > WS-FILE-MAX.
039400     PERFORM 1700-OPEN-RESULTS THRU 1700-EXIT.
039500     PERFORM 2000-PURGE-PROBLEMS THRU 2000-EXIT.
039600     PERFORM 3000-PURGE-RESULTS THRU 3000-EXIT.
039700     PERFORM 4000-PURGE-STEPS THRU 4000-EXIT.
039800     PERFORM 5000-PURGE-REQUESTS THRU 5000-EXIT.
039900     IF RSLT-PRESENT
040000         CLOSE RESULT-MASTER
040100     END-IF.
040200     PERFORM 6000-PURGE-SECLOG THRU 6000-EXIT.
040300     PERFORM 7000-PURGE-RUNS THRU 7000-EXIT.
040300     PERFORM 7500-PURGE-ALERTS THRU 7500-EXIT.
040400     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
040500     CLOSE STANDARD-OUTPUT.
040600     IF WS-TOTAL-REFUSED > 0
040700         MOVE 4 TO RETURN-CODE
040800     ELSE
040900         MOVE 0 TO RETURN-CODE
041000     END-IF.
041100     STOP RUN.
041200
041300 *> -------------------------------------------------------
041400 *> 1000-LOAD-RETENTION - every file starts at its shop
041500 *> default; each RETNTBL card then sets the days for the
041600 *> file it names.  No table at all is not an error - the
041700 *> defaults are what the table would normally say.
041800 *> -------------------------------------------------------
041900 1000-LOAD-RETENTION.
042000     PERFORM 1050-SET-DEFAULT THRU 1050-EXIT
042100         VARYING WS-FILE-SUB FROM 1 BY 1
042200         UNTIL WS-FILE-SUB > WS-FILE-MAX.
042300     OPEN INPUT RETENTION-TABLE.
042400     IF RETN-FILE-NOT-FOUND
042500         WRITE OUT-LINE FROM PURG-NOTABLE-LINE
042600             AFTER ADVANCING 1 LINE
042700         GO TO 1000-EXIT
042800     END-IF.
042900     PERFORM 1100-READ-RETENTION THRU 1100-EXIT.
043000     PERFORM 1200-APPLY-ONE-CARD THRU 1200-EXIT
043100         UNTIL END-OF-RETENTION.
043200     CLOSE RETENTION-TABLE.
043300 1000-EXIT.
043400     EXIT.
043500
043600 1050-SET-DEFAULT.
043700     MOVE WD-DEFAULT-DAYS (WS-FILE-SUB)
043800         TO WT-RETAIN-DAYS (WS-FILE-SUB).
043900     SET WT-FROM-DEFAULT (WS-FILE-SUB) TO TRUE.
044000     MOVE 0 TO WT-CUTOFF-DATE (WS-FILE-SUB).
044100     MOVE 'Y' TO WT-FOUND-SW (WS-FILE-SUB).
044200     MOVE 0 TO WT-READ-COUNT (WS-FILE-SUB).
044300     MOVE 0 TO WT-KEPT-COUNT (WS-FILE-SUB).
044400     MOVE 0 TO WT-ARCH-COUNT (WS-FILE-SUB).
044500     MOVE 0 TO WT-REFUSED-COUNT (WS-FILE-SUB).
044600     MOVE 0 TO WT-REASON-1-COUNT (WS-FILE-SUB).
044700     MOVE 0 TO WT-REASON-2-COUNT (WS-FILE-SUB).
044800 1050-EXIT.
044900     EXIT.
045000
045100 1100-READ-RETENTION.
045200     READ RETENTION-TABLE
045300         AT END
045400             MOVE 'Y' TO WS-RETN-EOF-SW
045500     END-READ.
045600 1100-EXIT.
045700     EXIT.
045800
045900 *> -------------------------------------------------------
046000 *> 1200-APPLY-ONE-CARD - comment cards are skipped; a card
046100 *> naming a file this program does not purge is reported
046200 *> and ignored; blank or zero days leave the default.
046300 *> -------------------------------------------------------
046400 1200-APPLY-ONE-CARD.
046500     IF RT-FILE-NAME (1:1) = '*' OR RT-FILE-NAME = SPACES
046600         GO TO 1200-READ-NEXT
046700     END-IF.
046800     MOVE 'N' TO WS-CARD-MATCH-SW.
046900     PERFORM 1210-MATCH-ONE-FILE THRU 1210-EXIT
047000         VARYING WS-FILE-SUB FROM 1 BY 1
047100         UNTIL WS-FILE-SUB > WS-FILE-MAX OR CARD-MATCHED.
047200     IF NOT CARD-MATCHED
047300         MOVE RT-FILE-NAME TO PG-BAD-FILE
047400         WRITE OUT-LINE FROM PURG-BADCARD-LINE
047500             AFTER ADVANCING 1 LINE
047600     END-IF.
047700 1200-READ-NEXT.
047800     PERFORM 1100-READ-RETENTION THRU 1100-EXIT.
047900 1200-EXIT.
048000     EXIT.
048100
048200 1210-MATCH-ONE-FILE.
048300     IF RT-FILE-NAME NOT = WD-FILE-NAME (WS-FILE-SUB)
048400         GO TO 1210-EXIT
048500     END-IF.
048600     SET CARD-MATCHED TO TRUE.
048700     IF RT-RETAIN-DAYS NUMERIC AND RT-RETAIN-DAYS > 0
048800         MOVE RT-RETAIN-DAYS TO WT-RETAIN-DAYS (WS-FILE-SUB)
048900         SET WT-FROM-TABLE (WS-FILE-SUB) TO TRUE
049000     END-IF.
049100 1210-EXIT.
049200     EXIT.
049300
049400 *> -------------------------------------------------------
049500 *> 1500-COMPUTE-CUTOFF - a retention below the file's floor
049600 *> is raised to it, then the cutoff is worked back from
049700 *> today; rows dated before the cutoff are past retention.
049800 *> -------------------------------------------------------
049900 1500-COMPUTE-CUTOFF.
050000     IF WT-RETAIN-DAYS (WS-FILE-SUB) < WD-FLOOR-DAYS (WS-FILE-SUB)
050100         MOVE WD-FLOOR-DAYS (WS-FILE-SUB)
050200             TO WT-RETAIN-DAYS (WS-FILE-SUB)
050300         SET WT-RAISED-TO-FLOOR (WS-FILE-SUB) TO TRUE
050400     END-IF.
050500     COMPUTE WS-CUTOFF-INT =
050600         WS-TODAY-INT - WT-RETAIN-DAYS (WS-FILE-SUB).
050700     COMPUTE WT-CUTOFF-DATE (WS-FILE-SUB) =
050800         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
050900 1500-EXIT.
051000     EXIT.
051100
051200 *> -------------------------------------------------------
051300 *> 1700-OPEN-RESULTS - the results master stays open through
051400 *> the problem, answer and request passes: the first and last
051500 *> look answers up on it, the second purges it.
051600 *> -------------------------------------------------------
051700 1700-OPEN-RESULTS.
051800     OPEN I-O RESULT-MASTER.
051900     IF RSLT-FILE-NOT-FOUND
052000         GO TO 1700-EXIT
052100     END-IF.
052200     IF NOT RSLT-FILE-OK
052300         DISPLAY 'UNABLE TO OPEN RSLTMAST, STATUS '
052400             WS-RSLT-FILE-STATUS
052500         MOVE 16 TO RETURN-CODE
052600         STOP RUN
052700     END-IF.
052800     SET RSLT-PRESENT TO TRUE.
052900 1700-EXIT.
053000     EXIT.
053100
053200 *> -------------------------------------------------------
053300 *> 2000-PURGE-PROBLEMS - splits the problem file on its
053400 *> cutoff.  An expired problem is archived only once it is
053500 *> resolved; an open one stays on the keep file whatever
053600 *> its age.  Every open problem is remembered for the
053700 *> answer and request passes, and every kept row's run ID
053800 *> is held for the run pass.
053900 *> -------------------------------------------------------
054000 2000-PURGE-PROBLEMS.
054100     MOVE WS-PROB-X TO WS-FILE-SUB.
054200     MOVE 'N' TO WS-EOF-SW.
054300     OPEN INPUT PROBLEM-FILE.
054400     IF PROB-FILE-NOT-FOUND
054500         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
054600         GO TO 2000-EXIT
054700     END-IF.
054800     *> a silently failed archive or keep open would end this
054900     *> step clean and let the job stream copy an empty keep
055000     *> file back over the live file - condition code 16 stops
055100     *> the copy-backs instead.
055200     OPEN OUTPUT PROB-ARCHIVE.
055300     IF NOT PROBARC-FILE-OK
055400         DISPLAY 'UNABLE TO OPEN PROBARC, STATUS '
055500             WS-PROBARC-FILE-STATUS
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900     OPEN OUTPUT PROB-KEEP.
056000     IF NOT PROBNEW-FILE-OK
056100         DISPLAY 'UNABLE TO OPEN PROBNEW, STATUS '
056200             WS-PROBNEW-FILE-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF.
056600     PERFORM 2100-READ-PROBLEM THRU 2100-EXIT.
056700     PERFORM 2200-SPLIT-PROBLEM-ROW THRU 2200-EXIT
056800         UNTIL END-OF-INPUT.
056900     CLOSE PROB-ARCHIVE.
057000     CLOSE PROB-KEEP.
057100     CLOSE PROBLEM-FILE.
057200 2000-EXIT.
057300     EXIT.
057400
057500 2100-READ-PROBLEM.
057600     READ PROBLEM-FILE
057700         AT END
057800             MOVE 'Y' TO WS-EOF-SW
057900     END-READ.
058000 2100-EXIT.
058100     EXIT.
058200
058300 2200-SPLIT-PROBLEM-ROW.
058400     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
058500     PERFORM 2300-TEST-PROBLEM-OPEN THRU 2300-EXIT.
058600     IF PROBLEM-IS-OPEN
058700         PERFORM 2400-REMEMBER-OPEN-PROBLEM THRU 2400-EXIT
058800     END-IF.
058900     IF PB-FILED-DATE < WT-CUTOFF-DATE (WS-FILE-SUB)
059000         AND NOT PROBLEM-IS-OPEN
059100         WRITE PROB-ARC-RECORD FROM PROBLEM-RECORD
059200         ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB)
059300         GO TO 2200-READ-NEXT
059400     END-IF.
059500     WRITE PROB-KEEP-RECORD FROM PROBLEM-RECORD.
059600     IF PB-FILED-DATE < WT-CUTOFF-DATE (WS-FILE-SUB)
059700         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
059800         ADD 1 TO WT-REASON-1-COUNT (WS-FILE-SUB)
059900     ELSE
060000         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
060100     END-IF.
060200     MOVE PB-RUN-ID TO WS-HOLD-RUN-ID.
060300     PERFORM 2900-HOLD-RUN-ID THRU 2900-EXIT.
060400 2200-READ-NEXT.
060500     PERFORM 2100-READ-PROBLEM THRU 2100-EXIT.
060600 2200-EXIT.
060700     EXIT.
060800
060900 *> -------------------------------------------------------
061000 *> 2300-TEST-PROBLEM-OPEN - a problem is resolved once a
061100 *> later run has filed an answer for its request and degree
061200 *> on the results master with a status other than UN.  A
061300 *> problem with no request ID (terminal work) has no answer
061400 *> on the master and is never taken as resolved here.
061500 *> -------------------------------------------------------
061600 2300-TEST-PROBLEM-OPEN.
061700     SET PROBLEM-IS-OPEN TO TRUE.
061800     IF PB-REQUEST-ID = SPACES OR NOT RSLT-PRESENT
061900         GO TO 2300-EXIT
062000     END-IF.
062100     MOVE PB-REQUEST-ID TO RS-REQUEST-ID.
062200     MOVE PB-ROOT-DEGREE TO RS-ROOT-DEGREE.
062300     READ RESULT-MASTER
062400         INVALID KEY
062500             CONTINUE
062600         NOT INVALID KEY
062700             IF RS-RUN-ID > PB-RUN-ID
062800                 AND RS-STATUS-CODE NOT = 'UN'
062900                 MOVE 'N' TO WS-PROBLEM-OPEN-SW
063000             END-IF
063100     END-READ.
063200 2300-EXIT.
063300     EXIT.
063400
063500 2400-REMEMBER-OPEN-PROBLEM.
063600     IF PB-REQUEST-ID = SPACES
063700         GO TO 2400-EXIT
063800     END-IF.
063900     IF WS-OPEN-COUNT NOT < WS-OPEN-MAX
064000         SET OPEN-TABLE-FULL TO TRUE
064100         GO TO 2400-EXIT
064200     END-IF.
064300     ADD 1 TO WS-OPEN-COUNT.
064400     MOVE PB-REQUEST-ID TO WO-REQUEST-ID (WS-OPEN-COUNT).
064500     MOVE PB-ROOT-DEGREE TO WO-ROOT-DEGREE (WS-OPEN-COUNT).
064600 2400-EXIT.
064700     EXIT.
064800
064900 *> -------------------------------------------------------
065000 *> 2500-FIND-OPEN-PROBLEM - is there an open problem for
065100 *> WS-FIND-REQUEST-ID (at WS-FIND-DEGREE, or at any degree
065200 *> when that is 99)?
065300 *> -------------------------------------------------------
065400 2500-FIND-OPEN-PROBLEM.
065500     MOVE 'N' TO WS-OPEN-FOUND-SW.
065600     PERFORM 2510-TEST-ONE-OPEN THRU 2510-EXIT
065700         VARYING WS-OPEN-SUB FROM 1 BY 1
065800         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
065900             OR OPEN-PROBLEM-FOUND.
066000 2500-EXIT.
066100     EXIT.
066200
066300 2510-TEST-ONE-OPEN.
066400     IF WO-REQUEST-ID (WS-OPEN-SUB) = WS-FIND-REQUEST-ID
066500         IF FIND-ANY-DEGREE
066600             OR WO-ROOT-DEGREE (WS-OPEN-SUB) = WS-FIND-DEGREE
066700             SET OPEN-PROBLEM-FOUND TO TRUE
066800         END-IF
066900     END-IF.
067000 2510-EXIT.
067100     EXIT.
067200
067300 *> -------------------------------------------------------
067400 *> 2900-HOLD-RUN-ID - files WS-HOLD-RUN-ID on the hold table
067500 *> once.  Rows come off each file in runs sharing one run ID,
067600 *> so a repeat of the last ID held is passed over without a
067700 *> search.
067800 *> -------------------------------------------------------
067900 2900-HOLD-RUN-ID.
068000     IF WS-HOLD-RUN-ID = 0 OR WS-HOLD-RUN-ID = WS-LAST-HELD-ID
068100         GO TO 2900-EXIT
068200     END-IF.
068300     MOVE WS-HOLD-RUN-ID TO WS-LAST-HELD-ID.
068400     PERFORM 2950-FIND-HELD-RUN THRU 2950-EXIT.
068500     IF RUN-IS-HELD
068600         GO TO 2900-EXIT
068700     END-IF.
068800     IF WS-HOLD-COUNT NOT < WS-HOLD-MAX
068900         SET HOLD-TABLE-FULL TO TRUE
069000         GO TO 2900-EXIT
069100     END-IF.
069200     ADD 1 TO WS-HOLD-COUNT.
069300     MOVE WS-HOLD-RUN-ID TO WH-RUN-ID (WS-HOLD-COUNT).
069400 2900-EXIT.
069500     EXIT.
069600
069700 2950-FIND-HELD-RUN.
069800     MOVE 'N' TO WS-HELD-SW.
069900     PERFORM 2960-TEST-ONE-HELD THRU 2960-EXIT
070000         VARYING WS-HOLD-SUB FROM 1 BY 1
070100         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT OR RUN-IS-HELD.
070200 2950-EXIT.
070300     EXIT.
070400
070500 2960-TEST-ONE-HELD.
070600     IF WH-RUN-ID (WS-HOLD-SUB) = WS-HOLD-RUN-ID
070700         SET RUN-IS-HELD TO TRUE
070800     END-IF.
070900 2960-EXIT.
071000     EXIT.
071100
071200 *> -------------------------------------------------------
071300 *> 3000-PURGE-RESULTS - walks the results master in key
071400 *> order.  An expired answer is archived and deleted unless
071500 *> it has not gone out on its delivery extract yet or an
071600 *> open problem still points at it.
071700 *> -------------------------------------------------------
071800 3000-PURGE-RESULTS.
071900     MOVE WS-RSLT-X TO WS-FILE-SUB.
072000     IF NOT RSLT-PRESENT
072100         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
072200         GO TO 3000-EXIT
072300     END-IF.
072400     OPEN OUTPUT RSLT-ARCHIVE.
072500     IF NOT RSLTARC-FILE-OK
072600         DISPLAY 'UNABLE TO OPEN RSLTARC, STATUS '
072700             WS-RSLTARC-FILE-STATUS
072800         MOVE 16 TO RETURN-CODE
072900         STOP RUN
073000     END-IF.
073100     MOVE 'N' TO WS-EOF-SW.
073200     MOVE LOW-VALUES TO RESULT-KEY.
073300     START RESULT-MASTER KEY NOT LESS THAN RESULT-KEY
073400         INVALID KEY
073500             MOVE 'Y' TO WS-EOF-SW
073600     END-START.
073700     PERFORM 3100-SWEEP-ONE-RESULT THRU 3100-EXIT
073800         UNTIL END-OF-INPUT.
073900     CLOSE RSLT-ARCHIVE.
074000 3000-EXIT.
074100     EXIT.
074200
074300 3100-SWEEP-ONE-RESULT.
074400     READ RESULT-MASTER NEXT RECORD
074500         AT END
074600             MOVE 'Y' TO WS-EOF-SW
074700             GO TO 3100-EXIT
074800     END-READ.
074900     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
075000     IF RS-RUN-DATE NOT < WT-CUTOFF-DATE (WS-FILE-SUB)
075100         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
075200         GO TO 3100-HOLD
075300     END-IF.
075400     IF RS-NOT-DELIVERED
075500         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
075600         ADD 1 TO WT-REASON-1-COUNT (WS-FILE-SUB)
075700         GO TO 3100-HOLD
075800     END-IF.
075900     MOVE RS-REQUEST-ID TO WS-FIND-REQUEST-ID.
076000     MOVE RS-ROOT-DEGREE TO WS-FIND-DEGREE.
076100     PERFORM 2500-FIND-OPEN-PROBLEM THRU 2500-EXIT.
076200     IF OPEN-PROBLEM-FOUND OR OPEN-TABLE-FULL
076300         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
076400         ADD 1 TO WT-REASON-2-COUNT (WS-FILE-SUB)
076500         GO TO 3100-HOLD
076600     END-IF.
076700     WRITE RSLT-ARC-RECORD FROM RESULT-MASTER-RECORD.
076800     DELETE RESULT-MASTER
076900         INVALID KEY
077000             DISPLAY 'UNABLE TO DELETE FROM RSLTMAST, STATUS '
077100                 WS-RSLT-FILE-STATUS
077200             MOVE 16 TO RETURN-CODE
077300             STOP RUN
077400     END-DELETE.
077500     ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB).
077600     GO TO 3100-EXIT.
077700 3100-HOLD.
077800     MOVE RS-RUN-ID TO WS-HOLD-RUN-ID.
077900     PERFORM 2900-HOLD-RUN-ID THRU 2900-EXIT.
078000 3100-EXIT.
078100     EXIT.
078200
078300 *> -------------------------------------------------------
078400 *> 4000-PURGE-STEPS - an expired step row is archived and
078500 *> deleted unless it is still OP: that row is where the
078600 *> stream's restart resumes, whatever night it belongs to.
078700 *> -------------------------------------------------------
078800 4000-PURGE-STEPS.
078900     MOVE WS-STEP-X TO WS-FILE-SUB.
079000     OPEN I-O STEP-REGISTRY.
079100     IF STEPREG-FILE-NOT-FOUND
079200         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
079300         GO TO 4000-EXIT
079400     END-IF.
079500     IF NOT STEPREG-FILE-OK
079600         DISPLAY 'UNABLE TO OPEN STEPREG, STATUS '
079700             WS-STEPREG-FILE-STATUS
079800         MOVE 16 TO RETURN-CODE
079900         STOP RUN
080000     END-IF.
080100     OPEN OUTPUT STEP-ARCHIVE.
080200     IF NOT STEPARC-FILE-OK
080300         DISPLAY 'UNABLE TO OPEN STEPARC, STATUS '
080400             WS-STEPARC-FILE-STATUS
080500         MOVE 16 TO RETURN-CODE
080600         STOP RUN
080700     END-IF.
080800     MOVE 'N' TO WS-EOF-SW.
080900     MOVE LOW-VALUES TO STEP-REG-KEY.
081000     START STEP-REGISTRY KEY NOT LESS THAN STEP-REG-KEY
081100         INVALID KEY
081200             MOVE 'Y' TO WS-EOF-SW
081300     END-START.
081400     PERFORM 4100-SWEEP-ONE-STEP THRU 4100-EXIT
081500         UNTIL END-OF-INPUT.
081600     CLOSE STEP-ARCHIVE.
081700     CLOSE STEP-REGISTRY.
081800 4000-EXIT.
081900     EXIT.
082000
082100 4100-SWEEP-ONE-STEP.
082200     READ STEP-REGISTRY NEXT RECORD
082300         AT END
082400             MOVE 'Y' TO WS-EOF-SW
082500             GO TO 4100-EXIT
082600     END-READ.
082700     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
082800     IF SJ-STREAM-DATE NOT < WT-CUTOFF-DATE (WS-FILE-SUB)
082900         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
083000         GO TO 4100-HOLD
083100     END-IF.
083200     IF SJ-STATUS-OPEN
083300         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
083400         ADD 1 TO WT-REASON-1-COUNT (WS-FILE-SUB)
083500         GO TO 4100-HOLD
083600     END-IF.
083700     WRITE STEP-ARC-RECORD FROM STEP-REGISTRY-RECORD.
083800     DELETE STEP-REGISTRY
083900         INVALID KEY
084000             DISPLAY 'UNABLE TO DELETE FROM STEPREG, STATUS '
084100                 WS-STEPREG-FILE-STATUS
084200             MOVE 16 TO RETURN-CODE
084300             STOP RUN
084400     END-DELETE.
084500     ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB).
084600     GO TO 4100-EXIT.
084700 4100-HOLD.
084800     MOVE SJ-RUN-ID TO WS-HOLD-RUN-ID.
084900     PERFORM 2900-HOLD-RUN-ID THRU 2900-EXIT.
085000 4100-EXIT.
085100     EXIT.
085200
085300 *> -------------------------------------------------------
085400 *> 5000-PURGE-REQUESTS - a request row ages from the last
085500 *> night it cleared the edit (the first night it arrived,
085600 *> if it never cleared).  An expired request is archived
085700 *> and deleted unless an open problem is still filed
085800 *> against it or an answer to it is still waiting for
085900 *> delivery.
086000 *> -------------------------------------------------------
086100 5000-PURGE-REQUESTS.
086200     MOVE WS-REQ-X TO WS-FILE-SUB.
086300     OPEN I-O REQUEST-REGISTRY.
086400     IF REQREG-FILE-NOT-FOUND
086500         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
086600         GO TO 5000-EXIT
086700     END-IF.
086800     IF NOT REQREG-FILE-OK
086900         DISPLAY 'UNABLE TO OPEN REQREG, STATUS '
087000             WS-REQREG-FILE-STATUS
087100         MOVE 16 TO RETURN-CODE
087200         STOP RUN
087300     END-IF.
087400     OPEN OUTPUT REQ-ARCHIVE.
087500     IF NOT REQARC-FILE-OK
087600         DISPLAY 'UNABLE TO OPEN REQARC, STATUS '
087700             WS-REQARC-FILE-STATUS
087800         MOVE 16 TO RETURN-CODE
087900         STOP RUN
088000     END-IF.
088100     MOVE 'N' TO WS-EOF-SW.
088200     MOVE LOW-VALUES TO REQUEST-REG-KEY.
088300     START REQUEST-REGISTRY KEY NOT LESS THAN REQUEST-REG-KEY
088400         INVALID KEY
088500             MOVE 'Y' TO WS-EOF-SW
088600     END-START.
088700     PERFORM 5100-SWEEP-ONE-REQUEST THRU 5100-EXIT
088800         UNTIL END-OF-INPUT.
088900     CLOSE REQ-ARCHIVE.
089000     CLOSE REQUEST-REGISTRY.
089100 5000-EXIT.
089200     EXIT.
089300
089400 5100-SWEEP-ONE-REQUEST.
089500     READ REQUEST-REGISTRY NEXT RECORD
089600         AT END
089700             MOVE 'Y' TO WS-EOF-SW
089800             GO TO 5100-EXIT
089900     END-READ.
090000     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
090100     IF RQ-LAST-SEEN-DATE NUMERIC AND RQ-LAST-SEEN-DATE > 0
090200         MOVE RQ-LAST-SEEN-DATE TO WS-AGE-DATE
090300     ELSE
090400         IF RQ-FIRST-SEEN-DATE NUMERIC
090500             MOVE RQ-FIRST-SEEN-DATE TO WS-AGE-DATE
090600         ELSE
090700             MOVE 0 TO WS-AGE-DATE
090800         END-IF
090900     END-IF.
091000     IF WS-AGE-DATE NOT < WT-CUTOFF-DATE (WS-FILE-SUB)
091100         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
091200         GO TO 5100-EXIT
091300     END-IF.
091400     PERFORM 5300-TEST-UNDELIVERED THRU 5300-EXIT.
091500     IF ANSWER-UNDELIVERED
091600         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
091700         ADD 1 TO WT-REASON-1-COUNT (WS-FILE-SUB)
091800         GO TO 5100-EXIT
091900     END-IF.
092000     MOVE RQ-REQUEST-ID TO WS-FIND-REQUEST-ID.
092100     MOVE 99 TO WS-FIND-DEGREE.
092200     PERFORM 2500-FIND-OPEN-PROBLEM THRU 2500-EXIT.
092300     IF OPEN-PROBLEM-FOUND OR OPEN-TABLE-FULL
092400         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
092500         ADD 1 TO WT-REASON-2-COUNT (WS-FILE-SUB)
092600         GO TO 5100-EXIT
092700     END-IF.
092800     WRITE REQ-ARC-RECORD FROM REQUEST-REGISTRY-RECORD.
092900     DELETE REQUEST-REGISTRY
093000         INVALID KEY
093100             DISPLAY 'UNABLE TO DELETE FROM REQREG, STATUS '
093200                 WS-REQREG-FILE-STATUS
093300             MOVE 16 TO RETURN-CODE
093400             STOP RUN
093500     END-DELETE.
093600     ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB).
093700 5100-EXIT.
093800     EXIT.
093900
094000 *> -------------------------------------------------------
094100 *> 5300-TEST-UNDELIVERED - reads every degree the results
094200 *> master holds for the request (the master is keyed by
094300 *> request ID and degree) looking for an answer to this
094400 *> department not yet delivered.
094500 *> -------------------------------------------------------
094600 5300-TEST-UNDELIVERED.
094700     MOVE 'N' TO WS-UNDELIVERED-SW.
094800     IF NOT RSLT-PRESENT
094900         GO TO 5300-EXIT
095000     END-IF.
095100     MOVE 'N' TO WS-RSLT-SCAN-SW.
095200     MOVE RQ-REQUEST-ID TO RS-REQUEST-ID.
095300     MOVE 0 TO RS-ROOT-DEGREE.
095400     START RESULT-MASTER KEY NOT LESS THAN RESULT-KEY
095500         INVALID KEY
095600             GO TO 5300-EXIT
095700     END-START.
095800     PERFORM 5310-NEXT-FOR-REQUEST THRU 5310-EXIT
095900         UNTIL RSLT-SCAN-DONE OR ANSWER-UNDELIVERED.
096000 5300-EXIT.
096100     EXIT.
096200
096300 5310-NEXT-FOR-REQUEST.
096400     READ RESULT-MASTER NEXT RECORD
096500         AT END
096600             SET RSLT-SCAN-DONE TO TRUE
096700             GO TO 5310-EXIT
096800     END-READ.
096900     IF RS-REQUEST-ID NOT = RQ-REQUEST-ID
097000         SET RSLT-SCAN-DONE TO TRUE
097100         GO TO 5310-EXIT
097200     END-IF.
097300     IF RS-DEPARTMENT = RQ-DEPARTMENT AND RS-NOT-DELIVERED
097400         SET ANSWER-UNDELIVERED TO TRUE
097500     END-IF.
097600 5310-EXIT.
097700     EXIT.
097800
097900 *> -------------------------------------------------------
098000 *> 6000-PURGE-SECLOG - same split as SQRTARCH makes of the
098100 *> audit log; nothing points back at a sign-on row, so an
098200 *> expired one is always archived.
098300 *> -------------------------------------------------------
098400 6000-PURGE-SECLOG.
098500     MOVE WS-SEC-X TO WS-FILE-SUB.
098600     MOVE 'N' TO WS-EOF-SW.
098700     OPEN INPUT SECURITY-LOG.
098800     IF SEC-FILE-NOT-FOUND
098900         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
099000         GO TO 6000-EXIT
099100     END-IF.
099200     *> same guard as the problem-file split above.
099300     OPEN OUTPUT SEC-ARCHIVE.
099400     IF NOT SECARC-FILE-OK
099500         DISPLAY 'UNABLE TO OPEN SECARC, STATUS '
099600             WS-SECARC-FILE-STATUS
099700         MOVE 16 TO RETURN-CODE
099800         STOP RUN
099900     END-IF.
100000     OPEN OUTPUT SEC-KEEP.
100100     IF NOT SECNEW-FILE-OK
100200         DISPLAY 'UNABLE TO OPEN SECNEW, STATUS '
100300             WS-SECNEW-FILE-STATUS
100400         MOVE 16 TO RETURN-CODE
100500         STOP RUN
100600     END-IF.
100700     PERFORM 6100-READ-SECLOG THRU 6100-EXIT.
100800     PERFORM 6200-SPLIT-SECLOG-ROW THRU 6200-EXIT
100900         UNTIL END-OF-INPUT.
101000     CLOSE SEC-ARCHIVE.
101100     CLOSE SEC-KEEP.
101200     CLOSE SECURITY-LOG.
101300 6000-EXIT.
101400     EXIT.
101500
101600 6100-READ-SECLOG.
101700     READ SECURITY-LOG
101800         AT END
101900             MOVE 'Y' TO WS-EOF-SW
102000     END-READ.
102100 6100-EXIT.
102200     EXIT.
102300
102400 6200-SPLIT-SECLOG-ROW.
102500     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
102600     IF SC-RUN-DATE < WT-CUTOFF-DATE (WS-FILE-SUB)
102700         WRITE SEC-ARC-RECORD FROM SECURITY-LOG-RECORD
102800         ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB)
102900     ELSE
103000         WRITE SEC-KEEP-RECORD FROM SECURITY-LOG-RECORD
103100         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
103200     END-IF.
103300     PERFORM 6100-READ-SECLOG THRU 6100-EXIT.
103400 6200-EXIT.
103500     EXIT.
103600
103700 *> -------------------------------------------------------
103800 *> 7000-PURGE-RUNS - last, once every kept row that carries
103900 *> a run ID is known.  An expired run is archived and
104000 *> deleted unless it is still OP (in flight, or a split
104100 *> night's parent not yet merged) or its run ID is on the
104200 *> hold table.
104300 *> -------------------------------------------------------
104400 7000-PURGE-RUNS.
104500     MOVE WS-RUN-X TO WS-FILE-SUB.
104600     OPEN I-O RUN-REGISTRY.
104700     IF RUNREG-FILE-NOT-FOUND
104800         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
104900         GO TO 7000-EXIT
105000     END-IF.
105100     IF NOT RUNREG-FILE-OK
105200         DISPLAY 'UNABLE TO OPEN RUNREG, STATUS '
105300             WS-RUNREG-FILE-STATUS
105400         MOVE 16 TO RETURN-CODE
105500         STOP RUN
105600     END-IF.
105700     OPEN OUTPUT RUN-ARCHIVE.
105800     IF NOT RUNARC-FILE-OK
105900         DISPLAY 'UNABLE TO OPEN RUNARC, STATUS '
106000             WS-RUNARC-FILE-STATUS
106100         MOVE 16 TO RETURN-CODE
106200         STOP RUN
106300     END-IF.
106400     MOVE 'N' TO WS-EOF-SW.
106500     MOVE LOW-VALUES TO RR-RUN-ID.
106600     START RUN-REGISTRY KEY NOT LESS THAN RR-RUN-ID
106700         INVALID KEY
106800             MOVE 'Y' TO WS-EOF-SW
106900     END-START.
107000     PERFORM 7100-SWEEP-ONE-RUN THRU 7100-EXIT
107100         UNTIL END-OF-INPUT.
107200     CLOSE RUN-ARCHIVE.
107300     CLOSE RUN-REGISTRY.
107400 7000-EXIT.
107500     EXIT.
107600
107700 7100-SWEEP-ONE-RUN.
107800     READ RUN-REGISTRY NEXT RECORD
107900         AT END
108000             MOVE 'Y' TO WS-EOF-SW
108100             GO TO 7100-EXIT
108200     END-READ.
108300     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
108400     IF RR-RUN-START-DATE NOT < WT-CUTOFF-DATE (WS-FILE-SUB)
108500         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
108600         GO TO 7100-EXIT
108700     END-IF.
108800     IF RR-STATUS-OPEN
108900         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
109000         ADD 1 TO WT-REASON-1-COUNT (WS-FILE-SUB)
109100         GO TO 7100-EXIT
109200     END-IF.
109300     MOVE RR-RUN-ID TO WS-HOLD-RUN-ID.
109400     PERFORM 2950-FIND-HELD-RUN THRU 2950-EXIT.
109500     IF RUN-IS-HELD OR HOLD-TABLE-FULL
109600         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
109700         ADD 1 TO WT-REASON-2-COUNT (WS-FILE-SUB)
109800         GO TO 7100-EXIT
109900     END-IF.
110000     WRITE RUN-ARC-RECORD FROM RUN-REGISTRY-RECORD.
110100     DELETE RUN-REGISTRY
110200         INVALID KEY
110300             DISPLAY 'UNABLE TO DELETE FROM RUNREG, STATUS '
110400                 WS-RUNREG-FILE-STATUS
110500             MOVE 16 TO RETURN-CODE
110600             STOP RUN
110700     END-DELETE.
110800     ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB).
110900 7100-EXIT.
111000     EXIT.
111000
111000 *> -------------------------------------------------------
111000 *> 7500-PURGE-ALERTS - an expired alert is archived and
111000 *> deleted once it has been acknowledged; one still open
111000 *> stays on the console however old it is.
111000 *> -------------------------------------------------------
111000 7500-PURGE-ALERTS.
111000     MOVE WS-ALERT-X TO WS-FILE-SUB.
111000     OPEN I-O ALERT-FILE.
111000     IF ALERT-FILE-NOT-FOUND
111000         MOVE 'N' TO WT-FOUND-SW (WS-FILE-SUB)
111000         GO TO 7500-EXIT
111000     END-IF.
111000     IF NOT ALERT-FILE-OK
111000         DISPLAY 'UNABLE TO OPEN ALRTFILE, STATUS '
111000             WS-ALERT-FILE-STATUS
111000         MOVE 16 TO RETURN-CODE
111000         STOP RUN
111000     END-IF.
111000     OPEN OUTPUT ALERT-ARCHIVE.
111000     IF NOT ALRTARC-FILE-OK
111000         DISPLAY 'UNABLE TO OPEN ALRTARC, STATUS '
111000             WS-ALRTARC-FILE-STATUS
111000         MOVE 16 TO RETURN-CODE
111000         STOP RUN
111000     END-IF.
111000     MOVE 'N' TO WS-EOF-SW.
111000     MOVE LOW-VALUES TO ALERT-KEY.
111000     START ALERT-FILE KEY NOT LESS THAN ALERT-KEY
111000         INVALID KEY
111000             MOVE 'Y' TO WS-EOF-SW
111000     END-START.
111000     PERFORM 7600-SWEEP-ONE-ALERT THRU 7600-EXIT
111000         UNTIL END-OF-INPUT.
111000     CLOSE ALERT-ARCHIVE.
111000     CLOSE ALERT-FILE.
111000 7500-EXIT.
111000     EXIT.
111000
111000 7600-SWEEP-ONE-ALERT.
111000     READ ALERT-FILE NEXT RECORD
111000         AT END
111000             MOVE 'Y' TO WS-EOF-SW
111000             GO TO 7600-EXIT
111000     END-READ.
111000     ADD 1 TO WT-READ-COUNT (WS-FILE-SUB).
111000     IF AT-ALERT-DATE NOT < WT-CUTOFF-DATE (WS-FILE-SUB)
111000         ADD 1 TO WT-KEPT-COUNT (WS-FILE-SUB)
111000         GO TO 7600-EXIT
111000     END-IF.
111000     IF AT-STATUS-OPEN
111000         ADD 1 TO WT-REFUSED-COUNT (WS-FILE-SUB)
111000         ADD 1 TO WT-REASON-1-COUNT (WS-FILE-SUB)
111000         GO TO 7600-EXIT
111000     END-IF.
111000     WRITE ALERT-ARC-RECORD FROM ALERT-RECORD.
111000     DELETE ALERT-FILE
111000         INVALID KEY
111000             DISPLAY 'UNABLE TO DELETE FROM ALRTFILE, STATUS '
111000                 WS-ALERT-FILE-STATUS
111000             MOVE 16 TO RETURN-CODE
111000             STOP RUN
111000     END-DELETE.
111000     ADD 1 TO WT-ARCH-COUNT (WS-FILE-SUB).
111000 7600-EXIT.
111000     EXIT.
111100
111200 *> -------------------------------------------------------
111300 *> 8000-PRINT-COUNTS - the control report: per file, the
111400 *> retention and where it came from, the cutoff, the rows
111500 *> read, kept, archived and refused, why each refused row
111600 *> was refused, and the generation the archived rows went
111700 *> to.  A full lookup table is called out, since it widens
111800 *> the refusals beyond the rows actually referenced.
111900 *> -------------------------------------------------------
112000 8000-PRINT-COUNTS.
112100     PERFORM 8100-PRINT-ONE-FILE THRU 8100-EXIT
112200         VARYING WS-FILE-SUB FROM 1 BY 1
112300         UNTIL WS-FILE-SUB > WS-FILE-MAX.
112400     IF OPEN-TABLE-FULL
112500         WRITE OUT-LINE FROM PURG-OPENFULL-LINE
112600             AFTER ADVANCING 2 LINES
112700     END-IF.
112800     IF HOLD-TABLE-FULL
112900         WRITE OUT-LINE FROM PURG-HOLDFULL-LINE
113000             AFTER ADVANCING 2 LINES
113100     END-IF.
113200     MOVE WS-TOTAL-REFUSED TO PG-TOTAL-REFUSED.
113300     WRITE OUT-LINE FROM PURG-TOTAL-LINE AFTER ADVANCING 2 LINES.
113400 8000-EXIT.
113500     EXIT.
113600
113700 8100-PRINT-ONE-FILE.
113800     MOVE WD-FILE-NAME (WS-FILE-SUB) TO PG-FILE-NAME.
113900     MOVE WT-RETAIN-DAYS (WS-FILE-SUB) TO PG-RETAIN-DAYS.
114000     IF WT-FROM-TABLE (WS-FILE-SUB)
114100         MOVE '(RETNTBL)' TO PG-DAYS-SOURCE
114200     ELSE
114300         IF WT-RAISED-TO-FLOOR (WS-FILE-SUB)
114400             MOVE '(FLOOR)' TO PG-DAYS-SOURCE
114500         ELSE
114600             MOVE '(SHOP DEFAULT)' TO PG-DAYS-SOURCE
114700         END-IF
114800     END-IF.
114900     MOVE WT-CUTOFF-DATE (WS-FILE-SUB) TO PG-CUTOFF-DATE.
115000     WRITE OUT-LINE FROM PURG-RETAIN-LINE AFTER ADVANCING 2 LINES.
115100     IF NOT WT-FILE-FOUND (WS-FILE-SUB)
115200         WRITE OUT-LINE FROM PURG-NOFILE-LINE
115300             AFTER ADVANCING 1 LINE
115400         GO TO 8100-EXIT
115500     END-IF.
115600     MOVE WT-READ-COUNT (WS-FILE-SUB) TO PG-READ-COUNT.
115700     MOVE WT-KEPT-COUNT (WS-FILE-SUB) TO PG-KEPT-COUNT.
115800     MOVE WT-ARCH-COUNT (WS-FILE-SUB) TO PG-ARCH-COUNT.
115900     MOVE WT-REFUSED-COUNT (WS-FILE-SUB) TO PG-REFUSED-COUNT.
116000     WRITE OUT-LINE FROM PURG-COUNT-LINE AFTER ADVANCING 1 LINE.
116100     IF WT-REASON-1-COUNT (WS-FILE-SUB) > 0
116200         MOVE WD-REASON-1 (WS-FILE-SUB) TO PG-REASON
116300         MOVE WT-REASON-1-COUNT (WS-FILE-SUB) TO PG-REASON-COUNT
116400         WRITE OUT-LINE FROM PURG-REASON-LINE
116500             AFTER ADVANCING 1 LINE
116600     END-IF.
116700     IF WT-REASON-2-COUNT (WS-FILE-SUB) > 0
116800         MOVE WD-REASON-2 (WS-FILE-SUB) TO PG-REASON
116900         MOVE WT-REASON-2-COUNT (WS-FILE-SUB) TO PG-REASON-COUNT
117000         WRITE OUT-LINE FROM PURG-REASON-LINE
117100             AFTER ADVANCING 1 LINE
117200     END-IF.
117300     MOVE WD-ARCHIVE-DD (WS-FILE-SUB) TO PG-GEN-DD.
117400     MOVE WS-TODAY-DATE TO PG-GEN-DATE.
117500     WRITE OUT-LINE FROM PURG-GEN-LINE AFTER ADVANCING 1 LINE.
117600     ADD WT-REFUSED-COUNT (WS-FILE-SUB) TO WS-TOTAL-REFUSED.
117700 8100-EXIT.
117800     EXIT.
