000100 *> ---------------------------------------------------------
000200 *> SQRTUNLD - unload, reload and verify for the keyed
000300 *> masters (CACHEFILE, RUNREG, OPERMAST, DEPTMAST, PARMPROF,
000400 *> STORDMST, REQREG, RSLTMAST, STEPREG, AUDITIDX, LOCKFILE)
000500 *> and the PROBFILE problem file.  Nothing saved them in a
000600 *> controlled way, and nothing could rebuild one after a bad
000700 *> night and prove it whole.  U unloads a named file, or ALL
000800 *> of them, to the UNLDOUT backup: one header / detail /
000900 *> trailer segment per file (UNLDREC), the trailer carrying
001000 *> the record count and a position-weighted hash total over
001100 *> every byte.  V proves a file against the UNLDIN backup:
001200 *> the segment must agree with its own trailer, and the live
001300 *> file is then counted and hashed the same way and compared.
001400 *> R rebuilds a named file from the UNLDIN backup - the
001500 *> generation chosen on the DD is the backup used - after
001600 *> the segment has proved itself whole, then counts and
001700 *> hashes the rebuilt file against the trailer.  A reload
001800 *> empties the live file, so it takes a supervisor sign-on,
001900 *> is refused while a run in flight holds any run lock
002000 *> or when the record layout has changed since the unload,
002100 *> and journals one row on CHGJRNL with the file's count and
002200 *> hash before and after.  Every action prints one line on
002300 *> RPTFILE.  Return code is the worst of: 4 a file absent at
002400 *> unload or a live file that differs from its backup, 8 an
002500 *> unknown file name or an unusable backup segment, 12 a
002600 *> reload refused or not matching after the rebuild, or a
002700 *> file that would not open or read.
002800 *>
002900 *> Modification History:
003000 *>   2026-10-15  DW   New program.
003000 *>   2026-10-15  DW   RSLTMAST is 103 bytes now; a backup detail
003000 *>                   row holds up to 150.
003000 *>   2026-10-15  DW   A refused sign-on is posted to the
003000 *>                   alert feed (SQRTALRT_POST).
003000 *>   2026-10-15  DW   5000-MASTER-IO performs the file's own
003000 *>                   I/O paragraph instead of a GO TO
003000 *>                   DEPENDING ON.
003000 *>   2026-10-15  DW   The reload's run-in-flight check reads
003000 *>                   every LOCKFILE row, the partition runs'
003000 *>                   PARTnn locks as well as MACHFEED.
003100 *> ---------------------------------------------------------
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. SQRTUNLD.
003400 AUTHOR. D. WHITFIELD.
003500 INSTALLATION. ENGINEERING SYSTEMS.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
004200     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RPT-FILE-STATUS.
004500     SELECT UNLOAD-OUT ASSIGN TO "UNLDOUT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-UNLOAD-OUT-STATUS.
004800     SELECT UNLOAD-IN ASSIGN TO "UNLDIN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-UNLOAD-IN-STATUS.
005100     SELECT OPTIONAL CACHE-FILE ASSIGN TO "CACHEFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CACHE-KEY
005500         FILE STATUS IS WS-MASTER-FILE-STATUS.
005600     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS RR-RUN-ID
006000         FILE STATUS IS WS-MASTER-FILE-STATUS.
006100     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS OM-OPERATOR-ID
006500         FILE STATUS IS WS-MASTER-FILE-STATUS.
006600     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DM-DEPT-CODE
007000         FILE STATUS IS WS-MASTER-FILE-STATUS.
007100     SELECT OPTIONAL PARM-PROFILE ASSIGN TO "PARMPROF"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PP-PROFILE-NAME
007500         FILE STATUS IS WS-MASTER-FILE-STATUS.
007600     SELECT OPTIONAL STANDING-ORDERS ASSIGN TO "STORDMST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS SO-ORDER-ID
008000         FILE STATUS IS WS-MASTER-FILE-STATUS.
008100     SELECT OPTIONAL REQUEST-REGISTRY ASSIGN TO "REQREG"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS REQUEST-REG-KEY
008500         FILE STATUS IS WS-MASTER-FILE-STATUS.
008600     SELECT OPTIONAL RESULT-MASTER ASSIGN TO "RSLTMAST"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS RESULT-KEY
009000         FILE STATUS IS WS-MASTER-FILE-STATUS.
009100     SELECT OPTIONAL STEP-REGISTRY ASSIGN TO "STEPREG"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS STEP-REG-KEY
009500         FILE STATUS IS WS-MASTER-FILE-STATUS.
009600     SELECT OPTIONAL AUDIT-INDEX ASSIGN TO "AUDITIDX"
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS AUDIT-INDEX-KEY
010000         FILE STATUS IS WS-MASTER-FILE-STATUS.
010100     SELECT OPTIONAL RUN-LOCK ASSIGN TO "LOCKFILE"
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS LK-LOCK-NAME
010500         FILE STATUS IS WS-MASTER-FILE-STATUS.
010600     SELECT OPTIONAL PROBLEM-FILE ASSIGN TO "PROBFILE"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-MASTER-FILE-STATUS.
010900     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-SEC-FILE-STATUS.
011200     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS WS-JRNL-FILE-STATUS.
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  STANDARD-OUTPUT.
011800     01 OUT-LINE  PICTURE X(80).
011900 FD  REPORT-FILE.
012000     01 RPT-LINE  PICTURE X(132).
012100 FD  UNLOAD-OUT.
012200     COPY UNLDREC.
012300 FD  UNLOAD-IN.
012400     COPY UNLDREC REPLACING
012500         ==UNLOAD-HEADER-RECORD== BY ==RELOAD-HEADER-RECORD==
012600         ==UNLOAD-DETAIL-RECORD== BY ==RELOAD-DETAIL-RECORD==
012700         ==UNLOAD-TRAILER-RECORD== BY ==RELOAD-TRAILER-RECORD==
012800         LEADING ==UH== BY ==VH==
012900         LEADING ==UD== BY ==VD==
013000         LEADING ==UT== BY ==VT==.
013100 FD  CACHE-FILE.
013200     COPY CACHEREC.
013300 FD  RUN-REGISTRY.
013400     COPY RUNREC.
013500 FD  OPERATOR-MASTER.
013600     COPY OPERREC.
013700 FD  DEPT-MASTER.
013800     COPY DEPTREC.
013900 FD  PARM-PROFILE.
014000     COPY PARMPROF.
014100 FD  STANDING-ORDERS.
014200     COPY STORDREC.
014300 FD  REQUEST-REGISTRY.
014400     COPY REQREC.
014500 FD  RESULT-MASTER.
014600     COPY RSLTREC.
014700 FD  STEP-REGISTRY.
014800     COPY STEPREC.
014900 FD  AUDIT-INDEX.
015000     COPY AIDXREC.
015100 FD  RUN-LOCK.
015200     COPY LOCKREC.
015300 FD  PROBLEM-FILE.
015400     COPY PROBREC.
015500 FD  SECURITY-LOG.
015600     COPY SECREC.
015700 FD  CHANGE-JOURNAL.
015800     COPY JRNLREC.
015900 WORKING-STORAGE SECTION.
016000 *> -------------------------------------------------------
016100 *> file status and run control.  The masters are only
016200 *> ever open one at a time here, so they share one status.
016300 *> -------------------------------------------------------
016400 77  WS-MASTER-FILE-STATUS      PICTURE X(02) VALUE '00'.
016500     88 MASTER-FILE-OK                        VALUE '00' '05'.
016600     88 MASTER-NOT-PRESENT                    VALUE '05'.
016700     88 MASTER-READ-OK              VALUE '00' '02' '04' '10'.
016800     88 MASTER-WRITE-OK                       VALUE '00' '02'.
016900 77  WS-UNLOAD-OUT-STATUS       PICTURE X(02) VALUE '00'.
017000     88 UNLOAD-OUT-OK                         VALUE '00'.
017100 77  WS-UNLOAD-IN-STATUS        PICTURE X(02) VALUE '00'.
017200     88 UNLOAD-IN-OK                          VALUE '00'.
017300 77  WS-EXIT-SW                 PICTURE X(01) VALUE 'N'.
017400     88 EXIT-REQUESTED                        VALUE 'Y'.
017500 77  WS-UNLOAD-OPEN-SW          PICTURE X(01) VALUE 'N'.
017600     88 UNLOAD-OUT-IS-OPEN                    VALUE 'Y'.
017700 77  WS-MASTER-EOF-SW           PICTURE X(01) VALUE 'N'.
017800     88 END-OF-MASTER                         VALUE 'Y'.
017900 77  WS-MASTER-ERROR-SW         PICTURE X(01) VALUE 'N'.
018000     88 MASTER-READ-FAILED                    VALUE 'Y'.
018100 77  WS-ABSENT-SW               PICTURE X(01) VALUE 'N'.
018200     88 MASTER-WAS-ABSENT                     VALUE 'Y'.
018300 77  WS-FUNCTION-ENTRY          PICTURE X(01).
018400 77  WS-FILE-ENTRY              PICTURE X(10) VALUE SPACES.
018500 77  WS-FILE-FOUND-SW           PICTURE X(01) VALUE 'N'.
018600     88 FILE-NAME-KNOWN                       VALUE 'Y'.
018700 77  WS-RUN-DATE                PICTURE 9(08) VALUE 0.
018800 77  WS-RUN-TIME                PICTURE 9(08) VALUE 0.
018900 *> -------------------------------------------------------
019000 *> the files this utility handles, in the order ALL takes
019100 *> them: DD name, record length of the current layout, and
019200 *> K for keyed or S for a plain sequential file.  The order
019300 *> is also the order of the 5000-MASTER-IO branches.
019400 *> -------------------------------------------------------
019500 01  WS-MASTER-LIST-VALUES.
019600     02 FILLER PICTURE X(14) VALUE 'CACHEFILE 078K'.
019700     02 FILLER PICTURE X(14) VALUE 'RUNREG    084K'.
019800     02 FILLER PICTURE X(14) VALUE 'OPERMAST  045K'.
019900     02 FILLER PICTURE X(14) VALUE 'DEPTMAST  074K'.
020000     02 FILLER PICTURE X(14) VALUE 'PARMPROF  075K'.
020100     02 FILLER PICTURE X(14) VALUE 'STORDMST  086K'.
020200     02 FILLER PICTURE X(14) VALUE 'REQREG    030K'.
020300     02 FILLER PICTURE X(14) VALUE 'RSLTMAST  103K'.
020400     02 FILLER PICTURE X(14) VALUE 'STEPREG   084K'.
020500     02 FILLER PICTURE X(14) VALUE 'AUDITIDX  079K'.
020600     02 FILLER PICTURE X(14) VALUE 'LOCKFILE  068K'.
020700     02 FILLER PICTURE X(14) VALUE 'PROBFILE  070S'.
020800 01  WS-MASTER-LIST REDEFINES WS-MASTER-LIST-VALUES.
020900     02 WS-MASTER-ENTRY OCCURS 12 TIMES.
021000        03 ML-FILE-NAME         PICTURE X(10).
021100        03 ML-RECORD-LENGTH     PICTURE 9(03).
021200        03 ML-ORGANIZATION      PICTURE X(01).
021300           88 ML-KEYED                        VALUE 'K'.
021400 77  WS-MASTER-COUNT            PICTURE 9(02) COMP VALUE 12.
021500 77  WS-FILE-IX                 PICTURE 9(02) COMP VALUE 0.
021600 77  WS-SCAN-IX                 PICTURE 9(02) COMP VALUE 0.
021700 77  WS-CUR-FILE-NAME           PICTURE X(10) VALUE SPACES.
021800 77  WS-RECORD-LENGTH           PICTURE 9(03) COMP VALUE 0.
021900 77  WS-IO-ACTION               PICTURE X(01) VALUE SPACE.
022000     88 IO-OPEN-INPUT                         VALUE 'I'.
022100     88 IO-OPEN-OUTPUT                        VALUE 'O'.
022200     88 IO-READ-NEXT                          VALUE 'R'.
022300     88 IO-WRITE-ROW                          VALUE 'W'.
022400     88 IO-CLOSE                              VALUE 'C'.
022500 *> -------------------------------------------------------
022600 *> one record in hand and its hash.  Each byte's value is
022700 *> taken through the binary halfword below (high byte held
022800 *> at LOW-VALUE), weighted by its position in the record
022900 *> so two bytes trading places still change the total.
023000 *> -------------------------------------------------------
023100 01  WS-ROW-DATA                PICTURE X(150) VALUE SPACES.
023200 01  WS-ROW-BYTES REDEFINES WS-ROW-DATA.
023300     02 WS-ROW-BYTE             PICTURE X(01) OCCURS 150 TIMES.
023400 01  WS-BYTE-WORK.
023500     02 WS-BYTE-HIGH            PICTURE X(01) VALUE LOW-VALUE.
023600     02 WS-BYTE-LOW             PICTURE X(01) VALUE LOW-VALUE.
023700 01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
023800                                PICTURE 9(04) COMP.
023900 77  WS-BYTE-IX                 PICTURE 9(03) COMP VALUE 0.
024000 77  WS-HASH-LENGTH             PICTURE 9(03) COMP VALUE 0.
024100 77  WS-ROW-HASH                PICTURE 9(09) COMP VALUE 0.
024200 77  WS-FILE-COUNT              PICTURE 9(09) COMP VALUE 0.
024300 77  WS-FILE-HASH               PICTURE 9(18) VALUE 0.
024400 *> -------------------------------------------------------
024500 *> the backup segment in use: what its header and trailer
024600 *> say, and what its rows actually add up to.
024700 *> -------------------------------------------------------
024800 77  WS-BACKUP-EOF-SW           PICTURE X(01) VALUE 'N'.
024900     88 END-OF-BACKUP                         VALUE 'Y'.
025000 77  WS-HEADER-FOUND-SW         PICTURE X(01) VALUE 'N'.
025100     88 SEGMENT-HEADER-FOUND                  VALUE 'Y'.
025200 77  WS-SEGMENT-END-SW          PICTURE X(01) VALUE 'N'.
025300     88 END-OF-SEGMENT                        VALUE 'Y'.
025400 77  WS-TRAILER-SW              PICTURE X(01) VALUE 'N'.
025500     88 SEGMENT-HAS-TRAILER                   VALUE 'Y'.
025600 77  WS-SEGMENT-SW              PICTURE X(01) VALUE 'N'.
025700     88 SEGMENT-NOT-FOUND                     VALUE 'N'.
025800     88 SEGMENT-INCOMPLETE                    VALUE 'I'.
025900     88 SEGMENT-DAMAGED                       VALUE 'D'.
026000     88 SEGMENT-LENGTH-CHANGED                VALUE 'L'.
026100     88 SEGMENT-GOOD                          VALUE 'G'.
026200 77  WS-BACKUP-DATE             PICTURE 9(08) VALUE 0.
026300 77  WS-BACKUP-TIME             PICTURE 9(08) VALUE 0.
026400 77  WS-BACKUP-LENGTH           PICTURE 9(03) VALUE 0.
026500 77  WS-BACKUP-COUNT            PICTURE 9(09) COMP VALUE 0.
026600 77  WS-BACKUP-HASH             PICTURE 9(18) VALUE 0.
026700 77  WS-TRAILER-COUNT           PICTURE 9(09) COMP VALUE 0.
026800 77  WS-TRAILER-HASH            PICTURE 9(18) VALUE 0.
026900 *> -------------------------------------------------------
027000 *> reload control: the live file as it stood before, rows
027100 *> written and refused, and the run-in-flight check
027200 *> against every run lock (MACHFEED and the partition
027210 *> runs' PARTnn) the calculation runs hold.
027300 *> -------------------------------------------------------
027400 77  WS-BEFORE-COUNT            PICTURE 9(09) COMP VALUE 0.
027500 77  WS-BEFORE-HASH             PICTURE 9(18) VALUE 0.
027600 77  WS-ROWS-WRITTEN            PICTURE 9(09) COMP VALUE 0.
027700 77  WS-ROWS-REFUSED            PICTURE 9(09) COMP VALUE 0.
027800 77  WS-LOCK-RUN-ID             PICTURE 9(16) VALUE 0.
027810 77  WS-LOCK-NAME               PICTURE X(08) VALUE SPACES.
027900 77  WS-IN-FLIGHT-SW            PICTURE X(01) VALUE 'N'.
028000     88 RUN-IN-FLIGHT                         VALUE 'Y'.
028010 77  WS-LOCK-EOF-SW             PICTURE X(01) VALUE 'N'.
028020     88 END-OF-LOCKS                          VALUE 'Y'.
028100 *> -------------------------------------------------------
028200 *> report control, the line in hand, and the return code:
028300 *> each action offers its code and the worst one stands.
028400 *> -------------------------------------------------------
028500 77  WS-RPT-FILE-STATUS         PICTURE X(02) VALUE '00'.
028600     88 RPT-FILE-OK                           VALUE '00'.
028700 77  WS-RPT-WORK                PICTURE X(132) VALUE SPACES.
028800 77  WS-LINE-COUNT              PICTURE 9(03) COMP VALUE 999.
028900 77  WS-PAGE-NUMBER             PICTURE 9(05) COMP VALUE 0.
029000 77  WS-LINES-PER-PAGE          PICTURE 9(03) COMP VALUE 60.
029100 77  WS-ACTION-TEXT             PICTURE X(07) VALUE SPACES.
029200 77  WS-RESULT-TEXT             PICTURE X(40) VALUE SPACES.
029300 77  WS-SHOW-COUNT              PICTURE 9(09) COMP VALUE 0.
029400 77  WS-SHOW-HASH               PICTURE 9(18) VALUE 0.
029500 77  WS-SHOW-DATE               PICTURE 9(08) VALUE 0.
029600 77  WS-SHOW-TIME               PICTURE 9(08) VALUE 0.
029700 77  WS-NEW-RC                  PICTURE 9(02) VALUE 0.
029800 77  WS-HIGH-RC                 PICTURE 9(02) VALUE 0.
029900 77  WS-FILES-SAVED             PICTURE 9(03) COMP VALUE 0.
030000 77  WS-FILES-RESTORED          PICTURE 9(03) COMP VALUE 0.
030100 77  WS-FILES-VERIFIED          PICTURE 9(03) COMP VALUE 0.
030200 77  WS-FILES-FAILED            PICTURE 9(03) COMP VALUE 0.
030300 *> -------------------------------------------------------
030400 *> the signed-on operator, the sign-on security log, and
030500 *> the change journal a reload lands on.
030600 *> -------------------------------------------------------
030700 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
030800 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
030900     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
031000 77  WS-OPER-LEVEL              PICTURE 9(01) VALUE 0.
031100     88 OPER-IS-SUPERVISOR                    VALUE 2 THRU 9.
031200 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
031300     88 SEC-FILE-OK                      VALUE '00' '05'.
031400 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
031400 COPY ALRTPARM.
031500 77  WS-JRNL-FILE-STATUS        PICTURE X(02) VALUE '00'.
031600     88 JRNL-FILE-OK                     VALUE '00' '05'.
031700 01  WS-RELOAD-KEY.
031800     02 RK-BACKUP-DATE          PICTURE 9(08).
031900     02 RK-BACKUP-TIME          PICTURE 9(08).
032000 *> the file's count and hash, journaled as the before and
032100 *> after images of a reload.
032200 01  WS-RELOAD-SUMMARY.
032300     02 UJ-FILE-NAME            PICTURE X(10).
032400     02 UJ-STAGE-TEXT           PICTURE X(20).
032500     02 FILLER                  PICTURE X(10) VALUE ' RECORDS: '.
032600     02 UJ-RECORDS              PICTURE ZZZ,ZZZ,ZZ9.
032700     02 FILLER                  PICTURE X(07) VALUE ' HASH: '.
032800     02 UJ-HASH                 PICTURE 9(18).
032900     02 FILLER                  PICTURE X(10) VALUE ' REFUSED: '.
033000     02 UJ-REFUSED              PICTURE ZZZ,ZZ9.
033100     02 FILLER                  PICTURE X(07) VALUE SPACES.
033200 *> -------------------------------------------------------
033300 *> prompts and report lines
033400 *> -------------------------------------------------------
033500 01  OPERATOR-PROMPT.
033600     02 FILLER PICTURE X(29) VALUE
033700        ' ENTER YOUR OPERATOR ID:     '.
033800 01  OPER-REJECT-MESS.
033900     02 FILLER PICTURE X(40) VALUE
034000        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
034100 01  FUNCTION-PROMPT.
034200     02 FILLER PICTURE X(54) VALUE
034300        ' ENTER FUNCTION - U UNLOAD, R RELOAD, V VERIFY, X EXIT'.
034400 01  FILE-PROMPT.
034500     02 FILLER PICTURE X(42) VALUE
034600        ' ENTER FILE NAME, OR ALL FOR EVERY FILE:  '.
034700 01  RELOAD-FILE-PROMPT.
034800     02 FILLER PICTURE X(42) VALUE
034900        ' ENTER NAME OF THE FILE TO RELOAD:        '.
035000 01  BAD-FUNCTION-MESS.
035100     02 FILLER PICTURE X(40) VALUE
035200        ' FUNCTION NOT U, R, V, OR X - TRY AGAIN '.
035300 01  UNKNOWN-FILE-MESS.
035400     02 FILLER PICTURE X(42) VALUE
035500        ' FILE NAME NOT ONE THIS UTILITY HANDLES - '.
035600     02 FILLER PICTURE X(14) VALUE 'NOTHING DONE. '.
035700 01  QUIT.
035800     02 FILLER PICTURE X(38) VALUE
035900        ' EXITING THE PROGRAM. HAVE A GOOD DAY!'.
036000 01  OUT-RESULT-LINE.
036100     02 FILLER PICTURE X(01) VALUE SPACE.
036200     02 OR-FILE-NAME            PICTURE X(10).
036300     02 FILLER PICTURE X(01) VALUE SPACE.
036400     02 OR-ACTION               PICTURE X(07).
036500     02 FILLER PICTURE X(01) VALUE SPACE.
036600     02 OR-RESULT               PICTURE X(40).
036700 01  PAGE-HEAD-LINE.
036800     02 FILLER PICTURE X(9) VALUE SPACES.
036900     02 FILLER PICTURE X(40) VALUE
037000        'MASTER FILE UNLOAD / RELOAD / VERIFY    '.
037100     02 FILLER PICTURE X(17) VALUE SPACES.
037200     02 FILLER PICTURE X(05) VALUE 'PAGE '.
037300     02 PH-PAGE-NUMBER PICTURE ZZZZ9.
037400 01  UNLD-UNDER-LINE.
037500     02 FILLER PICTURE X(37) VALUE
037600        ' ------------------------------------'.
037700 01  UNLD-RUN-LINE.
037800     02 FILLER PICTURE X(11) VALUE ' RUN DATE: '.
037900     02 PR-RUN-DATE             PICTURE 9(08).
038000     02 FILLER PICTURE X(08) VALUE '  TIME: '.
038100     02 PR-RUN-TIME             PICTURE 9(08).
038200     02 FILLER PICTURE X(12) VALUE '  OPERATOR: '.
038300     02 PR-OPERATOR-ID          PICTURE X(08).
038400 01  UNLD-COL-HEADS.
038500     02 FILLER PICTURE X(12) VALUE ' FILE       '.
038600     02 FILLER PICTURE X(08) VALUE 'ACTION  '.
038700     02 FILLER PICTURE X(13) VALUE '    RECORDS  '.
038800     02 FILLER PICTURE X(20) VALUE '        HASH TOTAL  '.
038900     02 FILLER PICTURE X(19) VALUE 'BACKUP DATE/TIME   '.
039000     02 FILLER PICTURE X(06) VALUE 'RESULT'.
039100 01  UNLD-DETAIL-LINE.
039200     02 FILLER PICTURE X(01) VALUE SPACE.
039300     02 RD-FILE-NAME            PICTURE X(10).
039400     02 FILLER PICTURE X(01) VALUE SPACE.
039500     02 RD-ACTION               PICTURE X(07).
039600     02 FILLER PICTURE X(01) VALUE SPACE.
039700     02 RD-RECORDS              PICTURE ZZZ,ZZZ,ZZ9.
039800     02 FILLER PICTURE X(02) VALUE SPACES.
039900     02 RD-HASH                 PICTURE Z(17)9.
040000     02 FILLER PICTURE X(02) VALUE SPACES.
040100     02 RD-BACKUP-DATE          PICTURE 9(08).
040200     02 FILLER PICTURE X(01) VALUE SPACE.
040300     02 RD-BACKUP-TIME          PICTURE 9(08).
040400     02 FILLER PICTURE X(02) VALUE SPACES.
040500     02 RD-RESULT               PICTURE X(40).
040600 01  UNLD-SAVED-LINE.
040700     02 FILLER PICTURE X(25) VALUE '   FILES SAVED.........: '.
040800     02 US-SAVED                PICTURE ZZ9.
040900 01  UNLD-RESTORED-LINE.
041000     02 FILLER PICTURE X(25) VALUE '   FILES RESTORED......: '.
041100     02 US-RESTORED             PICTURE ZZ9.
041200 01  UNLD-VERIFIED-LINE.
041300     02 FILLER PICTURE X(25) VALUE '   FILES VERIFIED......: '.
041400     02 US-VERIFIED             PICTURE ZZ9.
041500 01  UNLD-FAILED-LINE.
041600     02 FILLER PICTURE X(25) VALUE '   ACTIONS FAILED......: '.
041700     02 US-FAILED               PICTURE ZZ9.
041800 01  UNLD-RC-LINE.
041900     02 FILLER PICTURE X(25) VALUE '   RETURN CODE.........: '.
042000     02 US-RETURN-CODE          PICTURE Z9.
042100
042200 PROCEDURE DIVISION.
042300 0000-MAINLINE.
042400     OPEN OUTPUT STANDARD-OUTPUT.
042500     OPEN OUTPUT REPORT-FILE.
042600     IF NOT RPT-FILE-OK
042700         DISPLAY 'UNABLE TO OPEN RPTFILE, STATUS '
042800             WS-RPT-FILE-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF.
043200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043300     ACCEPT WS-RUN-TIME FROM TIME.
043400     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
043500     MOVE WS-RUN-DATE TO PR-RUN-DATE.
043600     MOVE WS-RUN-TIME TO PR-RUN-TIME.
043700     MOVE WS-OPERATOR-ID TO PR-OPERATOR-ID.
043800     PERFORM 0700-OPEN-JOURNAL THRU 0700-EXIT.
043900     PERFORM 1000-GET-FUNCTION THRU 1000-EXIT
044000         UNTIL EXIT-REQUESTED.
044100     IF UNLOAD-OUT-IS-OPEN
044200         CLOSE UNLOAD-OUT
044300     END-IF.
044400     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
044500     WRITE OUT-LINE FROM QUIT AFTER ADVANCING 1 LINE.
044600     CLOSE CHANGE-JOURNAL.
044700     CLOSE REPORT-FILE.
044800     CLOSE STANDARD-OUTPUT.
044900     MOVE WS-HIGH-RC TO RETURN-CODE.
045000     STOP RUN.
045100
045200 *> -------------------------------------------------------
045300 *> 0600-SIGN-ON-OPERATOR - the keyed ID must be on OPERMAST
045400 *> and active, or the run ends before anything is touched.
045500 *> The authority level is kept: only a supervisor reloads.
045600 *> -------------------------------------------------------
045700 0600-SIGN-ON-OPERATOR.
045800     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
045900     ACCEPT WS-OPERATOR-ID.
046000     MOVE 'N' TO WS-OPER-AUTH-SW.
046100     MOVE 'NF' TO WS-SEC-REASON.
046200     OPEN INPUT OPERATOR-MASTER.
046300     IF MASTER-FILE-OK AND NOT MASTER-NOT-PRESENT
046400         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
046500         READ OPERATOR-MASTER
046600             INVALID KEY
046700                 CONTINUE
046800             NOT INVALID KEY
046900                 IF OM-ACTIVE
047000                     SET OPERATOR-AUTHORIZED TO TRUE
047100                     MOVE OM-AUTHORITY-LEVEL TO WS-OPER-LEVEL
047200                     MOVE 'OK' TO WS-SEC-REASON
047300                 ELSE
047400                     MOVE 'IN' TO WS-SEC-REASON
047500                 END-IF
047600         END-READ
047700         CLOSE OPERATOR-MASTER
047800     ELSE
047900         IF MASTER-NOT-PRESENT
048000             CLOSE OPERATOR-MASTER
048100         END-IF
048200         MOVE 'NM' TO WS-SEC-REASON
048300     END-IF.
048400     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
048500     IF NOT OPERATOR-AUTHORIZED
048600         WRITE OUT-LINE FROM OPER-REJECT-MESS
048700             AFTER ADVANCING 1 LINE
048800         CLOSE REPORT-FILE
048900         CLOSE STANDARD-OUTPUT
049000         MOVE 12 TO RETURN-CODE
049100         STOP RUN
049200     END-IF.
049300 0600-EXIT.
049400     EXIT.
049500
049600 *> -------------------------------------------------------
049700 *> 0660-LOG-SIGNON-ATTEMPT - one security-log row per
049800 *> sign-on attempt, accepted or rejected, with the ID
049900 *> exactly as keyed.
050000 *> -------------------------------------------------------
050100 0660-LOG-SIGNON-ATTEMPT.
050200     OPEN EXTEND SECURITY-LOG.
050300     IF NOT SEC-FILE-OK
050400         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
050500             WS-SEC-FILE-STATUS
050600         MOVE 16 TO RETURN-CODE
050700         STOP RUN
050800     END-IF.
050900     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
051000     ACCEPT SC-RUN-TIME FROM TIME.
051100     MOVE 'SQRTUNLD' TO SC-PROGRAM-NAME.
051200     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
051300     IF OPERATOR-AUTHORIZED
051400         SET SC-ACCEPTED TO TRUE
051500     ELSE
051600         SET SC-REJECTED TO TRUE
051700     END-IF.
051800     MOVE WS-SEC-REASON TO SC-REASON.
051900     MOVE SPACES TO SC-FILLER.
052000     WRITE SECURITY-LOG-RECORD.
052100     CLOSE SECURITY-LOG.
052100     IF NOT OPERATOR-AUTHORIZED
052100         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
052100     END-IF.
052200 0660-EXIT.
052300     EXIT.
052300
052300 *> -------------------------------------------------------
052300 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
052300 *> feed, which raises an alert when the ID keeps failing.
052300 *> -------------------------------------------------------
052300 0670-ALERT-SIGNON-REJECT.
052300     MOVE SPACES TO ALERT-PARAMETERS.
052300     SET AP-SIGNON-REJECTED TO TRUE.
052300     MOVE 'SQRTUNLD' TO AP-PROGRAM-NAME.
052300     MOVE 0 TO AP-RUN-ID.
052300     MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
052300     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
052300 0670-EXIT.
052300     EXIT.
052400
052500 *> -------------------------------------------------------
052600 *> 0700-OPEN-JOURNAL - the change journal is appended to for
052700 *> the whole sitting; a journal that will not open ends the
052800 *> run before a reload can change a file unrecorded.
052900 *> -------------------------------------------------------
053000 0700-OPEN-JOURNAL.
053100     OPEN EXTEND CHANGE-JOURNAL.
053200     IF NOT JRNL-FILE-OK
053300         DISPLAY 'UNABLE TO OPEN CHGJRNL, STATUS '
053400             WS-JRNL-FILE-STATUS
053500         MOVE 16 TO RETURN-CODE
053600         STOP RUN
053700     END-IF.
053800 0700-EXIT.
053900     EXIT.
054000
054100 1000-GET-FUNCTION.
054200     WRITE OUT-LINE FROM FUNCTION-PROMPT AFTER ADVANCING 1 LINE.
054300     MOVE SPACE TO WS-FUNCTION-ENTRY.
054400     ACCEPT WS-FUNCTION-ENTRY.
054500     IF WS-FUNCTION-ENTRY = 'U'
054600         PERFORM 2000-UNLOAD-REQUEST THRU 2000-EXIT
054700     ELSE
054800         IF WS-FUNCTION-ENTRY = 'R'
054900             PERFORM 3000-RELOAD-REQUEST THRU 3000-EXIT
055000         ELSE
055100             IF WS-FUNCTION-ENTRY = 'V'
055200                 PERFORM 4000-VERIFY-REQUEST THRU 4000-EXIT
055300             ELSE
055400                 IF WS-FUNCTION-ENTRY = 'X'
055500                     SET EXIT-REQUESTED TO TRUE
055600                 ELSE
055700                     WRITE OUT-LINE FROM BAD-FUNCTION-MESS
055800                         AFTER ADVANCING 1 LINE
055900                 END-IF
056000             END-IF
056100         END-IF
056200     END-IF.
056300 1000-EXIT.
056400     EXIT.
056500
056600 *> -------------------------------------------------------
056700 *> 2000-UNLOAD-REQUEST - a file name, or ALL for every
056800 *> file in the list.  UNLDOUT is opened at the first unload
056900 *> of the sitting and every segment after goes behind it.
057000 *> -------------------------------------------------------
057100 2000-UNLOAD-REQUEST.
057200     WRITE OUT-LINE FROM FILE-PROMPT AFTER ADVANCING 1 LINE.
057300     MOVE SPACES TO WS-FILE-ENTRY.
057400     ACCEPT WS-FILE-ENTRY.
057500     PERFORM 2050-OPEN-UNLOAD-OUT THRU 2050-EXIT.
057600     IF WS-FILE-ENTRY = 'ALL'
057700         PERFORM 2100-UNLOAD-ONE-FILE THRU 2100-EXIT
057800             VARYING WS-FILE-IX FROM 1 BY 1
057900             UNTIL WS-FILE-IX > WS-MASTER-COUNT
058000         GO TO 2000-EXIT
058100     END-IF.
058200     PERFORM 6000-FIND-FILE-NAME THRU 6000-EXIT.
058300     IF NOT FILE-NAME-KNOWN
058400         WRITE OUT-LINE FROM UNKNOWN-FILE-MESS
058500             AFTER ADVANCING 1 LINE
058600         MOVE 8 TO WS-NEW-RC
058700         PERFORM 8900-RAISE-RC THRU 8900-EXIT
058800         GO TO 2000-EXIT
058900     END-IF.
059000     PERFORM 2100-UNLOAD-ONE-FILE THRU 2100-EXIT.
059100 2000-EXIT.
059200     EXIT.
059300
059400 2050-OPEN-UNLOAD-OUT.
059500     IF UNLOAD-OUT-IS-OPEN
059600         GO TO 2050-EXIT
059700     END-IF.
059800     OPEN OUTPUT UNLOAD-OUT.
059900     IF NOT UNLOAD-OUT-OK
060000         DISPLAY 'UNABLE TO OPEN UNLDOUT, STATUS '
060100             WS-UNLOAD-OUT-STATUS
060200         MOVE 16 TO RETURN-CODE
060300         STOP RUN
060400     END-IF.
060500     SET UNLOAD-OUT-IS-OPEN TO TRUE.
060600 2050-EXIT.
060700     EXIT.
060800
060900 *> -------------------------------------------------------
061000 *> 2100-UNLOAD-ONE-FILE - header, one detail per record in
061100 *> key order, and the trailer.  A file not yet created
061200 *> still gets its (empty) segment so a reload can restore
061300 *> it as empty.  A read failure part way writes no trailer,
061400 *> so the segment can never be mistaken for a whole one.
061500 *> -------------------------------------------------------
061600 2100-UNLOAD-ONE-FILE.
061700     PERFORM 6100-SET-FILE-ENTRY THRU 6100-EXIT.
061800     MOVE 'UNLOAD' TO WS-ACTION-TEXT.
061900     MOVE WS-RUN-DATE TO WS-SHOW-DATE.
062000     MOVE WS-RUN-TIME TO WS-SHOW-TIME.
062100     SET IO-OPEN-INPUT TO TRUE.
062200     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
062300     IF NOT MASTER-FILE-OK
062400         MOVE 'NOT SAVED - FILE WOULD NOT OPEN' TO WS-RESULT-TEXT
062500         MOVE 12 TO WS-NEW-RC
062600         PERFORM 8100-REPORT-ACTION THRU 8100-EXIT
062700         GO TO 2100-EXIT
062800     END-IF.
062900     MOVE 'N' TO WS-ABSENT-SW.
063000     IF MASTER-NOT-PRESENT
063100         SET MASTER-WAS-ABSENT TO TRUE
063200     END-IF.
063300     MOVE SPACES TO UNLOAD-HEADER-RECORD.
063400     SET UH-HEADER-ROW TO TRUE.
063500     MOVE WS-CUR-FILE-NAME TO UH-FILE-NAME.
063600     MOVE WS-RUN-DATE TO UH-UNLOAD-DATE.
063700     MOVE WS-RUN-TIME TO UH-UNLOAD-TIME.
063800     MOVE WS-OPERATOR-ID TO UH-OPERATOR-ID.
063900     MOVE WS-RECORD-LENGTH TO UH-RECORD-LENGTH.
064000     WRITE UNLOAD-HEADER-RECORD.
064100     MOVE 'N' TO WS-MASTER-EOF-SW.
064200     MOVE 'N' TO WS-MASTER-ERROR-SW.
064300     PERFORM 2200-UNLOAD-ONE-ROW THRU 2200-EXIT
064400         UNTIL END-OF-MASTER.
064500     SET IO-CLOSE TO TRUE.
064600     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
064700     MOVE WS-FILE-COUNT TO WS-SHOW-COUNT.
064800     MOVE WS-FILE-HASH TO WS-SHOW-HASH.
064900     IF MASTER-READ-FAILED
065000         MOVE 'NOT SAVED - READ FAILED, NO TRAILER'
065050             TO WS-RESULT-TEXT
065100         MOVE 12 TO WS-NEW-RC
065200         PERFORM 8100-REPORT-ACTION THRU 8100-EXIT
065300         GO TO 2100-EXIT
065400     END-IF.
065500     MOVE SPACES TO UNLOAD-TRAILER-RECORD.
065600     SET UT-TRAILER-ROW TO TRUE.
065700     MOVE WS-CUR-FILE-NAME TO UT-FILE-NAME.
065800     MOVE WS-FILE-COUNT TO UT-RECORD-COUNT.
065900     MOVE WS-FILE-HASH TO UT-HASH-TOTAL.
066000     WRITE UNLOAD-TRAILER-RECORD.
066100     ADD 1 TO WS-FILES-SAVED.
066200     IF MASTER-WAS-ABSENT
066300         MOVE 'SAVED - FILE NOT PRESENT, EMPTY SEGMENT'
066400             TO WS-RESULT-TEXT
066500         MOVE 4 TO WS-NEW-RC
066600     ELSE
066700         MOVE 'SAVED' TO WS-RESULT-TEXT
066800     END-IF.
066900     PERFORM 8100-REPORT-ACTION THRU 8100-EXIT.
067000 2100-EXIT.
067100     EXIT.
067200
067300 2200-UNLOAD-ONE-ROW.
067400     PERFORM 6350-HASH-LIVE-ROW THRU 6350-EXIT.
067500     IF END-OF-MASTER
067600         GO TO 2200-EXIT
067700     END-IF.
067800     MOVE SPACES TO UNLOAD-DETAIL-RECORD.
067900     SET UD-DETAIL-ROW TO TRUE.
068000     MOVE WS-CUR-FILE-NAME TO UD-FILE-NAME.
068100     MOVE WS-ROW-DATA TO UD-RECORD-DATA.
068200     WRITE UNLOAD-DETAIL-RECORD.
068300 2200-EXIT.
068400     EXIT.
068500
068600 *> -------------------------------------------------------
068700 *> 3000-RELOAD-REQUEST - one named file, rebuilt from the
068800 *> UNLDIN backup.  In order: supervisor, no run in flight,
068900 *> the backup segment proves whole under the current record
069000 *> length, the live file is counted as it stands for the
069100 *> journal, then emptied and reloaded, then counted and
069200 *> hashed again and held against the backup trailer.
069300 *> -------------------------------------------------------
069400 3000-RELOAD-REQUEST.
069500     WRITE OUT-LINE FROM RELOAD-FILE-PROMPT
069550         AFTER ADVANCING 1 LINE.
069600     MOVE SPACES TO WS-FILE-ENTRY.
069700     ACCEPT WS-FILE-ENTRY.
069800     PERFORM 6000-FIND-FILE-NAME THRU 6000-EXIT.
069900     IF NOT FILE-NAME-KNOWN
070000         WRITE OUT-LINE FROM UNKNOWN-FILE-MESS
070100             AFTER ADVANCING 1 LINE
070200         MOVE 8 TO WS-NEW-RC
070300         PERFORM 8900-RAISE-RC THRU 8900-EXIT
070400         GO TO 3000-EXIT
070500     END-IF.
070600     PERFORM 6100-SET-FILE-ENTRY THRU 6100-EXIT.
070700     MOVE 'RELOAD' TO WS-ACTION-TEXT.
070800     IF NOT OPER-IS-SUPERVISOR
070900         MOVE 'REFUSED - SUPERVISOR SIGN-ON REQUIRED'
071000             TO WS-RESULT-TEXT
071100         MOVE 12 TO WS-NEW-RC
071200         PERFORM 8100-REPORT-ACTION THRU 8100-EXIT
071300         GO TO 3000-EXIT
071400     END-IF.
071500     PERFORM 3100-CHECK-RUN-IN-FLIGHT THRU 3100-EXIT.
071600     IF RUN-IN-FLIGHT
071700         MOVE SPACES TO WS-RESULT-TEXT
071710         STRING 'REFUSED - A RUN IN FLIGHT HOLDS '
071720                 DELIMITED BY SIZE
071730             WS-LOCK-NAME DELIMITED BY SPACE
071740             INTO WS-RESULT-TEXT
071900         MOVE 12 TO WS-NEW-RC
072000         PERFORM 8100-REPORT-ACTION THRU 8100-EXIT
072100         GO TO 3000-EXIT
072200     END-IF.
072300     PERFORM 7000-CHECK-BACKUP-SEGMENT THRU 7000-EXIT.
072400     PERFORM 7800-REPORT-BACKUP-SEGMENT THRU 7800-EXIT.
072500     MOVE 'RELOAD' TO WS-ACTION-TEXT.
072600     IF NOT SEGMENT-GOOD
072700         MOVE 'REFUSED - BACKUP SEGMENT NOT USABLE'
072750             TO WS-RESULT-TEXT
072800         MOVE 12 TO WS-NEW-RC
072900         PERFORM 8100-REPORT-ACTION THRU 8100-EXIT
073000         GO TO 3000-EXIT
073100     END-IF.
073200     PERFORM 6300-HASH-LIVE-FILE THRU 6300-EXIT.
073300     MOVE WS-FILE-COUNT TO WS-BEFORE-COUNT.
073400     MOVE WS-FILE-HASH TO WS-BEFORE-HASH.
073500     MOVE 'LIVE' TO WS-ACTION-TEXT.
073600     MOVE WS-FILE-COUNT TO WS-SHOW-COUNT.
073700     MOVE WS-FILE-HASH TO WS-SHOW-HASH.
073800     MOVE 0 TO WS-SHOW-DATE.
073900     MOVE 0 TO WS-SHOW-TIME.
074000     IF MASTER-READ-FAILED
074010         MOVE 'COULD NOT BE READ BEFORE THE RELOAD'
074020             TO WS-RESULT-TEXT
074030     ELSE
074040         MOVE 'AS IT STOOD BEFORE THE RELOAD' TO WS-RESULT-TEXT
074050     END-IF.
074100     PERFORM 8100-REPORT-ACTION THRU 8100-EXIT.
074200     MOVE 'RELOAD' TO WS-ACTION-TEXT.
074300     MOVE WS-BACKUP-DATE TO WS-SHOW-DATE.
074400     MOVE WS-BACKUP-TIME TO WS-SHOW-TIME.
074500     SET IO-OPEN-OUTPUT TO TRUE.
074600     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
074700     IF NOT MASTER-FILE-OK
074800         MOVE 'REFUSED - FILE WOULD NOT OPEN OUTPUT'
074850             TO WS-RESULT-TEXT
074900         MOVE 12 TO WS-NEW-RC
075000         PERFORM 8100-REPORT-ACTION THRU 8100-EXIT
075100         GO TO 3000-EXIT
075200     END-IF.
075300     PERFORM 3200-RELOAD-ROWS THRU 3200-EXIT.
075400     SET IO-CLOSE TO TRUE.
075500     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
075600     PERFORM 6300-HASH-LIVE-FILE THRU 6300-EXIT.
075700     MOVE WS-FILE-COUNT TO WS-SHOW-COUNT.
075800     MOVE WS-FILE-HASH TO WS-SHOW-HASH.
075900     IF NOT MASTER-READ-FAILED
076000         AND WS-ROWS-REFUSED = 0
076100         AND WS-FILE-COUNT = WS-TRAILER-COUNT
076200         AND WS-FILE-HASH = WS-TRAILER-HASH
076300         MOVE 'RESTORED AND VERIFIED' TO WS-RESULT-TEXT
076400         ADD 1 TO WS-FILES-RESTORED
076500     ELSE
076600         MOVE 'RESTORED - DOES NOT MATCH THE BACKUP'
076700             TO WS-RESULT-TEXT
076800         MOVE 12 TO WS-NEW-RC
076900     END-IF.
077000     PERFORM 8100-REPORT-ACTION THRU 8100-EXIT.
077100     PERFORM 8300-JOURNAL-RELOAD THRU 8300-EXIT.
077200 3000-EXIT.
077300     EXIT.
077400
077500 *> -------------------------------------------------------
077600 *> 3100-CHECK-RUN-IN-FLIGHT - the same test SQRTBABYEX
077610 *> makes before taking the feed, made on every LOCKFILE
077620 *> row: MACHFEED and the PARTnn rows of a partitioned
077630 *> night's partition runs, which write RUNREG and STEPREG
077640 *> too.  A lock row whose holder is still OP on RUNREG is
077650 *> a run in flight; one left by a run that is closed or
077660 *> crashed is stale.
077670 *> -------------------------------------------------------
077680 3100-CHECK-RUN-IN-FLIGHT.
077690     MOVE 'N' TO WS-IN-FLIGHT-SW.
077700     MOVE 0 TO WS-LOCK-RUN-ID.
077710     MOVE SPACES TO WS-LOCK-NAME.
077720     OPEN INPUT RUN-LOCK.
077730     IF NOT MASTER-FILE-OK
077740         GO TO 3100-EXIT
077750     END-IF.
077760     OPEN INPUT RUN-REGISTRY.
077770     IF NOT MASTER-FILE-OK
077780         CLOSE RUN-LOCK
077790         GO TO 3100-EXIT
077800     END-IF.
077810     MOVE 'N' TO WS-LOCK-EOF-SW.
077820     PERFORM 3110-TEST-ONE-LOCK THRU 3110-EXIT
077830         UNTIL END-OF-LOCKS OR RUN-IN-FLIGHT.
077840     CLOSE RUN-REGISTRY.
077850     CLOSE RUN-LOCK.
077860 3100-EXIT.
077870     EXIT.
077880
077890 3110-TEST-ONE-LOCK.
077900     READ RUN-LOCK NEXT RECORD
077910         AT END
077920             SET END-OF-LOCKS TO TRUE
077930     END-READ.
077940     IF END-OF-LOCKS
077950         GO TO 3110-EXIT
077960     END-IF.
077970     MOVE LK-RUN-ID TO RR-RUN-ID.
077980     READ RUN-REGISTRY
077990         INVALID KEY
078000             CONTINUE
078010         NOT INVALID KEY
078020             IF RR-STATUS-OPEN
078030                 MOVE LK-LOCK-NAME TO WS-LOCK-NAME
078040                 MOVE LK-RUN-ID TO WS-LOCK-RUN-ID
078050                 SET RUN-IN-FLIGHT TO TRUE
078060             END-IF
078070     END-READ.
078080 3110-EXIT.
081400     EXIT.
081500
081600 *> -------------------------------------------------------
081700 *> 3200-RELOAD-ROWS - the segment's detail rows written
081800 *> back in the order they were unloaded, which for a keyed
081900 *> file is key order.  A row the file will not take (a
082000 *> duplicate key) is counted; the verify then fails.
082100 *> -------------------------------------------------------
082200 3200-RELOAD-ROWS.
082300     MOVE 0 TO WS-ROWS-WRITTEN.
082400     MOVE 0 TO WS-ROWS-REFUSED.
082500     OPEN INPUT UNLOAD-IN.
082600     IF NOT UNLOAD-IN-OK
082700         GO TO 3200-EXIT
082800     END-IF.
082900     PERFORM 7100-FIND-SEGMENT-HEADER THRU 7100-EXIT.
083000     IF SEGMENT-HEADER-FOUND
083100         MOVE 'N' TO WS-SEGMENT-END-SW
083200         PERFORM 3300-RELOAD-ONE-ROW THRU 3300-EXIT
083300             UNTIL END-OF-SEGMENT
083400     END-IF.
083500     CLOSE UNLOAD-IN.
083600 3200-EXIT.
083700     EXIT.
083800
083900 3300-RELOAD-ONE-ROW.
084000     READ UNLOAD-IN
084100         AT END
084200             SET END-OF-SEGMENT TO TRUE
084300             GO TO 3300-EXIT
084400     END-READ.
084500     IF NOT VD-DETAIL-ROW
084600         SET END-OF-SEGMENT TO TRUE
084700         GO TO 3300-EXIT
084800     END-IF.
084900     MOVE VD-RECORD-DATA TO WS-ROW-DATA.
085000     SET IO-WRITE-ROW TO TRUE.
085100     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
085200     IF MASTER-WRITE-OK
085300         ADD 1 TO WS-ROWS-WRITTEN
085400     ELSE
085500         ADD 1 TO WS-ROWS-REFUSED
085600     END-IF.
085700 3300-EXIT.
085800     EXIT.
085900
086000 *> -------------------------------------------------------
086100 *> 4000-VERIFY-REQUEST - a file name, or ALL.  The backup
086200 *> segment is proved against its own trailer first, then
086300 *> the live file is counted and hashed against it.  Right
086400 *> after an unload that proves the backup readable; later
086500 *> it shows which files have changed since.
086600 *> -------------------------------------------------------
086700 4000-VERIFY-REQUEST.
086800     WRITE OUT-LINE FROM FILE-PROMPT AFTER ADVANCING 1 LINE.
086900     MOVE SPACES TO WS-FILE-ENTRY.
087000     ACCEPT WS-FILE-ENTRY.
087100     IF WS-FILE-ENTRY = 'ALL'
087200         PERFORM 4100-VERIFY-ONE-FILE THRU 4100-EXIT
087300             VARYING WS-FILE-IX FROM 1 BY 1
087400             UNTIL WS-FILE-IX > WS-MASTER-COUNT
087500         GO TO 4000-EXIT
087600     END-IF.
087700     PERFORM 6000-FIND-FILE-NAME THRU 6000-EXIT.
087800     IF NOT FILE-NAME-KNOWN
087900         WRITE OUT-LINE FROM UNKNOWN-FILE-MESS
088000             AFTER ADVANCING 1 LINE
088100         MOVE 8 TO WS-NEW-RC
088200         PERFORM 8900-RAISE-RC THRU 8900-EXIT
088300         GO TO 4000-EXIT
088400     END-IF.
088500     PERFORM 4100-VERIFY-ONE-FILE THRU 4100-EXIT.
088600 4000-EXIT.
088700     EXIT.
088800
088900 4100-VERIFY-ONE-FILE.
089000     PERFORM 6100-SET-FILE-ENTRY THRU 6100-EXIT.
089100     PERFORM 7000-CHECK-BACKUP-SEGMENT THRU 7000-EXIT.
089200     PERFORM 7800-REPORT-BACKUP-SEGMENT THRU 7800-EXIT.
089300     IF NOT SEGMENT-GOOD
089400         GO TO 4100-EXIT
089500     END-IF.
089600     MOVE 'VERIFY' TO WS-ACTION-TEXT.
089700     MOVE WS-BACKUP-DATE TO WS-SHOW-DATE.
089800     MOVE WS-BACKUP-TIME TO WS-SHOW-TIME.
089900     PERFORM 6300-HASH-LIVE-FILE THRU 6300-EXIT.
090000     MOVE WS-FILE-COUNT TO WS-SHOW-COUNT.
090100     MOVE WS-FILE-HASH TO WS-SHOW-HASH.
090200     IF MASTER-READ-FAILED
090300         MOVE 'LIVE FILE WOULD NOT OPEN OR READ' TO WS-RESULT-TEXT
090400         MOVE 12 TO WS-NEW-RC
090500     ELSE
090600         IF WS-FILE-COUNT = WS-TRAILER-COUNT
090700             AND WS-FILE-HASH = WS-TRAILER-HASH
090800             MOVE 'LIVE FILE MATCHES THE BACKUP' TO WS-RESULT-TEXT
090900             ADD 1 TO WS-FILES-VERIFIED
091000         ELSE
091100             MOVE 'LIVE FILE DIFFERS FROM THE BACKUP'
091200                 TO WS-RESULT-TEXT
091300             MOVE 4 TO WS-NEW-RC
091400         END-IF
091500     END-IF.
091600     PERFORM 8100-REPORT-ACTION THRU 8100-EXIT.
091700 4100-EXIT.
091800     EXIT.
091900
092000 *> -------------------------------------------------------
092100 *> 5000-MASTER-IO - the one I/O request in WS-IO-ACTION
092200 *> against the file in the list at WS-FILE-IX.  A read
092300 *> leaves the record in WS-ROW-DATA; a write takes it from
092400 *> there.  The caller tests WS-MASTER-FILE-STATUS.
092410 *> Each file has its own paragraph, performed for its
092420 *> place in the list.
092500 *> -------------------------------------------------------
092600 5000-MASTER-IO.
092700     IF WS-FILE-IX = 1
092710         PERFORM 5010-CACHE-FILE-IO THRU 5010-EXIT
092720     END-IF.
092730     IF WS-FILE-IX = 2
092740         PERFORM 5020-RUN-REGISTRY-IO THRU 5020-EXIT
092750     END-IF.
092760     IF WS-FILE-IX = 3
092770         PERFORM 5030-OPERATOR-MASTER-IO THRU 5030-EXIT
092780     END-IF.
092790     IF WS-FILE-IX = 4
092800         PERFORM 5040-DEPT-MASTER-IO THRU 5040-EXIT
092810     END-IF.
092820     IF WS-FILE-IX = 5
092830         PERFORM 5050-PARM-PROFILE-IO THRU 5050-EXIT
092840     END-IF.
092850     IF WS-FILE-IX = 6
092860         PERFORM 5060-STANDING-ORDERS-IO THRU 5060-EXIT
092870     END-IF.
092880     IF WS-FILE-IX = 7
092890         PERFORM 5070-REQUEST-REGISTRY-IO THRU 5070-EXIT
092900     END-IF.
092910     IF WS-FILE-IX = 8
092920         PERFORM 5080-RESULT-MASTER-IO THRU 5080-EXIT
092930     END-IF.
092940     IF WS-FILE-IX = 9
092950         PERFORM 5090-STEP-REGISTRY-IO THRU 5090-EXIT
092960     END-IF.
092970     IF WS-FILE-IX = 10
092980         PERFORM 5100-AUDIT-INDEX-IO THRU 5100-EXIT
092990     END-IF.
093000     IF WS-FILE-IX = 11
093010         PERFORM 5110-RUN-LOCK-IO THRU 5110-EXIT
093020     END-IF.
093030     IF WS-FILE-IX = 12
093040         PERFORM 5120-PROBLEM-FILE-IO THRU 5120-EXIT
093050     END-IF.
093060 5000-EXIT.
093070     EXIT.
094100
094200 5010-CACHE-FILE-IO.
094300     IF IO-OPEN-INPUT
094400         OPEN INPUT CACHE-FILE
094500     END-IF.
094600     IF IO-OPEN-OUTPUT
094700         OPEN OUTPUT CACHE-FILE
094800     END-IF.
094900     IF IO-READ-NEXT
095000         READ CACHE-FILE NEXT RECORD
095100             AT END
095200                 SET END-OF-MASTER TO TRUE
095300             NOT AT END
095400                 MOVE CACHE-RECORD TO WS-ROW-DATA
095500         END-READ
095600     END-IF.
095700     IF IO-WRITE-ROW
095800         MOVE WS-ROW-DATA TO CACHE-RECORD
095900         WRITE CACHE-RECORD
096000             INVALID KEY
096100                 CONTINUE
096200         END-WRITE
096300     END-IF.
096400     IF IO-CLOSE
096500         CLOSE CACHE-FILE
096600     END-IF.
096700 5010-EXIT.
096710     EXIT.
096800
096900 5020-RUN-REGISTRY-IO.
097000     IF IO-OPEN-INPUT
097100         OPEN INPUT RUN-REGISTRY
097200     END-IF.
097300     IF IO-OPEN-OUTPUT
097400         OPEN OUTPUT RUN-REGISTRY
097500     END-IF.
097600     IF IO-READ-NEXT
097700         READ RUN-REGISTRY NEXT RECORD
097800             AT END
097900                 SET END-OF-MASTER TO TRUE
098000             NOT AT END
098100                 MOVE RUN-REGISTRY-RECORD TO WS-ROW-DATA
098200         END-READ
098300     END-IF.
098400     IF IO-WRITE-ROW
098500         MOVE WS-ROW-DATA TO RUN-REGISTRY-RECORD
098600         WRITE RUN-REGISTRY-RECORD
098700             INVALID KEY
098800                 CONTINUE
098900         END-WRITE
099000     END-IF.
099100     IF IO-CLOSE
099200         CLOSE RUN-REGISTRY
099300     END-IF.
099400 5020-EXIT.
099410     EXIT.
099500
099600 5030-OPERATOR-MASTER-IO.
099700     IF IO-OPEN-INPUT
099800         OPEN INPUT OPERATOR-MASTER
099900     END-IF.
100000     IF IO-OPEN-OUTPUT
100100         OPEN OUTPUT OPERATOR-MASTER
100200     END-IF.
100300     IF IO-READ-NEXT
100400         READ OPERATOR-MASTER NEXT RECORD
100500             AT END
100600                 SET END-OF-MASTER TO TRUE
100700             NOT AT END
100800                 MOVE OPERATOR-MASTER-RECORD TO WS-ROW-DATA
100900         END-READ
101000     END-IF.
101100     IF IO-WRITE-ROW
101200         MOVE WS-ROW-DATA TO OPERATOR-MASTER-RECORD
101300         WRITE OPERATOR-MASTER-RECORD
101400             INVALID KEY
101500                 CONTINUE
101600         END-WRITE
101700     END-IF.
101800     IF IO-CLOSE
101900         CLOSE OPERATOR-MASTER
102000     END-IF.
102100 5030-EXIT.
102110     EXIT.
102200
102300 5040-DEPT-MASTER-IO.
102400     IF IO-OPEN-INPUT
102500         OPEN INPUT DEPT-MASTER
102600     END-IF.
102700     IF IO-OPEN-OUTPUT
102800         OPEN OUTPUT DEPT-MASTER
102900     END-IF.
103000     IF IO-READ-NEXT
103100         READ DEPT-MASTER NEXT RECORD
103200             AT END
103300                 SET END-OF-MASTER TO TRUE
103400             NOT AT END
103500                 MOVE DEPT-MASTER-RECORD TO WS-ROW-DATA
103600         END-READ
103700     END-IF.
103800     IF IO-WRITE-ROW
103900         MOVE WS-ROW-DATA TO DEPT-MASTER-RECORD
104000         WRITE DEPT-MASTER-RECORD
104100             INVALID KEY
104200                 CONTINUE
104300         END-WRITE
104400     END-IF.
104500     IF IO-CLOSE
104600         CLOSE DEPT-MASTER
104700     END-IF.
104800 5040-EXIT.
104810     EXIT.
104900
105000 5050-PARM-PROFILE-IO.
105100     IF IO-OPEN-INPUT
105200         OPEN INPUT PARM-PROFILE
105300     END-IF.
105400     IF IO-OPEN-OUTPUT
105500         OPEN OUTPUT PARM-PROFILE
105600     END-IF.
105700     IF IO-READ-NEXT
105800         READ PARM-PROFILE NEXT RECORD
105900             AT END
106000                 SET END-OF-MASTER TO TRUE
106100             NOT AT END
106200                 MOVE PARM-PROFILE-RECORD TO WS-ROW-DATA
106300         END-READ
106400     END-IF.
106500     IF IO-WRITE-ROW
106600         MOVE WS-ROW-DATA TO PARM-PROFILE-RECORD
106700         WRITE PARM-PROFILE-RECORD
106800             INVALID KEY
106900                 CONTINUE
107000         END-WRITE
107100     END-IF.
107200     IF IO-CLOSE
107300         CLOSE PARM-PROFILE
107400     END-IF.
107500 5050-EXIT.
107510     EXIT.
107600
107700 5060-STANDING-ORDERS-IO.
107800     IF IO-OPEN-INPUT
107900         OPEN INPUT STANDING-ORDERS
108000     END-IF.
108100     IF IO-OPEN-OUTPUT
108200         OPEN OUTPUT STANDING-ORDERS
108300     END-IF.
108400     IF IO-READ-NEXT
108500         READ STANDING-ORDERS NEXT RECORD
108600             AT END
108700                 SET END-OF-MASTER TO TRUE
108800             NOT AT END
108900                 MOVE STANDING-ORDER-RECORD TO WS-ROW-DATA
109000         END-READ
109100     END-IF.
109200     IF IO-WRITE-ROW
109300         MOVE WS-ROW-DATA TO STANDING-ORDER-RECORD
109400         WRITE STANDING-ORDER-RECORD
109500             INVALID KEY
109600                 CONTINUE
109700         END-WRITE
109800     END-IF.
109900     IF IO-CLOSE
110000         CLOSE STANDING-ORDERS
110100     END-IF.
110200 5060-EXIT.
110210     EXIT.
110300
110400 5070-REQUEST-REGISTRY-IO.
110500     IF IO-OPEN-INPUT
110600         OPEN INPUT REQUEST-REGISTRY
110700     END-IF.
110800     IF IO-OPEN-OUTPUT
110900         OPEN OUTPUT REQUEST-REGISTRY
111000     END-IF.
111100     IF IO-READ-NEXT
111200         READ REQUEST-REGISTRY NEXT RECORD
111300             AT END
111400                 SET END-OF-MASTER TO TRUE
111500             NOT AT END
111600                 MOVE REQUEST-REGISTRY-RECORD TO WS-ROW-DATA
111700         END-READ
111800     END-IF.
111900     IF IO-WRITE-ROW
112000         MOVE WS-ROW-DATA TO REQUEST-REGISTRY-RECORD
112100         WRITE REQUEST-REGISTRY-RECORD
112200             INVALID KEY
112300                 CONTINUE
112400         END-WRITE
112500     END-IF.
112600     IF IO-CLOSE
112700         CLOSE REQUEST-REGISTRY
112800     END-IF.
112900 5070-EXIT.
112910     EXIT.
113000
113100 5080-RESULT-MASTER-IO.
113200     IF IO-OPEN-INPUT
113300         OPEN INPUT RESULT-MASTER
113400     END-IF.
113500     IF IO-OPEN-OUTPUT
113600         OPEN OUTPUT RESULT-MASTER
113700     END-IF.
113800     IF IO-READ-NEXT
113900         READ RESULT-MASTER NEXT RECORD
114000             AT END
114100                 SET END-OF-MASTER TO TRUE
114200             NOT AT END
114300                 MOVE RESULT-MASTER-RECORD TO WS-ROW-DATA
114400         END-READ
114500     END-IF.
114600     IF IO-WRITE-ROW
114700         MOVE WS-ROW-DATA TO RESULT-MASTER-RECORD
114800         WRITE RESULT-MASTER-RECORD
114900             INVALID KEY
115000                 CONTINUE
115100         END-WRITE
115200     END-IF.
115300     IF IO-CLOSE
115400         CLOSE RESULT-MASTER
115500     END-IF.
115600 5080-EXIT.
115610     EXIT.
115700
115800 5090-STEP-REGISTRY-IO.
115900     IF IO-OPEN-INPUT
116000         OPEN INPUT STEP-REGISTRY
116100     END-IF.
116200     IF IO-OPEN-OUTPUT
116300         OPEN OUTPUT STEP-REGISTRY
116400     END-IF.
116500     IF IO-READ-NEXT
116600         READ STEP-REGISTRY NEXT RECORD
116700             AT END
116800                 SET END-OF-MASTER TO TRUE
116900             NOT AT END
117000                 MOVE STEP-REGISTRY-RECORD TO WS-ROW-DATA
117100         END-READ
117200     END-IF.
117300     IF IO-WRITE-ROW
117400         MOVE WS-ROW-DATA TO STEP-REGISTRY-RECORD
117500         WRITE STEP-REGISTRY-RECORD
117600             INVALID KEY
117700                 CONTINUE
117800         END-WRITE
117900     END-IF.
118000     IF IO-CLOSE
118100         CLOSE STEP-REGISTRY
118200     END-IF.
118300 5090-EXIT.
118310     EXIT.
118400
118500 5100-AUDIT-INDEX-IO.
118600     IF IO-OPEN-INPUT
118700         OPEN INPUT AUDIT-INDEX
118800     END-IF.
118900     IF IO-OPEN-OUTPUT
119000         OPEN OUTPUT AUDIT-INDEX
119100     END-IF.
119200     IF IO-READ-NEXT
119300         READ AUDIT-INDEX NEXT RECORD
119400             AT END
119500                 SET END-OF-MASTER TO TRUE
119600             NOT AT END
119700                 MOVE AUDIT-INDEX-RECORD TO WS-ROW-DATA
119800         END-READ
119900     END-IF.
120000     IF IO-WRITE-ROW
120100         MOVE WS-ROW-DATA TO AUDIT-INDEX-RECORD
120200         WRITE AUDIT-INDEX-RECORD
120300             INVALID KEY
120400                 CONTINUE
120500         END-WRITE
120600     END-IF.
120700     IF IO-CLOSE
120800         CLOSE AUDIT-INDEX
120900     END-IF.
121000 5100-EXIT.
121010     EXIT.
121100
121200 5110-RUN-LOCK-IO.
121300     IF IO-OPEN-INPUT
121400         OPEN INPUT RUN-LOCK
121500     END-IF.
121600     IF IO-OPEN-OUTPUT
121700         OPEN OUTPUT RUN-LOCK
121800     END-IF.
121900     IF IO-READ-NEXT
122000         READ RUN-LOCK NEXT RECORD
122100             AT END
122200                 SET END-OF-MASTER TO TRUE
122300             NOT AT END
122400                 MOVE RUN-LOCK-RECORD TO WS-ROW-DATA
122500         END-READ
122600     END-IF.
122700     IF IO-WRITE-ROW
122800         MOVE WS-ROW-DATA TO RUN-LOCK-RECORD
122900         WRITE RUN-LOCK-RECORD
123000             INVALID KEY
123100                 CONTINUE
123200         END-WRITE
123300     END-IF.
123400     IF IO-CLOSE
123500         CLOSE RUN-LOCK
123600     END-IF.
123700 5110-EXIT.
123710     EXIT.
123800
123900 5120-PROBLEM-FILE-IO.
124000     IF IO-OPEN-INPUT
124100         OPEN INPUT PROBLEM-FILE
124200     END-IF.
124300     IF IO-OPEN-OUTPUT
124400         OPEN OUTPUT PROBLEM-FILE
124500     END-IF.
124600     IF IO-READ-NEXT
124700         READ PROBLEM-FILE
124800             AT END
124900                 SET END-OF-MASTER TO TRUE
125000             NOT AT END
125100                 MOVE PROBLEM-RECORD TO WS-ROW-DATA
125200         END-READ
125300     END-IF.
125400     IF IO-WRITE-ROW
125500         MOVE WS-ROW-DATA TO PROBLEM-RECORD
125600         WRITE PROBLEM-RECORD
125700     END-IF.
125800     IF IO-CLOSE
125900         CLOSE PROBLEM-FILE
126000     END-IF.
126100 5120-EXIT.
126200     EXIT.
126400
126500 *> -------------------------------------------------------
126600 *> 6000-FIND-FILE-NAME - the keyed name looked up in the
126700 *> list; WS-FILE-IX is left on the match.
126800 *> -------------------------------------------------------
126900 6000-FIND-FILE-NAME.
127000     MOVE 'N' TO WS-FILE-FOUND-SW.
127100     PERFORM 6050-MATCH-ONE-NAME THRU 6050-EXIT
127200         VARYING WS-SCAN-IX FROM 1 BY 1
127300         UNTIL WS-SCAN-IX > WS-MASTER-COUNT
127400            OR FILE-NAME-KNOWN.
127500 6000-EXIT.
127600     EXIT.
127700
127800 6050-MATCH-ONE-NAME.
127900     IF ML-FILE-NAME (WS-SCAN-IX) = WS-FILE-ENTRY
128000         MOVE WS-SCAN-IX TO WS-FILE-IX
128100         SET FILE-NAME-KNOWN TO TRUE
128200     END-IF.
128300 6050-EXIT.
128400     EXIT.
128500
128600 6100-SET-FILE-ENTRY.
128700     MOVE ML-FILE-NAME (WS-FILE-IX) TO WS-CUR-FILE-NAME.
128800     MOVE ML-RECORD-LENGTH (WS-FILE-IX) TO WS-RECORD-LENGTH.
128900     MOVE WS-RECORD-LENGTH TO WS-HASH-LENGTH.
129000     MOVE 0 TO WS-FILE-COUNT.
129100     MOVE 0 TO WS-FILE-HASH.
129200     MOVE 0 TO WS-SHOW-COUNT.
129300     MOVE 0 TO WS-SHOW-HASH.
129400     MOVE 0 TO WS-SHOW-DATE.
129500     MOVE 0 TO WS-SHOW-TIME.
129600     MOVE 0 TO WS-NEW-RC.
129700     MOVE SPACES TO WS-RESULT-TEXT.
129800 6100-EXIT.
129900     EXIT.
130000
130100 *> -------------------------------------------------------
130200 *> 6300-HASH-LIVE-FILE - the live file read end to end and
130300 *> counted and hashed the way the unload does it.  A file
130400 *> not present counts as empty.
130500 *> -------------------------------------------------------
130600 6300-HASH-LIVE-FILE.
130700     MOVE 0 TO WS-FILE-COUNT.
130800     MOVE 0 TO WS-FILE-HASH.
130900     MOVE WS-RECORD-LENGTH TO WS-HASH-LENGTH.
131000     MOVE 'N' TO WS-MASTER-EOF-SW.
131100     MOVE 'N' TO WS-MASTER-ERROR-SW.
131200     SET IO-OPEN-INPUT TO TRUE.
131300     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
131400     IF NOT MASTER-FILE-OK
131500         SET MASTER-READ-FAILED TO TRUE
131600         GO TO 6300-EXIT
131700     END-IF.
131800     PERFORM 6350-HASH-LIVE-ROW THRU 6350-EXIT
131900         UNTIL END-OF-MASTER.
132000     SET IO-CLOSE TO TRUE.
132100     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
132200 6300-EXIT.
132300     EXIT.
132400
132500 6350-HASH-LIVE-ROW.
132600     SET IO-READ-NEXT TO TRUE.
132700     PERFORM 5000-MASTER-IO THRU 5000-EXIT.
132800     IF NOT MASTER-READ-OK
132900         SET MASTER-READ-FAILED TO TRUE
133000         SET END-OF-MASTER TO TRUE
133100     END-IF.
133200     IF END-OF-MASTER
133300         GO TO 6350-EXIT
133400     END-IF.
133500     PERFORM 6500-HASH-ROW THRU 6500-EXIT.
133600 6350-EXIT.
133700     EXIT.
133800
133900 *> -------------------------------------------------------
134000 *> 6500-HASH-ROW - the record in WS-ROW-DATA counted, and
134100 *> the sum of each byte's value times its position added
134200 *> to the file's hash total.
134300 *> -------------------------------------------------------
134400 6500-HASH-ROW.
134500     MOVE 0 TO WS-ROW-HASH.
134600     PERFORM 6510-HASH-ONE-BYTE THRU 6510-EXIT
134700         VARYING WS-BYTE-IX FROM 1 BY 1
134800         UNTIL WS-BYTE-IX > WS-HASH-LENGTH.
134900     ADD 1 TO WS-FILE-COUNT.
135000     ADD WS-ROW-HASH TO WS-FILE-HASH.
135100 6500-EXIT.
135200     EXIT.
135300
135400 6510-HASH-ONE-BYTE.
135500     MOVE WS-ROW-BYTE (WS-BYTE-IX) TO WS-BYTE-LOW.
135600     COMPUTE WS-ROW-HASH = WS-ROW-HASH
135700         + WS-BYTE-VALUE * WS-BYTE-IX.
135800 6510-EXIT.
135900     EXIT.
136000
136100 *> -------------------------------------------------------
136200 *> 7000-CHECK-BACKUP-SEGMENT - the file's segment found on
136300 *> UNLDIN and its rows counted and hashed under the record
136400 *> length its header names.  Good only when the trailer is
136500 *> there, agrees with the rows, and the length is still the
136600 *> length of the current layout.
136700 *> -------------------------------------------------------
136800 7000-CHECK-BACKUP-SEGMENT.
136900     SET SEGMENT-NOT-FOUND TO TRUE.
137000     MOVE 'N' TO WS-TRAILER-SW.
137100     MOVE 0 TO WS-BACKUP-DATE.
137200     MOVE 0 TO WS-BACKUP-TIME.
137300     MOVE 0 TO WS-BACKUP-LENGTH.
137400     MOVE 0 TO WS-BACKUP-COUNT.
137500     MOVE 0 TO WS-BACKUP-HASH.
137600     MOVE 0 TO WS-TRAILER-COUNT.
137700     MOVE 0 TO WS-TRAILER-HASH.
137800     OPEN INPUT UNLOAD-IN.
137900     IF NOT UNLOAD-IN-OK
138000         GO TO 7000-EXIT
138100     END-IF.
138200     PERFORM 7100-FIND-SEGMENT-HEADER THRU 7100-EXIT.
138300     IF NOT SEGMENT-HEADER-FOUND
138400         CLOSE UNLOAD-IN
138500         GO TO 7000-EXIT
138600     END-IF.
138700     MOVE VH-UNLOAD-DATE TO WS-BACKUP-DATE.
138800     MOVE VH-UNLOAD-TIME TO WS-BACKUP-TIME.
138900     SET SEGMENT-INCOMPLETE TO TRUE.
139000     IF VH-RECORD-LENGTH NOT NUMERIC
139100         OR VH-RECORD-LENGTH = 0
139200         OR VH-RECORD-LENGTH > 150
139300         SET SEGMENT-DAMAGED TO TRUE
139400         CLOSE UNLOAD-IN
139500         GO TO 7000-EXIT
139600     END-IF.
139700     MOVE VH-RECORD-LENGTH TO WS-BACKUP-LENGTH.
139800     MOVE WS-BACKUP-LENGTH TO WS-HASH-LENGTH.
139900     MOVE 0 TO WS-FILE-COUNT.
140000     MOVE 0 TO WS-FILE-HASH.
140100     MOVE 'N' TO WS-SEGMENT-END-SW.
140200     PERFORM 7200-CHECK-ONE-ROW THRU 7200-EXIT
140300         UNTIL END-OF-SEGMENT.
140400     CLOSE UNLOAD-IN.
140500     MOVE WS-FILE-COUNT TO WS-BACKUP-COUNT.
140600     MOVE WS-FILE-HASH TO WS-BACKUP-HASH.
140700     MOVE WS-RECORD-LENGTH TO WS-HASH-LENGTH.
140800     IF NOT SEGMENT-HAS-TRAILER
140900         GO TO 7000-EXIT
141000     END-IF.
141100     IF WS-BACKUP-COUNT NOT = WS-TRAILER-COUNT
141200         OR WS-BACKUP-HASH NOT = WS-TRAILER-HASH
141300         SET SEGMENT-DAMAGED TO TRUE
141400         GO TO 7000-EXIT
141500     END-IF.
141600     IF WS-BACKUP-LENGTH NOT = WS-RECORD-LENGTH
141700         SET SEGMENT-LENGTH-CHANGED TO TRUE
141800         GO TO 7000-EXIT
141900     END-IF.
142000     SET SEGMENT-GOOD TO TRUE.
142100 7000-EXIT.
142200     EXIT.
142300
142400 *> -------------------------------------------------------
142500 *> 7100-FIND-SEGMENT-HEADER - UNLDIN read forward to the
142600 *> header of the file in hand.  A backup holding the file
142700 *> twice is taken at its first segment.
142800 *> -------------------------------------------------------
142900 7100-FIND-SEGMENT-HEADER.
143000     MOVE 'N' TO WS-BACKUP-EOF-SW.
143100     MOVE 'N' TO WS-HEADER-FOUND-SW.
143200     PERFORM 7150-READ-BACKUP-ROW THRU 7150-EXIT
143300         UNTIL END-OF-BACKUP
143400            OR SEGMENT-HEADER-FOUND.
143500 7100-EXIT.
143600     EXIT.
143700
143800 7150-READ-BACKUP-ROW.
143900     READ UNLOAD-IN
144000         AT END
144100             SET END-OF-BACKUP TO TRUE
144200             GO TO 7150-EXIT
144300     END-READ.
144400     IF VH-HEADER-ROW
144500         AND VH-FILE-NAME = WS-CUR-FILE-NAME
144600         SET SEGMENT-HEADER-FOUND TO TRUE
144700     END-IF.
144800 7150-EXIT.
144900     EXIT.
145000
145100 *> -------------------------------------------------------
145200 *> 7200-CHECK-ONE-ROW - a detail is hashed; the file's own
145300 *> trailer ends the segment with its figures kept; end of
145400 *> file or another file's header ends it with none.
145500 *> -------------------------------------------------------
145600 7200-CHECK-ONE-ROW.
145700     READ UNLOAD-IN
145800         AT END
145900             SET END-OF-SEGMENT TO TRUE
146000             GO TO 7200-EXIT
146100     END-READ.
146200     IF VT-TRAILER-ROW
146300         IF VT-FILE-NAME = WS-CUR-FILE-NAME
146400             AND VT-RECORD-COUNT NUMERIC
146500             AND VT-HASH-TOTAL NUMERIC
146600             MOVE VT-RECORD-COUNT TO WS-TRAILER-COUNT
146700             MOVE VT-HASH-TOTAL TO WS-TRAILER-HASH
146800             SET SEGMENT-HAS-TRAILER TO TRUE
146900         END-IF
147000         SET END-OF-SEGMENT TO TRUE
147100         GO TO 7200-EXIT
147200     END-IF.
147300     IF NOT VD-DETAIL-ROW
147400         SET END-OF-SEGMENT TO TRUE
147500         GO TO 7200-EXIT
147600     END-IF.
147700     MOVE VD-RECORD-DATA TO WS-ROW-DATA.
147800     PERFORM 6500-HASH-ROW THRU 6500-EXIT.
147900 7200-EXIT.
148000     EXIT.
148100
148200 *> -------------------------------------------------------
148300 *> 7800-REPORT-BACKUP-SEGMENT - one BACKUP line with what
148400 *> the segment's rows add up to and what was found wrong.
148500 *> An unusable segment offers return code 8.
148600 *> -------------------------------------------------------
148700 7800-REPORT-BACKUP-SEGMENT.
148800     MOVE 'BACKUP' TO WS-ACTION-TEXT.
148900     MOVE WS-BACKUP-COUNT TO WS-SHOW-COUNT.
149000     MOVE WS-BACKUP-HASH TO WS-SHOW-HASH.
149100     MOVE WS-BACKUP-DATE TO WS-SHOW-DATE.
149200     MOVE WS-BACKUP-TIME TO WS-SHOW-TIME.
149300     MOVE 8 TO WS-NEW-RC.
149400     IF SEGMENT-GOOD
149500         MOVE 'SEGMENT AGREES WITH ITS TRAILER'
149600             TO WS-RESULT-TEXT
149700         MOVE 0 TO WS-NEW-RC
149800     ELSE
149900         IF SEGMENT-NOT-FOUND
150000             MOVE 'FILE NOT ON THIS BACKUP' TO WS-RESULT-TEXT
150100         ELSE
150200             IF SEGMENT-INCOMPLETE
150300                 MOVE 'SEGMENT HAS NO TRAILER - INCOMPLETE'
150400                     TO WS-RESULT-TEXT
150500             ELSE
150600                 IF SEGMENT-DAMAGED
150700                     MOVE 'SEGMENT FAILS ITS COUNT OR HASH'
150800                         TO WS-RESULT-TEXT
150900                 ELSE
151000                     MOVE 'RECORD LENGTH CHANGED SINCE UNLOAD'
151100                         TO WS-RESULT-TEXT
151200                 END-IF
151300             END-IF
151400         END-IF
151500     END-IF.
151600     PERFORM 8100-REPORT-ACTION THRU 8100-EXIT.
151700 7800-EXIT.
151800     EXIT.
151900
152000 *> -------------------------------------------------------
152100 *> 8100-REPORT-ACTION - one report line, echoed short on
152200 *> the console, and the action's return code offered.
152300 *> -------------------------------------------------------
152400 8100-REPORT-ACTION.
152500     MOVE WS-CUR-FILE-NAME TO RD-FILE-NAME.
152600     MOVE WS-ACTION-TEXT TO RD-ACTION.
152700     MOVE WS-SHOW-COUNT TO RD-RECORDS.
152800     MOVE WS-SHOW-HASH TO RD-HASH.
152900     MOVE WS-SHOW-DATE TO RD-BACKUP-DATE.
153000     MOVE WS-SHOW-TIME TO RD-BACKUP-TIME.
153100     MOVE WS-RESULT-TEXT TO RD-RESULT.
153200     MOVE UNLD-DETAIL-LINE TO WS-RPT-WORK.
153300     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
153400     MOVE WS-CUR-FILE-NAME TO OR-FILE-NAME.
153500     MOVE WS-ACTION-TEXT TO OR-ACTION.
153600     MOVE WS-RESULT-TEXT TO OR-RESULT.
153700     WRITE OUT-LINE FROM OUT-RESULT-LINE AFTER ADVANCING 1 LINE.
153800     IF WS-NEW-RC NOT < 8
153900         ADD 1 TO WS-FILES-FAILED
154000     END-IF.
154100     PERFORM 8900-RAISE-RC THRU 8900-EXIT.
154200 8100-EXIT.
154300     EXIT.
154400
154500 *> -------------------------------------------------------
154600 *> 8300-JOURNAL-RELOAD - one change-journal row for the
154700 *> whole file, keyed by the unload date and time of the
154800 *> backup used, with the file's count and hash before the
154900 *> reload and after it as the two images.
155000 *> -------------------------------------------------------
155100 8300-JOURNAL-RELOAD.
155200     ACCEPT CJ-JRNL-DATE FROM DATE YYYYMMDD.
155300     ACCEPT CJ-JRNL-TIME FROM TIME.
155400     MOVE 'SQRTUNLD' TO CJ-PROGRAM-NAME.
155500     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
155600     MOVE WS-CUR-FILE-NAME TO CJ-FILE-NAME.
155700     MOVE WS-BACKUP-DATE TO RK-BACKUP-DATE.
155800     MOVE WS-BACKUP-TIME TO RK-BACKUP-TIME.
155900     MOVE WS-RELOAD-KEY TO CJ-RECORD-KEY.
156000     SET CJ-RELOADED TO TRUE.
156100     MOVE WS-CUR-FILE-NAME TO UJ-FILE-NAME.
156200     MOVE 'BEFORE RELOAD' TO UJ-STAGE-TEXT.
156300     MOVE WS-BEFORE-COUNT TO UJ-RECORDS.
156400     MOVE WS-BEFORE-HASH TO UJ-HASH.
156500     MOVE 0 TO UJ-REFUSED.
156600     MOVE WS-RELOAD-SUMMARY TO CJ-BEFORE-IMAGE.
156700     MOVE 'RELOADED FROM BACKUP' TO UJ-STAGE-TEXT.
156800     MOVE WS-FILE-COUNT TO UJ-RECORDS.
156900     MOVE WS-FILE-HASH TO UJ-HASH.
157000     MOVE WS-ROWS-REFUSED TO UJ-REFUSED.
157100     MOVE WS-RELOAD-SUMMARY TO CJ-AFTER-IMAGE.
157200     MOVE SPACES TO CJ-FILLER.
157300     WRITE CHANGE-JOURNAL-RECORD.
157400 8300-EXIT.
157500     EXIT.
157600
157700 8500-WRITE-REPORT-LINE.
157800     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
157900         PERFORM 8600-START-NEW-PAGE THRU 8600-EXIT
158000     END-IF.
158100     WRITE RPT-LINE FROM WS-RPT-WORK AFTER ADVANCING 1 LINE.
158200     ADD 1 TO WS-LINE-COUNT.
158300 8500-EXIT.
158400     EXIT.
158500
158600 *> -------------------------------------------------------
158700 *> 8600-START-NEW-PAGE - title, page number, the run and
158800 *> operator, and the column heads on every page.
158900 *> -------------------------------------------------------
159000 8600-START-NEW-PAGE.
159100     ADD 1 TO WS-PAGE-NUMBER.
159200     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
159300     IF WS-PAGE-NUMBER = 1
159400         WRITE RPT-LINE FROM PAGE-HEAD-LINE
159500             AFTER ADVANCING 0 LINES
159600     ELSE
159700         WRITE RPT-LINE FROM PAGE-HEAD-LINE
159800             AFTER ADVANCING PAGE
159900     END-IF.
160000     WRITE RPT-LINE FROM UNLD-UNDER-LINE AFTER ADVANCING 1 LINE.
160100     WRITE RPT-LINE FROM UNLD-RUN-LINE AFTER ADVANCING 1 LINE.
160200     WRITE RPT-LINE FROM UNLD-COL-HEADS AFTER ADVANCING 2 LINES.
160300     MOVE 5 TO WS-LINE-COUNT.
160400 8600-EXIT.
160500     EXIT.
160600
160700 8900-RAISE-RC.
160800     IF WS-NEW-RC > WS-HIGH-RC
160900         MOVE WS-NEW-RC TO WS-HIGH-RC
161000     END-IF.
161100     MOVE 0 TO WS-NEW-RC.
161200 8900-EXIT.
161300     EXIT.
161400
161500 9000-PRINT-SUMMARY.
161600     MOVE SPACES TO WS-RPT-WORK.
161700     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
161800     MOVE WS-FILES-SAVED TO US-SAVED.
161900     MOVE UNLD-SAVED-LINE TO WS-RPT-WORK.
162000     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
162100     MOVE WS-FILES-RESTORED TO US-RESTORED.
162200     MOVE UNLD-RESTORED-LINE TO WS-RPT-WORK.
162300     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
162400     MOVE WS-FILES-VERIFIED TO US-VERIFIED.
162500     MOVE UNLD-VERIFIED-LINE TO WS-RPT-WORK.
162600     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
162700     MOVE WS-FILES-FAILED TO US-FAILED.
162800     MOVE UNLD-FAILED-LINE TO WS-RPT-WORK.
162900     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
163000     MOVE WS-HIGH-RC TO US-RETURN-CODE.
163100     MOVE UNLD-RC-LINE TO WS-RPT-WORK.
163200     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
163300 9000-EXIT.
163400     EXIT.

