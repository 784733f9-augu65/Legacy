000100 *> ---------------------------------------------------------
000200 *> SQRTMRGE - merges a partitioned night back together.
000300 *> SQRTSPLT divides CLEANINZ into partitions and each is run
000400 *> by its own SQRTBABYEX (mode P) at the same time, writing
000500 *> its own AUDITLOG, MACHFILE and EXCPFILE segments under its
000600 *> own run ID.  Once every partition has run, this program
000700 *> proves each partition's output before any of it reaches
000800 *> the shared files:
000900 *>   - the partition's PARTREG row and RUNREG row are both
001000 *>     closed, with a return code of 8 or less;
001100 *>   - its MACHFILE segment has exactly one header and one
001200 *>     trailer, and the trailer's detail count and hash
001300 *>     totals tie to the detail rows actually there;
001400 *>   - its audit rows by disposition tie to the counts it
001500 *>     registered at close, the way SQRTMORN ties a run.
001600 *> A partition that fails is marked RF (refused) so the
001700 *> partition job reruns it, and nothing is merged: RC 12.
001800 *> Otherwise, under the MACHFEED lock, each partition's rows
001900 *> are appended to the shared AUDITLOG, MACHFILE and EXCPFILE
002000 *> in partition order - each MACHFILE segment keeping its own
002100 *> header and trailer - and its PARTREG row goes to MG.  The
002200 *> parent RUNREG row SQRTSPLT opened is then closed with the
002300 *> combined counts, and the combined control totals print.
002400 *> The audit seal and audit index rows are keyed by run ID
002500 *> and already on the shared files; nothing is merged there.
002600 *> A partition already MG is skipped, so a merge that died
002700 *> part way is simply run again.
002800 *>   RC 0/4/8 - merged; the highest partition return code,
002900 *>           as the serial run would have answered (0 also
003000 *>           when the parent was already merged).
003100 *>   RC 8  - sign-on refused.
003200 *>   RC 12 - refused; partitions not run or not proven.
003300 *>   RC 14 - the shared files are held by another open run.
003400 *>   RC 16 - no partitioned run to merge, or a file error.
003500 *>
003600 *> Modification History:
003700 *>   2026-10-15  DW   New program.
003700 *>   2026-10-15  DW   A refused sign-on is posted to the
003700 *>                   alert feed (SQRTALRT_POST).
003800 *> ---------------------------------------------------------
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. SQRTMRGE.
004100 AUTHOR. D. WHITFIELD.
004200 INSTALLATION. ENGINEERING SYSTEMS.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
004900     SELECT OPTIONAL AUDIT-PART-INPUT ASSIGN TO "AUDITPRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDP-FILE-STATUS.
005200     SELECT OPTIONAL MACH-PART-INPUT ASSIGN TO "MACHPART"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MACP-FILE-STATUS.
005500     SELECT OPTIONAL EXCP-PART-INPUT ASSIGN TO "EXCPPART"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-EXCP-PART-STATUS.
005800     SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006100     SELECT OPTIONAL MACHINE-OUTPUT ASSIGN TO "MACHFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-MACH-FILE-STATUS.
006400     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO "EXCPFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-EXCP-FILE-STATUS.
006700     SELECT OPTIONAL RUN-REGISTRY ASSIGN TO "RUNREG"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS RR-RUN-ID
007100         FILE STATUS IS WS-RUNREG-FILE-STATUS.
007200     SELECT OPTIONAL PARTITION-REGISTRY ASSIGN TO "PARTREG"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS PARTITION-KEY
007600         FILE STATUS IS WS-PART-REG-STATUS.
007700     SELECT OPTIONAL RUN-LOCK ASSIGN TO "LOCKFILE"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS LK-LOCK-NAME
008100         FILE STATUS IS WS-LOCK-FILE-STATUS.
008200     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMAST"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS OM-OPERATOR-ID
008600         FILE STATUS IS WS-OPER-FILE-STATUS.
008700     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-SEC-FILE-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  STANDARD-OUTPUT.
009300     01 OUT-LINE  PICTURE X(80).
009400 FD  AUDIT-PART-INPUT.
009500     COPY AUDITREC REPLACING LEADING ==AL== BY ==AP==
009600         ==AUDIT-LOG-RECORD== BY ==AUDIT-PART-RECORD==.
009700 FD  MACH-PART-INPUT.
009800     COPY MACHREC REPLACING LEADING ==MH== BY ==PH==
009900         LEADING ==MR== BY ==PR==
010000         LEADING ==MV== BY ==PV==
010100         LEADING ==MT== BY ==PX==
010200         ==MACH-HEADER-RECORD== BY ==PART-HEADER-RECORD==
010300         ==MACHINE-OUTPUT-RECORD== BY ==PART-OUTPUT-RECORD==
010400         ==MACH-VOID-RECORD== BY ==PART-VOID-RECORD==
010500         ==MACH-TRAILER-RECORD== BY ==PART-TRAILER-RECORD==.
010600 FD  EXCP-PART-INPUT.
010700     COPY EXCPREC REPLACING
010800         ==EXCEPTION-LOG-RECORD== BY ==EXCP-PART-RECORD==
010900         LEADING ==EX== BY ==EP==.
011000 FD  AUDIT-LOG.
011100     COPY AUDITREC.
011200 FD  MACHINE-OUTPUT.
011300     COPY MACHREC.
011400 FD  EXCEPTION-LOG.
011500     COPY EXCPREC.
011600 FD  RUN-REGISTRY.
011700     COPY RUNREC.
011800 FD  PARTITION-REGISTRY.
011900     COPY PARTREC.
012000 FD  RUN-LOCK.
012100     COPY LOCKREC.
012200 FD  OPERATOR-MASTER.
012300     COPY OPERREC.
012400 FD  SECURITY-LOG.
012500     COPY SECREC.
012600 WORKING-STORAGE SECTION.
012700 *> -------------------------------------------------------
012800 *> file statuses and read control
012900 *> -------------------------------------------------------
013000 77  WS-AUDP-FILE-STATUS        PICTURE X(02) VALUE '00'.
013100     88 AUDP-FILE-NOT-FOUND                   VALUE '35'.
013200 77  WS-MACP-FILE-STATUS        PICTURE X(02) VALUE '00'.
013300     88 MACP-FILE-NOT-FOUND                   VALUE '35'.
013400 77  WS-EXCP-PART-STATUS        PICTURE X(02) VALUE '00'.
013500     88 EXCP-PART-NOT-FOUND                   VALUE '35'.
013600 77  WS-AUDIT-FILE-STATUS       PICTURE X(02) VALUE '00'.
013700     88 AUDIT-FILE-OK                    VALUE '00' '05'.
013800 77  WS-MACH-FILE-STATUS        PICTURE X(02) VALUE '00'.
013900     88 MACH-FILE-OK                     VALUE '00' '05'.
014000 77  WS-EXCP-FILE-STATUS        PICTURE X(02) VALUE '00'.
014100     88 EXCP-FILE-OK                     VALUE '00' '05'.
014200 77  WS-RUNREG-FILE-STATUS      PICTURE X(02) VALUE '00'.
014300     88 RUNREG-FILE-OK                        VALUE '00'.
014400     88 RUNREG-FILE-NOT-FOUND                 VALUE '35'.
014500 77  WS-PART-REG-STATUS         PICTURE X(02) VALUE '00'.
014600     88 PART-REG-OK                           VALUE '00'.
014700     88 PART-REG-NOT-FOUND                    VALUE '35'.
014800 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
014900     88 END-OF-INPUT                          VALUE 'Y'.
015000 77  WS-RETURN-CODE             PICTURE 9(02) COMP VALUE 0.
015100 *> -------------------------------------------------------
015200 *> the parent run being merged.  All zeros on SYSIN means
015300 *> the newest split on PARTREG, so the stream never keys a
015400 *> generated run ID by hand.
015500 *> -------------------------------------------------------
015600 77  WS-PARENT-ENTRY            PICTURE X(16) VALUE SPACES.
015700 77  WS-PARENT-ENTRY-NUM REDEFINES WS-PARENT-ENTRY
015800                                  PICTURE 9(16).
015900 77  WS-PARENT-RUN-ID           PICTURE 9(16) VALUE 0.
016000 77  WS-RUN-DATE                PICTURE 9(08) VALUE 0.
016100 77  WS-RUN-TIME                PICTURE 9(08) VALUE 0.
016200 77  WS-REFUSED-SW              PICTURE X(01) VALUE 'N'.
016300     88 MERGE-REFUSED                         VALUE 'Y'.
016400 *> -------------------------------------------------------
016500 *> one entry per partition of the parent: its PARTREG row,
016600 *> its registered counts, what its output files hold, and
016700 *> what was appended for it.
016800 *> -------------------------------------------------------
016900 77  WS-PART-MAX                PICTURE 9(02) COMP VALUE 8.
017000 77  WS-PART-COUNT              PICTURE 9(02) COMP VALUE 0.
017100 77  WS-PART-SUB                PICTURE 9(02) COMP VALUE 0.
017200 77  WS-SLOT                    PICTURE 9(02) COMP VALUE 0.
017300 77  WS-SLOT-SUB                PICTURE 9(02) COMP VALUE 0.
017400 77  WS-LOOKUP-RUN-ID           PICTURE 9(16) VALUE 0.
017500 01  WS-PART-TABLE.
017600     02 WS-PART-ENTRY OCCURS 8 TIMES.
017700        03 WP-PARTITION         PICTURE 9(02).
017800        03 WP-RUN-ID            PICTURE 9(16).
017900        03 WP-STATUS            PICTURE X(02).
018000           88 WP-MERGED                       VALUE 'MG'.
018100           88 WP-CLOSED                       VALUE 'CL'.
018200        03 WP-RETURN-CODE       PICTURE 9(02).
018300        03 WP-ASSIGNED          PICTURE 9(07).
018400        03 WP-REG-STATUS        PICTURE X(02).
018500        03 WP-REG-PROCESSED     PICTURE 9(07).
018600        03 WP-REG-REJECTED      PICTURE 9(07).
018700        03 WP-REG-ABORTED       PICTURE 9(07).
018800        03 WP-PROFILE           PICTURE X(08).
018900        03 WP-HEADERS           PICTURE 9(03) COMP.
019000        03 WP-TRAILERS          PICTURE 9(03) COMP.
019100        03 WP-DETAILS           PICTURE 9(07) COMP.
019200        03 WP-HASH-IN-Z         PICTURE S9(15)V9(06).
019300        03 WP-HASH-OUT-Y        PICTURE S9(15)V9(18).
019400        03 WP-TRL-COUNT         PICTURE 9(07).
019500        03 WP-TRL-HASH-IN-Z     PICTURE S9(15)V9(06).
019600        03 WP-TRL-HASH-OUT-Y    PICTURE S9(15)V9(18).
019700        03 WP-AUD-GOOD          PICTURE 9(07) COMP.
019800        03 WP-AUD-REJ           PICTURE 9(07) COMP.
019900        03 WP-AUD-ABEX          PICTURE 9(07) COMP.
020000        03 WP-EXCP-COUNT        PICTURE 9(07) COMP.
020100        03 WP-REFUSE-REASON     PICTURE X(24).
020200 *> -------------------------------------------------------
020300 *> the combined control totals for the parent.
020400 *> -------------------------------------------------------
020500 77  WS-TOT-ASSIGNED            PICTURE 9(07) COMP VALUE 0.
020600 77  WS-TOT-PROCESSED           PICTURE 9(07) COMP VALUE 0.
020700 77  WS-TOT-REJECTED            PICTURE 9(07) COMP VALUE 0.
020800 77  WS-TOT-ABORTED             PICTURE 9(07) COMP VALUE 0.
020900 77  WS-TOT-DETAILS             PICTURE 9(07) COMP VALUE 0.
021000 77  WS-TOT-EXCEPTIONS          PICTURE 9(07) COMP VALUE 0.
021100 77  WS-TOT-HASH-IN-Z           PICTURE S9(15)V9(06) VALUE 0.
021200 77  WS-TOT-HASH-OUT-Y          PICTURE S9(15)V9(18) VALUE 0.
021300 77  WS-HIGH-RETURN-CODE        PICTURE 9(02) VALUE 0.
021400 77  WS-MERGED-COUNT            PICTURE 9(02) COMP VALUE 0.
021500 *> -------------------------------------------------------
021600 *> the MACHFEED single-writer lock, taken for the appends
021700 *> the same way SQRTBABYEX takes it for a serial run.  The
021800 *> lock is held under the parent run ID, so a merge rerun
021900 *> after one that died finds its own lock and takes it.
022000 *> -------------------------------------------------------
022100 77  WS-LOCK-FILE-STATUS        PICTURE X(02) VALUE '00'.
022200     88 LOCK-FILE-NOT-FOUND                   VALUE '35'.
022300 77  WS-LOCK-HELD-SW            PICTURE X(01) VALUE 'N'.
022400     88 LOCK-IS-OURS                          VALUE 'Y'.
022500 77  WS-LOCK-ROW-SW             PICTURE X(01) VALUE 'N'.
022600     88 LOCK-ROW-ON-FILE                      VALUE 'Y'.
022700 77  WS-HOLDER-OPEN-SW          PICTURE X(01) VALUE 'N'.
022800     88 HOLDER-STILL-OPEN                     VALUE 'Y'.
022900 *> -------------------------------------------------------
023000 *> the signed-on operator and the sign-on security log.
023100 *> -------------------------------------------------------
023200 77  WS-OPERATOR-ID             PICTURE X(08) VALUE SPACES.
023300 77  WS-OPER-FILE-STATUS        PICTURE X(02) VALUE '00'.
023400     88 OPER-FILE-NOT-FOUND                   VALUE '35'.
023500 77  WS-OPER-AUTH-SW            PICTURE X(01) VALUE 'N'.
023600     88 OPERATOR-AUTHORIZED                   VALUE 'Y'.
023700 77  WS-SEC-FILE-STATUS         PICTURE X(02) VALUE '00'.
023800     88 SEC-FILE-OK                      VALUE '00' '05'.
023900 77  WS-SEC-REASON              PICTURE X(02) VALUE 'NF'.
023900 *> the alert call area, renamed clear of the partition audit
023900 *> record's AP- names.
023900 COPY ALRTPARM REPLACING LEADING ==AP== BY ==AQ==.
024000 *> -------------------------------------------------------
024100 *> prompts and report lines
024200 *> -------------------------------------------------------
024300 01  WELCOME.
024400     02 FILLER PICTURE X(34) VALUE
024500        ' PARTITIONED RUN MERGE            '.
024600 01  OPERATOR-PROMPT.
024700     02 FILLER PICTURE X(29) VALUE
024800        ' ENTER YOUR OPERATOR ID:     '.
024900 01  OPER-REJECT-MESS.
025000     02 FILLER PICTURE X(40) VALUE
025100        ' OPERATOR NOT AUTHORIZED - RUN ENDS HERE'.
025200 01  PARENT-PROMPT.
025300     02 FILLER PICTURE X(40) VALUE
025400        ' ENTER PARENT RUN ID, ZEROS FOR THE NEWE'.
025500     02 FILLER PICTURE X(11) VALUE
025600        'ST SPLIT:  '.
025700 01  NO-PARENT-MESS.
025800     02 FILLER PICTURE X(44) VALUE
025900        ' NO PARTITIONED RUN ON PARTREG - NOTHING TO '.
026000     02 FILLER PICTURE X(05) VALUE
026100        'MERGE'.
026200 01  PARENT-GONE-MESS.
026300     02 FILLER PICTURE X(44) VALUE
026400        ' PARENT RUN NOT ON RUNREG - MERGE ENDS HERE '.
026500 01  ALREADY-MERGED-MESS.
026600     02 FILLER PICTURE X(44) VALUE
026700        ' PARENT RUN ALREADY CLOSED - NOTHING TO MERG'.
026800     02 FILLER PICTURE X(01) VALUE
026900        'E'.
027000 01  REFUSED-MESS.
027100     02 FILLER PICTURE X(44) VALUE
027200        ' PARTITIONS NOT PROVEN - NOTHING MERGED     '.
027300 01  LOCK-BUSY-MESS.
027400     02 FILLER PICTURE X(44) VALUE
027500        ' OUTPUT FILES HELD BY ANOTHER OPEN RUN - MER'.
027600     02 FILLER PICTURE X(13) VALUE
027700        'GE ENDS HERE '.
027800 01  LOCK-STALE-MESS.
027900     02 FILLER PICTURE X(46) VALUE
028000        ' STALE LOCK FROM A DEAD RUN - TAKING IT OVER. '.
028100 01  MERGE-HEAD-LINE.
028200     02 FILLER PICTURE X(9) VALUE SPACES.
028300     02 FILLER PICTURE X(33) VALUE
028400        'PARTITIONED RUN CONTROL TOTALS   '.
028500 01  MERGE-UNDER-LINE.
028600     02 FILLER PICTURE X(44) VALUE
028700        '--------------------------------------------'.
028800 01  PARENT-LINE.
028900     02 FILLER PICTURE X(22) VALUE ' PARENT RUN ID.......:'.
029000     02 FILLER PICTURE X(01) VALUE SPACE.
029100     02 PL-PARENT-RUN-ID      PICTURE 9(16).
029200     02 FILLER PICTURE X(13) VALUE '  PARTITIONS '.
029300     02 PL-PART-COUNT         PICTURE Z9.
029400 01  COL-HEAD-LINE.
029500     02 FILLER PICTURE X(40) VALUE
029600        ' PT RUN ID            ASSIGNED PROCESSED'.
029700     02 FILLER PICTURE X(40) VALUE
029800        '  REJECTED   ABORTED  DETAILS RC STATUS '.
029900 01  PART-DETAIL-LINE.
030000     02 FILLER PICTURE X(01) VALUE SPACE.
030100     02 PD-PARTITION          PICTURE 99.
030200     02 FILLER PICTURE X(01) VALUE SPACE.
030300     02 PD-RUN-ID             PICTURE 9(16).
030400     02 PD-ASSIGNED           PICTURE Z,ZZZ,ZZ9.
030500     02 PD-PROCESSED          PICTURE Z,ZZZ,ZZ9.
030600     02 FILLER PICTURE X(01) VALUE SPACE.
030700     02 PD-REJECTED           PICTURE Z,ZZZ,ZZ9.
030800     02 FILLER PICTURE X(01) VALUE SPACE.
030900     02 PD-ABORTED            PICTURE Z,ZZZ,ZZ9.
031000     02 PD-DETAILS            PICTURE Z,ZZZ,ZZ9.
031100     02 FILLER PICTURE X(01) VALUE SPACE.
031200     02 PD-RETURN-CODE        PICTURE 99.
031300     02 FILLER PICTURE X(01) VALUE SPACE.
031400     02 PD-STATUS             PICTURE X(02).
031500 01  PART-REFUSE-LINE.
031600     02 FILLER PICTURE X(04) VALUE SPACES.
031700     02 FILLER PICTURE X(17) VALUE '*** REFUSED ***  '.
031800     02 PR-REASON             PICTURE X(24).
031900 01  PART-TOTAL-LINE.
032000     02 FILLER PICTURE X(20) VALUE ' COMBINED           '.
032100     02 TL-ASSIGNED           PICTURE Z,ZZZ,ZZ9.
032200     02 TL-PROCESSED          PICTURE Z,ZZZ,ZZ9.
032300     02 FILLER PICTURE X(01) VALUE SPACE.
032400     02 TL-REJECTED           PICTURE Z,ZZZ,ZZ9.
032500     02 FILLER PICTURE X(01) VALUE SPACE.
032600     02 TL-ABORTED            PICTURE Z,ZZZ,ZZ9.
032700     02 TL-DETAILS            PICTURE Z,ZZZ,ZZ9.
032800 01  EXCP-TOTAL-LINE.
032900     02 FILLER PICTURE X(22) VALUE ' EXCEPTION ROWS......:'.
033000     02 EL-EXCEPTIONS         PICTURE Z,ZZZ,ZZ9.
033100 01  HASH-IN-LINE.
033200     02 FILLER PICTURE X(22) VALUE ' FEED HASH IN-Z......:'.
033300     02 HL-HASH-IN-Z          PICTURE -Z(14)9.9(6).
033400 01  HASH-OUT-LINE.
033500     02 FILLER PICTURE X(22) VALUE ' FEED HASH OUT-Y.....:'.
033600     02 HL-HASH-OUT-Y         PICTURE -Z(14)9.9(18).
033700 01  MERGED-LINE.
033800     02 FILLER PICTURE X(22) VALUE ' PARTITIONS MERGED...:'.
033900     02 ML-MERGED             PICTURE Z9.
034000     02 FILLER PICTURE X(26) VALUE
034100        '  - PARENT RUN CLOSED     '.
034200
034300 PROCEDURE DIVISION.
034400 0000-MAINLINE.
034500     OPEN OUTPUT STANDARD-OUTPUT.
034600     WRITE OUT-LINE FROM WELCOME AFTER ADVANCING 1 LINE.
034700     PERFORM 0600-SIGN-ON-OPERATOR THRU 0600-EXIT.
034800     PERFORM 1000-GET-PARENT THRU 1000-EXIT.
034900     PERFORM 1100-OPEN-REGISTRIES THRU 1100-EXIT.
035000     PERFORM 1500-LOAD-PARTITIONS THRU 1500-EXIT.
035100     IF WS-PART-COUNT = 0
035200         WRITE OUT-LINE FROM NO-PARENT-MESS AFTER ADVANCING 1 LINE
035300         MOVE 16 TO WS-RETURN-CODE
035400         GO TO 0000-END-RUN
035500     END-IF.
035600     MOVE WS-PARENT-RUN-ID TO RR-RUN-ID.
035700     READ RUN-REGISTRY
035800         INVALID KEY
035900             WRITE OUT-LINE FROM PARENT-GONE-MESS
036000                 AFTER ADVANCING 1 LINE
036100             MOVE 16 TO WS-RETURN-CODE
036200             GO TO 0000-END-RUN
036300     END-READ.
036400     IF RR-STATUS-CLOSED
036500         WRITE OUT-LINE FROM ALREADY-MERGED-MESS
036600             AFTER ADVANCING 1 LINE
036700         MOVE 0 TO WS-RETURN-CODE
036800         GO TO 0000-END-RUN
036900     END-IF.
037000     PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT.
037100     PERFORM 2500-PROVE-MACH-SEGMENTS THRU 2500-EXIT.
037200     PERFORM 2700-PROVE-AUDIT-COUNTS THRU 2700-EXIT.
037300     PERFORM 2900-SETTLE-REFUSALS THRU 2900-EXIT.
037400     IF MERGE-REFUSED
037500         PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT
037600         WRITE OUT-LINE FROM REFUSED-MESS AFTER ADVANCING 2 LINES
037700         MOVE 12 TO WS-RETURN-CODE
037800         GO TO 0000-END-RUN
037900     END-IF.
038000     PERFORM 3000-ACQUIRE-RUN-LOCK THRU 3000-EXIT.
038100     PERFORM 3500-OPEN-SHARED-FILES THRU 3500-EXIT.
038200     PERFORM 4000-MERGE-ONE-PARTITION THRU 4000-EXIT
038300         VARYING WS-PART-SUB FROM 1 BY 1
038400         UNTIL WS-PART-SUB > WS-PART-COUNT.
038500     CLOSE AUDIT-LOG.
038600     CLOSE MACHINE-OUTPUT.
038700     CLOSE EXCEPTION-LOG.
038800     PERFORM 5000-CLOSE-PARENT-RUN THRU 5000-EXIT.
038900     PERFORM 3800-RELEASE-RUN-LOCK THRU 3800-EXIT.
039000     PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT.
039100     MOVE WS-MERGED-COUNT TO ML-MERGED.
039200     WRITE OUT-LINE FROM MERGED-LINE AFTER ADVANCING 2 LINES.
039300     MOVE WS-HIGH-RETURN-CODE TO WS-RETURN-CODE.
039400 0000-END-RUN.
039500     CLOSE PARTITION-REGISTRY.
039600     CLOSE RUN-REGISTRY.
039700     CLOSE STANDARD-OUTPUT.
039800     MOVE WS-RETURN-CODE TO RETURN-CODE.
039900     STOP RUN.
040000
040100 *> -------------------------------------------------------
040200 *> 0600-SIGN-ON-OPERATOR - the operator running the merge
040300 *> must be on OPERMAST and active, the same check every
040400 *> program makes; every attempt lands on the security log.
040500 *> -------------------------------------------------------
040600 0600-SIGN-ON-OPERATOR.
040700     WRITE OUT-LINE FROM OPERATOR-PROMPT AFTER ADVANCING 1 LINE.
040800     ACCEPT WS-OPERATOR-ID.
040900     MOVE 'N' TO WS-OPER-AUTH-SW.
041000     MOVE 'NF' TO WS-SEC-REASON.
041100     OPEN INPUT OPERATOR-MASTER.
041200     IF NOT OPER-FILE-NOT-FOUND
041300         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
041400         READ OPERATOR-MASTER
041500             INVALID KEY
041600                 CONTINUE
041700             NOT INVALID KEY
041800                 IF OM-ACTIVE
041900                     SET OPERATOR-AUTHORIZED TO TRUE
042000                     MOVE 'OK' TO WS-SEC-REASON
042100                 ELSE
042200                     MOVE 'IN' TO WS-SEC-REASON
042300                 END-IF
042400         END-READ
042500         CLOSE OPERATOR-MASTER
042600     ELSE
042700         MOVE 'NM' TO WS-SEC-REASON
042800     END-IF.
042900     PERFORM 0660-LOG-SIGNON-ATTEMPT THRU 0660-EXIT.
043000     IF NOT OPERATOR-AUTHORIZED
043100         WRITE OUT-LINE FROM OPER-REJECT-MESS
043200             AFTER ADVANCING 1 LINE
043300         CLOSE STANDARD-OUTPUT
043400         MOVE 8 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700 0600-EXIT.
043800     EXIT.
043900
044000 0660-LOG-SIGNON-ATTEMPT.
044100     OPEN EXTEND SECURITY-LOG.
044200     IF NOT SEC-FILE-OK
044300         DISPLAY 'UNABLE TO OPEN SECLOG, STATUS '
044400             WS-SEC-FILE-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
044900     ACCEPT SC-RUN-TIME FROM TIME.
045000     MOVE 'SQRTMRGE' TO SC-PROGRAM-NAME.
045100     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
045200     IF OPERATOR-AUTHORIZED
045300         SET SC-ACCEPTED TO TRUE
045400     ELSE
045500         SET SC-REJECTED TO TRUE
045600     END-IF.
045700     MOVE WS-SEC-REASON TO SC-REASON.
045800     MOVE SPACES TO SC-FILLER.
045900     WRITE SECURITY-LOG-RECORD.
046000     CLOSE SECURITY-LOG.
046000     IF NOT OPERATOR-AUTHORIZED
046000         PERFORM 0670-ALERT-SIGNON-REJECT THRU 0670-EXIT
046000     END-IF.
046100 0660-EXIT.
046200     EXIT.
046200
046200 *> -------------------------------------------------------
046200 *> 0670-ALERT-SIGNON-REJECT - the refusal goes to the alert
046200 *> feed, which raises an alert when the ID keeps failing.
046200 *> -------------------------------------------------------
046200 0670-ALERT-SIGNON-REJECT.
046200     MOVE SPACES TO ALERT-PARAMETERS.
046200     SET AQ-SIGNON-REJECTED TO TRUE.
046200     MOVE 'SQRTMRGE' TO AQ-PROGRAM-NAME.
046200     MOVE 0 TO AQ-RUN-ID.
046200     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID.
046200     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
046200 0670-EXIT.
046200     EXIT.
046300
046400 1000-GET-PARENT.
046500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
046600     ACCEPT WS-RUN-TIME FROM TIME.
046700     WRITE OUT-LINE FROM PARENT-PROMPT AFTER ADVANCING 1 LINE.
046800     ACCEPT WS-PARENT-ENTRY.
046900     IF WS-PARENT-ENTRY-NUM NUMERIC
047000         MOVE WS-PARENT-ENTRY-NUM TO WS-PARENT-RUN-ID
047100     ELSE
047200         MOVE 0 TO WS-PARENT-RUN-ID
047300     END-IF.
047400 1000-EXIT.
047500     EXIT.
047600
047700 *> -------------------------------------------------------
047800 *> 1100-OPEN-REGISTRIES - both are updated here, so a
047900 *> registry that will not open ends the merge before any
048000 *> shared file is touched.
048100 *> -------------------------------------------------------
048200 1100-OPEN-REGISTRIES.
048300     OPEN I-O RUN-REGISTRY.
048400     IF RUNREG-FILE-NOT-FOUND
048500         OPEN OUTPUT RUN-REGISTRY
048600         CLOSE RUN-REGISTRY
048700         OPEN I-O RUN-REGISTRY
048800     END-IF.
048900     IF NOT RUNREG-FILE-OK
049000         DISPLAY 'UNABLE TO OPEN RUNREG, STATUS '
049100             WS-RUNREG-FILE-STATUS
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF.
049500     OPEN I-O PARTITION-REGISTRY.
049600     IF PART-REG-NOT-FOUND
049700         OPEN OUTPUT PARTITION-REGISTRY
049800         CLOSE PARTITION-REGISTRY
049900         OPEN I-O PARTITION-REGISTRY
050000     END-IF.
050100     IF NOT PART-REG-OK
050200         DISPLAY 'UNABLE TO OPEN PARTREG, STATUS '
050300             WS-PART-REG-STATUS
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700 1100-EXIT.
050800     EXIT.
050900
051000 *> -------------------------------------------------------
051100 *> 1500-LOAD-PARTITIONS - a zero parent is the newest one
051200 *> on PARTREG, whose keys run in parent order; the parent's
051300 *> rows are then read in partition order into the table.
051400 *> -------------------------------------------------------
051500 1500-LOAD-PARTITIONS.
051600     MOVE 0 TO WS-PART-COUNT.
051700     IF WS-PARENT-RUN-ID = 0
051800         PERFORM 1510-FIND-NEWEST-PARENT THRU 1510-EXIT
051900     END-IF.
052000     IF WS-PARENT-RUN-ID = 0
052100         GO TO 1500-EXIT
052200     END-IF.
052300     MOVE 'N' TO WS-EOF-SW.
052400     MOVE WS-PARENT-RUN-ID TO PT-PARENT-RUN-ID.
052500     MOVE 0 TO PT-PARTITION-NUMBER.
052600     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
052700         INVALID KEY
052800             MOVE 'Y' TO WS-EOF-SW
052900     END-START.
053000     PERFORM 1530-LOAD-ONE-PARTITION THRU 1530-EXIT
053100         UNTIL END-OF-INPUT.
053200 1500-EXIT.
053300     EXIT.
053400
053500 1510-FIND-NEWEST-PARENT.
053600     MOVE 'N' TO WS-EOF-SW.
053700     MOVE LOW-VALUES TO PARTITION-KEY.
053800     START PARTITION-REGISTRY KEY NOT LESS THAN PARTITION-KEY
053900         INVALID KEY
054000             MOVE 'Y' TO WS-EOF-SW
054100     END-START.
054200     PERFORM 1520-READ-ONE-PARENT THRU 1520-EXIT
054300         UNTIL END-OF-INPUT.
054400 1510-EXIT.
054500     EXIT.
054600
054700 1520-READ-ONE-PARENT.
054800     READ PARTITION-REGISTRY NEXT RECORD
054900         AT END
055000             MOVE 'Y' TO WS-EOF-SW
055100         NOT AT END
055200             MOVE PT-PARENT-RUN-ID TO WS-PARENT-RUN-ID
055300     END-READ.
055400 1520-EXIT.
055500     EXIT.
055600
055700 1530-LOAD-ONE-PARTITION.
055800     READ PARTITION-REGISTRY NEXT RECORD
055900         AT END
056000             MOVE 'Y' TO WS-EOF-SW
056100             GO TO 1530-EXIT
056200     END-READ.
056300     IF PT-PARENT-RUN-ID NOT = WS-PARENT-RUN-ID
056400         OR WS-PART-COUNT NOT < WS-PART-MAX
056500         MOVE 'Y' TO WS-EOF-SW
056600         GO TO 1530-EXIT
056700     END-IF.
056800     ADD 1 TO WS-PART-COUNT.
056900     INITIALIZE WS-PART-ENTRY (WS-PART-COUNT).
057000     MOVE PT-PARTITION-NUMBER TO WP-PARTITION (WS-PART-COUNT).
057100     MOVE PT-RUN-ID TO WP-RUN-ID (WS-PART-COUNT).
057200     MOVE PT-STATUS TO WP-STATUS (WS-PART-COUNT).
057300     MOVE PT-RETURN-CODE TO WP-RETURN-CODE (WS-PART-COUNT).
057400     MOVE PT-RECORDS-ASSIGNED TO WP-ASSIGNED (WS-PART-COUNT).
057500     MOVE SPACES TO WP-REFUSE-REASON (WS-PART-COUNT).
057600 1530-EXIT.
057700     EXIT.
057800
057900 *> -------------------------------------------------------
058000 *> 2000-CHECK-PARTITIONS - every partition must have run to
058100 *> a close: its PARTREG row CL (or MG from an earlier merge
058200 *> that died part way) and its own RUNREG row CL, with a
058300 *> return code of 8 or less - an abort storm in one
058400 *> partition fails the night as it would a serial run.
058500 *> -------------------------------------------------------
058600 2000-CHECK-PARTITIONS.
058700     PERFORM 2100-CHECK-ONE-PARTITION THRU 2100-EXIT
058800         VARYING WS-PART-SUB FROM 1 BY 1
058900         UNTIL WS-PART-SUB > WS-PART-COUNT.
059000 2000-EXIT.
059100     EXIT.
059200
059300 2100-CHECK-ONE-PARTITION.
059400     IF NOT WP-CLOSED (WS-PART-SUB)
059500         AND NOT WP-MERGED (WS-PART-SUB)
059600         MOVE 'PARTITION NOT YET RUN'
059700             TO WP-REFUSE-REASON (WS-PART-SUB)
059800         GO TO 2100-EXIT
059900     END-IF.
060000     MOVE WP-RUN-ID (WS-PART-SUB) TO RR-RUN-ID.
060100     READ RUN-REGISTRY
060200         INVALID KEY
060300             MOVE 'RUN NOT ON RUNREG'
060400                 TO WP-REFUSE-REASON (WS-PART-SUB)
060500             GO TO 2100-EXIT
060600     END-READ.
060700     MOVE RR-COMPLETION-STATUS TO WP-REG-STATUS (WS-PART-SUB).
060800     MOVE RR-RECORDS-PROCESSED TO WP-REG-PROCESSED (WS-PART-SUB).
060900     MOVE RR-RECORDS-REJECTED TO WP-REG-REJECTED (WS-PART-SUB).
061000     MOVE RR-RECORDS-ABORTED TO WP-REG-ABORTED (WS-PART-SUB).
061100     MOVE RR-PROFILE-NAME TO WP-PROFILE (WS-PART-SUB).
061200     IF NOT RR-STATUS-CLOSED
061300         MOVE 'RUN NOT CLOSED ON RUNREG'
061400             TO WP-REFUSE-REASON (WS-PART-SUB)
061500         GO TO 2100-EXIT
061600     END-IF.
061700     IF WP-RETURN-CODE (WS-PART-SUB) > 8
061800         MOVE 'RETURN CODE OVER 8'
061900             TO WP-REFUSE-REASON (WS-PART-SUB)
062000     END-IF.
062100 2100-EXIT.
062200     EXIT.
062300
062400 *> -------------------------------------------------------
062500 *> 2500-PROVE-MACH-SEGMENTS - reads every partition MACHFILE
062600 *> (concatenated on MACHPART) and tallies each row against
062700 *> its partition by run ID.  Void markers and rows of runs
062800 *> that are not this parent's partitions are passed over.
062900 *> -------------------------------------------------------
063000 2500-PROVE-MACH-SEGMENTS.
063100     MOVE 'N' TO WS-EOF-SW.
063200     OPEN INPUT MACH-PART-INPUT.
063300     IF MACP-FILE-NOT-FOUND
063400         MOVE 'Y' TO WS-EOF-SW
063500     END-IF.
063600     PERFORM 2510-TALLY-MACH-ROW THRU 2510-EXIT
063700         UNTIL END-OF-INPUT.
063800     IF NOT MACP-FILE-NOT-FOUND
063900         CLOSE MACH-PART-INPUT
064000     END-IF.
064100     PERFORM 2550-TIE-ONE-SEGMENT THRU 2550-EXIT
064200         VARYING WS-PART-SUB FROM 1 BY 1
064300         UNTIL WS-PART-SUB > WS-PART-COUNT.
064400 2500-EXIT.
064500     EXIT.
064600
064700 2510-TALLY-MACH-ROW.
064800     READ MACH-PART-INPUT
064900         AT END
065000             MOVE 'Y' TO WS-EOF-SW
065100             GO TO 2510-EXIT
065200     END-READ.
065300     IF PH-HEADER-ROW
065400         MOVE PH-RUN-ID TO WS-LOOKUP-RUN-ID
065500         PERFORM 7000-FIND-RUN-SLOT THRU 7000-EXIT
065600         IF WS-SLOT > 0
065700             ADD 1 TO WP-HEADERS (WS-SLOT)
065800         END-IF
065900         GO TO 2510-EXIT
066000     END-IF.
066100     IF PR-DETAIL-ROW
066200         MOVE PR-RUN-ID TO WS-LOOKUP-RUN-ID
066300         PERFORM 7000-FIND-RUN-SLOT THRU 7000-EXIT
066400         IF WS-SLOT > 0
066500             ADD 1 TO WP-DETAILS (WS-SLOT)
066600             ADD PR-IN-Z TO WP-HASH-IN-Z (WS-SLOT)
066700                 ON SIZE ERROR CONTINUE
066800             END-ADD
066900             ADD PR-OUT-Y TO WP-HASH-OUT-Y (WS-SLOT)
067000                 ON SIZE ERROR CONTINUE
067100             END-ADD
067200         END-IF
067300         GO TO 2510-EXIT
067400     END-IF.
067500     IF PX-TRAILER-ROW
067600         MOVE PX-RUN-ID TO WS-LOOKUP-RUN-ID
067700         PERFORM 7000-FIND-RUN-SLOT THRU 7000-EXIT
067800         IF WS-SLOT > 0
067900             ADD 1 TO WP-TRAILERS (WS-SLOT)
068000             MOVE PX-DETAIL-COUNT TO WP-TRL-COUNT (WS-SLOT)
068100             MOVE PX-HASH-IN-Z TO WP-TRL-HASH-IN-Z (WS-SLOT)
068200             MOVE PX-HASH-OUT-Y TO WP-TRL-HASH-OUT-Y (WS-SLOT)
068300         END-IF
068400     END-IF.
068500 2510-EXIT.
068600     EXIT.
068700
068800 *> a partition already merged was proven when it merged;
068900 *> its rows are not looked for again.
069000 2550-TIE-ONE-SEGMENT.
069100     IF WP-MERGED (WS-PART-SUB)
069200         OR WP-REFUSE-REASON (WS-PART-SUB) NOT = SPACES
069300         GO TO 2550-EXIT
069400     END-IF.
069500     IF WP-HEADERS (WS-PART-SUB) NOT = 1
069600         MOVE 'FEED HEADER NOT SINGLE'
069700             TO WP-REFUSE-REASON (WS-PART-SUB)
069800         GO TO 2550-EXIT
069900     END-IF.
070000     IF WP-TRAILERS (WS-PART-SUB) NOT = 1
070100         MOVE 'FEED TRAILER NOT SINGLE'
070200             TO WP-REFUSE-REASON (WS-PART-SUB)
070300         GO TO 2550-EXIT
070400     END-IF.
070500     IF WP-DETAILS (WS-PART-SUB) NOT = WP-TRL-COUNT (WS-PART-SUB)
070600         MOVE 'FEED DETAIL COUNT SHORT'
070700             TO WP-REFUSE-REASON (WS-PART-SUB)
070800         GO TO 2550-EXIT
070900     END-IF.
071000     IF WP-HASH-IN-Z (WS-PART-SUB)
071100             NOT = WP-TRL-HASH-IN-Z (WS-PART-SUB)
071200         OR WP-HASH-OUT-Y (WS-PART-SUB)
071300             NOT = WP-TRL-HASH-OUT-Y (WS-PART-SUB)
071400         MOVE 'FEED HASH TOTALS DIFFER'
071500             TO WP-REFUSE-REASON (WS-PART-SUB)
071600     END-IF.
071700 2550-EXIT.
071800     EXIT.
071900
072000 *> -------------------------------------------------------
072100 *> 2700-PROVE-AUDIT-COUNTS - the partition audit rows by
072200 *> disposition against the counts each partition registered
072300 *> at close: OK/NR/RT processed, AB/OV aborted, the rest
072400 *> rejected.  Exception rows are counted for the totals.
072500 *> -------------------------------------------------------
072600 2700-PROVE-AUDIT-COUNTS.
072700     MOVE 'N' TO WS-EOF-SW.
072800     OPEN INPUT AUDIT-PART-INPUT.
072900     IF AUDP-FILE-NOT-FOUND
073000         MOVE 'Y' TO WS-EOF-SW
073100     END-IF.
073200     PERFORM 2710-TALLY-AUDIT-ROW THRU 2710-EXIT
073300         UNTIL END-OF-INPUT.
073400     IF NOT AUDP-FILE-NOT-FOUND
073500         CLOSE AUDIT-PART-INPUT
073600     END-IF.
073700     MOVE 'N' TO WS-EOF-SW.
073800     OPEN INPUT EXCP-PART-INPUT.
073900     IF EXCP-PART-NOT-FOUND
074000         MOVE 'Y' TO WS-EOF-SW
074100     END-IF.
074200     PERFORM 2720-TALLY-EXCP-ROW THRU 2720-EXIT
074300         UNTIL END-OF-INPUT.
074400     IF NOT EXCP-PART-NOT-FOUND
074500         CLOSE EXCP-PART-INPUT
074600     END-IF.
074700     PERFORM 2750-TIE-ONE-AUDIT THRU 2750-EXIT
074800         VARYING WS-PART-SUB FROM 1 BY 1
074900         UNTIL WS-PART-SUB > WS-PART-COUNT.
075000 2700-EXIT.
075100     EXIT.
075200
075300 2710-TALLY-AUDIT-ROW.
075400     READ AUDIT-PART-INPUT
075500         AT END
075600             MOVE 'Y' TO WS-EOF-SW
075700             GO TO 2710-EXIT
075800     END-READ.
075900     MOVE AP-RUN-ID TO WS-LOOKUP-RUN-ID.
076000     PERFORM 7000-FIND-RUN-SLOT THRU 7000-EXIT.
076100     IF WS-SLOT = 0
076200         GO TO 2710-EXIT
076300     END-IF.
076400     IF AP-STATUS-OK OR AP-STATUS-NOROOT OR AP-STATUS-RETRY
076500         ADD 1 TO WP-AUD-GOOD (WS-SLOT)
076600     ELSE
076700         IF AP-STATUS-ABORT OR AP-STATUS-OVERFLOW
076800             ADD 1 TO WP-AUD-ABEX (WS-SLOT)
076900         ELSE
077000             ADD 1 TO WP-AUD-REJ (WS-SLOT)
077100         END-IF
077200     END-IF.
077300 2710-EXIT.
077400     EXIT.
077500
077600 2720-TALLY-EXCP-ROW.
077700     READ EXCP-PART-INPUT
077800         AT END
077900             MOVE 'Y' TO WS-EOF-SW
078000             GO TO 2720-EXIT
078100     END-READ.
078200     MOVE EP-RUN-ID TO WS-LOOKUP-RUN-ID.
078300     PERFORM 7000-FIND-RUN-SLOT THRU 7000-EXIT.
078400     IF WS-SLOT > 0
078500         ADD 1 TO WP-EXCP-COUNT (WS-SLOT)
078600     END-IF.
078700 2720-EXIT.
078800     EXIT.
078900
079000 2750-TIE-ONE-AUDIT.
079100     IF WP-MERGED (WS-PART-SUB)
079200         OR WP-REFUSE-REASON (WS-PART-SUB) NOT = SPACES
079300         GO TO 2750-EXIT
079400     END-IF.
079500     IF WP-AUD-GOOD (WS-PART-SUB)
079600             NOT = WP-REG-PROCESSED (WS-PART-SUB)
079700         OR WP-AUD-REJ (WS-PART-SUB)
079800             NOT = WP-REG-REJECTED (WS-PART-SUB)
079900         OR WP-AUD-ABEX (WS-PART-SUB)
080000             NOT = WP-REG-ABORTED (WS-PART-SUB)
080100         MOVE 'AUDIT VS REGISTRY SHORT'
080200             TO WP-REFUSE-REASON (WS-PART-SUB)
080300     END-IF.
080400 2750-EXIT.
080500     EXIT.
080600
080700 *> -------------------------------------------------------
080800 *> 2900-SETTLE-REFUSALS - any partition with a reason
080900 *> refuses the whole merge.  One that ran and closed but
081000 *> did not prove out goes to RF, so its partition job runs
081100 *> it again; one not run yet is left as it stands.
081200 *> -------------------------------------------------------
081300 2900-SETTLE-REFUSALS.
081400     MOVE 'N' TO WS-REFUSED-SW.
081500     PERFORM 2910-SETTLE-ONE-PARTITION THRU 2910-EXIT
081600         VARYING WS-PART-SUB FROM 1 BY 1
081700         UNTIL WS-PART-SUB > WS-PART-COUNT.
081800 2900-EXIT.
081900     EXIT.
082000
082100 2910-SETTLE-ONE-PARTITION.
082200     IF WP-REFUSE-REASON (WS-PART-SUB) = SPACES
082300         GO TO 2910-EXIT
082400     END-IF.
082500     SET MERGE-REFUSED TO TRUE.
082600     IF NOT WP-CLOSED (WS-PART-SUB)
082700         GO TO 2910-EXIT
082800     END-IF.
082900     MOVE WS-PARENT-RUN-ID TO PT-PARENT-RUN-ID.
083000     MOVE WP-PARTITION (WS-PART-SUB) TO PT-PARTITION-NUMBER.
083100     READ PARTITION-REGISTRY
083200         INVALID KEY
083300             GO TO 2910-EXIT
083400     END-READ.
083500     SET PT-STATUS-REFUSED TO TRUE.
083600     REWRITE PARTITION-REGISTRY-RECORD
083700         INVALID KEY
083800             CONTINUE
083900     END-REWRITE.
084000     MOVE PT-STATUS TO WP-STATUS (WS-PART-SUB).
084100 2910-EXIT.
084200     EXIT.
084300
084400 *> -------------------------------------------------------
084500 *> 3000-ACQUIRE-RUN-LOCK - the MACHFEED lock, held under the
084600 *> parent run ID for the appends.  A holder no longer open
084700 *> on RUNREG is stale and taken over, and so is an earlier
084800 *> attempt at this same merge; a live holder ends the merge
084900 *> with condition code 14 before anything is appended.
085000 *> -------------------------------------------------------
085100 3000-ACQUIRE-RUN-LOCK.
085200     OPEN I-O RUN-LOCK.
085300     IF LOCK-FILE-NOT-FOUND
085400         OPEN OUTPUT RUN-LOCK
085500         CLOSE RUN-LOCK
085600         OPEN I-O RUN-LOCK
085700     END-IF.
085800     MOVE 'N' TO WS-LOCK-ROW-SW.
085900     MOVE 'MACHFEED' TO LK-LOCK-NAME.
086000     READ RUN-LOCK
086100         INVALID KEY
086200             CONTINUE
086300         NOT INVALID KEY
086400             SET LOCK-ROW-ON-FILE TO TRUE
086500     END-READ.
086600     IF LOCK-ROW-ON-FILE AND LK-RUN-ID NOT = WS-PARENT-RUN-ID
086700         PERFORM 3100-TEST-LOCK-HOLDER THRU 3100-EXIT
086800         IF HOLDER-STILL-OPEN
086900             WRITE OUT-LINE FROM LOCK-BUSY-MESS
087000                 AFTER ADVANCING 1 LINE
087100             CLOSE RUN-LOCK
087200             CLOSE PARTITION-REGISTRY
087300             CLOSE RUN-REGISTRY
087400             CLOSE STANDARD-OUTPUT
087500             MOVE 14 TO RETURN-CODE
087600             STOP RUN
087700         END-IF
087800         WRITE OUT-LINE FROM LOCK-STALE-MESS
087900             AFTER ADVANCING 1 LINE
088000     END-IF.
088100     MOVE 'MACHFEED' TO LK-LOCK-NAME.
088200     MOVE WS-PARENT-RUN-ID TO LK-RUN-ID.
088300     MOVE 'SQRTMRGE' TO LK-PROGRAM-NAME.
088400     MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID.
088500     MOVE WS-RUN-DATE TO LK-LOCK-DATE.
088600     MOVE WS-RUN-TIME TO LK-LOCK-TIME.
088700     MOVE SPACES TO LK-FILLER.
088800     IF LOCK-ROW-ON-FILE
088900         REWRITE RUN-LOCK-RECORD
089000             INVALID KEY
089100                 CONTINUE
089200         END-REWRITE
089300     ELSE
089400         WRITE RUN-LOCK-RECORD
089500             INVALID KEY
089600                 CONTINUE
089700         END-WRITE
089800     END-IF.
089900     SET LOCK-IS-OURS TO TRUE.
090000 3000-EXIT.
090100     EXIT.
090200
090300 3100-TEST-LOCK-HOLDER.
090400     MOVE 'N' TO WS-HOLDER-OPEN-SW.
090500     MOVE LK-RUN-ID TO RR-RUN-ID.
090600     READ RUN-REGISTRY
090700         INVALID KEY
090800             CONTINUE
090900         NOT INVALID KEY
091000             IF RR-STATUS-OPEN
091100                 SET HOLDER-STILL-OPEN TO TRUE
091200             END-IF
091300     END-READ.
091400 3100-EXIT.
091500     EXIT.
091600
091700 3500-OPEN-SHARED-FILES.
091800     OPEN EXTEND AUDIT-LOG.
091900     IF NOT AUDIT-FILE-OK
092000         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS '
092100             WS-AUDIT-FILE-STATUS
092200         MOVE 16 TO RETURN-CODE
092300         STOP RUN
092400     END-IF.
092500     OPEN EXTEND MACHINE-OUTPUT.
092600     IF NOT MACH-FILE-OK
092700         DISPLAY 'UNABLE TO OPEN MACHFILE, STATUS '
092800             WS-MACH-FILE-STATUS
092900         MOVE 16 TO RETURN-CODE
093000         STOP RUN
093100     END-IF.
093200     OPEN EXTEND EXCEPTION-LOG.
093300     IF NOT EXCP-FILE-OK
093400         DISPLAY 'UNABLE TO OPEN EXCPFILE, STATUS '
093500             WS-EXCP-FILE-STATUS
093600         MOVE 16 TO RETURN-CODE
093700         STOP RUN
093800     END-IF.
093900 3500-EXIT.
094000     EXIT.
094100
094200 3800-RELEASE-RUN-LOCK.
094300     IF NOT LOCK-IS-OURS
094400         GO TO 3800-EXIT
094500     END-IF.
094600     MOVE 'MACHFEED' TO LK-LOCK-NAME.
094700     READ RUN-LOCK
094800         INVALID KEY
094900             GO TO 3800-EXIT
095000     END-READ.
095100     IF LK-RUN-ID = WS-PARENT-RUN-ID
095200         DELETE RUN-LOCK RECORD
095300             INVALID KEY
095400                 CONTINUE
095500         END-DELETE
095600     END-IF.
095700     CLOSE RUN-LOCK.
095800 3800-EXIT.
095900     EXIT.
096000
096100 *> -------------------------------------------------------
096200 *> 4000-MERGE-ONE-PARTITION - one partition's rows from
096300 *> each of its three files, appended as they were written,
096400 *> and its PARTREG row flipped to MG once all three are on
096500 *> the shared files.  The MACHFILE rows keep the segment's
096600 *> own header and trailer, so the shared feed holds one
096700 *> properly headed and trailed segment per partition.
096800 *> -------------------------------------------------------
096900 4000-MERGE-ONE-PARTITION.
097000     IF WP-MERGED (WS-PART-SUB)
097100         ADD 1 TO WS-MERGED-COUNT
097200         GO TO 4000-EXIT
097300     END-IF.
097400     MOVE WP-RUN-ID (WS-PART-SUB) TO WS-LOOKUP-RUN-ID.
097500     MOVE 'N' TO WS-EOF-SW.
097600     OPEN INPUT AUDIT-PART-INPUT.
097700     IF AUDP-FILE-NOT-FOUND
097800         MOVE 'Y' TO WS-EOF-SW
097900     END-IF.
098000     PERFORM 4100-COPY-AUDIT-ROW THRU 4100-EXIT
098100         UNTIL END-OF-INPUT.
098200     IF NOT AUDP-FILE-NOT-FOUND
098300         CLOSE AUDIT-PART-INPUT
098400     END-IF.
098500     MOVE 'N' TO WS-EOF-SW.
098600     OPEN INPUT MACH-PART-INPUT.
098700     IF MACP-FILE-NOT-FOUND
098800         MOVE 'Y' TO WS-EOF-SW
098900     END-IF.
099000     PERFORM 4200-COPY-MACH-ROW THRU 4200-EXIT
099100         UNTIL END-OF-INPUT.
099200     IF NOT MACP-FILE-NOT-FOUND
099300         CLOSE MACH-PART-INPUT
099400     END-IF.
099500     MOVE 'N' TO WS-EOF-SW.
099600     OPEN INPUT EXCP-PART-INPUT.
099700     IF EXCP-PART-NOT-FOUND
099800         MOVE 'Y' TO WS-EOF-SW
099900     END-IF.
100000     PERFORM 4300-COPY-EXCP-ROW THRU 4300-EXIT
100100         UNTIL END-OF-INPUT.
100200     IF NOT EXCP-PART-NOT-FOUND
100300         CLOSE EXCP-PART-INPUT
100400     END-IF.
100500     MOVE WS-PARENT-RUN-ID TO PT-PARENT-RUN-ID.
100600     MOVE WP-PARTITION (WS-PART-SUB) TO PT-PARTITION-NUMBER.
100700     READ PARTITION-REGISTRY
100800         INVALID KEY
100900             GO TO 4000-EXIT
101000     END-READ.
101100     SET PT-STATUS-MERGED TO TRUE.
101200     ACCEPT PT-MERGED-DATE FROM DATE YYYYMMDD.
101300     ACCEPT PT-MERGED-TIME FROM TIME.
101400     REWRITE PARTITION-REGISTRY-RECORD
101500         INVALID KEY
101600             CONTINUE
101700     END-REWRITE.
101800     MOVE PT-STATUS TO WP-STATUS (WS-PART-SUB).
101900     ADD 1 TO WS-MERGED-COUNT.
102000 4000-EXIT.
102100     EXIT.
102200
102300 4100-COPY-AUDIT-ROW.
102400     READ AUDIT-PART-INPUT
102500         AT END
102600             MOVE 'Y' TO WS-EOF-SW
102700             GO TO 4100-EXIT
102800     END-READ.
102900     IF AP-RUN-ID = WS-LOOKUP-RUN-ID
103000         WRITE AUDIT-LOG-RECORD FROM AUDIT-PART-RECORD
103100     END-IF.
103200 4100-EXIT.
103300     EXIT.
103400
103500 4200-COPY-MACH-ROW.
103600     READ MACH-PART-INPUT
103700         AT END
103800             MOVE 'Y' TO WS-EOF-SW
103900             GO TO 4200-EXIT
104000     END-READ.
104100     IF PH-HEADER-ROW AND PH-RUN-ID = WS-LOOKUP-RUN-ID
104200         WRITE MACH-HEADER-RECORD FROM PART-HEADER-RECORD
104300         GO TO 4200-EXIT
104400     END-IF.
104500     IF PR-DETAIL-ROW AND PR-RUN-ID = WS-LOOKUP-RUN-ID
104600         WRITE MACHINE-OUTPUT-RECORD FROM PART-OUTPUT-RECORD
104700         GO TO 4200-EXIT
104800     END-IF.
104900     IF PX-TRAILER-ROW AND PX-RUN-ID = WS-LOOKUP-RUN-ID
105000         WRITE MACH-TRAILER-RECORD FROM PART-TRAILER-RECORD
105100     END-IF.
105200 4200-EXIT.
105300     EXIT.
105400
105500 4300-COPY-EXCP-ROW.
105600     READ EXCP-PART-INPUT
105700         AT END
105800             MOVE 'Y' TO WS-EOF-SW
105900             GO TO 4300-EXIT
106000     END-READ.
106100     IF EP-RUN-ID = WS-LOOKUP-RUN-ID
106200         WRITE EXCEPTION-LOG-RECORD FROM EXCP-PART-RECORD
106300     END-IF.
106400 4300-EXIT.
106500     EXIT.
106600
106700 *> -------------------------------------------------------
106800 *> 5000-CLOSE-PARENT-RUN - the parent RUNREG row SQRTSPLT
106900 *> opened is closed with the combined counts of its
107000 *> partitions and the first partition's profile, so the
107100 *> registry carries one row for the night's calculation
107200 *> that ties the partitions together.
107300 *> -------------------------------------------------------
107400 5000-CLOSE-PARENT-RUN.
107500     PERFORM 5100-ADD-ONE-PARTITION THRU 5100-EXIT
107600         VARYING WS-PART-SUB FROM 1 BY 1
107700         UNTIL WS-PART-SUB > WS-PART-COUNT.
107800     MOVE WS-PARENT-RUN-ID TO RR-RUN-ID.
107900     READ RUN-REGISTRY
108000         INVALID KEY
108100             GO TO 5000-EXIT
108200     END-READ.
108300     ACCEPT RR-END-DATE FROM DATE YYYYMMDD.
108400     ACCEPT RR-END-TIME FROM TIME.
108500     MOVE WS-TOT-PROCESSED TO RR-RECORDS-PROCESSED.
108600     MOVE WS-TOT-REJECTED TO RR-RECORDS-REJECTED.
108700     MOVE WS-TOT-ABORTED TO RR-RECORDS-ABORTED.
108800     MOVE WP-PROFILE (1) TO RR-PROFILE-NAME.
108900     SET RR-STATUS-CLOSED TO TRUE.
109000     REWRITE RUN-REGISTRY-RECORD
109100         INVALID KEY
109200             CONTINUE
109300     END-REWRITE.
109400 5000-EXIT.
109500     EXIT.
109600
109700 5100-ADD-ONE-PARTITION.
109800     ADD WP-REG-PROCESSED (WS-PART-SUB) TO WS-TOT-PROCESSED.
109900     ADD WP-REG-REJECTED (WS-PART-SUB) TO WS-TOT-REJECTED.
110000     ADD WP-REG-ABORTED (WS-PART-SUB) TO WS-TOT-ABORTED.
110100     IF WP-RETURN-CODE (WS-PART-SUB) > WS-HIGH-RETURN-CODE
110200         MOVE WP-RETURN-CODE (WS-PART-SUB) TO WS-HIGH-RETURN-CODE
110300     END-IF.
110400 5100-EXIT.
110500     EXIT.
110600
110700 *> -------------------------------------------------------
110800 *> 6000-PRINT-CONTROL-TOTALS - one line per partition, the
110900 *> combined counts, and the combined feed hash totals the
111000 *> loader will see across the night's segments.  A refused
111100 *> merge prints the same page with each partition's reason.
111200 *> -------------------------------------------------------
111300 6000-PRINT-CONTROL-TOTALS.
111400     WRITE OUT-LINE FROM MERGE-HEAD-LINE AFTER ADVANCING 2 LINES.
111500     WRITE OUT-LINE FROM MERGE-UNDER-LINE AFTER ADVANCING 1 LINE.
111600     MOVE WS-PARENT-RUN-ID TO PL-PARENT-RUN-ID.
111700     MOVE WS-PART-COUNT TO PL-PART-COUNT.
111800     WRITE OUT-LINE FROM PARENT-LINE AFTER ADVANCING 1 LINE.
111900     WRITE OUT-LINE FROM COL-HEAD-LINE AFTER ADVANCING 2 LINES.
112000     MOVE 0 TO WS-TOT-ASSIGNED.
112100     MOVE 0 TO WS-TOT-DETAILS.
112200     MOVE 0 TO WS-TOT-EXCEPTIONS.
112300     MOVE 0 TO WS-TOT-HASH-IN-Z.
112400     MOVE 0 TO WS-TOT-HASH-OUT-Y.
112500     PERFORM 6100-PRINT-ONE-PARTITION THRU 6100-EXIT
112600         VARYING WS-PART-SUB FROM 1 BY 1
112700         UNTIL WS-PART-SUB > WS-PART-COUNT.
112800     IF MERGE-REFUSED
112900         GO TO 6000-EXIT
113000     END-IF.
113100     MOVE WS-TOT-ASSIGNED TO TL-ASSIGNED.
113200     MOVE WS-TOT-PROCESSED TO TL-PROCESSED.
113300     MOVE WS-TOT-REJECTED TO TL-REJECTED.
113400     MOVE WS-TOT-ABORTED TO TL-ABORTED.
113500     MOVE WS-TOT-DETAILS TO TL-DETAILS.
113600     WRITE OUT-LINE FROM PART-TOTAL-LINE AFTER ADVANCING 2 LINES.
113700     MOVE WS-TOT-EXCEPTIONS TO EL-EXCEPTIONS.
113800     WRITE OUT-LINE FROM EXCP-TOTAL-LINE AFTER ADVANCING 1 LINE.
113900     MOVE WS-TOT-HASH-IN-Z TO HL-HASH-IN-Z.
114000     WRITE OUT-LINE FROM HASH-IN-LINE AFTER ADVANCING 1 LINE.
114100     MOVE WS-TOT-HASH-OUT-Y TO HL-HASH-OUT-Y.
114200     WRITE OUT-LINE FROM HASH-OUT-LINE AFTER ADVANCING 1 LINE.
114300 6000-EXIT.
114400     EXIT.
114500
114600 6100-PRINT-ONE-PARTITION.
114700     MOVE WP-PARTITION (WS-PART-SUB) TO PD-PARTITION.
114800     MOVE WP-RUN-ID (WS-PART-SUB) TO PD-RUN-ID.
114900     MOVE WP-ASSIGNED (WS-PART-SUB) TO PD-ASSIGNED.
115000     MOVE WP-REG-PROCESSED (WS-PART-SUB) TO PD-PROCESSED.
115100     MOVE WP-REG-REJECTED (WS-PART-SUB) TO PD-REJECTED.
115200     MOVE WP-REG-ABORTED (WS-PART-SUB) TO PD-ABORTED.
115300     MOVE WP-TRL-COUNT (WS-PART-SUB) TO PD-DETAILS.
115400     MOVE WP-RETURN-CODE (WS-PART-SUB) TO PD-RETURN-CODE.
115500     MOVE WP-STATUS (WS-PART-SUB) TO PD-STATUS.
115600     WRITE OUT-LINE FROM PART-DETAIL-LINE AFTER ADVANCING 1 LINE.
115700     IF WP-REFUSE-REASON (WS-PART-SUB) NOT = SPACES
115800         MOVE WP-REFUSE-REASON (WS-PART-SUB) TO PR-REASON
115900         WRITE OUT-LINE FROM PART-REFUSE-LINE
116000             AFTER ADVANCING 1 LINE
116100     END-IF.
116200     ADD WP-ASSIGNED (WS-PART-SUB) TO WS-TOT-ASSIGNED.
116300     ADD WP-TRL-COUNT (WS-PART-SUB) TO WS-TOT-DETAILS.
116400     ADD WP-EXCP-COUNT (WS-PART-SUB) TO WS-TOT-EXCEPTIONS.
116500     ADD WP-TRL-HASH-IN-Z (WS-PART-SUB) TO WS-TOT-HASH-IN-Z
116600         ON SIZE ERROR CONTINUE
116700     END-ADD.
116800     ADD WP-TRL-HASH-OUT-Y (WS-PART-SUB) TO WS-TOT-HASH-OUT-Y
116900         ON SIZE ERROR CONTINUE
117000     END-ADD.
117100 6100-EXIT.
117200     EXIT.
117300
117400 *> -------------------------------------------------------
117500 *> 7000-FIND-RUN-SLOT - the table entry whose partition run
117600 *> is WS-LOOKUP-RUN-ID, or zero when the row is no partition
117700 *> of this parent.
117800 *> -------------------------------------------------------
117900 7000-FIND-RUN-SLOT.
118000     MOVE 0 TO WS-SLOT.
118100     IF WS-LOOKUP-RUN-ID = 0
118200         GO TO 7000-EXIT
118300     END-IF.
118400     PERFORM 7010-TEST-ONE-SLOT THRU 7010-EXIT
118500         VARYING WS-SLOT-SUB FROM 1 BY 1
118600         UNTIL WS-SLOT-SUB > WS-PART-COUNT OR WS-SLOT > 0.
118700 7000-EXIT.
118800     EXIT.
118900
119000 7010-TEST-ONE-SLOT.
119100     IF WP-RUN-ID (WS-SLOT-SUB) = WS-LOOKUP-RUN-ID
119200         MOVE WS-SLOT-SUB TO WS-SLOT
119300     END-IF.
119400 7010-EXIT.
119500     EXIT.
